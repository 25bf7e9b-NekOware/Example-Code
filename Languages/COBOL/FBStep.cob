000100******************************************************************
000200*                                                                *
000300*    PROGRAM     FBSTEP                                          *
000400*    FUNCTION    CALLABLE JOB-STREAM STEP LEDGER SERVICE.  EVERY *
000500*                STEP OF THE NIGHTLY STREAM (FIZZBUZZ, FBMERGE,  *
000600*                FBBALNCE, FBVERIFY, FBRECON, FBARCHIV) CALLS    *
000700*                "FBSTEP" USING THE FB01SQ PARAMETER AREA AT     *
000800*                START AND AT END.  AT START THE SERVICE READS   *
000900*                THE FBSTEPL LEDGER FOR THE BUSINESS DATE, SKIPS *
001000*                A STEP ALREADY COMPLETED FOR THAT DATE UNLESS   *
001100*                THE FBSTCARD STREAM CARD FORCES IT, HOLDS A     *
001200*                STEP WHOSE PREREQUISITES HAVE NOT COMPLETED,    *
001300*                AND OTHERWISE POSTS A START RECORD.  AT END IT  *
001400*                POSTS THE STEP'S RETURN CODE AND KEY COUNTS.    *
001500*                THE LEDGER IS READ BY FBSTREAM FOR THE STREAM   *
001600*                STATUS REPORT AND THE RELEASE GATE.             *
001700*                                                                *
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID.              "FBSTEP".
002100 AUTHOR.                  R L KOWALSKI.
002200 INSTALLATION.            DATA PROCESSING DEPT.
002300 DATE-WRITTEN.            10/15/2026.
002400 DATE-COMPILED.
002500******************************************************************
002600*                    MODIFICATION HISTORY                        *
002700*----------------------------------------------------------------*
002800* DATE       INIT  DESCRIPTION                                   *
002900*----------------------------------------------------------------*
003000* 10/15/2026 RLK   ORIGINAL VERSION.                             *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.         IBM-370.
003500 OBJECT-COMPUTER.         IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT STREAM-CARD-FILE ASSIGN TO FBSTCARD
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS FB01-WS-CARD-FILE-STATUS.
004100     SELECT LEDGER-FILE   ASSIGN TO FBSTEPL
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS FB01-WS-LDG-FILE-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  STREAM-CARD-FILE
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000     COPY FB01SD.
005100*
005200 FD  LEDGER-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500     COPY FB01SG.
005600 WORKING-STORAGE SECTION.
005700******************************************************************
005800*    STANDALONE COUNTERS AND SWITCHES                            *
005900******************************************************************
006000 77  FB01-WS-RUN-DATE             PIC 9(08) VALUE ZERO.
006100 77  FB01-WS-CLOCK-TIME           PIC 9(08) VALUE ZERO.
006200 77  FB01-WS-CARD-FILE-STATUS     PIC X(02) VALUE SPACES.
006300 77  FB01-WS-LDG-FILE-STATUS      PIC X(02) VALUE SPACES.
006400 77  FB01-WS-LDG-EOF-SW           PIC X(01) VALUE "N".
006500     88  FB01-WS-LDG-EOF          VALUE "Y".
006600 77  FB01-WS-BEGUN-SW             PIC X(01) VALUE "N".
006700     88  FB01-WS-STEP-BEGUN       VALUE "Y".
006800 77  FB01-WS-FULL-SW              PIC X(01) VALUE "N".
006900     88  FB01-WS-LDG-TABLE-FULL   VALUE "Y".
007000 77  FB01-WS-STEP-NAME            PIC X(08) VALUE SPACES.
007100 77  FB01-WS-STEP-JOB-ID          PIC X(08) VALUE SPACES.
007200 77  FB01-WS-BUS-DATE             PIC 9(08) VALUE ZERO.
007300 77  FB01-WS-LDG-COUNT            PIC 9(03) COMP-3 VALUE ZERO.
007400 77  FB01-WS-LDG-SUB              PIC 9(03) COMP-3 VALUE ZERO.
007500 77  FB01-WS-LDG-FIND-SUB         PIC 9(03) COMP-3 VALUE ZERO.
007600 77  FB01-WS-PRQ-SUB              PIC 9(01) COMP-3 VALUE ZERO.
007700 77  FB01-WS-PRQ-SEEN             PIC 9(03) COMP-3 VALUE ZERO.
007800 77  FB01-WS-PRQ-STATE            PIC X(10) VALUE SPACES.
007900 77  FB01-WS-FIND-STEP            PIC X(08) VALUE SPACES.
008000 77  FB01-WS-FIND-JOB-ID          PIC X(08) VALUE SPACES.
008100*
008200******************************************************************
008300*    LEDGER STATE TABLE -- ONE ENTRY PER STEP AND JOB ID POSTED  *
008400*    FOR THE BUSINESS DATE, HOLDING THE STATUS OF ITS LAST START *
008500*    OR END RECORD.  A HELD RECORD COUNTS ONLY FOR A STEP THAT   *
008600*    HAS NOT STARTED.                                            *
008700******************************************************************
008800 01  FB01-WS-LDG-TABLE.
008900     05  FB01-WS-LDG-ENTRY OCCURS 200 TIMES.
009000         10  FB01-WS-LDG-STEP     PIC X(08).
009100         10  FB01-WS-LDG-JOB-ID   PIC X(08).
009200         10  FB01-WS-LDG-STATE    PIC X(10).
009300             88  FB01-WS-LDG-COMPLETED VALUE "COMPLETED".
009400             88  FB01-WS-LDG-HELD      VALUE "HELD".
009500*
009600 LINKAGE SECTION.
009700     COPY FB01SQ.
009800*
009900 PROCEDURE DIVISION USING FB01-STEP-PARMS.
010000******************************************************************
010100*    0000-MAINLINE  --  DISPATCH ON THE REQUESTED FUNCTION       *
010200******************************************************************
010300 0000-MAINLINE.
010400     MOVE "00" TO FB01-SQ-STATUS.
010500     IF FB01-SQ-RETURN-CODE IS NOT NUMERIC
010600         MOVE ZERO TO FB01-SQ-RETURN-CODE
010700     END-IF.
010800     ACCEPT FB01-WS-RUN-DATE   FROM DATE YYYYMMDD.
010900     ACCEPT FB01-WS-CLOCK-TIME FROM TIME.
011000     EVALUATE TRUE
011100         WHEN FB01-SQ-FUNC-BEGIN
011200             PERFORM 1000-BEGIN-STEP THRU 1000-EXIT
011300         WHEN FB01-SQ-FUNC-END
011400             PERFORM 5000-END-STEP THRU 5000-EXIT
011500         WHEN OTHER
011600             DISPLAY "FBSTEP: INVALID FUNCTION CODE " FB01-SQ-FUNC
011700             MOVE "99" TO FB01-SQ-STATUS
011800     END-EVALUATE.
011900     MOVE FB01-SQ-RETURN-CODE TO RETURN-CODE.
012000     GOBACK.
012100*
012200******************************************************************
012300*    1000-BEGIN-STEP  --  SKIP A STEP ALREADY COMPLETED FOR THE  *
012400*                          BUSINESS DATE, HOLD ONE WHOSE         *
012500*                          PREREQUISITES HAVE NOT COMPLETED,     *
012600*                          OTHERWISE POST ITS START.  A LEDGER   *
012610*                          THAT CANNOT BE READ OR TABLED IN FULL *
012620*                          HOLDS THE STEP.                       *
012700******************************************************************
012800 1000-BEGIN-STEP.
012900     MOVE SPACES TO FB01-SQ-HOLD-STEP.
013000     MOVE SPACES TO FB01-SQ-HOLD-STATUS.
013100     MOVE "N"    TO FB01-SQ-FORCED-SW.
013200     MOVE "R"    TO FB01-SQ-ACTION-SW.
013300     IF FB01-SQ-PRQ-COUNT IS NOT NUMERIC
013400         MOVE ZERO TO FB01-SQ-PRQ-COUNT
013500     END-IF.
013600     MOVE FB01-SQ-STEP-NAME TO FB01-WS-STEP-NAME.
013700     MOVE FB01-SQ-JOB-ID    TO FB01-WS-STEP-JOB-ID.
013800     SET FB01-WS-STEP-BEGUN TO TRUE.
013900     PERFORM 1100-READ-STREAM-CARD THRU 1100-EXIT.
014000     MOVE FB01-WS-BUS-DATE TO FB01-SQ-BUS-DATE.
014100     PERFORM 2000-LOAD-LEDGER THRU 2000-EXIT.
014105     IF FB01-SQ-STATUS NOT = "00"
014110         DISPLAY "FBSTEP: " FB01-WS-STEP-NAME " HELD -- FBSTEPL "
014115                 "LEDGER UNREADABLE FOR " FB01-WS-BUS-DATE
014120         MOVE "H"          TO FB01-SQ-ACTION-SW
014125         MOVE "FBSTEPL"    TO FB01-SQ-HOLD-STEP
014130         MOVE "UNREADABLE" TO FB01-SQ-HOLD-STATUS
014135         MOVE 12           TO FB01-SQ-RETURN-CODE
014140         PERFORM 6000-POST-RECORD THRU 6000-EXIT
014145         GO TO 1000-EXIT
014150     END-IF.
014155     IF FB01-WS-LDG-TABLE-FULL
014160         DISPLAY "FBSTEP: " FB01-WS-STEP-NAME " HELD -- FBSTEPL "
014165                 "LEDGER NOT FULLY TABLED FOR " FB01-WS-BUS-DATE
014170         MOVE "H"          TO FB01-SQ-ACTION-SW
014175         MOVE "FBSTEPL"    TO FB01-SQ-HOLD-STEP
014180         MOVE "TABLE FULL" TO FB01-SQ-HOLD-STATUS
014185         MOVE 12           TO FB01-SQ-RETURN-CODE
014190         PERFORM 6000-POST-RECORD THRU 6000-EXIT
014193         GO TO 1000-EXIT
014196     END-IF.
014200     MOVE FB01-WS-STEP-NAME   TO FB01-WS-FIND-STEP.
014300     MOVE FB01-WS-STEP-JOB-ID TO FB01-WS-FIND-JOB-ID.
014400     PERFORM 2200-FIND-ENTRY THRU 2200-EXIT.
014500     IF FB01-WS-LDG-FIND-SUB > ZERO
014600         IF FB01-WS-LDG-COMPLETED (FB01-WS-LDG-FIND-SUB)
014700             IF FB01-SQ-FORCED
014800                 DISPLAY "FBSTEP: " FB01-WS-STEP-NAME
014900                         " ALREADY COMPLETED FOR "
015000                         FB01-WS-BUS-DATE " -- RERUN FORCED"
015100             ELSE
015200                 DISPLAY "FBSTEP: " FB01-WS-STEP-NAME
015300                         " ALREADY COMPLETED FOR "
015400                         FB01-WS-BUS-DATE " -- STEP SKIPPED"
015500                 MOVE "S" TO FB01-SQ-ACTION-SW
015600                 PERFORM 6000-POST-RECORD THRU 6000-EXIT
015700                 GO TO 1000-EXIT
015800             END-IF
015900         END-IF
016000     END-IF.
016100     PERFORM 3000-CHECK-PREREQ THRU 3000-EXIT
016200         VARYING FB01-WS-PRQ-SUB FROM 1 BY 1
016300         UNTIL FB01-WS-PRQ-SUB > FB01-SQ-PRQ-COUNT
016400            OR FB01-SQ-ACTION-HOLD.
016500     IF FB01-SQ-ACTION-HOLD
016600         DISPLAY "FBSTEP: " FB01-WS-STEP-NAME " HELD -- "
016700                 "PREREQUISITE " FB01-SQ-HOLD-STEP " "
016800                 FB01-SQ-HOLD-STATUS " FOR " FB01-WS-BUS-DATE
016900         MOVE 12 TO FB01-SQ-RETURN-CODE
017000     END-IF.
017100     PERFORM 6000-POST-RECORD THRU 6000-EXIT.
017200 1000-EXIT.
017300     EXIT.
017400*
017500******************************************************************
017600*    1100-READ-STREAM-CARD  --  BUSINESS DATE AND FORCE STEP     *
017700*                                FROM THE OPTIONAL FBSTCARD.  NO *
017800*                                CARD MEANS THE RUN DATE AND NO  *
017900*                                FORCE.                          *
018000******************************************************************
018100 1100-READ-STREAM-CARD.
018200     MOVE FB01-WS-RUN-DATE TO FB01-WS-BUS-DATE.
018300     OPEN INPUT STREAM-CARD-FILE.
018400     IF FB01-WS-CARD-FILE-STATUS NOT = "00"
018500         GO TO 1100-EXIT
018600     END-IF.
018700     READ STREAM-CARD-FILE
018800         AT END
018900             CLOSE STREAM-CARD-FILE
019000             GO TO 1100-EXIT
019100     END-READ.
019200     CLOSE STREAM-CARD-FILE.
019300     IF FB01-SD-BUS-DATE IS NUMERIC
019400         AND FB01-SD-BUS-DATE > ZERO
019500         MOVE FB01-SD-BUS-DATE TO FB01-WS-BUS-DATE
019600     END-IF.
019700     IF FB01-SD-FORCE-ALL
019800         OR FB01-SD-FORCE-STEP = FB01-WS-STEP-NAME
019900         MOVE "Y" TO FB01-SQ-FORCED-SW
020000     END-IF.
020100 1100-EXIT.
020200     EXIT.
020300*
020400******************************************************************
020500*    2000-LOAD-LEDGER  --  TABLE THE CURRENT STATE OF EVERY STEP *
020600*                           AND JOB ID POSTED FOR THE BUSINESS   *
020700*                           DATE.  NO LEDGER YET MEANS NOTHING   *
020750*                           HAS RUN.  ANY OTHER OPEN OR READ     *
020800*                           FAILURE IS RETURNED IN               *
020850*                           FB01-SQ-STATUS AND HOLDS THE STEP.   *
020900******************************************************************
021000 2000-LOAD-LEDGER.
021100     MOVE ZERO TO FB01-WS-LDG-COUNT.
021200     MOVE "N"  TO FB01-WS-LDG-EOF-SW.
021300     MOVE "N"  TO FB01-WS-FULL-SW.
021400     OPEN INPUT LEDGER-FILE.
021420     IF FB01-WS-LDG-FILE-STATUS = "35"
021440         GO TO 2000-EXIT
021460     END-IF.
021500     IF FB01-WS-LDG-FILE-STATUS NOT = "00"
021520         DISPLAY "FBSTEP: FBSTEPL OPEN FAILED, STATUS "
021540                 FB01-WS-LDG-FILE-STATUS
021560         MOVE FB01-WS-LDG-FILE-STATUS TO FB01-SQ-STATUS
021600         GO TO 2000-EXIT
021700     END-IF.
021800     PERFORM 2100-READ-LEDGER THRU 2100-EXIT
021900         UNTIL FB01-WS-LDG-EOF.
022000     CLOSE LEDGER-FILE.
022100 2000-EXIT.
022200     EXIT.
022300*
022400******************************************************************
022500*    2100-READ-LEDGER  --  ONE LEDGER RECORD.  A START OR END    *
022600*                           RECORD REPLACES THE STATE; A HELD    *
022700*                           RECORD IS KEPT ONLY FOR A STEP THAT  *
022800*                           HAS NOT STARTED; A SKIP RECORD       *
022900*                           CHANGES NOTHING.                     *
023000******************************************************************
023100 2100-READ-LEDGER.
023200     READ LEDGER-FILE
023300         AT END
023400             SET FB01-WS-LDG-EOF TO TRUE
023500             GO TO 2100-EXIT
023600     END-READ.
023610     IF FB01-WS-LDG-FILE-STATUS NOT = "00"
023620         DISPLAY "FBSTEP: FBSTEPL READ FAILED, STATUS "
023630                 FB01-WS-LDG-FILE-STATUS
023640         MOVE FB01-WS-LDG-FILE-STATUS TO FB01-SQ-STATUS
023650         SET FB01-WS-LDG-EOF TO TRUE
023660         GO TO 2100-EXIT
023670     END-IF.
023700     IF FB01-SG-BUS-DATE NOT = FB01-WS-BUS-DATE
023800         OR FB01-SG-EVENT-SKIP
023900         GO TO 2100-EXIT
024000     END-IF.
024100     MOVE FB01-SG-STEP-NAME TO FB01-WS-FIND-STEP.
024200     MOVE FB01-SG-JOB-ID    TO FB01-WS-FIND-JOB-ID.
024300     PERFORM 2200-FIND-ENTRY THRU 2200-EXIT.
024400     IF FB01-WS-LDG-FIND-SUB = ZERO
024500         IF FB01-WS-LDG-COUNT = 200
024600             IF NOT FB01-WS-LDG-TABLE-FULL
024700                 DISPLAY "FBSTEP: MORE THAN 200 LEDGER STEPS FOR "
024800                         FB01-WS-BUS-DATE " -- STEP HELD"
024900                 SET FB01-WS-LDG-TABLE-FULL TO TRUE
025000             END-IF
025100             GO TO 2100-EXIT
025200         END-IF
025300         ADD 1 TO FB01-WS-LDG-COUNT
025400         MOVE FB01-WS-LDG-COUNT TO FB01-WS-LDG-FIND-SUB
025500         MOVE FB01-SG-STEP-NAME
025600             TO FB01-WS-LDG-STEP (FB01-WS-LDG-FIND-SUB)
025700         MOVE FB01-SG-JOB-ID
025800             TO FB01-WS-LDG-JOB-ID (FB01-WS-LDG-FIND-SUB)
025900         MOVE FB01-SG-STATUS
026000             TO FB01-WS-LDG-STATE (FB01-WS-LDG-FIND-SUB)
026100         GO TO 2100-EXIT
026200     END-IF.
026300     IF FB01-SG-EVENT-HOLD
026400         AND NOT FB01-WS-LDG-HELD (FB01-WS-LDG-FIND-SUB)
026500         GO TO 2100-EXIT
026600     END-IF.
026700     MOVE FB01-SG-STATUS
026800         TO FB01-WS-LDG-STATE (FB01-WS-LDG-FIND-SUB).
026900 2100-EXIT.
027000     EXIT.
027100*
027200******************************************************************
027300*    2200-FIND-ENTRY  --  LOCATE THE STEP AND JOB ID IN          *
027400*                          FB01-WS-FIND-STEP/JOB-ID, ZERO IF NOT *
027500*                          TABLED                                *
027600******************************************************************
027700 2200-FIND-ENTRY.
027800     MOVE ZERO TO FB01-WS-LDG-FIND-SUB.
027900     PERFORM 2210-MATCH-ENTRY THRU 2210-EXIT
028000         VARYING FB01-WS-LDG-SUB FROM 1 BY 1
028100         UNTIL FB01-WS-LDG-SUB > FB01-WS-LDG-COUNT
028200            OR FB01-WS-LDG-FIND-SUB > ZERO.
028300 2200-EXIT.
028400     EXIT.
028500*
028600******************************************************************
028700*    2210-MATCH-ENTRY                                            *
028800******************************************************************
028900 2210-MATCH-ENTRY.
029000     IF FB01-WS-LDG-STEP (FB01-WS-LDG-SUB) = FB01-WS-FIND-STEP
029100         AND FB01-WS-LDG-JOB-ID (FB01-WS-LDG-SUB)
029200             = FB01-WS-FIND-JOB-ID
029300         MOVE FB01-WS-LDG-SUB TO FB01-WS-LDG-FIND-SUB
029400     END-IF.
029500 2210-EXIT.
029600     EXIT.
029700*
029800******************************************************************
029900*    3000-CHECK-PREREQ  --  ONE PREREQUISITE STEP.  EVERY JOB ID *
030000*                            POSTED UNDER IT FOR THE DATE MUST   *
030100*                            HAVE COMPLETED; A REQUIRED STEP     *
030200*                            WITH NOTHING POSTED HAS NOT RUN.    *
030300******************************************************************
030400 3000-CHECK-PREREQ.
030500     MOVE ZERO   TO FB01-WS-PRQ-SEEN.
030600     MOVE SPACES TO FB01-WS-PRQ-STATE.
030700     PERFORM 3100-CHECK-PREREQ-ENTRY THRU 3100-EXIT
030800         VARYING FB01-WS-LDG-SUB FROM 1 BY 1
030900         UNTIL FB01-WS-LDG-SUB > FB01-WS-LDG-COUNT.
031000     IF FB01-WS-PRQ-SEEN = ZERO
031100         IF FB01-SQ-PRQ-REQUIRED (FB01-WS-PRQ-SUB)
031200             MOVE "NOT RUN" TO FB01-WS-PRQ-STATE
031300         ELSE
031400             GO TO 3000-EXIT
031500         END-IF
031600     END-IF.
031700     IF FB01-WS-PRQ-STATE = SPACES
031800         GO TO 3000-EXIT
031900     END-IF.
032000     MOVE "H" TO FB01-SQ-ACTION-SW.
032100     MOVE FB01-SQ-PRQ-STEP (FB01-WS-PRQ-SUB) TO FB01-SQ-HOLD-STEP.
032200     MOVE FB01-WS-PRQ-STATE TO FB01-SQ-HOLD-STATUS.
032300 3000-EXIT.
032400     EXIT.
032500*
032600******************************************************************
032700*    3100-CHECK-PREREQ-ENTRY  --  THE FIRST JOB ID OF THE        *
032800*                                  PREREQUISITE NOT COMPLETED    *
032900*                                  GIVES THE HOLD STATUS         *
033000******************************************************************
033100 3100-CHECK-PREREQ-ENTRY.
033200     IF FB01-WS-LDG-STEP (FB01-WS-LDG-SUB)
033300         NOT = FB01-SQ-PRQ-STEP (FB01-WS-PRQ-SUB)
033400         GO TO 3100-EXIT
033500     END-IF.
033600     ADD 1 TO FB01-WS-PRQ-SEEN.
033700     IF NOT FB01-WS-LDG-COMPLETED (FB01-WS-LDG-SUB)
033800         AND FB01-WS-PRQ-STATE = SPACES
033900         MOVE FB01-WS-LDG-STATE (FB01-WS-LDG-SUB)
034000             TO FB01-WS-PRQ-STATE
034100     END-IF.
034200 3100-EXIT.
034300     EXIT.
034400*
034500******************************************************************
034600*    5000-END-STEP  --  POST THE END RECORD UNDER THE STEP NAME  *
034700*                        AND JOB ID OF THE BEGIN CALL            *
034800******************************************************************
034900 5000-END-STEP.
035000     IF NOT FB01-WS-STEP-BEGUN
035100         DISPLAY "FBSTEP: END CALL WITHOUT A BEGIN CALL"
035200         MOVE "99" TO FB01-SQ-STATUS
035300         GO TO 5000-EXIT
035400     END-IF.
035500     IF FB01-SQ-COUNT-IN IS NOT NUMERIC
035600         MOVE ZERO TO FB01-SQ-COUNT-IN
035700     END-IF.
035800     IF FB01-SQ-COUNT-OUT IS NOT NUMERIC
035900         MOVE ZERO TO FB01-SQ-COUNT-OUT
036000     END-IF.
036100     PERFORM 6000-POST-RECORD THRU 6000-EXIT.
036200     MOVE "N" TO FB01-WS-BEGUN-SW.
036300 5000-EXIT.
036400     EXIT.
036500*
036600******************************************************************
036700*    6000-POST-RECORD  --  APPEND ONE EVENT TO THE LEDGER.  THE  *
036800*                           EVENT FOLLOWS FROM THE FUNCTION AND  *
036900*                           THE ACTION.  A LEDGER THAT CANNOT BE *
037000*                           OPENED OR WRITTEN IS FATAL -- SEE    *
037100*                           6100-LEDGER-FAILED.                  *
037200******************************************************************
037300 6000-POST-RECORD.
037400     OPEN EXTEND LEDGER-FILE.
037500     IF FB01-WS-LDG-FILE-STATUS = "35"
037600         OPEN OUTPUT LEDGER-FILE
037700     END-IF.
037800     IF FB01-WS-LDG-FILE-STATUS NOT = "00"
037900         DISPLAY "FBSTEP: FBSTEPL OPEN FAILED, STATUS "
038000                 FB01-WS-LDG-FILE-STATUS " -- "
038100                 FB01-WS-STEP-NAME " NOT POSTED"
038200         PERFORM 6100-LEDGER-FAILED THRU 6100-EXIT
038300         GO TO 6000-EXIT
038400     END-IF.
038500     MOVE SPACES               TO FB01-STEP-LEDGER-RECORD.
038600     MOVE FB01-WS-BUS-DATE     TO FB01-SG-BUS-DATE.
038700     MOVE FB01-WS-STEP-NAME    TO FB01-SG-STEP-NAME.
038800     MOVE FB01-WS-STEP-JOB-ID  TO FB01-SG-JOB-ID.
038900     MOVE FB01-SQ-RETURN-CODE  TO FB01-SG-RETURN-CODE.
039000     MOVE FB01-WS-RUN-DATE     TO FB01-SG-POST-DATE.
039100     MOVE FB01-WS-CLOCK-TIME (1:6) TO FB01-SG-POST-TIME.
039200     MOVE ZERO                 TO FB01-SG-COUNT-IN.
039300     MOVE ZERO                 TO FB01-SG-COUNT-OUT.
039400     EVALUATE TRUE
039500         WHEN FB01-SQ-FUNC-END
039600             MOVE "E"                TO FB01-SG-EVENT
039700             MOVE FB01-SQ-COUNT-IN   TO FB01-SG-COUNT-IN
039800             MOVE FB01-SQ-COUNT-OUT  TO FB01-SG-COUNT-OUT
039900             IF FB01-SQ-RETURN-CODE < 8
040000                 MOVE "COMPLETED"    TO FB01-SG-STATUS
040100             ELSE
040200                 MOVE "FAILED"       TO FB01-SG-STATUS
040300             END-IF
040400         WHEN FB01-SQ-ACTION-SKIP
040500             MOVE "K"                TO FB01-SG-EVENT
040600             MOVE "SKIPPED"          TO FB01-SG-STATUS
040700         WHEN FB01-SQ-ACTION-HOLD
040800             MOVE "H"                TO FB01-SG-EVENT
040900             MOVE "HELD"             TO FB01-SG-STATUS
041000             MOVE FB01-SQ-HOLD-STEP  TO FB01-SG-HOLD-STEP
041100         WHEN OTHER
041200             MOVE "S"                TO FB01-SG-EVENT
041300             MOVE "STARTED"          TO FB01-SG-STATUS
041400     END-EVALUATE.
041500     WRITE FB01-STEP-LEDGER-RECORD.
041510     IF FB01-WS-LDG-FILE-STATUS NOT = "00"
041520         DISPLAY "FBSTEP: FBSTEPL WRITE FAILED, STATUS "
041530                 FB01-WS-LDG-FILE-STATUS " -- "
041540                 FB01-WS-STEP-NAME " NOT POSTED"
041550         PERFORM 6100-LEDGER-FAILED THRU 6100-EXIT
041560     END-IF.
041600     CLOSE LEDGER-FILE.
041700 6000-EXIT.
041800     EXIT.
041900*
042000******************************************************************
042100*    6100-LEDGER-FAILED  --  AN EVENT THAT CANNOT BE POSTED      *
042200*                             LEAVES THE LEDGER UNTRUE, SO THE   *
042300*                             FILE STATUS GOES BACK IN           *
042400*                             FB01-SQ-STATUS WITH RETURN CODE    *
042500*                             12, AND A STEP NOT YET STARTED IS  *
042600*                             HELD SO IT OPENS NOTHING           *
042700******************************************************************
042800 6100-LEDGER-FAILED.
042900     MOVE FB01-WS-LDG-FILE-STATUS TO FB01-SQ-STATUS.
043000     MOVE 12 TO FB01-SQ-RETURN-CODE.
043100     IF FB01-SQ-FUNC-BEGIN
043200         MOVE "H"          TO FB01-SQ-ACTION-SW
043300         MOVE "FBSTEPL"    TO FB01-SQ-HOLD-STEP
043400         MOVE "UNPOSTED"   TO FB01-SQ-HOLD-STATUS
043500     END-IF.
043600 6100-EXIT.
043700     EXIT.
