000100******************************************************************
000200*                                                                *
000300*    PROGRAM     FBSTREAM                                        *
000400*    FUNCTION    JOB-STREAM STATUS REPORT AND RELEASE GATE.      *
000500*                READS THE FBSTEPL STEP LEDGER THE FBSTEP        *
000600*                SERVICE POSTS FOR EVERY STREAM STEP AND LISTS,  *
000700*                FOR EACH BUSINESS DATE IN THE REQUESTED WINDOW, *
000800*                WHICH STEPS COMPLETED, FAILED, NEVER FINISHED,  *
000900*                WERE HELD ON A PREREQUISITE OR NEVER RAN, WITH  *
001000*                THE RETURN CODE AND KEY COUNTS OF EACH, ON THE  *
001100*                FBSORPT REPORT -- ONE PLACE TO SEE WHERE A      *
001200*                FAILED STREAM MUST RESTART.  GIVEN A GATE STEP  *
001300*                ON THE FBSOCARD CARD THE RUN ALSO ENDS RC 8     *
001400*                UNLESS THAT STEP COMPLETED FOR THE GATE DATE,   *
001500*                SO THE SCHEDULER CAN HOLD A DOWNSTREAM RELEASE  *
001600*                SUCH AS THE FBEXPORT TRANSMISSION UNTIL         *
001700*                FBVERIFY HAS CERTIFIED THE INDEX.               *
001800*                                                                *
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.              "FBSTREAM".
002200 AUTHOR.                  R L KOWALSKI.
002300 INSTALLATION.            DATA PROCESSING DEPT.
002400 DATE-WRITTEN.            10/15/2026.
002500 DATE-COMPILED.
002600******************************************************************
002700*                    MODIFICATION HISTORY                        *
002800*----------------------------------------------------------------*
002900* DATE       INIT  DESCRIPTION                                   *
003000*----------------------------------------------------------------*
003100* 10/15/2026 RLK   ORIGINAL VERSION.                             *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.         IBM-370.
003600 OBJECT-COMPUTER.         IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CONTROL-FILE  ASSIGN TO FBSOCARD
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS FB01-WS-CTL-FILE-STATUS.
004200     SELECT LEDGER-FILE   ASSIGN TO FBSTEPL
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS FB01-WS-LDG-FILE-STATUS.
004500     SELECT REPORT-FILE   ASSIGN TO FBSORPT
004600         ORGANIZATION IS SEQUENTIAL.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CONTROL-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300     COPY FB01SO.
005400*
005500 FD  LEDGER-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800     COPY FB01SG.
005900*
006000 FD  REPORT-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300     COPY FB01SS.
006400 WORKING-STORAGE SECTION.
006500******************************************************************
006600*    STANDALONE COUNTERS AND SWITCHES                            *
006700******************************************************************
006800 77  FB01-WS-RUN-DATE             PIC 9(08) VALUE ZERO.
006900 77  FB01-WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
007000 77  FB01-WS-LDG-FILE-STATUS      PIC X(02) VALUE SPACES.
007100 77  FB01-WS-LDG-EOF-SW           PIC X(01) VALUE "N".
007200     88  FB01-WS-LDG-EOF          VALUE "Y".
007300 77  FB01-WS-VALID-SW             PIC X(01) VALUE "Y".
007400     88  FB01-WS-CONTROL-VALID    VALUE "Y".
007500     88  FB01-WS-CONTROL-INVALID  VALUE "N".
007600 77  FB01-WS-LEDGER-SW            PIC X(01) VALUE "N".
007700     88  FB01-WS-LEDGER-READ      VALUE "Y".
007800 77  FB01-WS-GATE-SW              PIC X(01) VALUE "N".
007900     88  FB01-WS-GATE-MET         VALUE "Y".
008000 77  FB01-WS-FROM-DATE            PIC 9(08) VALUE ZERO.
008100 77  FB01-WS-THRU-DATE            PIC 9(08) VALUE ZERO.
008200 77  FB01-WS-GATE-STEP            PIC X(08) VALUE SPACES.
008300 77  FB01-WS-GATE-DATE            PIC 9(08) VALUE ZERO.
008400 77  FB01-WS-FROM-INT             PIC S9(09) COMP-3 VALUE ZERO.
008500 77  FB01-WS-DATE-COUNT           PIC 9(03) COMP-3 VALUE ZERO.
008600 77  FB01-WS-DATE-SUB             PIC 9(03) COMP-3 VALUE ZERO.
008700 77  FB01-WS-DATE-FIND-SUB        PIC 9(03) COMP-3 VALUE ZERO.
008800 77  FB01-WS-ENT-COUNT            PIC 9(03) COMP-3 VALUE ZERO.
008900 77  FB01-WS-ENT-SUB              PIC 9(03) COMP-3 VALUE ZERO.
009000 77  FB01-WS-ENT-FIND-SUB         PIC 9(03) COMP-3 VALUE ZERO.
009100 77  FB01-WS-LIST-SUB             PIC 9(01) COMP-3 VALUE ZERO.
009200 77  FB01-WS-LINES-FOR-STEP       PIC 9(03) COMP-3 VALUE ZERO.
009300 77  FB01-WS-GATE-SEEN            PIC 9(03) COMP-3 VALUE ZERO.
009400 77  FB01-WS-GATE-OPEN            PIC 9(03) COMP-3 VALUE ZERO.
009500 77  FB01-WS-CUR-DATE             PIC 9(08) VALUE ZERO.
009600 77  FB01-WS-LEDGER-READ-CNT      PIC 9(09) COMP-3 VALUE ZERO.
009700 77  FB01-WS-ENT-NOT-TABLED       PIC 9(09) COMP-3 VALUE ZERO.
009800 77  FB01-WS-TOTAL-COMPLETED      PIC 9(09) COMP-3 VALUE ZERO.
009900 77  FB01-WS-TOTAL-FAILED         PIC 9(09) COMP-3 VALUE ZERO.
010000 77  FB01-WS-TOTAL-INCOMPLETE     PIC 9(09) COMP-3 VALUE ZERO.
010100 77  FB01-WS-TOTAL-HELD           PIC 9(09) COMP-3 VALUE ZERO.
010200 77  FB01-WS-TOTAL-NEVER-RAN      PIC 9(09) COMP-3 VALUE ZERO.
010300 77  FB01-WS-TOTAL-SKIPPED        PIC 9(09) COMP-3 VALUE ZERO.
010400 77  FB01-WS-EDIT-TOTAL           PIC ZZZZZZZZ9.
010500*
010600******************************************************************
010700*    STREAM STEP LIST -- THE STEPS OF THE NIGHTLY STREAM IN RUN  *
010800*    ORDER.  AN "R" STEP RUNS EVERY BUSINESS DATE AND IS COUNTED *
010900*    AS NEVER RAN WHEN NOTHING IS POSTED; AN "O" STEP RUNS ONLY  *
011000*    ON SOME NIGHTS (FBMERGE ONLY FOR A PARTITIONED RUN).        *
011100******************************************************************
011200 01  FB01-WS-STEP-LIST-VALUES.
011300     05  FILLER                   PIC X(09) VALUE "FIZZBUZZR".
011400     05  FILLER                   PIC X(09) VALUE "FBMERGE O".
011500     05  FILLER                   PIC X(09) VALUE "FBBALNCER".
011600     05  FILLER                   PIC X(09) VALUE "FBVERIFYR".
011700     05  FILLER                   PIC X(09) VALUE "FBRECON R".
011800     05  FILLER                   PIC X(09) VALUE "FBARCHIVR".
011900 01  FB01-WS-STEP-LIST REDEFINES FB01-WS-STEP-LIST-VALUES.
012000     05  FB01-WS-LIST-ENTRY OCCURS 6 TIMES.
012100         10  FB01-WS-LIST-STEP    PIC X(08).
012200         10  FB01-WS-LIST-MODE    PIC X(01).
012300             88  FB01-WS-LIST-EVERY-NIGHT VALUE "R".
012400*
012500******************************************************************
012600*    BUSINESS DATE TABLE -- EVERY DATE IN THE WINDOW THAT HAS    *
012700*    LEDGER RECORDS, HELD IN ASCENDING ORDER AS IT IS BUILT      *
012800******************************************************************
012900 01  FB01-WS-DATE-TABLE.
013000     05  FB01-WS-DATE-ENTRY OCCURS 200 TIMES.
013100         10  FB01-WS-DATE-VALUE   PIC 9(08).
013200*
013300******************************************************************
013400*    STEP STATE TABLE -- ONE ENTRY PER BUSINESS DATE, STEP AND   *
013500*    JOB ID, CARRYING THE STATE OF THE LAST START OR END RECORD  *
013600******************************************************************
013700 01  FB01-WS-ENT-TABLE.
013800     05  FB01-WS-ENT-ENTRY OCCURS 200 TIMES.
013900         10  FB01-WS-ENT-DATE     PIC 9(08).
014000         10  FB01-WS-ENT-STEP     PIC X(08).
014100         10  FB01-WS-ENT-JOB-ID   PIC X(08).
014200         10  FB01-WS-ENT-STATE    PIC X(10).
014300             88  FB01-WS-ENT-COMPLETED VALUE "COMPLETED".
014400             88  FB01-WS-ENT-FAILED    VALUE "FAILED".
014500             88  FB01-WS-ENT-STARTED   VALUE "STARTED".
014600             88  FB01-WS-ENT-HELD      VALUE "HELD".
014700         10  FB01-WS-ENT-RC       PIC 9(03).
014800         10  FB01-WS-ENT-COUNT-IN PIC 9(09).
014900         10  FB01-WS-ENT-COUNT-OUT PIC 9(09).
015000         10  FB01-WS-ENT-HOLD-STEP PIC X(08).
015100         10  FB01-WS-ENT-SKIPS    PIC 9(03) COMP-3.
015200*
015300 PROCEDURE DIVISION.
015400******************************************************************
015500*    0000-MAINLINE                                               *
015600******************************************************************
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015900     IF FB01-WS-CONTROL-VALID
016000         PERFORM 2000-LOAD-LEDGER   THRU 2000-EXIT
016100         PERFORM 4000-REPORT-DATES  THRU 4000-EXIT
016200         PERFORM 6000-RELEASE-GATE  THRU 6000-EXIT
016300         PERFORM 7000-SUMMARY       THRU 7000-EXIT
016400     END-IF.
016500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016600     STOP RUN.
016700*
016800******************************************************************
016900*    1000-INITIALIZE  --  READ THE OPTIONAL CONTROL CARD, SET    *
017000*                          THE DATE WINDOW, OPEN THE REPORT      *
017100******************************************************************
017200 1000-INITIALIZE.
017300     ACCEPT FB01-WS-RUN-DATE FROM DATE YYYYMMDD.
017400     OPEN OUTPUT REPORT-FILE.
017500     MOVE SPACES               TO FB01-STREAM-LINE.
017600     MOVE "FBSTREAM STREAM STATUS REPORT"
017700                               TO FB01-SS-H-TITLE.
017800     MOVE "RUN DATE "          TO FB01-SS-H-DATE-LIT.
017900     MOVE FB01-WS-RUN-DATE     TO FB01-SS-H-RUN-DATE.
018000     WRITE FB01-STREAM-LINE.
018100     OPEN INPUT CONTROL-FILE.
018200     IF FB01-WS-CTL-FILE-STATUS = "35"
018300         DISPLAY "FBSTREAM: NO FBSOCARD CONTROL CARD, LAST SEVEN "
018400                 "DAYS REPORTED"
018500     ELSE
018600         READ CONTROL-FILE
018700             AT END
018800                 DISPLAY "FBSTREAM: EMPTY FBSOCARD, LAST SEVEN "
018900                         "DAYS REPORTED"
019000             NOT AT END
019100                 PERFORM 1100-EDIT-CONTROL THRU 1100-EXIT
019200         END-READ
019300         CLOSE CONTROL-FILE
019400     END-IF.
019500     IF FB01-WS-CONTROL-INVALID
019600         MOVE 16 TO RETURN-CODE
019700         GO TO 1000-EXIT
019800     END-IF.
019900     IF FB01-WS-THRU-DATE = ZERO
020000         MOVE FB01-WS-RUN-DATE TO FB01-WS-THRU-DATE
020100     END-IF.
020200     IF FB01-WS-FROM-DATE = ZERO
020300         COMPUTE FB01-WS-FROM-INT =
020400             FUNCTION INTEGER-OF-DATE (FB01-WS-THRU-DATE) - 6
020500         IF FB01-WS-FROM-INT < 1
020600             MOVE 1 TO FB01-WS-FROM-INT
020700         END-IF
020800         COMPUTE FB01-WS-FROM-DATE =
020900             FUNCTION DATE-OF-INTEGER (FB01-WS-FROM-INT)
021000     END-IF.
021100     IF FB01-WS-FROM-DATE > FB01-WS-THRU-DATE
021200         DISPLAY "FBSTREAM: FROM DATE AFTER THRU DATE ON FBSOCARD"
021300         MOVE "N" TO FB01-WS-VALID-SW
021400         MOVE 16 TO RETURN-CODE
021500         GO TO 1000-EXIT
021600     END-IF.
021700     IF FB01-WS-GATE-STEP NOT = SPACES
021800         AND FB01-WS-GATE-DATE = ZERO
021900         MOVE FB01-WS-RUN-DATE TO FB01-WS-GATE-DATE
022000     END-IF.
022100 1000-EXIT.
022200     EXIT.
022300*
022400******************************************************************
022500*    1100-EDIT-CONTROL  --  A BLANK OR ZERO DATE TAKES ITS       *
022600*                            DEFAULT; ANY OTHER NON-NUMERIC DATE *
022700*                            REJECTS THE CARD                    *
022800******************************************************************
022900 1100-EDIT-CONTROL.
023000     IF FB01-SO-FROM-DATE NOT = SPACES
023100         IF FB01-SO-FROM-DATE IS NUMERIC
023200             MOVE FB01-SO-FROM-DATE TO FB01-WS-FROM-DATE
023300         ELSE
023400             MOVE "N" TO FB01-WS-VALID-SW
023500         END-IF
023600     END-IF.
023700     IF FB01-SO-THRU-DATE NOT = SPACES
023800         IF FB01-SO-THRU-DATE IS NUMERIC
023900             MOVE FB01-SO-THRU-DATE TO FB01-WS-THRU-DATE
024000         ELSE
024100             MOVE "N" TO FB01-WS-VALID-SW
024200         END-IF
024300     END-IF.
024400     IF FB01-SO-GATE-DATE NOT = SPACES
024500         IF FB01-SO-GATE-DATE IS NUMERIC
024600             MOVE FB01-SO-GATE-DATE TO FB01-WS-GATE-DATE
024700         ELSE
024800             MOVE "N" TO FB01-WS-VALID-SW
024900         END-IF
025000     END-IF.
025100     MOVE FB01-SO-GATE-STEP TO FB01-WS-GATE-STEP.
025200     IF FB01-WS-CONTROL-INVALID
025300         DISPLAY "FBSTREAM: INVALID DATE ON FBSOCARD"
025400     END-IF.
025500 1100-EXIT.
025600     EXIT.
025700*
025800******************************************************************
025900*    2000-LOAD-LEDGER  --  TABLE THE STATE OF EVERY STEP POSTED  *
026000*                           FOR A DATE IN THE WINDOW OR FOR THE  *
026100*                           GATE DATE.  A MISSING LEDGER ENDS    *
026200*                           THE RUN RC 12.                       *
026300******************************************************************
026400 2000-LOAD-LEDGER.
026500     OPEN INPUT LEDGER-FILE.
026600     IF FB01-WS-LDG-FILE-STATUS NOT = "00"
026700         DISPLAY "FBSTREAM: FBSTEPL OPEN FAILED, STATUS "
026800                 FB01-WS-LDG-FILE-STATUS
026900         MOVE 12 TO RETURN-CODE
027000         GO TO 2000-EXIT
027100     END-IF.
027200     SET FB01-WS-LEDGER-READ TO TRUE.
027300     PERFORM 2100-READ-LEDGER THRU 2100-EXIT
027400         UNTIL FB01-WS-LDG-EOF.
027500     CLOSE LEDGER-FILE.
027600 2000-EXIT.
027700     EXIT.
027800*
027900******************************************************************
028000*    2100-READ-LEDGER  --  APPLY ONE LEDGER RECORD.  A START OR  *
028100*                           END RECORD SETS THE STATE; A HELD    *
028200*                           RECORD COUNTS ONLY FOR A STEP THAT   *
028300*                           HAS NOT STARTED; A SKIP RECORD IS    *
028400*                           COUNTED AGAINST THE STEP.            *
028500******************************************************************
028600 2100-READ-LEDGER.
028700     READ LEDGER-FILE
028800         AT END
028900             SET FB01-WS-LDG-EOF TO TRUE
029000             GO TO 2100-EXIT
029100     END-READ.
029200     ADD 1 TO FB01-WS-LEDGER-READ-CNT.
029300     IF FB01-SG-BUS-DATE IS NOT NUMERIC
029400         GO TO 2100-EXIT
029500     END-IF.
029600     IF (FB01-SG-BUS-DATE < FB01-WS-FROM-DATE
029700         OR FB01-SG-BUS-DATE > FB01-WS-THRU-DATE)
029800         AND FB01-SG-BUS-DATE NOT = FB01-WS-GATE-DATE
029900         GO TO 2100-EXIT
030000     END-IF.
030100     PERFORM 2200-FIND-ENTRY THRU 2200-EXIT.
030200     IF FB01-WS-ENT-FIND-SUB = ZERO
030300         GO TO 2100-EXIT
030400     END-IF.
030500     EVALUATE TRUE
030600         WHEN FB01-SG-EVENT-SKIP
030700             ADD 1 TO FB01-WS-ENT-SKIPS (FB01-WS-ENT-FIND-SUB)
030800             ADD 1 TO FB01-WS-TOTAL-SKIPPED
030900         WHEN FB01-SG-EVENT-HOLD
031000             IF FB01-WS-ENT-STATE (FB01-WS-ENT-FIND-SUB) = SPACES
031100                 OR FB01-WS-ENT-HELD (FB01-WS-ENT-FIND-SUB)
031200                 PERFORM 2400-APPLY-RECORD THRU 2400-EXIT
031300             END-IF
031400         WHEN OTHER
031500             PERFORM 2400-APPLY-RECORD THRU 2400-EXIT
031600     END-EVALUATE.
031700 2100-EXIT.
031800     EXIT.
031900*
032000******************************************************************
032100*    2200-FIND-ENTRY  --  LOCATE OR ADD THE ENTRY FOR THE        *
032200*                          RECORD'S DATE, STEP AND JOB ID.  A    *
032300*                          FULL TABLE IS COUNTED AND THE RECORD  *
032400*                          PASSED OVER.                          *
032500******************************************************************
032600 2200-FIND-ENTRY.
032700     MOVE ZERO TO FB01-WS-ENT-FIND-SUB.
032800     PERFORM 2210-MATCH-ENTRY THRU 2210-EXIT
032900         VARYING FB01-WS-ENT-SUB FROM 1 BY 1
033000         UNTIL FB01-WS-ENT-SUB > FB01-WS-ENT-COUNT
033100            OR FB01-WS-ENT-FIND-SUB > ZERO.
033200     IF FB01-WS-ENT-FIND-SUB > ZERO
033300         GO TO 2200-EXIT
033400     END-IF.
033500     IF FB01-WS-ENT-COUNT = 200
033600         ADD 1 TO FB01-WS-ENT-NOT-TABLED
033700         GO TO 2200-EXIT
033800     END-IF.
033900     PERFORM 2300-ADD-DATE THRU 2300-EXIT.
034000     ADD 1 TO FB01-WS-ENT-COUNT.
034100     MOVE FB01-WS-ENT-COUNT TO FB01-WS-ENT-FIND-SUB.
034200     MOVE FB01-SG-BUS-DATE
034300         TO FB01-WS-ENT-DATE (FB01-WS-ENT-FIND-SUB).
034400     MOVE FB01-SG-STEP-NAME
034500         TO FB01-WS-ENT-STEP (FB01-WS-ENT-FIND-SUB).
034600     MOVE FB01-SG-JOB-ID
034700         TO FB01-WS-ENT-JOB-ID (FB01-WS-ENT-FIND-SUB).
034800     MOVE SPACES TO FB01-WS-ENT-STATE (FB01-WS-ENT-FIND-SUB).
034900     MOVE SPACES TO FB01-WS-ENT-HOLD-STEP (FB01-WS-ENT-FIND-SUB).
035000     MOVE ZERO   TO FB01-WS-ENT-RC (FB01-WS-ENT-FIND-SUB).
035100     MOVE ZERO   TO FB01-WS-ENT-COUNT-IN (FB01-WS-ENT-FIND-SUB).
035200     MOVE ZERO   TO FB01-WS-ENT-COUNT-OUT (FB01-WS-ENT-FIND-SUB).
035300     MOVE ZERO   TO FB01-WS-ENT-SKIPS (FB01-WS-ENT-FIND-SUB).
035400 2200-EXIT.
035500     EXIT.
035600*
035700******************************************************************
035800*    2210-MATCH-ENTRY                                            *
035900******************************************************************
036000 2210-MATCH-ENTRY.
036100     IF FB01-WS-ENT-DATE (FB01-WS-ENT-SUB) = FB01-SG-BUS-DATE
036200         AND FB01-WS-ENT-STEP (FB01-WS-ENT-SUB)
036300             = FB01-SG-STEP-NAME
036400         AND FB01-WS-ENT-JOB-ID (FB01-WS-ENT-SUB) = FB01-SG-JOB-ID
036500         MOVE FB01-WS-ENT-SUB TO FB01-WS-ENT-FIND-SUB
036600     END-IF.
036700 2210-EXIT.
036800     EXIT.
036900*
037000******************************************************************
037100*    2300-ADD-DATE  --  ENTER THE RECORD'S BUSINESS DATE IN THE  *
037200*                        DATE TABLE, IN ASCENDING ORDER, UNLESS  *
037300*                        IT IS ALREADY THERE.  THE DATE TABLE IS *
037400*                        AS LARGE AS THE ENTRY TABLE, SO IT      *
037500*                        CANNOT FILL FIRST.                      *
037600******************************************************************
037700 2300-ADD-DATE.
037800     MOVE ZERO TO FB01-WS-DATE-FIND-SUB.
037900     PERFORM 2310-FIND-DATE-SLOT THRU 2310-EXIT
038000         VARYING FB01-WS-DATE-SUB FROM 1 BY 1
038100         UNTIL FB01-WS-DATE-SUB > FB01-WS-DATE-COUNT
038200            OR FB01-WS-DATE-FIND-SUB > ZERO.
038300     IF FB01-WS-DATE-FIND-SUB = ZERO
038400         COMPUTE FB01-WS-DATE-FIND-SUB = FB01-WS-DATE-COUNT + 1
038500     ELSE
038600         IF FB01-WS-DATE-VALUE (FB01-WS-DATE-FIND-SUB)
038700             = FB01-SG-BUS-DATE
038800             GO TO 2300-EXIT
038900         END-IF
039000     END-IF.
039100     PERFORM 2320-SHIFT-DATE-RIGHT THRU 2320-EXIT
039200         VARYING FB01-WS-DATE-SUB FROM FB01-WS-DATE-COUNT BY -1
039300         UNTIL FB01-WS-DATE-SUB < FB01-WS-DATE-FIND-SUB.
039400     ADD 1 TO FB01-WS-DATE-COUNT.
039500     MOVE FB01-SG-BUS-DATE
039600         TO FB01-WS-DATE-VALUE (FB01-WS-DATE-FIND-SUB).
039700 2300-EXIT.
039800     EXIT.
039900*
040000******************************************************************
040100*    2310-FIND-DATE-SLOT  --  THE FIRST DATE NOT BEFORE THE NEW  *
040200*                              ONE                               *
040300******************************************************************
040400 2310-FIND-DATE-SLOT.
040500     IF FB01-WS-DATE-VALUE (FB01-WS-DATE-SUB)
040600         NOT < FB01-SG-BUS-DATE
040700         MOVE FB01-WS-DATE-SUB TO FB01-WS-DATE-FIND-SUB
040800     END-IF.
040900 2310-EXIT.
041000     EXIT.
041100*
041200******************************************************************
041300*    2320-SHIFT-DATE-RIGHT                                       *
041400******************************************************************
041500 2320-SHIFT-DATE-RIGHT.
041600     MOVE FB01-WS-DATE-VALUE (FB01-WS-DATE-SUB)
041700         TO FB01-WS-DATE-VALUE (FB01-WS-DATE-SUB + 1).
041800 2320-EXIT.
041900     EXIT.
042000*
042100******************************************************************
042200*    2400-APPLY-RECORD  --  THE RECORD BECOMES THE ENTRY'S       *
042300*                            CURRENT STATE                       *
042400******************************************************************
042500 2400-APPLY-RECORD.
042600     MOVE FB01-SG-STATUS
042700         TO FB01-WS-ENT-STATE (FB01-WS-ENT-FIND-SUB).
042800     MOVE FB01-SG-HOLD-STEP
042900         TO FB01-WS-ENT-HOLD-STEP (FB01-WS-ENT-FIND-SUB).
043000     IF FB01-SG-RETURN-CODE IS NUMERIC
043100         MOVE FB01-SG-RETURN-CODE
043200             TO FB01-WS-ENT-RC (FB01-WS-ENT-FIND-SUB)
043300     END-IF.
043400     IF FB01-SG-COUNT-IN IS NUMERIC
043500         MOVE FB01-SG-COUNT-IN
043600             TO FB01-WS-ENT-COUNT-IN (FB01-WS-ENT-FIND-SUB)
043700     END-IF.
043800     IF FB01-SG-COUNT-OUT IS NUMERIC
043900         MOVE FB01-SG-COUNT-OUT
044000             TO FB01-WS-ENT-COUNT-OUT (FB01-WS-ENT-FIND-SUB)
044100     END-IF.
044200 2400-EXIT.
044300     EXIT.
044400*
044500******************************************************************
044600*    4000-REPORT-DATES  --  ONE SECTION PER BUSINESS DATE, IN    *
044700*                            DATE ORDER                          *
044800******************************************************************
044900 4000-REPORT-DATES.
045000     IF NOT FB01-WS-LEDGER-READ
045100         GO TO 4000-EXIT
045200     END-IF.
045300     IF FB01-WS-DATE-COUNT = ZERO
045400         MOVE SPACES TO FB01-STREAM-LINE
045500         MOVE "NO STEPS POSTED FOR THE DATES REQUESTED"
045600             TO FB01-SS-T-TEXT
045700         WRITE FB01-STREAM-LINE
045800         GO TO 4000-EXIT
045900     END-IF.
046000     PERFORM 4100-REPORT-ONE-DATE THRU 4100-EXIT
046100         VARYING FB01-WS-DATE-SUB FROM 1 BY 1
046200         UNTIL FB01-WS-DATE-SUB > FB01-WS-DATE-COUNT.
046300 4000-EXIT.
046400     EXIT.
046500*
046600******************************************************************
046700*    4100-REPORT-ONE-DATE  --  THE DATE HEADING, THEN EVERY      *
046800*                               STREAM STEP IN RUN ORDER         *
046900******************************************************************
047000 4100-REPORT-ONE-DATE.
047100     MOVE FB01-WS-DATE-VALUE (FB01-WS-DATE-SUB)
047200                               TO FB01-WS-CUR-DATE.
047300     MOVE SPACES               TO FB01-STREAM-LINE.
047400     MOVE "BUSINESS DATE "     TO FB01-SS-B-LIT.
047500     MOVE FB01-WS-CUR-DATE     TO FB01-SS-B-BUS-DATE.
047600     WRITE FB01-STREAM-LINE.
047700     PERFORM 4200-REPORT-ONE-STEP THRU 4200-EXIT
047800         VARYING FB01-WS-LIST-SUB FROM 1 BY 1
047900         UNTIL FB01-WS-LIST-SUB > 6.
048000 4100-EXIT.
048100     EXIT.
048200*
048300******************************************************************
048400*    4200-REPORT-ONE-STEP  --  ONE LINE PER JOB ID POSTED UNDER  *
048500*                               THE STEP FOR THE DATE, OR A      *
048600*                               NEVER RAN LINE                   *
048700******************************************************************
048800 4200-REPORT-ONE-STEP.
048900     MOVE ZERO TO FB01-WS-LINES-FOR-STEP.
049000     PERFORM 4300-REPORT-ONE-ENTRY THRU 4300-EXIT
049100         VARYING FB01-WS-ENT-SUB FROM 1 BY 1
049200         UNTIL FB01-WS-ENT-SUB > FB01-WS-ENT-COUNT.
049300     IF FB01-WS-LINES-FOR-STEP > ZERO
049400         GO TO 4200-EXIT
049500     END-IF.
049600     MOVE SPACES                 TO FB01-STREAM-LINE.
049700     MOVE FB01-WS-LIST-STEP (FB01-WS-LIST-SUB) TO FB01-SS-D-STEP.
049800     MOVE "NEVER RAN"            TO FB01-SS-D-STATUS.
049900     IF FB01-WS-LIST-EVERY-NIGHT (FB01-WS-LIST-SUB)
050000         ADD 1 TO FB01-WS-TOTAL-NEVER-RAN
050100     ELSE
050200         MOVE "PARTITIONED ONLY" TO FB01-SS-D-NOTE
050300     END-IF.
050400     WRITE FB01-STREAM-LINE.
050500 4200-EXIT.
050600     EXIT.
050700*
050800******************************************************************
050900*    4300-REPORT-ONE-ENTRY                                       *
051000******************************************************************
051100 4300-REPORT-ONE-ENTRY.
051200     IF FB01-WS-ENT-DATE (FB01-WS-ENT-SUB) NOT = FB01-WS-CUR-DATE
051300         OR FB01-WS-ENT-STEP (FB01-WS-ENT-SUB)
051400             NOT = FB01-WS-LIST-STEP (FB01-WS-LIST-SUB)
051500         GO TO 4300-EXIT
051600     END-IF.
051700     ADD 1 TO FB01-WS-LINES-FOR-STEP.
051800     MOVE SPACES                 TO FB01-STREAM-LINE.
051900     MOVE FB01-WS-ENT-STEP (FB01-WS-ENT-SUB)   TO FB01-SS-D-STEP.
052000     MOVE FB01-WS-ENT-JOB-ID (FB01-WS-ENT-SUB)
052100                                 TO FB01-SS-D-JOB-ID.
052200     MOVE "RC "                  TO FB01-SS-D-RC-LIT.
052300     MOVE FB01-WS-ENT-RC (FB01-WS-ENT-SUB)     TO FB01-SS-D-RC.
052400     MOVE FB01-WS-ENT-COUNT-IN (FB01-WS-ENT-SUB)
052500                                 TO FB01-SS-D-COUNT-IN.
052600     MOVE FB01-WS-ENT-COUNT-OUT (FB01-WS-ENT-SUB)
052700                                 TO FB01-SS-D-COUNT-OUT.
052800     EVALUATE TRUE
052900         WHEN FB01-WS-ENT-COMPLETED (FB01-WS-ENT-SUB)
053000             MOVE "COMPLETED"    TO FB01-SS-D-STATUS
053100             ADD 1 TO FB01-WS-TOTAL-COMPLETED
053200             IF FB01-WS-ENT-SKIPS (FB01-WS-ENT-SUB) > ZERO
053300                 MOVE "RERUN SKIPPED"  TO FB01-SS-D-NOTE
053400             END-IF
053500         WHEN FB01-WS-ENT-FAILED (FB01-WS-ENT-SUB)
053600             MOVE "FAILED"       TO FB01-SS-D-STATUS
053700             MOVE "RESTART HERE" TO FB01-SS-D-NOTE
053800             ADD 1 TO FB01-WS-TOTAL-FAILED
053900         WHEN FB01-WS-ENT-HELD (FB01-WS-ENT-SUB)
054000             MOVE "HELD"         TO FB01-SS-D-STATUS
054100             MOVE SPACES         TO FB01-SS-D-NOTE
054200             STRING "HELD BY "   DELIMITED BY SIZE
054300                    FB01-WS-ENT-HOLD-STEP (FB01-WS-ENT-SUB)
054400                                 DELIMITED BY SPACE
054500                 INTO FB01-SS-D-NOTE
054600             END-STRING
054700             ADD 1 TO FB01-WS-TOTAL-HELD
054800         WHEN OTHER
054900             MOVE "INCOMPLETE"   TO FB01-SS-D-STATUS
055000             MOVE "NO END RECORD" TO FB01-SS-D-NOTE
055100             ADD 1 TO FB01-WS-TOTAL-INCOMPLETE
055200     END-EVALUATE.
055300     WRITE FB01-STREAM-LINE.
055400 4300-EXIT.
055500     EXIT.
055600*
055700******************************************************************
055800*    6000-RELEASE-GATE  --  WHEN A GATE STEP IS GIVEN, EVERY JOB *
055900*                            ID POSTED UNDER IT FOR THE GATE     *
056000*                            DATE MUST HAVE COMPLETED, AND AT    *
056100*                            LEAST ONE MUST HAVE BEEN POSTED.    *
056150*                            A LEDGER RECORD THE FULL TABLE      *
056200*                            COULD NOT HOLD MAY BE AN UNFINISHED *
056250*                            GATE STEP, SO IT HOLDS THE GATE     *
056300*                            TOO.  OTHERWISE THE RUN ENDS RC 8   *
056350*                            TO HOLD THE RELEASE.                *
056400******************************************************************
056500 6000-RELEASE-GATE.
056600     IF FB01-WS-GATE-STEP = SPACES
056700         GO TO 6000-EXIT
056800     END-IF.
056900     MOVE ZERO TO FB01-WS-GATE-SEEN.
057000     MOVE ZERO TO FB01-WS-GATE-OPEN.
057100     PERFORM 6100-GATE-ONE-ENTRY THRU 6100-EXIT
057200         VARYING FB01-WS-ENT-SUB FROM 1 BY 1
057300         UNTIL FB01-WS-ENT-SUB > FB01-WS-ENT-COUNT.
057400     IF FB01-WS-GATE-SEEN > ZERO
057500         AND FB01-WS-GATE-OPEN = ZERO
057550         AND FB01-WS-ENT-NOT-TABLED = ZERO
057600         SET FB01-WS-GATE-MET TO TRUE
057700     END-IF.
057710     IF FB01-WS-ENT-NOT-TABLED > ZERO
057720         MOVE FB01-WS-ENT-NOT-TABLED TO FB01-WS-EDIT-TOTAL
057730         DISPLAY "FBSTREAM: " FB01-WS-EDIT-TOTAL
057740                 " LEDGER RECORDS NOT TABLED -- GATE NOT PROVEN"
057750     END-IF.
057800     MOVE SPACES TO FB01-STREAM-LINE.
057900     IF FB01-WS-GATE-MET
058000         STRING "RELEASE GATE: "   DELIMITED BY SIZE
058100                FB01-WS-GATE-STEP  DELIMITED BY SPACE
058200                " COMPLETED FOR "  DELIMITED BY SIZE
058300                FB01-WS-GATE-DATE  DELIMITED BY SIZE
058400                " -- RELEASE MAY PROCEED"
058500                                   DELIMITED BY SIZE
058600             INTO FB01-SS-T-TEXT
058700         END-STRING
058800     ELSE
058900         STRING "** RELEASE GATE: " DELIMITED BY SIZE
059000                FB01-WS-GATE-STEP  DELIMITED BY SPACE
059100                " NOT COMPLETED FOR " DELIMITED BY SIZE
059200                FB01-WS-GATE-DATE  DELIMITED BY SIZE
059300                " -- HOLD THE RELEASE"
059400                                   DELIMITED BY SIZE
059500             INTO FB01-SS-T-TEXT
059600         END-STRING
059700     END-IF.
059800     WRITE FB01-STREAM-LINE.
059900     DISPLAY "FBSTREAM: " FB01-SS-T-TEXT.
060000 6000-EXIT.
060100     EXIT.
060200*
060300******************************************************************
060400*    6100-GATE-ONE-ENTRY                                         *
060500******************************************************************
060600 6100-GATE-ONE-ENTRY.
060700     IF FB01-WS-ENT-DATE (FB01-WS-ENT-SUB) = FB01-WS-GATE-DATE
060800         AND FB01-WS-ENT-STEP (FB01-WS-ENT-SUB)
060900             = FB01-WS-GATE-STEP
061000         ADD 1 TO FB01-WS-GATE-SEEN
061100         IF NOT FB01-WS-ENT-COMPLETED (FB01-WS-ENT-SUB)
061200             ADD 1 TO FB01-WS-GATE-OPEN
061300         END-IF
061400     END-IF.
061500 6100-EXIT.
061600     EXIT.
061700*
061800******************************************************************
061900*    7000-SUMMARY  --  CONTROL TOTALS.  A HELD RELEASE ENDS THE  *
062000*                       RUN RC 8; ANY STEP FAILED, INCOMPLETE,   *
062100*                       HELD OR NEVER RUN ENDS IT RC 4.          *
062200******************************************************************
062300 7000-SUMMARY.
062400     MOVE SPACES                    TO FB01-STREAM-LINE.
062500     MOVE "LEDGER RECORDS READ"     TO FB01-SS-S-LABEL.
062600     MOVE "VALUE: "                 TO FB01-SS-S-LIT.
062700     MOVE FB01-WS-LEDGER-READ-CNT   TO FB01-SS-S-VALUE.
062800     WRITE FB01-STREAM-LINE.
062900     MOVE SPACES                    TO FB01-STREAM-LINE.
063000     MOVE "BUSINESS DATES"          TO FB01-SS-S-LABEL.
063100     MOVE "VALUE: "                 TO FB01-SS-S-LIT.
063200     MOVE FB01-WS-DATE-COUNT        TO FB01-SS-S-VALUE.
063300     WRITE FB01-STREAM-LINE.
063400     MOVE SPACES                    TO FB01-STREAM-LINE.
063500     MOVE "STEPS COMPLETED"         TO FB01-SS-S-LABEL.
063600     MOVE "VALUE: "                 TO FB01-SS-S-LIT.
063700     MOVE FB01-WS-TOTAL-COMPLETED   TO FB01-SS-S-VALUE.
063800     WRITE FB01-STREAM-LINE.
063900     MOVE SPACES                    TO FB01-STREAM-LINE.
064000     MOVE "STEPS FAILED"            TO FB01-SS-S-LABEL.
064100     MOVE "VALUE: "                 TO FB01-SS-S-LIT.
064200     MOVE FB01-WS-TOTAL-FAILED      TO FB01-SS-S-VALUE.
064300     WRITE FB01-STREAM-LINE.
064400     MOVE SPACES                    TO FB01-STREAM-LINE.
064500     MOVE "STEPS INCOMPLETE"        TO FB01-SS-S-LABEL.
064600     MOVE "VALUE: "                 TO FB01-SS-S-LIT.
064700     MOVE FB01-WS-TOTAL-INCOMPLETE  TO FB01-SS-S-VALUE.
064800     WRITE FB01-STREAM-LINE.
064900     MOVE SPACES                    TO FB01-STREAM-LINE.
065000     MOVE "STEPS HELD"              TO FB01-SS-S-LABEL.
065100     MOVE "VALUE: "                 TO FB01-SS-S-LIT.
065200     MOVE FB01-WS-TOTAL-HELD        TO FB01-SS-S-VALUE.
065300     WRITE FB01-STREAM-LINE.
065400     MOVE SPACES                    TO FB01-STREAM-LINE.
065500     MOVE "STEPS NEVER RAN"         TO FB01-SS-S-LABEL.
065600     MOVE "VALUE: "                 TO FB01-SS-S-LIT.
065700     MOVE FB01-WS-TOTAL-NEVER-RAN   TO FB01-SS-S-VALUE.
065800     WRITE FB01-STREAM-LINE.
065900     MOVE SPACES                    TO FB01-STREAM-LINE.
066000     MOVE "RERUNS SKIPPED"          TO FB01-SS-S-LABEL.
066100     MOVE "VALUE: "                 TO FB01-SS-S-LIT.
066200     MOVE FB01-WS-TOTAL-SKIPPED     TO FB01-SS-S-VALUE.
066300     WRITE FB01-STREAM-LINE.
066400     MOVE SPACES                    TO FB01-STREAM-LINE.
066500     MOVE "STEPS NOT TABLED"        TO FB01-SS-S-LABEL.
066600     MOVE "VALUE: "                 TO FB01-SS-S-LIT.
066700     MOVE FB01-WS-ENT-NOT-TABLED    TO FB01-SS-S-VALUE.
066800     WRITE FB01-STREAM-LINE.
066900     DISPLAY "FBSTREAM - END OF RUN CONTROL TOTALS".
067000     MOVE FB01-WS-TOTAL-COMPLETED   TO FB01-WS-EDIT-TOTAL.
067100     DISPLAY "  STEPS COMPLETED . . . . . . ." FB01-WS-EDIT-TOTAL.
067200     MOVE FB01-WS-TOTAL-FAILED      TO FB01-WS-EDIT-TOTAL.
067300     DISPLAY "  STEPS FAILED. . . . . . . . ." FB01-WS-EDIT-TOTAL.
067400     MOVE FB01-WS-TOTAL-INCOMPLETE  TO FB01-WS-EDIT-TOTAL.
067500     DISPLAY "  STEPS INCOMPLETE. . . . . . ." FB01-WS-EDIT-TOTAL.
067600     MOVE FB01-WS-TOTAL-HELD        TO FB01-WS-EDIT-TOTAL.
067700     DISPLAY "  STEPS HELD. . . . . . . . . ." FB01-WS-EDIT-TOTAL.
067800     MOVE FB01-WS-TOTAL-NEVER-RAN   TO FB01-WS-EDIT-TOTAL.
067900     DISPLAY "  STEPS NEVER RAN . . . . . . ." FB01-WS-EDIT-TOTAL.
068000     IF RETURN-CODE NOT = ZERO
068100         GO TO 7000-EXIT
068200     END-IF.
068300     IF FB01-WS-GATE-STEP NOT = SPACES
068400         AND NOT FB01-WS-GATE-MET
068500         MOVE 8 TO RETURN-CODE
068600         GO TO 7000-EXIT
068700     END-IF.
068800     IF FB01-WS-TOTAL-FAILED > ZERO
068900         OR FB01-WS-TOTAL-INCOMPLETE > ZERO
069000         OR FB01-WS-TOTAL-HELD > ZERO
069100         OR FB01-WS-TOTAL-NEVER-RAN > ZERO
069200         OR FB01-WS-ENT-NOT-TABLED > ZERO
069300         MOVE 4 TO RETURN-CODE
069400     END-IF.
069500 7000-EXIT.
069600     EXIT.
069700*
069800******************************************************************
069900*    9000-TERMINATE                                              *
070000******************************************************************
070100 9000-TERMINATE.
070200     CLOSE REPORT-FILE.
070300 9000-EXIT.
070400     EXIT.
