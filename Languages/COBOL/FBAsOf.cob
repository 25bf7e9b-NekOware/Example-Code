000100******************************************************************
000200*                                                                *
000300*    PROGRAM     FBASOF                                          *
000400*    FUNCTION    AS-OF-DATE LABEL INQUIRY OVER THE FBIXJRN       *
000500*                FBINDEX CHANGE JOURNAL.  READS REQUESTS FROM    *
000600*                FBJQIN, EACH A NUM AND AN AS-OF DATE, AND       *
000700*                ANSWERS WHAT LABEL AND RULE SET ID THE NUM      *
000800*                CARRIED AT THE CLOSE OF THAT DATE.  THE         *
000900*                JOURNAL IS READ ONCE, IN THE ORDER THE CHANGES  *
001000*                WERE MADE, AGAINST A TABLE OF THE REQUESTS.     *
001100*                THE LAST CHANGE ON OR BEFORE THE AS-OF DATE     *
001200*                GIVES THE ANSWER FROM ITS AFTER IMAGE; FAILING  *
001300*                THAT, THE FIRST CHANGE AFTER THE DATE GIVES IT  *
001400*                FROM ITS BEFORE IMAGE; A NUM NEVER JOURNALED    *
001500*                HAS CARRIED ITS CURRENT LABEL THROUGHOUT, AND   *
001600*                IS ANSWERED THROUGH THE FBLOOKUP SUBPROGRAM.    *
001700*                ANSWERS ARE LISTED ON THE FBJRPT REPORT WITH    *
001800*                THE BASIS OF EACH ANSWER AND THE DATE OF THE    *
001900*                CHANGE IT WAS TAKEN FROM.                       *
002000*                                                                *
002100******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.              "FBASOF".
002400 AUTHOR.                  R L KOWALSKI.
002500 INSTALLATION.            DATA PROCESSING DEPT.
002600 DATE-WRITTEN.            10/15/2026.
002700 DATE-COMPILED.
002800******************************************************************
002900*                    MODIFICATION HISTORY                       *
003000*----------------------------------------------------------------*
003100* DATE       INIT  DESCRIPTION                                  *
003200*----------------------------------------------------------------*
003300* 10/15/2026 RLK   ORIGINAL VERSION.                             *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.         IBM-370.
003800 OBJECT-COMPUTER.         IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT REQUEST-FILE  ASSIGN TO FBJQIN
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS FB01-WS-REQ-FILE-STATUS.
004400     SELECT JOURNAL-FILE  ASSIGN TO FBIXJRN
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS FB01-WS-JRN-FILE-STATUS.
004700     SELECT REPORT-FILE   ASSIGN TO FBJRPT
004800         ORGANIZATION IS SEQUENTIAL.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  REQUEST-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500     COPY FB01JQ.
005600*
005700 FD  JOURNAL-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000     COPY FB01JR.
006100*
006200 FD  REPORT-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500     COPY FB01JL.
006600 WORKING-STORAGE SECTION.
006700******************************************************************
006800*    STANDALONE COUNTERS AND SWITCHES                            *
006900******************************************************************
007000 77  FB01-WS-RUN-DATE             PIC 9(08) VALUE ZERO.
007100 77  FB01-WS-REQ-FILE-STATUS      PIC X(02) VALUE SPACES.
007200 77  FB01-WS-JRN-FILE-STATUS      PIC X(02) VALUE SPACES.
007300 77  FB01-WS-REQ-EOF-SW           PIC X(01) VALUE "N".
007400     88  FB01-WS-REQ-EOF          VALUE "Y".
007500 77  FB01-WS-JRN-EOF-SW           PIC X(01) VALUE "N".
007600     88  FB01-WS-JRN-EOF          VALUE "Y".
007700 77  FB01-WS-REQ-COUNT            PIC 9(03) COMP-3 VALUE ZERO.
007800 77  FB01-WS-REQ-SUB              PIC 9(03) COMP-3 VALUE ZERO.
007900 77  FB01-WS-TOTAL-READ           PIC 9(09) COMP-3 VALUE ZERO.
008000 77  FB01-WS-JRN-READ             PIC 9(09) COMP-3 VALUE ZERO.
008100 77  FB01-WS-TOTAL-JOURNAL        PIC 9(09) COMP-3 VALUE ZERO.
008200 77  FB01-WS-TOTAL-BEFORE-IMAGE   PIC 9(09) COMP-3 VALUE ZERO.
008300 77  FB01-WS-TOTAL-CURRENT        PIC 9(09) COMP-3 VALUE ZERO.
008400 77  FB01-WS-TOTAL-ARCHIVED       PIC 9(09) COMP-3 VALUE ZERO.
008500 77  FB01-WS-TOTAL-NOT-ON-FILE    PIC 9(09) COMP-3 VALUE ZERO.
008600 77  FB01-WS-TOTAL-INVALID        PIC 9(09) COMP-3 VALUE ZERO.
008700 77  FB01-WS-TOTAL-ERRORS         PIC 9(09) COMP-3 VALUE ZERO.
008800 77  FB01-WS-ANS-LABEL            PIC X(10) VALUE SPACES.
008900 77  FB01-WS-ANS-SET-ID           PIC X(08) VALUE SPACES.
009000 77  FB01-WS-ANS-BASIS            PIC X(12) VALUE SPACES.
009100 77  FB01-WS-ANS-DATE-LIT         PIC X(06) VALUE SPACES.
009200 77  FB01-WS-ANS-CHG-DATE         PIC X(08) VALUE SPACES.
009300 77  FB01-WS-EDIT-TOTAL           PIC ZZZZZZZZ9.
009400*
009500******************************************************************
009600*    TIMESTAMP PARSE AREA  --  JOURNAL TIMESTAMPS ARE BUILT AS   *
009700*    YYYYMMDD-HHMMSSCC BY THE PROGRAM THAT MADE THE CHANGE       *
009800******************************************************************
009900 01  FB01-WS-TS-AREA.
010000     05  FB01-WS-TS-DATE             PIC 9(08).
010100     05  FILLER                      PIC X(18).
010200*
010300******************************************************************
010400*    REQUEST TABLE -- EVERY FBJQIN REQUEST IS TABLED SO THE      *
010500*    JOURNAL CAN BE READ ONCE FOR THE WHOLE RUN.  FOR EACH       *
010600*    REQUEST THE TABLE HOLDS THE LAST CHANGE JOURNALED ON OR     *
010700*    BEFORE THE AS-OF DATE (PRE) AND THE FIRST CHANGE JOURNALED  *
010800*    AFTER IT (POST).                                            *
010900******************************************************************
011000 01  FB01-WS-REQ-TABLE.
011100     05  FB01-WS-REQ-ENTRY OCCURS 200 TIMES.
011200         10  FB01-WS-REQ-NUM-X    PIC X(09).
011300         10  FB01-WS-REQ-NUM REDEFINES FB01-WS-REQ-NUM-X
011400                                  PIC 9(09).
011500         10  FB01-WS-REQ-DATE-X   PIC X(08).
011600         10  FB01-WS-REQ-DATE REDEFINES FB01-WS-REQ-DATE-X
011700                                  PIC 9(08).
011800         10  FB01-WS-REQ-VALID-SW PIC X(01).
011900             88  FB01-WS-REQ-VALID VALUE "Y".
012000         10  FB01-WS-PRE-SW       PIC X(01).
012100             88  FB01-WS-PRE-FOUND VALUE "Y".
012200         10  FB01-WS-PRE-ACTION   PIC X(01).
012300         10  FB01-WS-PRE-BEF-LABEL PIC X(10).
012400         10  FB01-WS-PRE-BEF-SET-ID PIC X(08).
012500         10  FB01-WS-PRE-AFT-LABEL PIC X(10).
012600         10  FB01-WS-PRE-AFT-SET-ID PIC X(08).
012700         10  FB01-WS-PRE-DATE     PIC 9(08).
012750         10  FB01-WS-PRE-PROGRAM  PIC X(08).
012800         10  FB01-WS-POST-SW      PIC X(01).
012900             88  FB01-WS-POST-FOUND VALUE "Y".
013000         10  FB01-WS-POST-ACTION  PIC X(01).
013100         10  FB01-WS-POST-BEF-LABEL PIC X(10).
013200         10  FB01-WS-POST-BEF-SET-ID PIC X(08).
013300         10  FB01-WS-POST-AFT-LABEL PIC X(10).
013400         10  FB01-WS-POST-AFT-SET-ID PIC X(08).
013500         10  FB01-WS-POST-DATE    PIC 9(08).
013600*
013700******************************************************************
013800*    FBLOOKUP CALL PARAMETER AREA                                *
013900******************************************************************
014000     COPY FB01LP.
014100*
014200 PROCEDURE DIVISION.
014300******************************************************************
014400*    0000-MAINLINE                                               *
014500******************************************************************
014600 0000-MAINLINE.
014700     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
014800     PERFORM 2000-LOAD-REQUESTS    THRU 2000-EXIT.
014900     PERFORM 3000-SCAN-JOURNAL     THRU 3000-EXIT.
015000     PERFORM 5000-ANSWER-REQUESTS  THRU 5000-EXIT.
015100     PERFORM 7000-SUMMARY          THRU 7000-EXIT.
015200     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
015300     STOP RUN.
015400*
015500******************************************************************
015600*    1000-INITIALIZE  --  OPEN FILES, WRITE THE REPORT HEADER.   *
015700*                          A MISSING JOURNAL IS NOT AN ERROR --  *
015800*                          EVERY NUM IS THEN ANSWERED WITH THE   *
015900*                          LABEL NOW ON FILE.                    *
016000******************************************************************
016100 1000-INITIALIZE.
016200     ACCEPT FB01-WS-RUN-DATE FROM DATE YYYYMMDD.
016205     SET FB01-LKP-LAYOUT-V2 TO TRUE.
016210     MOVE SPACES TO FB01-LKP-REQUESTER.
016300     OPEN INPUT REQUEST-FILE.
016400     IF FB01-WS-REQ-FILE-STATUS = "35"
016500         DISPLAY "FBASOF: MISSING REQUEST FILE ON FBJQIN"
016600         SET FB01-WS-REQ-EOF TO TRUE
016700         MOVE 12 TO RETURN-CODE
016800     END-IF.
016900     OPEN INPUT JOURNAL-FILE.
017000     IF FB01-WS-JRN-FILE-STATUS = "35"
017100         DISPLAY "FBASOF: NO CHANGE JOURNAL ON FBIXJRN, CURRENT "
017200                 "LABELS REPORTED"
017300         SET FB01-WS-JRN-EOF TO TRUE
017400     END-IF.
017500     OPEN OUTPUT REPORT-FILE.
017600     MOVE SPACES               TO FB01-ASOF-LINE.
017700     MOVE "FBASOF AS-OF LABEL REPORT"
017800                               TO FB01-JL-H-TITLE.
017900     MOVE "RUN DATE "          TO FB01-JL-H-DATE-LIT.
018000     MOVE FB01-WS-RUN-DATE     TO FB01-JL-H-RUN-DATE.
018100     WRITE FB01-ASOF-LINE.
018200 1000-EXIT.
018300     EXIT.
018400*
018500******************************************************************
018600*    2000-LOAD-REQUESTS  --  TABLE EVERY REQUEST RECORD          *
018700******************************************************************
018800 2000-LOAD-REQUESTS.
018900     PERFORM 2100-READ-REQUEST THRU 2100-EXIT
019000         UNTIL FB01-WS-REQ-EOF.
019100     IF FB01-WS-REQ-FILE-STATUS = "00" OR "10"
019200         CLOSE REQUEST-FILE
019300     END-IF.
019400 2000-EXIT.
019500     EXIT.
019600*
019700******************************************************************
019800*    2100-READ-REQUEST  --  TABLE ONE REQUEST.  A REQUEST WITH   *
019900*                            A NON-NUMERIC NUM OR AS-OF DATE IS  *
020000*                            TABLED AS INVALID SO IT IS STILL    *
020100*                            ANSWERED ON THE REPORT.             *
020200******************************************************************
020300 2100-READ-REQUEST.
020400     READ REQUEST-FILE
020500         AT END
020600             SET FB01-WS-REQ-EOF TO TRUE
020700             GO TO 2100-EXIT
020800     END-READ.
020900     IF FB01-WS-REQ-COUNT = 200
021000         DISPLAY "FBASOF: MORE THAN 200 REQUESTS -- "
021100                 "EXTRA REQUESTS IGNORED"
021200         SET FB01-WS-REQ-EOF TO TRUE
021300         GO TO 2100-EXIT
021400     END-IF.
021500     ADD 1 TO FB01-WS-TOTAL-READ.
021600     ADD 1 TO FB01-WS-REQ-COUNT.
021700     MOVE SPACES TO FB01-WS-REQ-ENTRY (FB01-WS-REQ-COUNT).
021800     MOVE FB01-JQ-NUM
021900         TO FB01-WS-REQ-NUM-X (FB01-WS-REQ-COUNT).
022000     MOVE FB01-JQ-AS-OF-DATE
022100         TO FB01-WS-REQ-DATE-X (FB01-WS-REQ-COUNT).
022200     MOVE "N" TO FB01-WS-PRE-SW (FB01-WS-REQ-COUNT).
022300     MOVE "N" TO FB01-WS-POST-SW (FB01-WS-REQ-COUNT).
022400     IF FB01-JQ-NUM IS NOT NUMERIC
022500         OR FB01-JQ-AS-OF-DATE IS NOT NUMERIC
022600         OR FB01-JQ-AS-OF-DATE = ZERO
022700         MOVE "N" TO FB01-WS-REQ-VALID-SW (FB01-WS-REQ-COUNT)
022800     ELSE
022900         MOVE "Y" TO FB01-WS-REQ-VALID-SW (FB01-WS-REQ-COUNT)
023000     END-IF.
023100 2100-EXIT.
023200     EXIT.
023300*
023400******************************************************************
023500*    3000-SCAN-JOURNAL  --  ONE PASS OF THE CHANGE JOURNAL       *
023600******************************************************************
023700 3000-SCAN-JOURNAL.
023800     PERFORM 3100-READ-JOURNAL THRU 3100-EXIT
023900         UNTIL FB01-WS-JRN-EOF.
024000     IF FB01-WS-JRN-FILE-STATUS = "00" OR "10"
024100         CLOSE JOURNAL-FILE
024200     END-IF.
024300 3000-EXIT.
024400     EXIT.
024500*
024600******************************************************************
024700*    3100-READ-JOURNAL  --  ONE JOURNAL RECORD AGAINST EVERY     *
024800*                            REQUEST IN THE TABLE.  A RECORD     *
024900*                            WITH AN UNREADABLE KEY OR DATE IS   *
025000*                            IGNORED.                            *
025100******************************************************************
025200 3100-READ-JOURNAL.
025300     READ JOURNAL-FILE
025400         AT END
025500             SET FB01-WS-JRN-EOF TO TRUE
025600             GO TO 3100-EXIT
025700     END-READ.
025800     ADD 1 TO FB01-WS-JRN-READ.
025900     MOVE FB01-JRN-TIMESTAMP TO FB01-WS-TS-AREA.
026000     IF FB01-JRN-NUM IS NOT NUMERIC
026100         OR FB01-WS-TS-DATE IS NOT NUMERIC
026200         DISPLAY "FBASOF: BAD JOURNAL RECORD IGNORED"
026300         GO TO 3100-EXIT
026400     END-IF.
026500     PERFORM 3110-APPLY-ONE-REQUEST THRU 3110-EXIT
026600         VARYING FB01-WS-REQ-SUB FROM 1 BY 1
026700         UNTIL FB01-WS-REQ-SUB > FB01-WS-REQ-COUNT.
026800 3100-EXIT.
026900     EXIT.
027000*
027100******************************************************************
027200*    3110-APPLY-ONE-REQUEST  --  A CHANGE ON OR BEFORE THE AS-OF *
027300*                                 DATE REPLACES THE PRE CHANGE,  *
027400*                                 SO THE LAST ONE IS KEPT; ONLY  *
027500*                                 THE FIRST CHANGE AFTER THE     *
027600*                                 DATE IS KEPT AS THE POST       *
027700*                                 CHANGE.                        *
027800******************************************************************
027900 3110-APPLY-ONE-REQUEST.
028000     IF NOT FB01-WS-REQ-VALID (FB01-WS-REQ-SUB)
028100         GO TO 3110-EXIT
028200     END-IF.
028300     IF FB01-WS-REQ-NUM (FB01-WS-REQ-SUB) NOT = FB01-JRN-NUM
028400         GO TO 3110-EXIT
028500     END-IF.
028600     IF FB01-WS-TS-DATE NOT > FB01-WS-REQ-DATE (FB01-WS-REQ-SUB)
028700         MOVE "Y" TO FB01-WS-PRE-SW (FB01-WS-REQ-SUB)
028800         MOVE FB01-JRN-ACTION
028900             TO FB01-WS-PRE-ACTION (FB01-WS-REQ-SUB)
029000         MOVE FB01-JRN-BEFORE-LABEL
029100             TO FB01-WS-PRE-BEF-LABEL (FB01-WS-REQ-SUB)
029200         MOVE FB01-JRN-BEFORE-SET-ID
029300             TO FB01-WS-PRE-BEF-SET-ID (FB01-WS-REQ-SUB)
029400         MOVE FB01-JRN-AFTER-LABEL
029500             TO FB01-WS-PRE-AFT-LABEL (FB01-WS-REQ-SUB)
029600         MOVE FB01-JRN-AFTER-SET-ID
029700             TO FB01-WS-PRE-AFT-SET-ID (FB01-WS-REQ-SUB)
029800         MOVE FB01-WS-TS-DATE
029900             TO FB01-WS-PRE-DATE (FB01-WS-REQ-SUB)
029920         MOVE FB01-JRN-PROGRAM
029940             TO FB01-WS-PRE-PROGRAM (FB01-WS-REQ-SUB)
030000         GO TO 3110-EXIT
030100     END-IF.
030200     IF FB01-WS-POST-FOUND (FB01-WS-REQ-SUB)
030300         GO TO 3110-EXIT
030400     END-IF.
030500     MOVE "Y" TO FB01-WS-POST-SW (FB01-WS-REQ-SUB).
030600     MOVE FB01-JRN-ACTION
030700         TO FB01-WS-POST-ACTION (FB01-WS-REQ-SUB).
030800     MOVE FB01-JRN-BEFORE-LABEL
030900         TO FB01-WS-POST-BEF-LABEL (FB01-WS-REQ-SUB).
031000     MOVE FB01-JRN-BEFORE-SET-ID
031100         TO FB01-WS-POST-BEF-SET-ID (FB01-WS-REQ-SUB).
031200     MOVE FB01-JRN-AFTER-LABEL
031300         TO FB01-WS-POST-AFT-LABEL (FB01-WS-REQ-SUB).
031400     MOVE FB01-JRN-AFTER-SET-ID
031500         TO FB01-WS-POST-AFT-SET-ID (FB01-WS-REQ-SUB).
031600     MOVE FB01-WS-TS-DATE
031700         TO FB01-WS-POST-DATE (FB01-WS-REQ-SUB).
031800 3110-EXIT.
031900     EXIT.
032000*
032100******************************************************************
032200*    5000-ANSWER-REQUESTS  --  ANSWER EVERY TABLED REQUEST, THEN *
032300*                               RELEASE FBLOOKUP'S HOLD ON       *
032400*                               FBINDEX                          *
032500******************************************************************
032600 5000-ANSWER-REQUESTS.
032700     PERFORM 5100-ANSWER-ONE-REQUEST THRU 5100-EXIT
032800         VARYING FB01-WS-REQ-SUB FROM 1 BY 1
032900         UNTIL FB01-WS-REQ-SUB > FB01-WS-REQ-COUNT.
033000     MOVE "C" TO FB01-LKP-FUNC.
033100     CALL "FBLOOKUP" USING FB01-LOOKUP-PARMS.
033200 5000-EXIT.
033300     EXIT.
033400*
033500******************************************************************
033600*    5100-ANSWER-ONE-REQUEST  --  THE PRE CHANGE ANSWERS FROM    *
033700*                                  ITS AFTER IMAGE (A KEY SWEPT  *
033800*                                  TO THE ARCHIVE KEEPS ITS      *
033820*                                  BEFORE IMAGE; A KEY DROPPED   *
033840*                                  BY A FULL FIZZBUZZ REBUILD    *
033850*                                  OR AN FBMERGE CONSOLIDATION   *
033860*                                  WAS NOT ON FILE).  FAILING    *
033910*                                  THAT THE POST CHANGE ANSWERS  *
033960*                                  FROM ITS BEFORE IMAGE -- A    *
034060*                                  KEY FIRST ADDED AFTER THE     *
034160*                                  DATE WAS NOT ON FILE, A KEY   *
034400*                                  RELOADED AFTER IT WAS ON THE  *
034500*                                  ARCHIVE.  A NUM NEVER         *
034600*                                  JOURNALED IS LOOKED UP.       *
034700******************************************************************
034800 5100-ANSWER-ONE-REQUEST.
034900     MOVE SPACES TO FB01-WS-ANS-LABEL.
035000     MOVE SPACES TO FB01-WS-ANS-SET-ID.
035100     MOVE SPACES TO FB01-WS-ANS-DATE-LIT.
035200     MOVE SPACES TO FB01-WS-ANS-CHG-DATE.
035300     IF NOT FB01-WS-REQ-VALID (FB01-WS-REQ-SUB)
035400         ADD 1 TO FB01-WS-TOTAL-INVALID
035500         MOVE "INVALID-REQ" TO FB01-WS-ANS-BASIS
035600         PERFORM 5400-WRITE-ANSWER THRU 5400-EXIT
035700         GO TO 5100-EXIT
035800     END-IF.
035900     IF FB01-WS-PRE-FOUND (FB01-WS-REQ-SUB)
036000         MOVE "SINCE " TO FB01-WS-ANS-DATE-LIT
036100         MOVE FB01-WS-PRE-DATE (FB01-WS-REQ-SUB)
036200             TO FB01-WS-ANS-CHG-DATE
036210         IF FB01-WS-PRE-ACTION (FB01-WS-REQ-SUB) = "D"
036212             AND (FB01-WS-PRE-PROGRAM (FB01-WS-REQ-SUB)
036214                     = "FIZZBUZZ"
036216                  OR FB01-WS-PRE-PROGRAM (FB01-WS-REQ-SUB)
036218                     = "FBMERGE")
036230             ADD 1 TO FB01-WS-TOTAL-NOT-ON-FILE
036240             MOVE "NOT-ON-FILE" TO FB01-WS-ANS-BASIS
036250             PERFORM 5400-WRITE-ANSWER THRU 5400-EXIT
036260             GO TO 5100-EXIT
036270         END-IF
036300         IF FB01-WS-PRE-ACTION (FB01-WS-REQ-SUB) = "D"
036400             ADD 1 TO FB01-WS-TOTAL-ARCHIVED
036500             MOVE "ARCHIVED" TO FB01-WS-ANS-BASIS
036600             MOVE FB01-WS-PRE-BEF-LABEL (FB01-WS-REQ-SUB)
036700                 TO FB01-WS-ANS-LABEL
036800             MOVE FB01-WS-PRE-BEF-SET-ID (FB01-WS-REQ-SUB)
036900                 TO FB01-WS-ANS-SET-ID
037000         ELSE
037100             ADD 1 TO FB01-WS-TOTAL-JOURNAL
037200             MOVE "JOURNAL" TO FB01-WS-ANS-BASIS
037300             MOVE FB01-WS-PRE-AFT-LABEL (FB01-WS-REQ-SUB)
037400                 TO FB01-WS-ANS-LABEL
037500             MOVE FB01-WS-PRE-AFT-SET-ID (FB01-WS-REQ-SUB)
037600                 TO FB01-WS-ANS-SET-ID
037700         END-IF
037800         PERFORM 5400-WRITE-ANSWER THRU 5400-EXIT
037900         GO TO 5100-EXIT
038000     END-IF.
038100     IF FB01-WS-POST-FOUND (FB01-WS-REQ-SUB)
038200         MOVE "UNTIL " TO FB01-WS-ANS-DATE-LIT
038300         MOVE FB01-WS-POST-DATE (FB01-WS-REQ-SUB)
038400             TO FB01-WS-ANS-CHG-DATE
038500         EVALUATE FB01-WS-POST-ACTION (FB01-WS-REQ-SUB)
038600             WHEN "A"
038700                 ADD 1 TO FB01-WS-TOTAL-NOT-ON-FILE
038800                 MOVE "NOT-ON-FILE" TO FB01-WS-ANS-BASIS
038900             WHEN "R"
039000                 ADD 1 TO FB01-WS-TOTAL-ARCHIVED
039100                 MOVE "ARCHIVED" TO FB01-WS-ANS-BASIS
039200                 MOVE FB01-WS-POST-AFT-LABEL (FB01-WS-REQ-SUB)
039300                     TO FB01-WS-ANS-LABEL
039400                 MOVE FB01-WS-POST-AFT-SET-ID (FB01-WS-REQ-SUB)
039500                     TO FB01-WS-ANS-SET-ID
039600             WHEN OTHER
039700                 ADD 1 TO FB01-WS-TOTAL-BEFORE-IMAGE
039800                 MOVE "BEFORE-IMAGE" TO FB01-WS-ANS-BASIS
039900                 MOVE FB01-WS-POST-BEF-LABEL (FB01-WS-REQ-SUB)
040000                     TO FB01-WS-ANS-LABEL
040100                 MOVE FB01-WS-POST-BEF-SET-ID (FB01-WS-REQ-SUB)
040200                     TO FB01-WS-ANS-SET-ID
040300         END-EVALUATE
040400         PERFORM 5400-WRITE-ANSWER THRU 5400-EXIT
040500         GO TO 5100-EXIT
040600     END-IF.
040700     MOVE "L" TO FB01-LKP-FUNC.
040800     MOVE FB01-WS-REQ-NUM (FB01-WS-REQ-SUB) TO FB01-LKP-NUM.
040900     CALL "FBLOOKUP" USING FB01-LOOKUP-PARMS.
041000     IF FB01-LKP-FOUND
041100         MOVE FB01-LKP-LABEL       TO FB01-WS-ANS-LABEL
041200         MOVE FB01-LKP-RULE-SET-ID TO FB01-WS-ANS-SET-ID
041300         IF FB01-LKP-FROM-ARCHIVE
041400             ADD 1 TO FB01-WS-TOTAL-ARCHIVED
041500             MOVE "ARCHIVED" TO FB01-WS-ANS-BASIS
041600         ELSE
041700             ADD 1 TO FB01-WS-TOTAL-CURRENT
041800             MOVE "CURRENT" TO FB01-WS-ANS-BASIS
041900         END-IF
042000     ELSE
042100         IF FB01-LKP-STATUS = "23"
042200             ADD 1 TO FB01-WS-TOTAL-NOT-ON-FILE
042300             MOVE "NOT-ON-FILE" TO FB01-WS-ANS-BASIS
042400         ELSE
042500             ADD 1 TO FB01-WS-TOTAL-ERRORS
042600             MOVE "LOOKUP-ERROR" TO FB01-WS-ANS-BASIS
042700             DISPLAY "FBASOF: FBLOOKUP STATUS " FB01-LKP-STATUS
042800                     " FOR NUM "
042900                     FB01-WS-REQ-NUM-X (FB01-WS-REQ-SUB)
043000         END-IF
043100     END-IF.
043200     PERFORM 5400-WRITE-ANSWER THRU 5400-EXIT.
043300 5100-EXIT.
043400     EXIT.
043500*
043600******************************************************************
043700*    5400-WRITE-ANSWER  --  ONE REPORT LINE                      *
043800******************************************************************
043900 5400-WRITE-ANSWER.
044000     MOVE SPACES               TO FB01-ASOF-LINE.
044100     MOVE FB01-WS-REQ-NUM-X (FB01-WS-REQ-SUB)
044200                               TO FB01-JL-D-NUM.
044300     MOVE FB01-WS-REQ-DATE-X (FB01-WS-REQ-SUB)
044400                               TO FB01-JL-D-AS-OF-DATE.
044500     MOVE FB01-WS-ANS-LABEL    TO FB01-JL-D-LABEL.
044600     MOVE FB01-WS-ANS-SET-ID   TO FB01-JL-D-SET-ID.
044700     MOVE FB01-WS-ANS-BASIS    TO FB01-JL-D-BASIS.
044800     MOVE FB01-WS-ANS-DATE-LIT TO FB01-JL-D-DATE-LIT.
044900     MOVE FB01-WS-ANS-CHG-DATE TO FB01-JL-D-CHG-DATE.
045000     WRITE FB01-ASOF-LINE.
045100 5400-EXIT.
045200     EXIT.
045300*
045400******************************************************************
045500*    7000-SUMMARY  --  CONTROL TOTALS, AND A NONZERO RETURN      *
045600*                       CODE WHEN ANY LOOKUP FAILED OUTRIGHT     *
045700******************************************************************
045800 7000-SUMMARY.
045900     MOVE SPACES                    TO FB01-ASOF-LINE.
046000     MOVE "REQUESTS READ"           TO FB01-JL-S-LABEL.
046100     MOVE "VALUE: "                 TO FB01-JL-S-LIT.
046200     MOVE FB01-WS-TOTAL-READ        TO FB01-JL-S-VALUE.
046300     WRITE FB01-ASOF-LINE.
046400     MOVE SPACES                    TO FB01-ASOF-LINE.
046500     MOVE "JOURNAL RECORDS READ"    TO FB01-JL-S-LABEL.
046600     MOVE "VALUE: "                 TO FB01-JL-S-LIT.
046700     MOVE FB01-WS-JRN-READ          TO FB01-JL-S-VALUE.
046800     WRITE FB01-ASOF-LINE.
046900     MOVE SPACES                    TO FB01-ASOF-LINE.
047000     MOVE "ANSWERS FROM JOURNAL"    TO FB01-JL-S-LABEL.
047100     MOVE "VALUE: "                 TO FB01-JL-S-LIT.
047200     MOVE FB01-WS-TOTAL-JOURNAL     TO FB01-JL-S-VALUE.
047300     WRITE FB01-ASOF-LINE.
047400     MOVE SPACES                    TO FB01-ASOF-LINE.
047500     MOVE "BEFORE-IMAGE ANSWERS"    TO FB01-JL-S-LABEL.
047600     MOVE "VALUE: "                 TO FB01-JL-S-LIT.
047700     MOVE FB01-WS-TOTAL-BEFORE-IMAGE TO FB01-JL-S-VALUE.
047800     WRITE FB01-ASOF-LINE.
047900     MOVE SPACES                    TO FB01-ASOF-LINE.
048000     MOVE "ANSWERS UNCHANGED"       TO FB01-JL-S-LABEL.
048100     MOVE "VALUE: "                 TO FB01-JL-S-LIT.
048200     MOVE FB01-WS-TOTAL-CURRENT     TO FB01-JL-S-VALUE.
048300     WRITE FB01-ASOF-LINE.
048400     MOVE SPACES                    TO FB01-ASOF-LINE.
048500     MOVE "ANSWERS ON ARCHIVE"      TO FB01-JL-S-LABEL.
048600     MOVE "VALUE: "                 TO FB01-JL-S-LIT.
048700     MOVE FB01-WS-TOTAL-ARCHIVED    TO FB01-JL-S-VALUE.
048800     WRITE FB01-ASOF-LINE.
048900     MOVE SPACES                    TO FB01-ASOF-LINE.
049000     MOVE "ANSWERS NOT ON FILE"     TO FB01-JL-S-LABEL.
049100     MOVE "VALUE: "                 TO FB01-JL-S-LIT.
049200     MOVE FB01-WS-TOTAL-NOT-ON-FILE TO FB01-JL-S-VALUE.
049300     WRITE FB01-ASOF-LINE.
049400     MOVE SPACES                    TO FB01-ASOF-LINE.
049500     MOVE "INVALID REQUESTS"        TO FB01-JL-S-LABEL.
049600     MOVE "VALUE: "                 TO FB01-JL-S-LIT.
049700     MOVE FB01-WS-TOTAL-INVALID     TO FB01-JL-S-VALUE.
049800     WRITE FB01-ASOF-LINE.
049900     MOVE SPACES                    TO FB01-ASOF-LINE.
050000     MOVE "LOOKUP ERRORS"           TO FB01-JL-S-LABEL.
050100     MOVE "VALUE: "                 TO FB01-JL-S-LIT.
050200     MOVE FB01-WS-TOTAL-ERRORS      TO FB01-JL-S-VALUE.
050300     WRITE FB01-ASOF-LINE.
050400     DISPLAY "FBASOF - END OF RUN CONTROL TOTALS".
050500     MOVE FB01-WS-TOTAL-READ        TO FB01-WS-EDIT-TOTAL.
050600     DISPLAY "  REQUESTS READ . . . . . . . ." FB01-WS-EDIT-TOTAL.
050700     MOVE FB01-WS-JRN-READ          TO FB01-WS-EDIT-TOTAL.
050800     DISPLAY "  JOURNAL RECORDS READ. . . . ." FB01-WS-EDIT-TOTAL.
050900     MOVE FB01-WS-TOTAL-JOURNAL     TO FB01-WS-EDIT-TOTAL.
051000     DISPLAY "  ANSWERS FROM JOURNAL. . . . ." FB01-WS-EDIT-TOTAL.
051100     MOVE FB01-WS-TOTAL-BEFORE-IMAGE TO FB01-WS-EDIT-TOTAL.
051200     DISPLAY "  BEFORE-IMAGE ANSWERS . . . ." FB01-WS-EDIT-TOTAL.
051300     MOVE FB01-WS-TOTAL-CURRENT     TO FB01-WS-EDIT-TOTAL.
051400     DISPLAY "  ANSWERS UNCHANGED . . . . . ." FB01-WS-EDIT-TOTAL.
051500     MOVE FB01-WS-TOTAL-ARCHIVED    TO FB01-WS-EDIT-TOTAL.
051600     DISPLAY "  ANSWERS ON ARCHIVE. . . . . ." FB01-WS-EDIT-TOTAL.
051700     MOVE FB01-WS-TOTAL-NOT-ON-FILE TO FB01-WS-EDIT-TOTAL.
051800     DISPLAY "  ANSWERS NOT ON FILE . . . . ." FB01-WS-EDIT-TOTAL.
051900     MOVE FB01-WS-TOTAL-INVALID     TO FB01-WS-EDIT-TOTAL.
052000     DISPLAY "  INVALID REQUESTS. . . . . . ." FB01-WS-EDIT-TOTAL.
052100     MOVE FB01-WS-TOTAL-ERRORS      TO FB01-WS-EDIT-TOTAL.
052200     DISPLAY "  LOOKUP ERRORS . . . . . . . ." FB01-WS-EDIT-TOTAL.
052300     IF FB01-WS-TOTAL-ERRORS > ZERO
052400         MOVE 8 TO RETURN-CODE
052500     END-IF.
052600 7000-EXIT.
052700     EXIT.
052800*
052900******************************************************************
053000*    9000-TERMINATE                                              *
053100******************************************************************
053200 9000-TERMINATE.
053300     CLOSE REPORT-FILE.
053400 9000-EXIT.
053500     EXIT.
