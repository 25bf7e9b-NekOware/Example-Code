000100******************************************************************
000200*                                                                *
000300*    PROGRAM     FBCOVER                                         *
000400*    FUNCTION    FBINDEX COVERAGE AND GAP ANALYSIS AGAINST THE   *
000500*                FBAUDIT RUN HISTORY.  MERGES THE START/END NUM  *
000600*                RANGES OF EVERY COMPLETED RUN ON FBAUDIT (AND   *
000700*                ON THE FBAUARC AUDIT ARCHIVE, WHEN PRESENT)     *
000800*                INTO A COVERAGE MAP OF NON-OVERLAPPING RANGES,  *
000900*                THEN WALKS THE LIVE FBINDEX AND THE FBIXARC     *
001000*                ARCHIVE IN KEY ORDER THROUGH THE FBLOOKUP       *
001050*                BROWSE, WHICH OWNS THE LIVE/ARCHIVE MERGE.      *
001100*                EXPECTED KEYS ON NEITHER                        *
001200*                FILE ARE REPORTED AS HOLES AND KEYS OUTSIDE     *
001300*                EVERY AUDITED RANGE AS ORPHANS, ONE LINE PER    *
001400*                RUN OF CONSECUTIVE KEYS, ON THE FBCVRPT REPORT. *
001500*                EVERY MISSING KEY IS ALSO WRITTEN TO FBGAPTX IN *
001600*                FB01TX TRANSACTION FORMAT, READY TO FEED A      *
001700*                FIZZBUZZ REPROCESS RUN.                         *
001800*                                                                *
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.              "FBCOVER".
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
003900     SELECT CONTROL-FILE  ASSIGN TO FBCVCARD
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS FB01-WS-CTL-FILE-STATUS.
004200     SELECT AUDIT-FILE    ASSIGN TO FBAUDIT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS FB01-WS-AUDIT-FILE-STATUS.
004500     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO FBAUARC
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS FB01-WS-AUARC-FILE-STATUS.
004800     SELECT REPORT-FILE   ASSIGN TO FBCVRPT
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT EXTRACT-FILE  ASSIGN TO FBGAPTX
005100         ORGANIZATION IS SEQUENTIAL.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CONTROL-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800     COPY FB01CV.
005900*
006000 FD  AUDIT-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300     COPY FB01AL.
006400*
006500******************************************************************
006600*    AUDIT ARCHIVE -- FBAUDIT RECORDS SWEPT OUT BY FBARCHIV, IN  *
006700*    THE FB01AL LAYOUT.  ONLY THE RANGE AND STATUS ARE NEEDED.   *
006800******************************************************************
006900 FD  AUDIT-ARCHIVE-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  FB01-AUA-RECORD.
007300     05  FILLER                      PIC X(60).
007400     05  FB01-AUA-START-NUM          PIC 9(09).
007500     05  FB01-AUA-END-NUM            PIC 9(09).
007600     05  FB01-AUA-STATUS             PIC X(10).
007700     05  FILLER                      PIC X(10).
007800*
007900 FD  REPORT-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200     COPY FB01GP.
008300*
008400 FD  EXTRACT-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700     COPY FB01TX.
008800 WORKING-STORAGE SECTION.
008900******************************************************************
009000*    STANDALONE COUNTERS AND SWITCHES                            *
009100******************************************************************
009200 77  FB01-WS-RUN-DATE             PIC 9(08) VALUE ZERO.
009300 77  FB01-WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
009400 77  FB01-WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
009500 77  FB01-WS-AUARC-FILE-STATUS    PIC X(02) VALUE SPACES.
009600 77  FB01-WS-AUDIT-EOF-SW         PIC X(01) VALUE "N".
009700     88  FB01-WS-AUDIT-EOF        VALUE "Y".
009800 77  FB01-WS-AUARC-EOF-SW         PIC X(01) VALUE "N".
009900     88  FB01-WS-AUARC-EOF        VALUE "Y".
010000 77  FB01-WS-MAP-BUILT-SW         PIC X(01) VALUE "N".
010100     88  FB01-WS-MAP-BUILT        VALUE "Y".
010200 77  FB01-WS-MAP-DONE-SW          PIC X(01) VALUE "N".
010300     88  FB01-WS-MAP-DONE         VALUE "Y".
010400 77  FB01-WS-ABSORB-DONE-SW       PIC X(01) VALUE "N".
010500     88  FB01-WS-ABSORB-DONE      VALUE "Y".
010800 77  FB01-WS-WALK-FAILED-SW       PIC X(01) VALUE "N".
010900     88  FB01-WS-WALK-FAILED      VALUE "Y".
011000 77  FB01-WS-ORPHAN-OPEN-SW       PIC X(01) VALUE "N".
011100     88  FB01-WS-ORPHAN-OPEN      VALUE "Y".
011200 77  FB01-WS-EXTRACT-FULL-SW      PIC X(01) VALUE "N".
011300     88  FB01-WS-EXTRACT-FULL     VALUE "Y".
011400 77  FB01-WS-JOB-ID               PIC X(08) VALUE SPACES.
011500 77  FB01-WS-EXTRACT-LIMIT        PIC 9(09) COMP-3 VALUE ZERO.
011600 77  FB01-WS-MAP-COUNT            PIC 9(03) COMP-3 VALUE ZERO.
011700 77  FB01-WS-MAP-SUB              PIC 9(03) COMP-3 VALUE ZERO.
011800 77  FB01-WS-MAP-FOUND-SUB        PIC 9(03) COMP-3 VALUE ZERO.
011900 77  FB01-WS-MAP-NEXT-SUB         PIC 9(03) COMP-3 VALUE ZERO.
012100 77  FB01-WS-NEW-START            PIC 9(09) COMP-3 VALUE ZERO.
012200 77  FB01-WS-NEW-END              PIC 9(09) COMP-3 VALUE ZERO.
012300 77  FB01-WS-CUR-START            PIC 9(09) COMP-3 VALUE ZERO.
012400 77  FB01-WS-CUR-END              PIC 9(09) COMP-3 VALUE ZERO.
012500 77  FB01-WS-NEXT-EXPECTED        PIC 9(10) COMP-3 VALUE ZERO.
012600 77  FB01-WS-KEY                  PIC 9(09) COMP-3 VALUE ZERO.
012620 77  FB01-WS-BRW-SUB              PIC 9(03) COMP-3 VALUE ZERO.
012700 77  FB01-WS-HOLE-FROM            PIC 9(09) COMP-3 VALUE ZERO.
012800 77  FB01-WS-HOLE-TO              PIC 9(09) COMP-3 VALUE ZERO.
012900 77  FB01-WS-ORPHAN-FROM          PIC 9(09) COMP-3 VALUE ZERO.
013000 77  FB01-WS-ORPHAN-TO            PIC 9(09) COMP-3 VALUE ZERO.
013100 77  FB01-WS-TX-NUM               PIC 9(10) COMP-3 VALUE ZERO.
013200 77  FB01-WS-RANGE-KEYS           PIC 9(10) COMP-3 VALUE ZERO.
013300 77  FB01-WS-AUDIT-READ           PIC 9(09) COMP-3 VALUE ZERO.
013400 77  FB01-WS-AUARC-READ           PIC 9(09) COMP-3 VALUE ZERO.
013500 77  FB01-WS-NOT-COMPLETED        PIC 9(09) COMP-3 VALUE ZERO.
013600 77  FB01-WS-COMPLETED-RANGES     PIC 9(09) COMP-3 VALUE ZERO.
013700 77  FB01-WS-BAD-RANGES           PIC 9(09) COMP-3 VALUE ZERO.
013800 77  FB01-WS-RANGES-NOT-MAPPED    PIC 9(09) COMP-3 VALUE ZERO.
013900 77  FB01-WS-EXPECTED-KEYS        PIC 9(10) COMP-3 VALUE ZERO.
014000 77  FB01-WS-KEYS-WALKED          PIC 9(09) COMP-3 VALUE ZERO.
014100 77  FB01-WS-KEYS-COVERED         PIC 9(09) COMP-3 VALUE ZERO.
014200 77  FB01-WS-HOLE-RANGES          PIC 9(09) COMP-3 VALUE ZERO.
014300 77  FB01-WS-HOLE-KEYS            PIC 9(10) COMP-3 VALUE ZERO.
014400 77  FB01-WS-ORPHAN-RANGES        PIC 9(09) COMP-3 VALUE ZERO.
014500 77  FB01-WS-ORPHAN-KEYS          PIC 9(09) COMP-3 VALUE ZERO.
014600 77  FB01-WS-TOTAL-EXTRACTED      PIC 9(09) COMP-3 VALUE ZERO.
014700 77  FB01-WS-NOT-EXTRACTED        PIC 9(10) COMP-3 VALUE ZERO.
014800 77  FB01-WS-EDIT-TOTAL           PIC ZZZZZZZZ9.
014900*
015000******************************************************************
015100*    COVERAGE MAP -- THE COMPLETED RUN RANGES, MERGED AS THEY    *
015200*    ARE READ INTO NON-OVERLAPPING, NON-ADJOINING RANGES HELD IN *
015300*    ASCENDING ORDER.  A RANGE THAT TOUCHES OR OVERLAPS ONE      *
015400*    ALREADY HELD IS FOLDED INTO IT.                             *
015500******************************************************************
015600 01  FB01-WS-MAP-TABLE.
015700     05  FB01-WS-MAP-ENTRY OCCURS 200 TIMES.
015800         10  FB01-WS-MAP-START       PIC 9(09) COMP-3.
015900         10  FB01-WS-MAP-END         PIC 9(09) COMP-3.
016000*
016100******************************************************************
016200*    FBLOOKUP CALL PARAMETERS                                    *
016300******************************************************************
016400     COPY FB01LP.
016500*
016600 PROCEDURE DIVISION.
016700******************************************************************
016800*    0000-MAINLINE                                               *
016900******************************************************************
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017200     PERFORM 2000-BUILD-MAP  THRU 2000-EXIT.
017300     IF FB01-WS-MAP-BUILT
017400         PERFORM 3000-REPORT-MAP THRU 3000-EXIT
017500         PERFORM 5000-WALK-INDEX THRU 5000-EXIT
017600     END-IF.
017700     PERFORM 7000-SUMMARY    THRU 7000-EXIT.
017800     PERFORM 9000-TERMINATE  THRU 9000-EXIT.
017900     STOP RUN.
018000*
018100******************************************************************
018200*    1000-INITIALIZE  --  READ THE CONTROL CARD, OPEN THE OUTPUT *
018300*                          FILES, WRITE THE REPORT HEADER.  A    *
018400*                          MISSING FBCVCARD EXTRACTS EVERY       *
018500*                          MISSING KEY.                          *
018600******************************************************************
018700 1000-INITIALIZE.
018800     ACCEPT FB01-WS-RUN-DATE FROM DATE YYYYMMDD.
018900     OPEN INPUT CONTROL-FILE.
019000     IF FB01-WS-CTL-FILE-STATUS = "35"
019100         DISPLAY "FBCOVER: NO FBCVCARD CONTROL CARD, NO EXTRACT "
019200                 "LIMIT"
019300     ELSE
019400         READ CONTROL-FILE
019500             AT END
019600                 DISPLAY "FBCOVER: EMPTY FBCVCARD, NO EXTRACT "
019700                         "LIMIT"
019800             NOT AT END
019900                 MOVE FB01-CV-JOB-ID TO FB01-WS-JOB-ID
020000                 IF FB01-CV-EXTRACT-LIMIT IS NUMERIC
020100                     MOVE FB01-CV-EXTRACT-LIMIT
020200                         TO FB01-WS-EXTRACT-LIMIT
020300                 END-IF
020400         END-READ
020500         CLOSE CONTROL-FILE
020600     END-IF.
020700     OPEN OUTPUT REPORT-FILE.
020800     OPEN OUTPUT EXTRACT-FILE.
020900     MOVE SPACES               TO FB01-COVER-LINE.
021000     MOVE "FBCOVER COVERAGE GAP REPORT"
021100                               TO FB01-GP-H-TITLE.
021200     MOVE "RUN DATE "          TO FB01-GP-H-DATE-LIT.
021300     MOVE FB01-WS-RUN-DATE     TO FB01-GP-H-RUN-DATE.
021400     MOVE "JOB "               TO FB01-GP-H-JOB-LIT.
021500     MOVE FB01-WS-JOB-ID       TO FB01-GP-H-JOB-ID.
021600     WRITE FB01-COVER-LINE.
021700 1000-EXIT.
021800     EXIT.
021900*
022000******************************************************************
022100*    2000-BUILD-MAP  --  FOLD EVERY COMPLETED RUN ON FBAUDIT,    *
022200*                         THEN ON THE FBAUARC AUDIT ARCHIVE,     *
022300*                         INTO THE COVERAGE MAP.  WITHOUT        *
022400*                         FBAUDIT THERE IS NOTHING TO MEASURE    *
022500*                         AGAINST AND THE RUN ENDS RC 12; A      *
022600*                         MISSING FBAUARC IS NOTED AND PASSED    *
022700*                         OVER.                                  *
022800******************************************************************
022900 2000-BUILD-MAP.
023000     OPEN INPUT AUDIT-FILE.
023100     IF FB01-WS-AUDIT-FILE-STATUS NOT = "00"
023200         DISPLAY "FBCOVER: FBAUDIT OPEN FAILED, STATUS "
023300                 FB01-WS-AUDIT-FILE-STATUS
023400         MOVE 12 TO RETURN-CODE
023500         GO TO 2000-EXIT
023600     END-IF.
023700     PERFORM 2100-READ-AUDIT THRU 2100-EXIT
023800         UNTIL FB01-WS-AUDIT-EOF.
023900     CLOSE AUDIT-FILE.
024000     SET FB01-WS-MAP-BUILT TO TRUE.
024100     OPEN INPUT AUDIT-ARCHIVE-FILE.
024200     IF FB01-WS-AUARC-FILE-STATUS NOT = "00"
024300         DISPLAY "FBCOVER: NO FBAUARC AUDIT ARCHIVE, LIVE AUDIT "
024400                 "LOG ONLY"
024500         GO TO 2000-EXIT
024600     END-IF.
024700     PERFORM 2200-READ-AUDIT-ARCHIVE THRU 2200-EXIT
024800         UNTIL FB01-WS-AUARC-EOF.
024900     CLOSE AUDIT-ARCHIVE-FILE.
025000 2000-EXIT.
025100     EXIT.
025200*
025300******************************************************************
025400*    2100-READ-AUDIT  --  ONE FBAUDIT RECORD.  ONLY A COMPLETED  *
025500*                          RUN VOUCHES FOR ITS RANGE.            *
025600******************************************************************
025700 2100-READ-AUDIT.
025800     READ AUDIT-FILE
025900         AT END
026000             SET FB01-WS-AUDIT-EOF TO TRUE
026100             GO TO 2100-EXIT
026200     END-READ.
026300     ADD 1 TO FB01-WS-AUDIT-READ.
026400     IF FB01-AUD-STATUS NOT = "COMPLETED"
026500         ADD 1 TO FB01-WS-NOT-COMPLETED
026600         GO TO 2100-EXIT
026700     END-IF.
026800     IF FB01-AUD-START-NUM IS NOT NUMERIC
026900         OR FB01-AUD-END-NUM IS NOT NUMERIC
027000         OR FB01-AUD-START-NUM > FB01-AUD-END-NUM
027100         DISPLAY "FBCOVER: BAD RANGE ON FBAUDIT FOR JOB "
027200                 FB01-AUD-JOB-ID " IGNORED"
027300         ADD 1 TO FB01-WS-BAD-RANGES
027400         GO TO 2100-EXIT
027500     END-IF.
027600     MOVE FB01-AUD-START-NUM TO FB01-WS-NEW-START.
027700     MOVE FB01-AUD-END-NUM   TO FB01-WS-NEW-END.
027800     PERFORM 2300-ADD-RANGE THRU 2300-EXIT.
027900 2100-EXIT.
028000     EXIT.
028100*
028200******************************************************************
028300*    2200-READ-AUDIT-ARCHIVE  --  ONE FBAUARC RECORD, TAKEN THE  *
028400*                                  SAME WAY AS AN FBAUDIT ONE    *
028500******************************************************************
028600 2200-READ-AUDIT-ARCHIVE.
028700     READ AUDIT-ARCHIVE-FILE
028800         AT END
028900             SET FB01-WS-AUARC-EOF TO TRUE
029000             GO TO 2200-EXIT
029100     END-READ.
029200     ADD 1 TO FB01-WS-AUARC-READ.
029300     IF FB01-AUA-STATUS NOT = "COMPLETED"
029400         ADD 1 TO FB01-WS-NOT-COMPLETED
029500         GO TO 2200-EXIT
029600     END-IF.
029700     IF FB01-AUA-START-NUM IS NOT NUMERIC
029800         OR FB01-AUA-END-NUM IS NOT NUMERIC
029900         OR FB01-AUA-START-NUM > FB01-AUA-END-NUM
030000         DISPLAY "FBCOVER: BAD RANGE ON FBAUARC IGNORED"
030100         ADD 1 TO FB01-WS-BAD-RANGES
030200         GO TO 2200-EXIT
030300     END-IF.
030400     MOVE FB01-AUA-START-NUM TO FB01-WS-NEW-START.
030500     MOVE FB01-AUA-END-NUM   TO FB01-WS-NEW-END.
030600     PERFORM 2300-ADD-RANGE THRU 2300-EXIT.
030700 2200-EXIT.
030800     EXIT.
030900*
031000******************************************************************
031100*    2300-ADD-RANGE  --  FOLD ONE COMPLETED RANGE INTO THE MAP.  *
031200*                         THE FIRST MAP RANGE ENDING AT OR AFTER *
031300*                         THE KEY BEFORE THE NEW START IS WHERE  *
031400*                         IT GOES: IF THAT RANGE STARTS PAST THE *
031500*                         KEY AFTER THE NEW END THE NEW RANGE IS *
031600*                         INSERTED AHEAD OF IT, OTHERWISE THE    *
031700*                         TWO ARE MERGED AND ANY LATER RANGES    *
031800*                         THE MERGE NOW REACHES ARE ABSORBED.    *
031900******************************************************************
032000 2300-ADD-RANGE.
032100     ADD 1 TO FB01-WS-COMPLETED-RANGES.
032200     MOVE ZERO TO FB01-WS-MAP-FOUND-SUB.
032300     PERFORM 2310-FIND-SLOT THRU 2310-EXIT
032400         VARYING FB01-WS-MAP-SUB FROM 1 BY 1
032500         UNTIL FB01-WS-MAP-SUB > FB01-WS-MAP-COUNT
032600            OR FB01-WS-MAP-FOUND-SUB > ZERO.
032700     IF FB01-WS-MAP-FOUND-SUB > ZERO
032800         IF FB01-WS-MAP-START (FB01-WS-MAP-FOUND-SUB)
032900             NOT > FB01-WS-NEW-END + 1
033000             PERFORM 2330-MERGE-RANGE THRU 2330-EXIT
033100             GO TO 2300-EXIT
033200         END-IF
033300     ELSE
033400         COMPUTE FB01-WS-MAP-FOUND-SUB = FB01-WS-MAP-COUNT + 1
033500     END-IF.
033600     IF FB01-WS-MAP-COUNT = 200
033700         IF FB01-WS-RANGES-NOT-MAPPED = ZERO
033800             DISPLAY "FBCOVER: COVERAGE MAP FULL AT 200 "
033900                     "RANGES -- FURTHER RANGES NOT MAPPED"
034000         END-IF
034100         ADD 1 TO FB01-WS-RANGES-NOT-MAPPED
034200         GO TO 2300-EXIT
034300     END-IF.
034400     PERFORM 2320-SHIFT-RIGHT THRU 2320-EXIT
034500         VARYING FB01-WS-MAP-SUB FROM FB01-WS-MAP-COUNT BY -1
034600         UNTIL FB01-WS-MAP-SUB < FB01-WS-MAP-FOUND-SUB.
034700     ADD 1 TO FB01-WS-MAP-COUNT.
034800     MOVE FB01-WS-NEW-START
034900         TO FB01-WS-MAP-START (FB01-WS-MAP-FOUND-SUB).
035000     MOVE FB01-WS-NEW-END
035100         TO FB01-WS-MAP-END (FB01-WS-MAP-FOUND-SUB).
035200 2300-EXIT.
035300     EXIT.
035400*
035500******************************************************************
035600*    2310-FIND-SLOT                                              *
035700******************************************************************
035800 2310-FIND-SLOT.
035900     IF FB01-WS-MAP-END (FB01-WS-MAP-SUB) + 1
036000         NOT < FB01-WS-NEW-START
036100         MOVE FB01-WS-MAP-SUB TO FB01-WS-MAP-FOUND-SUB
036200     END-IF.
036300 2310-EXIT.
036400     EXIT.
036500*
036600******************************************************************
036700*    2320-SHIFT-RIGHT  --  MOVE ONE MAP RANGE UP A SLOT TO OPEN  *
036800*                           THE INSERT POSITION                  *
036900******************************************************************
037000 2320-SHIFT-RIGHT.
037100     MOVE FB01-WS-MAP-ENTRY (FB01-WS-MAP-SUB)
037200         TO FB01-WS-MAP-ENTRY (FB01-WS-MAP-SUB + 1).
037300 2320-EXIT.
037400     EXIT.
037500*
037600******************************************************************
037700*    2330-MERGE-RANGE  --  WIDEN THE FOUND MAP RANGE TO TAKE IN  *
037800*                           THE NEW ONE, THEN ABSORB EVERY LATER *
037900*                           RANGE IT NOW TOUCHES                 *
038000******************************************************************
038100 2330-MERGE-RANGE.
038200     IF FB01-WS-NEW-START
038300         < FB01-WS-MAP-START (FB01-WS-MAP-FOUND-SUB)
038400         MOVE FB01-WS-NEW-START
038500             TO FB01-WS-MAP-START (FB01-WS-MAP-FOUND-SUB)
038600     END-IF.
038700     IF FB01-WS-NEW-END
038800         > FB01-WS-MAP-END (FB01-WS-MAP-FOUND-SUB)
038900         MOVE FB01-WS-NEW-END
039000             TO FB01-WS-MAP-END (FB01-WS-MAP-FOUND-SUB)
039100     END-IF.
039200     MOVE "N" TO FB01-WS-ABSORB-DONE-SW.
039300     PERFORM 2340-ABSORB-NEXT THRU 2340-EXIT
039400         UNTIL FB01-WS-ABSORB-DONE.
039500 2330-EXIT.
039600     EXIT.
039700*
039800******************************************************************
039900*    2340-ABSORB-NEXT  --  FOLD THE RANGE AFTER THE FOUND ONE    *
040000*                           INTO IT IF THEY NOW TOUCH, AND CLOSE *
040100*                           UP THE TABLE                         *
040200******************************************************************
040300 2340-ABSORB-NEXT.
040400     COMPUTE FB01-WS-MAP-NEXT-SUB = FB01-WS-MAP-FOUND-SUB + 1.
040500     IF FB01-WS-MAP-NEXT-SUB > FB01-WS-MAP-COUNT
040600         SET FB01-WS-ABSORB-DONE TO TRUE
040700         GO TO 2340-EXIT
040800     END-IF.
040900     IF FB01-WS-MAP-START (FB01-WS-MAP-NEXT-SUB)
041000         > FB01-WS-MAP-END (FB01-WS-MAP-FOUND-SUB) + 1
041100         SET FB01-WS-ABSORB-DONE TO TRUE
041200         GO TO 2340-EXIT
041300     END-IF.
041400     IF FB01-WS-MAP-END (FB01-WS-MAP-NEXT-SUB)
041500         > FB01-WS-MAP-END (FB01-WS-MAP-FOUND-SUB)
041600         MOVE FB01-WS-MAP-END (FB01-WS-MAP-NEXT-SUB)
041700             TO FB01-WS-MAP-END (FB01-WS-MAP-FOUND-SUB)
041800     END-IF.
041900     PERFORM 2350-SHIFT-LEFT THRU 2350-EXIT
042000         VARYING FB01-WS-MAP-SUB FROM FB01-WS-MAP-NEXT-SUB BY 1
042100         UNTIL FB01-WS-MAP-SUB NOT < FB01-WS-MAP-COUNT.
042200     SUBTRACT 1 FROM FB01-WS-MAP-COUNT.
042300 2340-EXIT.
042400     EXIT.
042500*
042600******************************************************************
042700*    2350-SHIFT-LEFT  --  MOVE ONE MAP RANGE DOWN A SLOT OVER    *
042800*                          THE ABSORBED ONE                      *
042900******************************************************************
043000 2350-SHIFT-LEFT.
043100     MOVE FB01-WS-MAP-ENTRY (FB01-WS-MAP-SUB + 1)
043200         TO FB01-WS-MAP-ENTRY (FB01-WS-MAP-SUB).
043300 2350-EXIT.
043400     EXIT.
043500*
043600******************************************************************
043700*    3000-REPORT-MAP  --  LIST THE MERGED COVERAGE MAP AND COUNT *
043800*                          THE KEYS IT EXPECTS                   *
043900******************************************************************
044000 3000-REPORT-MAP.
044100     PERFORM 3100-REPORT-ONE-RANGE THRU 3100-EXIT
044200         VARYING FB01-WS-MAP-SUB FROM 1 BY 1
044300         UNTIL FB01-WS-MAP-SUB > FB01-WS-MAP-COUNT.
044400 3000-EXIT.
044500     EXIT.
044600*
044700******************************************************************
044800*    3100-REPORT-ONE-RANGE                                       *
044900******************************************************************
045000 3100-REPORT-ONE-RANGE.
045100     COMPUTE FB01-WS-RANGE-KEYS =
045200         FB01-WS-MAP-END (FB01-WS-MAP-SUB)
045300         - FB01-WS-MAP-START (FB01-WS-MAP-SUB) + 1.
045400     ADD FB01-WS-RANGE-KEYS TO FB01-WS-EXPECTED-KEYS.
045500     MOVE SPACES             TO FB01-COVER-LINE.
045600     MOVE "COVERED"          TO FB01-GP-D-TYPE.
045700     MOVE FB01-WS-MAP-START (FB01-WS-MAP-SUB) TO FB01-GP-D-FROM.
045800     MOVE " THRU "           TO FB01-GP-D-THRU-LIT.
045900     MOVE FB01-WS-MAP-END (FB01-WS-MAP-SUB)   TO FB01-GP-D-TO.
046000     MOVE "KEYS: "           TO FB01-GP-D-KEYS-LIT.
046100     MOVE FB01-WS-RANGE-KEYS TO FB01-GP-D-KEYS.
046200     WRITE FB01-COVER-LINE.
046300 3100-EXIT.
046400     EXIT.
046500*
046600******************************************************************
046700*    5000-WALK-INDEX  --  PAGE THROUGH THE LIVE FBINDEX AND THE  *
046800*                          FBIXARC ARCHIVE WITH THE FBLOOKUP     *
046900*                          BROWSE, WHICH RETURNS EVERY KEY ON    *
047000*                          EITHER FILE ONCE, IN KEY ORDER,       *
047100*                          CHECKING EACH AGAINST THE MAP, THEN   *
047200*                          REPORT WHAT IS LEFT OF THE MAP PAST   *
047300*                          THE LAST KEY AS HOLES.  NO FILTER AND *
047400*                          NO REQUESTER ARE SET, SO EVERY KEY    *
047500*                          COMES BACK.  A BROWSE ERROR STOPS THE *
047600*                          WALK AND ENDS THE RUN RC 12 -- THE    *
047700*                          MAP PAST THAT POINT IS NOT REPORTED.  *
047800******************************************************************
047900 5000-WALK-INDEX.
048000     MOVE 1 TO FB01-WS-MAP-SUB.
048100     IF FB01-WS-MAP-COUNT = ZERO
048200         SET FB01-WS-MAP-DONE TO TRUE
048300     ELSE
048400         MOVE FB01-WS-MAP-START (1) TO FB01-WS-CUR-START
048500         MOVE FB01-WS-MAP-END (1)   TO FB01-WS-CUR-END
048600         MOVE FB01-WS-CUR-START     TO FB01-WS-NEXT-EXPECTED
048700     END-IF.
048800     MOVE SPACES               TO FB01-LOOKUP-PARMS.
048900     SET FB01-LKP-LAYOUT-V2    TO TRUE.
049000     MOVE "B"                  TO FB01-LKP-FUNC.
049100     MOVE ZERO                 TO FB01-LKP-NUM.
049200     MOVE 50                   TO FB01-LKP-BROWSE-MAX.
049300     MOVE ZERO                 TO FB01-LKP-END-NUM.
049400     CALL "FBLOOKUP" USING FB01-LOOKUP-PARMS.
049500     PERFORM 5100-CHECK-PAGE THRU 5100-EXIT.
049600     PERFORM 5050-NEXT-PAGE THRU 5050-EXIT
049700         UNTIL FB01-LKP-BROWSE-END
049800            OR FB01-WS-WALK-FAILED.
049900     MOVE "C" TO FB01-LKP-FUNC.
050000     CALL "FBLOOKUP" USING FB01-LOOKUP-PARMS.
050100     IF FB01-WS-WALK-FAILED
050200         GO TO 5000-EXIT
050300     END-IF.
050400     PERFORM 5400-FLUSH-ORPHANS THRU 5400-EXIT.
050500     PERFORM 5500-CLOSE-RANGE THRU 5500-EXIT
050600         UNTIL FB01-WS-MAP-DONE.
050700 5000-EXIT.
050800     EXIT.
050900*
051000******************************************************************
051100*    5050-NEXT-PAGE  --  CONTINUE THE BROWSE PAST THE LAST KEY   *
051200******************************************************************
051300 5050-NEXT-PAGE.
051400     MOVE "N" TO FB01-LKP-FUNC.
051500     CALL "FBLOOKUP" USING FB01-LOOKUP-PARMS.
051600     PERFORM 5100-CHECK-PAGE THRU 5100-EXIT.
051700 5050-EXIT.
051800     EXIT.
051900*
052000******************************************************************
052100*    5100-CHECK-PAGE  --  CHECK EVERY KEY ON THE PAGE AGAINST    *
052200*                          THE MAP.  "23" IS AN EMPTY PAGE AT    *
052300*                          THE END OF BOTH FILES; ANY OTHER      *
052400*                          STATUS STOPS THE WALK.                *
052500******************************************************************
052600 5100-CHECK-PAGE.
052700     IF FB01-LKP-STATUS NOT = "00"
052800         AND FB01-LKP-STATUS NOT = "23"
052900         DISPLAY "FBCOVER: FBLOOKUP BROWSE FAILED, STATUS "
052910                 FB01-LKP-STATUS ", WALK STOPPED"
052920         SET FB01-WS-WALK-FAILED TO TRUE
052930         MOVE 12 TO RETURN-CODE
052940         GO TO 5100-EXIT
052950     END-IF.
052960     PERFORM 5110-CHECK-ENTRY THRU 5110-EXIT
052970         VARYING FB01-WS-BRW-SUB FROM 1 BY 1
052980         UNTIL FB01-WS-BRW-SUB > FB01-LKP-BROWSE-COUNT.
052990 5100-EXIT.
053000     EXIT.
053010*
053020******************************************************************
053030*    5110-CHECK-ENTRY  --  ONE BROWSE ENTRY                      *
053040******************************************************************
053050 5110-CHECK-ENTRY.
053060     MOVE FB01-LKP-BRW-NUM (FB01-WS-BRW-SUB) TO FB01-WS-KEY.
053070     PERFORM 5200-CHECK-ONE-KEY THRU 5200-EXIT.
053080 5110-EXIT.
053090     EXIT.
053200*
053300******************************************************************
053400*    5200-CHECK-ONE-KEY  --  ONE KEY AGAINST THE MAP.  EVERY MAP *
053500*                             RANGE ENDING BEFORE THE KEY IS     *
053600*                             CLOSED OUT FIRST; A KEY BEFORE THE *
053700*                             CURRENT RANGE, OR PAST THE LAST,   *
053800*                             IS AN ORPHAN; A KEY INSIDE IT      *
053900*                             REPORTS ANY EXPECTED KEYS SKIPPED  *
054000*                             SINCE THE LAST ONE AS A HOLE.      *
054100******************************************************************
054200 5200-CHECK-ONE-KEY.
054400     ADD 1 TO FB01-WS-KEYS-WALKED.
054500     PERFORM 5500-CLOSE-RANGE THRU 5500-EXIT
054600         UNTIL FB01-WS-MAP-DONE
054700            OR FB01-WS-KEY NOT > FB01-WS-CUR-END.
054800     IF FB01-WS-MAP-DONE
054900         OR FB01-WS-KEY < FB01-WS-CUR-START
055000         PERFORM 5300-ADD-ORPHAN THRU 5300-EXIT
055100         GO TO 5200-EXIT
055200     END-IF.
055300     ADD 1 TO FB01-WS-KEYS-COVERED.
055400     IF FB01-WS-KEY > FB01-WS-NEXT-EXPECTED
055500         MOVE FB01-WS-NEXT-EXPECTED TO FB01-WS-HOLE-FROM
055600         COMPUTE FB01-WS-HOLE-TO = FB01-WS-KEY - 1
055700         PERFORM 5600-REPORT-HOLE THRU 5600-EXIT
055800     END-IF.
055900     COMPUTE FB01-WS-NEXT-EXPECTED = FB01-WS-KEY + 1.
056000 5200-EXIT.
056100     EXIT.
056200*
056300******************************************************************
056400*    5300-ADD-ORPHAN  --  EXTEND THE OPEN ORPHAN RUN BY THE KEY, *
056500*                          OR REPORT IT AND START A NEW ONE      *
056600******************************************************************
056700 5300-ADD-ORPHAN.
056800     ADD 1 TO FB01-WS-ORPHAN-KEYS.
056900     IF FB01-WS-ORPHAN-OPEN
057000         AND FB01-WS-KEY = FB01-WS-ORPHAN-TO + 1
057100         MOVE FB01-WS-KEY TO FB01-WS-ORPHAN-TO
057200         GO TO 5300-EXIT
057300     END-IF.
057400     PERFORM 5400-FLUSH-ORPHANS THRU 5400-EXIT.
057500     SET FB01-WS-ORPHAN-OPEN TO TRUE.
057600     MOVE FB01-WS-KEY TO FB01-WS-ORPHAN-FROM.
057700     MOVE FB01-WS-KEY TO FB01-WS-ORPHAN-TO.
057800 5300-EXIT.
057900     EXIT.
058000*
058100******************************************************************
058200*    5400-FLUSH-ORPHANS  --  REPORT THE OPEN ORPHAN RUN, IF ANY  *
058300******************************************************************
058400 5400-FLUSH-ORPHANS.
058500     IF NOT FB01-WS-ORPHAN-OPEN
058600         GO TO 5400-EXIT
058700     END-IF.
058800     MOVE "N" TO FB01-WS-ORPHAN-OPEN-SW.
058900     ADD 1 TO FB01-WS-ORPHAN-RANGES.
059000     COMPUTE FB01-WS-RANGE-KEYS =
059100         FB01-WS-ORPHAN-TO - FB01-WS-ORPHAN-FROM + 1.
059200     MOVE SPACES              TO FB01-COVER-LINE.
059300     MOVE "ORPHAN"            TO FB01-GP-D-TYPE.
059400     MOVE FB01-WS-ORPHAN-FROM TO FB01-GP-D-FROM.
059500     MOVE " THRU "            TO FB01-GP-D-THRU-LIT.
059600     MOVE FB01-WS-ORPHAN-TO   TO FB01-GP-D-TO.
059700     MOVE "KEYS: "            TO FB01-GP-D-KEYS-LIT.
059800     MOVE FB01-WS-RANGE-KEYS  TO FB01-GP-D-KEYS.
059900     MOVE "NO COMPLETED RUN"  TO FB01-GP-D-NOTE.
060000     WRITE FB01-COVER-LINE.
060100 5400-EXIT.
060200     EXIT.
060300*
060400******************************************************************
060500*    5500-CLOSE-RANGE  --  THE WALK HAS PASSED THE CURRENT MAP   *
060600*                           RANGE: REPORT ITS UNSEEN TAIL AS A   *
060700*                           HOLE AND MOVE TO THE NEXT RANGE      *
060800******************************************************************
060900 5500-CLOSE-RANGE.
061000     IF FB01-WS-NEXT-EXPECTED NOT > FB01-WS-CUR-END
061100         MOVE FB01-WS-NEXT-EXPECTED TO FB01-WS-HOLE-FROM
061200         MOVE FB01-WS-CUR-END       TO FB01-WS-HOLE-TO
061300         PERFORM 5600-REPORT-HOLE THRU 5600-EXIT
061400     END-IF.
061500     ADD 1 TO FB01-WS-MAP-SUB.
061600     IF FB01-WS-MAP-SUB > FB01-WS-MAP-COUNT
061700         SET FB01-WS-MAP-DONE TO TRUE
061800         GO TO 5500-EXIT
061900     END-IF.
062000     MOVE FB01-WS-MAP-START (FB01-WS-MAP-SUB)
062100                                 TO FB01-WS-CUR-START.
062200     MOVE FB01-WS-MAP-END (FB01-WS-MAP-SUB)
062300                                 TO FB01-WS-CUR-END.
062400     MOVE FB01-WS-CUR-START TO FB01-WS-NEXT-EXPECTED.
062500 5500-EXIT.
062600     EXIT.
062700*
062800******************************************************************
062900*    5600-REPORT-HOLE  --  ONE RUN OF MISSING KEYS: REPORT IT    *
063000*                           (AFTER ANY OPEN ORPHAN RUN, WHICH    *
063100*                           LIES BELOW IT) AND WRITE ITS KEYS TO *
063200*                           THE REPROCESS FILE UP TO THE LIMIT   *
063300******************************************************************
063400 5600-REPORT-HOLE.
063500     PERFORM 5400-FLUSH-ORPHANS THRU 5400-EXIT.
063600     ADD 1 TO FB01-WS-HOLE-RANGES.
063700     COMPUTE FB01-WS-RANGE-KEYS =
063800         FB01-WS-HOLE-TO - FB01-WS-HOLE-FROM + 1.
063900     ADD FB01-WS-RANGE-KEYS TO FB01-WS-HOLE-KEYS.
064000     MOVE SPACES             TO FB01-COVER-LINE.
064100     MOVE "HOLE"             TO FB01-GP-D-TYPE.
064200     MOVE FB01-WS-HOLE-FROM  TO FB01-GP-D-FROM.
064300     MOVE " THRU "           TO FB01-GP-D-THRU-LIT.
064400     MOVE FB01-WS-HOLE-TO    TO FB01-GP-D-TO.
064500     MOVE "KEYS: "           TO FB01-GP-D-KEYS-LIT.
064600     MOVE FB01-WS-RANGE-KEYS TO FB01-GP-D-KEYS.
064700     PERFORM 5610-EXTRACT-ONE-KEY THRU 5610-EXIT
064800         VARYING FB01-WS-TX-NUM FROM FB01-WS-HOLE-FROM BY 1
064900         UNTIL FB01-WS-TX-NUM > FB01-WS-HOLE-TO
065000            OR FB01-WS-EXTRACT-FULL.
065100     IF FB01-WS-TX-NUM NOT > FB01-WS-HOLE-TO
065200         COMPUTE FB01-WS-NOT-EXTRACTED = FB01-WS-NOT-EXTRACTED
065300             + FB01-WS-HOLE-TO - FB01-WS-TX-NUM + 1
065400         MOVE "NOT ALL EXTRACTED -- LIMIT" TO FB01-GP-D-NOTE
065500     END-IF.
065600     WRITE FB01-COVER-LINE.
065700 5600-EXIT.
065800     EXIT.
065900*
066000******************************************************************
066100*    5610-EXTRACT-ONE-KEY  --  ONE MISSING KEY IN FB01TX         *
066200*                               TRANSACTION FORMAT               *
066300******************************************************************
066400 5610-EXTRACT-ONE-KEY.
066500     MOVE SPACES         TO FB01-TRANSACTION-RECORD.
066600     MOVE FB01-WS-TX-NUM TO FB01-TRANS-NUM.
066700     WRITE FB01-TRANSACTION-RECORD.
066800     ADD 1 TO FB01-WS-TOTAL-EXTRACTED.
066900     IF FB01-WS-EXTRACT-LIMIT > ZERO
067000         AND FB01-WS-TOTAL-EXTRACTED NOT < FB01-WS-EXTRACT-LIMIT
067100         SET FB01-WS-EXTRACT-FULL TO TRUE
067200     END-IF.
067300 5610-EXIT.
067400     EXIT.
067500*
067600******************************************************************
067700*    7000-SUMMARY  --  CONTROL TOTALS.  HOLES OR AN INCOMPLETE   *
067800*                       MAP END THE RUN RC 8; ORPHANS OR BAD     *
067900*                       AUDIT RANGES ALONE END IT RC 4.          *
068000******************************************************************
068100 7000-SUMMARY.
068200     MOVE SPACES                    TO FB01-COVER-LINE.
068300     MOVE "AUDIT RECORDS READ"      TO FB01-GP-S-LABEL.
068400     MOVE "VALUE: "                 TO FB01-GP-S-LIT.
068500     MOVE FB01-WS-AUDIT-READ        TO FB01-GP-S-VALUE.
068600     WRITE FB01-COVER-LINE.
068700     MOVE SPACES                    TO FB01-COVER-LINE.
068800     MOVE "AUDIT ARCHIVE READ"      TO FB01-GP-S-LABEL.
068900     MOVE "VALUE: "                 TO FB01-GP-S-LIT.
069000     MOVE FB01-WS-AUARC-READ        TO FB01-GP-S-VALUE.
069100     WRITE FB01-COVER-LINE.
069200     MOVE SPACES                    TO FB01-COVER-LINE.
069300     MOVE "COMPLETED RANGES"        TO FB01-GP-S-LABEL.
069400     MOVE "VALUE: "                 TO FB01-GP-S-LIT.
069500     MOVE FB01-WS-COMPLETED-RANGES  TO FB01-GP-S-VALUE.
069600     WRITE FB01-COVER-LINE.
069700     MOVE SPACES                    TO FB01-COVER-LINE.
069800     MOVE "RUNS NOT COMPLETED"      TO FB01-GP-S-LABEL.
069900     MOVE "VALUE: "                 TO FB01-GP-S-LIT.
070000     MOVE FB01-WS-NOT-COMPLETED     TO FB01-GP-S-VALUE.
070100     WRITE FB01-COVER-LINE.
070200     MOVE SPACES                    TO FB01-COVER-LINE.
070300     MOVE "BAD AUDIT RANGES"        TO FB01-GP-S-LABEL.
070400     MOVE "VALUE: "                 TO FB01-GP-S-LIT.
070500     MOVE FB01-WS-BAD-RANGES        TO FB01-GP-S-VALUE.
070600     WRITE FB01-COVER-LINE.
070700     MOVE SPACES                    TO FB01-COVER-LINE.
070800     MOVE "COVERAGE MAP RANGES"     TO FB01-GP-S-LABEL.
070900     MOVE "VALUE: "                 TO FB01-GP-S-LIT.
071000     MOVE FB01-WS-MAP-COUNT         TO FB01-GP-S-VALUE.
071100     WRITE FB01-COVER-LINE.
071200     MOVE SPACES                    TO FB01-COVER-LINE.
071300     MOVE "RANGES NOT MAPPED"       TO FB01-GP-S-LABEL.
071400     MOVE "VALUE: "                 TO FB01-GP-S-LIT.
071500     MOVE FB01-WS-RANGES-NOT-MAPPED TO FB01-GP-S-VALUE.
071600     WRITE FB01-COVER-LINE.
071700     MOVE SPACES                    TO FB01-COVER-LINE.
071800     MOVE "EXPECTED KEYS"           TO FB01-GP-S-LABEL.
071900     MOVE "VALUE: "                 TO FB01-GP-S-LIT.
072000     MOVE FB01-WS-EXPECTED-KEYS     TO FB01-GP-S-VALUE.
072100     WRITE FB01-COVER-LINE.
072200     MOVE SPACES                    TO FB01-COVER-LINE.
072300     MOVE "KEYS WALKED"             TO FB01-GP-S-LABEL.
072400     MOVE "VALUE: "                 TO FB01-GP-S-LIT.
072500     MOVE FB01-WS-KEYS-WALKED       TO FB01-GP-S-VALUE.
072600     WRITE FB01-COVER-LINE.
072700     MOVE SPACES                    TO FB01-COVER-LINE.
072800     MOVE "KEYS COVERED"            TO FB01-GP-S-LABEL.
072900     MOVE "VALUE: "                 TO FB01-GP-S-LIT.
073000     MOVE FB01-WS-KEYS-COVERED      TO FB01-GP-S-VALUE.
073100     WRITE FB01-COVER-LINE.
073200     MOVE SPACES                    TO FB01-COVER-LINE.
073300     MOVE "HOLE RANGES"             TO FB01-GP-S-LABEL.
073400     MOVE "VALUE: "                 TO FB01-GP-S-LIT.
073500     MOVE FB01-WS-HOLE-RANGES       TO FB01-GP-S-VALUE.
073600     WRITE FB01-COVER-LINE.
073700     MOVE SPACES                    TO FB01-COVER-LINE.
073800     MOVE "MISSING KEYS"            TO FB01-GP-S-LABEL.
073900     MOVE "VALUE: "                 TO FB01-GP-S-LIT.
074000     MOVE FB01-WS-HOLE-KEYS         TO FB01-GP-S-VALUE.
074100     WRITE FB01-COVER-LINE.
074200     MOVE SPACES                    TO FB01-COVER-LINE.
074300     MOVE "ORPHAN RANGES"           TO FB01-GP-S-LABEL.
074400     MOVE "VALUE: "                 TO FB01-GP-S-LIT.
074500     MOVE FB01-WS-ORPHAN-RANGES     TO FB01-GP-S-VALUE.
074600     WRITE FB01-COVER-LINE.
074700     MOVE SPACES                    TO FB01-COVER-LINE.
074800     MOVE "ORPHAN KEYS"             TO FB01-GP-S-LABEL.
074900     MOVE "VALUE: "                 TO FB01-GP-S-LIT.
075000     MOVE FB01-WS-ORPHAN-KEYS       TO FB01-GP-S-VALUE.
075100     WRITE FB01-COVER-LINE.
075200     MOVE SPACES                    TO FB01-COVER-LINE.
075300     MOVE "KEYS EXTRACTED"          TO FB01-GP-S-LABEL.
075400     MOVE "VALUE: "                 TO FB01-GP-S-LIT.
075500     MOVE FB01-WS-TOTAL-EXTRACTED   TO FB01-GP-S-VALUE.
075600     WRITE FB01-COVER-LINE.
075700     MOVE SPACES                    TO FB01-COVER-LINE.
075800     MOVE "KEYS NOT EXTRACTED"      TO FB01-GP-S-LABEL.
075900     MOVE "VALUE: "                 TO FB01-GP-S-LIT.
076000     MOVE FB01-WS-NOT-EXTRACTED     TO FB01-GP-S-VALUE.
076100     WRITE FB01-COVER-LINE.
076200     DISPLAY "FBCOVER - END OF RUN CONTROL TOTALS FOR JOB "
076300             FB01-WS-JOB-ID.
076400     MOVE FB01-WS-COMPLETED-RANGES  TO FB01-WS-EDIT-TOTAL.
076500     DISPLAY "  COMPLETED RANGES. . . . . . ." FB01-WS-EDIT-TOTAL.
076600     MOVE FB01-WS-KEYS-WALKED       TO FB01-WS-EDIT-TOTAL.
076700     DISPLAY "  KEYS WALKED . . . . . . . . ." FB01-WS-EDIT-TOTAL.
076800     MOVE FB01-WS-HOLE-RANGES       TO FB01-WS-EDIT-TOTAL.
076900     DISPLAY "  HOLE RANGES . . . . . . . . ." FB01-WS-EDIT-TOTAL.
077000     MOVE FB01-WS-HOLE-KEYS         TO FB01-WS-EDIT-TOTAL.
077100     DISPLAY "  MISSING KEYS. . . . . . . . ." FB01-WS-EDIT-TOTAL.
077200     MOVE FB01-WS-ORPHAN-RANGES     TO FB01-WS-EDIT-TOTAL.
077300     DISPLAY "  ORPHAN RANGES . . . . . . . ." FB01-WS-EDIT-TOTAL.
077400     MOVE FB01-WS-ORPHAN-KEYS       TO FB01-WS-EDIT-TOTAL.
077500     DISPLAY "  ORPHAN KEYS . . . . . . . . ." FB01-WS-EDIT-TOTAL.
077600     MOVE FB01-WS-TOTAL-EXTRACTED   TO FB01-WS-EDIT-TOTAL.
077700     DISPLAY "  KEYS EXTRACTED. . . . . . . ." FB01-WS-EDIT-TOTAL.
077800     IF RETURN-CODE NOT = ZERO
077900         GO TO 7000-EXIT
078000     END-IF.
078100     IF FB01-WS-HOLE-RANGES > ZERO
078200         OR FB01-WS-RANGES-NOT-MAPPED > ZERO
078300         MOVE 8 TO RETURN-CODE
078400         GO TO 7000-EXIT
078500     END-IF.
078600     IF FB01-WS-ORPHAN-RANGES > ZERO
078700         OR FB01-WS-BAD-RANGES > ZERO
078800         MOVE 4 TO RETURN-CODE
078900     END-IF.
079000 7000-EXIT.
079100     EXIT.
079200*
079300******************************************************************
079400*    9000-TERMINATE                                              *
079500******************************************************************
079600 9000-TERMINATE.
079700     CLOSE REPORT-FILE.
079800     CLOSE EXTRACT-FILE.
079900 9000-EXIT.
080000     EXIT.
