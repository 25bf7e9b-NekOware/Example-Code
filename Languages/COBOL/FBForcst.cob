000100******************************************************************
000200*                                                                *
000300*    PROGRAM     FBFORCST                                        *
000400*    FUNCTION    CAPACITY AND BATCH-WINDOW FORECAST.  WORKS OUT  *
000500*                THROUGHPUT (NUMS PER ELAPSED MINUTE) BY JOB ID  *
000600*                FROM THE START/END TIMESTAMPS AND RANGE VOLUMES *
000700*                OF THE COMPLETED RUNS ON FBAUDIT (AND ON THE    *
000800*                FBAUARC AUDIT ARCHIVE, WHEN PRESENT) OVER THE   *
000900*                LAST EIGHT WEEKS, AND FBINDEX KEY GROWTH        *
001000*                BETWEEN FBARCHIV SWEEPS FROM THE KEYS-READ AND  *
001100*                KEYS-ARCHIVED COUNTS ON THE FBPRPT PURGE        *
001200*                REPORTS.  AGAINST THE LIMITS ON THE FBTHRSH     *
001300*                THRESHOLD FILE IT PROJECTS THE DATE EACH JOB    *
001400*                WILL RUN PAST ITS AGREED BATCH-WINDOW END AND   *
001500*                THE DATE FBINDEX WILL FILL ITS ALLOCATION, AND  *
001600*                WRITES THE WEEK-OVER-WEEK TREND AND AN EARLY-   *
001700*                WARNING SECTION TO THE FBFCRPT REPORT.  ENDS    *
001800*                RC 8 WHEN ANYTHING IS PROJECTED TO BREACH       *
001900*                INSIDE THE WARNING HORIZON.                     *
002000*                                                                *
002100*                FBPRPT IS REWRITTEN BY EVERY SWEEP, SO THE DD   *
002200*                NAMES THE WHOLE SET OF KEPT PURGE REPORTS (ALL  *
002300*                GENERATIONS); THE SWEEPS ARE TAKEN IN RUN-DATE  *
002400*                ORDER WHATEVER ORDER THEY ARRIVE IN.            *
002500*                                                                *
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.              "FBFORCST".
002900 AUTHOR.                  R L KOWALSKI.
003000 INSTALLATION.            DATA PROCESSING DEPT.
003100 DATE-WRITTEN.            10/15/2026.
003200 DATE-COMPILED.
003300******************************************************************
003400*                    MODIFICATION HISTORY                        *
003500*----------------------------------------------------------------*
003600* DATE       INIT  DESCRIPTION                                   *
003700*----------------------------------------------------------------*
003800* 10/15/2026 RLK   ORIGINAL VERSION.                             *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.         IBM-370.
004300 OBJECT-COMPUTER.         IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT THRESHOLD-FILE ASSIGN TO FBTHRSH
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS FB01-WS-THR-FILE-STATUS.
004900     SELECT AUDIT-FILE    ASSIGN TO FBAUDIT
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS FB01-WS-AUDIT-FILE-STATUS.
005200     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO FBAUARC
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS FB01-WS-AUARC-FILE-STATUS.
005500     SELECT SWEEP-FILE    ASSIGN TO FBPRPT
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS FB01-WS-SWEEP-FILE-STATUS.
005800     SELECT REPORT-FILE   ASSIGN TO FBFCRPT
005900         ORGANIZATION IS SEQUENTIAL.
006000*
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  THRESHOLD-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600     COPY FB01TH.
006700*
006800 FD  AUDIT-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100     COPY FB01AL.
007200*
007300******************************************************************
007400*    AUDIT ARCHIVE -- FBAUDIT RECORDS SWEPT OUT BY FBARCHIV, IN  *
007500*    THE FB01AL LAYOUT                                           *
007600******************************************************************
007700 FD  AUDIT-ARCHIVE-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  FB01-AUA-RECORD.
008100     05  FB01-AUA-JOB-ID             PIC X(08).
008200     05  FB01-AUA-START-TS           PIC X(26).
008300     05  FB01-AUA-END-TS             PIC X(26).
008400     05  FB01-AUA-START-NUM          PIC 9(09).
008500     05  FB01-AUA-END-NUM            PIC 9(09).
008600     05  FB01-AUA-STATUS             PIC X(10).
008700     05  FILLER                      PIC X(10).
008800*
008900 FD  SWEEP-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200     COPY FB01PG.
009300*
009400 FD  REPORT-FILE
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700     COPY FB01FC.
009800 WORKING-STORAGE SECTION.
009900******************************************************************
010000*    STANDALONE COUNTERS AND SWITCHES                            *
010100******************************************************************
010200 77  FB01-WS-RUN-DATE             PIC 9(08) VALUE ZERO.
010300 77  FB01-WS-RUN-INT              PIC 9(09) COMP-3 VALUE ZERO.
010400 77  FB01-WS-THR-FILE-STATUS      PIC X(02) VALUE SPACES.
010500 77  FB01-WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
010600 77  FB01-WS-AUARC-FILE-STATUS    PIC X(02) VALUE SPACES.
010700 77  FB01-WS-SWEEP-FILE-STATUS    PIC X(02) VALUE SPACES.
010800 77  FB01-WS-THR-EOF-SW           PIC X(01) VALUE "N".
010900     88  FB01-WS-THR-EOF          VALUE "Y".
011000 77  FB01-WS-AUDIT-EOF-SW         PIC X(01) VALUE "N".
011100     88  FB01-WS-AUDIT-EOF        VALUE "Y".
011200 77  FB01-WS-AUARC-EOF-SW         PIC X(01) VALUE "N".
011300     88  FB01-WS-AUARC-EOF        VALUE "Y".
011400 77  FB01-WS-SWEEP-EOF-SW         PIC X(01) VALUE "N".
011500     88  FB01-WS-SWEEP-EOF        VALUE "Y".
011600 77  FB01-WS-VALID-SW             PIC X(01) VALUE "Y".
011700     88  FB01-WS-CONTROL-VALID    VALUE "Y".
011800     88  FB01-WS-CONTROL-INVALID  VALUE "N".
011900 77  FB01-WS-CAPACITY-SW          PIC X(01) VALUE "N".
012000     88  FB01-WS-CAPACITY-GIVEN   VALUE "Y".
012100 77  FB01-WS-JOB-FOUND-SW         PIC X(01) VALUE "N".
012200     88  FB01-WS-JOB-FOUND        VALUE "Y".
012300 77  FB01-WS-JOB-FULL-SW          PIC X(01) VALUE "N".
012400     88  FB01-WS-JOB-FULL         VALUE "Y".
012500 77  FB01-WS-WEEK-FOUND-SW        PIC X(01) VALUE "N".
012600     88  FB01-WS-WEEK-FOUND       VALUE "Y".
012700 77  FB01-WS-PRIOR-WEEK-SW        PIC X(01) VALUE "N".
012800     88  FB01-WS-PRIOR-WEEK       VALUE "Y".
012900 77  FB01-WS-SWEEP-OPEN-SW        PIC X(01) VALUE "N".
013000     88  FB01-WS-SWEEP-OPEN       VALUE "Y".
013100 77  FB01-WS-SWEEP-READ-SW        PIC X(01) VALUE "N".
013200     88  FB01-WS-SWEEP-HAS-READ   VALUE "Y".
013300 77  FB01-WS-SLOT-FOUND-SW        PIC X(01) VALUE "N".
013400     88  FB01-WS-SLOT-FOUND       VALUE "Y".
013500 77  FB01-WS-WARN-SW              PIC X(01) VALUE "N".
013600     88  FB01-WS-WARN-THIS-LINE   VALUE "Y".
013700 77  FB01-WS-HORIZON              PIC 9(03) COMP-3 VALUE 30.
013800 77  FB01-WS-INDEX-CAPACITY       PIC 9(09) COMP-3 VALUE ZERO.
013900 77  FB01-WS-THR-READ             PIC 9(09) COMP-3 VALUE ZERO.
014000 77  FB01-WS-THR-BAD              PIC 9(09) COMP-3 VALUE ZERO.
014100 77  FB01-WS-AUDIT-READ           PIC 9(09) COMP-3 VALUE ZERO.
014200 77  FB01-WS-AUARC-READ           PIC 9(09) COMP-3 VALUE ZERO.
014300 77  FB01-WS-OVR-SKIPPED          PIC 9(09) COMP-3 VALUE ZERO.
014400 77  FB01-WS-RUNS-MEASURED        PIC 9(09) COMP-3 VALUE ZERO.
014500 77  FB01-WS-RUNS-UNMEASURED      PIC 9(09) COMP-3 VALUE ZERO.
014600 77  FB01-WS-RUNS-OLDER           PIC 9(09) COMP-3 VALUE ZERO.
014700 77  FB01-WS-SWEEPS-READ          PIC 9(09) COMP-3 VALUE ZERO.
014800 77  FB01-WS-JOB-COUNT            PIC 9(03) COMP-3 VALUE ZERO.
014900 77  FB01-WS-JOB-SUB              PIC 9(03) COMP-3 VALUE ZERO.
015000 77  FB01-WS-WK-SUB               PIC 9(03) COMP-3 VALUE ZERO.
015100 77  FB01-WS-WEEK-NUM             PIC 9(03) COMP-3 VALUE ZERO.
015200 77  FB01-WS-SWP-COUNT            PIC 9(03) COMP-3 VALUE ZERO.
015300 77  FB01-WS-SWP-SUB              PIC 9(03) COMP-3 VALUE ZERO.
015400 77  FB01-WS-SWP-SLOT             PIC 9(03) COMP-3 VALUE ZERO.
015500 77  FB01-WS-SWP-MOVE-SUB         PIC 9(03) COMP-3 VALUE ZERO.
015600 77  FB01-WS-WARN-COUNT           PIC 9(03) COMP-3 VALUE ZERO.
015700 77  FB01-WS-WARN-SUB             PIC 9(03) COMP-3 VALUE ZERO.
015800 77  FB01-WS-TS-DAY-INT           PIC 9(09) COMP-3 VALUE ZERO.
015900 77  FB01-WS-START-DAY-INT        PIC 9(09) COMP-3 VALUE ZERO.
016000 77  FB01-WS-END-DAY-INT          PIC 9(09) COMP-3 VALUE ZERO.
016100 77  FB01-WS-START-SECS           PIC 9(09) COMP-3 VALUE ZERO.
016200 77  FB01-WS-END-SECS             PIC 9(09) COMP-3 VALUE ZERO.
016300 77  FB01-WS-END-OFFSET           PIC S9(09) COMP-3 VALUE ZERO.
016400 77  FB01-WS-ELAPSED-SECS         PIC S9(09) COMP-3 VALUE ZERO.
016500 77  FB01-WS-RANGE-VOLUME         PIC 9(09) COMP-3 VALUE ZERO.
016600 77  FB01-WS-DAYS-BACK            PIC S9(09) COMP-3 VALUE ZERO.
016700 77  FB01-WS-DAY-X                PIC S9(05) COMP-3 VALUE ZERO.
016800 77  FB01-WS-RATE                 PIC 9(11)V9(04) COMP-3
016900                                  VALUE ZERO.
017000 77  FB01-WS-PRIOR-RATE           PIC 9(11)V9(04) COMP-3
017100                                  VALUE ZERO.
017200 77  FB01-WS-PRIOR-VOLUME         PIC 9(15) COMP-3 VALUE ZERO.
017300 77  FB01-WS-PERCENT              PIC S9(09) COMP-3 VALUE ZERO.
017400 77  FB01-WS-MINUTES              PIC 9(09) COMP-3 VALUE ZERO.
017500 77  FB01-WS-AVG-START            PIC 9(09) COMP-3 VALUE ZERO.
017600 77  FB01-WS-WINDOW-SECS          PIC 9(09) COMP-3 VALUE ZERO.
017700 77  FB01-WS-REG-DENOM            PIC S9(18) COMP-3 VALUE ZERO.
017800 77  FB01-WS-GROWTH               PIC S9(11)V9(04) COMP-3
017900                                  VALUE ZERO.
018000 77  FB01-WS-VOLUME-NOW           PIC S9(13)V9(04) COMP-3
018100                                  VALUE ZERO.
018200 77  FB01-WS-VOLUME-LIMIT         PIC S9(13)V9(04) COMP-3
018300                                  VALUE ZERO.
018400 77  FB01-WS-DAYS-EXACT           PIC S9(11)V9(04) COMP-3
018500                                  VALUE ZERO.
018600 77  FB01-WS-DAYS-TO-BREACH       PIC S9(11) COMP-3 VALUE ZERO.
018700 77  FB01-WS-BREACH-INT           PIC 9(09) COMP-3 VALUE ZERO.
018800 77  FB01-WS-BREACH-DATE          PIC 9(08) VALUE ZERO.
018900 77  FB01-WS-SWP-GROWTH           PIC S9(09) COMP-3 VALUE ZERO.
019000 77  FB01-WS-SWP-DAYS             PIC S9(09) COMP-3 VALUE ZERO.
019100 77  FB01-WS-SWP-PER-DAY          PIC S9(09)V9(04) COMP-3
019200                                  VALUE ZERO.
019300 77  FB01-WS-PRIOR-PER-DAY        PIC S9(09)V9(04) COMP-3
019400                                  VALUE ZERO.
019500 77  FB01-WS-GROWTH-SUM           PIC S9(11) COMP-3 VALUE ZERO.
019600 77  FB01-WS-GROWTH-DAYS          PIC S9(09) COMP-3 VALUE ZERO.
019700 77  FB01-WS-KEYS-NOW             PIC S9(11) COMP-3 VALUE ZERO.
019800 77  FB01-WS-TIME-SECS            PIC S9(09) COMP-3 VALUE ZERO.
019900 77  FB01-WS-TIME-DAYS            PIC 9(05) COMP-3 VALUE ZERO.
020000 77  FB01-WS-EDIT-TOTAL           PIC ZZZZZZZZ9.
020100 77  FB01-WS-EDIT-DAYS            PIC ZZZ9.
020200 77  FB01-WS-EDIT-HORIZON         PIC ZZ9.
020300*
020400******************************************************************
020500*    ONE RUN AS READ FROM FBAUDIT OR FBAUARC                     *
020600******************************************************************
020700 01  FB01-WS-RUN-AREA.
020800     05  FB01-WS-RUN-JOB-ID          PIC X(08).
020900     05  FB01-WS-RUN-START-TS        PIC X(26).
021000     05  FB01-WS-RUN-END-TS          PIC X(26).
021100     05  FB01-WS-RUN-START-NUM       PIC 9(09).
021200     05  FB01-WS-RUN-END-NUM         PIC 9(09).
021300     05  FB01-WS-RUN-STATUS          PIC X(10).
021400*
021500******************************************************************
021600*    TIMESTAMP PARSE AREA  --  FBAUDIT TIMESTAMPS ARE BUILT AS   *
021700*    YYYYMMDD-HHMMSSCC BY THE PRODUCTION RUN                     *
021800******************************************************************
021900 01  FB01-WS-TS-AREA.
022000     05  FB01-WS-TS-DATE             PIC 9(08).
022100     05  FILLER                      PIC X(01).
022200     05  FB01-WS-TS-HH               PIC 9(02).
022300     05  FB01-WS-TS-MM               PIC 9(02).
022400     05  FB01-WS-TS-SS               PIC 9(02).
022500     05  FB01-WS-TS-CC               PIC 9(02).
022600     05  FILLER                      PIC X(09).
022700*
022800******************************************************************
022900*    TIME OF DAY AS PRINTED  --  HH:MM                           *
023000******************************************************************
023100 01  FB01-WS-TIME-HHMM.
023200     05  FB01-WS-TIME-HH             PIC 9(02).
023300     05  FILLER                      PIC X(01) VALUE ":".
023400     05  FB01-WS-TIME-MM             PIC 9(02).
023500*
023600******************************************************************
023700*    THE SWEEP BEING ASSEMBLED FROM ONE FBPRPT PURGE REPORT      *
023800******************************************************************
023900 01  FB01-WS-CUR-SWEEP.
024000     05  FB01-WS-CUR-DATE            PIC 9(08).
024100     05  FB01-WS-CUR-READ            PIC 9(09).
024200     05  FB01-WS-CUR-ARCHIVED        PIC 9(09).
024300*
024400******************************************************************
024500*    PER-JOB-ID TREND  --  ONE ENTRY PER JOB ID ON FBTHRSH OR ON *
024600*    THE AUDIT HISTORY.  WEEK 1 IS THE SEVEN DAYS ENDING ON THE  *
024700*    RUN DATE, WEEK 8 THE OLDEST.  THE REGRESSION SUMS FIT THE   *
024800*    RANGE VOLUME OF EACH RUN AGAINST ITS DAY, TODAY BEING DAY   *
024900*    ZERO.                                                       *
025000******************************************************************
025100 01  FB01-WS-JOB-TABLE.
025200     05  FB01-WS-JOB-ENTRY OCCURS 50 TIMES.
025300         10  FB01-WS-JOB-ID          PIC X(08).
025400         10  FB01-WS-JOB-WINDOW-SW   PIC X(01).
025500             88  FB01-WS-JOB-HAS-WINDOW VALUE "Y".
025600         10  FB01-WS-JOB-WINDOW-SECS PIC 9(05) COMP-3.
025700         10  FB01-WS-JOB-REG-N       PIC 9(07) COMP-3.
025800         10  FB01-WS-JOB-REG-SX      PIC S9(09) COMP-3.
025900         10  FB01-WS-JOB-REG-SY      PIC 9(15) COMP-3.
026000         10  FB01-WS-JOB-REG-SXY     PIC S9(17) COMP-3.
026100         10  FB01-WS-JOB-REG-SXX     PIC 9(13) COMP-3.
026200         10  FB01-WS-JOB-WEEK OCCURS 8 TIMES.
026300             15  FB01-WS-WK-RUNS     PIC 9(05) COMP-3.
026400             15  FB01-WS-WK-VOLUME   PIC 9(15) COMP-3.
026500             15  FB01-WS-WK-ELAPSED  PIC 9(11) COMP-3.
026600             15  FB01-WS-WK-START-TOTAL PIC 9(11) COMP-3.
026700             15  FB01-WS-WK-LATEST-END  PIC S9(07) COMP-3.
026800*
026900******************************************************************
027000*    FBARCHIV SWEEPS IN RUN-DATE ORDER, OLDEST FIRST.  LIVE IS   *
027100*    THE FBINDEX KEY COUNT THE SWEEP LEFT BEHIND.                *
027200******************************************************************
027300 01  FB01-WS-SWEEP-TABLE.
027400     05  FB01-WS-SWP-ENTRY OCCURS 104 TIMES.
027500         10  FB01-WS-SWP-DATE        PIC 9(08).
027600         10  FB01-WS-SWP-DAY-INT     PIC 9(09) COMP-3.
027700         10  FB01-WS-SWP-READ        PIC 9(09) COMP-3.
027800         10  FB01-WS-SWP-ARCHIVED    PIC 9(09) COMP-3.
027900         10  FB01-WS-SWP-LIVE        PIC 9(09) COMP-3.
028000*
028100******************************************************************
028200*    PROJECTION LINES HELD FOR THE EARLY-WARNING SECTION         *
028300******************************************************************
028400 01  FB01-WS-WARN-TABLE.
028500     05  FB01-WS-WARN-LINE OCCURS 51 TIMES PIC X(80).
028600*
028700 PROCEDURE DIVISION.
028800******************************************************************
028900*    0000-MAINLINE                                               *
029000******************************************************************
029100 0000-MAINLINE.
029200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
029300     PERFORM 2000-LOAD-THRESHOLDS THRU 2000-EXIT.
029400     IF FB01-WS-CONTROL-VALID
029500         PERFORM 3000-LOAD-RUNS   THRU 3000-EXIT
029600     END-IF.
029700     IF FB01-WS-CONTROL-VALID
029800         PERFORM 4000-LOAD-SWEEPS        THRU 4000-EXIT
029900         PERFORM 5000-REPORT-JOB-TREND   THRU 5000-EXIT
030000         PERFORM 5500-REPORT-INDEX-TREND THRU 5500-EXIT
030100         PERFORM 6000-FORECAST-JOBS      THRU 6000-EXIT
030200         PERFORM 6500-FORECAST-INDEX     THRU 6500-EXIT
030300         PERFORM 7000-EARLY-WARNING      THRU 7000-EXIT
030400         PERFORM 7500-SUMMARY            THRU 7500-EXIT
030500     END-IF.
030600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030700     STOP RUN.
030800*
030900******************************************************************
031000*    1000-INITIALIZE  --  OPEN THE REPORT AND WRITE ITS HEADER   *
031100******************************************************************
031200 1000-INITIALIZE.
031300     ACCEPT FB01-WS-RUN-DATE FROM DATE YYYYMMDD.
031400     COMPUTE FB01-WS-RUN-INT =
031500         FUNCTION INTEGER-OF-DATE (FB01-WS-RUN-DATE).
031600     OPEN OUTPUT REPORT-FILE.
031700     MOVE SPACES               TO FB01-FORECAST-LINE.
031800     MOVE "FBFORCST CAPACITY FORECAST"
031900                               TO FB01-FC-H-TITLE.
032000     MOVE "RUN DATE "          TO FB01-FC-H-DATE-LIT.
032100     MOVE FB01-WS-RUN-DATE     TO FB01-FC-H-RUN-DATE.
032200     WRITE FB01-FORECAST-LINE.
032300 1000-EXIT.
032400     EXIT.
032500*
032600******************************************************************
032700*    2000-LOAD-THRESHOLDS  --  THE AGREED LIMITS.  WITHOUT       *
032800*                               FBTHRSH THERE IS NOTHING TO      *
032900*                               FORECAST AGAINST, RC 12.         *
033000******************************************************************
033100 2000-LOAD-THRESHOLDS.
033200     OPEN INPUT THRESHOLD-FILE.
033300     IF FB01-WS-THR-FILE-STATUS NOT = "00"
033400         DISPLAY "FBFORCST: FBTHRSH OPEN FAILED, STATUS "
033500                 FB01-WS-THR-FILE-STATUS
033600         MOVE "N" TO FB01-WS-VALID-SW
033700         MOVE 12 TO RETURN-CODE
033800         GO TO 2000-EXIT
033900     END-IF.
034000     PERFORM 2100-READ-THRESHOLD THRU 2100-EXIT
034100         UNTIL FB01-WS-THR-EOF.
034200     CLOSE THRESHOLD-FILE.
034300 2000-EXIT.
034400     EXIT.
034500*
034600******************************************************************
034700*    2100-READ-THRESHOLD  --  ONE LIMIT.  A WINDOW CARD OPENS    *
034800*                              THE JOB'S TREND ENTRY, SO A JOB   *
034900*                              THAT HAS STOPPED RUNNING STILL    *
035000*                              SHOWS.                            *
035100******************************************************************
035200 2100-READ-THRESHOLD.
035300     READ THRESHOLD-FILE
035400         AT END
035500             SET FB01-WS-THR-EOF TO TRUE
035600             GO TO 2100-EXIT
035700     END-READ.
035800     ADD 1 TO FB01-WS-THR-READ.
035900     EVALUATE TRUE
036000         WHEN FB01-TH-JOB-WINDOW
036100             IF FB01-TH-JOB-ID = SPACES
036200                 OR FB01-TH-WINDOW-HH IS NOT NUMERIC
036300                 OR FB01-TH-WINDOW-MM IS NOT NUMERIC
036400                 OR FB01-TH-WINDOW-HH > 23
036500                 OR FB01-TH-WINDOW-MM > 59
036600                 GO TO 2100-BAD-THRESHOLD
036700             END-IF
036800             MOVE FB01-TH-JOB-ID TO FB01-WS-RUN-JOB-ID
036900             PERFORM 3300-FIND-JOB THRU 3300-EXIT
037000             IF FB01-WS-JOB-SUB > ZERO
037100                 MOVE "Y"
037200                     TO FB01-WS-JOB-WINDOW-SW (FB01-WS-JOB-SUB)
037300                 COMPUTE
037400                     FB01-WS-JOB-WINDOW-SECS (FB01-WS-JOB-SUB) =
037500                     FB01-TH-WINDOW-HH * 3600
037600                     + FB01-TH-WINDOW-MM * 60
037700             END-IF
037800         WHEN FB01-TH-INDEX-SIZE
037900             IF FB01-TH-INDEX-KEYS IS NOT NUMERIC
038000                 OR FB01-TH-INDEX-KEYS = ZERO
038100                 GO TO 2100-BAD-THRESHOLD
038200             END-IF
038300             MOVE FB01-TH-INDEX-KEYS TO FB01-WS-INDEX-CAPACITY
038400             SET FB01-WS-CAPACITY-GIVEN TO TRUE
038500         WHEN FB01-TH-HORIZON
038600             IF FB01-TH-WARN-DAYS IS NOT NUMERIC
038700                 OR FB01-TH-WARN-DAYS = ZERO
038800                 GO TO 2100-BAD-THRESHOLD
038900             END-IF
039000             MOVE FB01-TH-WARN-DAYS TO FB01-WS-HORIZON
039100         WHEN OTHER
039200             GO TO 2100-BAD-THRESHOLD
039300     END-EVALUATE.
039400     GO TO 2100-EXIT.
039500 2100-BAD-THRESHOLD.
039600     DISPLAY "FBFORCST: BAD FBTHRSH RECORD IGNORED, TYPE "
039700             FB01-TH-TYPE.
039800     ADD 1 TO FB01-WS-THR-BAD.
039900 2100-EXIT.
040000     EXIT.
040100*
040200******************************************************************
040300*    3000-LOAD-RUNS  --  FOLD EVERY RUN ON FBAUDIT, THEN ON THE  *
040400*                         FBAUARC AUDIT ARCHIVE, INTO THE JOB    *
040500*                         TREND.  A MISSING FBAUDIT ENDS RC 12;  *
040600*                         A MISSING FBAUARC IS NOTED AND PASSED  *
040700*                         OVER.                                  *
040800******************************************************************
040900 3000-LOAD-RUNS.
041000     OPEN INPUT AUDIT-FILE.
041100     IF FB01-WS-AUDIT-FILE-STATUS NOT = "00"
041200         DISPLAY "FBFORCST: FBAUDIT OPEN FAILED, STATUS "
041300                 FB01-WS-AUDIT-FILE-STATUS
041400         MOVE "N" TO FB01-WS-VALID-SW
041500         MOVE 12 TO RETURN-CODE
041600         GO TO 3000-EXIT
041700     END-IF.
041800     PERFORM 3100-READ-AUDIT THRU 3100-EXIT
041900         UNTIL FB01-WS-AUDIT-EOF.
042000     CLOSE AUDIT-FILE.
042100     OPEN INPUT AUDIT-ARCHIVE-FILE.
042200     IF FB01-WS-AUARC-FILE-STATUS NOT = "00"
042300         DISPLAY "FBFORCST: NO FBAUARC AUDIT ARCHIVE, LIVE AUDIT "
042400                 "LOG ONLY"
042500         GO TO 3000-EXIT
042600     END-IF.
042700     PERFORM 3200-READ-AUDIT-ARCHIVE THRU 3200-EXIT
042800         UNTIL FB01-WS-AUARC-EOF.
042900     CLOSE AUDIT-ARCHIVE-FILE.
043000 3000-EXIT.
043100     EXIT.
043200*
043300******************************************************************
043400*    3100-READ-AUDIT  --  ONE FBAUDIT RECORD.  LOCK OVERRIDE     *
043500*                          RECORDS ARE NOT RUNS.                 *
043600******************************************************************
043700 3100-READ-AUDIT.
043800     READ AUDIT-FILE
043900         AT END
044000             SET FB01-WS-AUDIT-EOF TO TRUE
044100             GO TO 3100-EXIT
044200     END-READ.
044300     ADD 1 TO FB01-WS-AUDIT-READ.
044400     IF FB01-AUD-LOCK-OVERRIDE
044500         ADD 1 TO FB01-WS-OVR-SKIPPED
044600         GO TO 3100-EXIT
044700     END-IF.
044800     MOVE FB01-AUD-JOB-ID    TO FB01-WS-RUN-JOB-ID.
044900     MOVE FB01-AUD-START-TS  TO FB01-WS-RUN-START-TS.
045000     MOVE FB01-AUD-END-TS    TO FB01-WS-RUN-END-TS.
045100     MOVE FB01-AUD-START-NUM TO FB01-WS-RUN-START-NUM.
045200     MOVE FB01-AUD-END-NUM   TO FB01-WS-RUN-END-NUM.
045300     MOVE FB01-AUD-STATUS    TO FB01-WS-RUN-STATUS.
045400     PERFORM 3400-TALLY-RUN THRU 3400-EXIT.
045500 3100-EXIT.
045600     EXIT.
045700*
045800******************************************************************
045900*    3200-READ-AUDIT-ARCHIVE  --  ONE FBAUARC RECORD, TAKEN THE  *
046000*                                  SAME WAY AS AN FBAUDIT ONE    *
046100******************************************************************
046200 3200-READ-AUDIT-ARCHIVE.
046300     READ AUDIT-ARCHIVE-FILE
046400         AT END
046500             SET FB01-WS-AUARC-EOF TO TRUE
046600             GO TO 3200-EXIT
046700     END-READ.
046800     ADD 1 TO FB01-WS-AUARC-READ.
046900     IF FB01-AUA-STATUS = "OVERRIDE"
047000         ADD 1 TO FB01-WS-OVR-SKIPPED
047100         GO TO 3200-EXIT
047200     END-IF.
047300     MOVE FB01-AUA-JOB-ID    TO FB01-WS-RUN-JOB-ID.
047400     MOVE FB01-AUA-START-TS  TO FB01-WS-RUN-START-TS.
047500     MOVE FB01-AUA-END-TS    TO FB01-WS-RUN-END-TS.
047600     MOVE FB01-AUA-START-NUM TO FB01-WS-RUN-START-NUM.
047700     MOVE FB01-AUA-END-NUM   TO FB01-WS-RUN-END-NUM.
047800     MOVE FB01-AUA-STATUS    TO FB01-WS-RUN-STATUS.
047900     PERFORM 3400-TALLY-RUN THRU 3400-EXIT.
048000 3200-EXIT.
048100     EXIT.
048200*
048300******************************************************************
048400*    3300-FIND-JOB  --  LOCATE FB01-WS-RUN-JOB-ID IN THE JOB     *
048500*                        TABLE, ADDING IT IF NEW.  JOB-SUB IS    *
048600*                        ZERO WHEN THE TABLE IS FULL.            *
048700******************************************************************
048800 3300-FIND-JOB.
048900     MOVE "N" TO FB01-WS-JOB-FOUND-SW.
049000     PERFORM 3310-MATCH-JOB THRU 3310-EXIT
049100         VARYING FB01-WS-JOB-SUB FROM 1 BY 1
049200         UNTIL FB01-WS-JOB-SUB > FB01-WS-JOB-COUNT
049300            OR FB01-WS-JOB-FOUND.
049400     IF FB01-WS-JOB-FOUND
049500         GO TO 3300-EXIT
049600     END-IF.
049700     IF FB01-WS-JOB-COUNT = 50
049800         IF NOT FB01-WS-JOB-FULL
049900             DISPLAY "FBFORCST: MORE THAN 50 DISTINCT JOB IDS, "
050000                     "EXTRA JOBS NOT FORECAST"
050100             SET FB01-WS-JOB-FULL TO TRUE
050200         END-IF
050300         MOVE ZERO TO FB01-WS-JOB-SUB
050400         GO TO 3300-EXIT
050500     END-IF.
050600     ADD 1 TO FB01-WS-JOB-COUNT.
050700     MOVE FB01-WS-JOB-COUNT  TO FB01-WS-JOB-SUB.
050800     MOVE FB01-WS-RUN-JOB-ID TO FB01-WS-JOB-ID (FB01-WS-JOB-SUB).
050900     MOVE "N"  TO FB01-WS-JOB-WINDOW-SW   (FB01-WS-JOB-SUB).
051000     MOVE ZERO TO FB01-WS-JOB-WINDOW-SECS (FB01-WS-JOB-SUB).
051100     MOVE ZERO TO FB01-WS-JOB-REG-N       (FB01-WS-JOB-SUB).
051200     MOVE ZERO TO FB01-WS-JOB-REG-SX      (FB01-WS-JOB-SUB).
051300     MOVE ZERO TO FB01-WS-JOB-REG-SY      (FB01-WS-JOB-SUB).
051400     MOVE ZERO TO FB01-WS-JOB-REG-SXY     (FB01-WS-JOB-SUB).
051500     MOVE ZERO TO FB01-WS-JOB-REG-SXX     (FB01-WS-JOB-SUB).
051600     PERFORM 3320-CLEAR-WEEK THRU 3320-EXIT
051700         VARYING FB01-WS-WK-SUB FROM 1 BY 1
051800         UNTIL FB01-WS-WK-SUB > 8.
051900 3300-EXIT.
052000     EXIT.
052100*
052200******************************************************************
052300*    3310-MATCH-JOB  --  LINEAR SEARCH OF THE JOB TABLE          *
052400******************************************************************
052500 3310-MATCH-JOB.
052600     IF FB01-WS-JOB-ID (FB01-WS-JOB-SUB) = FB01-WS-RUN-JOB-ID
052700         SET FB01-WS-JOB-FOUND TO TRUE
052800         SUBTRACT 1 FROM FB01-WS-JOB-SUB
052900     END-IF.
053000 3310-EXIT.
053100     EXIT.
053200*
053300******************************************************************
053400*    3320-CLEAR-WEEK  --  ZERO ONE WEEK OF A NEW JOB ENTRY       *
053500******************************************************************
053600 3320-CLEAR-WEEK.
053700     MOVE ZERO TO FB01-WS-WK-RUNS
053800                      (FB01-WS-JOB-SUB, FB01-WS-WK-SUB).
053900     MOVE ZERO TO FB01-WS-WK-VOLUME
054000                      (FB01-WS-JOB-SUB, FB01-WS-WK-SUB).
054100     MOVE ZERO TO FB01-WS-WK-ELAPSED
054200                      (FB01-WS-JOB-SUB, FB01-WS-WK-SUB).
054300     MOVE ZERO TO FB01-WS-WK-START-TOTAL
054400                      (FB01-WS-JOB-SUB, FB01-WS-WK-SUB).
054500     MOVE ZERO TO FB01-WS-WK-LATEST-END
054600                      (FB01-WS-JOB-SUB, FB01-WS-WK-SUB).
054700 3320-EXIT.
054800     EXIT.
054900*
055000******************************************************************
055100*    3400-TALLY-RUN  --  ONE RUN INTO ITS JOB'S WEEK AND INTO    *
055200*                         THE VOLUME REGRESSION.  ONLY A         *
055300*                         COMPLETED RUN WITH A GOOD RANGE AND    *
055400*                         READABLE TIMESTAMPS IS MEASURED, AND   *
055500*                         ONLY INSIDE THE EIGHT-WEEK TREND.      *
055600******************************************************************
055700 3400-TALLY-RUN.
055800     IF FB01-WS-RUN-STATUS NOT = "COMPLETED"
055900         OR FB01-WS-RUN-START-NUM IS NOT NUMERIC
056000         OR FB01-WS-RUN-END-NUM IS NOT NUMERIC
056100         OR FB01-WS-RUN-START-NUM = ZERO
056200         OR FB01-WS-RUN-END-NUM < FB01-WS-RUN-START-NUM
056300         ADD 1 TO FB01-WS-RUNS-UNMEASURED
056400         GO TO 3400-EXIT
056500     END-IF.
056600     MOVE FB01-WS-RUN-START-TS TO FB01-WS-TS-AREA.
056700     PERFORM 3410-PARSE-TIMESTAMP THRU 3410-EXIT.
056800     IF FB01-WS-TS-DAY-INT = ZERO
056900         ADD 1 TO FB01-WS-RUNS-UNMEASURED
057000         GO TO 3400-EXIT
057100     END-IF.
057200     MOVE FB01-WS-TS-DAY-INT TO FB01-WS-START-DAY-INT.
057300     MOVE FB01-WS-TIME-SECS  TO FB01-WS-START-SECS.
057400     MOVE FB01-WS-RUN-END-TS TO FB01-WS-TS-AREA.
057500     PERFORM 3410-PARSE-TIMESTAMP THRU 3410-EXIT.
057600     IF FB01-WS-TS-DAY-INT = ZERO
057700         ADD 1 TO FB01-WS-RUNS-UNMEASURED
057800         GO TO 3400-EXIT
057900     END-IF.
058000     MOVE FB01-WS-TS-DAY-INT TO FB01-WS-END-DAY-INT.
058100     MOVE FB01-WS-TIME-SECS  TO FB01-WS-END-SECS.
058200     COMPUTE FB01-WS-END-OFFSET =
058300         (FB01-WS-END-DAY-INT - FB01-WS-START-DAY-INT) * 86400
058400         + FB01-WS-END-SECS.
058500     COMPUTE FB01-WS-ELAPSED-SECS =
058600         FB01-WS-END-OFFSET - FB01-WS-START-SECS.
058700     IF FB01-WS-ELAPSED-SECS < ZERO
058800         ADD 1 TO FB01-WS-RUNS-UNMEASURED
058900         GO TO 3400-EXIT
059000     END-IF.
059100     COMPUTE FB01-WS-DAYS-BACK =
059200         FB01-WS-RUN-INT - FB01-WS-START-DAY-INT.
059300     IF FB01-WS-DAYS-BACK < ZERO
059400         OR FB01-WS-DAYS-BACK > 55
059500         ADD 1 TO FB01-WS-RUNS-OLDER
059600         GO TO 3400-EXIT
059700     END-IF.
059800     PERFORM 3300-FIND-JOB THRU 3300-EXIT.
059900     IF FB01-WS-JOB-SUB = ZERO
060000         ADD 1 TO FB01-WS-RUNS-UNMEASURED
060100         GO TO 3400-EXIT
060200     END-IF.
060300     ADD 1 TO FB01-WS-RUNS-MEASURED.
060400     COMPUTE FB01-WS-RANGE-VOLUME =
060500         FB01-WS-RUN-END-NUM - FB01-WS-RUN-START-NUM + 1.
060600     COMPUTE FB01-WS-WEEK-NUM = FB01-WS-DAYS-BACK / 7 + 1.
060700     MOVE FB01-WS-WEEK-NUM TO FB01-WS-WK-SUB.
060800     ADD 1 TO FB01-WS-WK-RUNS (FB01-WS-JOB-SUB, FB01-WS-WK-SUB).
060900     ADD FB01-WS-RANGE-VOLUME
061000         TO FB01-WS-WK-VOLUME (FB01-WS-JOB-SUB, FB01-WS-WK-SUB).
061100     ADD FB01-WS-ELAPSED-SECS
061200         TO FB01-WS-WK-ELAPSED (FB01-WS-JOB-SUB, FB01-WS-WK-SUB).
061300     ADD FB01-WS-START-SECS
061400         TO FB01-WS-WK-START-TOTAL
061500                (FB01-WS-JOB-SUB, FB01-WS-WK-SUB).
061600     IF FB01-WS-END-OFFSET >
061700         FB01-WS-WK-LATEST-END (FB01-WS-JOB-SUB, FB01-WS-WK-SUB)
061800         MOVE FB01-WS-END-OFFSET
061900             TO FB01-WS-WK-LATEST-END
062000                    (FB01-WS-JOB-SUB, FB01-WS-WK-SUB)
062100     END-IF.
062200     COMPUTE FB01-WS-DAY-X = ZERO - FB01-WS-DAYS-BACK.
062300     ADD 1 TO FB01-WS-JOB-REG-N (FB01-WS-JOB-SUB).
062400     ADD FB01-WS-DAY-X TO FB01-WS-JOB-REG-SX (FB01-WS-JOB-SUB).
062500     ADD FB01-WS-RANGE-VOLUME
062600         TO FB01-WS-JOB-REG-SY (FB01-WS-JOB-SUB).
062700     COMPUTE FB01-WS-JOB-REG-SXY (FB01-WS-JOB-SUB) =
062800         FB01-WS-JOB-REG-SXY (FB01-WS-JOB-SUB)
062900         + FB01-WS-DAY-X * FB01-WS-RANGE-VOLUME.
063000     COMPUTE FB01-WS-JOB-REG-SXX (FB01-WS-JOB-SUB) =
063100         FB01-WS-JOB-REG-SXX (FB01-WS-JOB-SUB)
063200         + FB01-WS-DAY-X * FB01-WS-DAY-X.
063300 3400-EXIT.
063400     EXIT.
063500*
063600******************************************************************
063700*    3410-PARSE-TIMESTAMP  --  DAY NUMBER AND SECONDS PAST       *
063800*                               MIDNIGHT OF THE TIMESTAMP IN     *
063900*                               TS-AREA; DAY ZERO IF UNREADABLE  *
064000******************************************************************
064100 3410-PARSE-TIMESTAMP.
064200     MOVE ZERO TO FB01-WS-TS-DAY-INT.
064300     MOVE ZERO TO FB01-WS-TIME-SECS.
064400     IF FB01-WS-TS-DATE IS NOT NUMERIC
064500         OR FB01-WS-TS-HH IS NOT NUMERIC
064600         OR FB01-WS-TS-MM IS NOT NUMERIC
064700         OR FB01-WS-TS-SS IS NOT NUMERIC
064800         OR FB01-WS-TS-DATE < 16010101
064900         GO TO 3410-EXIT
065000     END-IF.
065100     COMPUTE FB01-WS-TS-DAY-INT =
065200         FUNCTION INTEGER-OF-DATE (FB01-WS-TS-DATE).
065300     COMPUTE FB01-WS-TIME-SECS =
065400         FB01-WS-TS-HH * 3600 + FB01-WS-TS-MM * 60
065500         + FB01-WS-TS-SS.
065600 3410-EXIT.
065700     EXIT.
065800*
065900******************************************************************
066000*    4000-LOAD-SWEEPS  --  EVERY FBARCHIV PURGE REPORT ON FBPRPT *
066100*                           BECOMES ONE SWEEP.  WITHOUT FBPRPT   *
066200*                           THERE IS NO KEY GROWTH TO MEASURE.   *
066300******************************************************************
066400 4000-LOAD-SWEEPS.
066500     OPEN INPUT SWEEP-FILE.
066600     IF FB01-WS-SWEEP-FILE-STATUS NOT = "00"
066700         DISPLAY "FBFORCST: NO FBPRPT SWEEP HISTORY, NO FBINDEX "
066800                 "GROWTH MEASURED"
066900         GO TO 4000-EXIT
067000     END-IF.
067100     PERFORM 4100-READ-SWEEP THRU 4100-EXIT
067200         UNTIL FB01-WS-SWEEP-EOF.
067300     CLOSE SWEEP-FILE.
067400     PERFORM 4200-FILE-SWEEP THRU 4200-EXIT.
067500 4000-EXIT.
067600     EXIT.
067700*
067800******************************************************************
067900*    4100-READ-SWEEP  --  A REPORT HEADER STARTS A NEW SWEEP;    *
068000*                          ITS KEYS-READ AND KEYS-ARCHIVED LINES *
068100*                          ARE PICKED UP AS THEY COME            *
068200******************************************************************
068300 4100-READ-SWEEP.
068400     READ SWEEP-FILE
068500         AT END
068600             SET FB01-WS-SWEEP-EOF TO TRUE
068700             GO TO 4100-EXIT
068800     END-READ.
068900     IF FB01-PG-H-TITLE = "FBARCHIV PURGE REPORT"
069000         PERFORM 4200-FILE-SWEEP THRU 4200-EXIT
069100         IF FB01-PG-H-RUN-DATE IS NUMERIC
069200             AND FB01-PG-H-RUN-DATE NOT < 16010101
069300             SET FB01-WS-SWEEP-OPEN TO TRUE
069400             MOVE "N"                TO FB01-WS-SWEEP-READ-SW
069500             MOVE FB01-PG-H-RUN-DATE TO FB01-WS-CUR-DATE
069600             MOVE ZERO               TO FB01-WS-CUR-READ
069700             MOVE ZERO               TO FB01-WS-CUR-ARCHIVED
069800         END-IF
069900         GO TO 4100-EXIT
070000     END-IF.
070100     IF NOT FB01-WS-SWEEP-OPEN
070200         GO TO 4100-EXIT
070300     END-IF.
070400     IF FB01-PG-S-LABEL = "FBINDEX KEYS READ"
070500         MOVE FB01-PG-S-VALUE TO FB01-WS-CUR-READ
070600         SET FB01-WS-SWEEP-HAS-READ TO TRUE
070700     END-IF.
070800     IF FB01-PG-S-LABEL = "FBINDEX KEYS ARCHIVED"
070900         MOVE FB01-PG-S-VALUE TO FB01-WS-CUR-ARCHIVED
071000     END-IF.
071100 4100-EXIT.
071200     EXIT.
071300*
071400******************************************************************
071500*    4200-FILE-SWEEP  --  SLOT THE SWEEP JUST ASSEMBLED INTO THE *
071600*                          TABLE IN RUN-DATE ORDER.  A SECOND    *
071700*                          REPORT FOR THE SAME DATE REPLACES THE *
071800*                          FIRST; WITH THE TABLE FULL THE OLDEST *
071900*                          SWEEP MAKES ROOM.  A REPORT WITHOUT   *
072000*                          COUNTS (A REJECTED RUN) IS DROPPED.   *
072100******************************************************************
072200 4200-FILE-SWEEP.
072300     IF NOT FB01-WS-SWEEP-OPEN
072400         GO TO 4200-EXIT
072500     END-IF.
072600     MOVE "N" TO FB01-WS-SWEEP-OPEN-SW.
072700     IF NOT FB01-WS-SWEEP-HAS-READ
072800         GO TO 4200-EXIT
072900     END-IF.
073000     ADD 1 TO FB01-WS-SWEEPS-READ.
073100     MOVE "N" TO FB01-WS-SLOT-FOUND-SW.
073200     PERFORM 4210-FIND-SLOT THRU 4210-EXIT
073300         VARYING FB01-WS-SWP-SUB FROM 1 BY 1
073400         UNTIL FB01-WS-SWP-SUB > FB01-WS-SWP-COUNT
073500            OR FB01-WS-SLOT-FOUND.
073600     MOVE FB01-WS-SWP-SUB TO FB01-WS-SWP-SLOT.
073700     IF FB01-WS-SLOT-FOUND
073800         IF FB01-WS-SWP-DATE (FB01-WS-SWP-SLOT) = FB01-WS-CUR-DATE
073900             PERFORM 4240-STORE-SWEEP THRU 4240-EXIT
074000             GO TO 4200-EXIT
074100         END-IF
074200     END-IF.
074300     IF FB01-WS-SWP-COUNT = 104
074400         IF FB01-WS-SWP-SLOT = 1
074500             GO TO 4200-EXIT
074600         END-IF
074700         PERFORM 4220-SHIFT-DOWN THRU 4220-EXIT
074800             VARYING FB01-WS-SWP-MOVE-SUB FROM 1 BY 1
074900             UNTIL FB01-WS-SWP-MOVE-SUB > FB01-WS-SWP-SLOT - 2
075000         SUBTRACT 1 FROM FB01-WS-SWP-SLOT
075100         PERFORM 4240-STORE-SWEEP THRU 4240-EXIT
075200         GO TO 4200-EXIT
075300     END-IF.
075400     PERFORM 4230-SHIFT-UP THRU 4230-EXIT
075500         VARYING FB01-WS-SWP-MOVE-SUB FROM FB01-WS-SWP-COUNT BY -1
075600         UNTIL FB01-WS-SWP-MOVE-SUB < FB01-WS-SWP-SLOT.
075700     ADD 1 TO FB01-WS-SWP-COUNT.
075800     PERFORM 4240-STORE-SWEEP THRU 4240-EXIT.
075900 4200-EXIT.
076000     EXIT.
076100*
076200******************************************************************
076300*    4210-FIND-SLOT  --  FIRST SWEEP DATED ON OR AFTER THIS ONE  *
076400******************************************************************
076500 4210-FIND-SLOT.
076600     IF FB01-WS-SWP-DATE (FB01-WS-SWP-SUB) NOT < FB01-WS-CUR-DATE
076700         SET FB01-WS-SLOT-FOUND TO TRUE
076800         SUBTRACT 1 FROM FB01-WS-SWP-SUB
076900     END-IF.
077000 4210-EXIT.
077100     EXIT.
077200*
077300******************************************************************
077400*    4220-SHIFT-DOWN  --  DROP THE OLDEST SWEEP, ONE ENTRY DOWN  *
077500******************************************************************
077600 4220-SHIFT-DOWN.
077700     MOVE FB01-WS-SWP-ENTRY (FB01-WS-SWP-MOVE-SUB + 1)
077800         TO FB01-WS-SWP-ENTRY (FB01-WS-SWP-MOVE-SUB).
077900 4220-EXIT.
078000     EXIT.
078100*
078200******************************************************************
078300*    4230-SHIFT-UP  --  OPEN THE SLOT, ONE ENTRY UP              *
078400******************************************************************
078500 4230-SHIFT-UP.
078600     MOVE FB01-WS-SWP-ENTRY (FB01-WS-SWP-MOVE-SUB)
078700         TO FB01-WS-SWP-ENTRY (FB01-WS-SWP-MOVE-SUB + 1).
078800 4230-EXIT.
078900     EXIT.
079000*
079100******************************************************************
079200*    4240-STORE-SWEEP  --  THE ASSEMBLED SWEEP INTO ITS SLOT     *
079300******************************************************************
079400 4240-STORE-SWEEP.
079500     MOVE FB01-WS-CUR-DATE
079600         TO FB01-WS-SWP-DATE (FB01-WS-SWP-SLOT).
079700     COMPUTE FB01-WS-SWP-DAY-INT (FB01-WS-SWP-SLOT) =
079800         FUNCTION INTEGER-OF-DATE (FB01-WS-CUR-DATE).
079900     MOVE FB01-WS-CUR-READ
080000         TO FB01-WS-SWP-READ (FB01-WS-SWP-SLOT).
080100     MOVE FB01-WS-CUR-ARCHIVED
080200         TO FB01-WS-SWP-ARCHIVED (FB01-WS-SWP-SLOT).
080300     IF FB01-WS-CUR-ARCHIVED > FB01-WS-CUR-READ
080400         MOVE ZERO TO FB01-WS-SWP-LIVE (FB01-WS-SWP-SLOT)
080500     ELSE
080600         COMPUTE FB01-WS-SWP-LIVE (FB01-WS-SWP-SLOT) =
080700             FB01-WS-CUR-READ - FB01-WS-CUR-ARCHIVED
080800     END-IF.
080900 4240-EXIT.
081000     EXIT.
081100*
081200******************************************************************
081300*    5000-REPORT-JOB-TREND  --  WEEK-OVER-WEEK THROUGHPUT BY JOB *
081400******************************************************************
081500 5000-REPORT-JOB-TREND.
081600     MOVE SPACES TO FB01-FORECAST-LINE.
081700     WRITE FB01-FORECAST-LINE.
081800     MOVE "BATCH THROUGHPUT BY JOB ID, WEEK OVER WEEK"
081900         TO FB01-FC-T-TEXT.
082000     WRITE FB01-FORECAST-LINE.
082100     MOVE SPACES TO FB01-FORECAST-LINE.
082200     MOVE "JOB ID    WEEK END  RUNS        NUMS  CHG%  MINS"
082300         TO FB01-FC-T-TEXT.
082400     MOVE "NUMS/MIN  CHG%  LATEST END"
082500         TO FB01-FC-T-TEXT (53:26).
082600     WRITE FB01-FORECAST-LINE.
082700     PERFORM 5100-REPORT-ONE-JOB THRU 5100-EXIT
082800         VARYING FB01-WS-JOB-SUB FROM 1 BY 1
082900         UNTIL FB01-WS-JOB-SUB > FB01-WS-JOB-COUNT.
083000     IF FB01-WS-JOB-COUNT = ZERO
083100         MOVE SPACES TO FB01-FORECAST-LINE
083200         MOVE "  NO JOBS ON FBTHRSH OR THE AUDIT HISTORY"
083300             TO FB01-FC-T-TEXT
083400         WRITE FB01-FORECAST-LINE
083500     END-IF.
083600 5000-EXIT.
083700     EXIT.
083800*
083900******************************************************************
084000*    5100-REPORT-ONE-JOB  --  ITS WEEKS, OLDEST FIRST            *
084100******************************************************************
084200 5100-REPORT-ONE-JOB.
084300     IF FB01-WS-JOB-REG-N (FB01-WS-JOB-SUB) = ZERO
084400         MOVE SPACES TO FB01-FORECAST-LINE
084500         MOVE FB01-WS-JOB-ID (FB01-WS-JOB-SUB)
084600             TO FB01-FC-T-TEXT (1:8)
084700         MOVE "NO COMPLETED RUNS IN THE LAST 8 WEEKS"
084800             TO FB01-FC-T-TEXT (11:40)
084900         WRITE FB01-FORECAST-LINE
085000         GO TO 5100-EXIT
085100     END-IF.
085200     MOVE "N" TO FB01-WS-PRIOR-WEEK-SW.
085300     PERFORM 5110-REPORT-ONE-WEEK THRU 5110-EXIT
085400         VARYING FB01-WS-WK-SUB FROM 8 BY -1
085500         UNTIL FB01-WS-WK-SUB < 1.
085600 5100-EXIT.
085700     EXIT.
085800*
085900******************************************************************
086000*    5110-REPORT-ONE-WEEK  --  A WEEK WITH NO RUNS IS LEFT OUT,  *
086100*                               AND THE WEEK AFTER IT SHOWS NO   *
086200*                               CHANGE FIGURES                   *
086300******************************************************************
086400 5110-REPORT-ONE-WEEK.
086500     IF FB01-WS-WK-RUNS (FB01-WS-JOB-SUB, FB01-WS-WK-SUB) = ZERO
086600         MOVE "N" TO FB01-WS-PRIOR-WEEK-SW
086700         GO TO 5110-EXIT
086800     END-IF.
086900     MOVE SPACES TO FB01-FORECAST-LINE.
087000     MOVE FB01-WS-JOB-ID (FB01-WS-JOB-SUB) TO FB01-FC-W-JOB-ID.
087100     COMPUTE FB01-WS-BREACH-INT =
087200         FB01-WS-RUN-INT - (FB01-WS-WK-SUB - 1) * 7.
087300     COMPUTE FB01-WS-BREACH-DATE =
087400         FUNCTION DATE-OF-INTEGER (FB01-WS-BREACH-INT).
087500     MOVE FB01-WS-BREACH-DATE TO FB01-FC-W-WEEK-END.
087600     MOVE FB01-WS-WK-RUNS (FB01-WS-JOB-SUB, FB01-WS-WK-SUB)
087700         TO FB01-FC-W-RUNS.
087800     MOVE FB01-WS-WK-VOLUME (FB01-WS-JOB-SUB, FB01-WS-WK-SUB)
087900         TO FB01-FC-W-NUMS.
088000     COMPUTE FB01-WS-MINUTES ROUNDED =
088100         FB01-WS-WK-ELAPSED (FB01-WS-JOB-SUB, FB01-WS-WK-SUB)
088200         / 60.
088300     MOVE FB01-WS-MINUTES TO FB01-FC-W-MINUTES.
088400     MOVE ZERO TO FB01-WS-RATE.
088500     IF FB01-WS-WK-ELAPSED (FB01-WS-JOB-SUB, FB01-WS-WK-SUB)
088600         > ZERO
088700         COMPUTE FB01-WS-RATE ROUNDED =
088800             FB01-WS-WK-VOLUME (FB01-WS-JOB-SUB, FB01-WS-WK-SUB)
088900             * 60
089000             / FB01-WS-WK-ELAPSED
089100                   (FB01-WS-JOB-SUB, FB01-WS-WK-SUB)
089200     END-IF.
089300     MOVE FB01-WS-RATE TO FB01-FC-W-RATE.
089400     IF FB01-WS-PRIOR-WEEK
089500         IF FB01-WS-PRIOR-VOLUME > ZERO
089600             COMPUTE FB01-WS-PERCENT ROUNDED =
089700                 (FB01-WS-WK-VOLUME
089800                      (FB01-WS-JOB-SUB, FB01-WS-WK-SUB)
089900                  - FB01-WS-PRIOR-VOLUME) * 100
090000                 / FB01-WS-PRIOR-VOLUME
090100             PERFORM 5120-CLAMP-PERCENT THRU 5120-EXIT
090200             MOVE FB01-WS-PERCENT TO FB01-FC-W-NUMS-CHG
090300             MOVE "%"             TO FB01-FC-W-NUMS-PCT
090400         END-IF
090500         IF FB01-WS-PRIOR-RATE > ZERO
090600             COMPUTE FB01-WS-PERCENT ROUNDED =
090700                 (FB01-WS-RATE - FB01-WS-PRIOR-RATE) * 100
090800                 / FB01-WS-PRIOR-RATE
090900             PERFORM 5120-CLAMP-PERCENT THRU 5120-EXIT
091000             MOVE FB01-WS-PERCENT TO FB01-FC-W-RATE-CHG
091100             MOVE "%"             TO FB01-FC-W-RATE-PCT
091200         END-IF
091300     END-IF.
091400     MOVE FB01-WS-WK-LATEST-END (FB01-WS-JOB-SUB, FB01-WS-WK-SUB)
091500         TO FB01-WS-TIME-SECS.
091600     PERFORM 8000-FORMAT-TIME THRU 8000-EXIT.
091700     MOVE FB01-WS-TIME-HHMM TO FB01-FC-W-LATEST-END.
091800     WRITE FB01-FORECAST-LINE.
091900     SET FB01-WS-PRIOR-WEEK TO TRUE.
092000     MOVE FB01-WS-WK-VOLUME (FB01-WS-JOB-SUB, FB01-WS-WK-SUB)
092100         TO FB01-WS-PRIOR-VOLUME.
092200     MOVE FB01-WS-RATE TO FB01-WS-PRIOR-RATE.
092300 5110-EXIT.
092400     EXIT.
092500*
092600******************************************************************
092700*    5120-CLAMP-PERCENT  --  KEEP A CHANGE FIGURE PRINTABLE      *
092800******************************************************************
092900 5120-CLAMP-PERCENT.
093000     IF FB01-WS-PERCENT > 9999
093100         MOVE 9999 TO FB01-WS-PERCENT
093200     END-IF.
093300     IF FB01-WS-PERCENT < -999
093400         MOVE -999 TO FB01-WS-PERCENT
093500     END-IF.
093600 5120-EXIT.
093700     EXIT.
093800*
093900******************************************************************
094000*    5500-REPORT-INDEX-TREND  --  FBINDEX KEYS ADDED BETWEEN ONE *
094100*                                  SWEEP AND THE NEXT: KEYS READ *
094200*                                  BY A SWEEP LESS THE KEYS LEFT *
094300*                                  LIVE BY THE ONE BEFORE IT.    *
094400*                                  THE LAST FOUR INTERVALS SET   *
094500*                                  THE GROWTH RATE PROJECTED.    *
094600******************************************************************
094700 5500-REPORT-INDEX-TREND.
094800     MOVE SPACES TO FB01-FORECAST-LINE.
094900     WRITE FB01-FORECAST-LINE.
095000     MOVE "FBINDEX KEY GROWTH BETWEEN FBARCHIV SWEEPS"
095100         TO FB01-FC-T-TEXT.
095200     WRITE FB01-FORECAST-LINE.
095300     MOVE SPACES TO FB01-FORECAST-LINE.
095400     MOVE "SWEEP       KEYS READ   ARCHIVED  LEFT LIVE"
095500         TO FB01-FC-T-TEXT.
095600     MOVE "KEYS ADDED  DAYS   PER DAY  CHG%"
095700         TO FB01-FC-T-TEXT (45:32).
095800     WRITE FB01-FORECAST-LINE.
095900     MOVE ZERO TO FB01-WS-GROWTH-SUM.
096000     MOVE ZERO TO FB01-WS-GROWTH-DAYS.
096100     MOVE ZERO TO FB01-WS-PRIOR-PER-DAY.
096200     PERFORM 5510-REPORT-ONE-SWEEP THRU 5510-EXIT
096300         VARYING FB01-WS-SWP-SUB FROM 1 BY 1
096400         UNTIL FB01-WS-SWP-SUB > FB01-WS-SWP-COUNT.
096500     IF FB01-WS-SWP-COUNT = ZERO
096600         MOVE SPACES TO FB01-FORECAST-LINE
096700         MOVE "  NO FBARCHIV SWEEP HISTORY ON FBPRPT"
096800             TO FB01-FC-T-TEXT
096900         WRITE FB01-FORECAST-LINE
097000     END-IF.
097100 5500-EXIT.
097200     EXIT.
097300*
097400******************************************************************
097500*    5510-REPORT-ONE-SWEEP                                       *
097600******************************************************************
097700 5510-REPORT-ONE-SWEEP.
097800     MOVE SPACES TO FB01-FORECAST-LINE.
097900     MOVE FB01-WS-SWP-DATE (FB01-WS-SWP-SUB)
098000         TO FB01-FC-X-SWEEP-DATE.
098100     MOVE FB01-WS-SWP-READ (FB01-WS-SWP-SUB) TO FB01-FC-X-READ.
098200     MOVE FB01-WS-SWP-ARCHIVED (FB01-WS-SWP-SUB)
098300         TO FB01-FC-X-ARCHIVED.
098400     MOVE FB01-WS-SWP-LIVE (FB01-WS-SWP-SUB) TO FB01-FC-X-LIVE.
098500     IF FB01-WS-SWP-SUB = 1
098600         WRITE FB01-FORECAST-LINE
098700         GO TO 5510-EXIT
098800     END-IF.
098900     COMPUTE FB01-WS-SWP-GROWTH =
099000         FB01-WS-SWP-READ (FB01-WS-SWP-SUB)
099100         - FB01-WS-SWP-LIVE (FB01-WS-SWP-SUB - 1).
099200     COMPUTE FB01-WS-SWP-DAYS =
099300         FB01-WS-SWP-DAY-INT (FB01-WS-SWP-SUB)
099400         - FB01-WS-SWP-DAY-INT (FB01-WS-SWP-SUB - 1).
099500     MOVE FB01-WS-SWP-GROWTH TO FB01-FC-X-GROWTH.
099600     MOVE FB01-WS-SWP-DAYS   TO FB01-WS-EDIT-DAYS.
099700     MOVE FB01-WS-EDIT-DAYS  TO FB01-FC-X-DAYS.
099800     COMPUTE FB01-WS-SWP-PER-DAY ROUNDED =
099900         FB01-WS-SWP-GROWTH / FB01-WS-SWP-DAYS.
100000     MOVE FB01-WS-SWP-PER-DAY TO FB01-FC-X-PER-DAY.
100100     IF FB01-WS-SWP-SUB > 2
100200         AND FB01-WS-PRIOR-PER-DAY > ZERO
100300         COMPUTE FB01-WS-PERCENT ROUNDED =
100400             (FB01-WS-SWP-PER-DAY - FB01-WS-PRIOR-PER-DAY) * 100
100500             / FB01-WS-PRIOR-PER-DAY
100600         PERFORM 5120-CLAMP-PERCENT THRU 5120-EXIT
100700         MOVE FB01-WS-PERCENT TO FB01-FC-X-CHG
100800         MOVE "%"             TO FB01-FC-X-PCT
100900     END-IF.
101000     MOVE FB01-WS-SWP-PER-DAY TO FB01-WS-PRIOR-PER-DAY.
101100     IF FB01-WS-SWP-SUB + 4 > FB01-WS-SWP-COUNT
101200         ADD FB01-WS-SWP-GROWTH TO FB01-WS-GROWTH-SUM
101300         ADD FB01-WS-SWP-DAYS   TO FB01-WS-GROWTH-DAYS
101400     END-IF.
101500     WRITE FB01-FORECAST-LINE.
101600 5510-EXIT.
101700     EXIT.
101800*
101900******************************************************************
102000*    6000-FORECAST-JOBS  --  DATE EACH JOB IS PROJECTED TO RUN   *
102100*                             PAST ITS AGREED WINDOW END         *
102200******************************************************************
102300 6000-FORECAST-JOBS.
102400     MOVE SPACES TO FB01-FORECAST-LINE.
102500     WRITE FB01-FORECAST-LINE.
102600     MOVE "BATCH-WINDOW FORECAST" TO FB01-FC-T-TEXT.
102700     WRITE FB01-FORECAST-LINE.
102800     MOVE SPACES TO FB01-FORECAST-LINE.
102900     MOVE "JOB ID    WINDOW START END   NUMS/MIN NUMS/DAY"
103000         TO FB01-FC-T-TEXT.
103100     MOVE "BREACH   DAYS STATUS" TO FB01-FC-T-TEXT (48:20).
103200     WRITE FB01-FORECAST-LINE.
103300     PERFORM 6100-FORECAST-ONE-JOB THRU 6100-EXIT
103400         VARYING FB01-WS-JOB-SUB FROM 1 BY 1
103500         UNTIL FB01-WS-JOB-SUB > FB01-WS-JOB-COUNT.
103600 6000-EXIT.
103700     EXIT.
103800*
103900******************************************************************
104000*    6100-FORECAST-ONE-JOB  --  THE MOST RECENT WEEK WITH RUNS   *
104100*                                GIVES THE USUAL START AND THE   *
104200*                                THROUGHPUT; THE VOLUME          *
104300*                                REGRESSION GIVES TODAY'S RANGE  *
104400*                                AND ITS GROWTH PER DAY.  THE    *
104500*                                WINDOW IS BREACHED ONCE THE     *
104600*                                RANGE NO LONGER FITS BETWEEN    *
104700*                                THE START AND THE WINDOW END AT *
104800*                                THAT THROUGHPUT.                *
104900******************************************************************
105000 6100-FORECAST-ONE-JOB.
105100     MOVE "N" TO FB01-WS-WARN-SW.
105200     MOVE SPACES TO FB01-FORECAST-LINE.
105300     MOVE FB01-WS-JOB-ID (FB01-WS-JOB-SUB) TO FB01-FC-J-JOB-ID.
105400     IF NOT FB01-WS-JOB-HAS-WINDOW (FB01-WS-JOB-SUB)
105500         MOVE "NO WINDOW ON FILE" TO FB01-FC-J-NOTE
105600         GO TO 6100-WRITE
105700     END-IF.
105800     MOVE FB01-WS-JOB-WINDOW-SECS (FB01-WS-JOB-SUB)
105900         TO FB01-WS-TIME-SECS.
106000     PERFORM 8000-FORMAT-TIME THRU 8000-EXIT.
106100     MOVE FB01-WS-TIME-HHMM TO FB01-FC-J-WINDOW.
106200     MOVE "N" TO FB01-WS-WEEK-FOUND-SW.
106300     PERFORM 6110-FIND-RECENT-WEEK THRU 6110-EXIT
106400         VARYING FB01-WS-WK-SUB FROM 1 BY 1
106500         UNTIL FB01-WS-WK-SUB > 8
106600            OR FB01-WS-WEEK-FOUND.
106700     IF NOT FB01-WS-WEEK-FOUND
106800         MOVE "NO RECENT RUNS" TO FB01-FC-J-NOTE
106900         GO TO 6100-WRITE
107000     END-IF.
107100     IF FB01-WS-WK-ELAPSED (FB01-WS-JOB-SUB, FB01-WS-WK-SUB)
107200         = ZERO
107300         MOVE "NO ELAPSED TIME" TO FB01-FC-J-NOTE
107400         GO TO 6100-WRITE
107500     END-IF.
107600     COMPUTE FB01-WS-AVG-START =
107700         FB01-WS-WK-START-TOTAL (FB01-WS-JOB-SUB, FB01-WS-WK-SUB)
107800         / FB01-WS-WK-RUNS (FB01-WS-JOB-SUB, FB01-WS-WK-SUB).
107900     COMPUTE FB01-WS-RATE ROUNDED =
108000         FB01-WS-WK-VOLUME (FB01-WS-JOB-SUB, FB01-WS-WK-SUB) * 60
108100         / FB01-WS-WK-ELAPSED (FB01-WS-JOB-SUB, FB01-WS-WK-SUB).
108200     MOVE FB01-WS-AVG-START TO FB01-WS-TIME-SECS.
108300     PERFORM 8000-FORMAT-TIME THRU 8000-EXIT.
108400     MOVE FB01-WS-TIME-HHMM TO FB01-FC-J-START.
108500     MOVE FB01-WS-RATE      TO FB01-FC-J-RATE.
108600     MOVE FB01-WS-JOB-WINDOW-SECS (FB01-WS-JOB-SUB)
108700         TO FB01-WS-WINDOW-SECS.
108800     IF FB01-WS-WINDOW-SECS NOT > FB01-WS-AVG-START
108900         ADD 86400 TO FB01-WS-WINDOW-SECS
109000     END-IF.
109100     PERFORM 6120-FIT-VOLUME THRU 6120-EXIT.
109200     MOVE FB01-WS-GROWTH TO FB01-FC-J-GROWTH.
109300     COMPUTE FB01-WS-TIME-SECS ROUNDED =
109400         FB01-WS-AVG-START
109500         + FB01-WS-VOLUME-NOW * 60 / FB01-WS-RATE.
109600     PERFORM 8000-FORMAT-TIME THRU 8000-EXIT.
109700     MOVE FB01-WS-TIME-HHMM TO FB01-FC-J-END-NOW.
109800     COMPUTE FB01-WS-VOLUME-LIMIT =
109900         (FB01-WS-WINDOW-SECS - FB01-WS-AVG-START) * FB01-WS-RATE
110000         / 60.
110100     IF FB01-WS-VOLUME-NOW NOT < FB01-WS-VOLUME-LIMIT
110200         MOVE ZERO TO FB01-WS-DAYS-TO-BREACH
110300         PERFORM 6900-SET-BREACH-DATE THRU 6900-EXIT
110400         MOVE FB01-WS-BREACH-DATE TO FB01-FC-J-BREACH-DATE
110500         MOVE FB01-WS-EDIT-DAYS   TO FB01-FC-J-DAYS
110600         MOVE "ALREADY OVER WINDOW" TO FB01-FC-J-NOTE
110700         SET FB01-WS-WARN-THIS-LINE TO TRUE
110800         GO TO 6100-WRITE
110900     END-IF.
111000     IF FB01-WS-GROWTH NOT > ZERO
111100         MOVE "NO VOLUME GROWTH" TO FB01-FC-J-NOTE
111200         GO TO 6100-WRITE
111300     END-IF.
111400     COMPUTE FB01-WS-DAYS-EXACT =
111500         (FB01-WS-VOLUME-LIMIT - FB01-WS-VOLUME-NOW)
111600         / FB01-WS-GROWTH.
111700     PERFORM 6910-ROUND-UP-DAYS THRU 6910-EXIT.
111800     IF FB01-WS-DAYS-TO-BREACH > 9999
111900         MOVE "BEYOND 9999 DAYS" TO FB01-FC-J-NOTE
112000         GO TO 6100-WRITE
112100     END-IF.
112200     PERFORM 6900-SET-BREACH-DATE THRU 6900-EXIT.
112300     MOVE FB01-WS-BREACH-DATE TO FB01-FC-J-BREACH-DATE.
112400     MOVE FB01-WS-EDIT-DAYS   TO FB01-FC-J-DAYS.
112500     IF FB01-WS-DAYS-TO-BREACH > FB01-WS-HORIZON
112600         MOVE "ON TRACK" TO FB01-FC-J-NOTE
112700     ELSE
112800         MOVE "EARLY WARNING" TO FB01-FC-J-NOTE
112900         SET FB01-WS-WARN-THIS-LINE TO TRUE
113000     END-IF.
113100 6100-WRITE.
113200     WRITE FB01-FORECAST-LINE.
113300     IF FB01-WS-WARN-THIS-LINE
113400         PERFORM 6920-SAVE-WARNING THRU 6920-EXIT
113500     END-IF.
113600 6100-EXIT.
113700     EXIT.
113800*
113900******************************************************************
114000*    6110-FIND-RECENT-WEEK                                       *
114100******************************************************************
114200 6110-FIND-RECENT-WEEK.
114300     IF FB01-WS-WK-RUNS (FB01-WS-JOB-SUB, FB01-WS-WK-SUB) > ZERO
114400         SET FB01-WS-WEEK-FOUND TO TRUE
114500         SUBTRACT 1 FROM FB01-WS-WK-SUB
114600     END-IF.
114700 6110-EXIT.
114800     EXIT.
114900*
115000******************************************************************
115100*    6120-FIT-VOLUME  --  LEAST-SQUARES LINE THROUGH THE RANGE   *
115200*                          VOLUME OF EACH RUN AGAINST ITS DAY.   *
115300*                          FEWER THAN TWO DAYS OF RUNS GIVE NO   *
115400*                          SLOPE AND THE AVERAGE VOLUME STANDS.  *
115500******************************************************************
115600 6120-FIT-VOLUME.
115700     MOVE ZERO TO FB01-WS-GROWTH.
115800     COMPUTE FB01-WS-REG-DENOM =
115900         FB01-WS-JOB-REG-N (FB01-WS-JOB-SUB)
116000         * FB01-WS-JOB-REG-SXX (FB01-WS-JOB-SUB)
116100         - FB01-WS-JOB-REG-SX (FB01-WS-JOB-SUB)
116200         * FB01-WS-JOB-REG-SX (FB01-WS-JOB-SUB).
116300     IF FB01-WS-REG-DENOM > ZERO
116400         COMPUTE FB01-WS-GROWTH ROUNDED =
116500             (FB01-WS-JOB-REG-N (FB01-WS-JOB-SUB)
116600              * FB01-WS-JOB-REG-SXY (FB01-WS-JOB-SUB)
116700              - FB01-WS-JOB-REG-SX (FB01-WS-JOB-SUB)
116800              * FB01-WS-JOB-REG-SY (FB01-WS-JOB-SUB))
116900             / FB01-WS-REG-DENOM
117000     END-IF.
117100     COMPUTE FB01-WS-VOLUME-NOW ROUNDED =
117200         (FB01-WS-JOB-REG-SY (FB01-WS-JOB-SUB)
117300          - FB01-WS-GROWTH * FB01-WS-JOB-REG-SX (FB01-WS-JOB-SUB))
117400         / FB01-WS-JOB-REG-N (FB01-WS-JOB-SUB).
117500     IF FB01-WS-VOLUME-NOW < 1
117600         MOVE 1 TO FB01-WS-VOLUME-NOW
117700     END-IF.
117800 6120-EXIT.
117900     EXIT.
118000*
118100******************************************************************
118200*    6500-FORECAST-INDEX  --  DATE FBINDEX IS PROJECTED TO FILL  *
118300*                              ITS ALLOCATION: THE KEYS LEFT BY  *
118400*                              THE LAST SWEEP, GROWN AT THE      *
118500*                              RECENT RATE TO TODAY, AND ON TO   *
118600*                              THE ALLOCATED SIZE                *
118700******************************************************************
118800 6500-FORECAST-INDEX.
118900     MOVE SPACES TO FB01-FORECAST-LINE.
119000     WRITE FB01-FORECAST-LINE.
119100     MOVE "FBINDEX CAPACITY FORECAST" TO FB01-FC-T-TEXT.
119200     WRITE FB01-FORECAST-LINE.
119300     MOVE SPACES TO FB01-FORECAST-LINE.
119400     IF NOT FB01-WS-CAPACITY-GIVEN
119500         MOVE "  NO FBINDEX SIZE ON FBTHRSH, NO CAPACITY FORECAST"
119600             TO FB01-FC-T-TEXT
119700         WRITE FB01-FORECAST-LINE
119800         GO TO 6500-EXIT
119900     END-IF.
120000     MOVE "FILE       ALLOCATED  KEYS NOW   KEYS/DAY"
120100         TO FB01-FC-T-TEXT.
120200     MOVE "BREACH   DAYS STATUS" TO FB01-FC-T-TEXT (48:20).
120300     WRITE FB01-FORECAST-LINE.
120400     MOVE "N" TO FB01-WS-WARN-SW.
120500     MOVE SPACES TO FB01-FORECAST-LINE.
120600     MOVE "FBINDEX"              TO FB01-FC-I-LABEL.
120700     MOVE FB01-WS-INDEX-CAPACITY TO FB01-FC-I-CAPACITY.
120800     IF FB01-WS-SWP-COUNT = ZERO
120900         MOVE "NO SWEEP HISTORY" TO FB01-FC-I-NOTE
121000         GO TO 6500-WRITE
121100     END-IF.
121200     MOVE ZERO TO FB01-WS-SWP-PER-DAY.
121300     IF FB01-WS-GROWTH-DAYS > ZERO
121400         COMPUTE FB01-WS-SWP-PER-DAY ROUNDED =
121500             FB01-WS-GROWTH-SUM / FB01-WS-GROWTH-DAYS
121600     END-IF.
121700     MOVE FB01-WS-SWP-PER-DAY TO FB01-FC-I-PER-DAY.
121800     COMPUTE FB01-WS-KEYS-NOW ROUNDED =
121900         FB01-WS-SWP-LIVE (FB01-WS-SWP-COUNT)
122000         + FB01-WS-SWP-PER-DAY
122100         * (FB01-WS-RUN-INT
122200            - FB01-WS-SWP-DAY-INT (FB01-WS-SWP-COUNT)).
122300     IF FB01-WS-KEYS-NOW < ZERO
122400         MOVE ZERO TO FB01-WS-KEYS-NOW
122500     END-IF.
122600     MOVE FB01-WS-KEYS-NOW TO FB01-FC-I-CURRENT.
122700     IF FB01-WS-KEYS-NOW NOT < FB01-WS-INDEX-CAPACITY
122800         MOVE ZERO TO FB01-WS-DAYS-TO-BREACH
122900         PERFORM 6900-SET-BREACH-DATE THRU 6900-EXIT
123000         MOVE FB01-WS-BREACH-DATE TO FB01-FC-I-BREACH-DATE
123100         MOVE FB01-WS-EDIT-DAYS   TO FB01-FC-I-DAYS
123200         MOVE "ALREADY AT SIZE"   TO FB01-FC-I-NOTE
123300         SET FB01-WS-WARN-THIS-LINE TO TRUE
123400         GO TO 6500-WRITE
123500     END-IF.
123600     IF FB01-WS-SWP-COUNT < 2
123700         MOVE "ONE SWEEP ONLY" TO FB01-FC-I-NOTE
123800         GO TO 6500-WRITE
123900     END-IF.
124000     IF FB01-WS-SWP-PER-DAY NOT > ZERO
124100         MOVE "NO KEY GROWTH" TO FB01-FC-I-NOTE
124200         GO TO 6500-WRITE
124300     END-IF.
124400     COMPUTE FB01-WS-DAYS-EXACT =
124500         (FB01-WS-INDEX-CAPACITY - FB01-WS-KEYS-NOW)
124600         / FB01-WS-SWP-PER-DAY.
124700     PERFORM 6910-ROUND-UP-DAYS THRU 6910-EXIT.
124800     IF FB01-WS-DAYS-TO-BREACH > 9999
124900         MOVE "BEYOND 9999 DAYS" TO FB01-FC-I-NOTE
125000         GO TO 6500-WRITE
125100     END-IF.
125200     PERFORM 6900-SET-BREACH-DATE THRU 6900-EXIT.
125300     MOVE FB01-WS-BREACH-DATE TO FB01-FC-I-BREACH-DATE.
125400     MOVE FB01-WS-EDIT-DAYS   TO FB01-FC-I-DAYS.
125500     IF FB01-WS-DAYS-TO-BREACH > FB01-WS-HORIZON
125600         MOVE "ON TRACK" TO FB01-FC-I-NOTE
125700     ELSE
125800         MOVE "EARLY WARNING" TO FB01-FC-I-NOTE
125900         SET FB01-WS-WARN-THIS-LINE TO TRUE
126000     END-IF.
126100 6500-WRITE.
126200     WRITE FB01-FORECAST-LINE.
126300     IF FB01-WS-WARN-THIS-LINE
126400         PERFORM 6920-SAVE-WARNING THRU 6920-EXIT
126500     END-IF.
126600 6500-EXIT.
126700     EXIT.
126800*
126900******************************************************************
127000*    6900-SET-BREACH-DATE  --  RUN DATE PLUS THE DAYS TO BREACH  *
127100******************************************************************
127200 6900-SET-BREACH-DATE.
127300     COMPUTE FB01-WS-BREACH-INT =
127400         FB01-WS-RUN-INT + FB01-WS-DAYS-TO-BREACH.
127500     COMPUTE FB01-WS-BREACH-DATE =
127600         FUNCTION DATE-OF-INTEGER (FB01-WS-BREACH-INT).
127700     MOVE FB01-WS-DAYS-TO-BREACH TO FB01-WS-EDIT-DAYS.
127800 6900-EXIT.
127900     EXIT.
128000*
128100******************************************************************
128200*    6910-ROUND-UP-DAYS  --  A PART DAY COUNTS AS THE WHOLE DAY  *
128300******************************************************************
128400 6910-ROUND-UP-DAYS.
128500     IF FB01-WS-DAYS-EXACT > 99999999
128600         MOVE 99999999 TO FB01-WS-DAYS-TO-BREACH
128700         GO TO 6910-EXIT
128800     END-IF.
128900     MOVE FB01-WS-DAYS-EXACT TO FB01-WS-DAYS-TO-BREACH.
129000     IF FB01-WS-DAYS-EXACT > FB01-WS-DAYS-TO-BREACH
129100         ADD 1 TO FB01-WS-DAYS-TO-BREACH
129200     END-IF.
129300 6910-EXIT.
129400     EXIT.
129500*
129600******************************************************************
129700*    6920-SAVE-WARNING  --  HOLD THE LINE JUST WRITTEN FOR THE   *
129800*                            EARLY-WARNING SECTION               *
129900******************************************************************
130000 6920-SAVE-WARNING.
130100     IF FB01-WS-WARN-COUNT = 51
130200         GO TO 6920-EXIT
130300     END-IF.
130400     ADD 1 TO FB01-WS-WARN-COUNT.
130500     MOVE FB01-FORECAST-LINE
130600         TO FB01-WS-WARN-LINE (FB01-WS-WARN-COUNT).
130700 6920-EXIT.
130800     EXIT.
130900*
131000******************************************************************
131100*    7000-EARLY-WARNING  --  EVERYTHING PROJECTED TO BREACH      *
131200*                             INSIDE THE WARNING HORIZON         *
131300******************************************************************
131400 7000-EARLY-WARNING.
131500     MOVE SPACES TO FB01-FORECAST-LINE.
131600     WRITE FB01-FORECAST-LINE.
131700     MOVE FB01-WS-HORIZON TO FB01-WS-EDIT-HORIZON.
131800     MOVE "EARLY WARNING -- PROJECTED TO BREACH WITHIN"
131900         TO FB01-FC-T-TEXT.
132000     MOVE FB01-WS-EDIT-HORIZON TO FB01-FC-T-TEXT (45:3).
132100     MOVE "DAYS"                TO FB01-FC-T-TEXT (49:4).
132200     WRITE FB01-FORECAST-LINE.
132300     PERFORM 7100-WRITE-WARNING THRU 7100-EXIT
132400         VARYING FB01-WS-WARN-SUB FROM 1 BY 1
132500         UNTIL FB01-WS-WARN-SUB > FB01-WS-WARN-COUNT.
132600     IF FB01-WS-WARN-COUNT = ZERO
132700         MOVE SPACES TO FB01-FORECAST-LINE
132800         MOVE "  NONE" TO FB01-FC-T-TEXT
132900         WRITE FB01-FORECAST-LINE
133000     END-IF.
133100 7000-EXIT.
133200     EXIT.
133300*
133400******************************************************************
133500*    7100-WRITE-WARNING                                          *
133600******************************************************************
133700 7100-WRITE-WARNING.
133800     MOVE FB01-WS-WARN-LINE (FB01-WS-WARN-SUB)
133900         TO FB01-FORECAST-LINE.
134000     WRITE FB01-FORECAST-LINE.
134100 7100-EXIT.
134200     EXIT.
134300*
134400******************************************************************
134500*    7500-SUMMARY  --  CONTROL TOTALS.  ANY EARLY WARNING ENDS   *
134600*                       RC 8; A BAD THRESHOLD CARD RC 4.         *
134700******************************************************************
134800 7500-SUMMARY.
134900     MOVE SPACES TO FB01-FORECAST-LINE.
135000     WRITE FB01-FORECAST-LINE.
135100     MOVE SPACES                 TO FB01-FORECAST-LINE.
135200     MOVE "FBAUDIT RECORDS READ" TO FB01-FC-S-LABEL.
135300     MOVE "VALUE: "              TO FB01-FC-S-LIT.
135400     MOVE FB01-WS-AUDIT-READ     TO FB01-FC-S-VALUE.
135500     WRITE FB01-FORECAST-LINE.
135600     MOVE SPACES                 TO FB01-FORECAST-LINE.
135700     MOVE "FBAUARC RECORDS READ" TO FB01-FC-S-LABEL.
135800     MOVE "VALUE: "              TO FB01-FC-S-LIT.
135900     MOVE FB01-WS-AUARC-READ     TO FB01-FC-S-VALUE.
136000     WRITE FB01-FORECAST-LINE.
136100     MOVE SPACES                 TO FB01-FORECAST-LINE.
136200     MOVE "OVERRIDE RECORDS SKIPPED" TO FB01-FC-S-LABEL.
136300     MOVE "VALUE: "              TO FB01-FC-S-LIT.
136400     MOVE FB01-WS-OVR-SKIPPED    TO FB01-FC-S-VALUE.
136500     WRITE FB01-FORECAST-LINE.
136600     MOVE SPACES                 TO FB01-FORECAST-LINE.
136700     MOVE "RUNS MEASURED"        TO FB01-FC-S-LABEL.
136800     MOVE "VALUE: "              TO FB01-FC-S-LIT.
136900     MOVE FB01-WS-RUNS-MEASURED  TO FB01-FC-S-VALUE.
137000     WRITE FB01-FORECAST-LINE.
137100     MOVE SPACES                 TO FB01-FORECAST-LINE.
137200     MOVE "RUNS NOT MEASURED"    TO FB01-FC-S-LABEL.
137300     MOVE "VALUE: "              TO FB01-FC-S-LIT.
137400     MOVE FB01-WS-RUNS-UNMEASURED TO FB01-FC-S-VALUE.
137500     WRITE FB01-FORECAST-LINE.
137600     MOVE SPACES                 TO FB01-FORECAST-LINE.
137700     MOVE "RUNS BEFORE 8 WEEKS"  TO FB01-FC-S-LABEL.
137800     MOVE "VALUE: "              TO FB01-FC-S-LIT.
137900     MOVE FB01-WS-RUNS-OLDER     TO FB01-FC-S-VALUE.
138000     WRITE FB01-FORECAST-LINE.
138100     MOVE SPACES                 TO FB01-FORECAST-LINE.
138200     MOVE "FBARCHIV SWEEPS READ" TO FB01-FC-S-LABEL.
138300     MOVE "VALUE: "              TO FB01-FC-S-LIT.
138400     MOVE FB01-WS-SWEEPS-READ    TO FB01-FC-S-VALUE.
138500     WRITE FB01-FORECAST-LINE.
138600     MOVE SPACES                 TO FB01-FORECAST-LINE.
138700     MOVE "THRESHOLD RECS IGNORED" TO FB01-FC-S-LABEL.
138800     MOVE "VALUE: "              TO FB01-FC-S-LIT.
138900     MOVE FB01-WS-THR-BAD        TO FB01-FC-S-VALUE.
139000     WRITE FB01-FORECAST-LINE.
139100     MOVE SPACES                 TO FB01-FORECAST-LINE.
139200     MOVE "EARLY WARNINGS"       TO FB01-FC-S-LABEL.
139300     MOVE "VALUE: "              TO FB01-FC-S-LIT.
139400     MOVE FB01-WS-WARN-COUNT     TO FB01-FC-S-VALUE.
139500     WRITE FB01-FORECAST-LINE.
139600     DISPLAY "FBFORCST - END OF RUN CONTROL TOTALS".
139700     MOVE FB01-WS-AUDIT-READ     TO FB01-WS-EDIT-TOTAL.
139800     DISPLAY "  FBAUDIT RECORDS READ. . . . ." FB01-WS-EDIT-TOTAL.
139900     MOVE FB01-WS-RUNS-MEASURED  TO FB01-WS-EDIT-TOTAL.
140000     DISPLAY "  RUNS MEASURED . . . . . . . ." FB01-WS-EDIT-TOTAL.
140100     MOVE FB01-WS-SWEEPS-READ    TO FB01-WS-EDIT-TOTAL.
140200     DISPLAY "  FBARCHIV SWEEPS READ. . . . ." FB01-WS-EDIT-TOTAL.
140300     MOVE FB01-WS-WARN-COUNT     TO FB01-WS-EDIT-TOTAL.
140400     DISPLAY "  EARLY WARNINGS. . . . . . . ." FB01-WS-EDIT-TOTAL.
140500     IF FB01-WS-THR-BAD > ZERO
140600         MOVE 4 TO RETURN-CODE
140700     END-IF.
140800     IF FB01-WS-WARN-COUNT > ZERO
140900         DISPLAY "FBFORCST: BREACH PROJECTED WITHIN THE WARNING "
141000                 "HORIZON, SEE FBFCRPT"
141100         MOVE 8 TO RETURN-CODE
141200     END-IF.
141300 7500-EXIT.
141400     EXIT.
141500*
141600******************************************************************
141700*    8000-FORMAT-TIME  --  SECONDS PAST MIDNIGHT TO HH:MM; A     *
141800*                           TIME PAST MIDNIGHT WRAPS TO THE NEXT *
141900*                           MORNING                              *
142000******************************************************************
142100 8000-FORMAT-TIME.
142200     COMPUTE FB01-WS-TIME-DAYS = FB01-WS-TIME-SECS / 86400.
142300     COMPUTE FB01-WS-TIME-SECS =
142400         FB01-WS-TIME-SECS - FB01-WS-TIME-DAYS * 86400.
142500     COMPUTE FB01-WS-TIME-HH = FB01-WS-TIME-SECS / 3600.
142600     COMPUTE FB01-WS-TIME-MM =
142700         (FB01-WS-TIME-SECS - FB01-WS-TIME-HH * 3600) / 60.
142800 8000-EXIT.
142900     EXIT.
143000*
143100******************************************************************
143200*    9000-TERMINATE                                              *
143300******************************************************************
143400 9000-TERMINATE.
143500     CLOSE REPORT-FILE.
143600 9000-EXIT.
143700     EXIT.
