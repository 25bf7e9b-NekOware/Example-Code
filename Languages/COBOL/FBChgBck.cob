000100******************************************************************
000200*                                                                *
000300*    PROGRAM     FBCHGBCK                                        *
000400*    FUNCTION    MONTH-END INQUIRY CHARGEBACK.  READS THE        *
000500*                CUMULATIVE FBUSAGE LEDGER THAT EVERY FBINQURY   *
000600*                RUN APPENDS TO, TOTALS EACH REQUESTER'S         *
000700*                VOLUMES FOR THE BILLING MONTH AND THE MONTH     *
000800*                BEFORE IT, AND PRICES THEM FROM THE FBRATES     *
000900*                RATE TABLE -- ONE RATE PER ANSWER FROM THE LIVE *
001000*                FBINDEX, ONE PER ANSWER FROM THE FBIXARC        *
001100*                ARCHIVE AND ONE PER REQUEST NOT FOUND.  PRINTS  *
001200*                A CHARGEBACK STATEMENT PER REQUESTER ON FBCBRPT *
001300*                WITH MONTH-TO-DATE AND PRIOR-MONTH FIGURES, AND *
001400*                WRITES THE FBGLIF GENERAL LEDGER INTERFACE WITH *
001500*                ONE DEBIT LINE PER COST CENTER FOR THE MONTH.   *
001600*                A REQUESTER WITH NO RATE AND NO DEFAULT RATE IS *
001700*                LISTED BUT NOT BILLED.                          *
001800*                                                                *
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.              "FBCHGBCK".
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
003900     SELECT CONTROL-FILE  ASSIGN TO FBCBCARD
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS FB01-WS-CTL-FILE-STATUS.
004200     SELECT RATE-FILE     ASSIGN TO FBRATES
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS FB01-WS-RATE-FILE-STATUS.
004500     SELECT USAGE-FILE    ASSIGN TO FBUSAGE
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS FB01-WS-USG-FILE-STATUS.
004800     SELECT REPORT-FILE   ASSIGN TO FBCBRPT
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT GL-FILE       ASSIGN TO FBGLIF
005100         ORGANIZATION IS SEQUENTIAL.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CONTROL-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800     COPY FB01CB.
005900*
006000 FD  RATE-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300     COPY FB01CR.
006400*
006500 FD  USAGE-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800     COPY FB01UL.
006900*
007000 FD  REPORT-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300     COPY FB01CS.
007400*
007500 FD  GL-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800     COPY FB01GL.
007900 WORKING-STORAGE SECTION.
008000******************************************************************
008100*    STANDALONE COUNTERS AND SWITCHES                            *
008200******************************************************************
008300 77  FB01-WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
008400 77  FB01-WS-RATE-FILE-STATUS     PIC X(02) VALUE SPACES.
008500 77  FB01-WS-USG-FILE-STATUS      PIC X(02) VALUE SPACES.
008600 77  FB01-WS-RATE-EOF-SW          PIC X(01) VALUE "N".
008700     88  FB01-WS-RATE-EOF         VALUE "Y".
008800 77  FB01-WS-USG-EOF-SW           PIC X(01) VALUE "N".
008900     88  FB01-WS-USG-EOF          VALUE "Y".
009000 77  FB01-WS-VALID-SW             PIC X(01) VALUE "Y".
009100     88  FB01-WS-CONTROL-VALID    VALUE "Y".
009200     88  FB01-WS-CONTROL-INVALID  VALUE "N".
009300 77  FB01-WS-PERIOD-SW            PIC X(01) VALUE SPACE.
009400     88  FB01-WS-PERIOD-MTD       VALUE "M".
009500     88  FB01-WS-PERIOD-PRIOR     VALUE "P".
009600 77  FB01-WS-JOB-ID               PIC X(08) VALUE SPACES.
009700 77  FB01-WS-GL-ACCOUNT           PIC X(10) VALUE SPACES.
009800 77  FB01-WS-DFLT-GL-ACCOUNT      PIC X(10) VALUE "615000".
009900 77  FB01-WS-RATE-COUNT           PIC 9(03) COMP-3 VALUE ZERO.
010000 77  FB01-WS-RATE-SUB             PIC 9(03) COMP-3 VALUE ZERO.
010100 77  FB01-WS-RATE-FOUND-SUB       PIC 9(03) COMP-3 VALUE ZERO.
010200 77  FB01-WS-DEFAULT-SUB          PIC 9(03) COMP-3 VALUE ZERO.
010300 77  FB01-WS-REQ-COUNT            PIC 9(03) COMP-3 VALUE ZERO.
010400 77  FB01-WS-REQ-SUB              PIC 9(03) COMP-3 VALUE ZERO.
010500 77  FB01-WS-REQ-FOUND-SUB        PIC 9(03) COMP-3 VALUE ZERO.
010600 77  FB01-WS-CC-COUNT             PIC 9(03) COMP-3 VALUE ZERO.
010700 77  FB01-WS-CC-SUB               PIC 9(03) COMP-3 VALUE ZERO.
010800 77  FB01-WS-CC-FOUND-SUB         PIC 9(03) COMP-3 VALUE ZERO.
010900 77  FB01-WS-RATES-READ           PIC 9(09) COMP-3 VALUE ZERO.
011000 77  FB01-WS-RATES-BAD            PIC 9(09) COMP-3 VALUE ZERO.
011100 77  FB01-WS-USG-READ             PIC 9(09) COMP-3 VALUE ZERO.
011200 77  FB01-WS-USG-MTD              PIC 9(09) COMP-3 VALUE ZERO.
011300 77  FB01-WS-USG-PRIOR            PIC 9(09) COMP-3 VALUE ZERO.
011400 77  FB01-WS-USG-OTHER-MONTH      PIC 9(09) COMP-3 VALUE ZERO.
011500 77  FB01-WS-USG-BAD              PIC 9(09) COMP-3 VALUE ZERO.
011600 77  FB01-WS-USG-NOT-LISTED       PIC 9(09) COMP-3 VALUE ZERO.
011700 77  FB01-WS-TOTAL-BILLED         PIC 9(09) COMP-3 VALUE ZERO.
011800 77  FB01-WS-TOTAL-UNPRICED       PIC 9(09) COMP-3 VALUE ZERO.
011900 77  FB01-WS-TOTAL-GL-LINES       PIC 9(09) COMP-3 VALUE ZERO.
012000 77  FB01-WS-EDIT-TOTAL           PIC ZZZZZZZZ9.
012100 77  FB01-WS-EDIT-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
012200*
012300******************************************************************
012400*    RUN DATE AND BILLING PERIOD.  THE BILLING MONTH COMES FROM  *
012500*    THE CONTROL CARD OR THE RUN DATE; THE PRIOR MONTH IS THE    *
012600*    CALENDAR MONTH BEFORE IT.                                   *
012700******************************************************************
012800 01  FB01-WS-PERIOD-AREA.
012900     05  FB01-WS-RUN-DATE         PIC 9(08) VALUE ZERO.
013000     05  FB01-WS-RUN-DATE-R REDEFINES FB01-WS-RUN-DATE.
013100         10  FB01-WS-RUN-MONTH    PIC 9(06).
013200         10  FB01-WS-RUN-DAY      PIC 9(02).
013300     05  FB01-WS-BILL-MONTH       PIC 9(06) VALUE ZERO.
013400     05  FB01-WS-BILL-MONTH-R REDEFINES FB01-WS-BILL-MONTH.
013500         10  FB01-WS-BILL-YEAR    PIC 9(04).
013600         10  FB01-WS-BILL-MM      PIC 9(02).
013700     05  FB01-WS-PRIOR-MONTH      PIC 9(06) VALUE ZERO.
013800     05  FB01-WS-PRIOR-MONTH-R REDEFINES FB01-WS-PRIOR-MONTH.
013900         10  FB01-WS-PRIOR-YEAR   PIC 9(04).
014000         10  FB01-WS-PRIOR-MM     PIC 9(02).
014100*
014200******************************************************************
014300*    PRICING WORK AREA FOR THE REQUESTER BEING STATED            *
014400******************************************************************
014500 01  FB01-WS-PRICE-AREA.
014600     05  FB01-WS-COST-CENTER      PIC X(08) VALUE SPACES.
014700     05  FB01-WS-LIVE-RATE        PIC 9(03)V9(04) VALUE ZERO.
014800     05  FB01-WS-ARCHIVE-RATE     PIC 9(03)V9(04) VALUE ZERO.
014900     05  FB01-WS-MISS-RATE        PIC 9(03)V9(04) VALUE ZERO.
015000     05  FB01-WS-ITEM-NAME        PIC X(20) VALUE SPACES.
015100     05  FB01-WS-ITEM-MTD-COUNT   PIC 9(09) COMP-3 VALUE ZERO.
015200     05  FB01-WS-ITEM-PRI-COUNT   PIC 9(09) COMP-3 VALUE ZERO.
015300     05  FB01-WS-ITEM-RATE        PIC 9(03)V9(04) VALUE ZERO.
015400     05  FB01-WS-ITEM-MTD-AMOUNT  PIC S9(09)V99 COMP-3 VALUE ZERO.
015500     05  FB01-WS-ITEM-PRI-AMOUNT  PIC S9(09)V99 COMP-3 VALUE ZERO.
015600     05  FB01-WS-REQ-MTD-CHARGE   PIC S9(09)V99 COMP-3 VALUE ZERO.
015700     05  FB01-WS-REQ-PRI-CHARGE   PIC S9(09)V99 COMP-3 VALUE ZERO.
015800     05  FB01-WS-TOTAL-MTD-CHARGE PIC S9(11)V99 COMP-3 VALUE ZERO.
015900     05  FB01-WS-TOTAL-PRI-CHARGE PIC S9(11)V99 COMP-3 VALUE ZERO.
016000     05  FB01-WS-GL-DEBIT-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
016100*
016200******************************************************************
016300*    RATE TABLE -- EVERY FBRATES RECORD                          *
016400******************************************************************
016500 01  FB01-WS-RATE-TABLE.
016600     05  FB01-WS-RATE-ENTRY OCCURS 200 TIMES.
016700         10  FB01-WS-RATE-T-REQUESTER   PIC X(08).
016800         10  FB01-WS-RATE-T-COST-CENTER PIC X(08).
016900         10  FB01-WS-RATE-T-LIVE        PIC 9(03)V9(04).
017000         10  FB01-WS-RATE-T-ARCHIVE     PIC 9(03)V9(04).
017100         10  FB01-WS-RATE-T-MISS        PIC 9(03)V9(04).
017200*
017300******************************************************************
017400*    REQUESTER TABLE -- VOLUMES FOR THE BILLING MONTH AND THE    *
017500*    PRIOR MONTH, IN THE ORDER EACH REQUESTER FIRST APPEARS ON   *
017600*    THE LEDGER                                                  *
017700******************************************************************
017800 01  FB01-WS-REQ-TABLE.
017900     05  FB01-WS-REQ-ENTRY OCCURS 200 TIMES.
018000         10  FB01-WS-REQ-T-REQUESTER    PIC X(08).
018100         10  FB01-WS-REQ-T-MTD-RECEIVED PIC 9(09) COMP-3.
018200         10  FB01-WS-REQ-T-MTD-LIVE     PIC 9(09) COMP-3.
018300         10  FB01-WS-REQ-T-MTD-ARCHIVE  PIC 9(09) COMP-3.
018400         10  FB01-WS-REQ-T-MTD-MISS     PIC 9(09) COMP-3.
018500         10  FB01-WS-REQ-T-MTD-EXTRACT  PIC 9(09) COMP-3.
018600         10  FB01-WS-REQ-T-PRI-RECEIVED PIC 9(09) COMP-3.
018700         10  FB01-WS-REQ-T-PRI-LIVE     PIC 9(09) COMP-3.
018800         10  FB01-WS-REQ-T-PRI-ARCHIVE  PIC 9(09) COMP-3.
018900         10  FB01-WS-REQ-T-PRI-MISS     PIC 9(09) COMP-3.
019000         10  FB01-WS-REQ-T-PRI-EXTRACT  PIC 9(09) COMP-3.
019100*
019200******************************************************************
019300*    COST CENTER TABLE -- MONTH-TO-DATE DEBIT PER COST CENTER.   *
019400*    EVERY COST CENTER COMES FROM THE RATE TABLE, SO THERE ARE   *
019500*    NEVER MORE OF THEM THAN RATE RECORDS.                       *
019600******************************************************************
019700 01  FB01-WS-CC-TABLE.
019800     05  FB01-WS-CC-ENTRY OCCURS 200 TIMES.
019900         10  FB01-WS-CC-T-COST-CENTER   PIC X(08).
020000         10  FB01-WS-CC-T-REQUESTERS    PIC 9(03) COMP-3.
020100         10  FB01-WS-CC-T-AMOUNT        PIC S9(11)V99 COMP-3.
020200*
020300 PROCEDURE DIVISION.
020400******************************************************************
020500*    0000-MAINLINE                                               *
020600******************************************************************
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020900     IF FB01-WS-CONTROL-VALID
021000         PERFORM 2000-LOAD-RATES  THRU 2000-EXIT
021100         PERFORM 3000-LOAD-LEDGER THRU 3000-EXIT
021200         PERFORM 6000-STATEMENTS  THRU 6000-EXIT
021300         PERFORM 7000-WRITE-GL    THRU 7000-EXIT
021400         PERFORM 7500-SUMMARY     THRU 7500-EXIT
021500     END-IF.
021600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021700     STOP RUN.
021800*
021900******************************************************************
022000*    1000-INITIALIZE  --  READ THE CONTROL CARD, SET THE BILLING *
022100*                          AND PRIOR MONTHS, OPEN THE OUTPUT     *
022200*                          FILES, WRITE THE REPORT HEADER.  A    *
022300*                          MISSING FBCBCARD BILLS THE MONTH OF   *
022400*                          THE RUN DATE.                         *
022500******************************************************************
022600 1000-INITIALIZE.
022700     ACCEPT FB01-WS-RUN-DATE FROM DATE YYYYMMDD.
022800     MOVE FB01-WS-DFLT-GL-ACCOUNT TO FB01-WS-GL-ACCOUNT.
022900     OPEN INPUT CONTROL-FILE.
023000     IF FB01-WS-CTL-FILE-STATUS = "35"
023100         DISPLAY "FBCHGBCK: NO FBCBCARD CONTROL CARD, RUN MONTH "
023200                 "BILLED"
023300     ELSE
023400         READ CONTROL-FILE
023500             AT END
023600                 DISPLAY "FBCHGBCK: EMPTY FBCBCARD, RUN MONTH "
023700                         "BILLED"
023800             NOT AT END
023900                 MOVE FB01-CB-JOB-ID TO FB01-WS-JOB-ID
024000                 IF FB01-CB-BILL-MONTH IS NUMERIC
024100                     MOVE FB01-CB-BILL-MONTH TO FB01-WS-BILL-MONTH
024110                 ELSE
024120                     IF FB01-CB-BILL-MONTH-X NOT = SPACES
024130                         DISPLAY "FBCHGBCK: INVALID BILLING "
024140                             "MONTH ON FBCBCARD "
024145                             FB01-CB-BILL-MONTH-X
024150                         MOVE "N" TO FB01-WS-VALID-SW
024160                         MOVE 16 TO RETURN-CODE
024170                     END-IF
024200                 END-IF
024300                 IF FB01-CB-GL-ACCOUNT NOT = SPACES
024400                     MOVE FB01-CB-GL-ACCOUNT TO FB01-WS-GL-ACCOUNT
024500                 END-IF
024600         END-READ
024700         CLOSE CONTROL-FILE
024800     END-IF.
024810     IF FB01-WS-CONTROL-INVALID
024820         GO TO 1000-EXIT
024830     END-IF.
024900     IF FB01-WS-BILL-MONTH = ZERO
025000         MOVE FB01-WS-RUN-MONTH TO FB01-WS-BILL-MONTH
025100     END-IF.
025200     IF FB01-WS-BILL-MM < 1 OR FB01-WS-BILL-MM > 12
025300         DISPLAY "FBCHGBCK: INVALID BILLING MONTH ON FBCBCARD "
025400                 FB01-WS-BILL-MONTH
025500         MOVE "N" TO FB01-WS-VALID-SW
025600         MOVE 16 TO RETURN-CODE
025700         GO TO 1000-EXIT
025800     END-IF.
025900     IF FB01-WS-BILL-MM = 1
026000         COMPUTE FB01-WS-PRIOR-YEAR = FB01-WS-BILL-YEAR - 1
026100         MOVE 12 TO FB01-WS-PRIOR-MM
026200     ELSE
026300         MOVE FB01-WS-BILL-YEAR TO FB01-WS-PRIOR-YEAR
026400         COMPUTE FB01-WS-PRIOR-MM = FB01-WS-BILL-MM - 1
026500     END-IF.
026600     OPEN OUTPUT REPORT-FILE.
026700     OPEN OUTPUT GL-FILE.
026800     MOVE SPACES               TO FB01-STATEMENT-LINE.
026900     MOVE "FBCHGBCK CHARGEBACK STATEMENT"
027000                               TO FB01-CS-H-TITLE.
027100     MOVE "MONTH "             TO FB01-CS-H-MONTH-LIT.
027200     MOVE FB01-WS-BILL-MONTH   TO FB01-CS-H-BILL-MONTH.
027300     MOVE "RUN DATE "          TO FB01-CS-H-DATE-LIT.
027400     MOVE FB01-WS-RUN-DATE     TO FB01-CS-H-RUN-DATE.
027500     WRITE FB01-STATEMENT-LINE.
027600 1000-EXIT.
027700     EXIT.
027800*
027900******************************************************************
028000*    2000-LOAD-RATES  --  TABLE THE RATE FILE.  WITH NO RATE     *
028100*                          FILE NOTHING CAN BE PRICED: EVERY     *
028200*                          REQUESTER IS LISTED UNBILLED AND THE  *
028300*                          RUN ENDS RC 12.                       *
028400******************************************************************
028500 2000-LOAD-RATES.
028600     OPEN INPUT RATE-FILE.
028700     IF FB01-WS-RATE-FILE-STATUS = "35"
028800         DISPLAY "FBCHGBCK: MISSING RATE TABLE ON FBRATES"
028900         MOVE 12 TO RETURN-CODE
029000         GO TO 2000-EXIT
029100     END-IF.
029200     PERFORM 2100-READ-RATE THRU 2100-EXIT
029300         UNTIL FB01-WS-RATE-EOF.
029400     CLOSE RATE-FILE.
029500 2000-EXIT.
029600     EXIT.
029700*
029800******************************************************************
029900*    2100-READ-RATE  --  TABLE ONE RATE RECORD.  A RECORD WITH   *
030000*                         NO REQUESTER OR AN UNREADABLE RATE IS  *
030100*                         REFUSED WITH A MESSAGE.                *
030200******************************************************************
030300 2100-READ-RATE.
030400     READ RATE-FILE
030500         AT END
030600             SET FB01-WS-RATE-EOF TO TRUE
030700             GO TO 2100-EXIT
030800     END-READ.
030900     ADD 1 TO FB01-WS-RATES-READ.
031000     IF FB01-CR-REQUESTER = SPACES
031100         OR FB01-CR-LIVE-RATE IS NOT NUMERIC
031200         OR FB01-CR-ARCHIVE-RATE IS NOT NUMERIC
031300         OR FB01-CR-MISS-RATE IS NOT NUMERIC
031400         DISPLAY "FBCHGBCK: BAD RATE RECORD IGNORED FOR "
031500                 "REQUESTER " FB01-CR-REQUESTER
031600         ADD 1 TO FB01-WS-RATES-BAD
031700         GO TO 2100-EXIT
031800     END-IF.
031900     IF FB01-WS-RATE-COUNT = 200
032000         DISPLAY "FBCHGBCK: MORE THAN 200 RATE RECORDS -- "
032100                 "EXTRA RECORDS IGNORED"
032200         SET FB01-WS-RATE-EOF TO TRUE
032300         GO TO 2100-EXIT
032400     END-IF.
032500     ADD 1 TO FB01-WS-RATE-COUNT.
032600     MOVE FB01-CR-REQUESTER
032700         TO FB01-WS-RATE-T-REQUESTER (FB01-WS-RATE-COUNT).
032800     MOVE FB01-CR-COST-CENTER
032900         TO FB01-WS-RATE-T-COST-CENTER (FB01-WS-RATE-COUNT).
033000     MOVE FB01-CR-LIVE-RATE
033100         TO FB01-WS-RATE-T-LIVE (FB01-WS-RATE-COUNT).
033200     MOVE FB01-CR-ARCHIVE-RATE
033300         TO FB01-WS-RATE-T-ARCHIVE (FB01-WS-RATE-COUNT).
033400     MOVE FB01-CR-MISS-RATE
033500         TO FB01-WS-RATE-T-MISS (FB01-WS-RATE-COUNT).
033600     IF FB01-CR-DEFAULT-RATE
033700         MOVE FB01-WS-RATE-COUNT TO FB01-WS-DEFAULT-SUB
033800     END-IF.
033900 2100-EXIT.
034000     EXIT.
034100*
034200******************************************************************
034300*    3000-LOAD-LEDGER  --  TOTAL THE LEDGER BY REQUESTER FOR THE *
034400*                           BILLING AND PRIOR MONTHS             *
034500******************************************************************
034600 3000-LOAD-LEDGER.
034700     OPEN INPUT USAGE-FILE.
034800     IF FB01-WS-USG-FILE-STATUS = "35"
034900         DISPLAY "FBCHGBCK: MISSING USAGE LEDGER ON FBUSAGE"
035000         MOVE 12 TO RETURN-CODE
035100         GO TO 3000-EXIT
035200     END-IF.
035300     PERFORM 3100-READ-USAGE THRU 3100-EXIT
035400         UNTIL FB01-WS-USG-EOF.
035500     CLOSE USAGE-FILE.
035600 3000-EXIT.
035700     EXIT.
035800*
035900******************************************************************
036000*    3100-READ-USAGE  --  ONE LEDGER RECORD.  RECORDS FROM ANY   *
036100*                          OTHER MONTH ARE COUNTED AND PASSED    *
036200*                          OVER; AN UNREADABLE ONE IS REFUSED    *
036300*                          WITH A MESSAGE.                       *
036400******************************************************************
036500 3100-READ-USAGE.
036600     READ USAGE-FILE
036700         AT END
036800             SET FB01-WS-USG-EOF TO TRUE
036900             GO TO 3100-EXIT
037000     END-READ.
037100     ADD 1 TO FB01-WS-USG-READ.
037200     IF FB01-USG-RUN-DATE IS NOT NUMERIC
037300         OR FB01-USG-RECEIVED IS NOT NUMERIC
037400         OR FB01-USG-FOUND-LIVE IS NOT NUMERIC
037500         OR FB01-USG-FOUND-ARCH IS NOT NUMERIC
037600         OR FB01-USG-NOT-FOUND IS NOT NUMERIC
037700         OR FB01-USG-EXTRACTED IS NOT NUMERIC
037800         DISPLAY "FBCHGBCK: BAD USAGE RECORD IGNORED FOR "
037900                 "REQUESTER " FB01-USG-REQUESTER
038000         ADD 1 TO FB01-WS-USG-BAD
038100         GO TO 3100-EXIT
038200     END-IF.
038300     EVALUATE FB01-USG-RUN-MONTH
038400         WHEN FB01-WS-BILL-MONTH
038500             SET FB01-WS-PERIOD-MTD TO TRUE
038600             ADD 1 TO FB01-WS-USG-MTD
038700         WHEN FB01-WS-PRIOR-MONTH
038800             SET FB01-WS-PERIOD-PRIOR TO TRUE
038900             ADD 1 TO FB01-WS-USG-PRIOR
039000         WHEN OTHER
039100             ADD 1 TO FB01-WS-USG-OTHER-MONTH
039200             GO TO 3100-EXIT
039300     END-EVALUATE.
039400     PERFORM 3110-FIND-REQUESTER THRU 3110-EXIT.
039500     IF FB01-WS-REQ-FOUND-SUB = ZERO
039600         ADD 1 TO FB01-WS-USG-NOT-LISTED
039700         GO TO 3100-EXIT
039800     END-IF.
039900     MOVE FB01-WS-REQ-FOUND-SUB TO FB01-WS-REQ-SUB.
040000     IF FB01-WS-PERIOD-MTD
040100         ADD FB01-USG-RECEIVED
040200             TO FB01-WS-REQ-T-MTD-RECEIVED (FB01-WS-REQ-SUB)
040300         ADD FB01-USG-FOUND-LIVE
040400             TO FB01-WS-REQ-T-MTD-LIVE (FB01-WS-REQ-SUB)
040500         ADD FB01-USG-FOUND-ARCH
040600             TO FB01-WS-REQ-T-MTD-ARCHIVE (FB01-WS-REQ-SUB)
040700         ADD FB01-USG-NOT-FOUND
040800             TO FB01-WS-REQ-T-MTD-MISS (FB01-WS-REQ-SUB)
040900         ADD FB01-USG-EXTRACTED
041000             TO FB01-WS-REQ-T-MTD-EXTRACT (FB01-WS-REQ-SUB)
041100     ELSE
041200         ADD FB01-USG-RECEIVED
041300             TO FB01-WS-REQ-T-PRI-RECEIVED (FB01-WS-REQ-SUB)
041400         ADD FB01-USG-FOUND-LIVE
041500             TO FB01-WS-REQ-T-PRI-LIVE (FB01-WS-REQ-SUB)
041600         ADD FB01-USG-FOUND-ARCH
041700             TO FB01-WS-REQ-T-PRI-ARCHIVE (FB01-WS-REQ-SUB)
041800         ADD FB01-USG-NOT-FOUND
041900             TO FB01-WS-REQ-T-PRI-MISS (FB01-WS-REQ-SUB)
042000         ADD FB01-USG-EXTRACTED
042100             TO FB01-WS-REQ-T-PRI-EXTRACT (FB01-WS-REQ-SUB)
042200     END-IF.
042300 3100-EXIT.
042400     EXIT.
042500*
042600******************************************************************
042700*    3110-FIND-REQUESTER  --  THE LEDGER RECORD'S REQUESTER IN   *
042800*                              THE REQUESTER TABLE, ADDED WITH   *
042900*                              ZERO VOLUMES THE FIRST TIME IT IS *
043000*                              SEEN.  ZERO WHEN THE TABLE IS     *
043100*                              FULL.                             *
043200******************************************************************
043300 3110-FIND-REQUESTER.
043400     MOVE ZERO TO FB01-WS-REQ-FOUND-SUB.
043500     PERFORM 3120-MATCH-REQUESTER THRU 3120-EXIT
043600         VARYING FB01-WS-REQ-SUB FROM 1 BY 1
043700         UNTIL FB01-WS-REQ-SUB > FB01-WS-REQ-COUNT
043800            OR FB01-WS-REQ-FOUND-SUB > ZERO.
043900     IF FB01-WS-REQ-FOUND-SUB > ZERO
044000         GO TO 3110-EXIT
044100     END-IF.
044200     IF FB01-WS-REQ-COUNT = 200
044300         DISPLAY "FBCHGBCK: MORE THAN 200 REQUESTERS -- USAGE "
044400                 "IGNORED FOR " FB01-USG-REQUESTER
044500         GO TO 3110-EXIT
044600     END-IF.
044700     ADD 1 TO FB01-WS-REQ-COUNT.
044800     MOVE FB01-WS-REQ-COUNT TO FB01-WS-REQ-FOUND-SUB.
044900     MOVE FB01-USG-REQUESTER
045000         TO FB01-WS-REQ-T-REQUESTER (FB01-WS-REQ-COUNT).
045100     MOVE ZERO TO FB01-WS-REQ-T-MTD-RECEIVED (FB01-WS-REQ-COUNT).
045200     MOVE ZERO TO FB01-WS-REQ-T-MTD-LIVE     (FB01-WS-REQ-COUNT).
045300     MOVE ZERO TO FB01-WS-REQ-T-MTD-ARCHIVE  (FB01-WS-REQ-COUNT).
045400     MOVE ZERO TO FB01-WS-REQ-T-MTD-MISS     (FB01-WS-REQ-COUNT).
045500     MOVE ZERO TO FB01-WS-REQ-T-MTD-EXTRACT  (FB01-WS-REQ-COUNT).
045600     MOVE ZERO TO FB01-WS-REQ-T-PRI-RECEIVED (FB01-WS-REQ-COUNT).
045700     MOVE ZERO TO FB01-WS-REQ-T-PRI-LIVE     (FB01-WS-REQ-COUNT).
045800     MOVE ZERO TO FB01-WS-REQ-T-PRI-ARCHIVE  (FB01-WS-REQ-COUNT).
045900     MOVE ZERO TO FB01-WS-REQ-T-PRI-MISS     (FB01-WS-REQ-COUNT).
046000     MOVE ZERO TO FB01-WS-REQ-T-PRI-EXTRACT  (FB01-WS-REQ-COUNT).
046100 3110-EXIT.
046200     EXIT.
046300*
046400******************************************************************
046500*    3120-MATCH-REQUESTER                                        *
046600******************************************************************
046700 3120-MATCH-REQUESTER.
046800     IF FB01-WS-REQ-T-REQUESTER (FB01-WS-REQ-SUB)
046900         = FB01-USG-REQUESTER
047000         MOVE FB01-WS-REQ-SUB TO FB01-WS-REQ-FOUND-SUB
047100     END-IF.
047200 3120-EXIT.
047300     EXIT.
047400*
047500******************************************************************
047600*    6000-STATEMENTS  --  ONE STATEMENT PER REQUESTER ON THE     *
047700*                          LEDGER FOR EITHER MONTH               *
047800******************************************************************
047900 6000-STATEMENTS.
048000     PERFORM 6100-ONE-STATEMENT THRU 6100-EXIT
048100         VARYING FB01-WS-REQ-SUB FROM 1 BY 1
048200         UNTIL FB01-WS-REQ-SUB > FB01-WS-REQ-COUNT.
048300 6000-EXIT.
048400     EXIT.
048500*
048600******************************************************************
048700*    6100-ONE-STATEMENT  --  PRICE ONE REQUESTER'S VOLUMES AND   *
048800*                             PRINT ITS STATEMENT.  THE MONTH-   *
048900*                             TO-DATE CHARGE IS POSTED TO ITS    *
049000*                             COST CENTER; A REQUESTER WITH NO   *
049100*                             RATE IS FLAGGED AND NOT BILLED.    *
049200******************************************************************
049300 6100-ONE-STATEMENT.
049400     PERFORM 6110-FIND-RATE THRU 6110-EXIT.
049500     MOVE SPACES TO FB01-STATEMENT-LINE.
049600     MOVE "REQUESTER "   TO FB01-CS-R-LIT.
049700     MOVE FB01-WS-REQ-T-REQUESTER (FB01-WS-REQ-SUB)
049800         TO FB01-CS-R-REQUESTER.
049900     MOVE "COST CENTER " TO FB01-CS-R-CC-LIT.
050000     IF FB01-WS-RATE-FOUND-SUB = ZERO
050100         MOVE SPACES TO FB01-WS-COST-CENTER
050200         MOVE ZERO   TO FB01-WS-LIVE-RATE
050300         MOVE ZERO   TO FB01-WS-ARCHIVE-RATE
050400         MOVE ZERO   TO FB01-WS-MISS-RATE
050500         MOVE "** NO RATE -- NOT BILLED **" TO FB01-CS-R-NOTE
050600         ADD 1 TO FB01-WS-TOTAL-UNPRICED
050700     ELSE
050800         MOVE FB01-WS-RATE-T-COST-CENTER (FB01-WS-RATE-FOUND-SUB)
050900             TO FB01-WS-COST-CENTER
051000         MOVE FB01-WS-RATE-T-LIVE (FB01-WS-RATE-FOUND-SUB)
051100             TO FB01-WS-LIVE-RATE
051200         MOVE FB01-WS-RATE-T-ARCHIVE (FB01-WS-RATE-FOUND-SUB)
051300             TO FB01-WS-ARCHIVE-RATE
051400         MOVE FB01-WS-RATE-T-MISS (FB01-WS-RATE-FOUND-SUB)
051500             TO FB01-WS-MISS-RATE
051600         IF FB01-WS-RATE-FOUND-SUB = FB01-WS-DEFAULT-SUB
051700             MOVE "PRICED AT DEFAULT RATES" TO FB01-CS-R-NOTE
051800         END-IF
051900     END-IF.
052000     MOVE FB01-WS-COST-CENTER TO FB01-CS-R-COST-CENTER.
052100     WRITE FB01-STATEMENT-LINE.
052200     MOVE SPACES           TO FB01-STATEMENT-LINE.
052300     MOVE "ITEM"           TO FB01-CS-C-ITEM.
052400     MOVE "MTD COUNT"      TO FB01-CS-C-MTD-COUNT.
052500     MOVE "    MTD AMOUNT" TO FB01-CS-C-MTD-AMOUNT.
052600     MOVE "PRI COUNT"      TO FB01-CS-C-PRI-COUNT.
052700     MOVE "  PRIOR AMOUNT" TO FB01-CS-C-PRI-AMOUNT.
052800     WRITE FB01-STATEMENT-LINE.
052900     MOVE ZERO TO FB01-WS-REQ-MTD-CHARGE.
053000     MOVE ZERO TO FB01-WS-REQ-PRI-CHARGE.
053100     MOVE "REQUESTS RECEIVED" TO FB01-WS-ITEM-NAME.
053200     MOVE FB01-WS-REQ-T-MTD-RECEIVED (FB01-WS-REQ-SUB)
053300         TO FB01-WS-ITEM-MTD-COUNT.
053400     MOVE FB01-WS-REQ-T-PRI-RECEIVED (FB01-WS-REQ-SUB)
053500         TO FB01-WS-ITEM-PRI-COUNT.
053600     MOVE ZERO TO FB01-WS-ITEM-RATE.
053700     PERFORM 6150-PRICE-ITEM THRU 6150-EXIT.
053800     MOVE "FOUND LIVE" TO FB01-WS-ITEM-NAME.
053900     MOVE FB01-WS-REQ-T-MTD-LIVE (FB01-WS-REQ-SUB)
054000         TO FB01-WS-ITEM-MTD-COUNT.
054100     MOVE FB01-WS-REQ-T-PRI-LIVE (FB01-WS-REQ-SUB)
054200         TO FB01-WS-ITEM-PRI-COUNT.
054300     MOVE FB01-WS-LIVE-RATE TO FB01-WS-ITEM-RATE.
054400     PERFORM 6150-PRICE-ITEM THRU 6150-EXIT.
054500     MOVE "FOUND IN ARCHIVE" TO FB01-WS-ITEM-NAME.
054600     MOVE FB01-WS-REQ-T-MTD-ARCHIVE (FB01-WS-REQ-SUB)
054700         TO FB01-WS-ITEM-MTD-COUNT.
054800     MOVE FB01-WS-REQ-T-PRI-ARCHIVE (FB01-WS-REQ-SUB)
054900         TO FB01-WS-ITEM-PRI-COUNT.
055000     MOVE FB01-WS-ARCHIVE-RATE TO FB01-WS-ITEM-RATE.
055100     PERFORM 6150-PRICE-ITEM THRU 6150-EXIT.
055200     MOVE "NOT FOUND" TO FB01-WS-ITEM-NAME.
055300     MOVE FB01-WS-REQ-T-MTD-MISS (FB01-WS-REQ-SUB)
055400         TO FB01-WS-ITEM-MTD-COUNT.
055500     MOVE FB01-WS-REQ-T-PRI-MISS (FB01-WS-REQ-SUB)
055600         TO FB01-WS-ITEM-PRI-COUNT.
055700     MOVE FB01-WS-MISS-RATE TO FB01-WS-ITEM-RATE.
055800     PERFORM 6150-PRICE-ITEM THRU 6150-EXIT.
055900     MOVE "EXTRACTED" TO FB01-WS-ITEM-NAME.
056000     MOVE FB01-WS-REQ-T-MTD-EXTRACT (FB01-WS-REQ-SUB)
056100         TO FB01-WS-ITEM-MTD-COUNT.
056200     MOVE FB01-WS-REQ-T-PRI-EXTRACT (FB01-WS-REQ-SUB)
056300         TO FB01-WS-ITEM-PRI-COUNT.
056400     MOVE ZERO TO FB01-WS-ITEM-RATE.
056500     PERFORM 6150-PRICE-ITEM THRU 6150-EXIT.
056600     MOVE SPACES                 TO FB01-STATEMENT-LINE.
056700     MOVE "TOTAL CHARGE"         TO FB01-CS-D-ITEM.
056800     MOVE FB01-WS-REQ-MTD-CHARGE TO FB01-CS-D-MTD-AMOUNT.
056900     MOVE FB01-WS-REQ-PRI-CHARGE TO FB01-CS-D-PRI-AMOUNT.
057000     WRITE FB01-STATEMENT-LINE.
057100     IF FB01-WS-RATE-FOUND-SUB = ZERO
057200         GO TO 6100-EXIT
057300     END-IF.
057400     ADD 1 TO FB01-WS-TOTAL-BILLED.
057500     ADD FB01-WS-REQ-MTD-CHARGE TO FB01-WS-TOTAL-MTD-CHARGE.
057600     ADD FB01-WS-REQ-PRI-CHARGE TO FB01-WS-TOTAL-PRI-CHARGE.
057700     PERFORM 6200-POST-COST-CENTER THRU 6200-EXIT.
057800 6100-EXIT.
057900     EXIT.
058000*
058100******************************************************************
058200*    6110-FIND-RATE  --  THE REQUESTER'S OWN RATE RECORD, ELSE   *
058300*                         THE DEFAULT RECORD, ELSE ZERO          *
058400******************************************************************
058500 6110-FIND-RATE.
058600     MOVE ZERO TO FB01-WS-RATE-FOUND-SUB.
058700     PERFORM 6120-MATCH-RATE THRU 6120-EXIT
058800         VARYING FB01-WS-RATE-SUB FROM 1 BY 1
058900         UNTIL FB01-WS-RATE-SUB > FB01-WS-RATE-COUNT
059000            OR FB01-WS-RATE-FOUND-SUB > ZERO.
059100     IF FB01-WS-RATE-FOUND-SUB = ZERO
059200         MOVE FB01-WS-DEFAULT-SUB TO FB01-WS-RATE-FOUND-SUB
059300     END-IF.
059400 6110-EXIT.
059500     EXIT.
059600*
059700******************************************************************
059800*    6120-MATCH-RATE                                             *
059900******************************************************************
060000 6120-MATCH-RATE.
060100     IF FB01-WS-RATE-T-REQUESTER (FB01-WS-RATE-SUB)
060200         = FB01-WS-REQ-T-REQUESTER (FB01-WS-REQ-SUB)
060300         MOVE FB01-WS-RATE-SUB TO FB01-WS-RATE-FOUND-SUB
060400     END-IF.
060500 6120-EXIT.
060600     EXIT.
060700*
060800******************************************************************
060900*    6150-PRICE-ITEM  --  PRICE ONE STATEMENT ITEM FOR BOTH      *
061000*                          MONTHS AT THE ITEM RATE, ADD IT TO    *
061100*                          THE REQUESTER'S CHARGES AND PRINT IT  *
061200******************************************************************
061300 6150-PRICE-ITEM.
061400     COMPUTE FB01-WS-ITEM-MTD-AMOUNT ROUNDED =
061500         FB01-WS-ITEM-MTD-COUNT * FB01-WS-ITEM-RATE.
061600     COMPUTE FB01-WS-ITEM-PRI-AMOUNT ROUNDED =
061700         FB01-WS-ITEM-PRI-COUNT * FB01-WS-ITEM-RATE.
061800     ADD FB01-WS-ITEM-MTD-AMOUNT TO FB01-WS-REQ-MTD-CHARGE.
061900     ADD FB01-WS-ITEM-PRI-AMOUNT TO FB01-WS-REQ-PRI-CHARGE.
062000     MOVE SPACES                  TO FB01-STATEMENT-LINE.
062100     MOVE FB01-WS-ITEM-NAME       TO FB01-CS-D-ITEM.
062200     MOVE FB01-WS-ITEM-MTD-COUNT  TO FB01-CS-D-MTD-COUNT.
062300     MOVE FB01-WS-ITEM-MTD-AMOUNT TO FB01-CS-D-MTD-AMOUNT.
062400     MOVE FB01-WS-ITEM-PRI-COUNT  TO FB01-CS-D-PRI-COUNT.
062500     MOVE FB01-WS-ITEM-PRI-AMOUNT TO FB01-CS-D-PRI-AMOUNT.
062600     WRITE FB01-STATEMENT-LINE.
062700 6150-EXIT.
062800     EXIT.
062900*
063000******************************************************************
063100*    6200-POST-COST-CENTER  --  ADD THE REQUESTER'S MONTH-TO-    *
063200*                                DATE CHARGE TO ITS COST CENTER  *
063300******************************************************************
063400 6200-POST-COST-CENTER.
063500     MOVE ZERO TO FB01-WS-CC-FOUND-SUB.
063600     PERFORM 6210-MATCH-COST-CENTER THRU 6210-EXIT
063700         VARYING FB01-WS-CC-SUB FROM 1 BY 1
063800         UNTIL FB01-WS-CC-SUB > FB01-WS-CC-COUNT
063900            OR FB01-WS-CC-FOUND-SUB > ZERO.
064000     IF FB01-WS-CC-FOUND-SUB = ZERO
064100         ADD 1 TO FB01-WS-CC-COUNT
064200         MOVE FB01-WS-CC-COUNT TO FB01-WS-CC-FOUND-SUB
064300         MOVE FB01-WS-COST-CENTER
064400             TO FB01-WS-CC-T-COST-CENTER (FB01-WS-CC-FOUND-SUB)
064500         MOVE ZERO
064600             TO FB01-WS-CC-T-REQUESTERS (FB01-WS-CC-FOUND-SUB)
064700         MOVE ZERO
064800             TO FB01-WS-CC-T-AMOUNT (FB01-WS-CC-FOUND-SUB)
064900     END-IF.
065000     ADD 1 TO FB01-WS-CC-T-REQUESTERS (FB01-WS-CC-FOUND-SUB).
065100     ADD FB01-WS-REQ-MTD-CHARGE
065200         TO FB01-WS-CC-T-AMOUNT (FB01-WS-CC-FOUND-SUB).
065300 6200-EXIT.
065400     EXIT.
065500*
065600******************************************************************
065700*    6210-MATCH-COST-CENTER                                      *
065800******************************************************************
065900 6210-MATCH-COST-CENTER.
066000     IF FB01-WS-CC-T-COST-CENTER (FB01-WS-CC-SUB)
066100         = FB01-WS-COST-CENTER
066200         MOVE FB01-WS-CC-SUB TO FB01-WS-CC-FOUND-SUB
066300     END-IF.
066400 6210-EXIT.
066500     EXIT.
066600*
066700******************************************************************
066800*    7000-WRITE-GL  --  ONE DEBIT LINE PER COST CENTER WITH A    *
066900*                        CHARGE THIS MONTH, THEN THE TRAILER     *
067000******************************************************************
067100 7000-WRITE-GL.
067200     PERFORM 7100-ONE-COST-CENTER THRU 7100-EXIT
067300         VARYING FB01-WS-CC-SUB FROM 1 BY 1
067400         UNTIL FB01-WS-CC-SUB > FB01-WS-CC-COUNT.
067500     MOVE SPACES                 TO FB01-GL-RECORD.
067600     MOVE "T"                    TO FB01-GL-T-REC-TYPE.
067700     MOVE FB01-WS-RUN-DATE       TO FB01-GL-T-POST-DATE.
067800     MOVE FB01-WS-TOTAL-GL-LINES TO FB01-GL-T-LINE-COUNT.
067900     MOVE FB01-WS-GL-DEBIT-TOTAL TO FB01-GL-T-DEBIT-TOTAL.
068000     WRITE FB01-GL-RECORD.
068100 7000-EXIT.
068200     EXIT.
068300*
068400******************************************************************
068500*    7100-ONE-COST-CENTER  --  PRINT THE COST CENTER'S DEBIT AND *
068600*                               WRITE ITS GL LINE.  A COST       *
068700*                               CENTER WITH NOTHING TO CHARGE    *
068800*                               GETS NO GL LINE.                 *
068900******************************************************************
069000 7100-ONE-COST-CENTER.
069100     MOVE SPACES            TO FB01-STATEMENT-LINE.
069200     MOVE "COST CENTER "    TO FB01-CS-CC-LIT.
069300     MOVE FB01-WS-CC-T-COST-CENTER (FB01-WS-CC-SUB)
069400         TO FB01-CS-CC-COST-CENTER.
069500     MOVE "REQUESTERS: "    TO FB01-CS-CC-REQ-LIT.
069600     MOVE FB01-WS-CC-T-REQUESTERS (FB01-WS-CC-SUB)
069700         TO FB01-CS-CC-REQUESTERS.
069800     MOVE "DEBIT: "         TO FB01-CS-CC-DR-LIT.
069900     MOVE FB01-WS-CC-T-AMOUNT (FB01-WS-CC-SUB)
070000         TO FB01-CS-CC-AMOUNT.
070100     WRITE FB01-STATEMENT-LINE.
070200     IF FB01-WS-CC-T-AMOUNT (FB01-WS-CC-SUB) NOT > ZERO
070300         GO TO 7100-EXIT
070400     END-IF.
070500     MOVE SPACES                TO FB01-GL-RECORD.
070600     MOVE "D"                   TO FB01-GL-REC-TYPE.
070700     MOVE FB01-WS-RUN-DATE      TO FB01-GL-POST-DATE.
070800     MOVE FB01-WS-CC-T-COST-CENTER (FB01-WS-CC-SUB)
070900         TO FB01-GL-COST-CENTER.
071000     MOVE FB01-WS-GL-ACCOUNT    TO FB01-GL-ACCOUNT.
071100     MOVE "D"                   TO FB01-GL-DR-CR.
071200     MOVE FB01-WS-CC-T-AMOUNT (FB01-WS-CC-SUB)
071300         TO FB01-GL-AMOUNT.
071400     MOVE FB01-WS-BILL-MONTH    TO FB01-GL-BILL-MONTH.
071500     MOVE "FBCHGBCK"            TO FB01-GL-SOURCE.
071600     MOVE FB01-WS-JOB-ID        TO FB01-GL-JOB-ID.
071700     MOVE "FBINQURY CHARGEBACK" TO FB01-GL-DESCRIPTION.
071800     WRITE FB01-GL-RECORD.
071900     ADD 1 TO FB01-WS-TOTAL-GL-LINES.
072000     ADD FB01-WS-CC-T-AMOUNT (FB01-WS-CC-SUB)
072100         TO FB01-WS-GL-DEBIT-TOTAL.
072200 7100-EXIT.
072300     EXIT.
072400*
072500******************************************************************
072600*    7500-SUMMARY  --  CONTROL TOTALS, AND A WARNING RETURN CODE *
072700*                       WHEN ANY REQUESTER WENT UNBILLED OR ANY  *
072800*                       INPUT RECORD WAS REFUSED                 *
072900******************************************************************
073000 7500-SUMMARY.
073100     MOVE SPACES                   TO FB01-STATEMENT-LINE.
073200     MOVE "TOTAL ALL REQUESTERS"   TO FB01-CS-D-ITEM.
073300     MOVE FB01-WS-TOTAL-MTD-CHARGE TO FB01-CS-D-MTD-AMOUNT.
073400     MOVE FB01-WS-TOTAL-PRI-CHARGE TO FB01-CS-D-PRI-AMOUNT.
073500     WRITE FB01-STATEMENT-LINE.
073600     MOVE SPACES                   TO FB01-STATEMENT-LINE.
073700     MOVE "LEDGER RECORDS READ"    TO FB01-CS-S-LABEL.
073800     MOVE "VALUE: "                TO FB01-CS-S-LIT.
073900     MOVE FB01-WS-USG-READ         TO FB01-CS-S-VALUE.
074000     WRITE FB01-STATEMENT-LINE.
074100     MOVE SPACES                   TO FB01-STATEMENT-LINE.
074200     MOVE "LEDGER RECORDS THIS MTH" TO FB01-CS-S-LABEL.
074300     MOVE "VALUE: "                TO FB01-CS-S-LIT.
074400     MOVE FB01-WS-USG-MTD          TO FB01-CS-S-VALUE.
074500     WRITE FB01-STATEMENT-LINE.
074600     MOVE SPACES                   TO FB01-STATEMENT-LINE.
074700     MOVE "LEDGER RECORDS PRIOR MTH" TO FB01-CS-S-LABEL.
074800     MOVE "VALUE: "                TO FB01-CS-S-LIT.
074900     MOVE FB01-WS-USG-PRIOR        TO FB01-CS-S-VALUE.
075000     WRITE FB01-STATEMENT-LINE.
075100     MOVE SPACES                   TO FB01-STATEMENT-LINE.
075200     MOVE "LEDGER RECORDS OTHER MTH" TO FB01-CS-S-LABEL.
075300     MOVE "VALUE: "                TO FB01-CS-S-LIT.
075400     MOVE FB01-WS-USG-OTHER-MONTH  TO FB01-CS-S-VALUE.
075500     WRITE FB01-STATEMENT-LINE.
075600     MOVE SPACES                   TO FB01-STATEMENT-LINE.
075700     MOVE "BAD LEDGER RECORDS"     TO FB01-CS-S-LABEL.
075800     MOVE "VALUE: "                TO FB01-CS-S-LIT.
075900     MOVE FB01-WS-USG-BAD          TO FB01-CS-S-VALUE.
076000     WRITE FB01-STATEMENT-LINE.
076100     MOVE SPACES                   TO FB01-STATEMENT-LINE.
076200     MOVE "BAD RATE RECORDS"       TO FB01-CS-S-LABEL.
076300     MOVE "VALUE: "                TO FB01-CS-S-LIT.
076400     MOVE FB01-WS-RATES-BAD        TO FB01-CS-S-VALUE.
076500     WRITE FB01-STATEMENT-LINE.
076600     MOVE SPACES                   TO FB01-STATEMENT-LINE.
076700     MOVE "REQUESTERS BILLED"      TO FB01-CS-S-LABEL.
076800     MOVE "VALUE: "                TO FB01-CS-S-LIT.
076900     MOVE FB01-WS-TOTAL-BILLED     TO FB01-CS-S-VALUE.
077000     WRITE FB01-STATEMENT-LINE.
077100     MOVE SPACES                   TO FB01-STATEMENT-LINE.
077200     MOVE "REQUESTERS WITH NO RATE" TO FB01-CS-S-LABEL.
077300     MOVE "VALUE: "                TO FB01-CS-S-LIT.
077400     MOVE FB01-WS-TOTAL-UNPRICED   TO FB01-CS-S-VALUE.
077500     WRITE FB01-STATEMENT-LINE.
077600     MOVE SPACES                   TO FB01-STATEMENT-LINE.
077700     MOVE "GL DEBIT LINES"         TO FB01-CS-S-LABEL.
077800     MOVE "VALUE: "                TO FB01-CS-S-LIT.
077900     MOVE FB01-WS-TOTAL-GL-LINES   TO FB01-CS-S-VALUE.
078000     WRITE FB01-STATEMENT-LINE.
078100     DISPLAY "FBCHGBCK - END OF RUN CONTROL TOTALS FOR JOB "
078200             FB01-WS-JOB-ID " MONTH " FB01-WS-BILL-MONTH.
078300     MOVE FB01-WS-USG-READ         TO FB01-WS-EDIT-TOTAL.
078400     DISPLAY "  LEDGER RECORDS READ . . . . ." FB01-WS-EDIT-TOTAL.
078500     MOVE FB01-WS-TOTAL-BILLED     TO FB01-WS-EDIT-TOTAL.
078600     DISPLAY "  REQUESTERS BILLED . . . . . ." FB01-WS-EDIT-TOTAL.
078700     MOVE FB01-WS-TOTAL-UNPRICED   TO FB01-WS-EDIT-TOTAL.
078800     DISPLAY "  REQUESTERS WITH NO RATE . . ." FB01-WS-EDIT-TOTAL.
078900     MOVE FB01-WS-TOTAL-GL-LINES   TO FB01-WS-EDIT-TOTAL.
079000     DISPLAY "  GL DEBIT LINES. . . . . . . ." FB01-WS-EDIT-TOTAL.
079100     MOVE FB01-WS-GL-DEBIT-TOTAL   TO FB01-WS-EDIT-AMOUNT.
079200     DISPLAY "  GL DEBIT TOTAL. . . . . . . ."
079300             FB01-WS-EDIT-AMOUNT.
079400     IF FB01-WS-USG-NOT-LISTED > ZERO
079500         MOVE FB01-WS-USG-NOT-LISTED TO FB01-WS-EDIT-TOTAL
079600         DISPLAY "  LEDGER RECORDS NOT BILLED . ."
079700                 FB01-WS-EDIT-TOTAL
079800     END-IF.
079900     IF FB01-WS-TOTAL-UNPRICED > ZERO
080000         OR FB01-WS-USG-BAD > ZERO
080100         OR FB01-WS-RATES-BAD > ZERO
080200         OR FB01-WS-USG-NOT-LISTED > ZERO
080300         IF RETURN-CODE < 4
080400             MOVE 4 TO RETURN-CODE
080500         END-IF
080600     END-IF.
080700 7500-EXIT.
080800     EXIT.
080900*
081000******************************************************************
081100*    9000-TERMINATE                                              *
081200******************************************************************
081300 9000-TERMINATE.
081400     IF FB01-WS-CONTROL-VALID
081500         CLOSE REPORT-FILE
081600         CLOSE GL-FILE
081700     END-IF.
081800 9000-EXIT.
081900     EXIT.
