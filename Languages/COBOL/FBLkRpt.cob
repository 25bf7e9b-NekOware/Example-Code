000100******************************************************************
000200*                                                                *
000300*    PROGRAM     FBLKRPT                                         *
000400*    FUNCTION    PERIOD-CLOSE LOCK-EXCEPTION REPORT.  LISTS ON   *
000500*                FBLXRPT EVERY CERTIFIED RANGE FBVERIFY HAS      *
000600*                LOCKED ON FBLOCK, EVERY OVERRIDE RECORD ON      *
000700*                FBAUDIT -- WHO WROTE INTO A LOCKED RANGE, UNDER *
000800*                WHAT AUTHORIZATION ID, AND HOW MANY KEYS -- AND *
000900*                EVERY WRITE SUSPENDED TO FBSUSP BECAUSE ITS KEY *
001000*                WAS LOCKED, SO AUDIT CAN REVIEW EVERY EXCEPTION *
001050*                TO A CLOSED PERIOD IN ONE PLACE.  OVERRIDES AND *
001100*                BLOCKED WRITES COME FROM FIZZBUZZ, FBMERGE,     *
001150*                FBRESTOR AND FBARCHIV.  ENDS RC 4 WHEN THERE IS *
001200*                ANY OVERRIDE OR BLOCKED WRITE TO REVIEW.        *
001400*                                                                *
001500******************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID.              "FBLKRPT".
001800 AUTHOR.                  R L KOWALSKI.
001900 INSTALLATION.            DATA PROCESSING DEPT.
002000 DATE-WRITTEN.            10/15/2026.
002100 DATE-COMPILED.
002200******************************************************************
002300*                    MODIFICATION HISTORY                        *
002400*----------------------------------------------------------------*
002500* DATE       INIT  DESCRIPTION                                   *
002600*----------------------------------------------------------------*
002700* 10/15/2026 RLK   ORIGINAL VERSION.                             *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.         IBM-370.
003200 OBJECT-COMPUTER.         IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT LOCK-FILE     ASSIGN TO FBLOCK
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS FB01-WS-LOCK-FILE-STATUS.
003800     SELECT AUDIT-FILE    ASSIGN TO FBAUDIT
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS FB01-WS-AUDIT-FILE-STATUS.
004100     SELECT SUSPENSE-FILE ASSIGN TO FBSUSP
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS FB01-WS-SUSP-FILE-STATUS.
004400     SELECT REPORT-FILE   ASSIGN TO FBLXRPT
004500         ORGANIZATION IS SEQUENTIAL.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  LOCK-FILE
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200     COPY FB01LK.
005300*
005400 FD  AUDIT-FILE
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700     COPY FB01AL.
005800*
005900 FD  SUSPENSE-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200     COPY FB01SP.
006300*
006400 FD  REPORT-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700     COPY FB01LX.
006800 WORKING-STORAGE SECTION.
006900******************************************************************
007000*    STANDALONE COUNTERS AND SWITCHES                            *
007100******************************************************************
007200 77  FB01-WS-RUN-DATE             PIC 9(08) VALUE ZERO.
007300 77  FB01-WS-LOCK-FILE-STATUS     PIC X(02) VALUE SPACES.
007400 77  FB01-WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
007500 77  FB01-WS-SUSP-FILE-STATUS     PIC X(02) VALUE SPACES.
007600 77  FB01-WS-LOCK-EOF-SW          PIC X(01) VALUE "N".
007700     88  FB01-WS-LOCK-EOF         VALUE "Y".
007800 77  FB01-WS-AUDIT-EOF-SW         PIC X(01) VALUE "N".
007900     88  FB01-WS-AUDIT-EOF        VALUE "Y".
008000 77  FB01-WS-SUSP-EOF-SW          PIC X(01) VALUE "N".
008100     88  FB01-WS-SUSP-EOF         VALUE "Y".
008200 77  FB01-WS-VALID-SW             PIC X(01) VALUE "Y".
008300     88  FB01-WS-CONTROL-VALID    VALUE "Y".
008400     88  FB01-WS-CONTROL-INVALID  VALUE "N".
008410 77  FB01-WS-LKC-FAIL-SW          PIC X(01) VALUE "N".
008420     88  FB01-WS-LKC-FAILED       VALUE "Y".
008500 77  FB01-WS-LOCKS-LISTED         PIC 9(09) COMP-3 VALUE ZERO.
008600 77  FB01-WS-LOCKS-ACTIVE         PIC 9(09) COMP-3 VALUE ZERO.
008700 77  FB01-WS-OVR-RECORDS          PIC 9(09) COMP-3 VALUE ZERO.
008800 77  FB01-WS-OVR-KEYS             PIC 9(09) COMP-3 VALUE ZERO.
008900 77  FB01-WS-BLOCKED              PIC 9(09) COMP-3 VALUE ZERO.
009000 77  FB01-WS-EDIT-TOTAL           PIC ZZZZZZZZ9.
009100*
009200******************************************************************
009300*    SUSPENSE IMAGE VIEW  --  A LOCK ENTRY CARRIES THE NUM IN    *
009400*    THE FBTRANS LAYOUT                                          *
009500******************************************************************
009600 01  FB01-WS-LOCK-IMAGE.
009700     05  FB01-WS-LI-NUM               PIC X(09).
009800     05  FB01-WS-LI-NUM-N REDEFINES FB01-WS-LI-NUM
009900                                      PIC 9(09).
010000     05  FILLER                       PIC X(71).
010100*
010200******************************************************************
010300*    FBLKCHK CERTIFIED-RANGE LOCK CALL PARAMETERS                *
010400******************************************************************
010500     COPY FB01LC.
010600*
010700 PROCEDURE DIVISION.
010800******************************************************************
010900*    0000-MAINLINE                                               *
011000******************************************************************
011100 0000-MAINLINE.
011200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011300     IF FB01-WS-CONTROL-VALID
011400         PERFORM 2000-LIST-LOCKS     THRU 2000-EXIT
011500         PERFORM 3000-LIST-OVERRIDES THRU 3000-EXIT
011600         IF NOT FB01-WS-LKC-FAILED
011610             PERFORM 4000-LIST-BLOCKED THRU 4000-EXIT
011620         END-IF
011700         PERFORM 7000-SUMMARY        THRU 7000-EXIT
011800     END-IF.
011900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012000     STOP RUN.
012100*
012200******************************************************************
012300*    1000-INITIALIZE  --  OPEN FBAUDIT AND THE REPORT.  WITHOUT  *
012400*                          FBAUDIT THERE IS NO OVERRIDE TRAIL TO *
012500*                          REPORT, RC 12.                        *
012600******************************************************************
012700 1000-INITIALIZE.
012800     ACCEPT FB01-WS-RUN-DATE FROM DATE YYYYMMDD.
012900     OPEN INPUT AUDIT-FILE.
013000     IF FB01-WS-AUDIT-FILE-STATUS NOT = "00"
013100         DISPLAY "FBLKRPT: FBAUDIT OPEN FAILED, STATUS "
013200                 FB01-WS-AUDIT-FILE-STATUS
013300         MOVE "N" TO FB01-WS-VALID-SW
013400         MOVE 12 TO RETURN-CODE
013500         GO TO 1000-EXIT
013600     END-IF.
013700     OPEN OUTPUT REPORT-FILE.
013800     MOVE SPACES               TO FB01-LOCK-EXCEPTION-LINE.
013900     MOVE "FBLKRPT LOCK EXCEPTION REPORT"
014000                               TO FB01-LX-H-TITLE.
014100     MOVE "RUN DATE "          TO FB01-LX-H-DATE-LIT.
014200     MOVE FB01-WS-RUN-DATE     TO FB01-LX-H-RUN-DATE.
014300     WRITE FB01-LOCK-EXCEPTION-LINE.
014400 1000-EXIT.
014500     EXIT.
014600*
014700******************************************************************
014800*    2000-LIST-LOCKS  --  EVERY RANGE POSTED TO FBLOCK, ACTIVE   *
014900*                          OR RELEASED                           *
015000******************************************************************
015100 2000-LIST-LOCKS.
015200     MOVE SPACES TO FB01-LOCK-EXCEPTION-LINE.
015300     MOVE "CERTIFIED RANGES LOCKED AT PERIOD CLOSE"
015400         TO FB01-LX-T-TEXT.
015500     WRITE FB01-LOCK-EXCEPTION-LINE.
015600     MOVE SPACES TO FB01-LOCK-EXCEPTION-LINE.
015700     MOVE "PERIOD  RANGE                     CERTIFIED"
015800         TO FB01-LX-T-TEXT.
015900     MOVE "KEYS  STATUS"          TO FB01-LX-T-TEXT (50:12).
016000     WRITE FB01-LOCK-EXCEPTION-LINE.
016100     OPEN INPUT LOCK-FILE.
016200     IF FB01-WS-LOCK-FILE-STATUS = "00"
016300         PERFORM 2100-LIST-ONE-LOCK THRU 2100-EXIT
016400             UNTIL FB01-WS-LOCK-EOF
016500         CLOSE LOCK-FILE
016600     END-IF.
016700     IF FB01-WS-LOCKS-LISTED = ZERO
016800         MOVE SPACES TO FB01-LOCK-EXCEPTION-LINE
016900         MOVE "  NO PERIOD-CLOSE LOCKS POSTED" TO FB01-LX-T-TEXT
017000         WRITE FB01-LOCK-EXCEPTION-LINE
017100     END-IF.
017200 2000-EXIT.
017300     EXIT.
017400*
017500******************************************************************
017600*    2100-LIST-ONE-LOCK                                          *
017700******************************************************************
017800 2100-LIST-ONE-LOCK.
017900     READ LOCK-FILE
018000         AT END
018100             SET FB01-WS-LOCK-EOF TO TRUE
018200             GO TO 2100-EXIT
018300     END-READ.
018400     ADD 1 TO FB01-WS-LOCKS-LISTED.
018500     MOVE SPACES                  TO FB01-LOCK-EXCEPTION-LINE.
018600     MOVE FB01-LK-PERIOD          TO FB01-LX-L-PERIOD.
018700     MOVE FB01-LK-START-NUM       TO FB01-LX-L-START.
018800     MOVE " THRU "                TO FB01-LX-L-THRU-LIT.
018900     MOVE FB01-LK-END-NUM         TO FB01-LX-L-END.
019000     MOVE FB01-LK-CERT-DATE       TO FB01-LX-L-CERT-DATE.
019100     MOVE FB01-LK-KEYS-CERTIFIED  TO FB01-LX-L-KEYS.
019200     IF FB01-LK-ACTIVE
019300         MOVE "ACTIVE"            TO FB01-LX-L-STATUS
019400         ADD 1 TO FB01-WS-LOCKS-ACTIVE
019500     ELSE
019600         MOVE "RELEASED"          TO FB01-LX-L-STATUS
019700     END-IF.
019800     WRITE FB01-LOCK-EXCEPTION-LINE.
019900 2100-EXIT.
020000     EXIT.
020100*
020200******************************************************************
020300*    3000-LIST-OVERRIDES  --  EVERY FBAUDIT OVERRIDE RECORD      *
020400******************************************************************
020500 3000-LIST-OVERRIDES.
020600     MOVE SPACES TO FB01-LOCK-EXCEPTION-LINE.
020700     WRITE FB01-LOCK-EXCEPTION-LINE.
020800     MOVE "WRITES INTO LOCKED RANGES UNDER OVERRIDE AUTHORIZATION"
020900         TO FB01-LX-T-TEXT.
021000     WRITE FB01-LOCK-EXCEPTION-LINE.
021100     MOVE SPACES TO FB01-LOCK-EXCEPTION-LINE.
021200     MOVE "WHEN            PROGRAM  JOB ID   AUTH ID  KEY RANGE"
021300         TO FB01-LX-T-TEXT.
021400     MOVE "KEYS PERIOD"           TO FB01-LX-T-TEXT (69:11).
021500     WRITE FB01-LOCK-EXCEPTION-LINE.
021600     PERFORM 3100-LIST-ONE-OVERRIDE THRU 3100-EXIT
021700         UNTIL FB01-WS-AUDIT-EOF.
021800     IF FB01-WS-OVR-RECORDS = ZERO
021900         MOVE SPACES TO FB01-LOCK-EXCEPTION-LINE
022000         MOVE "  NO OVERRIDES" TO FB01-LX-T-TEXT
022100         WRITE FB01-LOCK-EXCEPTION-LINE
022200     END-IF.
022300 3000-EXIT.
022400     EXIT.
022500*
022600******************************************************************
022700*    3100-LIST-ONE-OVERRIDE  --  RUN RECORDS ARE PASSED OVER.    *
022800*                                 THE PERIOD IS THAT OF THE LOCK *
022900*                                 STILL IN FORCE OVER THE RANGE. *
023000******************************************************************
023100 3100-LIST-ONE-OVERRIDE.
023200     READ AUDIT-FILE
023300         AT END
023400             SET FB01-WS-AUDIT-EOF TO TRUE
023500             GO TO 3100-EXIT
023600     END-READ.
023700     IF NOT FB01-AUD-LOCK-OVERRIDE
023800         GO TO 3100-EXIT
023900     END-IF.
024000     ADD 1 TO FB01-WS-OVR-RECORDS.
024100     IF FB01-AUD-OVR-KEY-COUNT IS NUMERIC
024200         ADD FB01-AUD-OVR-KEY-COUNT TO FB01-WS-OVR-KEYS
024300     END-IF.
024400     MOVE SPACES                  TO FB01-LOCK-EXCEPTION-LINE.
024500     MOVE FB01-AUD-START-TS       TO FB01-LX-O-TIMESTAMP.
024600     MOVE FB01-AUD-OVR-PROGRAM    TO FB01-LX-O-PROGRAM.
024700     MOVE FB01-AUD-JOB-ID         TO FB01-LX-O-JOB-ID.
024800     MOVE FB01-AUD-OVR-AUTH-ID    TO FB01-LX-O-AUTH-ID.
024900     MOVE FB01-AUD-START-NUM      TO FB01-LX-O-LOW.
025000     MOVE "-"                     TO FB01-LX-O-DASH.
025100     MOVE FB01-AUD-END-NUM        TO FB01-LX-O-HIGH.
025200     MOVE FB01-AUD-OVR-KEY-COUNT  TO FB01-LX-O-KEYS.
025300     MOVE "K"                     TO FB01-LC-FUNC.
025400     MOVE FB01-AUD-START-NUM      TO FB01-LC-NUM.
025500     MOVE RETURN-CODE             TO FB01-LC-RETURN-CODE.
025600     CALL "FBLKCHK" USING FB01-LOCK-PARMS.
025610     IF FB01-LC-STATUS = "90" OR "91"
025620         PERFORM 5000-LOCK-CHECK-FAILED THRU 5000-EXIT
025630         SET FB01-WS-AUDIT-EOF TO TRUE
025640         GO TO 3100-EXIT
025650     END-IF.
025700     MOVE FB01-LC-LOCK-PERIOD     TO FB01-LX-O-PERIOD.
025800     WRITE FB01-LOCK-EXCEPTION-LINE.
025900 3100-EXIT.
026000     EXIT.
026100*
026200******************************************************************
026300*    4000-LIST-BLOCKED  --  EVERY FBSUSP ENTRY, REASON LOCK.  A  *
026400*                            MISSING FBSUSP MEANS NOTHING WAS    *
026500*                            EVER SUSPENDED.                     *
026600******************************************************************
026700 4000-LIST-BLOCKED.
026800     MOVE SPACES TO FB01-LOCK-EXCEPTION-LINE.
026900     WRITE FB01-LOCK-EXCEPTION-LINE.
027000     MOVE "WRITES BLOCKED BY A LOCK AND SUSPENDED TO FBSUSP"
027100         TO FB01-LX-T-TEXT.
027200     WRITE FB01-LOCK-EXCEPTION-LINE.
027300     MOVE SPACES TO FB01-LOCK-EXCEPTION-LINE.
027400     MOVE "JOB ID    NUM        PERIOD  LOCKED RANGE"
027500         TO FB01-LX-T-TEXT.
027600     WRITE FB01-LOCK-EXCEPTION-LINE.
027700     OPEN INPUT SUSPENSE-FILE.
027800     IF FB01-WS-SUSP-FILE-STATUS = "00"
027900         PERFORM 4100-LIST-ONE-BLOCKED THRU 4100-EXIT
028000             UNTIL FB01-WS-SUSP-EOF
028100         CLOSE SUSPENSE-FILE
028200     END-IF.
028300     IF FB01-WS-BLOCKED = ZERO
028400         MOVE SPACES TO FB01-LOCK-EXCEPTION-LINE
028500         MOVE "  NO BLOCKED WRITES" TO FB01-LX-T-TEXT
028600         WRITE FB01-LOCK-EXCEPTION-LINE
028700     END-IF.
028800 4000-EXIT.
028900     EXIT.
029000*
029100******************************************************************
029200*    4100-LIST-ONE-BLOCKED                                       *
029300******************************************************************
029400 4100-LIST-ONE-BLOCKED.
029500     READ SUSPENSE-FILE
029600         AT END
029700             SET FB01-WS-SUSP-EOF TO TRUE
029800             GO TO 4100-EXIT
029900     END-READ.
030000     IF FB01-SUS-REASON-CODE NOT = "LOCK"
030100         GO TO 4100-EXIT
030200     END-IF.
030300     ADD 1 TO FB01-WS-BLOCKED.
030400     MOVE FB01-SUS-RECORD-IMAGE   TO FB01-WS-LOCK-IMAGE.
030500     MOVE SPACES                  TO FB01-LOCK-EXCEPTION-LINE.
030600     MOVE FB01-SUS-JOB-ID         TO FB01-LX-B-JOB-ID.
030700     MOVE FB01-WS-LI-NUM          TO FB01-LX-B-NUM.
030800     IF FB01-WS-LI-NUM-N IS NUMERIC
030900         MOVE "K"                 TO FB01-LC-FUNC
031000         MOVE FB01-WS-LI-NUM-N    TO FB01-LC-NUM
031100         MOVE RETURN-CODE         TO FB01-LC-RETURN-CODE
031200         CALL "FBLKCHK" USING FB01-LOCK-PARMS
031210         IF FB01-LC-STATUS = "90" OR "91"
031220             PERFORM 5000-LOCK-CHECK-FAILED THRU 5000-EXIT
031230             SET FB01-WS-SUSP-EOF TO TRUE
031240             GO TO 4100-EXIT
031250         END-IF
031300         IF FB01-LC-LOCKED
031400             MOVE FB01-LC-LOCK-PERIOD TO FB01-LX-B-PERIOD
031500             MOVE FB01-LC-LOCK-START  TO FB01-LX-B-LOCK-START
031600             MOVE " THRU "            TO FB01-LX-B-THRU-LIT
031700             MOVE FB01-LC-LOCK-END    TO FB01-LX-B-LOCK-END
031800         END-IF
031900     END-IF.
032000     WRITE FB01-LOCK-EXCEPTION-LINE.
032100 4100-EXIT.
032200     EXIT.
032210*
032220******************************************************************
032230*    5000-LOCK-CHECK-FAILED  --  FBLKCHK COULD NOT READ          *
032240*                                FBLOCK OR TABLE ITS LOCKS, SO   *
032250*                                NO PERIOD OR LOCKED RANGE CAN   *
032260*                                BE SHOWN.  THE LISTING STOPS,   *
032265*                                RC 12.                          *
032270******************************************************************
032280 5000-LOCK-CHECK-FAILED.
032285     DISPLAY "FBLKRPT: FBLKCHK STATUS " FB01-LC-STATUS
032290             " -- FBLOCK UNREADABLE, LISTING STOPPED".
032292     MOVE SPACES TO FB01-LOCK-EXCEPTION-LINE.
032294     MOVE "  LISTING STOPPED -- FBLOCK COULD NOT BE READ"
032295         TO FB01-LX-T-TEXT.
032296     WRITE FB01-LOCK-EXCEPTION-LINE.
032297     SET FB01-WS-LKC-FAILED TO TRUE.
032298     MOVE 12 TO RETURN-CODE.
032299 5000-EXIT.
032300     EXIT.
032301*
032400******************************************************************
032500*    7000-SUMMARY  --  CONTROL TOTALS.  ANY OVERRIDE OR BLOCKED  *
032600*                       WRITE ENDS RC 4 FOR AUDIT REVIEW, UNLESS *
032650*                       AN FBLKCHK FAILURE HAS ALREADY SET 12.   *
032700******************************************************************
032800 7000-SUMMARY.
032900     MOVE SPACES TO FB01-LOCK-EXCEPTION-LINE.
033000     WRITE FB01-LOCK-EXCEPTION-LINE.
033100     MOVE SPACES                 TO FB01-LOCK-EXCEPTION-LINE.
033200     MOVE "ACTIVE LOCKS"         TO FB01-LX-S-LABEL.
033300     MOVE "VALUE: "              TO FB01-LX-S-LIT.
033400     MOVE FB01-WS-LOCKS-ACTIVE   TO FB01-LX-S-VALUE.
033500     WRITE FB01-LOCK-EXCEPTION-LINE.
033600     MOVE SPACES                 TO FB01-LOCK-EXCEPTION-LINE.
033700     MOVE "OVERRIDE RECORDS"     TO FB01-LX-S-LABEL.
033800     MOVE "VALUE: "              TO FB01-LX-S-LIT.
033900     MOVE FB01-WS-OVR-RECORDS    TO FB01-LX-S-VALUE.
034000     WRITE FB01-LOCK-EXCEPTION-LINE.
034100     MOVE SPACES                 TO FB01-LOCK-EXCEPTION-LINE.
034200     MOVE "KEYS OVERRIDDEN"      TO FB01-LX-S-LABEL.
034300     MOVE "VALUE: "              TO FB01-LX-S-LIT.
034400     MOVE FB01-WS-OVR-KEYS       TO FB01-LX-S-VALUE.
034500     WRITE FB01-LOCK-EXCEPTION-LINE.
034600     MOVE SPACES                 TO FB01-LOCK-EXCEPTION-LINE.
034700     MOVE "WRITES BLOCKED"       TO FB01-LX-S-LABEL.
034800     MOVE "VALUE: "              TO FB01-LX-S-LIT.
034900     MOVE FB01-WS-BLOCKED        TO FB01-LX-S-VALUE.
035000     WRITE FB01-LOCK-EXCEPTION-LINE.
035100     DISPLAY "FBLKRPT - END OF RUN CONTROL TOTALS".
035200     MOVE FB01-WS-LOCKS-ACTIVE   TO FB01-WS-EDIT-TOTAL.
035300     DISPLAY "  ACTIVE LOCKS. . . . . . . . ." FB01-WS-EDIT-TOTAL.
035400     MOVE FB01-WS-OVR-RECORDS    TO FB01-WS-EDIT-TOTAL.
035500     DISPLAY "  OVERRIDE RECORDS. . . . . . ." FB01-WS-EDIT-TOTAL.
035600     MOVE FB01-WS-OVR-KEYS       TO FB01-WS-EDIT-TOTAL.
035700     DISPLAY "  KEYS OVERRIDDEN . . . . . . ." FB01-WS-EDIT-TOTAL.
035800     MOVE FB01-WS-BLOCKED        TO FB01-WS-EDIT-TOTAL.
035900     DISPLAY "  WRITES BLOCKED. . . . . . . ." FB01-WS-EDIT-TOTAL.
036000     IF (FB01-WS-OVR-RECORDS > ZERO
036100         OR FB01-WS-BLOCKED > ZERO)
036150         AND RETURN-CODE < 4
036200         MOVE 4 TO RETURN-CODE
036300     END-IF.
036400 7000-EXIT.
036500     EXIT.
036600*
036700******************************************************************
036800*    9000-TERMINATE                                              *
036900******************************************************************
037000 9000-TERMINATE.
037100     IF FB01-WS-CONTROL-INVALID
037200         GO TO 9000-EXIT
037300     END-IF.
037400     CLOSE AUDIT-FILE.
037500     CLOSE REPORT-FILE.
037600 9000-EXIT.
037700     EXIT.
