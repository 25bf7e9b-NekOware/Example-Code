000100******************************************************************
000200*                                                                *
000300*    PROGRAM     FBLKCHK                                         *
000400*    FUNCTION    CALLABLE CERTIFIED-RANGE LOCK SERVICE.          *
000500*                FIZZBUZZ, FBMERGE, FBRESTOR AND FBARCHIV CALL   *
000600*                "FBLKCHK" USING THE FB01LC PARAMETER AREA FOR   *
000650*                EVERY KEY THEY WOULD WRITE TO OR DELETE FROM    *
000700*                FBINDEX.                                        *
000800*                ON THE FIRST CALL OF THE RUN THE SERVICE LOADS  *
000900*                THE ACTIVE LOCKS FBVERIFY POSTED TO FBLOCK AT   *
001000*                PERIOD CLOSE; EACH CHECK THEN SAYS WHETHER THE  *
001100*                KEY LIES INSIDE A LOCKED RANGE AND, IF SO,      *
001200*                WHICH ONE.  WHAT THE CALLER DOES WITH A LOCKED  *
001300*                KEY -- SUSPEND IT OR WRITE IT UNDER AN OVERRIDE *
001400*                -- IS THE CALLER'S DECISION.                    *
001500*                                                                *
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID.              "FBLKCHK".
001900 AUTHOR.                  R L KOWALSKI.
002000 INSTALLATION.            DATA PROCESSING DEPT.
002100 DATE-WRITTEN.            10/15/2026.
002200 DATE-COMPILED.
002300******************************************************************
002400*                    MODIFICATION HISTORY                        *
002500*----------------------------------------------------------------*
002600* DATE       INIT  DESCRIPTION                                   *
002700*----------------------------------------------------------------*
002800* 10/15/2026 RLK   ORIGINAL VERSION.                             *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.         IBM-370.
003300 OBJECT-COMPUTER.         IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT LOCK-FILE     ASSIGN TO FBLOCK
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS FB01-WS-LOCK-FILE-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  LOCK-FILE
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE STANDARD.
004500     COPY FB01LK.
004600 WORKING-STORAGE SECTION.
004700******************************************************************
004800*    STANDALONE COUNTERS AND SWITCHES                            *
004900******************************************************************
005000 77  FB01-WS-LOCK-FILE-STATUS     PIC X(02) VALUE SPACES.
005100 77  FB01-WS-LOCK-EOF-SW          PIC X(01) VALUE "N".
005200     88  FB01-WS-LOCK-EOF         VALUE "Y".
005300 77  FB01-WS-LOADED-SW            PIC X(01) VALUE "N".
005400     88  FB01-WS-LOCKS-LOADED     VALUE "Y".
005700 77  FB01-WS-LOCK-COUNT           PIC 9(03) COMP-3 VALUE ZERO.
005800 77  FB01-WS-LOCK-SUB             PIC 9(03) COMP-3 VALUE ZERO.
005900 77  FB01-WS-LOCK-MAX             PIC 9(03) COMP-3 VALUE 500.
005910 77  FB01-WS-LOAD-STATUS          PIC X(02) VALUE "00".
006000*
006100******************************************************************
006200*    ACTIVE LOCK TABLE  --  LOADED ONCE PER RUN FROM FBLOCK      *
006300******************************************************************
006400 01  FB01-WS-LOCK-TABLE.
006500     05  FB01-WS-LOCK-ENTRY OCCURS 500 TIMES.
006600         10  FB01-WS-LCK-START    PIC 9(09).
006700         10  FB01-WS-LCK-END      PIC 9(09).
006800         10  FB01-WS-LCK-PERIOD   PIC X(06).
006900*
007000 LINKAGE SECTION.
007100     COPY FB01LC.
007200*
007300 PROCEDURE DIVISION USING FB01-LOCK-PARMS.
007400******************************************************************
007500*    0000-MAINLINE                                               *
007600******************************************************************
007700 0000-MAINLINE.
007800     MOVE "00" TO FB01-LC-STATUS.
007900     IF FB01-LC-RETURN-CODE IS NOT NUMERIC
008000         MOVE ZERO TO FB01-LC-RETURN-CODE
008100     END-IF.
008200     IF NOT FB01-WS-LOCKS-LOADED
008300         PERFORM 1000-LOAD-LOCKS THRU 1000-EXIT
008400     END-IF.
008410     IF FB01-WS-LOAD-STATUS NOT = "00"
008420         MOVE FB01-WS-LOAD-STATUS TO FB01-LC-STATUS
008430     END-IF.
008500     MOVE FB01-WS-LOCK-COUNT TO FB01-LC-LOCK-COUNT.
008600     MOVE "N"                TO FB01-LC-LOCKED-SW.
008700     MOVE ZERO               TO FB01-LC-LOCK-START.
008800     MOVE ZERO               TO FB01-LC-LOCK-END.
008900     MOVE SPACES             TO FB01-LC-LOCK-PERIOD.
009000     EVALUATE TRUE
009100         WHEN FB01-LC-FUNC-CHECK
009200             PERFORM 2000-CHECK-KEY THRU 2000-EXIT
009300         WHEN FB01-LC-FUNC-COUNT
009400             CONTINUE
009500         WHEN OTHER
009600             DISPLAY "FBLKCHK: INVALID FUNCTION CODE "
009650                     FB01-LC-FUNC
009700             MOVE "99" TO FB01-LC-STATUS
009800     END-EVALUATE.
009900     MOVE FB01-LC-RETURN-CODE TO RETURN-CODE.
010000     GOBACK.
010100*
010200******************************************************************
010300*    1000-LOAD-LOCKS  --  TABLE EVERY ACTIVE LOCK ON FBLOCK.  A  *
010400*                          MISSING OR EMPTY FBLOCK LOCKS         *
010410*                          NOTHING.  ANY OTHER OPEN OR READ      *
010420*                          FAILURE, OR MORE ACTIVE LOCKS THAN    *
010430*                          THE TABLE HOLDS, IS KEPT AS THE       *
010440*                          STATUS OF EVERY CALL OF THE RUN       *
010500******************************************************************
010600 1000-LOAD-LOCKS.
010700     SET FB01-WS-LOCKS-LOADED TO TRUE.
010800     MOVE ZERO TO FB01-WS-LOCK-COUNT.
010900     OPEN INPUT LOCK-FILE.
011000     IF FB01-WS-LOCK-FILE-STATUS = "35"
011010         GO TO 1000-EXIT
011020     END-IF.
011030     IF FB01-WS-LOCK-FILE-STATUS NOT = "00"
011040         DISPLAY "FBLKCHK: FBLOCK OPEN FAILED, STATUS "
011050                 FB01-WS-LOCK-FILE-STATUS
011060         MOVE "90" TO FB01-WS-LOAD-STATUS
011100         GO TO 1000-EXIT
011200     END-IF.
011300     PERFORM 1100-READ-LOCK THRU 1100-EXIT
011400         UNTIL FB01-WS-LOCK-EOF.
011500     CLOSE LOCK-FILE.
011600 1000-EXIT.
011700     EXIT.
011800*
011900******************************************************************
012000*    1100-READ-LOCK  --  ONE FBLOCK RECORD.  A RELEASED LOCK IS  *
012100*                         PASSED OVER.  AN ACTIVE LOCK WITH AN   *
012200*                         UNREADABLE RANGE MAKES FBLOCK          *
012210*                         UNREADABLE ("90") RATHER THAN LEAVE    *
012220*                         ITS KEYS OPEN TO WRITING.              *
012300******************************************************************
012400 1100-READ-LOCK.
012500     READ LOCK-FILE
012600         AT END
012700             SET FB01-WS-LOCK-EOF TO TRUE
012800             GO TO 1100-EXIT
012900     END-READ.
012910     IF FB01-WS-LOCK-FILE-STATUS NOT = "00"
012920         DISPLAY "FBLKCHK: FBLOCK READ FAILED, STATUS "
012930                 FB01-WS-LOCK-FILE-STATUS
012940         MOVE "90" TO FB01-WS-LOAD-STATUS
012950         SET FB01-WS-LOCK-EOF TO TRUE
012960         GO TO 1100-EXIT
012970     END-IF.
013000     IF NOT FB01-LK-ACTIVE
013100         GO TO 1100-EXIT
013200     END-IF.
013300     IF FB01-LK-START-NUM IS NOT NUMERIC
013400         OR FB01-LK-END-NUM IS NOT NUMERIC
013500         OR FB01-LK-START-NUM > FB01-LK-END-NUM
013600         DISPLAY "FBLKCHK: UNREADABLE FBLOCK RANGE "
013610                 FB01-LK-START-NUM " THRU " FB01-LK-END-NUM
013620         MOVE "90" TO FB01-WS-LOAD-STATUS
013630         SET FB01-WS-LOCK-EOF TO TRUE
013700         GO TO 1100-EXIT
013800     END-IF.
013900     IF FB01-WS-LOCK-COUNT = FB01-WS-LOCK-MAX
014000         DISPLAY "FBLKCHK: MORE THAN 500 ACTIVE LOCKS ON "
014100                 "FBLOCK -- LOCK TABLE OVERFLOW"
014200         MOVE "91" TO FB01-WS-LOAD-STATUS
014300         SET FB01-WS-LOCK-EOF TO TRUE
014500         GO TO 1100-EXIT
014600     END-IF.
014700     ADD 1 TO FB01-WS-LOCK-COUNT.
014800     MOVE FB01-LK-START-NUM
014900         TO FB01-WS-LCK-START (FB01-WS-LOCK-COUNT).
015000     MOVE FB01-LK-END-NUM
015100         TO FB01-WS-LCK-END (FB01-WS-LOCK-COUNT).
015200     MOVE FB01-LK-PERIOD
015300         TO FB01-WS-LCK-PERIOD (FB01-WS-LOCK-COUNT).
015400 1100-EXIT.
015500     EXIT.
015600*
015700******************************************************************
015800*    2000-CHECK-KEY  --  THE FIRST ACTIVE LOCK WHOSE RANGE HOLDS *
015900*                         THE KEY                                *
016000******************************************************************
016100 2000-CHECK-KEY.
016200     IF FB01-LC-NUM IS NOT NUMERIC
016300         DISPLAY "FBLKCHK: NON-NUMERIC KEY PASSED FOR CHECK"
016400         MOVE "99" TO FB01-LC-STATUS
016500         GO TO 2000-EXIT
016600     END-IF.
016700     PERFORM 2100-MATCH-LOCK THRU 2100-EXIT
016800         VARYING FB01-WS-LOCK-SUB FROM 1 BY 1
016900         UNTIL FB01-WS-LOCK-SUB > FB01-WS-LOCK-COUNT
017000            OR FB01-LC-LOCKED.
017100 2000-EXIT.
017200     EXIT.
017300*
017400******************************************************************
017500*    2100-MATCH-LOCK                                             *
017600******************************************************************
017700 2100-MATCH-LOCK.
017800     IF FB01-LC-NUM NOT < FB01-WS-LCK-START (FB01-WS-LOCK-SUB)
017900         AND FB01-LC-NUM NOT > FB01-WS-LCK-END (FB01-WS-LOCK-SUB)
018000         SET FB01-LC-LOCKED TO TRUE
018100         MOVE FB01-WS-LCK-START (FB01-WS-LOCK-SUB)
018200             TO FB01-LC-LOCK-START
018300         MOVE FB01-WS-LCK-END (FB01-WS-LOCK-SUB)
018400             TO FB01-LC-LOCK-END
018500         MOVE FB01-WS-LCK-PERIOD (FB01-WS-LOCK-SUB)
018600             TO FB01-LC-LOCK-PERIOD
018700     END-IF.
018800 2100-EXIT.
018900     EXIT.
