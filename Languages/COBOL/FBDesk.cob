000100******************************************************************
000200*                                                                *
000300*    PROGRAM     FBDESK                                          *
000400*    FUNCTION    ONLINE SUPPORT-DESK INQUIRY SCREEN.  AN ANALYST *
000500*                KEYS A REQUESTER ID AND A NUM AND SEES, IN ONE  *
000600*                LOOK, THE STORED LABEL, THE RULE SET ID AND     *
000700*                WHETHER THE ANSWER CAME FROM THE LIVE FBINDEX   *
000800*                OR THE FBIXARC ARCHIVE (THROUGH FBLOOKUP, WITH  *
000900*                THE REQUESTER'S ENTITLEMENT CHECKED AS FOR ANY  *
001000*                OTHER CALLER), THE RULECARD RULES OF THAT SET   *
001100*                WITH THEIR CONDITION TYPE, EXCLUSIVE SWITCH AND *
001200*                BAND AND WHETHER EACH ONE FIRED FOR THE NUM,    *
001300*                THE LABEL THOSE RULES GIVE TODAY, AND ANY       *
001400*                FBSUSP SUSPENSE ENTRIES CARRYING THE NUM WITH   *
001500*                THEIR REASON CODES.  THE ANALYST CAN PAGE       *
001600*                FORWARD AND BACK THROUGH THE NEIGHBOURING KEYS  *
001700*                ON FILE WITHOUT WAITING FOR AN FBINQURY BATCH.  *
001800*                                                                *
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.              "FBDESK".
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
003101* 10/15/2026 RLK   FBSUSP ENTRIES SUSPENDED FOR A CERTIFIED      *
003102*                  PERIOD-CLOSE LOCK, REASON LOCK, NOW SHOW      *
003103*                  THEIR REASON TEXT.                            *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.         IBM-370.
003600 OBJECT-COMPUTER.         IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT RULE-FILE     ASSIGN TO RULECARD
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS FB01-WS-RULE-FILE-STATUS.
004200     SELECT SUSPENSE-FILE ASSIGN TO FBSUSP
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS FB01-WS-SUSP-FILE-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  RULE-FILE
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100     COPY FB01RU.
005200*
005300 FD  SUSPENSE-FILE
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600     COPY FB01SP.
005700 WORKING-STORAGE SECTION.
005800******************************************************************
005900*    STANDALONE COUNTERS AND SWITCHES                            *
006000******************************************************************
006100 77  FB01-WS-NUM                  PIC 9(09) COMP-3 VALUE ZERO.
006200 77  FB01-WS-NUM-TEXT             PIC 9(09) VALUE ZERO.
006300 77  FB01-WS-NUM-EDIT             PIC ZZZZZZZZ9.
006400 77  FB01-WS-RUN-DATE             PIC 9(08) VALUE ZERO.
006500 77  FB01-WS-RESULT-LABEL         PIC X(10).
006600 77  FB01-WS-LABEL-PTR            PIC 9(03) COMP-3 VALUE 1.
006700 77  FB01-WS-RULE-FILE-STATUS     PIC X(02) VALUE SPACES.
006800 77  FB01-WS-RULE-EOF-SW          PIC X(01) VALUE "N".
006900     88  FB01-WS-RULE-EOF         VALUE "Y".
007000 77  FB01-WS-RULECARD-SW          PIC X(01) VALUE "N".
007100     88  FB01-WS-RULECARD-READ    VALUE "Y".
007200 77  FB01-WS-SUSP-FILE-STATUS     PIC X(02) VALUE SPACES.
007300 77  FB01-WS-SUSP-EOF-SW          PIC X(01) VALUE "N".
007400     88  FB01-WS-SUSP-EOF         VALUE "Y".
007500 77  FB01-WS-RULE-COUNT           PIC 9(02) COMP-3 VALUE ZERO.
007600 77  FB01-WS-RULE-SET-ID          PIC X(08) VALUE SPACES.
007700 77  FB01-WS-STAGE-COUNT          PIC 9(03) COMP-3 VALUE ZERO.
007800 77  FB01-WS-STAGE-SUB            PIC 9(03) COMP-3 VALUE ZERO.
007900 77  FB01-WS-ROW-SW               PIC X(01) VALUE "N".
008000     88  FB01-WS-ROW-IN-FORCE     VALUE "Y".
008100 77  FB01-WS-ANY-DATE-SW          PIC X(01) VALUE "N".
008200     88  FB01-WS-ANY-DATE         VALUE "Y".
008300 77  FB01-WS-COND-HIT-SW          PIC X(01) VALUE "N".
008400     88  FB01-WS-COND-HIT         VALUE "Y".
008500 77  FB01-WS-EXCL-STOP-SW         PIC X(01) VALUE "N".
008600     88  FB01-WS-EXCL-STOP        VALUE "Y".
008700 77  FB01-WS-DIGIT-SUM            PIC 9(03) COMP-3 VALUE ZERO.
008800 77  FB01-WS-DS-WORK              PIC 9(09) COMP-3 VALUE ZERO.
008900 77  FB01-WS-DESK-SW              PIC X(01) VALUE "N".
009000     88  FB01-WS-DESK-DONE        VALUE "Y".
009100 77  FB01-WS-BACK-SW              PIC X(01) VALUE "N".
009200     88  FB01-WS-BACK-FOUND       VALUE "Y".
009300 77  FB01-WS-BACK-HIGH            PIC 9(09) COMP-3 VALUE ZERO.
009400 77  FB01-WS-BACK-LOW             PIC 9(09) COMP-3 VALUE ZERO.
009500 77  FB01-WS-BACK-NUM             PIC 9(09) COMP-3 VALUE ZERO.
009600 77  FB01-WS-BACK-SPAN            PIC 9(09) COMP-3 VALUE 10000.
009900 77  FB01-WS-BRW-SUB              PIC 9(03) COMP-3 VALUE ZERO.
010000 77  FB01-WS-SUSP-MATCHES         PIC 9(05) COMP-3 VALUE ZERO.
010100*
010200******************************************************************
010300*    DIVISOR RULE TABLE  --  THE RULES OF THE SET EXPLAINED      *
010400******************************************************************
010500     COPY FB01RT.
010600*
010700******************************************************************
010800*    RULECARD STAGING TABLE -- EVERY ROW IS STAGED ONCE AT START *
010900*    UP SO ANY RULE SET CAN BE EXPLAINED WITHOUT REREADING THE   *
011000*    CARDS, THE SAME WAY THE PRODUCTION RUN STAGES THEM          *
011100******************************************************************
011200 01  FB01-WS-RULE-STAGE-TABLE.
011300     05  FB01-WS-STAGE-ENTRY OCCURS 100 TIMES.
011400         10  FB01-WS-STG-SET-ID   PIC X(08).
011500         10  FB01-WS-STG-EFF-FROM PIC 9(08).
011600         10  FB01-WS-STG-EFF-TO   PIC 9(08).
011700         10  FB01-WS-STG-DIVISOR  PIC 9(03).
011800         10  FB01-WS-STG-LABEL    PIC X(10).
011900         10  FB01-WS-STG-COND-TYPE PIC X(01).
012000         10  FB01-WS-STG-EXCL-SW  PIC X(01).
012100         10  FB01-WS-STG-BAND-LOW PIC 9(09).
012200         10  FB01-WS-STG-BAND-HIGH PIC 9(09).
012300*
012400******************************************************************
012500*    SCREEN DATA  --  WHAT THE ANALYST KEYS AND WHAT IS SHOWN    *
012600******************************************************************
012700 01  FB01-WS-DSP-AREA.
012800     05  FB01-WS-DSP-COMMAND      PIC X(01).
012900         88  FB01-WS-DSP-LOOK-UP  VALUE "L", " ".
013000         88  FB01-WS-DSP-FORWARD  VALUE "F".
013100         88  FB01-WS-DSP-BACK     VALUE "B".
013200         88  FB01-WS-DSP-EXIT     VALUE "X".
013300     05  FB01-WS-DSP-REQUESTER    PIC X(08).
013400     05  FB01-WS-DSP-NUM          PIC 9(09).
013500     05  FB01-WS-DSP-LABEL        PIC X(10).
013600     05  FB01-WS-DSP-SET-ID       PIC X(08).
013700     05  FB01-WS-DSP-SOURCE       PIC X(20).
013800     05  FB01-WS-DSP-RECOMPUTED   PIC X(10).
013900     05  FB01-WS-DSP-VERDICT      PIC X(50).
014000     05  FB01-WS-DSP-SUSP-COUNT   PIC ZZZZ9.
014100     05  FB01-WS-DSP-SUSP-NOTE    PIC X(40).
014200     05  FB01-WS-DSP-MESSAGE      PIC X(79).
014300*
014400******************************************************************
014500*    RULE LINES  --  ONE PER RULE OF THE SET, IN TABLE ORDER     *
014600******************************************************************
014700 01  FB01-WS-DSP-RULE-LINES.
014800     05  FB01-WS-DSP-RULE-LINE OCCURS 10 TIMES PIC X(78).
014900*
015000 01  FB01-WS-RULE-WORK.
015100     05  FB01-WS-RW-SEQ           PIC Z9.
015200     05  FILLER                   PIC X(02).
015300     05  FB01-WS-RW-OPERAND       PIC ZZ9.
015400     05  FILLER                   PIC X(03).
015500     05  FB01-WS-RW-LABEL         PIC X(10).
015600     05  FILLER                   PIC X(02).
015700     05  FB01-WS-RW-COND          PIC X(11).
015800     05  FILLER                   PIC X(02).
015900     05  FB01-WS-RW-EXCL          PIC X(03).
016000     05  FILLER                   PIC X(02).
016100     05  FB01-WS-RW-BAND-LOW      PIC ZZZZZZZZ9.
016200     05  FILLER                   PIC X(01).
016300     05  FB01-WS-RW-BAND-HIGH     PIC ZZZZZZZZ9.
016400     05  FILLER                   PIC X(02).
016500     05  FB01-WS-RW-RESULT        PIC X(10).
016600     05  FILLER                   PIC X(07).
016700 01  FB01-WS-RULE-WORK-BLANK REDEFINES FB01-WS-RULE-WORK.
016800     05  FILLER                   PIC X(40).
016900     05  FB01-WS-RW-BAND-TEXT     PIC X(19).
017000     05  FILLER                   PIC X(19).
017100*
017200******************************************************************
017300*    SUSPENSE LINES  --  THE FIRST THREE FBSUSP ENTRIES FOR THE  *
017400*    NUM                                                         *
017500******************************************************************
017600 01  FB01-WS-DSP-SUSP-LINES.
017700     05  FB01-WS-DSP-SUSP-LINE OCCURS 3 TIMES PIC X(78).
017800*
017900 01  FB01-WS-SUSP-WORK.
018000     05  FILLER                   PIC X(07) VALUE "JOB ID ".
018100     05  FB01-WS-SW-JOB-ID        PIC X(08).
018200     05  FILLER                   PIC X(09) VALUE "  REASON ".
018300     05  FB01-WS-SW-REASON        PIC X(04).
018400     05  FILLER                   PIC X(02) VALUE SPACES.
018500     05  FB01-WS-SW-REASON-TEXT   PIC X(40).
018600     05  FILLER                   PIC X(08) VALUE SPACES.
018700*
018800******************************************************************
018900*    FBLOOKUP CALL PARAMETERS                                    *
019000******************************************************************
019100     COPY FB01LP.
019200*
019300 SCREEN SECTION.
019400******************************************************************
019500*    FB01-DK-SCREEN  --  THE SUPPORT-DESK INQUIRY SCREEN         *
019600******************************************************************
019700 01  FB01-DK-SCREEN.
019800     05  BLANK SCREEN.
019900     05  LINE 01 COLUMN 01 VALUE "FBDESK".
020000     05  LINE 01 COLUMN 20 VALUE "SUPPORT DESK INQUIRY".
020100     05  LINE 01 COLUMN 62 VALUE "RUN DATE".
020200     05  LINE 01 COLUMN 71 PIC 9(08) FROM FB01-WS-RUN-DATE.
020300     05  LINE 03 COLUMN 01 VALUE "REQUESTER:".
020400     05  LINE 03 COLUMN 12 PIC X(08) USING FB01-WS-DSP-REQUESTER.
020500     05  LINE 03 COLUMN 23 VALUE "NUM:".
020600     05  LINE 03 COLUMN 28 PIC 9(09) USING FB01-WS-DSP-NUM.
020700     05  LINE 03 COLUMN 40 VALUE "COMMAND:".
020800     05  LINE 03 COLUMN 49 PIC X(01) USING FB01-WS-DSP-COMMAND.
020900     05  LINE 03 COLUMN 52
021000             VALUE "L=LOOK UP F=FWD B=BACK X=EXIT".
021100     05  LINE 05 COLUMN 01 VALUE "STORED LABEL:".
021200     05  LINE 05 COLUMN 15 PIC X(10) FROM FB01-WS-DSP-LABEL.
021300     05  LINE 05 COLUMN 28 VALUE "RULE SET:".
021400     05  LINE 05 COLUMN 38 PIC X(08) FROM FB01-WS-DSP-SET-ID.
021500     05  LINE 05 COLUMN 48 VALUE "SOURCE:".
021600     05  LINE 05 COLUMN 56 PIC X(20) FROM FB01-WS-DSP-SOURCE.
021700     05  LINE 06 COLUMN 01 VALUE "RECOMPUTED:".
021800     05  LINE 06 COLUMN 15 PIC X(10) FROM FB01-WS-DSP-RECOMPUTED.
021900     05  LINE 06 COLUMN 28 PIC X(50) FROM FB01-WS-DSP-VERDICT.
022000     05  LINE 08 COLUMN 02
022100             VALUE "NO  OPR   LABEL       CONDITION    EXC".
022200     05  LINE 08 COLUMN 44 VALUE "BAND LOW BAND HIGH  RESULT".
022300     05  LINE 09 COLUMN 02 PIC X(78)
022400             FROM FB01-WS-DSP-RULE-LINE (1).
022500     05  LINE 10 COLUMN 02 PIC X(78)
022600             FROM FB01-WS-DSP-RULE-LINE (2).
022700     05  LINE 11 COLUMN 02 PIC X(78)
022800             FROM FB01-WS-DSP-RULE-LINE (3).
022900     05  LINE 12 COLUMN 02 PIC X(78)
023000             FROM FB01-WS-DSP-RULE-LINE (4).
023100     05  LINE 13 COLUMN 02 PIC X(78)
023200             FROM FB01-WS-DSP-RULE-LINE (5).
023300     05  LINE 14 COLUMN 02 PIC X(78)
023400             FROM FB01-WS-DSP-RULE-LINE (6).
023500     05  LINE 15 COLUMN 02 PIC X(78)
023600             FROM FB01-WS-DSP-RULE-LINE (7).
023700     05  LINE 16 COLUMN 02 PIC X(78)
023800             FROM FB01-WS-DSP-RULE-LINE (8).
023900     05  LINE 17 COLUMN 02 PIC X(78)
024000             FROM FB01-WS-DSP-RULE-LINE (9).
024100     05  LINE 18 COLUMN 02 PIC X(78)
024200             FROM FB01-WS-DSP-RULE-LINE (10).
024300     05  LINE 19 COLUMN 01 VALUE "SUSPENSE ENTRIES:".
024400     05  LINE 19 COLUMN 19 PIC ZZZZ9 FROM FB01-WS-SUSP-MATCHES.
024500     05  LINE 19 COLUMN 26 PIC X(40) FROM FB01-WS-DSP-SUSP-NOTE.
024600     05  LINE 20 COLUMN 02 PIC X(78)
024700             FROM FB01-WS-DSP-SUSP-LINE (1).
024800     05  LINE 21 COLUMN 02 PIC X(78)
024900             FROM FB01-WS-DSP-SUSP-LINE (2).
025000     05  LINE 22 COLUMN 02 PIC X(78)
025100             FROM FB01-WS-DSP-SUSP-LINE (3).
025200     05  LINE 24 COLUMN 01 PIC X(79) FROM FB01-WS-DSP-MESSAGE.
025300*
025400 PROCEDURE DIVISION.
025500******************************************************************
025600*    0000-MAINLINE                                               *
025700******************************************************************
025800 0000-MAINLINE.
025900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026000     PERFORM 2000-CONVERSE   THRU 2000-EXIT
026100         UNTIL FB01-WS-DESK-DONE.
026200     PERFORM 9000-TERMINATE  THRU 9000-EXIT.
026300     STOP RUN.
026400*
026500******************************************************************
026600*    1000-INITIALIZE  --  STAGE THE RULECARD ROWS, CLEAR THE     *
026700*                          SCREEN                                *
026800******************************************************************
026900 1000-INITIALIZE.
027000     ACCEPT FB01-WS-RUN-DATE FROM DATE YYYYMMDD.
027100     MOVE SPACES TO FB01-LOOKUP-PARMS.
027110     SET FB01-LKP-LAYOUT-V2 TO TRUE.
027200     MOVE SPACES TO FB01-WS-DSP-AREA.
027300     MOVE ZERO   TO FB01-WS-DSP-NUM.
027400     PERFORM 1100-CLEAR-ANSWER THRU 1100-EXIT.
027500     PERFORM 3000-STAGE-RULES  THRU 3000-EXIT.
027600     MOVE "KEY A REQUESTER ID AND A NUM, THEN PRESS ENTER"
027700                               TO FB01-WS-DSP-MESSAGE.
027800 1000-EXIT.
027900     EXIT.
028000*
028100******************************************************************
028200*    1100-CLEAR-ANSWER  --  BLANK EVERYTHING SHOWN FOR THE LAST  *
028300*                            NUM                                 *
028400******************************************************************
028500 1100-CLEAR-ANSWER.
028600     MOVE SPACES TO FB01-WS-DSP-LABEL.
028700     MOVE SPACES TO FB01-WS-DSP-SET-ID.
028800     MOVE SPACES TO FB01-WS-DSP-SOURCE.
028900     MOVE SPACES TO FB01-WS-DSP-RECOMPUTED.
029000     MOVE SPACES TO FB01-WS-DSP-VERDICT.
029100     MOVE SPACES TO FB01-WS-DSP-SUSP-NOTE.
029200     MOVE SPACES TO FB01-WS-DSP-RULE-LINES.
029300     MOVE SPACES TO FB01-WS-DSP-SUSP-LINES.
029400     MOVE ZERO   TO FB01-WS-SUSP-MATCHES.
029500 1100-EXIT.
029600     EXIT.
029700*
029800******************************************************************
029900*    2000-CONVERSE  --  SHOW THE SCREEN, TAKE THE ANALYST'S      *
030000*                        ENTRY AND ACT ON THE COMMAND            *
030100******************************************************************
030200 2000-CONVERSE.
030300     DISPLAY FB01-DK-SCREEN.
030400     ACCEPT FB01-DK-SCREEN.
030500     MOVE SPACES TO FB01-WS-DSP-MESSAGE.
030600     IF FB01-WS-DSP-EXIT
030700         SET FB01-WS-DESK-DONE TO TRUE
030800         GO TO 2000-EXIT
030900     END-IF.
031000     IF FB01-WS-DSP-REQUESTER = SPACES
031100         MOVE "A REQUESTER ID IS REQUIRED" TO FB01-WS-DSP-MESSAGE
031200         GO TO 2000-EXIT
031300     END-IF.
031400     MOVE FB01-WS-DSP-REQUESTER TO FB01-LKP-REQUESTER.
031500     EVALUATE TRUE
031600         WHEN FB01-WS-DSP-LOOK-UP
031700             PERFORM 5000-SHOW-NUM     THRU 5000-EXIT
031800         WHEN FB01-WS-DSP-FORWARD
031900             PERFORM 4000-PAGE-FORWARD THRU 4000-EXIT
032000         WHEN FB01-WS-DSP-BACK
032100             PERFORM 4500-PAGE-BACK    THRU 4500-EXIT
032200         WHEN OTHER
032300             MOVE "COMMAND MUST BE L, F, B OR X"
032400                                   TO FB01-WS-DSP-MESSAGE
032500     END-EVALUATE.
032600     MOVE SPACE TO FB01-WS-DSP-COMMAND.
032700 2000-EXIT.
032800     EXIT.
032900*
033000******************************************************************
033100*    3000-STAGE-RULES  --  STAGE EVERY VALID RULECARD ROW WITH   *
033200*                           THE SAME GUARDS THE PRODUCTION LOAD  *
033300*                           APPLIES.  A MISSING RULECARD LEAVES  *
033400*                           ONLY THE CLASSIC FIZZ/BUZZ FALLBACK. *
033500******************************************************************
033600 3000-STAGE-RULES.
033700     MOVE ZERO TO FB01-WS-STAGE-COUNT.
033800     OPEN INPUT RULE-FILE.
033900     IF FB01-WS-RULE-FILE-STATUS = "35"
034000         GO TO 3000-EXIT
034100     END-IF.
034200     SET FB01-WS-RULECARD-READ TO TRUE.
034300     PERFORM 3100-READ-RULE-RECORD THRU 3100-EXIT
034400         UNTIL FB01-WS-RULE-EOF.
034500     CLOSE RULE-FILE.
034600 3000-EXIT.
034700     EXIT.
034800*
034900******************************************************************
035000*    3100-READ-RULE-RECORD                                       *
035100******************************************************************
035200 3100-READ-RULE-RECORD.
035300     READ RULE-FILE
035400         AT END
035500             SET FB01-WS-RULE-EOF TO TRUE
035600         NOT AT END
035700             PERFORM 3105-EDIT-RULE-ROW THRU 3105-EXIT
035800     END-READ.
035900 3100-EXIT.
036000     EXIT.
036100*
036200******************************************************************
036300*    3105-EDIT-RULE-ROW  --  PASS OVER AN UNRECOGNIZED CONDITION *
036400*                             TYPE, A BLANK OR ZERO DIVISOR, OR  *
036500*                             A LAST-DIGIT OPERAND OVER 9, AS    *
036600*                             THE PRODUCTION LOAD DOES           *
036700******************************************************************
036800 3105-EDIT-RULE-ROW.
036900     IF NOT FB01-RULE-COND-DIVISIBLE
037000         AND NOT FB01-RULE-COND-LAST-DIGIT
037100         AND NOT FB01-RULE-COND-DIGIT-SUM
037200         GO TO 3105-EXIT
037300     END-IF.
037400     IF FB01-RULE-DIVISOR IS NOT NUMERIC
037500         OR (FB01-RULE-DIVISOR = ZERO
037600             AND NOT FB01-RULE-COND-LAST-DIGIT)
037700         OR (FB01-RULE-DIVISOR > 9
037800             AND FB01-RULE-COND-LAST-DIGIT)
037900         GO TO 3105-EXIT
038000     END-IF.
038100     IF FB01-WS-STAGE-COUNT = 100
038200         SET FB01-WS-RULE-EOF TO TRUE
038300     ELSE
038400         PERFORM 3110-STAGE-RULE-ROW THRU 3110-EXIT
038500     END-IF.
038600 3105-EXIT.
038700     EXIT.
038800*
038900******************************************************************
039000*    3110-STAGE-RULE-ROW  --  STAGE ONE VALID RULECARD ROW.      *
039100*                              BLANK NEW FIELDS STAGE AS PLAIN   *
039200*                              UNBANDED NON-EXCLUSIVE            *
039300*                              DIVISIBILITY IN AN OPEN-ENDED SET *
039400******************************************************************
039500 3110-STAGE-RULE-ROW.
039600     ADD 1 TO FB01-WS-STAGE-COUNT.
039700     MOVE FB01-RULE-SET-ID
039800         TO FB01-WS-STG-SET-ID (FB01-WS-STAGE-COUNT).
039900     MOVE ZERO TO FB01-WS-STG-EFF-FROM (FB01-WS-STAGE-COUNT).
040000     IF FB01-RULE-EFF-FROM IS NUMERIC
040100         MOVE FB01-RULE-EFF-FROM
040200             TO FB01-WS-STG-EFF-FROM (FB01-WS-STAGE-COUNT)
040300     END-IF.
040400     MOVE ZERO TO FB01-WS-STG-EFF-TO (FB01-WS-STAGE-COUNT).
040500     IF FB01-RULE-EFF-TO IS NUMERIC
040600         MOVE FB01-RULE-EFF-TO
040700             TO FB01-WS-STG-EFF-TO (FB01-WS-STAGE-COUNT)
040800     END-IF.
040900     MOVE FB01-RULE-DIVISOR
041000         TO FB01-WS-STG-DIVISOR (FB01-WS-STAGE-COUNT).
041100     MOVE FB01-RULE-LABEL
041200         TO FB01-WS-STG-LABEL (FB01-WS-STAGE-COUNT).
041300     MOVE "D" TO FB01-WS-STG-COND-TYPE (FB01-WS-STAGE-COUNT).
041400     IF FB01-RULE-COND-LAST-DIGIT
041500         OR FB01-RULE-COND-DIGIT-SUM
041600         MOVE FB01-RULE-COND-TYPE
041700             TO FB01-WS-STG-COND-TYPE (FB01-WS-STAGE-COUNT)
041800     END-IF.
041900     MOVE "N" TO FB01-WS-STG-EXCL-SW (FB01-WS-STAGE-COUNT).
042000     IF FB01-RULE-EXCLUSIVE
042100         MOVE "Y" TO FB01-WS-STG-EXCL-SW (FB01-WS-STAGE-COUNT)
042200     END-IF.
042300     MOVE ZERO TO FB01-WS-STG-BAND-LOW (FB01-WS-STAGE-COUNT).
042400     IF FB01-RULE-BAND-LOW IS NUMERIC
042500         MOVE FB01-RULE-BAND-LOW
042600             TO FB01-WS-STG-BAND-LOW (FB01-WS-STAGE-COUNT)
042700     END-IF.
042800     MOVE ZERO TO FB01-WS-STG-BAND-HIGH (FB01-WS-STAGE-COUNT).
042900     IF FB01-RULE-BAND-HIGH IS NUMERIC
043000         MOVE FB01-RULE-BAND-HIGH
043100             TO FB01-WS-STG-BAND-HIGH (FB01-WS-STAGE-COUNT)
043200     END-IF.
043300 3110-EXIT.
043400     EXIT.
043500*
043600******************************************************************
043700*    4000-PAGE-FORWARD  --  SHOW THE NEXT KEY ON FILE AFTER THE  *
043800*                            NUM ON THE SCREEN.  A PAGE WHOSE    *
043900*                            ENTRIES WERE ALL WITHHELD FROM THE  *
044000*                            REQUESTER COMES BACK EMPTY AND THE  *
044100*                            BROWSE IS CONTINUED.                *
044200******************************************************************
044300 4000-PAGE-FORWARD.
044400     IF FB01-WS-DSP-NUM = 999999999
044500         MOVE "NO HIGHER KEY ON FBINDEX OR FBIXARC"
044600                                   TO FB01-WS-DSP-MESSAGE
044700         GO TO 4000-EXIT
044800     END-IF.
044900     MOVE "B"                  TO FB01-LKP-FUNC.
045000     COMPUTE FB01-LKP-NUM = FB01-WS-DSP-NUM + 1.
045100     MOVE 1                    TO FB01-LKP-BROWSE-MAX.
045200     MOVE SPACES               TO FB01-LKP-FILTER-LABEL.
045300     MOVE SPACES               TO FB01-LKP-FILTER-SET-ID.
045310     MOVE ZERO                 TO FB01-LKP-END-NUM.
045400     CALL "FBLOOKUP" USING FB01-LOOKUP-PARMS.
045500     PERFORM 4100-NEXT-PAGE THRU 4100-EXIT
045600         UNTIL FB01-LKP-BROWSE-COUNT > ZERO
045700            OR FB01-LKP-BROWSE-END
045800            OR FB01-LKP-STATUS NOT = "00".
045900     IF FB01-LKP-BROWSE-COUNT > ZERO
046000         MOVE FB01-LKP-BRW-NUM (1) TO FB01-WS-DSP-NUM
046100         PERFORM 5000-SHOW-NUM THRU 5000-EXIT
046200         GO TO 4000-EXIT
046300     END-IF.
046400     IF FB01-LKP-STATUS = "00" OR "23"
046500         MOVE "NO HIGHER KEY ON FBINDEX OR FBIXARC"
046600                                   TO FB01-WS-DSP-MESSAGE
046700     ELSE
046800         STRING "FBLOOKUP BROWSE FAILED, STATUS "
046900                                   DELIMITED BY SIZE
047000                FB01-LKP-STATUS    DELIMITED BY SIZE
047100             INTO FB01-WS-DSP-MESSAGE
047200         END-STRING
047300     END-IF.
047400 4000-EXIT.
047500     EXIT.
047600*
047700******************************************************************
047800*    4100-NEXT-PAGE                                              *
047900******************************************************************
048000 4100-NEXT-PAGE.
048100     MOVE "N" TO FB01-LKP-FUNC.
048200     CALL "FBLOOKUP" USING FB01-LOOKUP-PARMS.
048300 4100-EXIT.
048400     EXIT.
048500*
048600******************************************************************
048700*    4500-PAGE-BACK  --  SHOW THE NEAREST KEY ON FILE BELOW THE  *
048800*                         NUM ON THE SCREEN.  FBLOOKUP ONLY      *
048900*                         BROWSES FORWARD, SO ONE BROWSE IS RUN  *
049000*                         FROM A SPAN BELOW THE NUM UP TO THE    *
049100*                         KEY JUST UNDER IT, AND THE LAST KEY IT *
049200*                         RETURNS IS THE NEAREST.  THE SEARCH    *
049300*                         GOES NO FURTHER BACK THAN THE SPAN.    *
049310*                         AN END NUM OF ZERO WOULD MEAN NO END   *
049320*                         TO FBLOOKUP, SO KEY 1 IS THE FLOOR.    *
049400******************************************************************
049500 4500-PAGE-BACK.
049600     IF FB01-WS-DSP-NUM NOT > 1
049700         MOVE "NO LOWER KEY ON FBINDEX OR FBIXARC"
049800                                   TO FB01-WS-DSP-MESSAGE
049900         GO TO 4500-EXIT
050000     END-IF.
050100     MOVE "N"                  TO FB01-WS-BACK-SW.
050200     MOVE FB01-WS-DSP-NUM      TO FB01-WS-BACK-HIGH.
050300     IF FB01-WS-BACK-HIGH > FB01-WS-BACK-SPAN
050400         COMPUTE FB01-WS-BACK-LOW =
050500             FB01-WS-BACK-HIGH - FB01-WS-BACK-SPAN
050600     ELSE
050700         MOVE ZERO TO FB01-WS-BACK-LOW
050800     END-IF.
050900     MOVE "B"                  TO FB01-LKP-FUNC.
051000     MOVE FB01-WS-BACK-LOW     TO FB01-LKP-NUM.
051100     COMPUTE FB01-LKP-END-NUM = FB01-WS-BACK-HIGH - 1.
051110     IF FB01-LKP-END-NUM = ZERO
051120         MOVE "NO LOWER KEY ON FBINDEX OR FBIXARC"
051130                                   TO FB01-WS-DSP-MESSAGE
051140         GO TO 4500-EXIT
051150     END-IF.
051200     MOVE 50                   TO FB01-LKP-BROWSE-MAX.
051300     MOVE SPACES               TO FB01-LKP-FILTER-LABEL.
051400     MOVE SPACES               TO FB01-LKP-FILTER-SET-ID.
051500     CALL "FBLOOKUP" USING FB01-LOOKUP-PARMS.
051600     PERFORM 4600-SCAN-BACK-PAGE THRU 4600-EXIT
051700         UNTIL FB01-LKP-BROWSE-END
051800            OR FB01-LKP-STATUS NOT = "00".
051900     IF FB01-WS-BACK-FOUND
052000         MOVE FB01-WS-BACK-NUM TO FB01-WS-DSP-NUM
052100         PERFORM 5000-SHOW-NUM THRU 5000-EXIT
052200         GO TO 4500-EXIT
052300     END-IF.
052400     IF FB01-LKP-STATUS NOT = "00"
052500         AND FB01-LKP-STATUS NOT = "23"
052600         STRING "FBLOOKUP BROWSE FAILED, STATUS "
052700                                   DELIMITED BY SIZE
052800                FB01-LKP-STATUS    DELIMITED BY SIZE
052900             INTO FB01-WS-DSP-MESSAGE
053000         END-STRING
053100         GO TO 4500-EXIT
053200     END-IF.
053300     IF FB01-WS-BACK-LOW = ZERO
053400         MOVE "NO LOWER KEY ON FBINDEX OR FBIXARC"
053500                                   TO FB01-WS-DSP-MESSAGE
053600     ELSE
053700         MOVE FB01-WS-BACK-SPAN TO FB01-WS-NUM-EDIT
053800         STRING "NO LOWER KEY WITHIN "
053900                                   DELIMITED BY SIZE
054000                FB01-WS-NUM-EDIT   DELIMITED BY SIZE
054100                " -- KEY A LOWER NUM"
054200                                   DELIMITED BY SIZE
054300             INTO FB01-WS-DSP-MESSAGE
054400         END-STRING
054500     END-IF.
054600 4500-EXIT.
054700     EXIT.
054800*
054900******************************************************************
055000*    4600-SCAN-BACK-PAGE  --  KEEP THE LAST KEY ON THE CURRENT   *
055100*                              PAGE, THEN ASK FOR THE NEXT ONE   *
055200*                              UNLESS THE BROWSE HAS REACHED THE *
055300*                              KEY BELOW THE NUM                 *
055400******************************************************************
055500 4600-SCAN-BACK-PAGE.
055600     PERFORM 4610-CHECK-BACK-ENTRY THRU 4610-EXIT
055700         VARYING FB01-WS-BRW-SUB FROM 1 BY 1
055800         UNTIL FB01-WS-BRW-SUB > FB01-LKP-BROWSE-COUNT.
055900     IF FB01-LKP-BROWSE-END
056000         GO TO 4600-EXIT
056100     END-IF.
056200     PERFORM 4100-NEXT-PAGE THRU 4100-EXIT.
056300 4600-EXIT.
056400     EXIT.
056500*
056600******************************************************************
056700*    4610-CHECK-BACK-ENTRY  --  ENTRIES COME BACK IN KEY ORDER,  *
056800*                                SO THE LAST ONE BELOW THE HIGH  *
056900*                                MARK IS THE NEAREST             *
057000******************************************************************
057100 4610-CHECK-BACK-ENTRY.
057200     IF FB01-LKP-BRW-NUM (FB01-WS-BRW-SUB) < FB01-WS-BACK-HIGH
057300         MOVE FB01-LKP-BRW-NUM (FB01-WS-BRW-SUB)
057400             TO FB01-WS-BACK-NUM
057500         SET FB01-WS-BACK-FOUND TO TRUE
057600     END-IF.
057700 4610-EXIT.
057800     EXIT.
058700*
058800******************************************************************
058900*    5000-SHOW-NUM  --  LOOK UP THE NUM ON THE SCREEN, EXPLAIN   *
059000*                        ITS LABEL AND LIST ITS SUSPENSE         *
059100*                        ENTRIES.                                *
059200*                        A NUM THE REQUESTER MAY NOT SEE SHOWS   *
059300*                        NOTHING BUT THE DENIAL.                 *
059400******************************************************************
059500 5000-SHOW-NUM.
059600     PERFORM 1100-CLEAR-ANSWER THRU 1100-EXIT.
059700     MOVE "L"                  TO FB01-LKP-FUNC.
059800     MOVE FB01-WS-DSP-NUM      TO FB01-LKP-NUM.
059900     CALL "FBLOOKUP" USING FB01-LOOKUP-PARMS.
060000     IF FB01-LKP-STATUS = "97"
060100         STRING "REQUESTER NOT ENTITLED TO THIS NUM, DENY CODE "
060200                                   DELIMITED BY SIZE
060300                FB01-LKP-DENY-CODE DELIMITED BY SIZE
060400             INTO FB01-WS-DSP-MESSAGE
060500         END-STRING
060600         GO TO 5000-EXIT
060700     END-IF.
060800     IF FB01-LKP-STATUS NOT = "00"
060900         AND FB01-LKP-STATUS NOT = "23"
061000         STRING "FBLOOKUP FAILED, STATUS "
061100                                   DELIMITED BY SIZE
061200                FB01-LKP-STATUS    DELIMITED BY SIZE
061300             INTO FB01-WS-DSP-MESSAGE
061400         END-STRING
061500         GO TO 5000-EXIT
061600     END-IF.
061700     IF FB01-LKP-FOUND
061800         MOVE FB01-LKP-LABEL       TO FB01-WS-DSP-LABEL
061900         MOVE FB01-LKP-RULE-SET-ID TO FB01-WS-DSP-SET-ID
062000         IF FB01-LKP-FROM-ARCHIVE
062100             MOVE "FBIXARC ARCHIVE"   TO FB01-WS-DSP-SOURCE
062200         ELSE
062300             MOVE "LIVE FBINDEX"      TO FB01-WS-DSP-SOURCE
062400         END-IF
062500         PERFORM 6000-EXPLAIN-RULES THRU 6000-EXIT
062600     ELSE
062700         MOVE "NOT ON FILE"        TO FB01-WS-DSP-SOURCE
062800         MOVE "NUM NOT ON FBINDEX OR FBIXARC"
062900                                   TO FB01-WS-DSP-MESSAGE
063000     END-IF.
063100     PERFORM 7000-SHOW-SUSPENSE THRU 7000-EXIT.
063200 5000-EXIT.
063300     EXIT.
063400*
063500******************************************************************
063600*    6000-EXPLAIN-RULES  --  TABLE THE RULES OF THE STORED RULE  *
063700*                             SET AND RUN THE NUM THROUGH THEM.  *
063800*                             THE SET'S ROWS IN FORCE TODAY ARE  *
063900*                             USED; A SET NO LONGER IN FORCE IS  *
064000*                             SHOWN WITH ALL ITS ROWS; A BLANK   *
064100*                             SET WITH NO ROWS IS THE CLASSIC    *
064200*                             FIZZ/BUZZ FALLBACK.                *
064300******************************************************************
064400 6000-EXPLAIN-RULES.
064500     MOVE ZERO                 TO FB01-WS-RULE-COUNT.
064600     MOVE FB01-LKP-RULE-SET-ID TO FB01-WS-RULE-SET-ID.
064700     MOVE "N"                  TO FB01-WS-ANY-DATE-SW.
064800     PERFORM 6100-TABLE-ONE-RULE THRU 6100-EXIT
064900         VARYING FB01-WS-STAGE-SUB FROM 1 BY 1
065000         UNTIL FB01-WS-STAGE-SUB > FB01-WS-STAGE-COUNT.
065100     IF FB01-WS-RULE-COUNT = ZERO
065200         SET FB01-WS-ANY-DATE TO TRUE
065300         PERFORM 6100-TABLE-ONE-RULE THRU 6100-EXIT
065400             VARYING FB01-WS-STAGE-SUB FROM 1 BY 1
065500             UNTIL FB01-WS-STAGE-SUB > FB01-WS-STAGE-COUNT
065600     END-IF.
065700     IF FB01-WS-RULE-COUNT = ZERO
065800         AND FB01-WS-RULE-SET-ID = SPACES
065900         PERFORM 6900-LOAD-DEFAULT-RULES THRU 6900-EXIT
066000     END-IF.
066100     IF FB01-WS-RULE-COUNT = ZERO
066200         STRING "RULE SET "        DELIMITED BY SIZE
066300                FB01-WS-RULE-SET-ID DELIMITED BY SPACE
066400                " IS NOT ON RULECARD"
066500                                   DELIMITED BY SIZE
066600             INTO FB01-WS-DSP-MESSAGE
066700         END-STRING
066800         GO TO 6000-EXIT
066900     END-IF.
067000     MOVE FB01-WS-DSP-NUM      TO FB01-WS-NUM.
067100     MOVE SPACES               TO FB01-WS-RESULT-LABEL.
067200     MOVE 1                    TO FB01-WS-LABEL-PTR.
067300     MOVE "N"                  TO FB01-WS-EXCL-STOP-SW.
067400     PERFORM 6200-EXPLAIN-ONE-RULE THRU 6200-EXIT
067500         VARYING FB01-RULE-IDX FROM 1 BY 1
067600         UNTIL FB01-RULE-IDX > FB01-WS-RULE-COUNT.
067700     IF FB01-WS-RESULT-LABEL = SPACES
067800         MOVE FB01-WS-NUM      TO FB01-WS-NUM-EDIT
067900         MOVE FB01-WS-NUM-EDIT TO FB01-WS-RESULT-LABEL
068000     END-IF.
068100     MOVE FB01-WS-RESULT-LABEL TO FB01-WS-DSP-RECOMPUTED.
068200     IF FB01-WS-RESULT-LABEL = FB01-WS-DSP-LABEL
068300         MOVE "MATCHES THE STORED LABEL" TO FB01-WS-DSP-VERDICT
068400     ELSE
068500         MOVE "** DIFFERS FROM THE STORED LABEL"
068600                                   TO FB01-WS-DSP-VERDICT
068700     END-IF.
068800     IF FB01-WS-ANY-DATE
068900         MOVE "RULE SET NO LONGER IN FORCE -- ALL ITS ROWS SHOWN"
069000                                   TO FB01-WS-DSP-MESSAGE
069100     END-IF.
069200 6000-EXIT.
069300     EXIT.
069400*
069500******************************************************************
069600*    6100-TABLE-ONE-RULE  --  TABLE A STAGED ROW OF THE SET,     *
069700*                              UNLESS ONLY ROWS IN FORCE ON THE  *
069800*                              RUN DATE ARE WANTED AND THIS ONE  *
069900*                              IS NOT                            *
070000******************************************************************
070100 6100-TABLE-ONE-RULE.
070200     IF FB01-WS-STG-SET-ID (FB01-WS-STAGE-SUB)
070300             NOT = FB01-WS-RULE-SET-ID
070400         GO TO 6100-EXIT
070500     END-IF.
070600     IF NOT FB01-WS-ANY-DATE
070700         PERFORM 6110-TEST-ROW-IN-FORCE THRU 6110-EXIT
070800         IF NOT FB01-WS-ROW-IN-FORCE
070900             GO TO 6100-EXIT
071000         END-IF
071100     END-IF.
071200     IF FB01-WS-RULE-COUNT = 10
071300         GO TO 6100-EXIT
071400     END-IF.
071500     ADD 1 TO FB01-WS-RULE-COUNT.
071600     MOVE FB01-WS-STG-DIVISOR (FB01-WS-STAGE-SUB)
071700         TO FB01-RT-DIVISOR (FB01-WS-RULE-COUNT).
071800     MOVE FB01-WS-STG-LABEL (FB01-WS-STAGE-SUB)
071900         TO FB01-RT-LABEL (FB01-WS-RULE-COUNT).
072000     MOVE FB01-WS-STG-COND-TYPE (FB01-WS-STAGE-SUB)
072100         TO FB01-RT-COND-TYPE (FB01-WS-RULE-COUNT).
072200     MOVE FB01-WS-STG-EXCL-SW (FB01-WS-STAGE-SUB)
072300         TO FB01-RT-EXCL-SW (FB01-WS-RULE-COUNT).
072400     MOVE FB01-WS-STG-BAND-LOW (FB01-WS-STAGE-SUB)
072500         TO FB01-RT-BAND-LOW (FB01-WS-RULE-COUNT).
072600     MOVE FB01-WS-STG-BAND-HIGH (FB01-WS-STAGE-SUB)
072700         TO FB01-RT-BAND-HIGH (FB01-WS-RULE-COUNT).
072800 6100-EXIT.
072900     EXIT.
073000*
073100******************************************************************
073200*    6110-TEST-ROW-IN-FORCE  --  IS THE STAGED ROW'S EFFECTIVE   *
073300*                                 WINDOW OPEN ON THE RUN DATE.   *
073400*                                 ZERO DATES ARE OPEN-ENDED.     *
073500******************************************************************
073600 6110-TEST-ROW-IN-FORCE.
073700     MOVE "N" TO FB01-WS-ROW-SW.
073800     IF (FB01-WS-STG-EFF-FROM (FB01-WS-STAGE-SUB) = ZERO
073900         OR FB01-WS-STG-EFF-FROM (FB01-WS-STAGE-SUB)
074000             NOT > FB01-WS-RUN-DATE)
074100         AND (FB01-WS-STG-EFF-TO (FB01-WS-STAGE-SUB) = ZERO
074200         OR FB01-WS-STG-EFF-TO (FB01-WS-STAGE-SUB)
074300             NOT < FB01-WS-RUN-DATE)
074400         MOVE "Y" TO FB01-WS-ROW-SW
074500     END-IF.
074600 6110-EXIT.
074700     EXIT.
074800*
074900******************************************************************
075000*    6200-EXPLAIN-ONE-RULE  --  BUILD THE SCREEN LINE FOR ONE    *
075100*                                RULE AND SAY WHETHER IT FIRED.  *
075200*                                A RULE AFTER AN EXCLUSIVE RULE  *
075300*                                THAT FIRED IS SUPPRESSED, AS    *
075400*                                PRODUCTION DOES.                *
075500******************************************************************
075600 6200-EXPLAIN-ONE-RULE.
075700     MOVE SPACES TO FB01-WS-RULE-WORK.
075800     SET FB01-WS-BRW-SUB TO FB01-RULE-IDX.
075900     MOVE FB01-WS-BRW-SUB      TO FB01-WS-RW-SEQ.
076000     MOVE FB01-RT-DIVISOR (FB01-RULE-IDX) TO FB01-WS-RW-OPERAND.
076100     MOVE FB01-RT-LABEL (FB01-RULE-IDX)   TO FB01-WS-RW-LABEL.
076200     EVALUATE TRUE
076300         WHEN FB01-RT-COND-LAST-DIGIT (FB01-RULE-IDX)
076400             MOVE "LAST DIGIT"   TO FB01-WS-RW-COND
076500         WHEN FB01-RT-COND-DIGIT-SUM (FB01-RULE-IDX)
076600             MOVE "DIGIT SUM"    TO FB01-WS-RW-COND
076700         WHEN OTHER
076800             MOVE "DIVISIBLE"    TO FB01-WS-RW-COND
076900     END-EVALUATE.
077000     IF FB01-RT-EXCLUSIVE (FB01-RULE-IDX)
077100         MOVE "YES"              TO FB01-WS-RW-EXCL
077200     ELSE
077300         MOVE "NO"               TO FB01-WS-RW-EXCL
077400     END-IF.
077500     IF FB01-RT-BAND-LOW (FB01-RULE-IDX) = ZERO
077600         AND FB01-RT-BAND-HIGH (FB01-RULE-IDX) = ZERO
077700         MOVE "     UNBANDED"    TO FB01-WS-RW-BAND-TEXT
077800     ELSE
077900         MOVE FB01-RT-BAND-LOW (FB01-RULE-IDX)
078000                                 TO FB01-WS-RW-BAND-LOW
078100         MOVE FB01-RT-BAND-HIGH (FB01-RULE-IDX)
078200                                 TO FB01-WS-RW-BAND-HIGH
078300     END-IF.
078400     IF FB01-WS-EXCL-STOP
078500         MOVE "SUPPRESSED"       TO FB01-WS-RW-RESULT
078600         GO TO 6200-SHOW-LINE
078700     END-IF.
078800     PERFORM 6300-TEST-CONDITION THRU 6300-EXIT.
078900     IF FB01-WS-COND-HIT
079000         MOVE "FIRED"            TO FB01-WS-RW-RESULT
079100         STRING FB01-RT-LABEL (FB01-RULE-IDX) DELIMITED BY SPACE
079200             INTO FB01-WS-RESULT-LABEL
079300             WITH POINTER FB01-WS-LABEL-PTR
079400         END-STRING
079500         IF FB01-RT-EXCLUSIVE (FB01-RULE-IDX)
079600             MOVE "Y" TO FB01-WS-EXCL-STOP-SW
079700         END-IF
079800     ELSE
079900         MOVE "NOT MET"          TO FB01-WS-RW-RESULT
080000     END-IF.
080100 6200-SHOW-LINE.
080200     MOVE FB01-WS-RULE-WORK
080300         TO FB01-WS-DSP-RULE-LINE (FB01-WS-BRW-SUB).
080400 6200-EXIT.
080500     EXIT.
080600*
080700******************************************************************
080800*    6300-TEST-CONDITION  --  DOES THE CURRENT RULE'S CONDITION  *
080900*                              HOLD FOR FB01-WS-NUM.  A NONZERO  *
081000*                              BAND BOUND RESTRICTS THE RULE TO  *
081100*                              NUM VALUES INSIDE THE BAND,       *
081200*                              WHATEVER THE CONDITION TYPE.      *
081300******************************************************************
081400 6300-TEST-CONDITION.
081500     MOVE "N" TO FB01-WS-COND-HIT-SW.
081600     IF FB01-RT-BAND-LOW (FB01-RULE-IDX) > ZERO
081700         AND FB01-WS-NUM < FB01-RT-BAND-LOW (FB01-RULE-IDX)
081800         GO TO 6300-EXIT
081900     END-IF.
082000     IF FB01-RT-BAND-HIGH (FB01-RULE-IDX) > ZERO
082100         AND FB01-WS-NUM > FB01-RT-BAND-HIGH (FB01-RULE-IDX)
082200         GO TO 6300-EXIT
082300     END-IF.
082400     IF FB01-RT-COND-LAST-DIGIT (FB01-RULE-IDX)
082500         IF FUNCTION MOD (FB01-WS-NUM 10)
082600                 = FB01-RT-DIVISOR (FB01-RULE-IDX)
082700             MOVE "Y" TO FB01-WS-COND-HIT-SW
082800         END-IF
082900         GO TO 6300-EXIT
083000     END-IF.
083100     IF FB01-RT-COND-DIGIT-SUM (FB01-RULE-IDX)
083200         PERFORM 6310-DIGIT-SUM THRU 6310-EXIT
083300         IF FUNCTION MOD (FB01-WS-DIGIT-SUM
083400                 FB01-RT-DIVISOR (FB01-RULE-IDX)) = 0
083500             MOVE "Y" TO FB01-WS-COND-HIT-SW
083600         END-IF
083700         GO TO 6300-EXIT
083800     END-IF.
083900     IF FUNCTION MOD (FB01-WS-NUM FB01-RT-DIVISOR (FB01-RULE-IDX))
084000             = 0
084100         MOVE "Y" TO FB01-WS-COND-HIT-SW
084200     END-IF.
084300 6300-EXIT.
084400     EXIT.
084500*
084600******************************************************************
084700*    6310-DIGIT-SUM  --  SUM THE DECIMAL DIGITS OF FB01-WS-NUM   *
084800******************************************************************
084900 6310-DIGIT-SUM.
085000     MOVE FB01-WS-NUM TO FB01-WS-DS-WORK.
085100     MOVE ZERO        TO FB01-WS-DIGIT-SUM.
085200     PERFORM 6320-SUM-ONE-DIGIT THRU 6320-EXIT
085300         UNTIL FB01-WS-DS-WORK = ZERO.
085400 6310-EXIT.
085500     EXIT.
085600*
085700******************************************************************
085800*    6320-SUM-ONE-DIGIT                                          *
085900******************************************************************
086000 6320-SUM-ONE-DIGIT.
086100     ADD FUNCTION MOD (FB01-WS-DS-WORK 10) TO FB01-WS-DIGIT-SUM.
086200     DIVIDE FB01-WS-DS-WORK BY 10 GIVING FB01-WS-DS-WORK.
086300 6320-EXIT.
086400     EXIT.
086500*
086600******************************************************************
086700*    6900-LOAD-DEFAULT-RULES  --  CLASSIC FIZZ/BUZZ FALLBACK     *
086800******************************************************************
086900 6900-LOAD-DEFAULT-RULES.
087000     MOVE 2        TO FB01-WS-RULE-COUNT.
087100     MOVE 3        TO FB01-RT-DIVISOR (1).
087200     MOVE "Fizz"   TO FB01-RT-LABEL   (1).
087300     MOVE 5        TO FB01-RT-DIVISOR (2).
087400     MOVE "Buzz"   TO FB01-RT-LABEL   (2).
087500     PERFORM 6910-DEFAULT-ONE-COND THRU 6910-EXIT
087600         VARYING FB01-RULE-IDX FROM 1 BY 1
087700         UNTIL FB01-RULE-IDX > FB01-WS-RULE-COUNT.
087800     MOVE "DEFAULT FIZZ/BUZZ RULES -- NO RULECARD ROWS"
087900                               TO FB01-WS-DSP-MESSAGE.
088000 6900-EXIT.
088100     EXIT.
088200*
088300******************************************************************
088400*    6910-DEFAULT-ONE-COND  --  FALLBACK RULES ARE PLAIN         *
088500*                                UNBANDED NON-EXCLUSIVE          *
088600*                                DIVISIBILITY                    *
088700******************************************************************
088800 6910-DEFAULT-ONE-COND.
088900     MOVE "D"  TO FB01-RT-COND-TYPE (FB01-RULE-IDX).
089000     MOVE "N"  TO FB01-RT-EXCL-SW (FB01-RULE-IDX).
089100     MOVE ZERO TO FB01-RT-BAND-LOW (FB01-RULE-IDX).
089200     MOVE ZERO TO FB01-RT-BAND-HIGH (FB01-RULE-IDX).
089300 6910-EXIT.
089400     EXIT.
089500*
089600******************************************************************
089700*    7000-SHOW-SUSPENSE  --  COUNT THE FBSUSP ENTRIES WHOSE      *
089800*                             RECORD IMAGE CARRIES THE NUM IN    *
089900*                             THE FBTRANS NUM POSITION AND SHOW  *
090000*                             THE FIRST THREE.  RULECARD IMAGES  *
090100*                             NEVER MATCH -- THEIR LABEL COLUMNS *
090200*                             ARE NOT NUMERIC.                   *
090300******************************************************************
090400 7000-SHOW-SUSPENSE.
090500     MOVE ZERO            TO FB01-WS-SUSP-MATCHES.
090600     MOVE FB01-WS-DSP-NUM TO FB01-WS-NUM-TEXT.
090700     MOVE "N"             TO FB01-WS-SUSP-EOF-SW.
090800     OPEN INPUT SUSPENSE-FILE.
090900     IF FB01-WS-SUSP-FILE-STATUS NOT = "00"
091000         MOVE "FBSUSP NOT AVAILABLE" TO FB01-WS-DSP-SUSP-NOTE
091100         GO TO 7000-EXIT
091200     END-IF.
091300     PERFORM 7100-READ-SUSPENSE THRU 7100-EXIT
091400         UNTIL FB01-WS-SUSP-EOF.
091500     CLOSE SUSPENSE-FILE.
091600     IF FB01-WS-SUSP-MATCHES > 3
091700         MOVE "FIRST 3 SHOWN"        TO FB01-WS-DSP-SUSP-NOTE
091800     END-IF.
091900 7000-EXIT.
092000     EXIT.
092100*
092200******************************************************************
092300*    7100-READ-SUSPENSE                                          *
092400******************************************************************
092500 7100-READ-SUSPENSE.
092600     READ SUSPENSE-FILE
092700         AT END
092800             SET FB01-WS-SUSP-EOF TO TRUE
092900             GO TO 7100-EXIT
093000     END-READ.
093100     IF FB01-SUS-RECORD-IMAGE (1:9) NOT = FB01-WS-NUM-TEXT
093200         GO TO 7100-EXIT
093300     END-IF.
093400     ADD 1 TO FB01-WS-SUSP-MATCHES.
093500     IF FB01-WS-SUSP-MATCHES > 3
093600         GO TO 7100-EXIT
093700     END-IF.
093800     MOVE FB01-SUS-JOB-ID       TO FB01-WS-SW-JOB-ID.
093900     MOVE FB01-SUS-REASON-CODE  TO FB01-WS-SW-REASON.
094000     EVALUATE FB01-SUS-REASON-CODE
094100         WHEN "TNUM"
094200             MOVE "NON-NUMERIC TRANSACTION NUM"
094300                                 TO FB01-WS-SW-REASON-TEXT
094400         WHEN "RDIV"
094500             MOVE "BAD RULECARD DIVISOR OR OPERAND"
094600                                 TO FB01-WS-SW-REASON-TEXT
094700         WHEN "ROVR"
094800             MOVE "RULECARD ROW PAST THE 10-RULE LIMIT"
094900                                 TO FB01-WS-SW-REASON-TEXT
095000         WHEN "RCND"
095100             MOVE "UNRECOGNIZED RULECARD CONDITION TYPE"
095200                                 TO FB01-WS-SW-REASON-TEXT
095210         WHEN "LOCK"
095220             MOVE "KEY IN CERTIFIED LOCKED RANGE"
095230                                 TO FB01-WS-SW-REASON-TEXT
095300         WHEN OTHER
095400             MOVE "REASON CODE NOT DESCRIBED"
095500                                 TO FB01-WS-SW-REASON-TEXT
095600     END-EVALUATE.
095700     MOVE FB01-WS-SUSP-WORK
095800         TO FB01-WS-DSP-SUSP-LINE (FB01-WS-SUSP-MATCHES).
095900 7100-EXIT.
096000     EXIT.
096100*
096200******************************************************************
096300*    9000-TERMINATE  --  RELEASE FBINDEX THROUGH FBLOOKUP        *
096400******************************************************************
096500 9000-TERMINATE.
096600     MOVE "C" TO FB01-LKP-FUNC.
096700     CALL "FBLOOKUP" USING FB01-LOOKUP-PARMS.
096800 9000-EXIT.
096900     EXIT.
