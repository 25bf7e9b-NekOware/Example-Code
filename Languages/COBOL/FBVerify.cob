003579*                  REFLECTS THE WHOLE FILE ONCE ALL SLICES       *
003580*                  COMPLETE.  A MISSING FBVCARD RUNS THE FULL    *
003581*                  ONE-PASS VERIFICATION EXACTLY AS BEFORE.      *
003582* 10/15/2026 RLK   EVERY RUN NOW POSTS START AND END RECORDS TO  *
003583*                  THE FBSTEPL STREAM LEDGER THROUGH THE FBSTEP  *
003584*                  SERVICE -- A KEY-RANGE SLICE UNDER ITS START  *
003585*                  KEY IN HEXADECIMAL AS JOB ID, A FULL PASS     *
003586*                  UNDER A BLANK ONE.  THE RUN IS HELD, RC 12,   *
003587*                  UNTIL FIZZBUZZ -- AND FBMERGE WHEN IT RAN --  *
003588*                  HAS COMPLETED FOR THE BUSINESS DATE, AND A    *
003589*                  RERUN ALREADY COMPLETED IS SKIPPED UNLESS     *
003590*                  FBSTCARD FORCES IT.  COMPLETED END RECORDS    *
003591*                  CERTIFY THE INDEX FOR THE FBSTREAM RELEASE    *
003592*                  GATE.  A FAILED END POSTING ENDS RC 12.       *
003593* 10/15/2026 RLK   A PERIOD-CLOSE SWITCH AND CLOSE PERIOD ON     *
003594*                  FBVCARD POST THE CERTIFIED RANGE TO THE NEW   *
003595*                  FBLOCK LOCK FILE WHEN THE PASS IS CLEAN --    *
003596*                  THE CARD RANGE AS GIVEN, OR ZERO TO THE LAST  *
003597*                  KEY VERIFIED.  FIZZBUZZ, FBMERGE, FBRESTOR    *
003598*                  AND FBARCHIV THEN LEAVE THE RANGE UNTOUCHED   *
003599*                  WITHOUT AN OVERRIDE AUTHORIZATION.            *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS FB01-IDX-NUM
005200         FILE STATUS IS FB01-WS-INDEX-FILE-STATUS.
005210     SELECT LOCK-FILE     ASSIGN TO FBLOCK
005220         ORGANIZATION IS SEQUENTIAL
005230         FILE STATUS IS FB01-WS-LOCK-FILE-STATUS.
005300*
005400 DATA DIVISION.
005500 FILE SECTION.
006600 FD  INDEXED-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY FB01IX.
006810*
006820 FD  LOCK-FILE
006830     RECORDING MODE IS F
006840     LABEL RECORDS ARE STANDARD.
006850     COPY FB01LK.
006900 WORKING-STORAGE SECTION.
007000******************************************************************
007100*    STANDALONE COUNTERS AND SWITCHES                            *
009873 77  FB01-WS-LAST-CKPT-NUM        PIC 9(09) COMP-3 VALUE ZERO.
009874 77  FB01-WS-CURRENT-TIME         PIC 9(08) VALUE ZERO.
009875 77  FB01-WS-SLICE-READ           PIC 9(09) COMP-3 VALUE ZERO.
009876 77  FB01-WS-LOCK-FILE-STATUS     PIC X(02) VALUE SPACES.
009877 77  FB01-WS-CLOSE-SW             PIC X(01) VALUE "N".
009878     88  FB01-WS-PERIOD-CLOSE     VALUE "Y".
009879 77  FB01-WS-CLOSE-PERIOD         PIC X(06) VALUE SPACES.
009880 77  FB01-WS-RUN-MONTH            PIC 9(06) VALUE ZERO.
009881 77  FB01-WS-LOCK-START           PIC 9(09) COMP-3 VALUE ZERO.
009882 77  FB01-WS-LOCK-END             PIC 9(09) COMP-3 VALUE ZERO.
009883 77  FB01-WS-SLICE-WORK           PIC 9(09) COMP-3 VALUE ZERO.
009884 77  FB01-WS-SLICE-QUOT           PIC 9(09) COMP-3 VALUE ZERO.
009885 77  FB01-WS-SLICE-DIGIT          PIC 9(02) VALUE ZERO.
009886 77  FB01-WS-SLICE-SUB            PIC 9(02) COMP-3 VALUE ZERO.
009887 77  FB01-WS-HEX-DIGITS           PIC X(16)
009888                                 VALUE "0123456789ABCDEF".
009900*
010000******************************************************************
010100*    DIVISOR RULE TABLE                                          *
011630         10  FB01-WS-STG-BAND-LOW PIC 9(09).
011640         10  FB01-WS-STG-BAND-HIGH PIC 9(09).
011700*
011710******************************************************************
011720*    FBSTEP STEP LEDGER CALL PARAMETERS                          *
011730******************************************************************
011740     COPY FB01SQ.
011750*
011800 PROCEDURE DIVISION.
011900******************************************************************
012000*    0000-MAINLINE                                               *
012100******************************************************************
012200 0000-MAINLINE.
012300     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
012310     IF FB01-SQ-ACTION-RUN
012400         PERFORM 3000-LOAD-RULES  THRU 3000-EXIT
012500         PERFORM 6000-VERIFY-INDEX THRU 6000-EXIT
012600         PERFORM 7000-CERTIFICATE THRU 7000-EXIT
012700         PERFORM 9000-TERMINATE   THRU 9000-EXIT
012710         PERFORM 9100-END-STEP    THRU 9100-EXIT
012720     END-IF.
012800     STOP RUN.
012900*
013000******************************************************************
013300 1000-INITIALIZE.
013400     ACCEPT FB01-WS-RUN-DATE FROM DATE YYYYMMDD.
013410     PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
013411     IF FB01-WS-CTL-FILE-STATUS NOT = "35"
013412         AND FB01-VC-PERIOD-CLOSE
013413         PERFORM 1210-SET-CLOSE-PERIOD THRU 1210-EXIT
013414     END-IF.
013415     PERFORM 1300-BEGIN-STEP THRU 1300-EXIT.
013416     IF NOT FB01-SQ-ACTION-RUN
013417         GO TO 1000-EXIT
013418     END-IF.
013420     IF FB01-WS-RESTART-YES
013430         PERFORM 1250-READ-CHECKPOINT THRU 1250-EXIT
013440         OPEN EXTEND CHECKPOINT-FILE
015252 1260-EXIT.
015253     EXIT.
015254*
015255******************************************************************
015256*    1210-SET-CLOSE-PERIOD  --  A PERIOD-CLOSE RUN LOCKS THE     *
015257*                                CARD RANGE AS GIVEN, BEFORE ANY *
015258*                                RESTART MOVES THE START PAST    *
015259*                                THE LAST CHECKPOINT.  A BLANK   *
015260*                                PERIOD IS THE RUN MONTH.        *
015261******************************************************************
015262 1210-SET-CLOSE-PERIOD.
015263     IF FB01-VC-CLOSE-PERIOD = SPACES
015264         DIVIDE FB01-WS-RUN-DATE BY 100 GIVING FB01-WS-RUN-MONTH
015265         MOVE FB01-WS-RUN-MONTH TO FB01-WS-CLOSE-PERIOD
015266     ELSE
015267         IF FB01-VC-CLOSE-PERIOD IS NOT NUMERIC
015268             DISPLAY "FBVERIFY: INVALID CLOSE PERIOD ON FBVCARD"
015269             MOVE "N" TO FB01-WS-VALID-SW
015270             SET FB01-WS-INDEX-EOF TO TRUE
015271             MOVE 16 TO RETURN-CODE
015272             GO TO 1210-EXIT
015273         END-IF
015274         MOVE FB01-VC-CLOSE-PERIOD TO FB01-WS-CLOSE-PERIOD
015275     END-IF.
015276     MOVE "Y" TO FB01-WS-CLOSE-SW.
015277     MOVE FB01-WS-START-NUM TO FB01-WS-LOCK-START.
015278     MOVE FB01-WS-END-NUM   TO FB01-WS-LOCK-END.
015279 1210-EXIT.
015280     EXIT.
015281*
015300******************************************************************
015400*    3000-LOAD-RULES  --  LOAD THE DIVISOR/LABEL TABLE FROM THE  *
015500*                          SAME RULECARD THE PRODUCTION RUN USED *
044200     DISPLAY "  RECORDS READ. . . . . . . . ." FB01-WS-EDIT-TOTAL.
044300     MOVE FB01-WS-TOTAL-EXCEPTIONS  TO FB01-WS-EDIT-TOTAL.
044400     DISPLAY "  EXCEPTIONS. . . . . . . . . ." FB01-WS-EDIT-TOTAL.
044410     IF FB01-WS-PERIOD-CLOSE
044420         AND FB01-WS-VERIFY-VALID
044430         AND FB01-WS-TOTAL-EXCEPTIONS = ZERO
044440         PERFORM 7100-POST-LOCK THRU 7100-EXIT
044450     END-IF.
044500 7000-EXIT.
044600     EXIT.
044601*
044602******************************************************************
044603*    7100-POST-LOCK  --  A CLEAN PERIOD-CLOSE PASS LOCKS THE     *
044604*                         CERTIFIED RANGE ON FBLOCK.  WITH NO    *
044605*                         CARD RANGE THE LOCK RUNS FROM ZERO TO  *
044606*                         THE LAST KEY VERIFIED.                 *
044607******************************************************************
044608 7100-POST-LOCK.
044609     IF NOT FB01-WS-RANGE-GIVEN
044610         IF FB01-WS-SLICE-READ > ZERO
044611             MOVE FB01-WS-NUM TO FB01-WS-LOCK-END
044612         ELSE
044613             MOVE FB01-WS-LAST-CKPT-NUM TO FB01-WS-LOCK-END
044614         END-IF
044615     END-IF.
044616     IF FB01-WS-LOCK-END = ZERO
044617         DISPLAY "FBVERIFY: NO KEYS CERTIFIED, NO LOCK POSTED"
044618         GO TO 7100-EXIT
044619     END-IF.
044620     OPEN EXTEND LOCK-FILE.
044621     IF FB01-WS-LOCK-FILE-STATUS = "35"
044622         OPEN OUTPUT LOCK-FILE
044623     END-IF.
044624     IF FB01-WS-LOCK-FILE-STATUS NOT = "00"
044625         DISPLAY "FBVERIFY: FBLOCK OPEN FAILED, STATUS "
044626                 FB01-WS-LOCK-FILE-STATUS
044627         DISPLAY "FBVERIFY: CERTIFIED RANGE NOT LOCKED"
044628         MOVE 8 TO RETURN-CODE
044629         GO TO 7100-EXIT
044630     END-IF.
044631     ACCEPT FB01-WS-CURRENT-TIME FROM TIME.
044632     MOVE SPACES                TO FB01-LOCK-RECORD.
044633     MOVE FB01-WS-LOCK-START    TO FB01-LK-START-NUM.
044634     MOVE FB01-WS-LOCK-END      TO FB01-LK-END-NUM.
044635     MOVE FB01-WS-CLOSE-PERIOD  TO FB01-LK-PERIOD.
044636     MOVE FB01-WS-RUN-DATE      TO FB01-LK-CERT-DATE.
044637     MOVE FB01-WS-CURRENT-TIME  TO FB01-LK-CERT-TIME.
044638     MOVE FB01-WS-TOTAL-READ    TO FB01-LK-KEYS-CERTIFIED.
044639     SET FB01-LK-ACTIVE         TO TRUE.
044640     WRITE FB01-LOCK-RECORD.
044641     CLOSE LOCK-FILE.
044642     MOVE SPACES TO FB01-VERIFY-LINE.
044643     STRING "RANGE LOCKED FOR PERIOD " DELIMITED BY SIZE
044644            FB01-WS-CLOSE-PERIOD       DELIMITED BY SIZE
044645         INTO FB01-VR-C-TEXT
044646     END-STRING.
044647     MOVE "READ: "                  TO FB01-VR-C-READ-LIT.
044648     MOVE FB01-WS-TOTAL-READ        TO FB01-VR-C-READ.
044649     MOVE "EXCEPTIONS: "            TO FB01-VR-C-EXCP-LIT.
044650     MOVE ZERO                      TO FB01-VR-C-EXCP.
044651     WRITE FB01-VERIFY-LINE.
044652     DISPLAY "  PERIOD LOCKED . . . . . . . ."
044653             FB01-WS-CLOSE-PERIOD.
044654     MOVE FB01-WS-LOCK-START        TO FB01-WS-EDIT-TOTAL.
044655     DISPLAY "  LOCK RANGE START. . . . . . ." FB01-WS-EDIT-TOTAL.
044656     MOVE FB01-WS-LOCK-END          TO FB01-WS-EDIT-TOTAL.
044657     DISPLAY "  LOCK RANGE END. . . . . . . ." FB01-WS-EDIT-TOTAL.
044658 7100-EXIT.
044659     EXIT.
044700*
044800******************************************************************
044900*    9000-TERMINATE                                              *
045300     CLOSE REPORT-FILE.
045400 9000-EXIT.
045500     EXIT.
045510*
045520******************************************************************
045530*    9100-END-STEP  --  POST THE STEP END, WITH THE FINAL        *
045540*                        RETURN CODE, KEYS READ AND EXCEPTIONS,  *
045550*                        TO THE FBSTEPL LEDGER.  AN EXCEPTION    *
045560*                        ENDS RC 8 AND IS POSTED FAILED, SO THE  *
045570*                        INDEX IS NOT CERTIFIED.                 *
045580******************************************************************
045590 9100-END-STEP.
045600     MOVE "E"                      TO FB01-SQ-FUNC.
045610     MOVE FB01-WS-TOTAL-READ       TO FB01-SQ-COUNT-IN.
045620     MOVE FB01-WS-TOTAL-EXCEPTIONS TO FB01-SQ-COUNT-OUT.
045630     MOVE RETURN-CODE              TO FB01-SQ-RETURN-CODE.
045640     CALL "FBSTEP" USING FB01-STEP-PARMS.
045641     IF FB01-SQ-STATUS NOT = "00"
045642         DISPLAY "FBVERIFY: FBSTEP STATUS " FB01-SQ-STATUS
045643                 " POSTING THE STEP END"
045644         MOVE 12 TO RETURN-CODE
045645     END-IF.
045650 9100-EXIT.
045660     EXIT.
045670*
045680******************************************************************
045690*    1300-BEGIN-STEP  --  POST THE STEP START TO THE FBSTEPL     *
045700*                          STREAM LEDGER BEFORE ANY FILE IS      *
045710*                          OPENED.  FIZZBUZZ MUST HAVE COMPLETED *
045720*                          FOR THE BUSINESS DATE, AND FBMERGE    *
045730*                          TOO WHEN IT RAN.  A FULL PASS POSTS   *
045740*                          UNDER A BLANK JOB ID, A KEY-RANGE     *
045750*                          SLICE UNDER ITS START KEY IN          *
045760*                          HEXADECIMAL, SO EVERY SLICE RUN FOR   *
045770*                          A DATE IS TRACKED, AND SKIPPED ON     *
045780*                          RERUN, ON ITS OWN.  THE COMPLETED END *
045790*                          RECORDS ARE THE CERTIFICATION THE     *
045800*                          FBSTREAM RELEASE GATE LOOKS FOR.      *
045810******************************************************************
045820 1300-BEGIN-STEP.
045821     MOVE SPACES TO FB01-STEP-PARMS.
045830     MOVE "B"                    TO FB01-SQ-FUNC.
045840     MOVE "FBVERIFY"             TO FB01-SQ-STEP-NAME.
045850     MOVE SPACES                 TO FB01-SQ-JOB-ID.
045860     IF FB01-WS-RANGE-GIVEN
045870         MOVE FB01-WS-START-NUM  TO FB01-WS-SLICE-WORK
045880         PERFORM 1310-HEX-ONE-DIGIT THRU 1310-EXIT
045890             VARYING FB01-WS-SLICE-SUB FROM 8 BY -1
045900             UNTIL FB01-WS-SLICE-SUB < 1
045910     END-IF.
045920     MOVE 2                      TO FB01-SQ-PRQ-COUNT.
045930     MOVE "FIZZBUZZ"             TO FB01-SQ-PRQ-STEP (1).
045940     MOVE "R"                    TO FB01-SQ-PRQ-MODE (1).
045950     MOVE "FBMERGE"              TO FB01-SQ-PRQ-STEP (2).
045960     MOVE "O"                    TO FB01-SQ-PRQ-MODE (2).
045970     MOVE RETURN-CODE            TO FB01-SQ-RETURN-CODE.
045980     CALL "FBSTEP" USING FB01-STEP-PARMS.
045990 1300-EXIT.
046000     EXIT.
046010*
046020******************************************************************
046030*    1310-HEX-ONE-DIGIT  --  ONE HEXADECIMAL DIGIT OF THE SLICE  *
046040*                             JOB ID, LOW-ORDER DIGIT FIRST      *
046050******************************************************************
046060 1310-HEX-ONE-DIGIT.
046070     DIVIDE FB01-WS-SLICE-WORK BY 16 GIVING FB01-WS-SLICE-QUOT
046080         REMAINDER FB01-WS-SLICE-DIGIT.
046090     MOVE FB01-WS-HEX-DIGITS (FB01-WS-SLICE-DIGIT + 1:1)
046100         TO FB01-SQ-JOB-ID (FB01-WS-SLICE-SUB:1).
046110     MOVE FB01-WS-SLICE-QUOT TO FB01-WS-SLICE-WORK.
046120 1310-EXIT.
046130     EXIT.
