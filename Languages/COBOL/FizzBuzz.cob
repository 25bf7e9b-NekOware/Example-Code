016106*                  RECORD, UNLESS THE NEW CONTROL CARD OVERRIDE  *
016107*                  SWITCH IS SET.  AN UNLISTED DAY OR A MISSING  *
016108*                  FBCAL RUNS EXACTLY AS BEFORE.                 *
016110* 10/15/2026 RLK   EVERY FBINDEX WRITE OR REWRITE THAT ADDS A    *
016111*                  KEY OR CHANGES ITS LABEL OR RULE SET ID IS    *
016112*                  NOW APPENDED TO A NEW FBIXJRN CHANGE JOURNAL  *
016113*                  WITH ITS BEFORE AND AFTER IMAGES, JOB ID AND  *
016114*                  TIME STAMP, FOR THE FBASOF AS-OF INQUIRY.     *
016116* 10/15/2026 RLK   RULECARD ROWS NOW CARRY THE SUBMITTER AND     *
016117*                  APPROVER USER IDS STAMPED ON THEM BY          *
016118*                  FBRULMNT.  THEY ARE STAGED WITH THE REST OF   *
016119*                  THE ROW AND CARRIED ONTO EVERY FBRHIST        *
016120*                  RECORD, AND INTO THE CARD IMAGE OF AN         *
016121*                  OVERFLOW ROW SENT TO FBSUSP.                  *
016122* 10/15/2026 RLK   EVERY RUN NOW POSTS START AND END RECORDS --  *
016123*                  BUSINESS DATE, STEP, JOB ID, RETURN CODE,     *
016124*                  NUMS PROCESSED AND RESULTS EXPORTED -- TO THE *
016125*                  FBSTEPL STREAM LEDGER THROUGH THE FBSTEP      *
016126*                  SERVICE.  A RERUN OF A JOB ID ALREADY         *
016127*                  COMPLETED FOR THE BUSINESS DATE IS SKIPPED    *
016128*                  WITHOUT OPENING A FILE UNLESS THE FBSTCARD    *
016129*                  STREAM CARD FORCES IT.                        *
016130* 10/15/2026 RLK   EVERY FBINDEX WRITE IS NOW CHECKED AGAINST    *
016131*                  THE PERIOD-CLOSE LOCKS FBVERIFY POSTS TO      *
016132*                  FBLOCK, THROUGH THE FBLKCHK SERVICE.  A KEY   *
016133*                  IN A LOCKED RANGE GOES TO FBSUSP, REASON      *
016134*                  LOCK, AND IS LEFT UNTOUCHED, UNLESS THE       *
016135*                  CONTROL CARD CARRIES AN OVERRIDE              *
016136*                  AUTHORIZATION ID; OVERRIDDEN WRITES ARE       *
016137*                  LOGGED TO FBAUDIT AS ONE OVERRIDE RECORD PER  *
016138*                  LOCKED RANGE.  WHILE ANY LOCK IS IN FORCE A   *
016139*                  FULL REBUILD UPDATES FBINDEX IN PLACE INSTEAD *
016140*                  OF EMPTYING IT.                               *
016141* 10/15/2026 RLK   A FULL REBUILD NOW JOURNALS EVERY KEY ON THE  *
016142*                  OLD FBINDEX TO FBIXJRN AS A D WITH ITS BEFORE *
016143*                  IMAGE BEFORE EMPTYING THE FILE, SO KEYS IT    *
016144*                  DROPS STAY ANSWERABLE BY FBASOF.  A NONZERO   *
016145*                  FBLKCHK OR FBSTEP STATUS NOW STOPS THE RUN    *
016146*                  WITH RETURN CODE 12, NOTHING WRITTEN FOR A    *
016147*                  KEY FBLKCHK COULD NOT CHECK.                  *
016148* 10/15/2026 RLK   A RUN STOPPED BY FBLKCHK NOW POSTS FAILED TO  *
016149*                  FBAUDIT INSTEAD OF COMPLETED, SO ITS RANGE IS *
016150*                  NOT TAKEN AS COVERED.                         *
016199******************************************************************
016200 ENVIRONMENT DIVISION.
016300 CONFIGURATION SECTION.
016400 SOURCE-COMPUTER.         IBM-370.
020240     SELECT CALENDAR-FILE ASSIGN TO FBCAL
020250         ORGANIZATION IS SEQUENTIAL
020260         FILE STATUS IS FB01-WS-CAL-FILE-STATUS.
020270     SELECT JOURNAL-FILE  ASSIGN TO FBIXJRN
020280         ORGANIZATION IS SEQUENTIAL
020290         FILE STATUS IS FB01-WS-JRN-FILE-STATUS.
020300     SELECT INDEXED-FILE  ASSIGN TO FBINDEX
020400         ORGANIZATION IS INDEXED
020500         ACCESS MODE IS DYNAMIC
027780     RECORDING MODE IS F
027790     LABEL RECORDS ARE STANDARD.
027791     COPY FB01CA.
027792*
027793 FD  JOURNAL-FILE
027794     RECORDING MODE IS F
027795     LABEL RECORDS ARE STANDARD.
027796     COPY FB01JR.
027800*
027900 FD  INDEXED-FILE
028000     LABEL RECORDS ARE STANDARD.
037540     88  FB01-WS-EXCL-STOP        VALUE "Y".
037550 77  FB01-WS-DIGIT-SUM            PIC 9(03) COMP-3 VALUE ZERO.
037560 77  FB01-WS-DS-WORK              PIC 9(09) COMP-3 VALUE ZERO.
037570 77  FB01-WS-JRN-FILE-STATUS      PIC X(02) VALUE SPACES.
037571 77  FB01-WS-JRN-ACTION           PIC X(01) VALUE SPACES.
037572 77  FB01-WS-JRN-BEFORE-LABEL     PIC X(10) VALUE SPACES.
037573 77  FB01-WS-JRN-BEFORE-SET-ID    PIC X(08) VALUE SPACES.
037574 77  FB01-WS-JRN-POST-SW          PIC X(01) VALUE "N".
037575     88  FB01-WS-JRN-POST         VALUE "Y".
037576 77  FB01-WS-JRN-TIME             PIC 9(08) VALUE ZERO.
037577 77  FB01-WS-IDX-IO-SW            PIC X(01) VALUE "N".
037578     88  FB01-WS-IDX-IO           VALUE "Y".
037579 77  FB01-WS-OVERRIDE-ID          PIC X(08) VALUE SPACES.
037580 77  FB01-WS-LOCK-BLOCK-SW        PIC X(01) VALUE "N".
037581     88  FB01-WS-KEY-BLOCKED      VALUE "Y".
037582 77  FB01-WS-LOCK-NUM             PIC 9(09) VALUE ZERO.
037583 77  FB01-WS-LOCK-SUSP-COUNT      PIC 9(09) COMP-3 VALUE ZERO.
037584 77  FB01-WS-LOCK-OVR-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
037585 77  FB01-WS-OVR-OPEN-SW          PIC X(01) VALUE "N".
037586     88  FB01-WS-OVR-OPEN         VALUE "Y".
037587 77  FB01-WS-OVR-LOCK-START       PIC 9(09) COMP-3 VALUE ZERO.
037588 77  FB01-WS-OVR-LOW              PIC 9(09) COMP-3 VALUE ZERO.
037589 77  FB01-WS-OVR-HIGH             PIC 9(09) COMP-3 VALUE ZERO.
037590 77  FB01-WS-OVR-KEYS             PIC 9(09) COMP-3 VALUE ZERO.
037591 77  FB01-WS-OVR-TS               PIC X(26) VALUE SPACES.
037592 77  FB01-WS-LOCK-FAIL-SW         PIC X(01) VALUE "N".
037593     88  FB01-WS-LOCK-FAILED      VALUE "Y".
037594 77  FB01-WS-IDX-EOF-SW           PIC X(01) VALUE "N".
037595     88  FB01-WS-IDX-EOF          VALUE "Y".
037596 77  FB01-WS-DROP-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
037600*
037700******************************************************************
037800*    DIVISOR RULE TABLE                                          *
037900******************************************************************
038000     COPY FB01RT.
038100*
038110******************************************************************
038120*    FBSTEP STEP LEDGER CALL PARAMETERS                          *
038130******************************************************************
038140     COPY FB01SQ.
038150*
038160******************************************************************
038170*    FBLKCHK CERTIFIED-RANGE LOCK CALL PARAMETERS                *
038180******************************************************************
038190     COPY FB01LC.
038195*
038200******************************************************************
038300*    RULE HIT COUNTS CARRIED FORWARD ACROSS A CHECKPOINT RESTART *
038400*    RESTORED FROM FBCKPT BEFORE THE RULE TABLE ITSELF IS BUILT, *
042120         10  FB01-WS-STG-EXCL-SW  PIC X(01).
042130         10  FB01-WS-STG-BAND-LOW PIC 9(09).
042140         10  FB01-WS-STG-BAND-HIGH PIC 9(09).
042150         10  FB01-WS-STG-SUBMIT-ID PIC X(08).
042160         10  FB01-WS-STG-APPROVER-ID PIC X(08).
042200*
042300******************************************************************
042400*    SUSPENSE WORK AREAS -- THE REJECTED RECORD IMAGE CARRIED    *
043520     05  FB01-WS-RIM-EXCL-SW      PIC X(01).
043530     05  FB01-WS-RIM-BAND-LOW     PIC 9(09).
043540     05  FB01-WS-RIM-BAND-HIGH    PIC 9(09).
043550     05  FB01-WS-RIM-SUBMIT-ID    PIC X(08).
043560     05  FB01-WS-RIM-APPROVER-ID  PIC X(08).
043600     05  FILLER                   PIC X(07).
043700 01  FB01-WS-TRANS-WORK.
043800     05  FB01-WS-TRANS-IMAGE      PIC X(80).
043900     05  FB01-WS-TRANS-IMAGE-R REDEFINES FB01-WS-TRANS-IMAGE.
046100         PERFORM 7000-SUMMARY THRU 7000-EXIT
046200     END-IF.
046300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
046310     PERFORM 9100-END-STEP THRU 9100-EXIT.
046400     STOP RUN.
046500*
046600******************************************************************
046800******************************************************************
046900 1000-INITIALIZE.
047000     ACCEPT FB01-WS-RUN-DATE FROM DATE YYYYMMDD.
047010     MOVE SPACES TO FB01-STEP-PARMS.
047100     OPEN INPUT CONTROL-FILE.
047200     READ CONTROL-FILE
047300         AT END
048800     END-IF.
048900     MOVE FB01-CC-CHECKPOINT-INT TO FB01-WS-CHECKPOINT-INT.
049000     MOVE FB01-CC-JOB-ID         TO FB01-WS-JOB-ID.
049010     MOVE FB01-CC-OVERRIDE-ID    TO FB01-WS-OVERRIDE-ID.
049100     MOVE FB01-CC-BATCH-SIZE     TO FB01-WS-BATCH-SIZE.
049200     IF FB01-WS-BATCH-SIZE = ZERO
049300         MOVE FB01-WS-DFLT-BATCH-SIZE TO FB01-WS-BATCH-SIZE
050500     END-IF.
050600     CLOSE CONTROL-FILE.
050610     PERFORM 1500-CHECK-CALENDAR THRU 1500-EXIT.
050620     IF FB01-WS-CONTROL-VALID
050630         PERFORM 1600-BEGIN-STEP THRU 1600-EXIT
050640         IF NOT FB01-SQ-ACTION-RUN
050650             MOVE "N" TO FB01-WS-VALID-SW
050660             GO TO 1000-EXIT
050670         END-IF
050680     END-IF.
050700     PERFORM 8000-OPEN-AUDIT-LOG THRU 8000-EXIT.
050800     IF FB01-WS-APPEND-YES
050900         PERFORM 1200-READ-CHECKPOINT-FILE THRU 1200-EXIT
051400     ELSE
051500         OPEN OUTPUT CHECKPOINT-FILE
051600     END-IF.
051602     OPEN EXTEND JOURNAL-FILE.
051604     IF FB01-WS-JRN-FILE-STATUS = "35"
051606         OPEN OUTPUT JOURNAL-FILE
051608     END-IF.
051610     MOVE FB01-WS-APPEND-SW TO FB01-WS-IDX-IO-SW.
051620     IF NOT FB01-WS-IDX-IO
051630         PERFORM 1700-CHECK-LOCKS THRU 1700-EXIT
051632     END-IF.
051634     IF NOT FB01-WS-IDX-IO
051636         PERFORM 1800-JOURNAL-DROPPED-KEYS THRU 1800-EXIT
051640     END-IF.
051700     IF FB01-WS-IDX-IO
051800         OPEN I-O INDEXED-FILE
051900         IF FB01-WS-INDEX-FILE-STATUS = "35"
052000             OPEN OUTPUT INDEXED-FILE
054800     OPEN EXTEND SUSPENSE-FILE.
054900     IF FB01-WS-SUSP-FILE-STATUS = "35"
055000         OPEN OUTPUT SUSPENSE-FILE
055140     END-IF.
055200     OPEN OUTPUT EXPORT-FILE.
055300     MOVE SPACES TO FB01-EXPORT-RECORD.
055400     STRING "H,"                DELIMITED BY SIZE
062200         MOVE 16 TO RETURN-CODE
062300     END-IF.
062400 2000-EXIT.
062401     EXIT.
062402*
062403******************************************************************
062404*    1800-JOURNAL-DROPPED-KEYS  --  A FULL REBUILD EMPTIES       *
062405*                                    FBINDEX, SO EVERY KEY ON    *
062406*                                    THE OLD FILE IS FIRST       *
062407*                                    JOURNALED AS A "D" WITH ITS *
062408*                                    BEFORE IMAGE.  A KEY THE    *
062409*                                    RUN WRITES AGAIN FOLLOWS AS *
062410*                                    AN "A".  NO FBINDEX YET     *
062411*                                    MEANS NOTHING TO JOURNAL;   *
062412*                                    ANY OTHER FAILURE STOPS THE *
062413*                                    RUN, RETURN CODE 12, WITH   *
062414*                                    FBINDEX LEFT AS IT WAS.     *
062415******************************************************************
062416 1800-JOURNAL-DROPPED-KEYS.
062417     MOVE ZERO TO FB01-WS-DROP-COUNT.
062418     MOVE "N"  TO FB01-WS-IDX-EOF-SW.
062419     OPEN INPUT INDEXED-FILE.
062420     IF FB01-WS-INDEX-FILE-STATUS = "35"
062421         GO TO 1800-EXIT
062422     END-IF.
062423     IF FB01-WS-INDEX-FILE-STATUS NOT = "00"
062424         DISPLAY "FIZZBUZZ: FBINDEX OPEN FAILED, STATUS "
062425                 FB01-WS-INDEX-FILE-STATUS
062426                 " -- RUN STOPPED, FBINDEX NOT REBUILT"
062427         MOVE "Y" TO FB01-WS-IDX-IO-SW
062428         MOVE "N" TO FB01-WS-VALID-SW
062429         MOVE 12  TO RETURN-CODE
062430         GO TO 1800-EXIT
062431     END-IF.
062432     PERFORM 1810-JOURNAL-ONE-DROP THRU 1810-EXIT
062433         UNTIL FB01-WS-IDX-EOF.
062434     CLOSE INDEXED-FILE.
062435     IF FB01-WS-DROP-COUNT > ZERO
062436         MOVE FB01-WS-DROP-COUNT TO FB01-WS-NUM-EDIT
062437         DISPLAY "FIZZBUZZ: FULL REBUILD -- " FB01-WS-NUM-EDIT
062438                 " FBINDEX KEYS JOURNALED AS DROPPED"
062439     END-IF.
062440 1800-EXIT.
062441     EXIT.
062442*
062443******************************************************************
062444*    1810-JOURNAL-ONE-DROP  --  ONE KEY OF THE OLD FBINDEX.  A   *
062445*                                READ FAILURE STOPS THE RUN AS   *
062446*                                AN OPEN FAILURE DOES.           *
062447******************************************************************
062448 1810-JOURNAL-ONE-DROP.
062449     READ INDEXED-FILE NEXT RECORD
062450         AT END
062451             SET FB01-WS-IDX-EOF TO TRUE
062452             GO TO 1810-EXIT
062453     END-READ.
062454     IF FB01-WS-INDEX-FILE-STATUS NOT = "00"
062455         DISPLAY "FIZZBUZZ: FBINDEX READ FAILED, STATUS "
062456                 FB01-WS-INDEX-FILE-STATUS
062457                 " -- RUN STOPPED, FBINDEX NOT REBUILT"
062458         MOVE "Y" TO FB01-WS-IDX-IO-SW
062459         MOVE "N" TO FB01-WS-VALID-SW
062460         MOVE 12  TO RETURN-CODE
062461         SET FB01-WS-IDX-EOF TO TRUE
062462         GO TO 1810-EXIT
062463     END-IF.
062464     MOVE "D"                     TO FB01-WS-JRN-ACTION.
062465     MOVE FB01-IDX-LABEL          TO FB01-WS-JRN-BEFORE-LABEL.
062466     MOVE FB01-IDX-RULE-SET-ID    TO FB01-WS-JRN-BEFORE-SET-ID.
062467     MOVE SPACES                  TO FB01-IDX-LABEL.
062468     MOVE SPACES                  TO FB01-IDX-RULE-SET-ID.
062469     PERFORM 6710-WRITE-JOURNAL THRU 6710-EXIT.
062470     ADD 1 TO FB01-WS-DROP-COUNT.
062471 1810-EXIT.
062500     EXIT.
062600*
062700******************************************************************
073233 1510-EXIT.
073234     EXIT.
073235*
073236******************************************************************
073237*    1600-BEGIN-STEP  --  POST THE STEP START TO THE FBSTEPL     *
073238*                          STREAM LEDGER.  FIZZBUZZ HEADS THE    *
073239*                          STREAM AND HAS NO PREREQUISITE, BUT A *
073240*                          RERUN OF A JOB ID ALREADY COMPLETED   *
073241*                          FOR THE BUSINESS DATE IS SKIPPED      *
073242*                          UNLESS THE FBSTCARD STREAM CARD       *
073243*                          FORCES IT.                            *
073244******************************************************************
073245 1600-BEGIN-STEP.
073246     MOVE "B"                    TO FB01-SQ-FUNC.
073247     MOVE "FIZZBUZZ"             TO FB01-SQ-STEP-NAME.
073248     MOVE FB01-WS-JOB-ID         TO FB01-SQ-JOB-ID.
073249     MOVE ZERO                   TO FB01-SQ-PRQ-COUNT.
073250     MOVE RETURN-CODE            TO FB01-SQ-RETURN-CODE.
073251     CALL "FBSTEP" USING FB01-STEP-PARMS.
073252 1600-EXIT.
073253     EXIT.
073254*
073255******************************************************************
073256*    1700-CHECK-LOCKS  --  A FULL REBUILD WOULD EMPTY FBINDEX,   *
073257*                           CERTIFIED KEYS INCLUDED.  WHILE ANY  *
073258*                           PERIOD-CLOSE LOCK IS IN FORCE THE    *
073259*                           REBUILD UPDATES FBINDEX IN PLACE     *
073260*                           INSTEAD, SO LOCKED KEYS SURVIVE IT.  *
073261******************************************************************
073262 1700-CHECK-LOCKS.
073263     MOVE "L"                     TO FB01-LC-FUNC.
073264     MOVE ZERO                    TO FB01-LC-NUM.
073265     MOVE RETURN-CODE             TO FB01-LC-RETURN-CODE.
073266     CALL "FBLKCHK" USING FB01-LOCK-PARMS.
073267     IF FB01-LC-LOCK-COUNT > ZERO
073268         MOVE "Y" TO FB01-WS-IDX-IO-SW
073269         DISPLAY "FIZZBUZZ: CERTIFIED LOCKS IN FORCE, FBINDEX "
073270                 "UPDATED IN PLACE"
073272     END-IF.
073274     IF FB01-LC-STATUS NOT = "00"
073276         DISPLAY "FIZZBUZZ: FBLKCHK STATUS " FB01-LC-STATUS
073278                 " -- RUN STOPPED, FBINDEX NOT REBUILT"
073280         MOVE "Y" TO FB01-WS-LOCK-FAIL-SW
073282         MOVE "Y" TO FB01-WS-IDX-IO-SW
073284         MOVE "N" TO FB01-WS-VALID-SW
073286         MOVE 12  TO RETURN-CODE
073288     END-IF.
073290 1700-EXIT.
073292     EXIT.
073294*
073300******************************************************************
073400*    3000-LOAD-RULES  --  STAGE EVERY RULECARD ROW, SELECT THE   *
073500*                          RULE SET IN FORCE FOR THE RUN DATE,   *
082136         MOVE ZERO
082137             TO FB01-WS-STG-BAND-HIGH (FB01-WS-STAGE-COUNT)
082138     END-IF.
082148     MOVE FB01-RULE-SUBMIT-ID
082158         TO FB01-WS-STG-SUBMIT-ID (FB01-WS-STAGE-COUNT).
082168     MOVE FB01-RULE-APPROVER-ID
082178         TO FB01-WS-STG-APPROVER-ID (FB01-WS-STAGE-COUNT).
082200 3110-EXIT.
082300     EXIT.
082400*
094460         TO FB01-WS-RIM-BAND-LOW.
094470     MOVE FB01-WS-STG-BAND-HIGH (FB01-WS-STAGE-SUB)
094480         TO FB01-WS-RIM-BAND-HIGH.
094481     MOVE FB01-WS-STG-SUBMIT-ID (FB01-WS-STAGE-SUB)
094482         TO FB01-WS-RIM-SUBMIT-ID.
094483     MOVE FB01-WS-STG-APPROVER-ID (FB01-WS-STAGE-SUB)
094484         TO FB01-WS-RIM-APPROVER-ID.
094500     MOVE "ROVR" TO FB01-WS-SUS-REASON.
094600     MOVE FB01-WS-RULE-IMAGE TO FB01-WS-SUS-IMAGE.
094700     PERFORM 6900-WRITE-SUSPENSE THRU 6900-EXIT.
099560         TO FB01-RH-BAND-LOW.
099570     MOVE FB01-WS-STG-BAND-HIGH (FB01-WS-STAGE-SUB)
099580         TO FB01-RH-BAND-HIGH.
099581     MOVE FB01-WS-STG-SUBMIT-ID (FB01-WS-STAGE-SUB)
099582         TO FB01-RH-SUBMIT-ID.
099583     MOVE FB01-WS-STG-APPROVER-ID (FB01-WS-STAGE-SUB)
099584         TO FB01-RH-APPROVER-ID.
099600     WRITE FB01-HISTORY-RECORD.
099700 3510-EXIT.
099800     EXIT.
104100     ELSE
104200         PERFORM 5100-READ-TRANSACTION THRU 5100-EXIT
104300             UNTIL FB01-WS-TRANS-EOF
104350                OR FB01-WS-LOCK-FAILED
104400         CLOSE TRANSACTION-FILE
104500     END-IF.
104600 5000-EXIT.
109000     ELSE
109100         PERFORM 5210-READ-SUSPIN THRU 5210-EXIT
109200             UNTIL FB01-WS-SUSPIN-EOF
109250                OR FB01-WS-LOCK-FAILED
109300         CLOSE SUSPENSE-IN-FILE
109400     END-IF.
109500 5200-EXIT.
115000     PERFORM 5600-RUN-ONE-RANGE THRU 5600-EXIT
115100         VARYING FB01-WS-RANGE-SUB
115200         FROM FB01-WS-CURR-RANGE BY 1
115250         UNTIL FB01-WS-RANGE-SUB > FB01-WS-RANGE-COUNT
115300            OR FB01-WS-LOCK-FAILED.
115400 5500-EXIT.
115500     EXIT.
115600*
123300 6000-PROCESS-RANGE.
123400     PERFORM VARYING FB01-WS-NUM FROM FB01-WS-START-NUM BY 1
123500             UNTIL FB01-WS-NUM > FB01-WS-END-NUM
123550                OR FB01-WS-LOCK-FAILED
123600         IF NOT FB01-WS-BLOCK-OPEN
123700             PERFORM 6750-START-STATS-BLOCK THRU 6750-EXIT
123800         END-IF
141000******************************************************************
141100*    6700-WRITE-INDEX-RECORD  --  WRITE ONE FBINDEX RECORD, OR   *
141200*                                  REWRITE IT IF REPROCESSING    *
141300*                                  HAS ALREADY WRITTEN THE KEY.  *
141310*                                  WHEN FBINDEX IS UPDATED IN    *
141320*                                  PLACE THE KEY IS READ FIRST   *
141330*                                  SO ITS BEFORE IMAGE CAN BE    *
141340*                                  JOURNALED.  A KEY IN A        *
141350*                                  CERTIFIED LOCKED RANGE IS     *
141360*                                  SUSPENDED AND LEFT UNTOUCHED  *
141370*                                  UNLESS THE RUN CARRIES AN     *
141380*                                  OVERRIDE AUTHORIZATION.       *
141400******************************************************************
141500 6700-WRITE-INDEX-RECORD.
141501     PERFORM 6720-CHECK-LOCK THRU 6720-EXIT.
141502     IF FB01-WS-KEY-BLOCKED
141503         GO TO 6700-EXIT
141504     END-IF.
141510     MOVE "A"                     TO FB01-WS-JRN-ACTION.
141520     MOVE SPACES                  TO FB01-WS-JRN-BEFORE-LABEL.
141530     MOVE SPACES                  TO FB01-WS-JRN-BEFORE-SET-ID.
141540     IF FB01-WS-IDX-IO
141550         MOVE FB01-WS-NUM         TO FB01-IDX-NUM
141560         READ INDEXED-FILE
141570             INVALID KEY
141580                 CONTINUE
141590             NOT INVALID KEY
141591                 MOVE "C"              TO FB01-WS-JRN-ACTION
141592                 MOVE FB01-IDX-LABEL   TO FB01-WS-JRN-BEFORE-LABEL
141593                 MOVE FB01-IDX-RULE-SET-ID
141594                     TO FB01-WS-JRN-BEFORE-SET-ID
141595         END-READ
141596     END-IF.
141597     MOVE "Y"                     TO FB01-WS-JRN-POST-SW.
141600     MOVE SPACES                  TO FB01-INDEX-RECORD.
141700     MOVE FB01-WS-NUM             TO FB01-IDX-NUM.
141800     MOVE FB01-RL-D-LABEL         TO FB01-IDX-LABEL.
142400                 INVALID KEY
142500                     DISPLAY "FIZZBUZZ: UNABLE TO REWRITE INDEX "
142600                             "KEY " FB01-WS-NUM-EDIT
142610                     MOVE "N" TO FB01-WS-JRN-POST-SW
142700             END-REWRITE
142800     END-WRITE.
142810     IF FB01-WS-JRN-ACTION = "C"
142820         AND FB01-WS-JRN-BEFORE-LABEL  = FB01-IDX-LABEL
142830         AND FB01-WS-JRN-BEFORE-SET-ID = FB01-IDX-RULE-SET-ID
142840         MOVE "N" TO FB01-WS-JRN-POST-SW
142850     END-IF.
142860     IF FB01-WS-JRN-POST
142870         PERFORM 6710-WRITE-JOURNAL THRU 6710-EXIT
142880     END-IF.
142900 6700-EXIT.
143000     EXIT.
143010*
143020******************************************************************
143030*    6710-WRITE-JOURNAL  --  APPEND ONE FBIXJRN CHANGE JOURNAL   *
143040*                             RECORD FOR THE KEY JUST WRITTEN    *
143050******************************************************************
143060 6710-WRITE-JOURNAL.
143061     ACCEPT FB01-WS-JRN-TIME FROM TIME.
143062     MOVE SPACES                  TO FB01-JOURNAL-RECORD.
143063     MOVE FB01-IDX-NUM            TO FB01-JRN-NUM.
143064     MOVE FB01-WS-JRN-ACTION      TO FB01-JRN-ACTION.
143065     MOVE FB01-WS-JRN-BEFORE-LABEL  TO FB01-JRN-BEFORE-LABEL.
143066     MOVE FB01-WS-JRN-BEFORE-SET-ID TO FB01-JRN-BEFORE-SET-ID.
143067     MOVE FB01-IDX-LABEL          TO FB01-JRN-AFTER-LABEL.
143068     MOVE FB01-IDX-RULE-SET-ID    TO FB01-JRN-AFTER-SET-ID.
143069     MOVE FB01-WS-JOB-ID          TO FB01-JRN-JOB-ID.
143070     MOVE "FIZZBUZZ"              TO FB01-JRN-PROGRAM.
143071     STRING FB01-WS-RUN-DATE      DELIMITED BY SIZE
143072            "-"                   DELIMITED BY SIZE
143073            FB01-WS-JRN-TIME      DELIMITED BY SIZE
143074         INTO FB01-JRN-TIMESTAMP
143075     END-STRING.
143076     WRITE FB01-JOURNAL-RECORD.
143080 6710-EXIT.
143090     EXIT.
143091*
143092******************************************************************
143093*    6720-CHECK-LOCK  --  ASK FBLKCHK WHETHER THE KEY LIES IN A  *
143094*                          CERTIFIED LOCKED RANGE.  WITHOUT AN   *
143095*                          OVERRIDE ID THE KEY GOES TO FBSUSP,   *
143096*                          REASON LOCK, AND IS NOT WRITTEN.      *
143097*                          UNDER AN OVERRIDE THE WRITE GOES      *
143098*                          AHEAD AND IS TALLIED AGAINST ITS LOCK *
143099*                          FOR THE FBAUDIT OVERRIDE RECORD.      *
143100*                          IF FBLKCHK CANNOT ANSWER NOTHING IS   *
143101*                          WRITTEN AND THE RUN STOPS, RC 12.     *
143102******************************************************************
143103 6720-CHECK-LOCK.
143104     MOVE "N"                     TO FB01-WS-LOCK-BLOCK-SW.
143105     MOVE "K"                     TO FB01-LC-FUNC.
143106     MOVE FB01-WS-NUM             TO FB01-LC-NUM.
143107     MOVE RETURN-CODE             TO FB01-LC-RETURN-CODE.
143108     CALL "FBLKCHK" USING FB01-LOCK-PARMS.
143109     IF FB01-LC-STATUS NOT = "00"
143110         DISPLAY "FIZZBUZZ: FBLKCHK STATUS " FB01-LC-STATUS
143111                 " ON KEY " FB01-LC-NUM " -- RUN STOPPED"
143112         MOVE "Y"                 TO FB01-WS-LOCK-BLOCK-SW
143113         MOVE "Y"                 TO FB01-WS-LOCK-FAIL-SW
143114         MOVE 12                  TO RETURN-CODE
143115         GO TO 6720-EXIT
143116     END-IF.
143117     IF NOT FB01-LC-LOCKED
143118         GO TO 6720-EXIT
143119     END-IF.
143120     IF FB01-WS-OVERRIDE-ID = SPACES
143121         MOVE "Y"                 TO FB01-WS-LOCK-BLOCK-SW
143122         MOVE FB01-WS-NUM         TO FB01-WS-LOCK-NUM
143123         MOVE SPACES              TO FB01-WS-SUS-IMAGE
143124         MOVE FB01-WS-LOCK-NUM    TO FB01-WS-SUS-IMAGE
143125         MOVE "LOCK"              TO FB01-WS-SUS-REASON
143126         PERFORM 6900-WRITE-SUSPENSE THRU 6900-EXIT
143127         ADD 1 TO FB01-WS-LOCK-SUSP-COUNT
143128         GO TO 6720-EXIT
143129     END-IF.
143130     IF FB01-WS-OVR-OPEN
143131         AND FB01-LC-LOCK-START NOT = FB01-WS-OVR-LOCK-START
143132         PERFORM 6730-WRITE-OVERRIDE THRU 6730-EXIT
143133     END-IF.
143134     IF NOT FB01-WS-OVR-OPEN
143135         MOVE "Y"                 TO FB01-WS-OVR-OPEN-SW
143136         MOVE FB01-LC-LOCK-START  TO FB01-WS-OVR-LOCK-START
143137         MOVE FB01-WS-NUM         TO FB01-WS-OVR-LOW
143138         MOVE FB01-WS-NUM         TO FB01-WS-OVR-HIGH
143139         MOVE ZERO                TO FB01-WS-OVR-KEYS
143140         ACCEPT FB01-WS-CLOCK-TIME FROM TIME
143141         MOVE SPACES              TO FB01-WS-OVR-TS
143142         STRING FB01-WS-RUN-DATE   DELIMITED BY SIZE
143143                "-"                DELIMITED BY SIZE
143144                FB01-WS-CLOCK-TIME DELIMITED BY SIZE
143145             INTO FB01-WS-OVR-TS
143146         END-STRING
143147     END-IF.
143148     IF FB01-WS-NUM < FB01-WS-OVR-LOW
143149         MOVE FB01-WS-NUM         TO FB01-WS-OVR-LOW
143150     END-IF.
143151     IF FB01-WS-NUM > FB01-WS-OVR-HIGH
143152         MOVE FB01-WS-NUM         TO FB01-WS-OVR-HIGH
143153     END-IF.
143154     ADD 1 TO FB01-WS-OVR-KEYS.
143155     ADD 1 TO FB01-WS-LOCK-OVR-COUNT.
143156 6720-EXIT.
143157     EXIT.
143158*
143159******************************************************************
143160*    6730-WRITE-OVERRIDE  --  ONE FBAUDIT OVERRIDE RECORD FOR    *
143161*                              THE KEYS WRITTEN INTO ONE LOCKED  *
143162*                              RANGE: LOWEST AND HIGHEST KEY,    *
143163*                              COUNT, AUTHORIZATION ID           *
143164******************************************************************
143165 6730-WRITE-OVERRIDE.
143166     MOVE SPACES                  TO FB01-AUDIT-RECORD.
143167     MOVE FB01-WS-JOB-ID          TO FB01-AUD-JOB-ID.
143168     MOVE FB01-WS-OVR-TS          TO FB01-AUD-START-TS.
143169     MOVE FB01-WS-OVERRIDE-ID     TO FB01-AUD-OVR-AUTH-ID.
143170     MOVE "FIZZBUZZ"              TO FB01-AUD-OVR-PROGRAM.
143171     MOVE FB01-WS-OVR-KEYS        TO FB01-AUD-OVR-KEY-COUNT.
143172     MOVE FB01-WS-OVR-LOW         TO FB01-AUD-START-NUM.
143173     MOVE FB01-WS-OVR-HIGH        TO FB01-AUD-END-NUM.
143174     SET FB01-AUD-LOCK-OVERRIDE   TO TRUE.
143175     MOVE FB01-WS-RULE-SET-ID     TO FB01-AUD-RULE-SET-ID.
143176     WRITE FB01-AUDIT-RECORD.
143177     MOVE "N"                     TO FB01-WS-OVR-OPEN-SW.
143178 6730-EXIT.
143179     EXIT.
143180*
143200******************************************************************
143300*    6750-START-STATS-BLOCK  --  OPEN A NEW STATISTICS BLOCK AT  *
143400*                                 THE CURRENT NUM, HIGH BOUND    *
154700     DISPLAY "  PLAIN NUMBERS . . . . . . . ." FB01-WS-EDIT-TOTAL.
154800     MOVE FB01-WS-SUSP-COUNT       TO FB01-WS-EDIT-TOTAL.
154900     DISPLAY "  RECORDS SUSPENDED . . . . . ." FB01-WS-EDIT-TOTAL.
154910     MOVE FB01-WS-LOCK-SUSP-COUNT  TO FB01-WS-EDIT-TOTAL.
154920     DISPLAY "  LOCKED KEYS SUSPENDED . . . ." FB01-WS-EDIT-TOTAL.
154930     MOVE FB01-WS-LOCK-OVR-COUNT   TO FB01-WS-EDIT-TOTAL.
154940     DISPLAY "  LOCKED KEYS OVERRIDDEN. . . ." FB01-WS-EDIT-TOTAL.
155000     MOVE SPACES                   TO FB01-REPORT-LINE.
155100     MOVE "PLAIN NUMBERS"          TO FB01-RL-CAT-LABEL.
155200     MOVE "TOTAL: "                TO FB01-RL-CAT-LIT.
159900            FB01-WS-CLOCK-TIME DELIMITED BY SIZE
160000         INTO FB01-WS-END-TS
160100     END-STRING.
160200     IF FB01-WS-LOCK-FAILED
160250         MOVE "FAILED"    TO FB01-WS-RUN-STATUS
160300     ELSE
160350         IF FB01-WS-CONTROL-VALID
160400             MOVE "COMPLETED" TO FB01-WS-RUN-STATUS
160450         ELSE
160500             MOVE "REJECTED"  TO FB01-WS-RUN-STATUS
160550         END-IF
160600     END-IF.
160700     MOVE SPACES             TO FB01-AUDIT-RECORD.
160800     MOVE FB01-WS-JOB-ID     TO FB01-AUD-JOB-ID.
164200*    9000-TERMINATE                                              *
164300******************************************************************
164400 9000-TERMINATE.
164410     IF FB01-SQ-ACTION-SKIP OR FB01-SQ-ACTION-HOLD
164420         GO TO 9000-EXIT
164430     END-IF.
164500     PERFORM 8200-WRITE-EXPORT-TRAILER THRU 8200-EXIT.
164510     IF FB01-WS-OVR-OPEN
164520         PERFORM 6730-WRITE-OVERRIDE THRU 6730-EXIT
164530     END-IF.
164600     PERFORM 8100-WRITE-AUDIT-LOG THRU 8100-EXIT.
164700     CLOSE OUTPUT-FILE.
164800     CLOSE CHECKPOINT-FILE.
165200         CLOSE STATS-FILE
165300     END-IF.
165400     CLOSE SUSPENSE-FILE.
165410     CLOSE JOURNAL-FILE.
165500 9000-EXIT.
165600     EXIT.
165610*
165620******************************************************************
165630*    9100-END-STEP  --  POST THE STEP END, WITH THE FINAL        *
165640*                        RETURN CODE, NUMS PROCESSED AND RESULTS *
165650*                        EXPORTED, TO THE FBSTEPL LEDGER         *
165660******************************************************************
165670 9100-END-STEP.
165680     IF NOT FB01-SQ-ACTION-RUN
165690         GO TO 9100-EXIT
165700     END-IF.
165710     MOVE "E"                     TO FB01-SQ-FUNC.
165720     MOVE FB01-WS-TOTAL-PROCESSED TO FB01-SQ-COUNT-IN.
165730     MOVE FB01-WS-EXP-COUNT       TO FB01-SQ-COUNT-OUT.
165740     MOVE RETURN-CODE             TO FB01-SQ-RETURN-CODE.
165750     CALL "FBSTEP" USING FB01-STEP-PARMS.
165751     IF FB01-SQ-STATUS NOT = "00"
165752         DISPLAY "FIZZBUZZ: FBSTEP STATUS " FB01-SQ-STATUS
165753                 " POSTING THE STEP END"
165754         MOVE 12 TO RETURN-CODE
165755     END-IF.
165760 9100-EXIT.
165770     EXIT.
