003200* DATE       INIT  DESCRIPTION                                  *
003300*----------------------------------------------------------------*
003400* 09/02/2026 RLK   ORIGINAL VERSION.                             *
003401* 10/15/2026 RLK   EVERY RUN NOW POSTS START AND END RECORDS TO  *
003402*                  THE FBSTEPL STREAM LEDGER THROUGH THE FBSTEP  *
003403*                  SERVICE.  THE MERGE IS HELD, RC 12, UNTIL     *
003404*                  EVERY FIZZBUZZ PARTITION POSTED FOR THE       *
003405*                  BUSINESS DATE HAS COMPLETED, AND A RERUN      *
003406*                  ALREADY COMPLETED FOR THE DATE IS SKIPPED     *
003407*                  UNLESS THE FBSTCARD STREAM CARD FORCES IT.    *
003408* 10/15/2026 RLK   EVERY KEY MERGED INTO FBINDEX IS NOW CHECKED  *
003409*                  AGAINST THE PERIOD-CLOSE LOCKS THROUGH        *
003410*                  FBLKCHK.  A LOCKED KEY GOES TO FBSUSP, REASON *
003411*                  LOCK, UNLESS THE FBGCARD CARD CARRIES AN      *
003412*                  OVERRIDE ID, WHICH IS LOGGED TO FBAUDIT AS AN *
003413*                  OVERRIDE RECORD.  WHILE ANY LOCK IS IN FORCE  *
003414*                  FBINDEX IS UPDATED IN PLACE.  EVERY FBINDEX   *
003415*                  CHANGE IS JOURNALED TO FBIXJRN, A FULL        *
003416*                  REBUILD FIRST JOURNALING EACH OLD KEY AS      *
003417*                  DROPPED.  A NONZERO FBLKCHK OR FBSTEP STATUS  *
003418*                  ENDS THE RUN WITH RETURN CODE 12.             *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
006200     SELECT AUDIT-FILE    ASSIGN TO FBAUDIT
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS FB01-WS-AUDIT-FILE-STATUS.
006410     SELECT SUSPENSE-FILE ASSIGN TO FBSUSP
006420         ORGANIZATION IS SEQUENTIAL
006430         FILE STATUS IS FB01-WS-SUSP-FILE-STATUS.
006440     SELECT JOURNAL-FILE  ASSIGN TO FBIXJRN
006450         ORGANIZATION IS SEQUENTIAL
006460         FILE STATUS IS FB01-WS-JRN-FILE-STATUS.
006500     SELECT INDEXED-FILE  ASSIGN TO FBINDEX
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
011900     LABEL RECORDS ARE STANDARD.
012000     COPY FB01AL.
012100*
012105 FD  SUSPENSE-FILE
012110     RECORDING MODE IS F
012115     LABEL RECORDS ARE STANDARD.
012120     COPY FB01SP.
012125*
012130 FD  JOURNAL-FILE
012135     RECORDING MODE IS F
012140     LABEL RECORDS ARE STANDARD.
012145     COPY FB01JR.
012150*
012200 FD  INDEXED-FILE
012300     LABEL RECORDS ARE STANDARD.
012400     COPY FB01IX.
018100 77  FB01-WS-START-TS             PIC X(26) VALUE SPACES.
018200 77  FB01-WS-END-TS               PIC X(26) VALUE SPACES.
018300 77  FB01-WS-RUN-STATUS           PIC X(10) VALUE SPACES.
018302 77  FB01-WS-SUSP-FILE-STATUS     PIC X(02) VALUE SPACES.
018304 77  FB01-WS-JRN-FILE-STATUS      PIC X(02) VALUE SPACES.
018306 77  FB01-WS-JRN-ACTION           PIC X(01) VALUE SPACES.
018308 77  FB01-WS-JRN-BEFORE-LABEL     PIC X(10) VALUE SPACES.
018310 77  FB01-WS-JRN-BEFORE-SET-ID    PIC X(08) VALUE SPACES.
018312 77  FB01-WS-JRN-POST-SW          PIC X(01) VALUE "N".
018314     88  FB01-WS-JRN-POST         VALUE "Y".
018316 77  FB01-WS-JRN-TIME             PIC 9(08) VALUE ZERO.
018318 77  FB01-WS-IDX-IO-SW            PIC X(01) VALUE "N".
018320     88  FB01-WS-IDX-IO           VALUE "Y".
018322 77  FB01-WS-IDX-EOF-SW           PIC X(01) VALUE "N".
018324     88  FB01-WS-IDX-EOF          VALUE "Y".
018326 77  FB01-WS-DROP-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
018328 77  FB01-WS-OVERRIDE-ID          PIC X(08) VALUE SPACES.
018330 77  FB01-WS-LOCK-BLOCK-SW        PIC X(01) VALUE "N".
018332     88  FB01-WS-KEY-BLOCKED      VALUE "Y".
018334 77  FB01-WS-LOCK-FAIL-SW         PIC X(01) VALUE "N".
018336     88  FB01-WS-LOCK-FAILED      VALUE "Y".
018338 77  FB01-WS-LOCK-SUSP-COUNT      PIC 9(09) COMP-3 VALUE ZERO.
018340 77  FB01-WS-LOCK-OVR-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
018342 77  FB01-WS-OVR-OPEN-SW          PIC X(01) VALUE "N".
018344     88  FB01-WS-OVR-OPEN         VALUE "Y".
018346 77  FB01-WS-OVR-LOCK-START       PIC 9(09) COMP-3 VALUE ZERO.
018348 77  FB01-WS-OVR-LOW              PIC 9(09) COMP-3 VALUE ZERO.
018350 77  FB01-WS-OVR-HIGH             PIC 9(09) COMP-3 VALUE ZERO.
018352 77  FB01-WS-OVR-KEYS             PIC 9(09) COMP-3 VALUE ZERO.
018354 77  FB01-WS-OVR-TS               PIC X(26) VALUE SPACES.
018356 77  FB01-WS-PART-LOW             PIC 9(09) COMP-3 VALUE ZERO.
018358 77  FB01-WS-PART-HIGH            PIC 9(09) COMP-3 VALUE ZERO.
018360 77  FB01-WS-PART-SUB             PIC 9(02) COMP-3 VALUE ZERO.
018362 77  FB01-WS-SUS-IMAGE            PIC X(80) VALUE SPACES.
018400*
018500******************************************************************
018600*    DIVISOR RULE TABLE  --  LOADED ONLY FOR THE IN-FORCE SET    *
018800******************************************************************
018900     COPY FB01RT.
019000*
019010******************************************************************
019020*    FBSTEP STEP LEDGER CALL PARAMETERS                          *
019030******************************************************************
019040     COPY FB01SQ.
019050*
019100******************************************************************
019105*    FBLKCHK CERTIFIED-RANGE LOCK CALL PARAMETERS                *
019110******************************************************************
019115     COPY FB01LC.
019120*
019125******************************************************************
019130*    KEY RANGE OF EACH PARTITION FEED ALREADY MERGED.  WHEN      *
019135*    FBINDEX IS UPDATED IN PLACE A KEY ALREADY ON FILE IS        *
019140*    REWRITTEN, SO OVERLAPPING FEEDS ARE CAUGHT ON THEIR RANGES  *
019145******************************************************************
019150 01  FB01-WS-PART-RANGE-TABLE.
019155     05  FB01-WS-PART-RANGE OCCURS 99 TIMES.
019160         10  FB01-WS-PRT-LOW      PIC 9(09) COMP-3 VALUE ZERO.
019165         10  FB01-WS-PRT-HIGH     PIC 9(09) COMP-3 VALUE ZERO.
019170*
019175******************************************************************
019200*    RULECARD STAGING TABLE -- EVERY ROW IS STAGED FIRST SO THE  *
019300*    RULE SET IN FORCE FOR THE RUN DATE CAN BE SELECTED, THE    *
019400*    SAME WAY THE PRODUCTION RUN SELECTS IT                     *
025300         PERFORM 8100-WRITE-AUDIT-LOG THRU 8100-EXIT
025400     END-IF.
025500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025510     PERFORM 9100-END-STEP THRU 9100-EXIT.
025600     STOP RUN.
025700*
025800******************************************************************
026200******************************************************************
026300 1000-INITIALIZE.
026400     ACCEPT FB01-WS-RUN-DATE FROM DATE YYYYMMDD.
026410     MOVE SPACES TO FB01-STEP-PARMS.
026500     ACCEPT FB01-WS-CLOCK-TIME FROM TIME.
026600     MOVE SPACES TO FB01-WS-START-TS.
026700     STRING FB01-WS-RUN-DATE   DELIMITED BY SIZE
029300     MOVE FB01-GC-START-NUM     TO FB01-WS-START-NUM.
029400     MOVE FB01-GC-END-NUM       TO FB01-WS-END-NUM.
029500     MOVE FB01-GC-PARTITION-CNT TO FB01-WS-EXPECTED-PARTS.
029505     MOVE FB01-GC-OVERRIDE-ID   TO FB01-WS-OVERRIDE-ID.
029510     PERFORM 1500-BEGIN-STEP THRU 1500-EXIT.
029520     IF NOT FB01-SQ-ACTION-RUN
029530         MOVE "N" TO FB01-WS-VALID-SW
029540         GO TO 1000-EXIT
029550     END-IF.
029552     PERFORM 1600-CHECK-LOCKS THRU 1600-EXIT.
029554     IF FB01-WS-CONTROL-INVALID
029556         GO TO 1000-EXIT
029558     END-IF.
029560     OPEN EXTEND JOURNAL-FILE.
029562     IF FB01-WS-JRN-FILE-STATUS = "35"
029564         OPEN OUTPUT JOURNAL-FILE
029566     END-IF.
029568     IF NOT FB01-WS-IDX-IO
029570         PERFORM 1800-JOURNAL-DROPPED-KEYS THRU 1800-EXIT
029572     END-IF.
029574     IF FB01-WS-CONTROL-INVALID
029576         CLOSE JOURNAL-FILE
029578         GO TO 1000-EXIT
029580     END-IF.
029600     OPEN INPUT XPALL-FILE.
029700     IF FB01-WS-XPALL-FILE-STATUS = "35"
029800         DISPLAY "FBMERGE: MISSING PARTITION FEEDS ON FBXPALL"
030900     OPEN OUTPUT EXPORT-FILE.
031000     OPEN OUTPUT STATS-FILE.
031100     OPEN OUTPUT OUTPUT-FILE.
031110     OPEN EXTEND SUSPENSE-FILE.
031120     IF FB01-WS-SUSP-FILE-STATUS = "35"
031130         OPEN OUTPUT SUSPENSE-FILE
031140     END-IF.
031150     OPEN EXTEND AUDIT-FILE.
031160     IF FB01-WS-AUDIT-FILE-STATUS = "35"
031170         OPEN OUTPUT AUDIT-FILE
031180     END-IF.
031190     IF FB01-WS-IDX-IO
031200         OPEN I-O INDEXED-FILE
031210         IF FB01-WS-INDEX-FILE-STATUS = "35"
031220             OPEN OUTPUT INDEXED-FILE
031230         END-IF
031240     ELSE
031250         OPEN OUTPUT INDEXED-FILE
031260     END-IF.
031300     IF FB01-WS-INDEX-FILE-STATUS NOT = "00"
031400         DISPLAY "FBMERGE: FBINDEX OPEN FAILED, STATUS "
031500                 FB01-WS-INDEX-FILE-STATUS
032600     EXIT.
032700*
032800******************************************************************
032801*    1800-JOURNAL-DROPPED-KEYS  --  A FULL REBUILD REPLACES      *
032802*                                    FBINDEX, SO EVERY KEY ON    *
032803*                                    THE OLD FILE IS JOURNALED   *
032804*                                    AS A "D" WITH ITS BEFORE    *
032805*                                    IMAGE FIRST; EACH KEY THE   *
032806*                                    MERGE WRITES FOLLOWS AS AN  *
032807*                                    "A".  NO FBINDEX YET MEANS  *
032808*                                    NOTHING TO JOURNAL; ANY     *
032809*                                    OTHER FAILURE STOPS THE     *
032810*                                    MERGE, RC 12, WITH FBINDEX  *
032811*                                    LEFT AS IT WAS.             *
032812******************************************************************
032813 1800-JOURNAL-DROPPED-KEYS.
032814     MOVE ZERO TO FB01-WS-DROP-COUNT.
032815     MOVE "N"  TO FB01-WS-IDX-EOF-SW.
032816     OPEN INPUT INDEXED-FILE.
032817     IF FB01-WS-INDEX-FILE-STATUS = "35"
032818         GO TO 1800-EXIT
032819     END-IF.
032820     IF FB01-WS-INDEX-FILE-STATUS NOT = "00"
032821         DISPLAY "FBMERGE: FBINDEX OPEN FAILED, STATUS "
032822                 FB01-WS-INDEX-FILE-STATUS
032823                 " -- MERGE STOPPED, FBINDEX NOT REBUILT"
032824         MOVE "N" TO FB01-WS-VALID-SW
032825         MOVE 12  TO RETURN-CODE
032826         GO TO 1800-EXIT
032827     END-IF.
032828     PERFORM 1810-JOURNAL-ONE-DROP THRU 1810-EXIT
032829         UNTIL FB01-WS-IDX-EOF.
032830     CLOSE INDEXED-FILE.
032831     IF FB01-WS-DROP-COUNT > ZERO
032832         MOVE FB01-WS-DROP-COUNT TO FB01-WS-NUM-EDIT
032833         DISPLAY "FBMERGE: FULL REBUILD -- " FB01-WS-NUM-EDIT
032834                 " FBINDEX KEYS JOURNALED AS DROPPED"
032835     END-IF.
032836 1800-EXIT.
032837     EXIT.
032838*
032839******************************************************************
032840*    1810-JOURNAL-ONE-DROP  --  ONE KEY OF THE OLD FBINDEX.  A   *
032841*                                READ FAILURE STOPS THE MERGE AS *
032842*                                AN OPEN FAILURE DOES.           *
032843******************************************************************
032844 1810-JOURNAL-ONE-DROP.
032845     READ INDEXED-FILE NEXT RECORD
032846         AT END
032847             SET FB01-WS-IDX-EOF TO TRUE
032848             GO TO 1810-EXIT
032849     END-READ.
032850     IF FB01-WS-INDEX-FILE-STATUS NOT = "00"
032851         DISPLAY "FBMERGE: FBINDEX READ FAILED, STATUS "
032852                 FB01-WS-INDEX-FILE-STATUS
032853                 " -- MERGE STOPPED, FBINDEX NOT REBUILT"
032854         MOVE "N" TO FB01-WS-VALID-SW
032855         MOVE 12  TO RETURN-CODE
032856         SET FB01-WS-IDX-EOF TO TRUE
032857         GO TO 1810-EXIT
032858     END-IF.
032859     MOVE "D"                     TO FB01-WS-JRN-ACTION.
032860     MOVE FB01-IDX-LABEL          TO FB01-WS-JRN-BEFORE-LABEL.
032861     MOVE FB01-IDX-RULE-SET-ID    TO FB01-WS-JRN-BEFORE-SET-ID.
032862     MOVE SPACES                  TO FB01-IDX-LABEL.
032863     MOVE SPACES                  TO FB01-IDX-RULE-SET-ID.
032864     PERFORM 6510-WRITE-JOURNAL THRU 6510-EXIT.
032865     ADD 1 TO FB01-WS-DROP-COUNT.
032866 1810-EXIT.
032867     EXIT.
032868*
032869******************************************************************
032900*    1100-WRITE-PAGE-HEADER                                      *
033000******************************************************************
033100 1100-WRITE-PAGE-HEADER.
034100     MOVE ZERO                 TO FB01-WS-LINES-ON-PAGE.
034200 1100-EXIT.
034300     EXIT.
034301*
034302******************************************************************
034303*    1500-BEGIN-STEP  --  POST THE STEP START TO THE FBSTEPL     *
034304*                          STREAM LEDGER.  EVERY FIZZBUZZ        *
034305*                          PARTITION POSTED FOR THE BUSINESS     *
034306*                          DATE MUST HAVE COMPLETED BEFORE THE   *
034307*                          MERGE RUNS; A MERGE ALREADY COMPLETED *
034308*                          FOR THE DATE IS SKIPPED UNLESS THE    *
034309*                          FBSTCARD STREAM CARD FORCES IT.       *
034310******************************************************************
034311 1500-BEGIN-STEP.
034312     MOVE "B"                    TO FB01-SQ-FUNC.
034313     MOVE "FBMERGE"              TO FB01-SQ-STEP-NAME.
034314     MOVE FB01-WS-JOB-ID         TO FB01-SQ-JOB-ID.
034315     MOVE 1                      TO FB01-SQ-PRQ-COUNT.
034316     MOVE "FIZZBUZZ"             TO FB01-SQ-PRQ-STEP (1).
034317     MOVE "R"                    TO FB01-SQ-PRQ-MODE (1).
034318     MOVE RETURN-CODE            TO FB01-SQ-RETURN-CODE.
034319     CALL "FBSTEP" USING FB01-STEP-PARMS.
034320 1500-EXIT.
034321     EXIT.
034400*
034500******************************************************************
034502*    1600-CHECK-LOCKS  --  A FULL REBUILD WOULD EMPTY FBINDEX,   *
034504*                           CERTIFIED KEYS INCLUDED.  WHILE ANY  *
034506*                           PERIOD-CLOSE LOCK IS IN FORCE THE    *
034508*                           MERGE UPDATES FBINDEX IN PLACE       *
034510*                           INSTEAD.  IF FBLKCHK CANNOT ANSWER   *
034512*                           NOTHING IS MERGED, RC 12.            *
034514******************************************************************
034516 1600-CHECK-LOCKS.
034518     MOVE "L"                     TO FB01-LC-FUNC.
034520     MOVE ZERO                    TO FB01-LC-NUM.
034522     MOVE RETURN-CODE             TO FB01-LC-RETURN-CODE.
034524     CALL "FBLKCHK" USING FB01-LOCK-PARMS.
034526     IF FB01-LC-STATUS NOT = "00"
034528         DISPLAY "FBMERGE: FBLKCHK STATUS " FB01-LC-STATUS
034530                 " -- MERGE STOPPED, FBINDEX NOT REBUILT"
034532         MOVE "Y" TO FB01-WS-LOCK-FAIL-SW
034534         MOVE "N" TO FB01-WS-VALID-SW
034536         MOVE 12  TO RETURN-CODE
034538         GO TO 1600-EXIT
034540     END-IF.
034542     IF FB01-LC-LOCK-COUNT > ZERO
034544         MOVE "Y" TO FB01-WS-IDX-IO-SW
034546         DISPLAY "FBMERGE: CERTIFIED LOCKS IN FORCE, FBINDEX "
034548                 "UPDATED IN PLACE"
034550     END-IF.
034552 1600-EXIT.
034554     EXIT.
034556*
034558******************************************************************
034600*    3000-LOAD-RULES  --  STAGE EVERY RULECARD ROW AND SELECT    *
034700*                          THE SET IN FORCE FOR THE RUN DATE,    *
034800*                          AS THE PARTITION INSTANCES DID, SO    *
060800 6000-MERGE-EXPORTS.
060900     PERFORM 6050-READ-XPALL-RECORD THRU 6050-EXIT
061000         UNTIL FB01-WS-XPALL-EOF.
061020     IF FB01-WS-LOCK-FAILED
061040         GO TO 6000-EXIT
061060     END-IF.
061100     IF FB01-WS-IN-PARTITION
061200         DISPLAY "FBMERGE: PARTITION FEED ENDED WITHOUT A "
061300                 "TRAILER"
065900     MOVE "Y"  TO FB01-WS-IN-PART-SW.
066000     MOVE ZERO TO FB01-WS-PART-DETAILS.
066100     MOVE ZERO TO FB01-WS-PART-HASH.
066120     MOVE ZERO TO FB01-WS-PART-LOW.
066140     MOVE ZERO TO FB01-WS-PART-HIGH.
066200 6100-EXIT.
066300     EXIT.
066400*
068600     ADD 1 TO FB01-WS-PART-DETAILS.
068700     ADD FB01-WS-NUM TO FB01-WS-TOTAL-HASH.
068800     ADD FB01-WS-NUM TO FB01-WS-PART-HASH.
068810     IF FB01-WS-PART-DETAILS = 1
068820         OR FB01-WS-NUM < FB01-WS-PART-LOW
068830         MOVE FB01-WS-NUM TO FB01-WS-PART-LOW
068840     END-IF.
068850     IF FB01-WS-NUM > FB01-WS-PART-HIGH
068860         MOVE FB01-WS-NUM TO FB01-WS-PART-HIGH
068870     END-IF.
068900     MOVE FB01-XPALL-RECORD TO FB01-EXPORT-RECORD.
069000     WRITE FB01-EXPORT-RECORD.
069100     PERFORM 6400-WRITE-OUTPUT-RECORD THRU 6400-EXIT.
071600         END-IF
071700     END-IF.
071800     MOVE "N" TO FB01-WS-IN-PART-SW.
071820     IF FB01-WS-IDX-IO
071840         AND FB01-WS-PART-DETAILS > ZERO
071860         PERFORM 6310-CHECK-OVERLAP THRU 6310-EXIT
071880     END-IF.
071900 6300-EXIT.
072000     EXIT.
072100*
072200******************************************************************
072202*    6310-CHECK-OVERLAP  --  PARTITION RANGES ARE DISJOINT, SO   *
072204*                             A FEED WHOSE KEYS REACH INTO AN    *
072206*                             EARLIER FEED'S RANGE IS FLAGGED.   *
072208*                             ONLY NEEDED WHEN FBINDEX IS        *
072210*                             UPDATED IN PLACE; A FRESH FBINDEX  *
072212*                             REJECTS THE DUPLICATE KEY ITSELF.  *
072214******************************************************************
072216 6310-CHECK-OVERLAP.
072218     IF FB01-WS-PARTS-SEEN = ZERO
072220         GO TO 6310-EXIT
072222     END-IF.
072224     PERFORM 6320-CHECK-ONE-RANGE THRU 6320-EXIT
072226         VARYING FB01-WS-PART-SUB FROM 1 BY 1
072228         UNTIL FB01-WS-PART-SUB NOT < FB01-WS-PARTS-SEEN.
072230     MOVE FB01-WS-PART-LOW
072232         TO FB01-WS-PRT-LOW (FB01-WS-PARTS-SEEN).
072234     MOVE FB01-WS-PART-HIGH
072236         TO FB01-WS-PRT-HIGH (FB01-WS-PARTS-SEEN).
072238 6310-EXIT.
072240     EXIT.
072242*
072244******************************************************************
072246*    6320-CHECK-ONE-RANGE  --  A FEED WITH NO DETAILS HAS NO     *
072248*                               RANGE AND IS PASSED OVER         *
072250******************************************************************
072252 6320-CHECK-ONE-RANGE.
072254     IF FB01-WS-PRT-HIGH (FB01-WS-PART-SUB) = ZERO
072256         GO TO 6320-EXIT
072258     END-IF.
072260     IF FB01-WS-PART-LOW NOT > FB01-WS-PRT-HIGH (FB01-WS-PART-SUB)
072262         AND FB01-WS-PART-HIGH
072264             NOT < FB01-WS-PRT-LOW (FB01-WS-PART-SUB)
072266         DISPLAY "FBMERGE: PARTITION FEED " FB01-WS-PARTS-SEEN
072268                 " OVERLAPS PARTITION FEED " FB01-WS-PART-SUB
072270         MOVE "N" TO FB01-WS-BALANCE-SW
072272     END-IF.
072274 6320-EXIT.
072276     EXIT.
072278*
072280******************************************************************
072300*    6400-WRITE-OUTPUT-RECORD  --  ONE MERGED FBOUT DETAIL       *
072400*                                   LINE.  A PLAIN NUMBER'S      *
072500*                                   ZERO-PADDED FEED LABEL IS    *
075300*                                  PARTITION RANGES ARE          *
075400*                                  DISJOINT, SO A DUPLICATE KEY  *
075500*                                  MEANS OVERLAPPING FEEDS AND   *
075520*                                  IS FLAGGED.  WHEN FBINDEX IS  *
075540*                                  UPDATED IN PLACE THE KEY IS   *
075560*                                  READ FIRST SO ITS BEFORE      *
075580*                                  IMAGE CAN BE JOURNALED.  A    *
075600*                                  KEY IN A CERTIFIED LOCKED     *
075620*                                  RANGE IS SUSPENDED AND LEFT   *
075640*                                  UNTOUCHED UNLESS THE CARD     *
075660*                                  CARRIES AN OVERRIDE           *
075680*                                  AUTHORIZATION.                *
075700******************************************************************
075800 6500-WRITE-INDEX-RECORD.
075802     PERFORM 6520-CHECK-LOCK THRU 6520-EXIT.
075804     IF FB01-WS-KEY-BLOCKED
075806         GO TO 6500-EXIT
075808     END-IF.
075810     MOVE "A"                 TO FB01-WS-JRN-ACTION.
075812     MOVE SPACES              TO FB01-WS-JRN-BEFORE-LABEL.
075814     MOVE SPACES              TO FB01-WS-JRN-BEFORE-SET-ID.
075816     IF FB01-WS-IDX-IO
075818         MOVE FB01-WS-NUM     TO FB01-IDX-NUM
075820         READ INDEXED-FILE
075822             INVALID KEY
075824                 CONTINUE
075826             NOT INVALID KEY
075828                 MOVE "C"            TO FB01-WS-JRN-ACTION
075830                 MOVE FB01-IDX-LABEL TO FB01-WS-JRN-BEFORE-LABEL
075832                 MOVE FB01-IDX-RULE-SET-ID
075834                     TO FB01-WS-JRN-BEFORE-SET-ID
075836         END-READ
075838     END-IF.
075840     MOVE "Y"                 TO FB01-WS-JRN-POST-SW.
075900     MOVE SPACES              TO FB01-INDEX-RECORD.
076000     MOVE FB01-WS-NUM         TO FB01-IDX-NUM.
076100     MOVE FB01-RL-D-LABEL     TO FB01-IDX-LABEL.
076200     MOVE FB01-WS-RULE-SET-ID TO FB01-IDX-RULE-SET-ID.
076300     MOVE FB01-WS-NUM         TO FB01-WS-NUM-EDIT.
076320     IF FB01-WS-JRN-ACTION = "C"
076340         PERFORM 6540-REWRITE-INDEX-RECORD THRU 6540-EXIT
076360         GO TO 6500-EXIT
076380     END-IF.
076400     WRITE FB01-INDEX-RECORD
076500         INVALID KEY
076600             DISPLAY "FBMERGE: DUPLICATE INDEX KEY "
076700                     FB01-WS-NUM-EDIT
076800             MOVE "N" TO FB01-WS-BALANCE-SW
076850             MOVE "N" TO FB01-WS-JRN-POST-SW
076900     END-WRITE.
076920     IF FB01-WS-JRN-POST
076940         PERFORM 6510-WRITE-JOURNAL THRU 6510-EXIT
076960     END-IF.
077000 6500-EXIT.
077100     EXIT.
077200*
077300******************************************************************
077301*    6510-WRITE-JOURNAL  --  APPEND ONE FBIXJRN CHANGE JOURNAL   *
077302*                             RECORD FOR THE KEY JUST WRITTEN    *
077303******************************************************************
077304 6510-WRITE-JOURNAL.
077305     ACCEPT FB01-WS-JRN-TIME FROM TIME.
077306     MOVE SPACES                  TO FB01-JOURNAL-RECORD.
077307     MOVE FB01-IDX-NUM            TO FB01-JRN-NUM.
077308     MOVE FB01-WS-JRN-ACTION      TO FB01-JRN-ACTION.
077309     MOVE FB01-WS-JRN-BEFORE-LABEL  TO FB01-JRN-BEFORE-LABEL.
077310     MOVE FB01-WS-JRN-BEFORE-SET-ID TO FB01-JRN-BEFORE-SET-ID.
077311     MOVE FB01-IDX-LABEL          TO FB01-JRN-AFTER-LABEL.
077312     MOVE FB01-IDX-RULE-SET-ID    TO FB01-JRN-AFTER-SET-ID.
077313     MOVE FB01-WS-JOB-ID          TO FB01-JRN-JOB-ID.
077314     MOVE "FBMERGE"               TO FB01-JRN-PROGRAM.
077315     STRING FB01-WS-RUN-DATE      DELIMITED BY SIZE
077316            "-"                   DELIMITED BY SIZE
077317            FB01-WS-JRN-TIME      DELIMITED BY SIZE
077318         INTO FB01-JRN-TIMESTAMP
077319     END-STRING.
077320     WRITE FB01-JOURNAL-RECORD.
077321 6510-EXIT.
077322     EXIT.
077323*
077324******************************************************************
077325*    6520-CHECK-LOCK  --  ASK FBLKCHK WHETHER THE KEY LIES IN A  *
077326*                          CERTIFIED LOCKED RANGE.  WITHOUT AN   *
077327*                          OVERRIDE ID THE KEY GOES TO FBSUSP,   *
077328*                          REASON LOCK, AND IS NOT WRITTEN.      *
077329*                          UNDER AN OVERRIDE THE WRITE GOES      *
077330*                          AHEAD AND IS TALLIED AGAINST ITS LOCK *
077331*                          FOR THE FBAUDIT OVERRIDE RECORD.      *
077332*                          IF FBLKCHK CANNOT ANSWER NOTHING IS   *
077333*                          WRITTEN AND THE MERGE STOPS, RC 12.   *
077334******************************************************************
077335 6520-CHECK-LOCK.
077336     MOVE "N"                     TO FB01-WS-LOCK-BLOCK-SW.
077337     MOVE "K"                     TO FB01-LC-FUNC.
077338     MOVE FB01-WS-NUM             TO FB01-LC-NUM.
077339     MOVE RETURN-CODE             TO FB01-LC-RETURN-CODE.
077340     CALL "FBLKCHK" USING FB01-LOCK-PARMS.
077341     IF FB01-LC-STATUS NOT = "00"
077342         DISPLAY "FBMERGE: FBLKCHK STATUS " FB01-LC-STATUS
077343                 " ON KEY " FB01-LC-NUM " -- MERGE STOPPED"
077344         MOVE "Y"                 TO FB01-WS-LOCK-BLOCK-SW
077345         MOVE "Y"                 TO FB01-WS-LOCK-FAIL-SW
077346         MOVE "N"                 TO FB01-WS-BALANCE-SW
077347         MOVE 12                  TO RETURN-CODE
077348         SET FB01-WS-XPALL-EOF    TO TRUE
077349         GO TO 6520-EXIT
077350     END-IF.
077351     IF NOT FB01-LC-LOCKED
077352         GO TO 6520-EXIT
077353     END-IF.
077354     IF FB01-WS-OVERRIDE-ID = SPACES
077355         MOVE "Y"                 TO FB01-WS-LOCK-BLOCK-SW
077356         MOVE SPACES              TO FB01-WS-SUS-IMAGE
077357         MOVE FB01-WS-XP-NUM-X    TO FB01-WS-SUS-IMAGE
077358         PERFORM 6550-WRITE-SUSPENSE THRU 6550-EXIT
077359         ADD 1 TO FB01-WS-LOCK-SUSP-COUNT
077360         GO TO 6520-EXIT
077361     END-IF.
077362     IF FB01-WS-OVR-OPEN
077363         AND FB01-LC-LOCK-START NOT = FB01-WS-OVR-LOCK-START
077364         PERFORM 6530-WRITE-OVERRIDE THRU 6530-EXIT
077365     END-IF.
077366     IF NOT FB01-WS-OVR-OPEN
077367         MOVE "Y"                 TO FB01-WS-OVR-OPEN-SW
077368         MOVE FB01-LC-LOCK-START  TO FB01-WS-OVR-LOCK-START
077369         MOVE FB01-WS-NUM         TO FB01-WS-OVR-LOW
077370         MOVE FB01-WS-NUM         TO FB01-WS-OVR-HIGH
077371         MOVE ZERO                TO FB01-WS-OVR-KEYS
077372         ACCEPT FB01-WS-CLOCK-TIME FROM TIME
077373         MOVE SPACES              TO FB01-WS-OVR-TS
077374         STRING FB01-WS-RUN-DATE   DELIMITED BY SIZE
077375                "-"                DELIMITED BY SIZE
077376                FB01-WS-CLOCK-TIME DELIMITED BY SIZE
077377             INTO FB01-WS-OVR-TS
077378         END-STRING
077379     END-IF.
077380     IF FB01-WS-NUM < FB01-WS-OVR-LOW
077381         MOVE FB01-WS-NUM         TO FB01-WS-OVR-LOW
077382     END-IF.
077383     IF FB01-WS-NUM > FB01-WS-OVR-HIGH
077384         MOVE FB01-WS-NUM         TO FB01-WS-OVR-HIGH
077385     END-IF.
077386     ADD 1 TO FB01-WS-OVR-KEYS.
077387     ADD 1 TO FB01-WS-LOCK-OVR-COUNT.
077388 6520-EXIT.
077389     EXIT.
077390*
077391******************************************************************
077400*    6600-MERGE-STATS  --  COPY THE CONCATENATED PARTITION       *
077500*                           STATS BLOCKS TO THE CONSOLIDATED     *
077600*                           FBSTATS WHILE SUMMING THE PER-RULE   *
081500     EXIT.
081600*
081700******************************************************************
081701*    6530-WRITE-OVERRIDE  --  ONE FBAUDIT OVERRIDE RECORD FOR    *
081702*                              THE KEYS WRITTEN INTO ONE LOCKED  *
081703*                              RANGE: LOWEST AND HIGHEST KEY,    *
081704*                              COUNT, AUTHORIZATION ID           *
081705******************************************************************
081706 6530-WRITE-OVERRIDE.
081707     MOVE SPACES                  TO FB01-AUDIT-RECORD.
081708     MOVE FB01-WS-JOB-ID          TO FB01-AUD-JOB-ID.
081709     MOVE FB01-WS-OVR-TS          TO FB01-AUD-START-TS.
081710     MOVE FB01-WS-OVERRIDE-ID     TO FB01-AUD-OVR-AUTH-ID.
081711     MOVE "FBMERGE"               TO FB01-AUD-OVR-PROGRAM.
081712     MOVE FB01-WS-OVR-KEYS        TO FB01-AUD-OVR-KEY-COUNT.
081713     MOVE FB01-WS-OVR-LOW         TO FB01-AUD-START-NUM.
081714     MOVE FB01-WS-OVR-HIGH        TO FB01-AUD-END-NUM.
081715     SET FB01-AUD-LOCK-OVERRIDE   TO TRUE.
081716     MOVE FB01-WS-RULE-SET-ID     TO FB01-AUD-RULE-SET-ID.
081717     WRITE FB01-AUDIT-RECORD.
081718     MOVE "N"                     TO FB01-WS-OVR-OPEN-SW.
081719 6530-EXIT.
081720     EXIT.
081721*
081722******************************************************************
081723*    6540-REWRITE-INDEX-RECORD  --  REPLACE A KEY ALREADY ON     *
081724*                                    FBINDEX.  AN UNCHANGED KEY  *
081725*                                    IS NOT JOURNALED.           *
081726******************************************************************
081727 6540-REWRITE-INDEX-RECORD.
081728     REWRITE FB01-INDEX-RECORD
081729         INVALID KEY
081730             DISPLAY "FBMERGE: UNABLE TO REWRITE INDEX KEY "
081731                     FB01-WS-NUM-EDIT
081732             MOVE "N" TO FB01-WS-BALANCE-SW
081733             GO TO 6540-EXIT
081734     END-REWRITE.
081735     IF FB01-WS-JRN-BEFORE-LABEL  = FB01-IDX-LABEL
081736         AND FB01-WS-JRN-BEFORE-SET-ID = FB01-IDX-RULE-SET-ID
081737         GO TO 6540-EXIT
081738     END-IF.
081739     PERFORM 6510-WRITE-JOURNAL THRU 6510-EXIT.
081740 6540-EXIT.
081741     EXIT.
081742*
081743******************************************************************
081744*    6550-WRITE-SUSPENSE  --  ONE FBSUSP RECORD, REASON LOCK,    *
081745*                              FOR A KEY LEFT OFF FBINDEX        *
081746******************************************************************
081747 6550-WRITE-SUSPENSE.
081748     MOVE SPACES              TO FB01-SUSPENSE-RECORD.
081749     MOVE FB01-WS-JOB-ID      TO FB01-SUS-JOB-ID.
081750     MOVE "LOCK"              TO FB01-SUS-REASON-CODE.
081751     MOVE FB01-WS-SUS-IMAGE   TO FB01-SUS-RECORD-IMAGE.
081752     WRITE FB01-SUSPENSE-RECORD.
081753 6550-EXIT.
081754     EXIT.
081755*
081756******************************************************************
081800*    7000-GRAND-TOTALS  --  MERGED FBOUT GRAND TOTALS, THE       *
081900*                            SINGLE EXPORT TRAILER AND THE       *
082000*                            TRANSMISSION LOG RECORD             *
086600                 "MESSAGES ABOVE"
086700         MOVE 8 TO RETURN-CODE
086800     END-IF.
086805     IF FB01-WS-LOCK-SUSP-COUNT > ZERO
086810         OR FB01-WS-LOCK-OVR-COUNT > ZERO
086815         MOVE FB01-WS-LOCK-SUSP-COUNT TO FB01-WS-EDIT-TOTAL
086820         DISPLAY "  LOCKED KEYS SUSPENDED . . . ."
086825                 FB01-WS-EDIT-TOTAL
086830         MOVE FB01-WS-LOCK-OVR-COUNT  TO FB01-WS-EDIT-TOTAL
086835         DISPLAY "  LOCKED KEYS OVERRIDDEN  . . ."
086840                 FB01-WS-EDIT-TOTAL
086845     END-IF.
086850     IF FB01-WS-LOCK-FAILED
086855         MOVE 12 TO RETURN-CODE
086860     END-IF.
086900 7000-EXIT.
087000     EXIT.
087100*
090100     ELSE
090200         MOVE "FAILED"    TO FB01-WS-RUN-STATUS
090300     END-IF.
090400     IF FB01-WS-OVR-OPEN
090500         PERFORM 6530-WRITE-OVERRIDE THRU 6530-EXIT
090700     END-IF.
090800     MOVE SPACES              TO FB01-AUDIT-RECORD.
090900     MOVE FB01-WS-JOB-ID      TO FB01-AUD-JOB-ID.
091400     MOVE FB01-WS-RUN-STATUS  TO FB01-AUD-STATUS.
091500     MOVE FB01-WS-RULE-SET-ID TO FB01-AUD-RULE-SET-ID.
091600     WRITE FB01-AUDIT-RECORD.
091800 8100-EXIT.
091900     EXIT.
092000*
093500     CLOSE STATS-FILE.
093600     CLOSE OUTPUT-FILE.
093700     CLOSE INDEXED-FILE.
093720     CLOSE SUSPENSE-FILE.
093740     CLOSE JOURNAL-FILE.
093760     CLOSE AUDIT-FILE.
093800 9000-EXIT.
093900     EXIT.
093910*
093920******************************************************************
093930*    9100-END-STEP  --  POST THE STEP END, WITH THE FINAL        *
093940*                        RETURN CODE, DETAILS MERGED AND STATS   *
093950*                        RECORDS COPIED, TO THE FBSTEPL LEDGER   *
093960******************************************************************
093970 9100-END-STEP.
093980     IF NOT FB01-SQ-ACTION-RUN
093990         GO TO 9100-EXIT
094000     END-IF.
094010     MOVE "E"                     TO FB01-SQ-FUNC.
094020     MOVE FB01-WS-TOTAL-DETAILS   TO FB01-SQ-COUNT-IN.
094030     MOVE FB01-WS-STATS-COPIED    TO FB01-SQ-COUNT-OUT.
094040     MOVE RETURN-CODE             TO FB01-SQ-RETURN-CODE.
094050     CALL "FBSTEP" USING FB01-STEP-PARMS.
094051     IF FB01-SQ-STATUS NOT = "00"
094052         DISPLAY "FBMERGE: FBSTEP STATUS " FB01-SQ-STATUS
094053                 " POSTING THE STEP END"
094054         MOVE 12 TO RETURN-CODE
094055     END-IF.
094060 9100-EXIT.
094070     EXIT.
