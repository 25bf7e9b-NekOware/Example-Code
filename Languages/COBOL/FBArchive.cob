003400*                  DAY ONE FLOORS AT DAY ONE INSTEAD OF          *
003500*                  WRAPPING TO A FAR-FUTURE CUTOFF THAT WOULD    *
003600*                  ARCHIVE THE ENTIRE AUDIT LOG.                 *
003610* 10/15/2026 RLK   EVERY KEY SWEPT TO FBIXARC IS NOW ALSO        *
003620*                  APPENDED TO THE FBIXJRN CHANGE JOURNAL WITH   *
003630*                  ITS LABEL AND RULE SET ID AS BEFORE IMAGE.    *
003631* 10/15/2026 RLK   EVERY RUN NOW POSTS START AND END RECORDS TO  *
003632*                  THE FBSTEPL STREAM LEDGER THROUGH THE FBSTEP  *
003633*                  SERVICE.  THE SWEEP IS HELD, RC 12, AND       *
003634*                  NOTHING IS PURGED UNLESS FBBALNCE COMPLETED   *
003635*                  IN BALANCE FOR THE BUSINESS DATE AND ANY      *
003636*                  FBVERIFY RUN FOR THE DATE COMPLETED.  A RERUN *
003637*                  ALREADY COMPLETED FOR THE DATE IS SKIPPED     *
003638*                  UNLESS THE FBSTCARD STREAM CARD FORCES IT.    *
003639* 10/15/2026 RLK   KEYS OUTSIDE THE ACTIVE RANGE ARE NOW CHECKED *
003640*                  AGAINST THE PERIOD-CLOSE LOCKS ON FBLOCK      *
003641*                  THROUGH THE FBLKCHK SERVICE.  A LOCKED KEY IS *
003642*                  KEPT LIVE, SUSPENDED TO FBSUSP, REASON LOCK,  *
003643*                  AND COUNTED ON FBPRPT, RC 4, UNLESS THE       *
003644*                  CONTROL CARD CARRIES AN OVERRIDE              *
003645*                  AUTHORIZATION ID; OVERRIDDEN SWEEPS ARE       *
003646*                  LOGGED TO FBAUDNEW AS ONE OVERRIDE RECORD PER *
003647*                  LOCKED RANGE.                                 *
003648* 10/15/2026 RLK   A NONZERO FBLKCHK STATUS NOW LEAVES THE KEY   *
003649*                  LIVE AND STOPS THE INDEX SWEEP, RETURN CODE   *
003650*                  12, AND A NONZERO FBSTEP STATUS AT STEP END   *
003651*                  NOW SETS RETURN CODE 12.                      *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
006200     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO FBAUARC
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS FB01-WS-AUARC-FILE-STATUS.
006410     SELECT JOURNAL-FILE  ASSIGN TO FBIXJRN
006420         ORGANIZATION IS SEQUENTIAL
006430         FILE STATUS IS FB01-WS-JRN-FILE-STATUS.
006440     SELECT SUSPENSE-FILE ASSIGN TO FBSUSP
006450         ORGANIZATION IS SEQUENTIAL
006460         FILE STATUS IS FB01-WS-SUSP-FILE-STATUS.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 01  FB01-AUA-RECORD             PIC X(98).
010010*
010020 FD  JOURNAL-FILE
010030     RECORDING MODE IS F
010040     LABEL RECORDS ARE STANDARD.
010050     COPY FB01JR.
010060*
010070 FD  SUSPENSE-FILE
010080     RECORDING MODE IS F
010090     LABEL RECORDS ARE STANDARD.
010095     COPY FB01SP.
010100 WORKING-STORAGE SECTION.
010200******************************************************************
010300*    STANDALONE COUNTERS AND SWITCHES                            *
013600 77  FB01-WS-AUD-FIRST-DATE       PIC 9(08) VALUE ZERO.
013700 77  FB01-WS-AUD-LAST-DATE        PIC 9(08) VALUE ZERO.
013800 77  FB01-WS-EDIT-TOTAL           PIC ZZZZZZZZ9.
013810 77  FB01-WS-JRN-FILE-STATUS      PIC X(02) VALUE SPACES.
013820 77  FB01-WS-JRN-TIME             PIC 9(08) VALUE ZERO.
013821 77  FB01-WS-SUSP-FILE-STATUS     PIC X(02) VALUE SPACES.
013822 77  FB01-WS-OVERRIDE-ID          PIC X(08) VALUE SPACES.
013823 77  FB01-WS-LOCK-NUM             PIC 9(09) VALUE ZERO.
013824 77  FB01-WS-IDX-LOCKED           PIC 9(09) COMP-3 VALUE ZERO.
013825 77  FB01-WS-IDX-OVERRIDDEN       PIC 9(09) COMP-3 VALUE ZERO.
013826 77  FB01-WS-OVR-OPEN-SW          PIC X(01) VALUE "N".
013827     88  FB01-WS-OVR-OPEN         VALUE "Y".
013828 77  FB01-WS-OVR-LOCK-START       PIC 9(09) COMP-3 VALUE ZERO.
013829 77  FB01-WS-OVR-LOW              PIC 9(09) COMP-3 VALUE ZERO.
013830 77  FB01-WS-OVR-HIGH             PIC 9(09) COMP-3 VALUE ZERO.
013831 77  FB01-WS-OVR-KEYS             PIC 9(09) COMP-3 VALUE ZERO.
013832 77  FB01-WS-OVR-TS               PIC X(26) VALUE SPACES.
013842 77  FB01-WS-LOCK-FAIL-SW         PIC X(01) VALUE "N".
013852     88  FB01-WS-LOCK-FAILED      VALUE "Y".
013862 77  FB01-WS-CLOCK-TIME           PIC 9(08) VALUE ZERO.
013900*
014000******************************************************************
014100*    TIMESTAMP PARSE AREA  --  FBAUDIT TIMESTAMPS ARE BUILT AS   *
014500     05  FB01-WS-TS-DATE             PIC 9(08).
014600     05  FILLER                      PIC X(18).
014700*
014710******************************************************************
014720*    FBSTEP STEP LEDGER CALL PARAMETERS                          *
014730******************************************************************
014740     COPY FB01SQ.
014750*
014760******************************************************************
014770*    FBLKCHK CERTIFIED-RANGE LOCK CALL PARAMETERS                *
014780******************************************************************
014790     COPY FB01LC.
014795*
014800 PROCEDURE DIVISION.
014900******************************************************************
015000*    0000-MAINLINE                                               *
015700         PERFORM 7500-PURGE-REPORT THRU 7500-EXIT
015800     END-IF.
015900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015910     PERFORM 9100-END-STEP THRU 9100-EXIT.
016000     STOP RUN.
016100*
016200******************************************************************
016600******************************************************************
016700 1000-INITIALIZE.
016800     ACCEPT FB01-WS-RUN-DATE FROM DATE YYYYMMDD.
016810     MOVE SPACES TO FB01-STEP-PARMS.
016900     OPEN INPUT MAINT-CARD-FILE.
017000     READ MAINT-CARD-FILE
017100         AT END
019600     MOVE FB01-MC-ACTIVE-END   TO FB01-WS-ACTIVE-END.
019700     MOVE FB01-MC-RETAIN-DAYS  TO FB01-WS-RETAIN-DAYS.
019800     MOVE FB01-MC-JOB-ID       TO FB01-WS-JOB-ID.
019805     MOVE FB01-MC-OVERRIDE-ID  TO FB01-WS-OVERRIDE-ID.
019810     PERFORM 1500-BEGIN-STEP THRU 1500-EXIT.
019820     IF NOT FB01-SQ-ACTION-RUN
019830         MOVE "N" TO FB01-WS-VALID-SW
019840         GO TO 1000-EXIT
019850     END-IF.
019900     COMPUTE FB01-WS-CUTOFF-INT =
020000         FUNCTION INTEGER-OF-DATE (FB01-WS-RUN-DATE)
020100         - FB01-WS-RETAIN-DAYS.
022600     MOVE "RUN DATE "          TO FB01-PG-H-DATE-LIT.
022700     MOVE FB01-WS-RUN-DATE     TO FB01-PG-H-RUN-DATE.
022800     WRITE FB01-PURGE-LINE.
022810     OPEN EXTEND JOURNAL-FILE.
022820     IF FB01-WS-JRN-FILE-STATUS = "35"
022830         OPEN OUTPUT JOURNAL-FILE
022840     END-IF.
022850     OPEN EXTEND SUSPENSE-FILE.
022860     IF FB01-WS-SUSP-FILE-STATUS = "35"
022870         OPEN OUTPUT SUSPENSE-FILE
022880     END-IF.
022900 1000-EXIT.
023000     EXIT.
023100*
023101******************************************************************
023102*    1500-BEGIN-STEP  --  POST THE STEP START TO THE FBSTEPL     *
023103*                          STREAM LEDGER BEFORE FBINDEX IS       *
023104*                          OPENED.  NOTHING IS PURGED UNLESS     *
023105*                          FBBALNCE PROVED THE BUSINESS DATE IN  *
023106*                          BALANCE -- A FAIL STATUS POSTS IT     *
023107*                          FAILED AND HOLDS THE SWEEP -- NOR     *
023108*                          WHILE AN FBVERIFY RUN FOR THE DATE    *
023109*                          HAS NOT COMPLETED.                    *
023110******************************************************************
023111 1500-BEGIN-STEP.
023112     MOVE "B"                    TO FB01-SQ-FUNC.
023113     MOVE "FBARCHIV"             TO FB01-SQ-STEP-NAME.
023114     MOVE FB01-WS-JOB-ID         TO FB01-SQ-JOB-ID.
023115     MOVE 2                      TO FB01-SQ-PRQ-COUNT.
023116     MOVE "FBBALNCE"             TO FB01-SQ-PRQ-STEP (1).
023117     MOVE "R"                    TO FB01-SQ-PRQ-MODE (1).
023118     MOVE "FBVERIFY"             TO FB01-SQ-PRQ-STEP (2).
023119     MOVE "O"                    TO FB01-SQ-PRQ-MODE (2).
023120     MOVE RETURN-CODE            TO FB01-SQ-RETURN-CODE.
023121     CALL "FBSTEP" USING FB01-STEP-PARMS.
023122 1500-EXIT.
023123     EXIT.
023124*
023200******************************************************************
023300*    6000-SWEEP-INDEX  --  ARCHIVE AND DELETE EVERY FBINDEX KEY  *
023400*                           OUTSIDE THE ACTIVE RANGE.  AN        *
023410*                           OVERRIDE RECORD FOR THE LAST LOCKED  *
023420*                           RANGE TOUCHED IS WRITTEN HERE, WHILE *
023430*                           THE AUDIT RECORD AREA IS STILL FREE  *
023500******************************************************************
023600 6000-SWEEP-INDEX.
023700     IF NOT FB01-WS-INDEX-SWEEP
023900     END-IF.
024000     PERFORM 6100-SWEEP-ONE-KEY THRU 6100-EXIT
024100         UNTIL FB01-WS-INDEX-EOF.
024110     IF FB01-WS-OVR-OPEN
024120         PERFORM 6130-WRITE-OVERRIDE THRU 6130-EXIT
024130     END-IF.
024200 6000-EXIT.
024300     EXIT.
024400*
024500******************************************************************
024600*    6100-SWEEP-ONE-KEY  --  READ THE NEXT KEY AND ARCHIVE IT    *
024700*                             IF IT LIES OUTSIDE THE ACTIVE      *
024800*                             RANGE.  A KEY IN A CERTIFIED       *
024810*                             LOCKED RANGE STAYS LIVE AND GOES   *
024820*                             TO FBSUSP UNLESS THE CARD CARRIES  *
024830*                             AN OVERRIDE AUTHORIZATION.  IF     *
024840*                             FBLKCHK CANNOT ANSWER, THE KEY     *
024850*                             STAYS LIVE AND THE INDEX SWEEP     *
024860*                             STOPS, RETURN CODE 12              *
024900******************************************************************
025000 6100-SWEEP-ONE-KEY.
025100     READ INDEXED-FILE NEXT RECORD
025900         ADD 1 TO FB01-WS-IDX-KEPT
026000         GO TO 6100-EXIT
026100     END-IF.
026110     MOVE "K"                     TO FB01-LC-FUNC.
026120     MOVE FB01-IDX-NUM            TO FB01-LC-NUM.
026130     MOVE RETURN-CODE             TO FB01-LC-RETURN-CODE.
026140     CALL "FBLKCHK" USING FB01-LOCK-PARMS.
026141     IF FB01-LC-STATUS NOT = "00"
026142         DISPLAY "FBARCHIV: FBLKCHK STATUS " FB01-LC-STATUS
026143                 " ON KEY " FB01-LC-NUM " -- INDEX SWEEP STOPPED"
026144         MOVE "Y" TO FB01-WS-LOCK-FAIL-SW
026145         MOVE 12  TO RETURN-CODE
026146         SET FB01-WS-INDEX-EOF TO TRUE
026147         GO TO 6100-EXIT
026148     END-IF.
026150     IF FB01-LC-LOCKED
026160         IF FB01-WS-OVERRIDE-ID = SPACES
026170             PERFORM 6140-SUSPEND-LOCKED-KEY THRU 6140-EXIT
026180             GO TO 6100-EXIT
026190         END-IF
026191         PERFORM 6120-TALLY-OVERRIDE THRU 6120-EXIT
026192     END-IF.
026200     WRITE FB01-IXA-RECORD FROM FB01-INDEX-RECORD.
026300     DELETE INDEXED-FILE RECORD.
026400     IF FB01-WS-INDEX-FILE-STATUS NOT = "00"
026500         DISPLAY "FBARCHIV: FBINDEX DELETE FAILED, STATUS "
026600                 FB01-WS-INDEX-FILE-STATUS
026700     ELSE
026710         PERFORM 6110-WRITE-JOURNAL THRU 6110-EXIT
026720     END-IF.
026800     ADD 1 TO FB01-WS-IDX-ARCHIVED.
026900     IF FB01-WS-IDX-FIRST-KEY = ZERO
027000         MOVE FB01-IDX-NUM TO FB01-WS-IDX-FIRST-KEY
027200     MOVE FB01-IDX-NUM TO FB01-WS-IDX-LAST-KEY.
027300 6100-EXIT.
027400     EXIT.
027401*
027402******************************************************************
027403*    6110-WRITE-JOURNAL  --  APPEND THE FBIXJRN CHANGE JOURNAL   *
027404*                             RECORD FOR A KEY JUST SWEPT OFF    *
027405*                             THE LIVE FILE                      *
027406******************************************************************
027407 6110-WRITE-JOURNAL.
027408     ACCEPT FB01-WS-JRN-TIME FROM TIME.
027409     MOVE SPACES                 TO FB01-JOURNAL-RECORD.
027410     MOVE FB01-IDX-NUM           TO FB01-JRN-NUM.
027411     SET FB01-JRN-ARCHIVED       TO TRUE.
027412     MOVE FB01-IDX-LABEL         TO FB01-JRN-BEFORE-LABEL.
027413     MOVE FB01-IDX-RULE-SET-ID   TO FB01-JRN-BEFORE-SET-ID.
027414     MOVE FB01-WS-JOB-ID         TO FB01-JRN-JOB-ID.
027415     MOVE "FBARCHIV"             TO FB01-JRN-PROGRAM.
027416     STRING FB01-WS-RUN-DATE     DELIMITED BY SIZE
027417            "-"                  DELIMITED BY SIZE
027418            FB01-WS-JRN-TIME     DELIMITED BY SIZE
027419         INTO FB01-JRN-TIMESTAMP
027420     END-STRING.
027421     WRITE FB01-JOURNAL-RECORD.
027422 6110-EXIT.
027423     EXIT.
027424*
027425******************************************************************
027426*    6120-TALLY-OVERRIDE  --  A LOCKED KEY SWEPT UNDER AN        *
027427*                              OVERRIDE, TALLIED AGAINST ITS     *
027428*                              LOCK FOR THE OVERRIDE RECORD      *
027429******************************************************************
027430 6120-TALLY-OVERRIDE.
027431     IF FB01-WS-OVR-OPEN
027432         AND FB01-LC-LOCK-START NOT = FB01-WS-OVR-LOCK-START
027433         PERFORM 6130-WRITE-OVERRIDE THRU 6130-EXIT
027434     END-IF.
027435     IF NOT FB01-WS-OVR-OPEN
027436         MOVE "Y"                 TO FB01-WS-OVR-OPEN-SW
027437         MOVE FB01-LC-LOCK-START  TO FB01-WS-OVR-LOCK-START
027438         MOVE FB01-IDX-NUM        TO FB01-WS-OVR-LOW
027439         MOVE FB01-IDX-NUM        TO FB01-WS-OVR-HIGH
027440         MOVE ZERO                TO FB01-WS-OVR-KEYS
027441         ACCEPT FB01-WS-CLOCK-TIME FROM TIME
027442         MOVE SPACES              TO FB01-WS-OVR-TS
027443         STRING FB01-WS-RUN-DATE   DELIMITED BY SIZE
027444                "-"                DELIMITED BY SIZE
027445                FB01-WS-CLOCK-TIME DELIMITED BY SIZE
027446             INTO FB01-WS-OVR-TS
027447         END-STRING
027448     END-IF.
027449     IF FB01-IDX-NUM < FB01-WS-OVR-LOW
027450         MOVE FB01-IDX-NUM        TO FB01-WS-OVR-LOW
027451     END-IF.
027452     IF FB01-IDX-NUM > FB01-WS-OVR-HIGH
027453         MOVE FB01-IDX-NUM        TO FB01-WS-OVR-HIGH
027454     END-IF.
027455     ADD 1 TO FB01-WS-OVR-KEYS.
027456     ADD 1 TO FB01-WS-IDX-OVERRIDDEN.
027457 6120-EXIT.
027458     EXIT.
027459*
027460******************************************************************
027461*    6130-WRITE-OVERRIDE  --  ONE OVERRIDE RECORD FOR THE KEYS   *
027462*                              SWEPT FROM ONE LOCKED RANGE.  IT  *
027463*                              GOES TO FBAUDNEW, WHICH BECOMES   *
027464*                              THE NEXT FBAUDIT.                 *
027465******************************************************************
027466 6130-WRITE-OVERRIDE.
027467     MOVE SPACES                  TO FB01-AUDIT-RECORD.
027468     MOVE FB01-WS-JOB-ID          TO FB01-AUD-JOB-ID.
027469     MOVE FB01-WS-OVR-TS          TO FB01-AUD-START-TS.
027470     MOVE FB01-WS-OVERRIDE-ID     TO FB01-AUD-OVR-AUTH-ID.
027471     MOVE "FBARCHIV"              TO FB01-AUD-OVR-PROGRAM.
027472     MOVE FB01-WS-OVR-KEYS        TO FB01-AUD-OVR-KEY-COUNT.
027473     MOVE FB01-WS-OVR-LOW         TO FB01-AUD-START-NUM.
027474     MOVE FB01-WS-OVR-HIGH        TO FB01-AUD-END-NUM.
027475     MOVE SPACES                  TO FB01-AUD-RULE-SET-ID.
027476     SET FB01-AUD-LOCK-OVERRIDE   TO TRUE.
027477     WRITE FB01-AUN-RECORD FROM FB01-AUDIT-RECORD.
027478     MOVE "N"                     TO FB01-WS-OVR-OPEN-SW.
027479 6130-EXIT.
027480     EXIT.
027481*
027482******************************************************************
027483*    6140-SUSPEND-LOCKED-KEY  --  A LOCKED KEY OUTSIDE THE       *
027484*                                  ACTIVE RANGE IS KEPT LIVE AND *
027485*                                  WRITTEN TO FBSUSP, REASON     *
027486*                                  LOCK                          *
027487******************************************************************
027488 6140-SUSPEND-LOCKED-KEY.
027489     MOVE SPACES                  TO FB01-SUSPENSE-RECORD.
027490     MOVE FB01-WS-JOB-ID          TO FB01-SUS-JOB-ID.
027491     MOVE "LOCK"                  TO FB01-SUS-REASON-CODE.
027492     MOVE FB01-IDX-NUM            TO FB01-WS-LOCK-NUM.
027493     MOVE FB01-WS-LOCK-NUM        TO FB01-SUS-RECORD-IMAGE.
027494     WRITE FB01-SUSPENSE-RECORD.
027495     ADD 1 TO FB01-WS-IDX-LOCKED.
027496 6140-EXIT.
027497     EXIT.
027500*
027600******************************************************************
027700*    7000-SWEEP-AUDIT  --  SPLIT FBAUDIT INTO RETAINED RECORDS   *
033500     MOVE "VALUE: "              TO FB01-PG-S-LIT.
033600     MOVE FB01-WS-IDX-ARCHIVED   TO FB01-PG-S-VALUE.
033700     WRITE FB01-PURGE-LINE.
033710     MOVE SPACES                 TO FB01-PURGE-LINE.
033720     MOVE "FBINDEX KEYS LOCKED"  TO FB01-PG-S-LABEL.
033730     MOVE "VALUE: "              TO FB01-PG-S-LIT.
033740     MOVE FB01-WS-IDX-LOCKED     TO FB01-PG-S-VALUE.
033750     WRITE FB01-PURGE-LINE.
033760     MOVE SPACES                 TO FB01-PURGE-LINE.
033770     MOVE "LOCKED KEYS OVERRIDDEN" TO FB01-PG-S-LABEL.
033780     MOVE "VALUE: "              TO FB01-PG-S-LIT.
033790     MOVE FB01-WS-IDX-OVERRIDDEN TO FB01-PG-S-VALUE.
033795     WRITE FB01-PURGE-LINE.
033800     IF FB01-WS-IDX-ARCHIVED > ZERO
033900         MOVE SPACES             TO FB01-PURGE-LINE
034000         MOVE "ARCHIVED KEYS"    TO FB01-PG-R-LABEL
038100     DISPLAY "  FBINDEX KEYS ARCHIVED . . . ." FB01-WS-EDIT-TOTAL.
038200     MOVE FB01-WS-IDX-KEPT       TO FB01-WS-EDIT-TOTAL.
038300     DISPLAY "  FBINDEX KEYS KEPT . . . . . ." FB01-WS-EDIT-TOTAL.
038310     MOVE FB01-WS-IDX-LOCKED     TO FB01-WS-EDIT-TOTAL.
038320     DISPLAY "  FBINDEX KEYS LOCKED . . . . ." FB01-WS-EDIT-TOTAL.
038330     MOVE FB01-WS-IDX-OVERRIDDEN TO FB01-WS-EDIT-TOTAL.
038340     DISPLAY "  LOCKED KEYS OVERRIDDEN. . . ." FB01-WS-EDIT-TOTAL.
038350     IF FB01-WS-IDX-LOCKED > ZERO
038360         DISPLAY "FBARCHIV: KEYS IN CERTIFIED LOCKED RANGES "
038370                 "KEPT LIVE AND SUSPENDED TO FBSUSP"
038380         IF RETURN-CODE < 4
038390             MOVE 4 TO RETURN-CODE
038395         END-IF
038396     END-IF.
038400     MOVE FB01-WS-AUD-ARCHIVED   TO FB01-WS-EDIT-TOTAL.
038500     DISPLAY "  FBAUDIT RECS ARCHIVED . . . ." FB01-WS-EDIT-TOTAL.
038600     MOVE FB01-WS-AUD-KEPT       TO FB01-WS-EDIT-TOTAL.
038700     DISPLAY "  FBAUDIT RECS KEPT . . . . . ." FB01-WS-EDIT-TOTAL.
038710     IF FB01-WS-LOCK-FAILED
038720         DISPLAY "FBARCHIV: INDEX SWEEP STOPPED SHORT OF THE END "
038730                 "OF FBINDEX -- LOCKS COULD NOT BE CHECKED"
038740         MOVE 12 TO RETURN-CODE
038750     END-IF.
038800 7500-EXIT.
038900     EXIT.
039000*
040500     CLOSE AUDIT-NEW-FILE.
040600     CLOSE AUDIT-ARCHIVE-FILE.
040700     CLOSE REPORT-FILE.
040710     CLOSE JOURNAL-FILE.
040720     CLOSE SUSPENSE-FILE.
040800 9000-EXIT.
040900     EXIT.
040910*
040920******************************************************************
040930*    9100-END-STEP  --  POST THE STEP END, WITH THE FINAL        *
040940*                        RETURN CODE, FBINDEX KEYS READ AND KEYS *
040950*                        ARCHIVED, TO THE FBSTEPL LEDGER         *
040960******************************************************************
040970 9100-END-STEP.
040980     IF NOT FB01-SQ-ACTION-RUN
040990         GO TO 9100-EXIT
041000     END-IF.
041010     MOVE "E"                     TO FB01-SQ-FUNC.
041020     MOVE FB01-WS-IDX-READ        TO FB01-SQ-COUNT-IN.
041030     MOVE FB01-WS-IDX-ARCHIVED    TO FB01-SQ-COUNT-OUT.
041040     MOVE RETURN-CODE             TO FB01-SQ-RETURN-CODE.
041050     CALL "FBSTEP" USING FB01-STEP-PARMS.
041051     IF FB01-SQ-STATUS NOT = "00"
041052         DISPLAY "FBARCHIV: FBSTEP STATUS " FB01-SQ-STATUS
041053                 " POSTING THE STEP END"
041054         MOVE 12 TO RETURN-CODE
041055     END-IF.
041060 9100-EXIT.
041070     EXIT.
