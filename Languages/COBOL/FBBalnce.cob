002900* DATE       INIT  DESCRIPTION                                  *
003000*----------------------------------------------------------------*
003100* 09/02/2026 RLK   ORIGINAL VERSION.                             *
003101* 10/15/2026 RLK   EVERY RUN NOW POSTS START AND END RECORDS TO  *
003102*                  THE FBSTEPL STREAM LEDGER THROUGH THE FBSTEP  *
003103*                  SERVICE, UNDER A BLANK JOB ID.  THE RUN IS    *
003104*                  HELD, RC 12, UNTIL FIZZBUZZ -- AND FBMERGE    *
003105*                  WHEN IT RAN -- HAS COMPLETED FOR THE BUSINESS *
003106*                  DATE, AND A RERUN ALREADY COMPLETED FOR THE   *
003107*                  DATE IS SKIPPED UNLESS THE FBSTCARD STREAM    *
003108*                  CARD FORCES IT.  A FAIL STATUS IS POSTED      *
003109*                  FAILED, WHICH HOLDS FBARCHIV.                 *
003110* 10/15/2026 RLK   THE RUN RANGE NOW COMES FROM THE LAST FBAUDIT *
003111*                  RUN RECORD ONLY; LOCK OVERRIDE RECORDS ARE    *
003112*                  PASSED OVER.                                  *
003113* 10/15/2026 RLK   A FAILURE OF THE FBSTEP SERVICE TO POST THE   *
003114*                  STEP END NOW ENDS THE RUN RC 12.              *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
014900     05  FB01-WS-XP-HASH-R REDEFINES FB01-WS-XP-HASH-X
015000                                  PIC 9(18).
015100*
015110******************************************************************
015120*    FBSTEP STEP LEDGER CALL PARAMETERS                          *
015130******************************************************************
015140     COPY FB01SQ.
015150*
015200 PROCEDURE DIVISION.
015300******************************************************************
015400*    0000-MAINLINE                                               *
015500******************************************************************
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
015710     IF FB01-SQ-ACTION-RUN
015800         PERFORM 2000-READ-AUDIT     THRU 2000-EXIT
015900         PERFORM 3000-COUNT-OUTPUT   THRU 3000-EXIT
016000         PERFORM 4000-COUNT-EXPORT   THRU 4000-EXIT
016100         PERFORM 4500-COUNT-INDEX    THRU 4500-EXIT
016200         PERFORM 5000-COUNT-SUSPENSE THRU 5000-EXIT
016300         PERFORM 6000-PROVE-BALANCE  THRU 6000-EXIT
016400         PERFORM 7000-SUMMARY        THRU 7000-EXIT
016500         PERFORM 8000-WRITE-STATUS   THRU 8000-EXIT
016600         PERFORM 9000-TERMINATE      THRU 9000-EXIT
016610         PERFORM 9100-END-STEP       THRU 9100-EXIT
016620     END-IF.
016700     STOP RUN.
016800*
016900******************************************************************
017300******************************************************************
017400 1000-INITIALIZE.
017500     ACCEPT FB01-WS-RUN-DATE FROM DATE YYYYMMDD.
017510     PERFORM 1500-BEGIN-STEP THRU 1500-EXIT.
017520     IF NOT FB01-SQ-ACTION-RUN
017530         GO TO 1000-EXIT
017540     END-IF.
017600     OPEN OUTPUT REPORT-FILE.
017700     MOVE SPACES               TO FB01-BALANCE-LINE.
017800     MOVE "FBBALNCE BALANCING REPORT"
020700     OPEN OUTPUT STATUS-FILE.
020800 1000-EXIT.
020900     EXIT.
020901*
020902******************************************************************
020903*    1500-BEGIN-STEP  --  POST THE STEP START TO THE FBSTEPL     *
020904*                          STREAM LEDGER BEFORE ANY FILE IS      *
020905*                          OPENED.  FIZZBUZZ MUST HAVE COMPLETED *
020906*                          FOR THE BUSINESS DATE, AND FBMERGE    *
020907*                          TOO WHEN IT RAN.  THE BALANCING RUN   *
020908*                          HAS NO JOB ID OF ITS OWN -- IT PROVES *
020909*                          WHICHEVER RUN FBAUDIT LAST RECORDS -- *
020910*                          SO IT POSTS UNDER A BLANK JOB ID.     *
020911******************************************************************
020912 1500-BEGIN-STEP.
020913     MOVE SPACES TO FB01-STEP-PARMS.
020914     MOVE "B"                    TO FB01-SQ-FUNC.
020915     MOVE "FBBALNCE"             TO FB01-SQ-STEP-NAME.
020916     MOVE SPACES                 TO FB01-SQ-JOB-ID.
020917     MOVE 2                      TO FB01-SQ-PRQ-COUNT.
020918     MOVE "FIZZBUZZ"             TO FB01-SQ-PRQ-STEP (1).
020919     MOVE "R"                    TO FB01-SQ-PRQ-MODE (1).
020920     MOVE "FBMERGE"              TO FB01-SQ-PRQ-STEP (2).
020921     MOVE "O"                    TO FB01-SQ-PRQ-MODE (2).
020922     MOVE RETURN-CODE            TO FB01-SQ-RETURN-CODE.
020923     CALL "FBSTEP" USING FB01-STEP-PARMS.
020924 1500-EXIT.
020925     EXIT.
021000*
021100******************************************************************
021200*    2000-READ-AUDIT  --  KEEP THE LAST FBAUDIT RECORD: THAT IS  *
023700                 AND FB01-AUD-END-NUM IS NUMERIC
023800                 AND FB01-AUD-START-NUM > ZERO
023900                 AND FB01-AUD-START-NUM NOT > FB01-AUD-END-NUM
023950                 AND NOT FB01-AUD-LOCK-OVERRIDE
024000                 MOVE "Y" TO FB01-WS-AUDIT-FOUND-SW
024100                 MOVE FB01-AUD-START-NUM TO FB01-WS-START-NUM
024200                 MOVE FB01-AUD-END-NUM   TO FB01-WS-END-NUM
056300     CLOSE STATUS-FILE.
056400 9000-EXIT.
056500     EXIT.
056510*
056520******************************************************************
056530*    9100-END-STEP  --  POST THE STEP END, WITH THE FINAL        *
056540*                        RETURN CODE, FBINDEX KEYS AND FBOUT     *
056550*                        DETAILS COUNTED, TO THE FBSTEPL LEDGER. *
056560*                        A FAIL STATUS ENDS RC 8 AND IS POSTED   *
056570*                        FAILED, WHICH HOLDS FBARCHIV.           *
056580******************************************************************
056590 9100-END-STEP.
056600     MOVE "E"                     TO FB01-SQ-FUNC.
056610     MOVE FB01-WS-IDX-COUNT       TO FB01-SQ-COUNT-IN.
056620     MOVE FB01-WS-OUT-COUNT       TO FB01-SQ-COUNT-OUT.
056630     MOVE RETURN-CODE             TO FB01-SQ-RETURN-CODE.
056640     CALL "FBSTEP" USING FB01-STEP-PARMS.
056641     IF FB01-SQ-STATUS NOT = "00"
056642         DISPLAY "FBBALNCE: FBSTEP STATUS " FB01-SQ-STATUS
056643                 " POSTING THE STEP END"
056644         MOVE 12 TO RETURN-CODE
056645     END-IF.
056650 9100-EXIT.
056660     EXIT.
