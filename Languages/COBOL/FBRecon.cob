002800* DATE       INIT  DESCRIPTION                                  *
002900*----------------------------------------------------------------*
003000* 09/02/2026 RLK   ORIGINAL VERSION.                             *
003001* 10/15/2026 RLK   EVERY RUN NOW POSTS START AND END RECORDS TO  *
003002*                  THE FBSTEPL STREAM LEDGER THROUGH THE FBSTEP  *
003003*                  SERVICE.  THE RUN IS HELD, RC 12, UNTIL       *
003004*                  FBVERIFY HAS CERTIFIED THE INDEX FOR THE      *
003005*                  BUSINESS DATE, AND A RERUN ALREADY COMPLETED  *
003006*                  FOR THE DATE IS SKIPPED UNLESS THE FBSTCARD   *
003007*                  STREAM CARD FORCES IT.                        *
003008* 10/15/2026 RLK   A FAILURE OF THE FBSTEP SERVICE TO POST THE   *
003009*                  STEP END NOW ENDS THE RUN RC 12.              *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
012800         10  FB01-WS-ACK-MATCH-SW PIC X(01).
012900             88  FB01-WS-ACK-MATCHED VALUE "Y".
013000*
013010******************************************************************
013020*    FBSTEP STEP LEDGER CALL PARAMETERS                          *
013030******************************************************************
013040     COPY FB01SQ.
013050*
013100 PROCEDURE DIVISION.
013200******************************************************************
013300*    0000-MAINLINE                                               *
013400******************************************************************
013500 0000-MAINLINE.
013600     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
013610     IF FB01-SQ-ACTION-RUN
013700         PERFORM 2000-LOAD-ACKS      THRU 2000-EXIT
013800         PERFORM 6000-RECONCILE      THRU 6000-EXIT
013900         PERFORM 7000-UNMATCHED-ACKS THRU 7000-EXIT
014000         PERFORM 7500-SUMMARY        THRU 7500-EXIT
014100         PERFORM 9000-TERMINATE      THRU 9000-EXIT
014110         PERFORM 9100-END-STEP       THRU 9100-EXIT
014120     END-IF.
014200     STOP RUN.
014300*
014400******************************************************************
017700     END-IF.
017800     COMPUTE FB01-WS-CUTOFF-DATE =
017900         FUNCTION DATE-OF-INTEGER (FB01-WS-CUTOFF-INT).
017910     PERFORM 1500-BEGIN-STEP THRU 1500-EXIT.
017920     IF NOT FB01-SQ-ACTION-RUN
017930         GO TO 1000-EXIT
017940     END-IF.
018000     OPEN INPUT XMIT-LOG-FILE.
018100     IF FB01-WS-XMLOG-FILE-STATUS = "35"
018200         DISPLAY "FBRECON: MISSING TRANSMISSION LOG ON FBXMLOG"
019900 1000-EXIT.
020000     EXIT.
020100*
020101******************************************************************
020102*    1500-BEGIN-STEP  --  POST THE STEP START TO THE FBSTEPL     *
020103*                          STREAM LEDGER BEFORE ANY FILE IS      *
020104*                          OPENED.  THE TRANSMISSION IS ONLY     *
020105*                          RELEASED ONCE FBVERIFY HAS CERTIFIED  *
020106*                          THE INDEX, SO FBVERIFY MUST HAVE      *
020107*                          COMPLETED FOR THE BUSINESS DATE.      *
020108******************************************************************
020109 1500-BEGIN-STEP.
020110     MOVE SPACES TO FB01-STEP-PARMS.
020111     MOVE "B"                    TO FB01-SQ-FUNC.
020112     MOVE "FBRECON"              TO FB01-SQ-STEP-NAME.
020113     MOVE FB01-WS-JOB-ID         TO FB01-SQ-JOB-ID.
020114     MOVE 1                      TO FB01-SQ-PRQ-COUNT.
020115     MOVE "FBVERIFY"             TO FB01-SQ-PRQ-STEP (1).
020116     MOVE "R"                    TO FB01-SQ-PRQ-MODE (1).
020117     MOVE RETURN-CODE            TO FB01-SQ-RETURN-CODE.
020118     CALL "FBSTEP" USING FB01-STEP-PARMS.
020119 1500-EXIT.
020120     EXIT.
020121*
020200******************************************************************
020300*    2000-LOAD-ACKS  --  TABLE EVERY ACKNOWLEDGMENT RECORD       *
020400******************************************************************
046900     CLOSE REPORT-FILE.
047000 9000-EXIT.
047100     EXIT.
047110*
047120******************************************************************
047130*    9100-END-STEP  --  POST THE STEP END, WITH THE FINAL        *
047140*                        RETURN CODE, TRANSMISSIONS READ AND     *
047150*                        TRANSMISSIONS FLAGGED, TO THE FBSTEPL   *
047160*                        LEDGER                                  *
047170******************************************************************
047180 9100-END-STEP.
047190     MOVE "E"                     TO FB01-SQ-FUNC.
047200     MOVE FB01-WS-XMIT-READ       TO FB01-SQ-COUNT-IN.
047210     MOVE FB01-WS-TOTAL-FLAGGED   TO FB01-SQ-COUNT-OUT.
047220     MOVE RETURN-CODE             TO FB01-SQ-RETURN-CODE.
047230     CALL "FBSTEP" USING FB01-STEP-PARMS.
047231     IF FB01-SQ-STATUS NOT = "00"
047232         DISPLAY "FBRECON: FBSTEP STATUS " FB01-SQ-STATUS
047233                 " POSTING THE STEP END"
047234         MOVE 12 TO RETURN-CODE
047235     END-IF.
047240 9100-EXIT.
047250     EXIT.
