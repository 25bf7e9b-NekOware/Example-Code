002660*                  LONGER CARRIES FALSE ALARMS FOR THE          *
002670*                  WEEKEND.  A MISSING FBCAL FLAGS EVERY GAP    *
002680*                  DAY EXACTLY AS BEFORE.                       *
002681* 10/15/2026 RLK   LOCK OVERRIDE RECORDS ON FBAUDIT ARE NOT RUNS *
002682*                  AND ARE PASSED OVER; THE FBLKRPT              *
002683*                  LOCK-EXCEPTION REPORT LISTS THEM.             *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
016400         AT END
016500             SET FB01-WS-AUDIT-EOF TO TRUE
016600         NOT AT END
016650             IF FB01-AUD-LOCK-OVERRIDE
016660                 GO TO 6100-EXIT
016670             END-IF
016700             ADD 1 TO FB01-WS-TOTAL-RECORDS
016800             IF FB01-AUD-STATUS = "COMPLETED"
016900                 ADD 1 TO FB01-WS-TOTAL-COMPLETED
