000100******************************************************************
000200*                                                                *
000300*    FB01SO  --  FBSTREAM STATUS REPORT CONTROL CARD             *
000400*                                                                *
000500*    ONE OPTIONAL CARD IMAGE READ FROM THE FBSOCARD DD.  THE     *
000600*    REPORT COVERS THE BUSINESS DATES FROM/THRU; ZERO OR BLANK   *
000700*    DATES COVER THE SEVEN DAYS ENDING ON THE RUN DATE.  A GATE  *
000800*    STEP TURNS THE RUN INTO A RELEASE GATE AS WELL:  THE RUN    *
000900*    ENDS RC 0 ONLY IF EVERY JOB ID OF THAT STEP COMPLETED FOR   *
001000*    THE GATE DATE (ZERO OR BLANK = THE RUN DATE), AND RC 8      *
001100*    OTHERWISE, SO THE SCHEDULER CAN HOLD A RELEASE -- FOR       *
001200*    EXAMPLE THE FBEXPORT TRANSMISSION UNTIL FBVERIFY HAS        *
001300*    CERTIFIED THE NIGHT'S INDEX.                                *
001400*                                                                *
001500******************************************************************
001600 01  FB01-STREAM-RPT-CONTROL-RECORD.
001700     05  FB01-SO-FROM-DATE           PIC 9(08).
001800     05  FB01-SO-THRU-DATE           PIC 9(08).
001900     05  FB01-SO-GATE-STEP           PIC X(08).
002000     05  FB01-SO-GATE-DATE           PIC 9(08).
002100     05  FILLER                      PIC X(48).
