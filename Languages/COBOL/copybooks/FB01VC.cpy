001100*    SO THE CERTIFICATE LINE REFLECTS THE WHOLE FILE ONCE ALL   *
001200*    SLICES COMPLETE.  A MISSING FBVCARD RUNS THE FULL          *
001300*    ONE-PASS VERIFICATION EXACTLY AS BEFORE.                   *
001310*    THE PERIOD-CLOSE SWITCH POSTS THE RANGE TO THE FBLOCK      *
001320*    LOCK FILE WHEN IT CERTIFIES CLEAN, FOR THE CLOSE PERIOD    *
001330*    GIVEN (YYYYMM; BLANK IS THE RUN MONTH).                    *
001340*    A KEY-RANGE SLICE POSTS TO THE FBSTEPL STREAM LEDGER       *
001350*    UNDER ITS START KEY IN HEXADECIMAL AS JOB ID, SO           *
001360*    SLICES RUN FOR ONE DATE ARE TRACKED APART.                 *
001400*                                                                *
001500******************************************************************
001600 01  FB01-VERIFY-CONTROL-RECORD.
001900     05  FB01-VC-CHECKPOINT-INT      PIC 9(09).
002000     05  FB01-VC-RESTART-SW          PIC X(01).
002100         88  FB01-VC-RESTART-YES     VALUE "Y".
002110     05  FB01-VC-CLOSE-SW            PIC X(01).
002120         88  FB01-VC-PERIOD-CLOSE    VALUE "Y".
002130     05  FB01-VC-CLOSE-PERIOD        PIC X(06).
002200     05  FILLER                      PIC X(45).
