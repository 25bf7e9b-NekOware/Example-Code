000100******************************************************************
000200*                                                                *
000300*    FB01CV  --  FBCOVER COVERAGE ANALYSIS CONTROL CARD          *
000400*                                                                *
000500*    ONE OPTIONAL CARD IMAGE READ FROM THE FBCVCARD DD AT THE    *
000600*    TOP OF THE COVERAGE RUN.  CARRIES THE JOB ID FOR THE        *
000700*    CONTROL TOTALS AND A LIMIT ON THE NUMBER OF MISSING KEYS    *
000800*    WRITTEN TO THE FBGAPTX REPROCESS FILE -- ZERO OR BLANK      *
000900*    WRITES EVERY MISSING KEY.  HOLES PAST THE LIMIT ARE STILL   *
001000*    REPORTED, AND COUNTED AS NOT EXTRACTED.                     *
001100*                                                                *
001200******************************************************************
001300 01  FB01-COVER-CONTROL-RECORD.
001400     05  FB01-CV-JOB-ID              PIC X(08).
001500     05  FB01-CV-EXTRACT-LIMIT       PIC 9(09).
001600     05  FILLER                      PIC X(63).
