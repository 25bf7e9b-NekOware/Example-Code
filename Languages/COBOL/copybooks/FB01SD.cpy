000100******************************************************************
000200*                                                                *
000300*    FB01SD  --  JOB-STREAM CONTROL CARD                         *
000400*                                                                *
000500*    ONE CARD IMAGE ON THE FBSTCARD DD, SHARED BY EVERY STEP OF  *
000600*    THE NIGHTLY STREAM AND READ BY THE FBSTEP SERVICE.  THE     *
000700*    BUSINESS DATE TIES THE NIGHT'S STEPS TOGETHER WHEN THE      *
000800*    STREAM RUNS PAST MIDNIGHT; ZERO OR BLANK USES THE RUN DATE. *
000900*    A FORCE STEP OF "ALL", OR THE NAME OF ONE STEP, RERUNS      *
001000*    THAT STEP EVEN THOUGH THE LEDGER SHOWS IT COMPLETED FOR     *
001100*    THE DATE.  A MISSING FBSTCARD FORCES NOTHING.               *
001200*                                                                *
001300******************************************************************
001400 01  FB01-STREAM-CONTROL-RECORD.
001500     05  FB01-SD-BUS-DATE            PIC 9(08).
001600     05  FB01-SD-FORCE-STEP          PIC X(08).
001700         88  FB01-SD-FORCE-ALL       VALUE "ALL".
001800     05  FILLER                      PIC X(64).
