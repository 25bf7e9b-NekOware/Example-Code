000100******************************************************************
000200*                                                                *
000300*    FB01MK  --  FBRULMNT CONTROL CARD RECORD                    *
000400*                                                                *
000500*    OPTIONAL CARD IMAGE READ FROM THE FBRMCTL DD.  CARRIES THE  *
000600*    NUMBER OF DAYS A SUBMITTED RULE TRANSACTION MAY WAIT FOR    *
000700*    APPROVAL BEFORE IT EXPIRES.  A MISSING CARD, OR A ZERO OR   *
000800*    NON-NUMERIC VALUE, TAKES THE STANDARD 7 DAYS.               *
000900*                                                                *
001000******************************************************************
001100 01  FB01-MAINT-CONTROL-RECORD.
001200     05  FB01-MK-EXPIRY-DAYS         PIC 9(03).
001300     05  FILLER                      PIC X(77).
