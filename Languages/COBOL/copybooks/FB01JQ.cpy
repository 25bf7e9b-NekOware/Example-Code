000100******************************************************************
000200*                                                                *
000300*    FB01JQ  --  FBASOF AS-OF LABEL INQUIRY REQUEST RECORD       *
000400*                                                                *
000500*    ONE RECORD PER QUESTION "WHAT LABEL DID THIS NUM CARRY AS   *
000600*    OF THIS DATE", READ FROM THE FBJQIN DD.  THE AS-OF DATE IS  *
000700*    YYYYMMDD AND MEANS THE CLOSE OF THAT BUSINESS DAY -- A      *
000800*    CHANGE JOURNALED ON THE DATE ITSELF COUNTS.                 *
000900*                                                                *
001000******************************************************************
001100 01  FB01-ASOF-REQUEST-RECORD.
001200     05  FB01-JQ-NUM                 PIC 9(09).
001300     05  FB01-JQ-AS-OF-DATE          PIC 9(08).
001400     05  FILLER                      PIC X(63).
