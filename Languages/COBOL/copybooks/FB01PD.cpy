000100******************************************************************
000200*                                                                *
000300*    FB01PD  --  FBRULMNT PENDING RULE TRANSACTION RECORD        *
000400*                                                                *
000500*    ONE RECORD PER RULE TRANSACTION SUBMITTED TO FBRULMNT AND   *
000600*    NOT YET APPROVED, DECLINED OR EXPIRED.  THE OLD GENERATION  *
000700*    IS READ FROM FBRPOLD AND THE NEW ONE WRITTEN TO FBRPNEW,    *
000800*    THE SAME WAY THE MASTER ITSELF IS CARRIED FORWARD.  THE     *
000900*    PENDING ID IS THE SUBMIT DATE PLUS A SEQUENCE WITHIN THAT   *
001000*    DATE; IT IS PRINTED ON FBMRPT WHEN THE ITEM IS SUBMITTED    *
001100*    AND IS WHAT THE APPROVER QUOTES ON FBRAPPR (FB01AP).  THE   *
001200*    TRANSACTION IS HELD AS THE ORIGINAL FB01RM CARD IMAGE,      *
001300*    SUBMITTER USER ID INCLUDED.                                 *
001400*                                                                *
001500******************************************************************
001600 01  FB01-PENDING-RECORD.
001700     05  FB01-PND-ID.
001800         10  FB01-PND-SUBMIT-DATE    PIC 9(08).
001900         10  FB01-PND-SEQ            PIC 9(04).
002000     05  FB01-PND-TRANS-IMAGE        PIC X(80).
002100     05  FILLER                      PIC X(08).
