000100******************************************************************
000200*                                                                *
000300*    FB01AP  --  FBRULMNT RULE TRANSACTION APPROVAL RECORD       *
000400*                                                                *
000500*    ONE RECORD PER DECISION ON A PENDING RULE TRANSACTION,      *
000600*    READ FROM THE FBRAPPR DD.  QUOTES THE PENDING ID PRINTED    *
000700*    ON FBMRPT WHEN THE TRANSACTION WAS SUBMITTED, THE DECISION  *
000800*    AND THE USER ID OF THE APPROVER.  THE APPROVER MUST NOT BE  *
000900*    THE USER ID THAT SUBMITTED THE TRANSACTION -- A SELF-       *
001000*    APPROVAL IS REJECTED AND THE ITEM STAYS PENDING.            *
001100*                                                                *
001200*      DECISIONS                                                 *
001300*        A  APPROVE -- THE TRANSACTION IS APPLIED THIS RUN       *
001400*        R  REJECT  -- THE TRANSACTION IS DECLINED AND DROPPED   *
001500*                                                                *
001600******************************************************************
001700 01  FB01-APPROVAL-RECORD.
001800     05  FB01-APV-PEND-ID.
001900         10  FB01-APV-SUBMIT-DATE    PIC 9(08).
002000         10  FB01-APV-SEQ            PIC 9(04).
002100     05  FB01-APV-DECISION           PIC X(01).
002200         88  FB01-APV-APPROVE        VALUE "A".
002300         88  FB01-APV-DECLINE        VALUE "R".
002400     05  FB01-APV-APPROVER-ID        PIC X(08).
002500     05  FILLER                      PIC X(59).
