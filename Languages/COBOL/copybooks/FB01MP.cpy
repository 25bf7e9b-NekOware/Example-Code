000200*                                                                *
000300*    FB01MP  --  FBRULMNT RULE MASTER PROOF REPORT LINE          *
000400*                                                                *
000500*    ONE PHYSICAL RECORD LAYOUT, REDEFINED SIX WAYS SO THE      *
000600*    SAME RECORD AREA CAN CARRY THE REPORT HEADER, A SECTION    *
000700*    TITLE, ONE MASTER RULE ROW (BEFORE OR AFTER IMAGE), ITS    *
000800*    STAMP LINE, ONE TRANSACTION DISPOSITION LINE, OR A CONTROL *
000810*    TOTAL LINE WRITTEN TO THE FBMRPT DD.  THE BEFORE/AFTER     *
000900*    SECTIONS ARE THE SIGN-OFF PROOF THE BUSINESS OWNER         *
001000*    APPROVES BEFORE THE NEW MASTER GOES TO PRODUCTION.         *
001110*                                                                *
001120*    A RULE ROW STAMPED WITH A SUBMITTER AND APPROVER USER ID   *
001130*    IS FOLLOWED BY A STAMP LINE NAMING THEM.  A TRANSACTION    *
001140*    LINE CARRIES THE PENDING ID OF THE ITEM AND THE USER ID    *
001150*    THAT ACTED ON IT -- THE SUBMITTER ON A PENDING OR EXPIRED  *
001160*    LINE, THE APPROVER ON AN APPROVAL OR APPLIED LINE.         *
001200*                                                                *
001300******************************************************************
001400 01  FB01-MAINT-LINE.
004600         10  FB01-MP-T-STATUS        PIC X(08).
004700         10  FILLER                  PIC X(02) VALUE SPACES.
004800         10  FB01-MP-T-REASON        PIC X(30).
004900         10  FILLER                  PIC X(02) VALUE SPACES.
004910         10  FB01-MP-T-PEND-ID       PIC X(12).
004920         10  FILLER                  PIC X(01) VALUE SPACES.
004930         10  FB01-MP-T-USER-ID       PIC X(08).
004940     05  FB01-MP-STAMP REDEFINES FB01-MP-HEADER.
004950         10  FILLER                  PIC X(12) VALUE SPACES.
004960         10  FB01-MP-ST-SUBMIT-LIT   PIC X(13)
004970                                     VALUE "SUBMITTED BY ".
004980         10  FB01-MP-ST-SUBMIT-ID    PIC X(08).
004985         10  FILLER                  PIC X(02) VALUE SPACES.
004990         10  FB01-MP-ST-APPROVE-LIT  PIC X(12)
004991                                     VALUE "APPROVED BY ".
004992         10  FB01-MP-ST-APPROVER-ID  PIC X(08).
004993         10  FILLER                  PIC X(25) VALUE SPACES.
005000     05  FB01-MP-STAT REDEFINES FB01-MP-HEADER.
005100         10  FB01-MP-S-LABEL         PIC X(24).
005200         10  FILLER                  PIC X(02) VALUE SPACES.
