000100******************************************************************
000200*                                                                *
000300*    FB01GL  --  FBCHGBCK GENERAL LEDGER INTERFACE RECORD        *
000400*                                                                *
000500*    WRITTEN TO THE FBGLIF DD FOR THE GENERAL LEDGER LOAD, ONE   *
000600*    FILE PER MONTH-END CHARGEBACK RUN:                          *
000700*                                                                *
000800*      "D"  ONE DEBIT LINE PER COST CENTER WITH A NONZERO        *
000900*           MONTH-TO-DATE CHARGE -- POSTING DATE, COST CENTER,   *
001000*           GL ACCOUNT, AMOUNT, BILLING MONTH, SOURCE AND JOB ID *
001100*      "T"  TRAILER -- DEBIT LINE COUNT AND DEBIT TOTAL, SO A    *
001200*           TRUNCATED FILE CAN BE REJECTED BY THE LOAD           *
001300*                                                                *
001400******************************************************************
001500 01  FB01-GL-RECORD.
001600     05  FB01-GL-DETAIL.
001700         10  FB01-GL-REC-TYPE        PIC X(01).
001800             88  FB01-GL-DEBIT-LINE  VALUE "D".
001900             88  FB01-GL-TRAILER-LINE VALUE "T".
002000         10  FB01-GL-POST-DATE       PIC 9(08).
002100         10  FB01-GL-COST-CENTER     PIC X(08).
002200         10  FB01-GL-ACCOUNT         PIC X(10).
002300         10  FB01-GL-DR-CR           PIC X(01).
002400         10  FB01-GL-AMOUNT          PIC 9(09)V99.
002500         10  FB01-GL-BILL-MONTH      PIC 9(06).
002600         10  FB01-GL-SOURCE          PIC X(08).
002700         10  FB01-GL-JOB-ID          PIC X(08).
002800         10  FB01-GL-DESCRIPTION     PIC X(19).
002900     05  FB01-GL-TRAILER REDEFINES FB01-GL-DETAIL.
003000         10  FB01-GL-T-REC-TYPE      PIC X(01).
003100         10  FB01-GL-T-POST-DATE     PIC 9(08).
003200         10  FB01-GL-T-LINE-COUNT    PIC 9(09).
003300         10  FB01-GL-T-DEBIT-TOTAL   PIC 9(11)V99.
003400         10  FILLER                  PIC X(49).
