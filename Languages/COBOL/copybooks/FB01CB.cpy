000100******************************************************************
000200*                                                                *
000300*    FB01CB  --  FBCHGBCK CHARGEBACK CONTROL CARD                *
000400*                                                                *
000500*    ONE CARD IMAGE READ FROM THE FBCBCARD DD AT THE TOP OF THE  *
000600*    MONTH-END CHARGEBACK RUN.  CARRIES THE BILLING MONTH AS     *
000700*    YYYYMM -- ZERO OR BLANK BILLS THE MONTH OF THE RUN DATE,    *
000750*    ANYTHING ELSE NOT NUMERIC STOPS THE RUN --                  *
000800*    THE JOB ID FOR THE CONTROL TOTALS, AND THE GL ACCOUNT THE   *
000900*    COST CENTER DEBITS ARE POSTED TO (BLANK TAKES THE STANDARD  *
001000*    DATA PROCESSING CHARGES ACCOUNT).                           *
001100*                                                                *
001200******************************************************************
001300 01  FB01-CHGBCK-CONTROL-RECORD.
001400     05  FB01-CB-BILL-MONTH          PIC 9(06).
001450     05  FB01-CB-BILL-MONTH-X REDEFINES FB01-CB-BILL-MONTH
001460                                     PIC X(06).
001500     05  FB01-CB-JOB-ID              PIC X(08).
001600     05  FB01-CB-GL-ACCOUNT          PIC X(10).
001700     05  FILLER                      PIC X(56).
