000100******************************************************************
000200*                                                                *
000300*    FB01CS  --  FBCHGBCK CHARGEBACK STATEMENT LINE              *
000400*                                                                *
000500*    ONE PHYSICAL RECORD LAYOUT, REDEFINED SIX WAYS SO THE SAME  *
000600*    RECORD AREA CAN CARRY THE REPORT HEADER, THE HEADING FOR    *
000700*    ONE REQUESTER'S STATEMENT, THE COLUMN HEADINGS, ONE PRICED  *
000800*    ITEM WITH ITS MONTH-TO-DATE AND PRIOR-MONTH COUNT AND       *
000900*    AMOUNT, ONE COST CENTER DEBIT, OR A CONTROL TOTAL LINE      *
001000*    WRITTEN TO THE FBCBRPT DD.                                  *
001100*                                                                *
001200******************************************************************
001300 01  FB01-STATEMENT-LINE.
001400     05  FB01-CS-HEADER.
001500         10  FB01-CS-H-TITLE         PIC X(29)
001600                     VALUE "FBCHGBCK CHARGEBACK STATEMENT".
001700         10  FILLER                  PIC X(02) VALUE SPACES.
001800         10  FB01-CS-H-MONTH-LIT     PIC X(06) VALUE "MONTH ".
001900         10  FB01-CS-H-BILL-MONTH    PIC 9(06).
002000         10  FILLER                  PIC X(02) VALUE SPACES.
002100         10  FB01-CS-H-DATE-LIT      PIC X(09) VALUE "RUN DATE ".
002200         10  FB01-CS-H-RUN-DATE      PIC 9(08).
002300         10  FILLER                  PIC X(18) VALUE SPACES.
002400     05  FB01-CS-REQUESTER REDEFINES FB01-CS-HEADER.
002500         10  FB01-CS-R-LIT           PIC X(10) VALUE "REQUESTER ".
002600         10  FB01-CS-R-REQUESTER     PIC X(08).
002700         10  FILLER                  PIC X(02) VALUE SPACES.
002800         10  FB01-CS-R-CC-LIT        PIC X(12)
002900                                     VALUE "COST CENTER ".
003000         10  FB01-CS-R-COST-CENTER   PIC X(08).
003100         10  FILLER                  PIC X(02) VALUE SPACES.
003200         10  FB01-CS-R-NOTE          PIC X(30).
003300         10  FILLER                  PIC X(08) VALUE SPACES.
003400     05  FB01-CS-COLUMNS REDEFINES FB01-CS-HEADER.
003500         10  FILLER                  PIC X(04) VALUE SPACES.
003600         10  FB01-CS-C-ITEM          PIC X(20) VALUE "ITEM".
003700         10  FILLER                  PIC X(02) VALUE SPACES.
003800         10  FB01-CS-C-MTD-COUNT     PIC X(09) VALUE "MTD COUNT".
003900         10  FILLER                  PIC X(02) VALUE SPACES.
004000         10  FB01-CS-C-MTD-AMOUNT    PIC X(14)
004100                                     VALUE "    MTD AMOUNT".
004200         10  FILLER                  PIC X(02) VALUE SPACES.
004300         10  FB01-CS-C-PRI-COUNT     PIC X(09) VALUE "PRI COUNT".
004400         10  FILLER                  PIC X(02) VALUE SPACES.
004500         10  FB01-CS-C-PRI-AMOUNT    PIC X(14)
004600                                     VALUE "  PRIOR AMOUNT".
004700         10  FILLER                  PIC X(02) VALUE SPACES.
004800     05  FB01-CS-DETAIL REDEFINES FB01-CS-HEADER.
004900         10  FILLER                  PIC X(04) VALUE SPACES.
005000         10  FB01-CS-D-ITEM          PIC X(20).
005100         10  FILLER                  PIC X(02) VALUE SPACES.
005200         10  FB01-CS-D-MTD-COUNT     PIC ZZZZZZZZ9.
005300         10  FILLER                  PIC X(02) VALUE SPACES.
005400         10  FB01-CS-D-MTD-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
005500         10  FILLER                  PIC X(02) VALUE SPACES.
005600         10  FB01-CS-D-PRI-COUNT     PIC ZZZZZZZZ9.
005700         10  FILLER                  PIC X(02) VALUE SPACES.
005800         10  FB01-CS-D-PRI-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
005900         10  FILLER                  PIC X(02) VALUE SPACES.
006000     05  FB01-CS-COST-CENTER REDEFINES FB01-CS-HEADER.
006100         10  FB01-CS-CC-LIT          PIC X(12)
006200                                     VALUE "COST CENTER ".
006300         10  FB01-CS-CC-COST-CENTER  PIC X(08).
006400         10  FILLER                  PIC X(02) VALUE SPACES.
006500         10  FB01-CS-CC-REQ-LIT      PIC X(12)
006600                                     VALUE "REQUESTERS: ".
006700         10  FB01-CS-CC-REQUESTERS   PIC ZZ9.
006800         10  FILLER                  PIC X(02) VALUE SPACES.
006900         10  FB01-CS-CC-DR-LIT       PIC X(07) VALUE "DEBIT: ".
007000         10  FB01-CS-CC-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
007100         10  FILLER                  PIC X(20) VALUE SPACES.
007200     05  FB01-CS-STAT REDEFINES FB01-CS-HEADER.
007300         10  FB01-CS-S-LABEL         PIC X(24).
007400         10  FILLER                  PIC X(02) VALUE SPACES.
007500         10  FB01-CS-S-LIT           PIC X(07) VALUE "VALUE: ".
007600         10  FB01-CS-S-VALUE         PIC ZZZZZZZZ9.
007700         10  FILLER                  PIC X(38) VALUE SPACES.
