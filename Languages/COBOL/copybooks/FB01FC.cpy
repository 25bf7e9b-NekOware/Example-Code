000100******************************************************************
000200*                                                                *
000300*    FB01FC  --  FBFORCST CAPACITY FORECAST REPORT LINE          *
000400*                                                                *
000500*    ONE PHYSICAL RECORD LAYOUT, REDEFINED SEVEN WAYS SO THE     *
000600*    SAME RECORD AREA CAN CARRY THE REPORT HEADER, A HEADING OR  *
000700*    NOTE LINE, ONE JOB'S FIGURES FOR ONE WEEK, ONE FBARCHIV     *
000800*    SWEEP, ONE JOB'S BATCH-WINDOW PROJECTION, THE FBINDEX       *
000900*    CAPACITY PROJECTION OR A CONTROL TOTAL LINE WRITTEN TO THE  *
001000*    FBFCRPT DD.  PROJECTION LINES PROJECTED TO BREACH INSIDE    *
001100*    THE WARNING HORIZON ARE REPEATED IN THE EARLY-WARNING       *
001200*    SECTION AT THE END OF THE REPORT.                           *
001300*                                                                *
001400******************************************************************
001500 01  FB01-FORECAST-LINE.
001600     05  FB01-FC-HEADER.
001700         10  FB01-FC-H-TITLE         PIC X(30)
001800                     VALUE "FBFORCST CAPACITY FORECAST".
001900         10  FB01-FC-H-DATE-LIT      PIC X(09) VALUE "RUN DATE ".
002000         10  FB01-FC-H-RUN-DATE      PIC 9(08).
002100         10  FILLER                  PIC X(33) VALUE SPACES.
002200     05  FB01-FC-TEXT-LINE REDEFINES FB01-FC-HEADER.
002300         10  FB01-FC-T-TEXT          PIC X(80).
002400     05  FB01-FC-WEEK REDEFINES FB01-FC-HEADER.
002500         10  FB01-FC-W-JOB-ID        PIC X(08).
002600         10  FILLER                  PIC X(02) VALUE SPACES.
002700         10  FB01-FC-W-WEEK-END      PIC 9(08).
002800         10  FILLER                  PIC X(02) VALUE SPACES.
002900         10  FB01-FC-W-RUNS          PIC ZZZ9.
003000         10  FILLER                  PIC X(02) VALUE SPACES.
003100         10  FB01-FC-W-NUMS          PIC ZZZZZZZZZ9.
003200         10  FILLER                  PIC X(01) VALUE SPACES.
003300         10  FB01-FC-W-NUMS-CHG      PIC -ZZZ9.
003400         10  FB01-FC-W-NUMS-PCT      PIC X(01).
003500         10  FILLER                  PIC X(01) VALUE SPACES.
003600         10  FB01-FC-W-MINUTES       PIC ZZZZZ9.
003700         10  FILLER                  PIC X(01) VALUE SPACES.
003800         10  FB01-FC-W-RATE          PIC ZZZZZZZZ9.
003900         10  FILLER                  PIC X(01) VALUE SPACES.
004000         10  FB01-FC-W-RATE-CHG      PIC -ZZZ9.
004100         10  FB01-FC-W-RATE-PCT      PIC X(01).
004200         10  FILLER                  PIC X(01) VALUE SPACES.
004300         10  FB01-FC-W-LATEST-END    PIC X(05).
004400         10  FILLER                  PIC X(07) VALUE SPACES.
004500     05  FB01-FC-SWEEP REDEFINES FB01-FC-HEADER.
004600         10  FB01-FC-X-SWEEP-DATE    PIC 9(08).
004700         10  FILLER                  PIC X(02) VALUE SPACES.
004800         10  FB01-FC-X-READ          PIC ZZZZZZZZ9.
004900         10  FILLER                  PIC X(02) VALUE SPACES.
005000         10  FB01-FC-X-ARCHIVED      PIC ZZZZZZZZ9.
005100         10  FILLER                  PIC X(02) VALUE SPACES.
005200         10  FB01-FC-X-LIVE          PIC ZZZZZZZZ9.
005300         10  FILLER                  PIC X(02) VALUE SPACES.
005400         10  FB01-FC-X-GROWTH        PIC -ZZZZZZZZ9.
005500         10  FILLER                  PIC X(02) VALUE SPACES.
005600         10  FB01-FC-X-DAYS          PIC ZZZ9.
005700         10  FILLER                  PIC X(02) VALUE SPACES.
005800         10  FB01-FC-X-PER-DAY       PIC -ZZZZZZ9.
005900         10  FILLER                  PIC X(01) VALUE SPACES.
006000         10  FB01-FC-X-CHG           PIC -ZZZ9.
006100         10  FB01-FC-X-PCT           PIC X(01).
006200         10  FILLER                  PIC X(04) VALUE SPACES.
006300     05  FB01-FC-JOB-PROJ REDEFINES FB01-FC-HEADER.
006400         10  FB01-FC-J-JOB-ID        PIC X(08).
006500         10  FILLER                  PIC X(02) VALUE SPACES.
006600         10  FB01-FC-J-WINDOW        PIC X(05).
006700         10  FILLER                  PIC X(01) VALUE SPACES.
006800         10  FB01-FC-J-START         PIC X(05).
006900         10  FILLER                  PIC X(01) VALUE SPACES.
007000         10  FB01-FC-J-END-NOW       PIC X(05).
007100         10  FILLER                  PIC X(01) VALUE SPACES.
007200         10  FB01-FC-J-RATE          PIC ZZZZZZZZ9.
007300         10  FILLER                  PIC X(01) VALUE SPACES.
007400         10  FB01-FC-J-GROWTH        PIC -ZZZZZZ9.
007500         10  FILLER                  PIC X(01) VALUE SPACES.
007600         10  FB01-FC-J-BREACH-DATE   PIC X(08).
007700         10  FILLER                  PIC X(01) VALUE SPACES.
007800         10  FB01-FC-J-DAYS          PIC X(04).
007900         10  FILLER                  PIC X(01) VALUE SPACES.
008000         10  FB01-FC-J-NOTE          PIC X(19).
008100     05  FB01-FC-INDEX-PROJ REDEFINES FB01-FC-HEADER.
008200         10  FB01-FC-I-LABEL         PIC X(08).
008300         10  FILLER                  PIC X(02) VALUE SPACES.
008400         10  FB01-FC-I-CAPACITY      PIC ZZZZZZZZ9.
008500         10  FILLER                  PIC X(02) VALUE SPACES.
008600         10  FB01-FC-I-CURRENT       PIC ZZZZZZZZ9.
008700         10  FILLER                  PIC X(02) VALUE SPACES.
008800         10  FB01-FC-I-PER-DAY       PIC -ZZZZZZ9.
008900         10  FILLER                  PIC X(07) VALUE SPACES.
009000         10  FB01-FC-I-BREACH-DATE   PIC X(08).
009100         10  FILLER                  PIC X(01) VALUE SPACES.
009200         10  FB01-FC-I-DAYS          PIC X(04).
009300         10  FILLER                  PIC X(01) VALUE SPACES.
009400         10  FB01-FC-I-NOTE          PIC X(19).
009500     05  FB01-FC-STAT REDEFINES FB01-FC-HEADER.
009600         10  FB01-FC-S-LABEL         PIC X(24).
009700         10  FILLER                  PIC X(02) VALUE SPACES.
009800         10  FB01-FC-S-LIT           PIC X(07) VALUE "VALUE: ".
009900         10  FB01-FC-S-VALUE         PIC ZZZZZZZZ9.
010000         10  FILLER                  PIC X(38) VALUE SPACES.
