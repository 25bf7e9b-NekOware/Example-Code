000100******************************************************************
000200*                                                                *
000300*    FB01LX  --  FBLKRPT LOCK-EXCEPTION REPORT LINE              *
000400*                                                                *
000500*    ONE PHYSICAL RECORD LAYOUT, REDEFINED SIX WAYS SO THE SAME  *
000600*    RECORD AREA CAN CARRY THE REPORT HEADER, A SECTION HEADING, *
000700*    ONE CERTIFIED LOCK, ONE OVERRIDE, ONE BLOCKED WRITE OR A    *
000800*    CONTROL TOTAL LINE WRITTEN TO THE FBLXRPT DD.  AN OVERRIDE  *
000900*    LINE IS ONE FBAUDIT OVERRIDE RECORD -- THE KEYS ONE RUN     *
001000*    WROTE INTO ONE LOCKED RANGE UNDER AN AUTHORIZATION ID; A    *
001100*    BLOCKED LINE IS ONE FBSUSP ENTRY, REASON LOCK.              *
001200*                                                                *
001300******************************************************************
001400 01  FB01-LOCK-EXCEPTION-LINE.
001500     05  FB01-LX-HEADER.
001600         10  FB01-LX-H-TITLE         PIC X(30)
001700                     VALUE "FBLKRPT LOCK EXCEPTION REPORT".
001800         10  FB01-LX-H-DATE-LIT      PIC X(09) VALUE "RUN DATE ".
001900         10  FB01-LX-H-RUN-DATE      PIC 9(08).
002000         10  FILLER                  PIC X(33) VALUE SPACES.
002100     05  FB01-LX-TEXT-LINE REDEFINES FB01-LX-HEADER.
002200         10  FB01-LX-T-TEXT          PIC X(80).
002300     05  FB01-LX-LOCK REDEFINES FB01-LX-HEADER.
002400         10  FB01-LX-L-PERIOD        PIC X(06).
002500         10  FILLER                  PIC X(02) VALUE SPACES.
002600         10  FB01-LX-L-START         PIC 9(09).
002700         10  FB01-LX-L-THRU-LIT      PIC X(06) VALUE " THRU ".
002800         10  FB01-LX-L-END           PIC 9(09).
002900         10  FILLER                  PIC X(02) VALUE SPACES.
003000         10  FB01-LX-L-CERT-DATE     PIC 9(08).
003100         10  FILLER                  PIC X(02) VALUE SPACES.
003200         10  FB01-LX-L-KEYS          PIC ZZZZZZZZ9.
003300         10  FILLER                  PIC X(02) VALUE SPACES.
003400         10  FB01-LX-L-STATUS        PIC X(08).
003500         10  FILLER                  PIC X(17) VALUE SPACES.
003600     05  FB01-LX-OVERRIDE REDEFINES FB01-LX-HEADER.
003700         10  FB01-LX-O-TIMESTAMP     PIC X(15).
003800         10  FILLER                  PIC X(01) VALUE SPACES.
003900         10  FB01-LX-O-PROGRAM       PIC X(08).
004000         10  FILLER                  PIC X(01) VALUE SPACES.
004100         10  FB01-LX-O-JOB-ID        PIC X(08).
004200         10  FILLER                  PIC X(01) VALUE SPACES.
004300         10  FB01-LX-O-AUTH-ID       PIC X(08).
004400         10  FILLER                  PIC X(01) VALUE SPACES.
004500         10  FB01-LX-O-LOW           PIC 9(09).
004600         10  FB01-LX-O-DASH          PIC X(01) VALUE "-".
004700         10  FB01-LX-O-HIGH          PIC 9(09).
004800         10  FILLER                  PIC X(01) VALUE SPACES.
004900         10  FB01-LX-O-KEYS          PIC ZZZZZZZZ9.
005000         10  FILLER                  PIC X(01) VALUE SPACES.
005100         10  FB01-LX-O-PERIOD        PIC X(06).
005200         10  FILLER                  PIC X(01) VALUE SPACES.
005300     05  FB01-LX-BLOCKED REDEFINES FB01-LX-HEADER.
005400         10  FB01-LX-B-JOB-ID        PIC X(08).
005500         10  FILLER                  PIC X(02) VALUE SPACES.
005600         10  FB01-LX-B-NUM           PIC X(09).
005700         10  FILLER                  PIC X(02) VALUE SPACES.
005800         10  FB01-LX-B-PERIOD        PIC X(06).
005900         10  FILLER                  PIC X(02) VALUE SPACES.
006000         10  FB01-LX-B-LOCK-START    PIC 9(09).
006100         10  FB01-LX-B-THRU-LIT      PIC X(06) VALUE " THRU ".
006200         10  FB01-LX-B-LOCK-END      PIC 9(09).
006300         10  FILLER                  PIC X(27) VALUE SPACES.
006400     05  FB01-LX-STAT REDEFINES FB01-LX-HEADER.
006500         10  FB01-LX-S-LABEL         PIC X(24).
006600         10  FILLER                  PIC X(02) VALUE SPACES.
006700         10  FB01-LX-S-LIT           PIC X(07) VALUE "VALUE: ".
006800         10  FB01-LX-S-VALUE         PIC ZZZZZZZZ9.
006900         10  FILLER                  PIC X(38) VALUE SPACES.
