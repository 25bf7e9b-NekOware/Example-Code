000100******************************************************************
000200*                                                                *
000300*    FB01SV  --  FBINQURY SECURITY VIOLATION REPORT LINE         *
000400*                                                                *
000500*    ONE PHYSICAL RECORD LAYOUT, REDEFINED FOUR WAYS SO THE      *
000600*    SAME RECORD AREA CAN CARRY THE REPORT HEADER, THE HEADING   *
000700*    FOR ONE REQUESTER'S DENIALS, ONE DENIED REQUEST, OR A       *
000800*    CONTROL TOTAL LINE WRITTEN TO THE FBSVRPT DD.  A DENIED     *
000900*    RANGE REQUEST SHOWS BOTH BOUNDS AND THE NUMBER OF ENTRIES   *
001000*    WITHHELD FROM THE ANSWER; A DENIED SINGLE-NUM REQUEST       *
001100*    SHOWS THE NUM ALONE.                                        *
001200*                                                                *
001300******************************************************************
001400 01  FB01-VIOLATION-LINE.
001500     05  FB01-SV-HEADER.
001600         10  FB01-SV-H-TITLE         PIC X(34)
001700                     VALUE "FBINQURY SECURITY VIOLATION REPORT".
001800         10  FILLER                  PIC X(02) VALUE SPACES.
001900         10  FB01-SV-H-DATE-LIT      PIC X(09) VALUE "RUN DATE ".
002000         10  FB01-SV-H-RUN-DATE      PIC 9(08).
002100         10  FILLER                  PIC X(02) VALUE SPACES.
002200         10  FB01-SV-H-JOB-LIT       PIC X(04) VALUE "JOB ".
002300         10  FB01-SV-H-JOB-ID        PIC X(08).
002400         10  FILLER                  PIC X(13) VALUE SPACES.
002500     05  FB01-SV-REQUESTER REDEFINES FB01-SV-HEADER.
002600         10  FB01-SV-R-LIT           PIC X(10) VALUE "REQUESTER ".
002700         10  FB01-SV-R-REQUESTER     PIC X(08).
002800         10  FILLER                  PIC X(62) VALUE SPACES.
002900     05  FB01-SV-DETAIL REDEFINES FB01-SV-HEADER.
003000         10  FILLER                  PIC X(04) VALUE SPACES.
003100         10  FB01-SV-D-NUM           PIC X(09).
003200         10  FILLER                  PIC X(02) VALUE SPACES.
003300         10  FB01-SV-D-END-NUM       PIC X(09).
003400         10  FILLER                  PIC X(02) VALUE SPACES.
003500         10  FB01-SV-D-REASON        PIC X(30).
003600         10  FILLER                  PIC X(02) VALUE SPACES.
003700         10  FB01-SV-D-WITHHELD      PIC ZZZZZZZZ9.
003800         10  FILLER                  PIC X(13) VALUE SPACES.
003900     05  FB01-SV-STAT REDEFINES FB01-SV-HEADER.
004000         10  FB01-SV-S-LABEL         PIC X(24).
004100         10  FILLER                  PIC X(02) VALUE SPACES.
004200         10  FB01-SV-S-LIT           PIC X(07) VALUE "VALUE: ".
004300         10  FB01-SV-S-VALUE         PIC ZZZZZZZZ9.
004400         10  FILLER                  PIC X(38) VALUE SPACES.
