000100******************************************************************
000200*                                                                *
000300*    FB01JL  --  FBASOF AS-OF LABEL INQUIRY REPORT LINE          *
000400*                                                                *
000500*    ONE PHYSICAL RECORD LAYOUT, REDEFINED THREE WAYS SO THE     *
000600*    SAME RECORD AREA CAN CARRY THE REPORT HEADER, ONE AS-OF     *
000700*    ANSWER LINE, OR A CONTROL TOTAL LINE WRITTEN TO THE         *
000800*    FBJRPT DD.                                                  *
000900*                                                                *
001000*      BASIS                                                     *
001100*        JOURNAL       AFTER IMAGE OF THE LAST CHANGE ON OR      *
001200*                      BEFORE THE AS-OF DATE ("SINCE" DATE)      *
001300*        BEFORE-IMAGE  BEFORE IMAGE OF THE FIRST CHANGE AFTER    *
001400*                      THE AS-OF DATE ("UNTIL" DATE)             *
001500*        CURRENT       NO CHANGE JOURNALED -- THE LABEL NOW ON   *
001600*                      FILE HAS HELD THROUGHOUT                  *
001700*        ARCHIVED      THE KEY WAS HELD ON FBIXARC, NOT THE      *
001800*                      LIVE FBINDEX, ON THE AS-OF DATE           *
001900*        NOT-ON-FILE   THE KEY DID NOT EXIST ON THE AS-OF DATE   *
002000*        INVALID-REQ   REQUEST NUM OR DATE WAS NOT NUMERIC       *
002100*        LOOKUP-ERROR  FBLOOKUP RETURNED AN UNEXPECTED STATUS    *
002200*                                                                *
002300******************************************************************
002400 01  FB01-ASOF-LINE.
002500     05  FB01-JL-HEADER.
002600         10  FB01-JL-H-TITLE         PIC X(26)
002700                           VALUE "FBASOF AS-OF LABEL REPORT".
002800         10  FILLER                  PIC X(04) VALUE SPACES.
002900         10  FB01-JL-H-DATE-LIT      PIC X(09) VALUE "RUN DATE ".
003000         10  FB01-JL-H-RUN-DATE      PIC 9(08).
003100         10  FILLER                  PIC X(33) VALUE SPACES.
003200     05  FB01-JL-DETAIL REDEFINES FB01-JL-HEADER.
003300         10  FB01-JL-D-NUM           PIC X(09).
003400         10  FILLER                  PIC X(02) VALUE SPACES.
003500         10  FB01-JL-D-AS-OF-DATE    PIC X(08).
003600         10  FILLER                  PIC X(02) VALUE SPACES.
003700         10  FB01-JL-D-LABEL         PIC X(10).
003800         10  FILLER                  PIC X(02) VALUE SPACES.
003900         10  FB01-JL-D-SET-ID        PIC X(08).
004000         10  FILLER                  PIC X(02) VALUE SPACES.
004100         10  FB01-JL-D-BASIS         PIC X(12).
004200         10  FILLER                  PIC X(02) VALUE SPACES.
004300         10  FB01-JL-D-DATE-LIT      PIC X(06).
004400         10  FB01-JL-D-CHG-DATE      PIC X(08).
004500         10  FILLER                  PIC X(09) VALUE SPACES.
004600     05  FB01-JL-STAT REDEFINES FB01-JL-HEADER.
004700         10  FB01-JL-S-LABEL         PIC X(24).
004800         10  FILLER                  PIC X(02) VALUE SPACES.
004900         10  FB01-JL-S-LIT           PIC X(07) VALUE "VALUE: ".
005000         10  FB01-JL-S-VALUE         PIC ZZZZZZZZ9.
005100         10  FILLER                  PIC X(38) VALUE SPACES.
