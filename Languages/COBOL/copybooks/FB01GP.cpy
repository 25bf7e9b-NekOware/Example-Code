000100******************************************************************
000200*                                                                *
000300*    FB01GP  --  FBCOVER COVERAGE AND GAP REPORT LINE            *
000400*                                                                *
000500*    ONE PHYSICAL RECORD LAYOUT, REDEFINED THREE WAYS SO THE     *
000600*    SAME RECORD AREA CAN CARRY THE REPORT HEADER, ONE KEY       *
000700*    RANGE, OR A CONTROL TOTAL LINE WRITTEN TO THE FBCVRPT DD.   *
000800*    A RANGE LINE IS TYPED:                                      *
000900*                                                                *
001000*      COVERED   ONE RANGE OF THE MERGED COVERAGE MAP BUILT      *
001100*                FROM THE COMPLETED FBAUDIT RUNS                 *
001200*      HOLE      KEYS INSIDE THE MAP THAT ARE ON NEITHER THE     *
001300*                LIVE FBINDEX NOR THE FBIXARC ARCHIVE            *
001400*      ORPHAN    KEYS ON FBINDEX OR FBIXARC THAT NO COMPLETED    *
001500*                RUN ACCOUNTS FOR                                *
001600*                                                                *
001700******************************************************************
001800 01  FB01-COVER-LINE.
001900     05  FB01-GP-HEADER.
002000         10  FB01-GP-H-TITLE         PIC X(28)
002100                     VALUE "FBCOVER COVERAGE GAP REPORT".
002200         10  FILLER                  PIC X(02) VALUE SPACES.
002300         10  FB01-GP-H-DATE-LIT      PIC X(09) VALUE "RUN DATE ".
002400         10  FB01-GP-H-RUN-DATE      PIC 9(08).
002500         10  FILLER                  PIC X(02) VALUE SPACES.
002600         10  FB01-GP-H-JOB-LIT       PIC X(04) VALUE "JOB ".
002700         10  FB01-GP-H-JOB-ID        PIC X(08).
002800         10  FILLER                  PIC X(19) VALUE SPACES.
002900     05  FB01-GP-DETAIL REDEFINES FB01-GP-HEADER.
003000         10  FB01-GP-D-TYPE          PIC X(08).
003100         10  FILLER                  PIC X(02) VALUE SPACES.
003200         10  FB01-GP-D-FROM          PIC 9(09).
003300         10  FB01-GP-D-THRU-LIT      PIC X(06) VALUE " THRU ".
003400         10  FB01-GP-D-TO            PIC 9(09).
003500         10  FILLER                  PIC X(02) VALUE SPACES.
003600         10  FB01-GP-D-KEYS-LIT      PIC X(06) VALUE "KEYS: ".
003700         10  FB01-GP-D-KEYS          PIC ZZZZZZZZ9.
003800         10  FILLER                  PIC X(02) VALUE SPACES.
003900         10  FB01-GP-D-NOTE          PIC X(27).
004000     05  FB01-GP-STAT REDEFINES FB01-GP-HEADER.
004100         10  FB01-GP-S-LABEL         PIC X(24).
004200         10  FILLER                  PIC X(02) VALUE SPACES.
004300         10  FB01-GP-S-LIT           PIC X(07) VALUE "VALUE: ".
004400         10  FB01-GP-S-VALUE         PIC ZZZZZZZZ9.
004500         10  FILLER                  PIC X(38) VALUE SPACES.
