000100******************************************************************
000200*                                                                *
000300*    FB01SS  --  FBSTREAM STREAM STATUS REPORT LINE              *
000400*                                                                *
000500*    ONE PHYSICAL RECORD LAYOUT, REDEFINED FIVE WAYS SO THE      *
000600*    SAME RECORD AREA CAN CARRY THE REPORT HEADER, A BUSINESS    *
000700*    DATE HEADING, ONE STEP LINE, A FREE-TEXT GATE LINE OR A     *
000800*    CONTROL TOTAL LINE WRITTEN TO THE FBSORPT DD.  A STEP LINE  *
000900*    SHOWS ONE STEP AND JOB ID AS:                               *
001000*                                                                *
001100*      COMPLETED   ENDED WITH A RETURN CODE UNDER 8              *
001200*      FAILED      ENDED WITH A RETURN CODE OF 8 OR MORE         *
001300*      INCOMPLETE  STARTED WITH NO END RECORD -- ABENDED OR      *
001400*                  STILL RUNNING                                 *
001500*      HELD        REFUSED TO START ON A PREREQUISITE            *
001600*      NEVER RAN   NOTHING POSTED FOR THE DATE                   *
001700*                                                                *
001800******************************************************************
001900 01  FB01-STREAM-LINE.
002000     05  FB01-SS-HEADER.
002100         10  FB01-SS-H-TITLE         PIC X(30)
002200                     VALUE "FBSTREAM STREAM STATUS REPORT".
002300         10  FB01-SS-H-DATE-LIT      PIC X(09) VALUE "RUN DATE ".
002400         10  FB01-SS-H-RUN-DATE      PIC 9(08).
002500         10  FILLER                  PIC X(33) VALUE SPACES.
002600     05  FB01-SS-DATE-LINE REDEFINES FB01-SS-HEADER.
002700         10  FB01-SS-B-LIT           PIC X(14)
002800                                     VALUE "BUSINESS DATE ".
002900         10  FB01-SS-B-BUS-DATE      PIC 9(08).
003000         10  FILLER                  PIC X(58) VALUE SPACES.
003100     05  FB01-SS-DETAIL REDEFINES FB01-SS-HEADER.
003200         10  FB01-SS-D-STEP          PIC X(08).
003300         10  FILLER                  PIC X(02) VALUE SPACES.
003400         10  FB01-SS-D-JOB-ID        PIC X(08).
003500         10  FILLER                  PIC X(02) VALUE SPACES.
003600         10  FB01-SS-D-STATUS        PIC X(10).
003700         10  FILLER                  PIC X(02) VALUE SPACES.
003800         10  FB01-SS-D-RC-LIT        PIC X(03) VALUE "RC ".
003900         10  FB01-SS-D-RC            PIC ZZ9.
004000         10  FILLER                  PIC X(02) VALUE SPACES.
004100         10  FB01-SS-D-COUNT-IN      PIC ZZZZZZZZ9.
004200         10  FILLER                  PIC X(01) VALUE SPACES.
004300         10  FB01-SS-D-COUNT-OUT     PIC ZZZZZZZZ9.
004400         10  FILLER                  PIC X(02) VALUE SPACES.
004500         10  FB01-SS-D-NOTE          PIC X(19).
004600     05  FB01-SS-TEXT-LINE REDEFINES FB01-SS-HEADER.
004700         10  FB01-SS-T-TEXT          PIC X(80).
004800     05  FB01-SS-STAT REDEFINES FB01-SS-HEADER.
004900         10  FB01-SS-S-LABEL         PIC X(24).
005000         10  FILLER                  PIC X(02) VALUE SPACES.
005100         10  FB01-SS-S-LIT           PIC X(07) VALUE "VALUE: ".
005200         10  FB01-SS-S-VALUE         PIC ZZZZZZZZ9.
005300         10  FILLER                  PIC X(38) VALUE SPACES.
