000100******************************************************************
000200*                                                                *
000300*    FB01LC  --  FBLKCHK CALL PARAMETER AREA                     *
000400*                                                                *
000500*    CONTRACT FOR THE CALLABLE FBLKCHK CERTIFIED-RANGE LOCK      *
000600*    SERVICE.  FBLKCHK OWNS THE FBLOCK LOCK FILE -- IT LOADS THE *
000700*    ACTIVE LOCKS ON THE FIRST CALL OF THE RUN -- SO NO PROGRAM  *
000800*    READS THE DATASET DIRECTLY TO DECIDE WHETHER A KEY MAY BE   *
000900*    WRITTEN.  A MISSING FBLOCK MEANS NOTHING IS LOCKED.  ANY    *
000910*    OTHER FBLOCK OPEN OR READ FAILURE, OR MORE ACTIVE LOCKS     *
000920*    THAN THE SERVICE CAN TABLE, COMES BACK AS A NONZERO STATUS  *
000930*    ON EVERY CALL OF THE RUN; THE CALLER THEN WRITES AND        *
000940*    DELETES NOTHING AND ENDS THE RUN WITH RETURN CODE 12.       *
001000*                                                                *
001100*      FUNC "K"  CHECK.  THE CALLER SETS FB01-LC-NUM; FBLKCHK    *
001200*                SETS THE LOCKED SWITCH AND, FOR A LOCKED KEY,   *
001300*                RETURNS THE LOCKED RANGE AND ITS CLOSED PERIOD. *
001400*      FUNC "L"  LOCKS.  RETURNS ONLY THE NUMBER OF ACTIVE       *
001500*                LOCKS, SO A CALLER CAN TELL WHETHER ANY RANGE   *
001600*                IS LOCKED BEFORE IT OPENS FBINDEX.              *
001700*                                                                *
001800*    A CALL RESETS RETURN-CODE, SO THE CALLER MOVES RETURN-CODE  *
001900*    TO FB01-LC-RETURN-CODE BEFORE EVERY CALL; FBLKCHK ALWAYS    *
002000*    HANDS BACK RETURN-CODE EQUAL TO FB01-LC-RETURN-CODE.        *
002100*                                                                *
002200*      FB01-LC-LOCK-COUNT  ACTIVE LOCKS LOADED, ON EVERY CALL    *
002300*      FB01-LC-STATUS      "00" OK, "90" FBLOCK UNREADABLE,      *
002310*                          "91" LOCK TABLE OVERFLOW,             *
002320*                          "99" BAD REQUEST                      *
002400*                                                                *
002500******************************************************************
002600 01  FB01-LOCK-PARMS.
002700     05  FB01-LC-FUNC                PIC X(01).
002800         88  FB01-LC-FUNC-CHECK      VALUE "K".
002900         88  FB01-LC-FUNC-COUNT      VALUE "L".
003000     05  FB01-LC-NUM                 PIC 9(09).
003100     05  FB01-LC-RETURN-CODE         PIC 9(04).
003200     05  FB01-LC-LOCKED-SW           PIC X(01).
003300         88  FB01-LC-LOCKED          VALUE "Y".
003400     05  FB01-LC-LOCK-START          PIC 9(09).
003500     05  FB01-LC-LOCK-END            PIC 9(09).
003600     05  FB01-LC-LOCK-PERIOD         PIC X(06).
003700     05  FB01-LC-LOCK-COUNT          PIC 9(05).
003800     05  FB01-LC-STATUS              PIC X(02).
