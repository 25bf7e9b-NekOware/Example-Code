000100******************************************************************
000200*                                                                *
000300*    FB01SQ  --  FBSTEP CALL PARAMETER AREA                      *
000400*                                                                *
000500*    CONTRACT FOR THE CALLABLE FBSTEP JOB-STREAM STEP LEDGER     *
000600*    SERVICE.  EVERY STREAM STEP CALLS "FBSTEP" USING            *
000700*    FB01-STEP-PARMS ONCE BEFORE IT TOUCHES ANY FILE AND ONCE    *
000800*    AFTER IT HAS CLOSED THEM.  FBSTEP OWNS THE FBSTEPL LEDGER   *
000900*    AND THE FBSTCARD STREAM CARD, SO NO STEP READS OR WRITES    *
001000*    EITHER DATASET DIRECTLY.                                    *
001100*                                                                *
001200*      FUNC "B"  BEGIN.  THE CALLER SETS THE STEP NAME, JOB ID   *
001300*                AND ITS PREREQUISITE STEPS.  FBSTEP READS THE   *
001400*                BUSINESS DATE FROM FBSTCARD (THE RUN DATE IF    *
001500*                NONE), READS THE LEDGER FOR THAT DATE AND SETS  *
001600*                THE ACTION SWITCH:                              *
001700*                  "R"  RUN -- A START RECORD IS POSTED          *
001800*                  "S"  SKIP -- THIS STEP AND JOB ALREADY        *
001900*                       COMPLETED FOR THE DATE AND THE STREAM    *
002000*                       CARD DOES NOT FORCE IT; A SKIP RECORD    *
002100*                       IS POSTED AND THE RETURN CODE IS LEFT    *
002200*                       AS PASSED                                *
002300*                  "H"  HOLD -- A PREREQUISITE HAS NOT           *
002400*                       COMPLETED; THE STEP AND ITS STATUS ARE   *
002500*                       RETURNED, A HELD RECORD IS POSTED AND    *
002550*                       THE RETURN CODE IS SET TO 12.  A LEDGER  *
002600*                       THAT CANNOT BE READ OR POSTED ALSO HOLDS *
002650*                       THE STEP, HOLD STEP "FBSTEPL"            *
002700*                ON "S" OR "H" THE CALLER OPENS NOTHING AND      *
002800*                ENDS WITH THE RETURN CODE FBSTEP LEFT.          *
002900*      FUNC "E"  END.  THE CALLER SETS ITS RETURN CODE AND KEY   *
003000*                COUNTS; FBSTEP POSTS THE END RECORD UNDER THE   *
003100*                STEP NAME AND JOB ID GIVEN ON THE BEGIN CALL,   *
003200*                COMPLETED FOR A RETURN CODE UNDER 8, FAILED     *
003300*                OTHERWISE.                                      *
003400*                                                                *
003500*    A CALL RESETS RETURN-CODE, SO THE CALLER MOVES RETURN-CODE  *
003600*    TO FB01-SQ-RETURN-CODE BEFORE EVERY CALL; FBSTEP ALWAYS     *
003700*    HANDS BACK RETURN-CODE EQUAL TO FB01-SQ-RETURN-CODE.        *
003800*                                                                *
003900*      FB01-SQ-PRQ-MODE   "R" THE PREREQUISITE MUST HAVE         *
004000*                         COMPLETED FOR THE DATE                 *
004100*                         "O" ONLY IF IT RAN FOR THE DATE, IT    *
004200*                         MUST HAVE COMPLETED                    *
004300*      FB01-SQ-COUNT-IN   KEYS OR RECORDS THE STEP READ          *
004400*      FB01-SQ-COUNT-OUT  KEYS OR RECORDS THE STEP WROTE,        *
004500*                         ARCHIVED OR FLAGGED                    *
004600*      FB01-SQ-STATUS     "00" OK, "99" BAD REQUEST, ELSE THE    *
004650*                         FBSTEPL FILE STATUS OF A FAILED READ   *
004700*                         OR POST.  ANYTHING BUT "00" ON THE END *
004750*                         CALL ENDS THE STEP WITH RETURN CODE 12 *
004800*                                                                *
004900******************************************************************
005000 01  FB01-STEP-PARMS.
005100     05  FB01-SQ-FUNC                PIC X(01).
005200         88  FB01-SQ-FUNC-BEGIN      VALUE "B".
005300         88  FB01-SQ-FUNC-END        VALUE "E".
005400     05  FB01-SQ-STEP-NAME           PIC X(08).
005500     05  FB01-SQ-JOB-ID              PIC X(08).
005600     05  FB01-SQ-RETURN-CODE         PIC 9(04).
005700     05  FB01-SQ-COUNT-IN            PIC 9(09).
005800     05  FB01-SQ-COUNT-OUT           PIC 9(09).
005900     05  FB01-SQ-PRQ-COUNT           PIC 9(01).
006000     05  FB01-SQ-PRQ-ENTRY OCCURS 4 TIMES.
006100         10  FB01-SQ-PRQ-STEP        PIC X(08).
006200         10  FB01-SQ-PRQ-MODE        PIC X(01).
006300             88  FB01-SQ-PRQ-REQUIRED VALUE "R".
006400             88  FB01-SQ-PRQ-IF-RUN  VALUE "O".
006500     05  FB01-SQ-BUS-DATE            PIC 9(08).
006600     05  FB01-SQ-ACTION-SW           PIC X(01).
006700         88  FB01-SQ-ACTION-RUN      VALUE "R".
006800         88  FB01-SQ-ACTION-SKIP     VALUE "S".
006900         88  FB01-SQ-ACTION-HOLD     VALUE "H".
007000     05  FB01-SQ-HOLD-STEP           PIC X(08).
007100     05  FB01-SQ-HOLD-STATUS         PIC X(10).
007200     05  FB01-SQ-FORCED-SW           PIC X(01).
007300         88  FB01-SQ-FORCED          VALUE "Y".
007400     05  FB01-SQ-STATUS              PIC X(02).
