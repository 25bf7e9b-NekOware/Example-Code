000100******************************************************************
000200*                                                                *
000300*    FB01SG  --  JOB-STREAM STEP LEDGER RECORD                   *
000400*                                                                *
000500*    ONE RECORD PER STEP EVENT, APPENDED TO THE SHARED FBSTEPL   *
000600*    LEDGER BY THE FBSTEP SERVICE AND READ BACK BY FBSTEP AND    *
000700*    THE FBSTREAM STATUS REPORT.  THE LEDGER IS IN POSTING       *
000800*    ORDER, SO FOR ANY STEP THE LAST START OR END RECORD FOR A   *
000900*    BUSINESS DATE IS ITS CURRENT STATE.                         *
001000*                                                                *
001100*      EVENT "S"  STEP STARTED             STATUS "STARTED"      *
001200*            "E"  STEP ENDED               STATUS "COMPLETED"    *
001300*                                          OR "FAILED"           *
001400*            "K"  RERUN SKIPPED, ALREADY   STATUS "SKIPPED"      *
001500*                 COMPLETED FOR THE DATE                         *
001600*            "H"  HELD ON A PREREQUISITE   STATUS "HELD"         *
001700*                 (NAMED IN HOLD-STEP)                           *
001800*                                                                *
001900******************************************************************
002000 01  FB01-STEP-LEDGER-RECORD.
002100     05  FB01-SG-BUS-DATE            PIC 9(08).
002200     05  FB01-SG-STEP-NAME           PIC X(08).
002300     05  FB01-SG-JOB-ID              PIC X(08).
002400     05  FB01-SG-EVENT               PIC X(01).
002500         88  FB01-SG-EVENT-START     VALUE "S".
002600         88  FB01-SG-EVENT-END       VALUE "E".
002700         88  FB01-SG-EVENT-SKIP      VALUE "K".
002800         88  FB01-SG-EVENT-HOLD      VALUE "H".
002900     05  FB01-SG-STATUS              PIC X(10).
003000     05  FB01-SG-RETURN-CODE         PIC 9(03).
003100     05  FB01-SG-POST-DATE           PIC 9(08).
003200     05  FB01-SG-POST-TIME           PIC 9(06).
003300     05  FB01-SG-COUNT-IN            PIC 9(09).
003400     05  FB01-SG-COUNT-OUT           PIC 9(09).
003500     05  FB01-SG-HOLD-STEP           PIC X(08).
003600     05  FILLER                      PIC X(02).
