000100******************************************************************
000200*                                                                *
000300*    FB01JR  --  FBINDEX CHANGE JOURNAL RECORD                   *
000400*                                                                *
000500*    ONE RECORD APPENDED TO THE FBIXJRN DD FOR EVERY CHANGE TO   *
000600*    AN FBINDEX KEY -- A NEW KEY OR A CHANGED LABEL WRITTEN BY   *
000700*    THE PRODUCTION RUN, A KEY SWEPT TO THE ARCHIVE BY           *
000800*    FBARCHIV, OR A KEY RELOADED FROM THE ARCHIVE BY FBRESTOR.   *
000820*    A FULL FIZZBUZZ REBUILD OR FBMERGE CONSOLIDATION, WHICH     *
000840*    EMPTIES FBINDEX, FIRST JOURNALS EVERY KEY ON THE OLD FILE   *
000860*    AS A "D" UNDER ITS OWN PROGRAM NAME, THEN EVERY KEY IT      *
000880*    WRITES AS AN "A".                                           *
000900*    CARRIES THE BEFORE AND AFTER IMAGES OF THE LABEL AND RULE   *
001000*    SET ID, THE JOB ID AND PROGRAM THAT MADE THE CHANGE AND     *
001100*    WHEN, SO THE FBASOF INQUIRY CAN ANSWER WHAT LABEL A NUM     *
001200*    CARRIED ON ANY PAST DATE.  THE FILE IS APPEND-ONLY AND SO   *
001300*    IS IN THE ORDER THE CHANGES WERE MADE.                      *
001400*                                                                *
001500*      ACTIONS                                                   *
001600*        A   KEY ADDED TO FBINDEX     BEFORE IMAGE BLANK         *
001700*        C   LABEL OR SET ID CHANGED  BOTH IMAGES FILLED IN      *
001800*        D   KEY SWEPT TO FBIXARC     AFTER IMAGE BLANK          *
001900*        R   KEY RELOADED FROM FBIXARC BEFORE IMAGE BLANK        *
002000*                                                                *
002100*    A REWRITE THAT LEAVES THE LABEL AND SET ID UNCHANGED IS     *
002200*    NOT A CHANGE AND IS NOT JOURNALED.                          *
002300*                                                                *
002400******************************************************************
002500 01  FB01-JOURNAL-RECORD.
002600     05  FB01-JRN-NUM                PIC 9(09).
002700     05  FB01-JRN-ACTION             PIC X(01).
002800         88  FB01-JRN-ADDED          VALUE "A".
002900         88  FB01-JRN-CHANGED        VALUE "C".
003000         88  FB01-JRN-ARCHIVED       VALUE "D".
003100         88  FB01-JRN-RESTORED       VALUE "R".
003200     05  FB01-JRN-BEFORE-LABEL       PIC X(10).
003300     05  FB01-JRN-BEFORE-SET-ID      PIC X(08).
003400     05  FB01-JRN-AFTER-LABEL        PIC X(10).
003500     05  FB01-JRN-AFTER-SET-ID       PIC X(08).
003600     05  FB01-JRN-JOB-ID             PIC X(08).
003700     05  FB01-JRN-PROGRAM            PIC X(08).
003800     05  FB01-JRN-TIMESTAMP          PIC X(26).
003900     05  FILLER                      PIC X(12).
