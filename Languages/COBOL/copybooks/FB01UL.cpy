000100******************************************************************
000200*                                                                *
000300*    FB01UL  --  FBINQURY USAGE LEDGER RECORD                    *
000400*                                                                *
000500*    ONE RECORD PER REQUESTER PER FBINQURY RUN, APPENDED TO THE  *
000600*    CUMULATIVE FBUSAGE LEDGER AT THE END OF THE RUN.  CARRIES   *
000700*    THE RUN DATE AND JOB ID AND THAT REQUESTER'S VOLUMES:       *
000800*                                                                *
000900*      RECEIVED     REQUEST RECORDS READ FOR THE REQUESTER,      *
001000*                   WHATEVER THEIR DISPOSITION                   *
001100*      FOUND-LIVE   ANSWERS FROM THE LIVE FBINDEX -- ONE PER     *
001200*                   SINGLE-NUM HIT OR RANGE ENTRY RETURNED       *
001300*      FOUND-ARCH   ANSWERS FROM THE FBIXARC ARCHIVE, COUNTED    *
001400*                   THE SAME WAY                                 *
001500*      NOT-FOUND    NOT-ON-FILE SINGLE NUMS PLUS RANGES WITH NO  *
001600*                   MATCH                                        *
001700*      EXTRACTED    NUMS WRITTEN TO FBREQTX FOR REPROCESS        *
001800*                                                                *
001900*    THE MONTH-END FBCHGBCK CHARGEBACK RUN PRICES THE LEDGER.    *
002000*                                                                *
002100******************************************************************
002200 01  FB01-USAGE-RECORD.
002300     05  FB01-USG-RUN-DATE           PIC 9(08).
002400     05  FB01-USG-RUN-DATE-R REDEFINES FB01-USG-RUN-DATE.
002500         10  FB01-USG-RUN-MONTH      PIC 9(06).
002600         10  FB01-USG-RUN-DAY        PIC 9(02).
002700     05  FB01-USG-JOB-ID             PIC X(08).
002800     05  FB01-USG-REQUESTER          PIC X(08).
002900     05  FB01-USG-RECEIVED           PIC 9(09).
003000     05  FB01-USG-FOUND-LIVE         PIC 9(09).
003100     05  FB01-USG-FOUND-ARCH         PIC 9(09).
003200     05  FB01-USG-NOT-FOUND          PIC 9(09).
003300     05  FB01-USG-EXTRACTED          PIC 9(09).
003400     05  FILLER                      PIC X(11).
