000100******************************************************************
000200*                                                                *
000300*    FB01LK  --  CERTIFIED-RANGE LOCK RECORD                     *
000400*                                                                *
000500*    ONE RECORD APPENDED TO THE FBLOCK DD BY FBVERIFY FOR EVERY  *
000600*    KEY RANGE IT CERTIFIES CLEAN AT PERIOD CLOSE.  FIZZBUZZ,    *
000650*    FBMERGE, FBRESTOR AND FBARCHIV CHECK EVERY KEY THEY WOULD   *
000750*    WRITE OR DELETE AGAINST THE ACTIVE LOCKS THROUGH THE        *
000850*    FBLKCHK SERVICE; A KEY INSIDE A LOCKED RANGE IS SUSPENDED   *
000950*    TO FBSUSP AND LEFT UNTOUCHED UNLESS THE RUN'S CONTROL CARD  *
001050*    CARRIES AN OVERRIDE AUTHORIZATION ID.                       *
001200*                                                                *
001300*      LOCK STATUS                                               *
001400*        A  ACTIVE -- THE RANGE IS LOCKED                        *
001500*        R  RELEASED -- KEPT FOR THE TRAIL, NO LONGER ENFORCED   *
001600*                                                                *
001700******************************************************************
001800 01  FB01-LOCK-RECORD.
001900     05  FB01-LK-START-NUM           PIC 9(09).
002000     05  FB01-LK-END-NUM             PIC 9(09).
002100     05  FB01-LK-PERIOD              PIC X(06).
002200     05  FB01-LK-CERT-DATE           PIC 9(08).
002300     05  FB01-LK-CERT-TIME           PIC 9(08).
002400     05  FB01-LK-KEYS-CERTIFIED      PIC 9(09).
002500     05  FB01-LK-STATUS              PIC X(01).
002600         88  FB01-LK-ACTIVE          VALUE "A".
002700         88  FB01-LK-RELEASED        VALUE "R".
002800     05  FILLER                      PIC X(30).
