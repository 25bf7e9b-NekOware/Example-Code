000900*    RANGE THE PARTITIONED RUN COVERED, AND THE NUMBER OF       *
001000*    PARTITIONS THAT RAN, SO THE MERGE CAN PROVE EVERY          *
001100*    PARTITION FEED ARRIVED BEFORE IT CERTIFIES THE RUN.        *
001120*    THE OVERRIDE ID, WHEN PRESENT, AUTHORIZES THE MERGE TO     *
001140*    WRITE KEYS INSIDE A CERTIFIED PERIOD-CLOSE LOCKED RANGE;   *
001160*    LEFT BLANK, SUCH KEYS GO TO FBSUSP, REASON LOCK.           *
001200*                                                                *
001300******************************************************************
001400 01  FB01-MERGE-CONTROL-RECORD.
001600     05  FB01-GC-START-NUM           PIC 9(09).
001700     05  FB01-GC-END-NUM             PIC 9(09).
001800     05  FB01-GC-PARTITION-CNT       PIC 9(02).
001900     05  FB01-GC-OVERRIDE-ID         PIC X(08).
002000     05  FILLER                      PIC X(44).
