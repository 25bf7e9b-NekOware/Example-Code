000600*    RUNS, INDEPENDENT OF THE JCL JOB LOG, SO OPERATIONS AND     *
000700*    AUDITORS CAN ANSWER "WHEN DID THIS LAST RUN, WITH WHAT      *
000800*    RANGE" WITHOUT DIGGING THROUGH SPOOL ARCHIVES.              *
000810*                                                                *
000820*    A RUN THAT WRITES INTO A CERTIFIED LOCKED RANGE UNDER AN   *
000830*    OVERRIDE AUTHORIZATION ALSO APPENDS ONE "OVERRIDE" RECORD  *
000840*    PER LOCKED RANGE TOUCHED: START-TS IS WHEN IT HAPPENED,    *
000850*    START/END-NUM ARE THE LOWEST AND HIGHEST KEYS OVERRIDDEN,  *
000860*    AND THE END-TS AREA CARRIES THE AUTHORIZATION ID, THE      *
000870*    PROGRAM AND THE KEY COUNT.  RUN-HISTORY READERS PASS OVER  *
000880*    OVERRIDE RECORDS.                                          *
000900*                                                                *
001000******************************************************************
001100 01  FB01-AUDIT-RECORD.
001200     05  FB01-AUD-JOB-ID             PIC X(08).
001300     05  FB01-AUD-START-TS           PIC X(26).
001400     05  FB01-AUD-END-TS             PIC X(26).
001410     05  FB01-AUD-OVERRIDE REDEFINES FB01-AUD-END-TS.
001420         10  FB01-AUD-OVR-AUTH-ID    PIC X(08).
001430         10  FB01-AUD-OVR-PROGRAM    PIC X(08).
001440         10  FB01-AUD-OVR-KEY-COUNT  PIC 9(09).
001450         10  FILLER                  PIC X(01).
001500     05  FB01-AUD-START-NUM          PIC 9(09).
001600     05  FB01-AUD-END-NUM            PIC 9(09).
001700     05  FB01-AUD-STATUS             PIC X(10).
001710         88  FB01-AUD-LOCK-OVERRIDE  VALUE "OVERRIDE".
001750     05  FB01-AUD-RULE-SET-ID        PIC X(08).
001800     05  FILLER                      PIC X(02).
