001700*                RULECARD DECKS TWICE DID (THE RDIV SUSPENSE    *
001800*                ROWS).  A BEFORE/AFTER PROOF OF THE MASTER IS  *
001900*                PRINTED TO FBMRPT FOR BUSINESS OWNER SIGN-OFF. *
001910*                A TRANSACTION IS NO LONGER APPLIED AS IT IS    *
001920*                READ -- IT IS HELD ON A PENDING FILE UNTIL A   *
001930*                SECOND USER ID APPROVES IT, AND ITEMS LEFT     *
001940*                UNAPPROVED TOO LONG EXPIRE.                    *
002000*                                                                *
002100******************************************************************
002200 IDENTIFICATION DIVISION.
003340*                  PLUS CONDITION TYPE, THE NEW FIELDS ARE       *
003350*                  EDITED ON EVERY ADD/CHANGE, AND THE PROOF     *
003360*                  REPORT AND FBRMNEW CARRY THEM THROUGH.        *
003361* 10/15/2026 RLK   MAKER-CHECKER APPROVAL.  FBRTRAN TRANSACTIONS *
003362*                  NOW CARRY THE SUBMITTER'S USER ID AND ARE NO  *
003363*                  LONGER APPLIED AS READ -- THEY ARE EDITED AND *
003364*                  HELD ON THE FBRPOLD/FBRPNEW PENDING FILE      *
003365*                  UNDER A PENDING ID UNTIL A DIFFERENT USER ID  *
003366*                  APPROVES OR DECLINES THEM ON FBRAPPR.  ONLY   *
003367*                  APPROVED ITEMS ARE APPLIED, AND THE ROWS THEY *
003368*                  ADD OR CHANGE ARE STAMPED WITH THE SUBMITTER  *
003369*                  AND APPROVER IDS ON FBRMNEW AND FBMRPT.       *
003370*                  ITEMS STILL UNAPPROVED AFTER THE FBRMCTL      *
003371*                  EXPIRY DAYS (DEFAULT 7) EXPIRE AND ARE LISTED *
003372*                  ON FBMRPT.                                    *
003373* 10/15/2026 RLK   MORE THAN 100 ITEMS ON FBRPOLD NO LONGER      *
003374*                  DROPS THE EXCESS.  THE RUN NOW STOPS RC 12    *
003375*                  BEFORE ANYTHING IS APPLIED, WITHOUT WRITING   *
003376*                  FBRMNEW OR FBRPNEW.                           *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
004700     SELECT MASTER-NEW-FILE ASSIGN TO FBRMNEW
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS FB01-WS-MNEW-FILE-STATUS.
004901     SELECT PENDING-OLD-FILE ASSIGN TO FBRPOLD
004902         ORGANIZATION IS SEQUENTIAL
004903         FILE STATUS IS FB01-WS-POLD-FILE-STATUS.
004904     SELECT PENDING-NEW-FILE ASSIGN TO FBRPNEW
004905         ORGANIZATION IS SEQUENTIAL
004906         FILE STATUS IS FB01-WS-PNEW-FILE-STATUS.
004907     SELECT APPROVAL-FILE ASSIGN TO FBRAPPR
004908         ORGANIZATION IS SEQUENTIAL
004909         FILE STATUS IS FB01-WS-APPR-FILE-STATUS.
004910     SELECT CONTROL-FILE  ASSIGN TO FBRMCTL
004911         ORGANIZATION IS SEQUENTIAL
004912         FILE STATUS IS FB01-WS-CTL-FILE-STATUS.
005000     SELECT REPORT-FILE   ASSIGN TO FBMRPT
005100         ORGANIZATION IS SEQUENTIAL.
005200*
005500 FD  TRANS-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  FB01-TRANS-FILE-RECORD      PIC X(80).
005900*
006000 FD  MASTER-OLD-FILE
006100     RECORDING MODE IS F
007720     05  FB01-RMN-EXCL-SW            PIC X(01).
007730     05  FB01-RMN-BAND-LOW           PIC 9(09).
007740     05  FB01-RMN-BAND-HIGH          PIC 9(09).
007750     05  FB01-RMN-SUBMIT-ID          PIC X(08).
007760     05  FB01-RMN-APPROVER-ID        PIC X(08).
007800     05  FILLER                      PIC X(07).
007900*
007901******************************************************************
007902*    BOTH GENERATIONS OF THE PENDING FILE ARE READ INTO AND      *
007903*    WRITTEN FROM THE FB01PD WORK RECORD IN WORKING-STORAGE      *
007904******************************************************************
007905 FD  PENDING-OLD-FILE
007906     RECORDING MODE IS F
007907     LABEL RECORDS ARE STANDARD.
007908 01  FB01-PNO-RECORD             PIC X(100).
007909*
007910 FD  PENDING-NEW-FILE
007911     RECORDING MODE IS F
007912     LABEL RECORDS ARE STANDARD.
007913 01  FB01-PNN-RECORD             PIC X(100).
007914*
007915 FD  APPROVAL-FILE
007916     RECORDING MODE IS F
007917     LABEL RECORDS ARE STANDARD.
007918     COPY FB01AP.
007919*
007920 FD  CONTROL-FILE
007921     RECORDING MODE IS F
007922     LABEL RECORDS ARE STANDARD.
007923     COPY FB01MK.
007924*
008000 FD  REPORT-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
011320 77  FB01-WS-TRN-EXCL-SW          PIC X(01) VALUE "N".
011330 77  FB01-WS-TRN-BAND-LOW         PIC 9(09) VALUE ZERO.
011340 77  FB01-WS-TRN-BAND-HIGH        PIC 9(09) VALUE ZERO.
011341 77  FB01-WS-POLD-FILE-STATUS     PIC X(02) VALUE SPACES.
011342 77  FB01-WS-PNEW-FILE-STATUS     PIC X(02) VALUE SPACES.
011343 77  FB01-WS-APPR-FILE-STATUS     PIC X(02) VALUE SPACES.
011344 77  FB01-WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
011345 77  FB01-WS-POLD-EOF-SW          PIC X(01) VALUE "N".
011346     88  FB01-WS-POLD-EOF         VALUE "Y".
011347 77  FB01-WS-APPR-EOF-SW          PIC X(01) VALUE "N".
011348     88  FB01-WS-APPR-EOF         VALUE "Y".
011349 77  FB01-WS-APPR-PRESENT-SW      PIC X(01) VALUE "Y".
011350     88  FB01-WS-APPR-PRESENT     VALUE "Y".
011351 77  FB01-WS-EXPIRY-DAYS          PIC 9(03) COMP-3 VALUE ZERO.
011352 77  FB01-WS-DFLT-EXPIRY-DAYS     PIC 9(03) VALUE 7.
011353 77  FB01-WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
011354 77  FB01-WS-CUTOFF-INT           PIC S9(09) COMP-3 VALUE ZERO.
011355 77  FB01-WS-PND-COUNT            PIC 9(03) COMP-3 VALUE ZERO.
011356 77  FB01-WS-PND-SUB              PIC 9(03) COMP-3 VALUE ZERO.
011357 77  FB01-WS-PND-FOUND-SUB        PIC 9(03) COMP-3 VALUE ZERO.
011358 77  FB01-WS-NEXT-SEQ             PIC 9(04) VALUE ZERO.
011359 77  FB01-WS-TRN-APPROVER-ID      PIC X(08) VALUE SPACES.
011360 77  FB01-WS-LINE-STATUS          PIC X(08) VALUE SPACES.
011361 77  FB01-WS-LINE-PEND-ID         PIC X(12) VALUE SPACES.
011362 77  FB01-WS-LINE-USER-ID         PIC X(08) VALUE SPACES.
011363 77  FB01-WS-TRANS-HELD           PIC 9(09) COMP-3 VALUE ZERO.
011364 77  FB01-WS-PND-READ             PIC 9(09) COMP-3 VALUE ZERO.
011365 77  FB01-WS-APPR-READ            PIC 9(09) COMP-3 VALUE ZERO.
011366 77  FB01-WS-APPR-REJECTED        PIC 9(09) COMP-3 VALUE ZERO.
011367 77  FB01-WS-APPR-ACCEPTED        PIC 9(09) COMP-3 VALUE ZERO.
011368 77  FB01-WS-PND-DECLINED         PIC 9(09) COMP-3 VALUE ZERO.
011369 77  FB01-WS-PND-EXPIRED          PIC 9(09) COMP-3 VALUE ZERO.
011370 77  FB01-WS-PND-CARRIED          PIC 9(09) COMP-3 VALUE ZERO.
011380 77  FB01-WS-PND-OVERFLOW-SW      PIC X(01) VALUE "N".
011390     88  FB01-WS-PND-OVERFLOW     VALUE "Y".
011400 77  FB01-WS-EDIT-TOTAL           PIC ZZZZZZZZ9.
011500*
011600******************************************************************
012820         10  FB01-WS-MST-EXCL-SW  PIC X(01).
012830         10  FB01-WS-MST-BAND-LOW PIC 9(09).
012840         10  FB01-WS-MST-BAND-HIGH PIC 9(09).
012850         10  FB01-WS-MST-SUBMIT-ID PIC X(08).
012860         10  FB01-WS-MST-APPROVER-ID PIC X(08).
012900         10  FB01-WS-MST-DEL-SW   PIC X(01).
013000             88  FB01-WS-MST-DELETED VALUE "Y".
013100*
013101******************************************************************
013102*    TRANSACTION WORK RECORD  --  THE TRANSACTION BEING EDITED   *
013103*    OR APPLIED, WHETHER JUST READ FROM FBRTRAN OR RESTORED FROM *
013104*    THE CARD IMAGE HELD ON A PENDING ITEM                       *
013105******************************************************************
013106     COPY FB01RM.
013107*
013108******************************************************************
013109*    PENDING FILE WORK RECORD  --  FBRPOLD IS READ INTO IT AND   *
013110*    FBRPNEW WRITTEN FROM IT                                     *
013111******************************************************************
013112     COPY FB01PD.
013113*
013114******************************************************************
013115*    PENDING ITEM TABLE  --  EVERY ITEM BROUGHT FORWARD FROM     *
013116*    FBRPOLD PLUS EVERY TRANSACTION SUBMITTED THIS RUN.  ONLY    *
013117*    ITEMS STILL WAITING AT THE END OF THE RUN ARE CARRIED TO    *
013118*    FBRPNEW; APPLIED, REJECTED, DECLINED AND EXPIRED ITEMS ARE  *
013119*    DROPPED ONCE THEIR DISPOSITION IS PRINTED.                  *
013120******************************************************************
013121 01  FB01-WS-PENDING-TABLE.
013122     05  FB01-WS-PND-ENTRY OCCURS 100 TIMES.
013123         10  FB01-WS-PND-ID.
013124             15  FB01-WS-PND-SUBMIT-DATE PIC 9(08).
013125             15  FB01-WS-PND-SEQ  PIC 9(04).
013126         10  FB01-WS-PND-IMAGE    PIC X(80).
013127         10  FB01-WS-PND-SUBMIT-ID PIC X(08).
013128         10  FB01-WS-PND-APPROVER-ID PIC X(08).
013129         10  FB01-WS-PND-STATUS-SW PIC X(01).
013130             88  FB01-WS-PND-WAITING  VALUE "P".
013131             88  FB01-WS-PND-APPROVE  VALUE "A".
013132             88  FB01-WS-PND-DECLINE  VALUE "R".
013133             88  FB01-WS-PND-EXPIRE   VALUE "E".
013134             88  FB01-WS-PND-DONE     VALUE "X".
013135*
013200 PROCEDURE DIVISION.
013300******************************************************************
013400*    0000-MAINLINE                                               *
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE         THRU 1000-EXIT.
013800     PERFORM 2000-LOAD-MASTER        THRU 2000-EXIT.
013850     PERFORM 2500-LOAD-PENDING       THRU 2500-EXIT.
013860     IF FB01-WS-PND-OVERFLOW
013870         MOVE 12 TO RETURN-CODE
013880     ELSE
013900         PERFORM 4000-PRINT-BEFORE       THRU 4000-EXIT
013950         PERFORM 4500-PROCESS-APPROVALS  THRU 4500-EXIT
014000         PERFORM 5000-APPLY-TRANSACTIONS THRU 5000-EXIT
014030         PERFORM 5900-EXPIRE-PENDING     THRU 5900-EXIT
014060         PERFORM 5950-SUBMIT-TRANS       THRU 5950-EXIT
014100         PERFORM 6000-PRINT-AFTER        THRU 6000-EXIT
014200         PERFORM 7000-WRITE-MASTER       THRU 7000-EXIT
014250         PERFORM 7200-WRITE-PENDING      THRU 7200-EXIT
014300         PERFORM 7500-SUMMARY            THRU 7500-EXIT
014350     END-IF.
014400     PERFORM 9000-TERMINATE          THRU 9000-EXIT.
014500     STOP RUN.
014600*
014700******************************************************************
014800*    1000-INITIALIZE  --  READ THE FBRMCTL CARD, COMPUTE THE     *
014810*                          EXPIRY CUTOFF, OPEN FILES, WRITE THE  *
014820*                          REPORT HEADER                         *
014900******************************************************************
015000 1000-INITIALIZE.
015100     ACCEPT FB01-WS-RUN-DATE FROM DATE YYYYMMDD.
015101     OPEN INPUT CONTROL-FILE.
015102     IF FB01-WS-CTL-FILE-STATUS = "35"
015103         DISPLAY "FBRULMNT: NO FBRMCTL CONTROL CARD, DEFAULT "
015104                 "EXPIRY USED"
015105     ELSE
015106         READ CONTROL-FILE
015107             AT END
015108                 DISPLAY "FBRULMNT: EMPTY FBRMCTL, DEFAULT "
015109                         "EXPIRY USED"
015110             NOT AT END
015111                 IF FB01-MK-EXPIRY-DAYS IS NUMERIC
015112                     MOVE FB01-MK-EXPIRY-DAYS
015113                         TO FB01-WS-EXPIRY-DAYS
015114                 END-IF
015115         END-READ
015116         CLOSE CONTROL-FILE
015117     END-IF.
015118     IF FB01-WS-EXPIRY-DAYS = ZERO
015119         MOVE FB01-WS-DFLT-EXPIRY-DAYS TO FB01-WS-EXPIRY-DAYS
015120     END-IF.
015121     COMPUTE FB01-WS-CUTOFF-INT =
015122         FUNCTION INTEGER-OF-DATE (FB01-WS-RUN-DATE)
015123         - FB01-WS-EXPIRY-DAYS.
015124     IF FB01-WS-CUTOFF-INT < 1
015125         MOVE 1 TO FB01-WS-CUTOFF-INT
015126     END-IF.
015127     COMPUTE FB01-WS-CUTOFF-DATE =
015128         FUNCTION DATE-OF-INTEGER (FB01-WS-CUTOFF-INT).
015129     OPEN INPUT APPROVAL-FILE.
015130     IF FB01-WS-APPR-FILE-STATUS = "35"
015131         DISPLAY "FBRULMNT: NO FBRAPPR APPROVAL FILE, NO "
015132                 "APPROVALS THIS RUN"
015133         MOVE "N" TO FB01-WS-APPR-PRESENT-SW
015134     END-IF.
015200     OPEN INPUT TRANS-FILE.
015300     IF FB01-WS-TRANS-FILE-STATUS = "35"
015400         DISPLAY "FBRULMNT: MISSING TRANSACTION FILE ON FBRTRAN"
024136         MOVE ZERO
024137             TO FB01-WS-MST-BAND-HIGH (FB01-WS-MST-COUNT)
024138     END-IF.
024148     MOVE FB01-RULE-SUBMIT-ID
024158         TO FB01-WS-MST-SUBMIT-ID (FB01-WS-MST-COUNT).
024168     MOVE FB01-RULE-APPROVER-ID
024178         TO FB01-WS-MST-APPROVER-ID (FB01-WS-MST-COUNT).
024200     MOVE "N" TO FB01-WS-MST-DEL-SW (FB01-WS-MST-COUNT).
024300 2110-EXIT.
024400     EXIT.
024500*
024501******************************************************************
024502*    2500-LOAD-PENDING  --  TABLE EVERY ITEM STILL AWAITING      *
024503*                            APPROVAL.  A MISSING FBRPOLD MEANS  *
024504*                            NOTHING PENDING; OVER 100 IS FATAL. *
024505******************************************************************
024506 2500-LOAD-PENDING.
024507     OPEN INPUT PENDING-OLD-FILE.
024508     IF FB01-WS-POLD-FILE-STATUS = "35"
024509         DISPLAY "FBRULMNT: NO FBRPOLD PENDING FILE, STARTING "
024510                 "EMPTY"
024511         GO TO 2500-EXIT
024512     END-IF.
024513     PERFORM 2510-READ-PENDING-RECORD THRU 2510-EXIT
024514         UNTIL FB01-WS-POLD-EOF OR FB01-WS-PND-OVERFLOW.
024515     CLOSE PENDING-OLD-FILE.
024516 2500-EXIT.
024517     EXIT.
024518*
024519******************************************************************
024520*    2510-READ-PENDING-RECORD  --  TABLE ONE PENDING ITEM.  THE  *
024521*                                   NEXT PENDING ID ISSUED THIS  *
024522*                                   RUN FOLLOWS THE HIGHEST ONE  *
024523*                                   ALREADY ISSUED TODAY, SO A   *
024524*                                   SECOND RUN IN A DAY CANNOT   *
024525*                                   REUSE AN ID.                 *
024526******************************************************************
024527 2510-READ-PENDING-RECORD.
024528     READ PENDING-OLD-FILE INTO FB01-PENDING-RECORD
024529         AT END
024530             SET FB01-WS-POLD-EOF TO TRUE
024531             GO TO 2510-EXIT
024532     END-READ.
024533     IF FB01-WS-PND-COUNT = 100
024534         DISPLAY "FBRULMNT: MORE THAN 100 PENDING ITEMS -- RUN "
024535                 "STOPPED, FBRMNEW AND FBRPNEW NOT WRITTEN"
024536         SET FB01-WS-PND-OVERFLOW TO TRUE
024537         GO TO 2510-EXIT
024538     END-IF.
024539     ADD 1 TO FB01-WS-PND-READ.
024540     ADD 1 TO FB01-WS-PND-COUNT.
024541     MOVE FB01-PND-SUBMIT-DATE
024542         TO FB01-WS-PND-SUBMIT-DATE (FB01-WS-PND-COUNT).
024543     MOVE FB01-PND-SEQ
024544         TO FB01-WS-PND-SEQ (FB01-WS-PND-COUNT).
024545     MOVE FB01-PND-TRANS-IMAGE
024546         TO FB01-WS-PND-IMAGE (FB01-WS-PND-COUNT).
024547     MOVE FB01-PND-TRANS-IMAGE TO FB01-RULE-TRANS-RECORD.
024548     MOVE FB01-RMT-SUBMIT-ID
024549         TO FB01-WS-PND-SUBMIT-ID (FB01-WS-PND-COUNT).
024550     MOVE SPACES
024551         TO FB01-WS-PND-APPROVER-ID (FB01-WS-PND-COUNT).
024552     MOVE "P" TO FB01-WS-PND-STATUS-SW (FB01-WS-PND-COUNT).
024553     IF FB01-PND-SUBMIT-DATE = FB01-WS-RUN-DATE
024554         AND FB01-PND-SEQ > FB01-WS-NEXT-SEQ
024555         MOVE FB01-PND-SEQ TO FB01-WS-NEXT-SEQ
024556     END-IF.
024557 2510-EXIT.
024558     EXIT.
024559*
024600******************************************************************
024700*    4000-PRINT-BEFORE  --  BEFORE IMAGE OF THE MASTER FOR THE   *
024800*                            SIGN-OFF PROOF                      *
028750     MOVE FB01-WS-MST-EXCL-SW (FB01-WS-MST-SUB)
028760         TO FB01-MP-R-EXCL.
028800     WRITE FB01-MAINT-LINE.
028801     IF FB01-WS-MST-SUBMIT-ID (FB01-WS-MST-SUB) = SPACES
028802         AND FB01-WS-MST-APPROVER-ID (FB01-WS-MST-SUB) = SPACES
028803         GO TO 4100-EXIT
028804     END-IF.
028805     MOVE SPACES TO FB01-MAINT-LINE.
028806     MOVE "SUBMITTED BY " TO FB01-MP-ST-SUBMIT-LIT.
028807     MOVE FB01-WS-MST-SUBMIT-ID (FB01-WS-MST-SUB)
028808         TO FB01-MP-ST-SUBMIT-ID.
028809     MOVE "APPROVED BY " TO FB01-MP-ST-APPROVE-LIT.
028810     MOVE FB01-WS-MST-APPROVER-ID (FB01-WS-MST-SUB)
028811         TO FB01-MP-ST-APPROVER-ID.
028812     WRITE FB01-MAINT-LINE.
028900 4100-EXIT.
029000     EXIT.
029100*
029200******************************************************************
029220*    4500-PROCESS-APPROVALS  --  MATCH EVERY FBRAPPR DECISION TO *
029240*                                 ITS PENDING ITEM.  APPROVED    *
029260*                                 ITEMS ARE APPLIED BY 5000 IN   *
029280*                                 THE ORDER THEY WERE SUBMITTED. *
029300******************************************************************
029320 4500-PROCESS-APPROVALS.
029340     MOVE SPACES TO FB01-MAINT-LINE.
029360     MOVE "APPROVALS" TO FB01-MP-SEC-TEXT.
029380     WRITE FB01-MAINT-LINE.
029400     IF NOT FB01-WS-APPR-PRESENT
029420         GO TO 4500-EXIT
029440     END-IF.
029460     PERFORM 4510-READ-APPROVAL THRU 4510-EXIT
029480         UNTIL FB01-WS-APPR-EOF.
029500 4500-EXIT.
029520     EXIT.
029540*
029560******************************************************************
029580*    4510-READ-APPROVAL  --  ONE DECISION: EDIT IT, THEN MARK    *
029600*                            THE ITEM APPROVED OR DECLINED, AND  *
029620*                            PRINT ITS DISPOSITION LINE EITHER   *
029640*                            WAY.  A REJECTED DECISION LEAVES    *
029660*                            THE ITEM PENDING.                   *
029680******************************************************************
029700 4510-READ-APPROVAL.
029720     READ APPROVAL-FILE
029740         AT END
029760             SET FB01-WS-APPR-EOF TO TRUE
029780             GO TO 4510-EXIT
029800     END-READ.
029820     ADD 1 TO FB01-WS-APPR-READ.
029840     MOVE FB01-APV-PEND-ID     TO FB01-WS-LINE-PEND-ID.
029860     MOVE FB01-APV-APPROVER-ID TO FB01-WS-LINE-USER-ID.
029880     PERFORM 4520-EDIT-APPROVAL THRU 4520-EXIT.
029900     IF FB01-WS-TRANS-REJECT
029920         ADD 1 TO FB01-WS-APPR-REJECTED
029940         MOVE "REJECTED" TO FB01-WS-LINE-STATUS
029960     ELSE
029980         IF FB01-APV-APPROVE
030000             MOVE "A" TO
030020                 FB01-WS-PND-STATUS-SW (FB01-WS-PND-FOUND-SUB)
030040             MOVE FB01-APV-APPROVER-ID TO
030060                 FB01-WS-PND-APPROVER-ID (FB01-WS-PND-FOUND-SUB)
030080             ADD 1 TO FB01-WS-APPR-ACCEPTED
030100             MOVE "APPROVED" TO FB01-WS-LINE-STATUS
030120         ELSE
030140             MOVE "R" TO
030160                 FB01-WS-PND-STATUS-SW (FB01-WS-PND-FOUND-SUB)
030180             ADD 1 TO FB01-WS-PND-DECLINED
030200             MOVE "DECLINED" TO FB01-WS-LINE-STATUS
030220         END-IF
030240     END-IF.
030260     PERFORM 5800-PRINT-TRANS-LINE THRU 5800-EXIT.
030280 4510-EXIT.
030300     EXIT.
030320*
030340******************************************************************
030360*    4520-EDIT-APPROVAL  --  THE ITEM MUST EXIST AND STILL BE    *
030380*                            WAITING, THE DECISION MUST BE       *
030400*                            KNOWN, AND THE APPROVER MUST NOT BE *
030420*                            THE SUBMITTER'S OWN USER ID         *
030440******************************************************************
030460 4520-EDIT-APPROVAL.
030480     MOVE "N"    TO FB01-WS-REJ-SW.
030500     MOVE SPACES TO FB01-WS-REJ-REASON.
030520     MOVE SPACES TO FB01-RULE-TRANS-RECORD.
030540     MOVE ZERO   TO FB01-WS-PND-FOUND-SUB.
030560     PERFORM 4530-MATCH-ONE-PENDING THRU 4530-EXIT
030580         VARYING FB01-WS-PND-SUB FROM 1 BY 1
030600         UNTIL FB01-WS-PND-SUB > FB01-WS-PND-COUNT
030620            OR FB01-WS-PND-FOUND-SUB > ZERO.
030640     IF FB01-WS-PND-FOUND-SUB = ZERO
030660         MOVE "Y" TO FB01-WS-REJ-SW
030680         MOVE "PENDING ITEM NOT FOUND" TO FB01-WS-REJ-REASON
030700         GO TO 4520-EXIT
030720     END-IF.
030740     MOVE FB01-WS-PND-IMAGE (FB01-WS-PND-FOUND-SUB)
030760         TO FB01-RULE-TRANS-RECORD.
030780     IF NOT FB01-WS-PND-WAITING (FB01-WS-PND-FOUND-SUB)
030800         MOVE "Y" TO FB01-WS-REJ-SW
030820         MOVE "ITEM ALREADY DECIDED" TO FB01-WS-REJ-REASON
030840         GO TO 4520-EXIT
030860     END-IF.
030880     IF NOT FB01-APV-APPROVE
030900         AND NOT FB01-APV-DECLINE
030920         MOVE "Y" TO FB01-WS-REJ-SW
030940         MOVE "INVALID DECISION CODE" TO FB01-WS-REJ-REASON
030960         GO TO 4520-EXIT
030980     END-IF.
031000     IF FB01-APV-APPROVER-ID = SPACES
031020         MOVE "Y" TO FB01-WS-REJ-SW
031040         MOVE "MISSING APPROVER ID" TO FB01-WS-REJ-REASON
031060         GO TO 4520-EXIT
031080     END-IF.
031100     IF FB01-APV-APPROVER-ID
031120             = FB01-WS-PND-SUBMIT-ID (FB01-WS-PND-FOUND-SUB)
031140         MOVE "Y" TO FB01-WS-REJ-SW
031160         MOVE "APPROVER SAME AS SUBMITTER" TO FB01-WS-REJ-REASON
031180     END-IF.
031200 4520-EXIT.
031220     EXIT.
031240*
031260******************************************************************
031280*    4530-MATCH-ONE-PENDING                                      *
031300******************************************************************
031320 4530-MATCH-ONE-PENDING.
031340     IF FB01-WS-PND-ID (FB01-WS-PND-SUB) = FB01-APV-PEND-ID
031360         MOVE FB01-WS-PND-SUB TO FB01-WS-PND-FOUND-SUB
031380     END-IF.
031400 4530-EXIT.
031420     EXIT.
031440*
031460******************************************************************
031480*    5000-APPLY-TRANSACTIONS  --  RE-EDIT AND APPLY EVERY        *
031500*                                  APPROVED ITEM IN THE ORDER   *
031520*                                  IT WAS SUBMITTED.  THE MASTER *
031540*                                  MAY HAVE MOVED ON SINCE THE   *
031560*                                  ITEM WAS FIRST EDITED, SO     *
031580*                                  EVERY EDIT IS APPLIED AGAIN.  *
031600******************************************************************
031620 5000-APPLY-TRANSACTIONS.
031640     MOVE SPACES TO FB01-MAINT-LINE.
031660     MOVE "TRANSACTIONS APPLIED" TO FB01-MP-SEC-TEXT.
031680     WRITE FB01-MAINT-LINE.
031700     PERFORM 5100-APPLY-ONE-PENDING THRU 5100-EXIT
031720         VARYING FB01-WS-PND-SUB FROM 1 BY 1
031740         UNTIL FB01-WS-PND-SUB > FB01-WS-PND-COUNT.
031760 5000-EXIT.
031780     EXIT.
031800*
031820******************************************************************
031840*    5100-APPLY-ONE-PENDING  --  ONE APPROVED ITEM: VALIDATE,    *
031860*                                 THEN APPLY OR REJECT IT, AND   *
031880*                                 PRINT ITS DISPOSITION LINE.    *
031900*                                 THE ITEM LEAVES THE PENDING    *
031920*                                 FILE WHATEVER THE OUTCOME.     *
031940******************************************************************
031960 5100-APPLY-ONE-PENDING.
031980     IF NOT FB01-WS-PND-APPROVE (FB01-WS-PND-SUB)
032000         GO TO 5100-EXIT
032020     END-IF.
032040     MOVE FB01-WS-PND-IMAGE (FB01-WS-PND-SUB)
032060         TO FB01-RULE-TRANS-RECORD.
032080     MOVE FB01-WS-PND-ID (FB01-WS-PND-SUB)
032100         TO FB01-WS-LINE-PEND-ID.
032120     MOVE FB01-WS-PND-APPROVER-ID (FB01-WS-PND-SUB)
032140         TO FB01-WS-TRN-APPROVER-ID.
032160     MOVE FB01-WS-TRN-APPROVER-ID TO FB01-WS-LINE-USER-ID.
032180     MOVE "X" TO FB01-WS-PND-STATUS-SW (FB01-WS-PND-SUB).
032200     PERFORM 5200-VALIDATE-TRANS THRU 5200-EXIT.
032220     IF FB01-WS-TRANS-REJECT
032240         ADD 1 TO FB01-WS-TRANS-REJECTED
032260         MOVE "REJECTED" TO FB01-WS-LINE-STATUS
032280     ELSE
032300         IF FB01-RMT-ACTION-ADD
032320             PERFORM 5300-APPLY-ADD THRU 5300-EXIT
032340         ELSE
032360             IF FB01-RMT-ACTION-CHANGE
032380                 PERFORM 5400-APPLY-CHANGE THRU 5400-EXIT
032400             ELSE
032420                 PERFORM 5500-APPLY-DELETE THRU 5500-EXIT
032440             END-IF
032460         END-IF
032480         ADD 1 TO FB01-WS-TRANS-APPLIED
032500         MOVE "APPLIED" TO FB01-WS-LINE-STATUS
032520     END-IF.
032540     PERFORM 5800-PRINT-TRANS-LINE THRU 5800-EXIT.
032560 5100-EXIT.
032580     EXIT.
033800*
033900******************************************************************
034000*    5200-VALIDATE-TRANS  --  EVERY EDIT A HAND-KEYED CARD EVER  *
035200         MOVE "INVALID ACTION CODE" TO FB01-WS-REJ-REASON
035300         GO TO 5200-EXIT
035400     END-IF.
035410     IF FB01-RMT-SUBMIT-ID = SPACES
035420         MOVE "Y" TO FB01-WS-REJ-SW
035430         MOVE "MISSING SUBMITTER ID" TO FB01-WS-REJ-REASON
035440         GO TO 5200-EXIT
035450     END-IF.
035500     IF NOT FB01-RMT-COND-DIVISIBLE
035510         AND NOT FB01-RMT-COND-LAST-DIGIT
035520         AND NOT FB01-RMT-COND-DIGIT-SUM
046860         TO FB01-WS-MST-BAND-LOW (FB01-WS-MST-COUNT).
046870     MOVE FB01-WS-TRN-BAND-HIGH
046880         TO FB01-WS-MST-BAND-HIGH (FB01-WS-MST-COUNT).
046881     MOVE FB01-RMT-SUBMIT-ID
046882         TO FB01-WS-MST-SUBMIT-ID (FB01-WS-MST-COUNT).
046883     MOVE FB01-WS-TRN-APPROVER-ID
046884         TO FB01-WS-MST-APPROVER-ID (FB01-WS-MST-COUNT).
046900     MOVE "N" TO FB01-WS-MST-DEL-SW (FB01-WS-MST-COUNT).
047000 5300-EXIT.
047100     EXIT.
048540         TO FB01-WS-MST-BAND-LOW (FB01-WS-FOUND-SUB).
048550     MOVE FB01-WS-TRN-BAND-HIGH
048560         TO FB01-WS-MST-BAND-HIGH (FB01-WS-FOUND-SUB).
048561     MOVE FB01-RMT-SUBMIT-ID
048562         TO FB01-WS-MST-SUBMIT-ID (FB01-WS-FOUND-SUB).
048563     MOVE FB01-WS-TRN-APPROVER-ID
048564         TO FB01-WS-MST-APPROVER-ID (FB01-WS-FOUND-SUB).
048600 5400-EXIT.
048700     EXIT.
048800*
057700 5710-EXIT.
057800     EXIT.
057900*
057902******************************************************************
057904*    5900-EXPIRE-PENDING  --  DROP EVERY ITEM STILL WAITING THAT *
057906*                              WAS SUBMITTED BEFORE THE EXPIRY   *
057908*                              CUTOFF, AND LIST IT               *
057910******************************************************************
057912 5900-EXPIRE-PENDING.
057914     MOVE SPACES TO FB01-MAINT-LINE.
057916     MOVE "PENDING ITEMS EXPIRED" TO FB01-MP-SEC-TEXT.
057918     WRITE FB01-MAINT-LINE.
057920     PERFORM 5910-EXPIRE-ONE-PENDING THRU 5910-EXIT
057922         VARYING FB01-WS-PND-SUB FROM 1 BY 1
057924         UNTIL FB01-WS-PND-SUB > FB01-WS-PND-COUNT.
057926 5900-EXIT.
057928     EXIT.
057930*
057932******************************************************************
057934*    5910-EXPIRE-ONE-PENDING                                     *
057936******************************************************************
057938 5910-EXPIRE-ONE-PENDING.
057940     IF NOT FB01-WS-PND-WAITING (FB01-WS-PND-SUB)
057942         OR FB01-WS-PND-SUBMIT-DATE (FB01-WS-PND-SUB)
057944             NOT < FB01-WS-CUTOFF-DATE
057946         GO TO 5910-EXIT
057948     END-IF.
057950     MOVE "E" TO FB01-WS-PND-STATUS-SW (FB01-WS-PND-SUB).
057952     ADD 1 TO FB01-WS-PND-EXPIRED.
057954     MOVE FB01-WS-PND-IMAGE (FB01-WS-PND-SUB)
057956         TO FB01-RULE-TRANS-RECORD.
057958     MOVE FB01-WS-PND-ID (FB01-WS-PND-SUB)
057960         TO FB01-WS-LINE-PEND-ID.
057962     MOVE FB01-WS-PND-SUBMIT-ID (FB01-WS-PND-SUB)
057964         TO FB01-WS-LINE-USER-ID.
057966     MOVE "EXPIRED" TO FB01-WS-LINE-STATUS.
057968     MOVE "NOT APPROVED IN TIME" TO FB01-WS-REJ-REASON.
057970     PERFORM 5800-PRINT-TRANS-LINE THRU 5800-EXIT.
057972 5910-EXIT.
057974     EXIT.
057976*
058000******************************************************************
058100*    5800-PRINT-TRANS-LINE  --  ONE DISPOSITION LINE PER         *
058200*                                TRANSACTION OR DECISION,        *
058250*                                WHATEVER ITS OUTCOME            *
058300******************************************************************
058400 5800-PRINT-TRANS-LINE.
058500     MOVE SPACES              TO FB01-MAINT-LINE.
058600     MOVE FB01-RMT-ACTION     TO FB01-MP-T-ACTION.
058700     MOVE FB01-RMT-SET-ID     TO FB01-MP-T-SET-ID.
058800     MOVE FB01-RMT-DIVISOR    TO FB01-MP-T-DIVISOR.
058900     MOVE FB01-WS-LINE-STATUS TO FB01-MP-T-STATUS.
059000     MOVE FB01-WS-REJ-REASON  TO FB01-MP-T-REASON.
059100     MOVE FB01-WS-LINE-PEND-ID TO FB01-MP-T-PEND-ID.
059200     MOVE FB01-WS-LINE-USER-ID TO FB01-MP-T-USER-ID.
059500     WRITE FB01-MAINT-LINE.
059600 5800-EXIT.
059700     EXIT.
059701*
059702******************************************************************
059703*    5950-SUBMIT-TRANS  --  EDIT EVERY FBRTRAN RECORD AND HOLD   *
059704*                            THOSE THAT PASS AS PENDING ITEMS.   *
059705*                            THEY ARE EDITED AGAINST THE MASTER  *
059706*                            AS IT STANDS AFTER THIS RUN'S       *
059707*                            APPROVED ITEMS, AND EDITED AGAIN    *
059708*                            WHEN THEY ARE FINALLY APPLIED.      *
059709******************************************************************
059710 5950-SUBMIT-TRANS.
059711     MOVE SPACES TO FB01-MAINT-LINE.
059712     MOVE "TRANSACTIONS SUBMITTED" TO FB01-MP-SEC-TEXT.
059713     WRITE FB01-MAINT-LINE.
059714     IF NOT FB01-WS-TRANS-PRESENT
059715         GO TO 5950-EXIT
059716     END-IF.
059717     PERFORM 5960-READ-TRANSACTION THRU 5960-EXIT
059718         UNTIL FB01-WS-TRANS-EOF.
059719 5950-EXIT.
059720     EXIT.
059721*
059722******************************************************************
059723*    5960-READ-TRANSACTION  --  ONE TRANSACTION: VALIDATE, THEN  *
059724*                                HOLD OR REJECT, AND PRINT ITS   *
059725*                                DISPOSITION LINE EITHER WAY.  A *
059726*                                HELD ITEM IS GIVEN THE NEXT     *
059727*                                PENDING ID FOR TODAY.           *
059728******************************************************************
059729 5960-READ-TRANSACTION.
059730     READ TRANS-FILE INTO FB01-RULE-TRANS-RECORD
059731         AT END
059732             SET FB01-WS-TRANS-EOF TO TRUE
059733             GO TO 5960-EXIT
059734     END-READ.
059735     ADD 1 TO FB01-WS-TRANS-READ.
059736     MOVE SPACES             TO FB01-WS-LINE-PEND-ID.
059737     MOVE FB01-RMT-SUBMIT-ID TO FB01-WS-LINE-USER-ID.
059738     PERFORM 5200-VALIDATE-TRANS THRU 5200-EXIT.
059739     IF NOT FB01-WS-TRANS-REJECT
059740         AND FB01-WS-PND-COUNT = 100
059741         MOVE "Y" TO FB01-WS-REJ-SW
059742         MOVE "PENDING FILE FULL" TO FB01-WS-REJ-REASON
059743     END-IF.
059744     IF FB01-WS-TRANS-REJECT
059745         ADD 1 TO FB01-WS-TRANS-REJECTED
059746         MOVE "REJECTED" TO FB01-WS-LINE-STATUS
059747     ELSE
059748         ADD 1 TO FB01-WS-PND-COUNT
059749         ADD 1 TO FB01-WS-NEXT-SEQ
059750         MOVE FB01-WS-RUN-DATE
059751             TO FB01-WS-PND-SUBMIT-DATE (FB01-WS-PND-COUNT)
059752         MOVE FB01-WS-NEXT-SEQ
059753             TO FB01-WS-PND-SEQ (FB01-WS-PND-COUNT)
059754         MOVE FB01-RULE-TRANS-RECORD
059755             TO FB01-WS-PND-IMAGE (FB01-WS-PND-COUNT)
059756         MOVE FB01-RMT-SUBMIT-ID
059757             TO FB01-WS-PND-SUBMIT-ID (FB01-WS-PND-COUNT)
059758         MOVE SPACES
059759             TO FB01-WS-PND-APPROVER-ID (FB01-WS-PND-COUNT)
059760         MOVE "P" TO FB01-WS-PND-STATUS-SW (FB01-WS-PND-COUNT)
059761         MOVE FB01-WS-PND-ID (FB01-WS-PND-COUNT)
059762             TO FB01-WS-LINE-PEND-ID
059763         ADD 1 TO FB01-WS-TRANS-HELD
059764         MOVE "PENDING" TO FB01-WS-LINE-STATUS
059765     END-IF.
059766     PERFORM 5800-PRINT-TRANS-LINE THRU 5800-EXIT.
059767 5960-EXIT.
059768     EXIT.
059800*
059900******************************************************************
060000*    6000-PRINT-AFTER  --  AFTER IMAGE OF THE MASTER FOR THE     *
064560         TO FB01-RMN-BAND-LOW.
064570     MOVE FB01-WS-MST-BAND-HIGH (FB01-WS-MST-SUB)
064580         TO FB01-RMN-BAND-HIGH.
064581     MOVE FB01-WS-MST-SUBMIT-ID (FB01-WS-MST-SUB)
064582         TO FB01-RMN-SUBMIT-ID.
064583     MOVE FB01-WS-MST-APPROVER-ID (FB01-WS-MST-SUB)
064584         TO FB01-RMN-APPROVER-ID.
064600     WRITE FB01-NEW-MASTER-RECORD.
064700 7100-EXIT.
064800     EXIT.
064900*
064901******************************************************************
064902*    7200-WRITE-PENDING  --  CARRY EVERY ITEM STILL WAITING TO   *
064903*                             FBRPNEW FOR THE NEXT RUN           *
064904******************************************************************
064905 7200-WRITE-PENDING.
064906     OPEN OUTPUT PENDING-NEW-FILE.
064907     PERFORM 7210-WRITE-ONE-PENDING THRU 7210-EXIT
064908         VARYING FB01-WS-PND-SUB FROM 1 BY 1
064909         UNTIL FB01-WS-PND-SUB > FB01-WS-PND-COUNT.
064910     CLOSE PENDING-NEW-FILE.
064911 7200-EXIT.
064912     EXIT.
064913*
064914******************************************************************
064915*    7210-WRITE-ONE-PENDING                                      *
064916******************************************************************
064917 7210-WRITE-ONE-PENDING.
064918     IF NOT FB01-WS-PND-WAITING (FB01-WS-PND-SUB)
064919         GO TO 7210-EXIT
064920     END-IF.
064921     MOVE SPACES TO FB01-PENDING-RECORD.
064922     MOVE FB01-WS-PND-SUBMIT-DATE (FB01-WS-PND-SUB)
064923         TO FB01-PND-SUBMIT-DATE.
064924     MOVE FB01-WS-PND-SEQ (FB01-WS-PND-SUB)
064925         TO FB01-PND-SEQ.
064926     MOVE FB01-WS-PND-IMAGE (FB01-WS-PND-SUB)
064927         TO FB01-PND-TRANS-IMAGE.
064928     WRITE FB01-PNN-RECORD FROM FB01-PENDING-RECORD.
064929     ADD 1 TO FB01-WS-PND-CARRIED.
064930 7210-EXIT.
064931     EXIT.
064932*
065000******************************************************************
065100*    7500-SUMMARY  --  CONTROL TOTALS, AND A NONZERO RETURN      *
065200*                       CODE WHEN ANY TRANSACTION OR APPROVAL    *
065300*                       WAS REJECTED SO THE SCHEDULER HOLDS THE  *
065310*                       CATALOG STEP, AND A WARNING CODE WHEN    *
065320*                       PENDING ITEMS EXPIRED                    *
065400******************************************************************
065500 7500-SUMMARY.
065600     MOVE SPACES                  TO FB01-MAINT-LINE.
067300     MOVE "VALUE: "               TO FB01-MP-S-LIT.
067400     MOVE FB01-WS-TRANS-REJECTED  TO FB01-MP-S-VALUE.
067500     WRITE FB01-MAINT-LINE.
067501     MOVE SPACES                  TO FB01-MAINT-LINE.
067502     MOVE "TRANSACTIONS HELD"     TO FB01-MP-S-LABEL.
067503     MOVE "VALUE: "               TO FB01-MP-S-LIT.
067504     MOVE FB01-WS-TRANS-HELD      TO FB01-MP-S-VALUE.
067505     WRITE FB01-MAINT-LINE.
067506     MOVE SPACES                  TO FB01-MAINT-LINE.
067507     MOVE "PENDING ITEMS READ"    TO FB01-MP-S-LABEL.
067508     MOVE "VALUE: "               TO FB01-MP-S-LIT.
067509     MOVE FB01-WS-PND-READ        TO FB01-MP-S-VALUE.
067510     WRITE FB01-MAINT-LINE.
067511     MOVE SPACES                  TO FB01-MAINT-LINE.
067512     MOVE "APPROVALS READ"        TO FB01-MP-S-LABEL.
067513     MOVE "VALUE: "               TO FB01-MP-S-LIT.
067514     MOVE FB01-WS-APPR-READ       TO FB01-MP-S-VALUE.
067515     WRITE FB01-MAINT-LINE.
067516     MOVE SPACES                  TO FB01-MAINT-LINE.
067517     MOVE "APPROVALS ACCEPTED"    TO FB01-MP-S-LABEL.
067518     MOVE "VALUE: "               TO FB01-MP-S-LIT.
067519     MOVE FB01-WS-APPR-ACCEPTED   TO FB01-MP-S-VALUE.
067520     WRITE FB01-MAINT-LINE.
067521     MOVE SPACES                  TO FB01-MAINT-LINE.
067522     MOVE "APPROVALS REJECTED"    TO FB01-MP-S-LABEL.
067523     MOVE "VALUE: "               TO FB01-MP-S-LIT.
067524     MOVE FB01-WS-APPR-REJECTED   TO FB01-MP-S-VALUE.
067525     WRITE FB01-MAINT-LINE.
067526     MOVE SPACES                  TO FB01-MAINT-LINE.
067527     MOVE "PENDING ITEMS DECLINED" TO FB01-MP-S-LABEL.
067528     MOVE "VALUE: "               TO FB01-MP-S-LIT.
067529     MOVE FB01-WS-PND-DECLINED    TO FB01-MP-S-VALUE.
067530     WRITE FB01-MAINT-LINE.
067531     MOVE SPACES                  TO FB01-MAINT-LINE.
067532     MOVE "PENDING ITEMS EXPIRED" TO FB01-MP-S-LABEL.
067533     MOVE "VALUE: "               TO FB01-MP-S-LIT.
067534     MOVE FB01-WS-PND-EXPIRED     TO FB01-MP-S-VALUE.
067535     WRITE FB01-MAINT-LINE.
067536     MOVE SPACES                  TO FB01-MAINT-LINE.
067537     MOVE "PENDING ITEMS CARRIED" TO FB01-MP-S-LABEL.
067538     MOVE "VALUE: "               TO FB01-MP-S-LIT.
067539     MOVE FB01-WS-PND-CARRIED     TO FB01-MP-S-VALUE.
067540     WRITE FB01-MAINT-LINE.
067600     MOVE SPACES                  TO FB01-MAINT-LINE.
067700     MOVE "MASTER ROWS AFTER"     TO FB01-MP-S-LABEL.
067800     MOVE "VALUE: "               TO FB01-MP-S-LIT.
068500     DISPLAY "  TRANSACTIONS APPLIED. . . . ." FB01-WS-EDIT-TOTAL.
068600     MOVE FB01-WS-TRANS-REJECTED  TO FB01-WS-EDIT-TOTAL.
068700     DISPLAY "  TRANSACTIONS REJECTED . . . ." FB01-WS-EDIT-TOTAL.
068701     MOVE FB01-WS-TRANS-HELD      TO FB01-WS-EDIT-TOTAL.
068702     DISPLAY "  TRANSACTIONS HELD . . . . . ." FB01-WS-EDIT-TOTAL.
068703     MOVE FB01-WS-PND-READ        TO FB01-WS-EDIT-TOTAL.
068704     DISPLAY "  PENDING ITEMS READ. . . . . ." FB01-WS-EDIT-TOTAL.
068705     MOVE FB01-WS-APPR-READ       TO FB01-WS-EDIT-TOTAL.
068706     DISPLAY "  APPROVALS READ. . . . . . . ." FB01-WS-EDIT-TOTAL.
068707     MOVE FB01-WS-APPR-ACCEPTED   TO FB01-WS-EDIT-TOTAL.
068708     DISPLAY "  APPROVALS ACCEPTED. . . . . ." FB01-WS-EDIT-TOTAL.
068709     MOVE FB01-WS-APPR-REJECTED   TO FB01-WS-EDIT-TOTAL.
068710     DISPLAY "  APPROVALS REJECTED. . . . . ." FB01-WS-EDIT-TOTAL.
068711     MOVE FB01-WS-PND-DECLINED    TO FB01-WS-EDIT-TOTAL.
068712     DISPLAY "  PENDING ITEMS DECLINED. . . ." FB01-WS-EDIT-TOTAL.
068713     MOVE FB01-WS-PND-EXPIRED     TO FB01-WS-EDIT-TOTAL.
068714     DISPLAY "  PENDING ITEMS EXPIRED . . . ." FB01-WS-EDIT-TOTAL.
068715     MOVE FB01-WS-PND-CARRIED     TO FB01-WS-EDIT-TOTAL.
068716     DISPLAY "  PENDING ITEMS CARRIED . . . ." FB01-WS-EDIT-TOTAL.
068800     IF FB01-WS-TRANS-REJECTED > ZERO
068850         AND RETURN-CODE < 8
068900         MOVE 8 TO RETURN-CODE
069000     END-IF.
069010     IF FB01-WS-APPR-REJECTED > ZERO
069020         AND RETURN-CODE < 8
069030         MOVE 8 TO RETURN-CODE
069040     END-IF.
069050     IF FB01-WS-PND-EXPIRED > ZERO
069060         AND RETURN-CODE = ZERO
069070         MOVE 4 TO RETURN-CODE
069080     END-IF.
069100 7500-EXIT.
069200     EXIT.
069300*
069800     IF FB01-WS-TRANS-PRESENT
069900         CLOSE TRANS-FILE
070000     END-IF.
070010     IF FB01-WS-APPR-PRESENT
070020         CLOSE APPROVAL-FILE
070030     END-IF.
070100     CLOSE REPORT-FILE.
070200 9000-EXIT.
070300     EXIT.
