001400*                FBINDEX ARE ALSO WRITTEN TO FBREQTX IN FB01TX  *
001500*                TRANSACTION FORMAT, READY TO FEED A FIZZBUZZ   *
001600*                REPROCESS RUN.                                 *
001610*                EVERY REQUEST IS CHECKED AGAINST THE FBENTL    *
001620*                REQUESTER ENTITLEMENT MASTER THROUGH FBLOOKUP; *
001630*                ONE THE REQUESTER MAY NOT SEE IS ANSWERED      *
001640*                "NOT ENTITLED" AND LISTED, BY REQUESTER, ON    *
001650*                THE FBSVRPT SECURITY VIOLATION REPORT.         *
001651*                AT THE END OF THE RUN ONE USAGE RECORD PER     *
001652*                REQUESTER -- REQUESTS RECEIVED, FOUND LIVE,    *
001653*                FOUND IN THE ARCHIVE, NOT FOUND AND EXTRACTED  *
001654*                -- IS APPENDED TO THE FBUSAGE LEDGER FOR THE   *
001655*                MONTH-END FBCHGBCK CHARGEBACK RUN.             *
001700*                                                                *
001800******************************************************************
001900 IDENTIFICATION DIVISION.
002800* DATE       INIT  DESCRIPTION                                  *
002900*----------------------------------------------------------------*
003000* 09/02/2026 RLK   ORIGINAL VERSION.                             *
003010* 10/15/2026 RLK   NEW RANGE REQUEST TYPE ON FBREQIN -- A START  *
003020*                  AND END NUM WITH AN OPTIONAL LABEL AND RULE   *
003030*                  SET ID FILTER -- ANSWERED WITH EVERY MATCHING *
003040*                  LIVE OR ARCHIVED ENTRY THROUGH THE NEW        *
003050*                  FBLOOKUP BROWSE FUNCTIONS.                    *
003060* 10/15/2026 RLK   EVERY REQUEST NOW CARRIES ITS REQUESTER ID    *
003061*                  INTO FBLOOKUP, WHICH CHECKS IT AGAINST THE    *
003062*                  NEW FBENTL REQUESTER ENTITLEMENT MASTER.  A   *
003063*                  DENIED REQUEST, OR ONE WITH NO REQUESTER ID,  *
003064*                  IS ANSWERED WITH THE NEW "NOT ENTITLED"       *
003065*                  DISPOSITION, AND A RANGE REQUEST HAS THE      *
003066*                  ENTRIES IT MAY NOT SEE WITHHELD.  EVERY       *
003067*                  DENIAL IS LISTED BY REQUESTER ON THE NEW      *
003068*                  FBSVRPT SECURITY VIOLATION REPORT.            *
003069* 10/15/2026 RLK   AT THE END OF THE RUN EACH REQUESTER'S        *
003070*                  VOLUMES -- REQUESTS RECEIVED, FOUND LIVE,     *
003071*                  FOUND IN THE ARCHIVE, NOT FOUND AND EXTRACTED *
003072*                  -- ARE APPENDED TO THE NEW FBUSAGE USAGE      *
003073*                  LEDGER FOR THE MONTH-END FBCHGBCK CHARGEBACK  *
003074*                  RUN.                                          *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT REPORT-FILE   ASSIGN TO FBQRPT
004900         ORGANIZATION IS SEQUENTIAL.
004910     SELECT VIOLATION-FILE ASSIGN TO FBSVRPT
004920         ORGANIZATION IS SEQUENTIAL.
004930     SELECT USAGE-FILE    ASSIGN TO FBUSAGE
004940         ORGANIZATION IS SEQUENTIAL
004950         FILE STATUS IS FB01-WS-USG-FILE-STATUS.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600     COPY FB01QL.
007610*
007620 FD  VIOLATION-FILE
007630     RECORDING MODE IS F
007640     LABEL RECORDS ARE STANDARD.
007650     COPY FB01SV.
007651*
007652 FD  USAGE-FILE
007653     RECORDING MODE IS F
007654     LABEL RECORDS ARE STANDARD.
007655     COPY FB01UL.
007700 WORKING-STORAGE SECTION.
007800******************************************************************
007900*    STANDALONE COUNTERS AND SWITCHES                            *
009200 77  FB01-WS-TOTAL-INVALID        PIC 9(09) COMP-3 VALUE ZERO.
009300 77  FB01-WS-TOTAL-ERRORS         PIC 9(09) COMP-3 VALUE ZERO.
009400 77  FB01-WS-TOTAL-EXTRACTED      PIC 9(09) COMP-3 VALUE ZERO.
009410 77  FB01-WS-TOTAL-RANGE-REQS     PIC 9(09) COMP-3 VALUE ZERO.
009420 77  FB01-WS-TOTAL-RANGE-MATCHES  PIC 9(09) COMP-3 VALUE ZERO.
009430 77  FB01-WS-TOTAL-NO-MATCH       PIC 9(09) COMP-3 VALUE ZERO.
009440 77  FB01-WS-RANGE-MATCHES        PIC 9(09) COMP-3 VALUE ZERO.
009450 77  FB01-WS-RANGE-DONE-SW        PIC X(01) VALUE "N".
009460     88  FB01-WS-RANGE-DONE       VALUE "Y".
009470 77  FB01-WS-BRW-SUB              PIC 9(03) COMP-3 VALUE ZERO.
009480 77  FB01-WS-ANSWER-NUM           PIC X(09) VALUE SPACES.
009481 77  FB01-WS-TOTAL-NOT-ENTITLED   PIC 9(09) COMP-3 VALUE ZERO.
009482 77  FB01-WS-TOTAL-WITHHELD       PIC 9(09) COMP-3 VALUE ZERO.
009483 77  FB01-WS-TOTAL-VIOLATIONS     PIC 9(09) COMP-3 VALUE ZERO.
009484 77  FB01-WS-VIO-NOT-LISTED       PIC 9(09) COMP-3 VALUE ZERO.
009485 77  FB01-WS-RANGE-DENIED         PIC 9(09) COMP-3 VALUE ZERO.
009486 77  FB01-WS-VIO-COUNT            PIC 9(03) COMP-3 VALUE ZERO.
009487 77  FB01-WS-VIO-SUB              PIC 9(03) COMP-3 VALUE ZERO.
009488 77  FB01-WS-VIO-INNER-SUB        PIC 9(03) COMP-3 VALUE ZERO.
009489 77  FB01-WS-VIO-REQ-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
009490 77  FB01-WS-VIO-REQUESTER        PIC X(08) VALUE SPACES.
009491 77  FB01-WS-DENY-REASON          PIC X(30) VALUE SPACES.
009492 77  FB01-WS-USG-FILE-STATUS      PIC X(02) VALUE SPACES.
009493 77  FB01-WS-USG-COUNT            PIC 9(03) COMP-3 VALUE ZERO.
009494 77  FB01-WS-USG-SUB              PIC 9(03) COMP-3 VALUE ZERO.
009495 77  FB01-WS-USG-FIND-SUB         PIC 9(03) COMP-3 VALUE ZERO.
009496 77  FB01-WS-USG-NOT-RECORDED     PIC 9(09) COMP-3 VALUE ZERO.
009497 77  FB01-WS-USG-WRITTEN          PIC 9(09) COMP-3 VALUE ZERO.
009500 77  FB01-WS-DISPOSITION          PIC X(12) VALUE SPACES.
009600 77  FB01-WS-EDIT-TOTAL           PIC ZZZZZZZZ9.
009700*
009701******************************************************************
009702*    DENIED REQUESTS FOR THE SECURITY VIOLATION REPORT, IN THE   *
009703*    ORDER THEY WERE DENIED.  THE REPORT LISTS THEM GROUPED BY   *
009704*    REQUESTER AT THE END OF THE RUN.                            *
009705******************************************************************
009706 01  FB01-WS-VIO-TABLE.
009707     05  FB01-WS-VIO-ENTRY OCCURS 200 TIMES.
009708         10  FB01-WS-VIO-T-REQUESTER PIC X(08).
009709         10  FB01-WS-VIO-T-NUM       PIC X(09).
009710         10  FB01-WS-VIO-T-END-NUM   PIC X(09).
009711         10  FB01-WS-VIO-T-REASON    PIC X(30).
009712         10  FB01-WS-VIO-T-WITHHELD  PIC 9(09) COMP-3.
009713         10  FB01-WS-VIO-T-LISTED-SW PIC X(01).
009714             88  FB01-WS-VIO-T-LISTED VALUE "Y".
009715*
009716******************************************************************
009717*    USAGE BY REQUESTER FOR THE FBUSAGE LEDGER, IN THE ORDER     *
009718*    EACH REQUESTER WAS FIRST SEEN.  REQUESTS FROM REQUESTERS    *
009719*    PAST THE TABLE LIMIT ARE TALLIED IN THE SPARE LAST ENTRY,   *
009720*    WHICH IS NEVER WRITTEN, AND COUNTED AS NOT RECORDED.        *
009721******************************************************************
009722 01  FB01-WS-USG-TABLE.
009723     05  FB01-WS-USG-ENTRY OCCURS 201 TIMES.
009724         10  FB01-WS-USG-T-REQUESTER PIC X(08).
009725         10  FB01-WS-USG-T-RECEIVED  PIC 9(09) COMP-3.
009726         10  FB01-WS-USG-T-LIVE      PIC 9(09) COMP-3.
009727         10  FB01-WS-USG-T-ARCHIVE   PIC 9(09) COMP-3.
009728         10  FB01-WS-USG-T-NOT-FOUND PIC 9(09) COMP-3.
009729         10  FB01-WS-USG-T-EXTRACTED PIC 9(09) COMP-3.
009730*
009800******************************************************************
009900*    FBLOOKUP CALL PARAMETER AREA                                *
010000******************************************************************
010800     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
010900     PERFORM 5000-PROCESS-REQUESTS THRU 5000-EXIT.
011000     PERFORM 7000-SUMMARY          THRU 7000-EXIT.
011010     PERFORM 7500-SECURITY-REPORT  THRU 7500-EXIT.
011100     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
011200     STOP RUN.
011300*
011800******************************************************************
011900 1000-INITIALIZE.
012000     ACCEPT FB01-WS-RUN-DATE FROM DATE YYYYMMDD.
012010     SET FB01-LKP-LAYOUT-V2 TO TRUE.
012100     OPEN INPUT CONTROL-FILE.
012200     IF FB01-WS-CTL-FILE-STATUS = "35"
012300         DISPLAY "FBINQURY: NO FBQCARD CONTROL CARD, EXTRACT "
015200     MOVE "RUN DATE "          TO FB01-QL-H-DATE-LIT.
015300     MOVE FB01-WS-RUN-DATE     TO FB01-QL-H-RUN-DATE.
015400     WRITE FB01-INQUIRY-LINE.
015410     OPEN OUTPUT VIOLATION-FILE.
015420     MOVE SPACES               TO FB01-VIOLATION-LINE.
015430     MOVE "FBINQURY SECURITY VIOLATION REPORT"
015440                               TO FB01-SV-H-TITLE.
015450     MOVE "RUN DATE "          TO FB01-SV-H-DATE-LIT.
015460     MOVE FB01-WS-RUN-DATE     TO FB01-SV-H-RUN-DATE.
015470     MOVE "JOB "               TO FB01-SV-H-JOB-LIT.
015480     MOVE FB01-WS-JOB-ID       TO FB01-SV-H-JOB-ID.
015490     WRITE FB01-VIOLATION-LINE.
015500 1000-EXIT.
015600     EXIT.
015700*
018100     ADD 1 TO FB01-WS-TOTAL-READ.
018200     MOVE SPACES TO FB01-LKP-LABEL.
018300     MOVE SPACES TO FB01-LKP-RULE-SET-ID.
018301     MOVE ZERO   TO FB01-WS-RANGE-DENIED.
018302     MOVE FB01-QR-REQUESTER TO FB01-LKP-REQUESTER.
018310     MOVE FB01-QR-NUM TO FB01-WS-ANSWER-NUM.
018311     IF FB01-QR-REQUESTER = SPACES
018312         MOVE SPACES TO FB01-LKP-DENY-CODE
018313         PERFORM 5600-DENY-REQUEST THRU 5600-EXIT
018314         GO TO 5100-EXIT
018315     END-IF.
018316     PERFORM 5110-FIND-USAGE THRU 5110-EXIT.
018320     IF FB01-QR-RANGE
018330         PERFORM 5200-PROCESS-RANGE THRU 5200-EXIT
018340         GO TO 5100-EXIT
018350     END-IF.
018400     IF FB01-QR-NUM IS NOT NUMERIC
018500         ADD 1 TO FB01-WS-TOTAL-INVALID
018600         MOVE "INVALID-NUM" TO FB01-WS-DISPOSITION
019000     MOVE "L" TO FB01-LKP-FUNC.
019100     MOVE FB01-QR-NUM TO FB01-LKP-NUM.
019200     CALL "FBLOOKUP" USING FB01-LOOKUP-PARMS.
019210     IF FB01-LKP-STATUS = "97"
019220         PERFORM 5600-DENY-REQUEST THRU 5600-EXIT
019230         GO TO 5100-EXIT
019240     END-IF.
019300     IF FB01-LKP-FOUND
019400         ADD 1 TO FB01-WS-TOTAL-ON-FILE
019500         MOVE "ON-FILE" TO FB01-WS-DISPOSITION
019510         IF FB01-LKP-FROM-ARCHIVE
019520             ADD 1 TO FB01-WS-USG-T-ARCHIVE (FB01-WS-USG-SUB)
019530         ELSE
019540             ADD 1 TO FB01-WS-USG-T-LIVE (FB01-WS-USG-SUB)
019550         END-IF
019600     ELSE
019700         IF FB01-LKP-STATUS = "23"
019800             ADD 1 TO FB01-WS-TOTAL-NOT-ON-FILE
019900             MOVE "NOT-ON-FILE" TO FB01-WS-DISPOSITION
019910             ADD 1 TO FB01-WS-USG-T-NOT-FOUND (FB01-WS-USG-SUB)
020000             IF FB01-WS-EXTRACT-YES
020100                 PERFORM 5300-WRITE-EXTRACT THRU 5300-EXIT
020200             END-IF
021000     PERFORM 5400-WRITE-ANSWER THRU 5400-EXIT.
021100 5100-EXIT.
021200     EXIT.
021201*
021202******************************************************************
021203*    5110-FIND-USAGE  --  POINT AT THE REQUESTER'S USAGE ENTRY,  *
021204*                          ADDING ONE THE FIRST TIME THE         *
021205*                          REQUESTER IS SEEN, AND COUNT THE      *
021206*                          REQUEST RECEIVED                      *
021207******************************************************************
021208 5110-FIND-USAGE.
021209     MOVE ZERO TO FB01-WS-USG-SUB.
021210     PERFORM 5120-MATCH-USAGE THRU 5120-EXIT
021211         VARYING FB01-WS-USG-FIND-SUB FROM 1 BY 1
021212         UNTIL FB01-WS-USG-FIND-SUB > FB01-WS-USG-COUNT
021213            OR FB01-WS-USG-SUB > ZERO.
021214     IF FB01-WS-USG-SUB = ZERO
021215         IF FB01-WS-USG-COUNT = 200
021216             MOVE 201 TO FB01-WS-USG-SUB
021217             ADD 1 TO FB01-WS-USG-NOT-RECORDED
021218         ELSE
021219             ADD 1 TO FB01-WS-USG-COUNT
021220             MOVE FB01-WS-USG-COUNT TO FB01-WS-USG-SUB
021221         END-IF
021222         MOVE FB01-QR-REQUESTER
021223             TO FB01-WS-USG-T-REQUESTER (FB01-WS-USG-SUB)
021224         MOVE ZERO TO FB01-WS-USG-T-RECEIVED  (FB01-WS-USG-SUB)
021225         MOVE ZERO TO FB01-WS-USG-T-LIVE      (FB01-WS-USG-SUB)
021226         MOVE ZERO TO FB01-WS-USG-T-ARCHIVE   (FB01-WS-USG-SUB)
021227         MOVE ZERO TO FB01-WS-USG-T-NOT-FOUND (FB01-WS-USG-SUB)
021228         MOVE ZERO TO FB01-WS-USG-T-EXTRACTED (FB01-WS-USG-SUB)
021229     END-IF.
021230     ADD 1 TO FB01-WS-USG-T-RECEIVED (FB01-WS-USG-SUB).
021231 5110-EXIT.
021232     EXIT.
021233*
021234******************************************************************
021235*    5120-MATCH-USAGE                                            *
021236******************************************************************
021237 5120-MATCH-USAGE.
021238     IF FB01-WS-USG-T-REQUESTER (FB01-WS-USG-FIND-SUB)
021239         = FB01-QR-REQUESTER
021240         MOVE FB01-WS-USG-FIND-SUB TO FB01-WS-USG-SUB
021241     END-IF.
021242 5120-EXIT.
021243     EXIT.
021250*
021251******************************************************************
021252*    5200-PROCESS-RANGE  --  ONE RANGE REQUEST: BROWSE FROM THE  *
021253*                             START NUM TO THE END NUM A PAGE AT *
021254*                             A TIME AND ANSWER EVERY ENTRY THAT *
021255*                             PASSES THE FILTERS.  FBLOOKUP IS   *
021256*                             GIVEN THE END NUM, SO THE BROWSE   *
021257*                             ENDS THERE AND ONLY ENTRIES INSIDE *
021258*                             THE RANGE ARE COUNTED AS WITHHELD. *
021259*                             ENTRIES THE REQUESTER MAY NOT SEE  *
021260*                             ARE LOGGED AS ONE VIOLATION FOR    *
021261*                             THE RANGE.                         *
021262******************************************************************
021263 5200-PROCESS-RANGE.
021264     ADD 1 TO FB01-WS-TOTAL-RANGE-REQS.
021265     IF FB01-QR-NUM IS NOT NUMERIC
021266         OR FB01-QR-END-NUM IS NOT NUMERIC
021267         OR FB01-QR-NUM > FB01-QR-END-NUM
021268         ADD 1 TO FB01-WS-TOTAL-INVALID
021269         MOVE "INVALID-RNG" TO FB01-WS-DISPOSITION
021270         PERFORM 5400-WRITE-ANSWER THRU 5400-EXIT
021271         GO TO 5200-EXIT
021272     END-IF.
021273     MOVE ZERO TO FB01-WS-RANGE-MATCHES.
021274     MOVE ZERO TO FB01-WS-RANGE-DENIED.
021275     MOVE "N"  TO FB01-WS-RANGE-DONE-SW.
021276     MOVE "B"  TO FB01-LKP-FUNC.
021277     MOVE FB01-QR-NUM           TO FB01-LKP-NUM.
021278     MOVE FB01-QR-END-NUM       TO FB01-LKP-END-NUM.
021279     MOVE ZERO                  TO FB01-LKP-BROWSE-MAX.
021280     MOVE FB01-QR-FILTER-LABEL  TO FB01-LKP-FILTER-LABEL.
021281     MOVE FB01-QR-FILTER-SET-ID TO FB01-LKP-FILTER-SET-ID.
021282     PERFORM 5210-BROWSE-ONE-PAGE THRU 5210-EXIT
021283         UNTIL FB01-WS-RANGE-DONE.
021284     IF FB01-WS-RANGE-DENIED > ZERO
021285         ADD FB01-WS-RANGE-DENIED TO FB01-WS-TOTAL-WITHHELD
021286         MOVE "RANGE ENTRIES WITHHELD" TO FB01-WS-DENY-REASON
021287         PERFORM 5500-LOG-VIOLATION THRU 5500-EXIT
021288     END-IF.
021289     IF FB01-WS-RANGE-MATCHES = ZERO
021290         AND FB01-WS-DISPOSITION NOT = "LOOKUP-ERROR"
021291         MOVE FB01-QR-NUM TO FB01-WS-ANSWER-NUM
021292         MOVE SPACES      TO FB01-LKP-LABEL
021293         MOVE SPACES      TO FB01-LKP-RULE-SET-ID
021294         IF FB01-WS-RANGE-DENIED > ZERO
021295             ADD 1 TO FB01-WS-TOTAL-NOT-ENTITLED
021296             MOVE "NOT ENTITLED" TO FB01-WS-DISPOSITION
021297         ELSE
021298             ADD 1 TO FB01-WS-TOTAL-NO-MATCH
021299             MOVE "NO-MATCH"  TO FB01-WS-DISPOSITION
021300             ADD 1 TO FB01-WS-USG-T-NOT-FOUND (FB01-WS-USG-SUB)
021301         END-IF
021302         PERFORM 5400-WRITE-ANSWER THRU 5400-EXIT
021303     END-IF.
021304 5200-EXIT.
021305     EXIT.
021306*
021307******************************************************************
021308*    5210-BROWSE-ONE-PAGE  --  ONE FBLOOKUP BROWSE PAGE.  THE    *
021309*                               FIRST CALL IS FUNC "B", EVERY    *
021310*                               LATER ONE FUNC "N".  THE RANGE   *
021311*                               IS DONE WHEN FBLOOKUP REPORTS    *
021312*                               THE BROWSE PAST THE END NUM,     *
021313*                               WHETHER OR NOT THE LAST PAGE     *
021314*                               CARRIED ANY ENTRIES.             *
021315******************************************************************
021316 5210-BROWSE-ONE-PAGE.
021317     MOVE SPACES TO FB01-WS-DISPOSITION.
021318     CALL "FBLOOKUP" USING FB01-LOOKUP-PARMS.
021319     ADD FB01-LKP-BROWSE-DENIED TO FB01-WS-RANGE-DENIED.
021320     IF FB01-LKP-STATUS = "23"
021321         SET FB01-WS-RANGE-DONE TO TRUE
021322         GO TO 5210-EXIT
021323     END-IF.
021324     IF FB01-LKP-STATUS NOT = "00"
021325         ADD 1 TO FB01-WS-TOTAL-ERRORS
021326         MOVE "LOOKUP-ERROR" TO FB01-WS-DISPOSITION
021327         DISPLAY "FBINQURY: FBLOOKUP STATUS "
021328                 FB01-LKP-STATUS " FOR RANGE FROM " FB01-QR-NUM
021329         MOVE FB01-QR-NUM TO FB01-WS-ANSWER-NUM
021330         PERFORM 5400-WRITE-ANSWER THRU 5400-EXIT
021331         SET FB01-WS-RANGE-DONE TO TRUE
021332         GO TO 5210-EXIT
021333     END-IF.
021334     PERFORM 5220-ANSWER-ONE-ENTRY THRU 5220-EXIT
021335         VARYING FB01-WS-BRW-SUB FROM 1 BY 1
021336         UNTIL FB01-WS-BRW-SUB > FB01-LKP-BROWSE-COUNT
021337            OR FB01-WS-RANGE-DONE.
021338     IF FB01-LKP-BROWSE-END
021339         SET FB01-WS-RANGE-DONE TO TRUE
021340     END-IF.
021341     MOVE "N" TO FB01-LKP-FUNC.
021342 5210-EXIT.
021343     EXIT.
021344*
021345******************************************************************
021346*    5220-ANSWER-ONE-ENTRY  --  ONE BROWSE ENTRY.  AN ENTRY PAST *
021347*                                THE END NUM, WHICH FBLOOKUP     *
021348*                                SHOULD NOT RETURN, ENDS THE     *
021349*                                RANGE.                          *
021350******************************************************************
021351 5220-ANSWER-ONE-ENTRY.
021352     IF FB01-LKP-BRW-NUM (FB01-WS-BRW-SUB) > FB01-QR-END-NUM
021353         SET FB01-WS-RANGE-DONE TO TRUE
021354         GO TO 5220-EXIT
021355     END-IF.
021356     ADD 1 TO FB01-WS-RANGE-MATCHES.
021357     ADD 1 TO FB01-WS-TOTAL-RANGE-MATCHES.
021358     MOVE FB01-LKP-BRW-NUM (FB01-WS-BRW-SUB)
021359         TO FB01-WS-ANSWER-NUM.
021360     MOVE FB01-LKP-BRW-LABEL (FB01-WS-BRW-SUB)
021361         TO FB01-LKP-LABEL.
021362     MOVE FB01-LKP-BRW-RULE-SET-ID (FB01-WS-BRW-SUB)
021363         TO FB01-LKP-RULE-SET-ID.
021364     MOVE "ON-FILE" TO FB01-WS-DISPOSITION.
021365     IF FB01-LKP-BRW-SOURCE-SW (FB01-WS-BRW-SUB) = "A"
021366         ADD 1 TO FB01-WS-USG-T-ARCHIVE (FB01-WS-USG-SUB)
021367     ELSE
021368         ADD 1 TO FB01-WS-USG-T-LIVE (FB01-WS-USG-SUB)
021369     END-IF.
021370     PERFORM 5400-WRITE-ANSWER THRU 5400-EXIT.
021371 5220-EXIT.
021372     EXIT.
021399*
021400******************************************************************
021500*    5300-WRITE-EXTRACT  --  ONE NOT-ON-FILE NUM IN FB01TX       *
021600*                             TRANSACTION FORMAT FOR A FIZZBUZZ  *
022100     MOVE FB01-QR-NUM TO FB01-TRANS-NUM.
022200     WRITE FB01-TRANSACTION-RECORD.
022300     ADD 1 TO FB01-WS-TOTAL-EXTRACTED.
022310     ADD 1 TO FB01-WS-USG-T-EXTRACTED (FB01-WS-USG-SUB).
022400 5300-EXIT.
022500     EXIT.
022600*
023000******************************************************************
023100 5400-WRITE-ANSWER.
023200     MOVE SPACES               TO FB01-RESPONSE-RECORD.
023300     MOVE FB01-WS-ANSWER-NUM   TO FB01-QA-NUM.
023400     MOVE FB01-QR-REQUESTER    TO FB01-QA-REQUESTER.
023500     MOVE FB01-LKP-LABEL       TO FB01-QA-LABEL.
023600     MOVE FB01-LKP-RULE-SET-ID TO FB01-QA-RULE-SET-ID.
023700     MOVE FB01-WS-DISPOSITION  TO FB01-QA-DISPOSITION.
023800     WRITE FB01-RESPONSE-RECORD.
023900     MOVE SPACES               TO FB01-INQUIRY-LINE.
024000     MOVE FB01-WS-ANSWER-NUM   TO FB01-QL-D-NUM.
024100     MOVE FB01-QR-REQUESTER    TO FB01-QL-D-REQUESTER.
024200     MOVE FB01-LKP-LABEL       TO FB01-QL-D-LABEL.
024300     MOVE "SET "               TO FB01-QL-D-SET-LIT.
024700 5400-EXIT.
024800     EXIT.
024900*
024901******************************************************************
024902*    5500-LOG-VIOLATION  --  TABLE ONE DENIAL FOR THE SECURITY   *
024903*                             VIOLATION REPORT.  PAST THE TABLE  *
024904*                             LIMIT A DENIAL IS COUNTED BUT NOT  *
024905*                             LISTED.                            *
024906******************************************************************
024907 5500-LOG-VIOLATION.
024908     ADD 1 TO FB01-WS-TOTAL-VIOLATIONS.
024909     IF FB01-WS-VIO-COUNT = 200
024910         ADD 1 TO FB01-WS-VIO-NOT-LISTED
024911         GO TO 5500-EXIT
024912     END-IF.
024913     ADD 1 TO FB01-WS-VIO-COUNT.
024914     MOVE FB01-QR-REQUESTER
024915         TO FB01-WS-VIO-T-REQUESTER (FB01-WS-VIO-COUNT).
024916     MOVE FB01-QR-NUM
024917         TO FB01-WS-VIO-T-NUM (FB01-WS-VIO-COUNT).
024918     MOVE FB01-WS-DENY-REASON
024919         TO FB01-WS-VIO-T-REASON (FB01-WS-VIO-COUNT).
024920     MOVE "N" TO FB01-WS-VIO-T-LISTED-SW (FB01-WS-VIO-COUNT).
024921     IF FB01-QR-RANGE
024922         MOVE FB01-QR-END-NUM
024923             TO FB01-WS-VIO-T-END-NUM (FB01-WS-VIO-COUNT)
024924         MOVE FB01-WS-RANGE-DENIED
024925             TO FB01-WS-VIO-T-WITHHELD (FB01-WS-VIO-COUNT)
024926     ELSE
024927         MOVE SPACES TO FB01-WS-VIO-T-END-NUM (FB01-WS-VIO-COUNT)
024928         MOVE ZERO   TO FB01-WS-VIO-T-WITHHELD (FB01-WS-VIO-COUNT)
024929     END-IF.
024930 5500-EXIT.
024931     EXIT.
024932*
024933******************************************************************
024934*    5600-DENY-REQUEST  --  ANSWER A REQUEST THE REQUESTER MAY   *
024935*                            NOT SEE "NOT ENTITLED", WITH NO     *
024936*                            LABEL OR SET ID, AND LOG IT WITH    *
024937*                            THE REASON FBLOOKUP GAVE            *
024938******************************************************************
024939 5600-DENY-REQUEST.
024940     ADD 1 TO FB01-WS-TOTAL-NOT-ENTITLED.
024941     MOVE SPACES         TO FB01-LKP-LABEL.
024942     MOVE SPACES         TO FB01-LKP-RULE-SET-ID.
024943     MOVE "NOT ENTITLED" TO FB01-WS-DISPOSITION.
024944     EVALUATE TRUE
024945         WHEN FB01-LKP-DENY-NO-REQUESTER
024946             MOVE "REQUESTER NOT ON MASTER"
024947                 TO FB01-WS-DENY-REASON
024948         WHEN FB01-LKP-DENY-NOT-ACTIVE
024949             MOVE "ENTITLEMENT NOT YET ACTIVE"
024950                 TO FB01-WS-DENY-REASON
024951         WHEN FB01-LKP-DENY-EXPIRED
024952             MOVE "ENTITLEMENT EXPIRED"
024953                 TO FB01-WS-DENY-REASON
024954         WHEN FB01-LKP-DENY-RANGE
024955             MOVE "NUM OUTSIDE GRANTED RANGES"
024956                 TO FB01-WS-DENY-REASON
024957         WHEN FB01-LKP-DENY-RULE-SET
024958             MOVE "RULE SET NOT GRANTED"
024959                 TO FB01-WS-DENY-REASON
024960         WHEN FB01-LKP-DENY-NO-MASTER
024961             MOVE "NO ENTITLEMENT MASTER"
024962                 TO FB01-WS-DENY-REASON
024963         WHEN OTHER
024964             MOVE "NO REQUESTER ID ON REQUEST"
024965                 TO FB01-WS-DENY-REASON
024966     END-EVALUATE.
024967     PERFORM 5500-LOG-VIOLATION THRU 5500-EXIT.
024968     PERFORM 5400-WRITE-ANSWER  THRU 5400-EXIT.
024969 5600-EXIT.
024970     EXIT.
024971*
025000******************************************************************
025100*    7000-SUMMARY  --  CONTROL TOTALS, AND A NONZERO RETURN      *
025200*                       CODE WHEN ANY LOOKUP FAILED OUTRIGHT     *
028200     MOVE "VALUE: "                 TO FB01-QL-S-LIT.
028300     MOVE FB01-WS-TOTAL-EXTRACTED   TO FB01-QL-S-VALUE.
028400     WRITE FB01-INQUIRY-LINE.
028401     MOVE SPACES                    TO FB01-INQUIRY-LINE.
028402     MOVE "NOT ENTITLED"            TO FB01-QL-S-LABEL.
028403     MOVE "VALUE: "                 TO FB01-QL-S-LIT.
028404     MOVE FB01-WS-TOTAL-NOT-ENTITLED TO FB01-QL-S-VALUE.
028405     WRITE FB01-INQUIRY-LINE.
028410     MOVE SPACES                    TO FB01-INQUIRY-LINE.
028420     MOVE "RANGE REQUESTS"          TO FB01-QL-S-LABEL.
028430     MOVE "VALUE: "                 TO FB01-QL-S-LIT.
028440     MOVE FB01-WS-TOTAL-RANGE-REQS  TO FB01-QL-S-VALUE.
028450     WRITE FB01-INQUIRY-LINE.
028460     MOVE SPACES                    TO FB01-INQUIRY-LINE.
028470     MOVE "RANGE MATCHES"           TO FB01-QL-S-LABEL.
028480     MOVE "VALUE: "                 TO FB01-QL-S-LIT.
028490     MOVE FB01-WS-TOTAL-RANGE-MATCHES TO FB01-QL-S-VALUE.
028491     WRITE FB01-INQUIRY-LINE.
028492     MOVE SPACES                    TO FB01-INQUIRY-LINE.
028493     MOVE "RANGES WITH NO MATCH"    TO FB01-QL-S-LABEL.
028494     MOVE "VALUE: "                 TO FB01-QL-S-LIT.
028495     MOVE FB01-WS-TOTAL-NO-MATCH    TO FB01-QL-S-VALUE.
028496     WRITE FB01-INQUIRY-LINE.
028500     DISPLAY "FBINQURY - END OF RUN CONTROL TOTALS FOR JOB "
028600             FB01-WS-JOB-ID.
028700     MOVE FB01-WS-TOTAL-READ        TO FB01-WS-EDIT-TOTAL.
029600     DISPLAY "  LOOKUP ERRORS . . . . . . . ." FB01-WS-EDIT-TOTAL.
029700     MOVE FB01-WS-TOTAL-EXTRACTED   TO FB01-WS-EDIT-TOTAL.
029800     DISPLAY "  EXTRACTED FOR REPROCESS . . ." FB01-WS-EDIT-TOTAL.
029810     MOVE FB01-WS-TOTAL-RANGE-REQS  TO FB01-WS-EDIT-TOTAL.
029820     DISPLAY "  RANGE REQUESTS. . . . . . . ." FB01-WS-EDIT-TOTAL.
029830     MOVE FB01-WS-TOTAL-RANGE-MATCHES TO FB01-WS-EDIT-TOTAL.
029840     DISPLAY "  RANGE MATCHES . . . . . . . ." FB01-WS-EDIT-TOTAL.
029850     MOVE FB01-WS-TOTAL-NO-MATCH    TO FB01-WS-EDIT-TOTAL.
029860     DISPLAY "  RANGES WITH NO MATCH. . . . ." FB01-WS-EDIT-TOTAL.
029861     MOVE FB01-WS-TOTAL-NOT-ENTITLED TO FB01-WS-EDIT-TOTAL.
029862     DISPLAY "  NOT ENTITLED. . . . . . . . ." FB01-WS-EDIT-TOTAL.
029863     MOVE FB01-WS-TOTAL-WITHHELD    TO FB01-WS-EDIT-TOTAL.
029864     DISPLAY "  RANGE ENTRIES WITHHELD. . . ." FB01-WS-EDIT-TOTAL.
029900     IF FB01-WS-TOTAL-ERRORS > ZERO
030000         MOVE 8 TO RETURN-CODE
030100     END-IF.
030110     IF FB01-WS-TOTAL-VIOLATIONS > ZERO
030120         AND RETURN-CODE = ZERO
030130         MOVE 4 TO RETURN-CODE
030140     END-IF.
030200 7000-EXIT.
030300     EXIT.
030400*
030401******************************************************************
030402*    7500-SECURITY-REPORT  --  EVERY DENIAL, GROUPED BY          *
030403*                               REQUESTER IN THE ORDER EACH      *
030404*                               REQUESTER WAS FIRST DENIED, THEN *
030405*                               THE VIOLATION TOTALS             *
030406******************************************************************
030407 7500-SECURITY-REPORT.
030408     PERFORM 7510-LIST-REQUESTER THRU 7510-EXIT
030409         VARYING FB01-WS-VIO-SUB FROM 1 BY 1
030410         UNTIL FB01-WS-VIO-SUB > FB01-WS-VIO-COUNT.
030411     MOVE SPACES                    TO FB01-VIOLATION-LINE.
030412     MOVE "DENIED REQUESTS"         TO FB01-SV-S-LABEL.
030413     MOVE "VALUE: "                 TO FB01-SV-S-LIT.
030414     MOVE FB01-WS-TOTAL-NOT-ENTITLED TO FB01-SV-S-VALUE.
030415     WRITE FB01-VIOLATION-LINE.
030416     MOVE SPACES                    TO FB01-VIOLATION-LINE.
030417     MOVE "RANGE ENTRIES WITHHELD"  TO FB01-SV-S-LABEL.
030418     MOVE "VALUE: "                 TO FB01-SV-S-LIT.
030419     MOVE FB01-WS-TOTAL-WITHHELD    TO FB01-SV-S-VALUE.
030420     WRITE FB01-VIOLATION-LINE.
030421     MOVE SPACES                    TO FB01-VIOLATION-LINE.
030422     MOVE "VIOLATIONS LOGGED"       TO FB01-SV-S-LABEL.
030423     MOVE "VALUE: "                 TO FB01-SV-S-LIT.
030424     MOVE FB01-WS-TOTAL-VIOLATIONS  TO FB01-SV-S-VALUE.
030425     WRITE FB01-VIOLATION-LINE.
030426     MOVE SPACES                    TO FB01-VIOLATION-LINE.
030427     MOVE "VIOLATIONS NOT LISTED"   TO FB01-SV-S-LABEL.
030428     MOVE "VALUE: "                 TO FB01-SV-S-LIT.
030429     MOVE FB01-WS-VIO-NOT-LISTED    TO FB01-SV-S-VALUE.
030430     WRITE FB01-VIOLATION-LINE.
030431     IF FB01-WS-VIO-NOT-LISTED > ZERO
030432         DISPLAY "FBINQURY: VIOLATION TABLE FULL, "
030433                 "SOME DENIALS NOT LISTED ON FBSVRPT"
030434     END-IF.
030435 7500-EXIT.
030436     EXIT.
030437*
030438******************************************************************
030439*    7510-LIST-REQUESTER  --  THE FIRST UNLISTED DENIAL STARTS A *
030440*                              REQUESTER'S GROUP: ITS HEADING,   *
030441*                              EVERY DENIAL FOR THAT REQUESTER   *
030442*                              FROM HERE ON, AND A COUNT         *
030443******************************************************************
030444 7510-LIST-REQUESTER.
030445     IF FB01-WS-VIO-T-LISTED (FB01-WS-VIO-SUB)
030446         GO TO 7510-EXIT
030447     END-IF.
030448     MOVE FB01-WS-VIO-T-REQUESTER (FB01-WS-VIO-SUB)
030449         TO FB01-WS-VIO-REQUESTER.
030450     MOVE ZERO TO FB01-WS-VIO-REQ-COUNT.
030451     MOVE SPACES                    TO FB01-VIOLATION-LINE.
030452     MOVE "REQUESTER "              TO FB01-SV-R-LIT.
030453     MOVE FB01-WS-VIO-REQUESTER     TO FB01-SV-R-REQUESTER.
030454     WRITE FB01-VIOLATION-LINE.
030455     PERFORM 7520-LIST-ONE-DENIAL THRU 7520-EXIT
030456         VARYING FB01-WS-VIO-INNER-SUB FROM FB01-WS-VIO-SUB BY 1
030457         UNTIL FB01-WS-VIO-INNER-SUB > FB01-WS-VIO-COUNT.
030458     MOVE SPACES                    TO FB01-VIOLATION-LINE.
030459     MOVE "DENIALS FOR REQUESTER"   TO FB01-SV-S-LABEL.
030460     MOVE "VALUE: "                 TO FB01-SV-S-LIT.
030461     MOVE FB01-WS-VIO-REQ-COUNT     TO FB01-SV-S-VALUE.
030462     WRITE FB01-VIOLATION-LINE.
030463 7510-EXIT.
030464     EXIT.
030465*
030466******************************************************************
030467*    7520-LIST-ONE-DENIAL  --  ONE DENIAL LINE, IF IT BELONGS TO *
030468*                               THE REQUESTER BEING LISTED       *
030469******************************************************************
030470 7520-LIST-ONE-DENIAL.
030471     IF FB01-WS-VIO-T-REQUESTER (FB01-WS-VIO-INNER-SUB)
030472         NOT = FB01-WS-VIO-REQUESTER
030473         GO TO 7520-EXIT
030474     END-IF.
030475     MOVE SPACES TO FB01-VIOLATION-LINE.
030476     MOVE FB01-WS-VIO-T-NUM (FB01-WS-VIO-INNER-SUB)
030477         TO FB01-SV-D-NUM.
030478     MOVE FB01-WS-VIO-T-END-NUM (FB01-WS-VIO-INNER-SUB)
030479         TO FB01-SV-D-END-NUM.
030480     MOVE FB01-WS-VIO-T-REASON (FB01-WS-VIO-INNER-SUB)
030481         TO FB01-SV-D-REASON.
030482     IF FB01-WS-VIO-T-END-NUM (FB01-WS-VIO-INNER-SUB) NOT = SPACES
030483         MOVE FB01-WS-VIO-T-WITHHELD (FB01-WS-VIO-INNER-SUB)
030484             TO FB01-SV-D-WITHHELD
030485     END-IF.
030486     WRITE FB01-VIOLATION-LINE.
030487     MOVE "Y" TO FB01-WS-VIO-T-LISTED-SW (FB01-WS-VIO-INNER-SUB).
030488     ADD 1 TO FB01-WS-VIO-REQ-COUNT.
030489 7520-EXIT.
030490     EXIT.
030491*
030500******************************************************************
030600*    9000-TERMINATE                                              *
030700******************************************************************
031400         CLOSE EXTRACT-FILE
031500     END-IF.
031600     CLOSE REPORT-FILE.
031610     CLOSE VIOLATION-FILE.
031620     PERFORM 9100-WRITE-USAGE THRU 9100-EXIT.
031700 9000-EXIT.
031800     EXIT.
031810*
031820******************************************************************
031830*    9100-WRITE-USAGE  --  APPEND ONE USAGE RECORD PER REQUESTER *
031840*                           TO THE FBUSAGE LEDGER.  THE FIRST    *
031850*                           RUN AGAINST AN EMPTY LEDGER CREATES  *
031860*                           IT.                                  *
031870******************************************************************
031880 9100-WRITE-USAGE.
031890     OPEN EXTEND USAGE-FILE.
031900     IF FB01-WS-USG-FILE-STATUS = "35"
031910         OPEN OUTPUT USAGE-FILE
031920     END-IF.
031930     IF FB01-WS-USG-FILE-STATUS NOT = "00"
031940         DISPLAY "FBINQURY: FBUSAGE OPEN FAILED, STATUS "
031950                 FB01-WS-USG-FILE-STATUS ", USAGE NOT RECORDED"
031960         IF RETURN-CODE < 8
031970             MOVE 8 TO RETURN-CODE
031980         END-IF
031990         GO TO 9100-EXIT
032000     END-IF.
032010     PERFORM 9110-WRITE-ONE-USAGE THRU 9110-EXIT
032020         VARYING FB01-WS-USG-SUB FROM 1 BY 1
032030         UNTIL FB01-WS-USG-SUB > FB01-WS-USG-COUNT.
032040     CLOSE USAGE-FILE.
032050     MOVE FB01-WS-USG-WRITTEN       TO FB01-WS-EDIT-TOTAL.
032060     DISPLAY "  USAGE RECORDS WRITTEN . . . ." FB01-WS-EDIT-TOTAL.
032070     IF FB01-WS-USG-NOT-RECORDED > ZERO
032080         MOVE FB01-WS-USG-NOT-RECORDED TO FB01-WS-EDIT-TOTAL
032090         DISPLAY "FBINQURY: USAGE TABLE FULL, REQUESTS NOT "
032100                 "RECORDED ON FBUSAGE " FB01-WS-EDIT-TOTAL
032110     END-IF.
032120 9100-EXIT.
032130     EXIT.
032140*
032150******************************************************************
032160*    9110-WRITE-ONE-USAGE                                        *
032170******************************************************************
032180 9110-WRITE-ONE-USAGE.
032190     MOVE SPACES           TO FB01-USAGE-RECORD.
032200     MOVE FB01-WS-RUN-DATE TO FB01-USG-RUN-DATE.
032210     MOVE FB01-WS-JOB-ID   TO FB01-USG-JOB-ID.
032220     MOVE FB01-WS-USG-T-REQUESTER (FB01-WS-USG-SUB)
032230         TO FB01-USG-REQUESTER.
032240     MOVE FB01-WS-USG-T-RECEIVED (FB01-WS-USG-SUB)
032250         TO FB01-USG-RECEIVED.
032260     MOVE FB01-WS-USG-T-LIVE (FB01-WS-USG-SUB)
032270         TO FB01-USG-FOUND-LIVE.
032280     MOVE FB01-WS-USG-T-ARCHIVE (FB01-WS-USG-SUB)
032290         TO FB01-USG-FOUND-ARCH.
032300     MOVE FB01-WS-USG-T-NOT-FOUND (FB01-WS-USG-SUB)
032310         TO FB01-USG-NOT-FOUND.
032320     MOVE FB01-WS-USG-T-EXTRACTED (FB01-WS-USG-SUB)
032330         TO FB01-USG-EXTRACTED.
032340     WRITE FB01-USAGE-RECORD.
032350     ADD 1 TO FB01-WS-USG-WRITTEN.
032360 9110-EXIT.
032370     EXIT.
