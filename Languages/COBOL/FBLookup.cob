001100*                FBINDEX IS OPENED ON THE FIRST LOOKUP, HELD    *
001200*                OPEN ACROSS CALLS, AND CLOSED BY A FUNC "C"    *
001300*                CALL AT CALLER SHUTDOWN.                       *
001310*                A CALLER THAT PASSES A REQUESTER ID GETS ONLY  *
001320*                THE ANSWERS THE FBENTL ENTITLEMENT MASTER      *
001330*                ALLOWS THAT REQUESTER TO SEE.                  *
001400*                                                                *
001500******************************************************************
001600 IDENTIFICATION DIVISION.
002791*                  WHETHER THE LIVE FILE OR THE ARCHIVE          *
002792*                  ANSWERED.  A MISSING FBIXARC SIMPLY LEAVES    *
002793*                  THE KEY NOT FOUND, AS BEFORE.                 *
002794* 10/15/2026 RLK   NEW BROWSE FUNCTIONS "B" AND "N" RETURN A     *
002795*                  PAGE OF UP TO 50 ENTRIES FROM A STARTING      *
002796*                  NUM, IN KEY ORDER ACROSS THE LIVE FBINDEX     *
002797*                  AND THE FBIXARC ARCHIVE, WITH OPTIONAL LABEL  *
002798*                  AND RULE SET ID FILTERS, FOR THE FBINQURY     *
002799*                  RANGE REQUEST.                                *
002800* 10/15/2026 RLK   A CALLER MAY NOW PASS A REQUESTER ID IN THE   *
002801*                  NEW FB01-LKP-REQUESTER FIELD.  EVERY LOOKUP   *
002802*                  AND BROWSE ANSWER IS THEN CHECKED AGAINST THE *
002803*                  FBENTL REQUESTER ENTITLEMENT MASTER:  A       *
002804*                  LOOKUP THE REQUESTER MAY NOT SEE COMES BACK   *
002805*                  STATUS 97 WITH A DENY CODE, AND A BROWSE      *
002806*                  PASSES OVER AND COUNTS THE ENTRIES IT MAY NOT *
002807*                  SEE.  A BLANK REQUESTER IS NOT CHECKED, AS    *
002808*                  BEFORE.                                       *
002809* 10/15/2026 RLK   A BROWSE NOW HOLDS FBIXARC OPEN AT ITS READ   *
002810*                  POSITION FROM ONE PAGE TO THE NEXT INSTEAD OF *
002811*                  RESCANNING THE ARCHIVE FOR EVERY PAGE, AND    *
002812*                  STOPS AT THE NEW OPTIONAL FB01-LKP-END-NUM.   *
002813*                  THE BROWSE FUNCTIONS AND THE REQUESTER CHECK  *
002814*                  NOW TOUCH THE EXTENDED PARAMETER AREA ONLY    *
002815*                  WHEN THE CALLER SETS THE NEW                  *
002816*                  FB01-LKP-LAYOUT-V2 MARKER, SO A CALLER BUILT  *
002817*                  ON THE SHORT AREA IS SAFE.                    *
002899******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.         IBM-370.
003910     SELECT ARCHIVE-FILE  ASSIGN TO FBIXARC
003920         ORGANIZATION IS SEQUENTIAL
003930         FILE STATUS IS FB01-WS-IXARC-FILE-STATUS.
003940     SELECT ENTITLEMENT-FILE ASSIGN TO FBENTL
003950         ORGANIZATION IS SEQUENTIAL
003960         FILE STATUS IS FB01-WS-ENTL-FILE-STATUS.
004000*
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  INDEXED-FILE
004400     LABEL RECORDS ARE STANDARD.
004500     COPY FB01IX.
004501*
004502 FD  ENTITLEMENT-FILE
004503     RECORDING MODE IS F
004504     LABEL RECORDS ARE STANDARD.
004505     COPY FB01EN.
004510*
004520******************************************************************
004530*    SAME LAYOUT AS FB01IX, RENAMED SO THE LIVE INDEX AND THE    *
005000 77  FB01-WS-INDEX-FILE-STATUS    PIC X(02) VALUE SPACES.
005100 77  FB01-WS-INDEX-OPEN-SW        PIC X(01) VALUE "N".
005200     88  FB01-WS-INDEX-OPEN       VALUE "Y".
005201 77  FB01-WS-ENTL-FILE-STATUS     PIC X(02) VALUE SPACES.
005202 77  FB01-WS-ENTL-EOF-SW          PIC X(01) VALUE "N".
005203     88  FB01-WS-ENTL-EOF         VALUE "Y".
005204 77  FB01-WS-ENTL-LOADED-SW       PIC X(01) VALUE "N".
005205     88  FB01-WS-ENTL-LOADED      VALUE "Y".
005206 77  FB01-WS-ENTL-MISSING-SW      PIC X(01) VALUE "N".
005207     88  FB01-WS-ENTL-MISSING     VALUE "Y".
005208 77  FB01-WS-ENTL-COUNT           PIC 9(03) COMP-3 VALUE ZERO.
005209 77  FB01-WS-ENTL-SUB             PIC 9(03) COMP-3 VALUE ZERO.
005210 77  FB01-WS-IXARC-FILE-STATUS    PIC X(02) VALUE SPACES.
005220 77  FB01-WS-IXARC-EOF-SW         PIC X(01) VALUE "N".
005230     88  FB01-WS-IXARC-EOF        VALUE "Y".
005240 77  FB01-WS-ARC-FOUND-SW         PIC X(01) VALUE "N".
005250     88  FB01-WS-ARC-FOUND        VALUE "Y".
005251 77  FB01-WS-BRW-START-KEY        PIC 9(09) VALUE ZERO.
005252 77  FB01-WS-BRW-RESUME-KEY       PIC 9(10) COMP-3 VALUE ZERO.
005253 77  FB01-WS-BRW-DONE-SW          PIC X(01) VALUE "Y".
005254     88  FB01-WS-BRW-DONE         VALUE "Y".
005255 77  FB01-WS-BRW-MAX              PIC 9(03) COMP-3 VALUE ZERO.
005256 77  FB01-WS-BRW-STOP-SW          PIC X(01) VALUE "N".
005257     88  FB01-WS-BRW-STOP         VALUE "Y".
005258 77  FB01-WS-LIVE-EOF-SW          PIC X(01) VALUE "N".
005259     88  FB01-WS-LIVE-EOF         VALUE "Y".
005260 77  FB01-WS-TAKE-LIVE-SW         PIC X(01) VALUE "N".
005261     88  FB01-WS-TAKE-LIVE        VALUE "Y".
005262 77  FB01-WS-BRW-END-KEY          PIC 9(09) VALUE ZERO.
005263 77  FB01-WS-BRW-ARC-OPEN-SW      PIC X(01) VALUE "N".
005264     88  FB01-WS-BRW-ARC-OPEN     VALUE "Y".
005265 77  FB01-WS-BRW-ARC-EOF-SW       PIC X(01) VALUE "Y".
005266     88  FB01-WS-BRW-ARC-EOF      VALUE "Y".
005267 77  FB01-WS-BRW-ARC-HELD-SW      PIC X(01) VALUE "N".
005268     88  FB01-WS-BRW-ARC-HELD     VALUE "Y".
005269 77  FB01-WS-BRW-ARC-NEXT-KEY     PIC 9(10) COMP-3 VALUE ZERO.
005270*
005271******************************************************************
005272*    BROWSE ARCHIVE POSITION -- THE FBIXARC ENTRY THE BROWSE IS  *
005273*    HELD AT, THE LOWEST ONE NOT YET MERGED WITH THE LIVE FILE.  *
005274*    FBARCHIV WRITES THE ARCHIVE IN KEY ORDER FROM ITS           *
005275*    SEQUENTIAL SWEEP OF FBINDEX, SO A BROWSE READS IT FORWARD   *
005276*    ONCE AND KEEPS ITS PLACE FROM ONE PAGE TO THE NEXT.         *
005277******************************************************************
005278 01  FB01-WS-BRW-ARC-ENTRY.
005279     05  FB01-WS-BAE-NUM          PIC 9(09) VALUE ZERO.
005280     05  FB01-WS-BAE-LABEL        PIC X(10) VALUE SPACES.
005281     05  FB01-WS-BAE-SET-ID       PIC X(08) VALUE SPACES.
005282*
005283******************************************************************
005284*    REQUESTER ENTITLEMENT GRANTS FROM THE FBENTL MASTER,        *
005285*    LOADED ON THE FIRST CALL THAT CARRIES A REQUESTER ID AND    *
005286*    HELD FOR THE LIFE OF THE CALLER                             *
005287******************************************************************
005288 01  FB01-WS-ENTL-TABLE.
005289     05  FB01-WS-ENTL-ENTRY OCCURS 200 TIMES.
005290         10  FB01-WS-ENT-REQUESTER   PIC X(08).
005291         10  FB01-WS-ENT-LOW-NUM     PIC 9(09).
005292         10  FB01-WS-ENT-HIGH-NUM    PIC 9(09).
005293         10  FB01-WS-ENT-SET-ID      PIC X(08).
005294         10  FB01-WS-ENT-ACTIVE-DATE PIC 9(08).
005295         10  FB01-WS-ENT-EXPIRY-DATE PIC 9(08).
005300*
005301******************************************************************
005302*    ENTITLEMENT CHECK WORK AREA -- THE NUM AND RULE SET ID      *
005303*    BEING CHECKED, WHAT THE GRANT SCAN SAW, AND THE VERDICT     *
005304******************************************************************
005305 01  FB01-WS-CHECK-AREA.
005306     05  FB01-WS-CHECK-SW            PIC X(01) VALUE "N".
005307         88  FB01-WS-CHECK-ON        VALUE "Y".
005308     05  FB01-WS-CHK-RUN-DATE        PIC 9(08) VALUE ZERO.
005309     05  FB01-WS-CHK-NUM             PIC 9(09) VALUE ZERO.
005310     05  FB01-WS-CHK-SET-ID          PIC X(08) VALUE SPACES.
005311     05  FB01-WS-CHK-DENY-CODE       PIC X(02) VALUE SPACES.
005312     05  FB01-WS-CHK-ALLOWED-SW      PIC X(01) VALUE "N".
005313         88  FB01-WS-CHK-ALLOWED     VALUE "Y".
005314     05  FB01-WS-CHK-REQ-SW          PIC X(01) VALUE "N".
005315         88  FB01-WS-CHK-REQ-SEEN    VALUE "Y".
005316     05  FB01-WS-CHK-ACTIVE-SW       PIC X(01) VALUE "N".
005317         88  FB01-WS-CHK-ACTIVE-SEEN VALUE "Y".
005318     05  FB01-WS-CHK-EXPIRED-SW      PIC X(01) VALUE "N".
005319         88  FB01-WS-CHK-EXPIRED-SEEN
005320                                     VALUE "Y".
005321     05  FB01-WS-CHK-RANGE-SW        PIC X(01) VALUE "N".
005322         88  FB01-WS-CHK-RANGE-SEEN  VALUE "Y".
005323*
005400 LINKAGE SECTION.
005500     COPY FB01LP.
005600*
006220     MOVE SPACES TO FB01-LKP-SOURCE-SW.
006300     MOVE "N"    TO FB01-LKP-FOUND-SW.
006400     MOVE "00"   TO FB01-LKP-STATUS.
006410     IF FB01-LKP-LAYOUT-V2
006420         MOVE SPACES TO FB01-LKP-DENY-CODE
006430         MOVE ZERO   TO FB01-LKP-BROWSE-DENIED
006440     END-IF.
006500     IF FB01-LKP-FUNC-CLOSE
006600         PERFORM 2000-CLOSE-INDEX THRU 2000-EXIT
006700         GOBACK
006800     END-IF.
006900     IF NOT FB01-LKP-FUNC-LOOKUP
006910         AND NOT FB01-LKP-FUNC-BROWSE
006920         AND NOT FB01-LKP-FUNC-NEXT
007000         DISPLAY "FBLOOKUP: INVALID FUNCTION CODE "
007100                 FB01-LKP-FUNC
007200         MOVE "99" TO FB01-LKP-STATUS
007300         GOBACK
007400     END-IF.
007401     IF NOT FB01-LKP-FUNC-LOOKUP
007402         AND NOT FB01-LKP-LAYOUT-V2
007403         DISPLAY "FBLOOKUP: FUNCTION " FB01-LKP-FUNC
007404                 " NEEDS THE EXTENDED PARAMETER AREA"
007405         MOVE "99" TO FB01-LKP-STATUS
007406         GOBACK
007407     END-IF.
007410     IF FB01-LKP-FUNC-NEXT
007420         PERFORM 5050-RESUME-BROWSE THRU 5050-EXIT
007430         IF FB01-WS-BRW-DONE
007440             GOBACK
007450         END-IF
007460     ELSE
007500         IF FB01-LKP-NUM IS NOT NUMERIC
007600             MOVE "99" TO FB01-LKP-STATUS
007700             GOBACK
007710         END-IF
007720         MOVE FB01-LKP-NUM TO FB01-WS-BRW-START-KEY
007800     END-IF.
007810     IF NOT FB01-LKP-FUNC-LOOKUP
007820         AND FB01-LKP-BROWSE-MAX IS NOT NUMERIC
007830         MOVE ZERO TO FB01-LKP-BROWSE-COUNT
007840         MOVE "99" TO FB01-LKP-STATUS
007850         GOBACK
007860     END-IF.
007861     MOVE "N" TO FB01-WS-CHECK-SW.
007862     IF FB01-LKP-LAYOUT-V2
007863         IF FB01-LKP-REQUESTER NOT = SPACES
007864             AND FB01-LKP-REQUESTER NOT = LOW-VALUES
007865             MOVE "Y" TO FB01-WS-CHECK-SW
007866         END-IF
007867     END-IF.
007868     IF FB01-WS-CHECK-ON
007869         AND NOT FB01-WS-ENTL-LOADED
007870         PERFORM 6000-LOAD-ENTITLEMENTS THRU 6000-EXIT
007871     END-IF.
007900     IF NOT FB01-WS-INDEX-OPEN
008000         PERFORM 1000-OPEN-INDEX THRU 1000-EXIT
008100     END-IF.
008200     IF NOT FB01-WS-INDEX-OPEN
008300         GOBACK
008400     END-IF.
008500     IF FB01-LKP-FUNC-LOOKUP
008510         PERFORM 3000-READ-INDEX THRU 3000-EXIT
008520     ELSE
008530         PERFORM 5000-BROWSE THRU 5000-EXIT
008531         IF FB01-LKP-STATUS = "23"
008532             AND FB01-LKP-BROWSE-DENIED > ZERO
008533             AND NOT FB01-LKP-BROWSE-END
008534             MOVE "00" TO FB01-LKP-STATUS
008535         END-IF
008540     END-IF.
008600     GOBACK.
008700*
008800******************************************************************
010300     EXIT.
010400*
010500******************************************************************
010600*    2000-CLOSE-INDEX  --  CALLER SHUTDOWN.  ALSO RELEASES AN    *
010610*                           ARCHIVE A BROWSE IS HOLDING OPEN     *
010700******************************************************************
010800 2000-CLOSE-INDEX.
010900     IF FB01-WS-INDEX-OPEN
011000         CLOSE INDEXED-FILE
011100         MOVE "N" TO FB01-WS-INDEX-OPEN-SW
011200     END-IF.
011210     IF FB01-WS-BRW-ARC-OPEN
011220         CLOSE ARCHIVE-FILE
011230         MOVE "N" TO FB01-WS-BRW-ARC-OPEN-SW
011240     END-IF.
011300 2000-EXIT.
011400     EXIT.
011500*
012000     MOVE FB01-LKP-NUM TO FB01-IDX-NUM.
012100     READ INDEXED-FILE
012200         INVALID KEY
012210             IF FB01-WS-BRW-ARC-OPEN
012220                 CLOSE ARCHIVE-FILE
012230                 MOVE "N" TO FB01-WS-BRW-ARC-OPEN-SW
012240             END-IF
012300             PERFORM 4000-SEARCH-ARCHIVE THRU 4000-EXIT
012500         NOT INVALID KEY
012600             MOVE FB01-IDX-LABEL TO FB01-LKP-LABEL
012700             MOVE "Y"  TO FB01-LKP-FOUND-SW
012800             MOVE "00" TO FB01-LKP-STATUS
012900     END-READ.
012910     IF FB01-WS-CHECK-ON
012920         PERFORM 6100-CHECK-LOOKUP THRU 6100-EXIT
012930     END-IF.
013000 3000-EXIT.
013100     EXIT.
013110*
013130*    4000-SEARCH-ARCHIVE  --  THE KEY IS NOT ON THE LIVE INDEX.  *
013140*                              SCAN THE FBIXARC ARCHIVE FOR IT   *
013150*                              FRONT TO BACK.  THE ARCHIVE IS    *
013160*                              OPENED AND CLOSED PER MISS; A     *
013170*                              BROWSE HOLDING IT OPEN HAS BEEN   *
013180*                              RELEASED BY 3000-READ-INDEX.      *
013190******************************************************************
013191 4000-SEARCH-ARCHIVE.
013192     MOVE "N" TO FB01-WS-ARC-FOUND-SW.
013229     END-READ.
013230 4100-EXIT.
013231     EXIT.
013232*
013234******************************************************************
013236*    5000-BROWSE  --  ONE PAGE OF ENTRIES FROM THE BROWSE START  *
013238*                      KEY, MERGED IN KEY ORDER FROM THE LIVE    *
013240*                      FILE, READ FORWARD FROM THE START KEY,    *
013242*                      AND FBIXARC, READ FORWARD FROM WHERE THE  *
013244*                      BROWSE IS HELD.  "B" POSITIONS THE        *
013246*                      ARCHIVE AFRESH; "N" CARRIES ON FROM THE   *
013248*                      HELD ENTRY UNLESS A LOOKUP HAS SINCE      *
013250*                      RELEASED IT.                              *
013252******************************************************************
013254 5000-BROWSE.
013256     MOVE ZERO TO FB01-LKP-BROWSE-COUNT.
013258     MOVE "N"  TO FB01-LKP-BROWSE-END-SW.
013260     MOVE "N"  TO FB01-WS-BRW-STOP-SW.
013262     MOVE "N"  TO FB01-WS-LIVE-EOF-SW.
013264     MOVE "N"  TO FB01-WS-BRW-DONE-SW.
013266     MOVE FB01-LKP-BROWSE-MAX TO FB01-WS-BRW-MAX.
013268     IF FB01-WS-BRW-MAX = ZERO
013270         OR FB01-WS-BRW-MAX > 50
013272         MOVE 50 TO FB01-WS-BRW-MAX
013274     END-IF.
013276     MOVE FB01-WS-BRW-START-KEY TO FB01-WS-BRW-RESUME-KEY.
013278     IF FB01-LKP-FUNC-BROWSE
013280         MOVE 999999999 TO FB01-WS-BRW-END-KEY
013282         IF FB01-LKP-END-NUM IS NUMERIC
013284             AND FB01-LKP-END-NUM > ZERO
013286             MOVE FB01-LKP-END-NUM TO FB01-WS-BRW-END-KEY
013288         END-IF
013290         PERFORM 5100-POSITION-ARCHIVE THRU 5100-EXIT
013292     ELSE
013294         IF NOT FB01-WS-BRW-ARC-OPEN
013296             PERFORM 5100-POSITION-ARCHIVE THRU 5100-EXIT
013298         END-IF
013300     END-IF.
013302     IF FB01-LKP-STATUS NOT = "00"
013304         SET FB01-WS-BRW-DONE TO TRUE
013306         GO TO 5000-EXIT
013308     END-IF.
013310     MOVE FB01-WS-BRW-START-KEY TO FB01-IDX-NUM.
013312     START INDEXED-FILE
013314         KEY IS NOT LESS THAN FB01-IDX-NUM
013316         INVALID KEY
013318             SET FB01-WS-LIVE-EOF TO TRUE
013320     END-START.
013322     IF NOT FB01-WS-LIVE-EOF
013324         PERFORM 5300-READ-LIVE-NEXT THRU 5300-EXIT
013326     END-IF.
013328     PERFORM 5400-MERGE-ONE-ENTRY THRU 5400-EXIT
013330         UNTIL FB01-WS-BRW-STOP.
013332     IF FB01-LKP-STATUS NOT = "00"
013334         SET FB01-WS-BRW-DONE TO TRUE
013336         GO TO 5000-EXIT
013338     END-IF.
013340     IF FB01-LKP-BROWSE-COUNT > ZERO
013342         MOVE "Y"  TO FB01-LKP-FOUND-SW
013344     ELSE
013346         MOVE "N"  TO FB01-LKP-FOUND-SW
013348         MOVE "23" TO FB01-LKP-STATUS
013350     END-IF.
013352 5000-EXIT.
013354     EXIT.
013356*
013358******************************************************************
013360*    5050-RESUME-BROWSE  --  FUNC "N".  PICK UP PAST THE LAST    *
013362*                             KEY THE PREVIOUS PAGE EXAMINED, OR *
013364*                             RETURN AN EMPTY PAGE WHEN THE      *
013366*                             PREVIOUS PAGE REACHED THE END      *
013368******************************************************************
013370 5050-RESUME-BROWSE.
013372     IF FB01-WS-BRW-RESUME-KEY > 999999999
013374         SET FB01-WS-BRW-DONE TO TRUE
013376     END-IF.
013378     IF FB01-WS-BRW-DONE
013380         MOVE ZERO TO FB01-LKP-BROWSE-COUNT
013382         MOVE "Y"  TO FB01-LKP-BROWSE-END-SW
013384         MOVE "23" TO FB01-LKP-STATUS
013386         GO TO 5050-EXIT
013388     END-IF.
013390     MOVE FB01-WS-BRW-RESUME-KEY TO FB01-WS-BRW-START-KEY.
013392 5050-EXIT.
013394     EXIT.
013396*
013398******************************************************************
013400*    5100-POSITION-ARCHIVE  --  OPEN FBIXARC AND READ FORWARD TO *
013402*                                THE FIRST ENTRY AT OR AFTER THE *
013404*                                BROWSE START KEY.  A MISSING    *
013406*                                ARCHIVE LEAVES THE BROWSE TO    *
013408*                                THE LIVE FILE ALONE.            *
013410******************************************************************
013412 5100-POSITION-ARCHIVE.
013414     IF FB01-WS-BRW-ARC-OPEN
013416         CLOSE ARCHIVE-FILE
013418         MOVE "N" TO FB01-WS-BRW-ARC-OPEN-SW
013420     END-IF.
013422     SET FB01-WS-BRW-ARC-EOF TO TRUE.
013424     MOVE ZERO TO FB01-WS-BRW-ARC-NEXT-KEY.
013426     OPEN INPUT ARCHIVE-FILE.
013428     IF FB01-WS-IXARC-FILE-STATUS = "35"
013430         GO TO 5100-EXIT
013432     END-IF.
013434     IF FB01-WS-IXARC-FILE-STATUS NOT = "00"
013436         DISPLAY "FBLOOKUP: FBIXARC OPEN FAILED, STATUS "
013438                 FB01-WS-IXARC-FILE-STATUS
013440         MOVE FB01-WS-IXARC-FILE-STATUS TO FB01-LKP-STATUS
013442         GO TO 5100-EXIT
013444     END-IF.
013446     SET FB01-WS-BRW-ARC-OPEN TO TRUE.
013448     MOVE "N" TO FB01-WS-BRW-ARC-EOF-SW.
013450     PERFORM 5200-NEXT-ARCHIVE THRU 5200-EXIT.
013452 5100-EXIT.
013454     EXIT.
013456*
013458******************************************************************
013460*    5200-NEXT-ARCHIVE  --  ADVANCE THE HELD ARCHIVE ENTRY TO    *
013462*                            THE NEXT ONE AT OR AFTER THE START  *
013464*                            KEY.  AT END OF FILE, OR PAST THE   *
013466*                            END KEY, THE ARCHIVE SIDE OF THE    *
013468*                            MERGE IS SPENT.                     *
013470******************************************************************
013472 5200-NEXT-ARCHIVE.
013474     MOVE "N" TO FB01-WS-BRW-ARC-HELD-SW.
013476     PERFORM 5210-READ-ARCHIVE-NEXT THRU 5210-EXIT
013478         UNTIL FB01-WS-BRW-ARC-EOF
013480            OR FB01-WS-BRW-ARC-HELD.
013482 5200-EXIT.
013484     EXIT.
013486*
013488******************************************************************
013490*    5210-READ-ARCHIVE-NEXT  --  ONE FBIXARC RECORD.  A KEY NOT  *
013492*                                 ABOVE THE ONE BEFORE IT IS OUT *
013494*                                 OF ORDER AND IS PASSED OVER    *
013496*                                 WITH A WARNING.                *
013498******************************************************************
013500 5210-READ-ARCHIVE-NEXT.
013502     READ ARCHIVE-FILE
013504         AT END
013506             SET FB01-WS-BRW-ARC-EOF TO TRUE
013508             GO TO 5210-EXIT
013510     END-READ.
013512     IF FB01-IXA-NUM IS NOT NUMERIC
013514         GO TO 5210-EXIT
013516     END-IF.
013518     IF FB01-IXA-NUM < FB01-WS-BRW-ARC-NEXT-KEY
013520         DISPLAY "FBLOOKUP: FBIXARC KEY " FB01-IXA-NUM
013522                 " OUT OF KEY ORDER, PASSED OVER"
013524         GO TO 5210-EXIT
013526     END-IF.
013528     COMPUTE FB01-WS-BRW-ARC-NEXT-KEY = FB01-IXA-NUM + 1.
013530     IF FB01-IXA-NUM < FB01-WS-BRW-START-KEY
013532         GO TO 5210-EXIT
013534     END-IF.
013536     IF FB01-IXA-NUM > FB01-WS-BRW-END-KEY
013538         SET FB01-WS-BRW-ARC-EOF TO TRUE
013540         GO TO 5210-EXIT
013542     END-IF.
013544     MOVE FB01-IXA-NUM         TO FB01-WS-BAE-NUM.
013546     MOVE FB01-IXA-LABEL       TO FB01-WS-BAE-LABEL.
013548     MOVE FB01-IXA-RULE-SET-ID TO FB01-WS-BAE-SET-ID.
013550     SET FB01-WS-BRW-ARC-HELD TO TRUE.
013552 5210-EXIT.
013554     EXIT.
013556*
013558******************************************************************
013560*    5300-READ-LIVE-NEXT  --  NEXT LIVE FBINDEX KEY, UNFILTERED, *
013562*                              SO A LIVE KEY ALWAYS SUPPRESSES   *
013564*                              ITS ARCHIVED COPY.  A KEY PAST    *
013566*                              THE END KEY ENDS THE LIVE SIDE.   *
013568******************************************************************
013570 5300-READ-LIVE-NEXT.
013572     READ INDEXED-FILE NEXT RECORD
013574         AT END
013576             SET FB01-WS-LIVE-EOF TO TRUE
013578     END-READ.
013580     IF FB01-WS-INDEX-FILE-STATUS NOT = "00"
013582         AND FB01-WS-INDEX-FILE-STATUS NOT = "10"
013584         DISPLAY "FBLOOKUP: FBINDEX BROWSE FAILED, STATUS "
013586                 FB01-WS-INDEX-FILE-STATUS
013588         MOVE FB01-WS-INDEX-FILE-STATUS TO FB01-LKP-STATUS
013590         SET FB01-WS-LIVE-EOF TO TRUE
013592         SET FB01-WS-BRW-STOP TO TRUE
013594     END-IF.
013596     IF NOT FB01-WS-LIVE-EOF
013598         AND FB01-IDX-NUM > FB01-WS-BRW-END-KEY
013600         SET FB01-WS-LIVE-EOF TO TRUE
013602     END-IF.
013604 5300-EXIT.
013606     EXIT.
013608*
013610******************************************************************
013612*    5400-MERGE-ONE-ENTRY  --  TAKE THE LOWER OF THE CURRENT     *
013614*                               LIVE KEY AND THE HELD ARCHIVE    *
013616*                               KEY.  ON A TIE THE LIVE ENTRY    *
013618*                               WINS AND THE ARCHIVED COPY IS    *
013620*                               PASSED OVER.  THE PAGE STOPS     *
013622*                               WHEN FULL OR WHEN BOTH SIDES ARE *
013624*                               SPENT.                           *
013626******************************************************************
013628 5400-MERGE-ONE-ENTRY.
013630     IF FB01-WS-LIVE-EOF
013632         AND FB01-WS-BRW-ARC-EOF
013634         MOVE "Y" TO FB01-LKP-BROWSE-END-SW
013636         SET FB01-WS-BRW-DONE TO TRUE
013638         SET FB01-WS-BRW-STOP TO TRUE
013640         GO TO 5400-EXIT
013642     END-IF.
013644     MOVE "N" TO FB01-WS-TAKE-LIVE-SW.
013646     IF FB01-WS-BRW-ARC-EOF
013648         MOVE "Y" TO FB01-WS-TAKE-LIVE-SW
013650     ELSE
013652         IF NOT FB01-WS-LIVE-EOF
013654             AND FB01-IDX-NUM NOT > FB01-WS-BAE-NUM
013656             MOVE "Y" TO FB01-WS-TAKE-LIVE-SW
013658         END-IF
013660     END-IF.
013662     IF FB01-WS-TAKE-LIVE
013664         COMPUTE FB01-WS-BRW-RESUME-KEY = FB01-IDX-NUM + 1
013666         IF NOT FB01-WS-BRW-ARC-EOF
013668             AND FB01-IDX-NUM = FB01-WS-BAE-NUM
013670             PERFORM 5200-NEXT-ARCHIVE THRU 5200-EXIT
013672         END-IF
013674         PERFORM 5410-TAKE-LIVE-ENTRY THRU 5410-EXIT
013676         PERFORM 5300-READ-LIVE-NEXT THRU 5300-EXIT
013678     ELSE
013680         COMPUTE FB01-WS-BRW-RESUME-KEY = FB01-WS-BAE-NUM + 1
013682         PERFORM 5420-TAKE-ARCHIVE-ENTRY THRU 5420-EXIT
013684         PERFORM 5200-NEXT-ARCHIVE THRU 5200-EXIT
013686     END-IF.
013688     IF FB01-LKP-BROWSE-COUNT = FB01-WS-BRW-MAX
013690         SET FB01-WS-BRW-STOP TO TRUE
013692         IF FB01-WS-LIVE-EOF
013694             AND FB01-WS-BRW-ARC-EOF
013696             MOVE "Y" TO FB01-LKP-BROWSE-END-SW
013698             SET FB01-WS-BRW-DONE TO TRUE
013700         END-IF
013702     END-IF.
013704 5400-EXIT.
013706     EXIT.
013708*
013710******************************************************************
013712*    5410-TAKE-LIVE-ENTRY  --  THE CURRENT LIVE ENTRY GOES       *
013714*                               ON THE PAGE IF IT PASSES THE     *
013716*                               FILTERS AND THE REQUESTER MAY    *
013718*                               SEE IT.  ONE THE REQUESTER MAY   *
013720*                               NOT SEE IS COUNTED AS WITHHELD.  *
013722******************************************************************
013724 5410-TAKE-LIVE-ENTRY.
013726     IF FB01-LKP-FILTER-LABEL NOT = SPACES
013728         AND FB01-IDX-LABEL NOT = FB01-LKP-FILTER-LABEL
013730         GO TO 5410-EXIT
013732     END-IF.
013734     IF FB01-LKP-FILTER-SET-ID NOT = SPACES
013736         AND FB01-IDX-RULE-SET-ID NOT = FB01-LKP-FILTER-SET-ID
013738         GO TO 5410-EXIT
013740     END-IF.
013742     IF FB01-WS-CHECK-ON
013744         MOVE FB01-IDX-NUM         TO FB01-WS-CHK-NUM
013746         MOVE FB01-IDX-RULE-SET-ID TO FB01-WS-CHK-SET-ID
013748         PERFORM 6200-CHECK-ENTITLEMENT THRU 6200-EXIT
013750         IF NOT FB01-WS-CHK-ALLOWED
013752             ADD 1 TO FB01-LKP-BROWSE-DENIED
013754             GO TO 5410-EXIT
013756         END-IF
013758     END-IF.
013760     ADD 1 TO FB01-LKP-BROWSE-COUNT.
013762     MOVE FB01-IDX-NUM
013764         TO FB01-LKP-BRW-NUM (FB01-LKP-BROWSE-COUNT).
013766     MOVE FB01-IDX-LABEL
013768         TO FB01-LKP-BRW-LABEL (FB01-LKP-BROWSE-COUNT).
013770     MOVE FB01-IDX-RULE-SET-ID TO
013772         FB01-LKP-BRW-RULE-SET-ID (FB01-LKP-BROWSE-COUNT).
013774     MOVE "L"
013776         TO FB01-LKP-BRW-SOURCE-SW (FB01-LKP-BROWSE-COUNT).
013778 5410-EXIT.
013780     EXIT.
013782*
013784******************************************************************
013786*    5420-TAKE-ARCHIVE-ENTRY  --  THE HELD ARCHIVE ENTRY GOES ON *
013788*                                  THE PAGE IF IT PASSES THE     *
013790*                                  FILTERS AND THE REQUESTER MAY *
013792*                                  SEE IT, OR IS COUNTED AS      *
013794*                                  WITHHELD.                     *
013796******************************************************************
013798 5420-TAKE-ARCHIVE-ENTRY.
013800     IF FB01-LKP-FILTER-LABEL NOT = SPACES
013802         AND FB01-WS-BAE-LABEL NOT = FB01-LKP-FILTER-LABEL
013804         GO TO 5420-EXIT
013806     END-IF.
013808     IF FB01-LKP-FILTER-SET-ID NOT = SPACES
013810         AND FB01-WS-BAE-SET-ID NOT = FB01-LKP-FILTER-SET-ID
013812         GO TO 5420-EXIT
013814     END-IF.
013816     IF FB01-WS-CHECK-ON
013818         MOVE FB01-WS-BAE-NUM    TO FB01-WS-CHK-NUM
013820         MOVE FB01-WS-BAE-SET-ID TO FB01-WS-CHK-SET-ID
013822         PERFORM 6200-CHECK-ENTITLEMENT THRU 6200-EXIT
013824         IF NOT FB01-WS-CHK-ALLOWED
013826             ADD 1 TO FB01-LKP-BROWSE-DENIED
013828             GO TO 5420-EXIT
013830         END-IF
013832     END-IF.
013834     ADD 1 TO FB01-LKP-BROWSE-COUNT.
013836     MOVE FB01-WS-BAE-NUM
013838         TO FB01-LKP-BRW-NUM (FB01-LKP-BROWSE-COUNT).
013840     MOVE FB01-WS-BAE-LABEL
013842         TO FB01-LKP-BRW-LABEL (FB01-LKP-BROWSE-COUNT).
013844     MOVE FB01-WS-BAE-SET-ID TO
013846         FB01-LKP-BRW-RULE-SET-ID (FB01-LKP-BROWSE-COUNT).
013848     MOVE "A"
013850         TO FB01-LKP-BRW-SOURCE-SW (FB01-LKP-BROWSE-COUNT).
013852 5420-EXIT.
013854     EXIT.
014180*
014190******************************************************************
014200*    6000-LOAD-ENTITLEMENTS  --  TABLE THE FBENTL GRANTS ON THE  *
014210*                                 FIRST CALL THAT CARRIES A      *
014220*                                 REQUESTER ID.  A MISSING OR    *
014230*                                 UNREADABLE FBENTL DENIES EVERY *
014240*                                 REQUESTER RATHER THAN LET THEM *
014250*                                 ALL THROUGH.                   *
014260******************************************************************
014270 6000-LOAD-ENTITLEMENTS.
014280     SET FB01-WS-ENTL-LOADED TO TRUE.
014290     ACCEPT FB01-WS-CHK-RUN-DATE FROM DATE YYYYMMDD.
014300     MOVE ZERO TO FB01-WS-ENTL-COUNT.
014310     MOVE "N"  TO FB01-WS-ENTL-EOF-SW.
014320     OPEN INPUT ENTITLEMENT-FILE.
014330     IF FB01-WS-ENTL-FILE-STATUS NOT = "00"
014340         DISPLAY "FBLOOKUP: FBENTL OPEN FAILED, STATUS "
014350                 FB01-WS-ENTL-FILE-STATUS
014360                 ", EVERY REQUESTER DENIED"
014370         SET FB01-WS-ENTL-MISSING TO TRUE
014380         GO TO 6000-EXIT
014390     END-IF.
014400     PERFORM 6010-READ-ENTITLEMENT THRU 6010-EXIT
014410         UNTIL FB01-WS-ENTL-EOF.
014420     CLOSE ENTITLEMENT-FILE.
014430 6000-EXIT.
014440     EXIT.
014450*
014460******************************************************************
014470*    6010-READ-ENTITLEMENT  --  ONE GRANT.  A GRANT WITH A BAD   *
014480*                                NUM RANGE OR DATE, OR PAST THE  *
014490*                                TABLE LIMIT, IS LEFT OUT, SO IT *
014500*                                GRANTS NOTHING.                 *
014510******************************************************************
014520 6010-READ-ENTITLEMENT.
014530     READ ENTITLEMENT-FILE
014540         AT END
014550             SET FB01-WS-ENTL-EOF TO TRUE
014560             GO TO 6010-EXIT
014570     END-READ.
014580     IF FB01-ENT-LOW-NUM IS NOT NUMERIC
014590         OR FB01-ENT-HIGH-NUM IS NOT NUMERIC
014600         OR FB01-ENT-ACTIVE-DATE IS NOT NUMERIC
014610         OR FB01-ENT-EXPIRY-DATE IS NOT NUMERIC
014620         OR FB01-ENT-LOW-NUM > FB01-ENT-HIGH-NUM
014630         DISPLAY "FBLOOKUP: BAD FBENTL GRANT FOR REQUESTER "
014640                 FB01-ENT-REQUESTER " IGNORED"
014650         GO TO 6010-EXIT
014660     END-IF.
014670     IF FB01-WS-ENTL-COUNT = 200
014680         DISPLAY "FBLOOKUP: FBENTL TABLE FULL, GRANT FOR "
014690                 FB01-ENT-REQUESTER " IGNORED"
014700         GO TO 6010-EXIT
014710     END-IF.
014720     ADD 1 TO FB01-WS-ENTL-COUNT.
014730     MOVE FB01-ENT-REQUESTER
014740         TO FB01-WS-ENT-REQUESTER (FB01-WS-ENTL-COUNT).
014750     MOVE FB01-ENT-LOW-NUM
014760         TO FB01-WS-ENT-LOW-NUM (FB01-WS-ENTL-COUNT).
014770     MOVE FB01-ENT-HIGH-NUM
014780         TO FB01-WS-ENT-HIGH-NUM (FB01-WS-ENTL-COUNT).
014790     MOVE FB01-ENT-RULE-SET-ID
014800         TO FB01-WS-ENT-SET-ID (FB01-WS-ENTL-COUNT).
014810     MOVE FB01-ENT-ACTIVE-DATE
014820         TO FB01-WS-ENT-ACTIVE-DATE (FB01-WS-ENTL-COUNT).
014830     MOVE FB01-ENT-EXPIRY-DATE
014840         TO FB01-WS-ENT-EXPIRY-DATE (FB01-WS-ENTL-COUNT).
014850 6010-EXIT.
014860     EXIT.
014870*
014880******************************************************************
014890*    6100-CHECK-LOOKUP  --  A FOUND KEY IS CHECKED WITH ITS RULE *
014900*                            SET ID, A MISSING ONE ON ITS NUM    *
014910*                            ALONE.  A DENIED ANSWER IS BLANKED  *
014920*                            AND RETURNED AS STATUS "97" SO THE  *
014930*                            REQUESTER LEARNS NOTHING ABOUT THE  *
014940*                            KEY, NOT EVEN WHETHER IT EXISTS.    *
014950******************************************************************
014960 6100-CHECK-LOOKUP.
014970     IF FB01-LKP-STATUS NOT = "00"
014980         AND FB01-LKP-STATUS NOT = "23"
014990         GO TO 6100-EXIT
015000     END-IF.
015010     MOVE FB01-LKP-NUM         TO FB01-WS-CHK-NUM.
015020     MOVE FB01-LKP-RULE-SET-ID TO FB01-WS-CHK-SET-ID.
015030     PERFORM 6200-CHECK-ENTITLEMENT THRU 6200-EXIT.
015040     IF FB01-WS-CHK-ALLOWED
015050         GO TO 6100-EXIT
015060     END-IF.
015070     MOVE SPACES TO FB01-LKP-LABEL.
015080     MOVE SPACES TO FB01-LKP-RULE-SET-ID.
015090     MOVE SPACES TO FB01-LKP-SOURCE-SW.
015100     MOVE "N"    TO FB01-LKP-FOUND-SW.
015110     MOVE "97"   TO FB01-LKP-STATUS.
015120     MOVE FB01-WS-CHK-DENY-CODE TO FB01-LKP-DENY-CODE.
015130 6100-EXIT.
015140     EXIT.
015150*
015160******************************************************************
015170*    6200-CHECK-ENTITLEMENT  --  MAY THE REQUESTER SEE THE CHECK *
015180*                                 NUM UNDER THE CHECK SET ID?  A *
015190*                                 BLANK SET ID (A KEY NOT ON     *
015200*                                 FILE) PASSES ANY SET.  ON A    *
015210*                                 DENIAL THE DENY CODE NAMES THE *
015220*                                 CLOSEST THE REQUESTER CAME.    *
015230******************************************************************
015240 6200-CHECK-ENTITLEMENT.
015250     MOVE "N"    TO FB01-WS-CHK-ALLOWED-SW.
015260     MOVE "N"    TO FB01-WS-CHK-REQ-SW.
015270     MOVE "N"    TO FB01-WS-CHK-ACTIVE-SW.
015280     MOVE "N"    TO FB01-WS-CHK-EXPIRED-SW.
015290     MOVE "N"    TO FB01-WS-CHK-RANGE-SW.
015300     MOVE SPACES TO FB01-WS-CHK-DENY-CODE.
015310     IF FB01-WS-ENTL-MISSING
015320         MOVE "NM" TO FB01-WS-CHK-DENY-CODE
015330         GO TO 6200-EXIT
015340     END-IF.
015350     PERFORM 6210-CHECK-ONE-GRANT THRU 6210-EXIT
015360         VARYING FB01-WS-ENTL-SUB FROM 1 BY 1
015370         UNTIL FB01-WS-ENTL-SUB > FB01-WS-ENTL-COUNT
015380            OR FB01-WS-CHK-ALLOWED.
015390     IF FB01-WS-CHK-ALLOWED
015400         GO TO 6200-EXIT
015410     END-IF.
015420     IF NOT FB01-WS-CHK-REQ-SEEN
015430         MOVE "NR" TO FB01-WS-CHK-DENY-CODE
015440         GO TO 6200-EXIT
015450     END-IF.
015460     IF NOT FB01-WS-CHK-ACTIVE-SEEN
015470         IF FB01-WS-CHK-EXPIRED-SEEN
015480             MOVE "EX" TO FB01-WS-CHK-DENY-CODE
015490         ELSE
015500             MOVE "NA" TO FB01-WS-CHK-DENY-CODE
015510         END-IF
015520         GO TO 6200-EXIT
015530     END-IF.
015540     IF NOT FB01-WS-CHK-RANGE-SEEN
015550         MOVE "RG" TO FB01-WS-CHK-DENY-CODE
015560     ELSE
015570         MOVE "ST" TO FB01-WS-CHK-DENY-CODE
015580     END-IF.
015590 6200-EXIT.
015600     EXIT.
015610*
015620******************************************************************
015630*    6210-CHECK-ONE-GRANT  --  ONE GRANT: THE REQUESTER'S, IN    *
015640*                               FORCE TODAY, COVERING THE NUM,   *
015650*                               FOR THE SET                      *
015660******************************************************************
015670 6210-CHECK-ONE-GRANT.
015680     IF FB01-WS-ENT-REQUESTER (FB01-WS-ENTL-SUB)
015690         NOT = FB01-LKP-REQUESTER
015700         GO TO 6210-EXIT
015710     END-IF.
015720     SET FB01-WS-CHK-REQ-SEEN TO TRUE.
015730     IF FB01-WS-ENT-ACTIVE-DATE (FB01-WS-ENTL-SUB)
015740         > FB01-WS-CHK-RUN-DATE
015750         GO TO 6210-EXIT
015760     END-IF.
015770     IF FB01-WS-ENT-EXPIRY-DATE (FB01-WS-ENTL-SUB) NOT = ZERO
015780         AND FB01-WS-ENT-EXPIRY-DATE (FB01-WS-ENTL-SUB)
015790             < FB01-WS-CHK-RUN-DATE
015800         SET FB01-WS-CHK-EXPIRED-SEEN TO TRUE
015810         GO TO 6210-EXIT
015820     END-IF.
015830     SET FB01-WS-CHK-ACTIVE-SEEN TO TRUE.
015840     IF FB01-WS-CHK-NUM < FB01-WS-ENT-LOW-NUM (FB01-WS-ENTL-SUB)
015850         OR FB01-WS-CHK-NUM
015860            > FB01-WS-ENT-HIGH-NUM (FB01-WS-ENTL-SUB)
015870         GO TO 6210-EXIT
015880     END-IF.
015890     SET FB01-WS-CHK-RANGE-SEEN TO TRUE.
015900     IF FB01-WS-ENT-SET-ID (FB01-WS-ENTL-SUB) NOT = SPACES
015910         AND FB01-WS-CHK-SET-ID NOT = SPACES
015920         AND FB01-WS-CHK-SET-ID
015930             NOT = FB01-WS-ENT-SET-ID (FB01-WS-ENTL-SUB)
015940         GO TO 6210-EXIT
015950     END-IF.
015960     SET FB01-WS-CHK-ALLOWED TO TRUE.
015970 6210-EXIT.
015980     EXIT.
