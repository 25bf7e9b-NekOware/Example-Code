002800* DATE       INIT  DESCRIPTION                                  *
002900*----------------------------------------------------------------*
003000* 09/02/2026 RLK   ORIGINAL VERSION.                             *
003010* 10/15/2026 RLK   EVERY KEY RELOADED TO THE LIVE FILE IS NOW    *
003020*                  APPENDED TO THE FBIXJRN CHANGE JOURNAL WITH   *
003030*                  ITS LABEL AND RULE SET ID AS AFTER IMAGE.     *
003031* 10/15/2026 RLK   KEYS ARE NOW CHECKED AGAINST THE PERIOD-CLOSE *
003032*                  LOCKS ON FBLOCK THROUGH THE FBLKCHK SERVICE.  *
003033*                  A KEY MISSING FROM A LOCKED RANGE IS          *
003034*                  SUSPENDED TO FBSUSP, REASON LOCK, AND NOT     *
003035*                  RELOADED, RC 4, UNLESS THE CONTROL CARD       *
003036*                  CARRIES AN OVERRIDE AUTHORIZATION ID;         *
003037*                  OVERRIDDEN RELOADS ARE LOGGED TO FBAUDIT AS   *
003038*                  ONE OVERRIDE RECORD PER LOCKED RANGE.         *
003039* 10/15/2026 RLK   A NONZERO FBLKCHK STATUS NOW RELOADS NOTHING  *
003040*                  MORE AND STOPS THE RESTORE WITH RETURN CODE   *
003041*                  12.                                           *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS FB01-IDX-NUM
004900         FILE STATUS IS FB01-WS-INDEX-FILE-STATUS.
004910     SELECT JOURNAL-FILE  ASSIGN TO FBIXJRN
004920         ORGANIZATION IS SEQUENTIAL
004930         FILE STATUS IS FB01-WS-JRN-FILE-STATUS.
004940     SELECT SUSPENSE-FILE ASSIGN TO FBSUSP
004950         ORGANIZATION IS SEQUENTIAL
004960         FILE STATUS IS FB01-WS-SUSP-FILE-STATUS.
004970     SELECT AUDIT-FILE    ASSIGN TO FBAUDIT
004980         ORGANIZATION IS SEQUENTIAL
004990         FILE STATUS IS FB01-WS-AUDIT-FILE-STATUS.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
007600 FD  INDEXED-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY FB01IX.
007810*
007820 FD  JOURNAL-FILE
007830     RECORDING MODE IS F
007840     LABEL RECORDS ARE STANDARD.
007850     COPY FB01JR.
007860*
007870 FD  SUSPENSE-FILE
007880     RECORDING MODE IS F
007890     LABEL RECORDS ARE STANDARD.
007891     COPY FB01SP.
007892*
007893 FD  AUDIT-FILE
007894     RECORDING MODE IS F
007895     LABEL RECORDS ARE STANDARD.
007896     COPY FB01AL.
007900 WORKING-STORAGE SECTION.
008000******************************************************************
008100*    STANDALONE COUNTERS AND SWITCHES                            *
009800 77  FB01-WS-FIRST-KEY            PIC 9(09) VALUE ZERO.
009900 77  FB01-WS-LAST-KEY             PIC 9(09) VALUE ZERO.
010000 77  FB01-WS-EDIT-TOTAL           PIC ZZZZZZZZ9.
010010 77  FB01-WS-JRN-FILE-STATUS      PIC X(02) VALUE SPACES.
010020 77  FB01-WS-JRN-TIME             PIC 9(08) VALUE ZERO.
010021 77  FB01-WS-SUSP-FILE-STATUS     PIC X(02) VALUE SPACES.
010022 77  FB01-WS-AUDIT-FILE-STATUS    PIC X(02) VALUE SPACES.
010023 77  FB01-WS-OVERRIDE-ID          PIC X(08) VALUE SPACES.
010024 77  FB01-WS-LOCK-BLOCK-SW        PIC X(01) VALUE "N".
010025     88  FB01-WS-KEY-BLOCKED      VALUE "Y".
010026 77  FB01-WS-OVR-KEY-SW           PIC X(01) VALUE "N".
010027     88  FB01-WS-OVR-KEY          VALUE "Y".
010028 77  FB01-WS-LOCK-NUM             PIC 9(09) VALUE ZERO.
010029 77  FB01-WS-ARC-LOCKED           PIC 9(09) COMP-3 VALUE ZERO.
010030 77  FB01-WS-ARC-OVERRIDDEN       PIC 9(09) COMP-3 VALUE ZERO.
010031 77  FB01-WS-OVR-OPEN-SW          PIC X(01) VALUE "N".
010032     88  FB01-WS-OVR-OPEN         VALUE "Y".
010033 77  FB01-WS-OVR-LOCK-START       PIC 9(09) COMP-3 VALUE ZERO.
010034 77  FB01-WS-OVR-LOW              PIC 9(09) COMP-3 VALUE ZERO.
010035 77  FB01-WS-OVR-HIGH             PIC 9(09) COMP-3 VALUE ZERO.
010036 77  FB01-WS-OVR-KEYS             PIC 9(09) COMP-3 VALUE ZERO.
010037 77  FB01-WS-OVR-TS               PIC X(26) VALUE SPACES.
010038 77  FB01-WS-CLOCK-TIME           PIC 9(08) VALUE ZERO.
010040 77  FB01-WS-LOCK-FAIL-SW         PIC X(01) VALUE "N".
010042     88  FB01-WS-LOCK-FAILED      VALUE "Y".
010044*
010046******************************************************************
010050*    FBLKCHK CERTIFIED-RANGE LOCK CALL PARAMETERS                *
010060******************************************************************
010070     COPY FB01LC.
010100*
010200 PROCEDURE DIVISION.
010300******************************************************************
014100     MOVE FB01-RE-START-NUM TO FB01-WS-START-NUM.
014200     MOVE FB01-RE-END-NUM   TO FB01-WS-END-NUM.
014300     MOVE FB01-RE-JOB-ID    TO FB01-WS-JOB-ID.
014310     MOVE FB01-RE-OVERRIDE-ID TO FB01-WS-OVERRIDE-ID.
014400     OPEN INPUT ARCHIVE-FILE.
014500     IF FB01-WS-IXARC-FILE-STATUS = "35"
014600         DISPLAY "FBRESTOR: NO ARCHIVE DATASET ON FBIXARC"
016300     MOVE "RUN DATE "          TO FB01-RP-H-DATE-LIT.
016400     MOVE FB01-WS-RUN-DATE     TO FB01-RP-H-RUN-DATE.
016500     WRITE FB01-RESTORE-LINE.
016510     OPEN EXTEND JOURNAL-FILE.
016520     IF FB01-WS-JRN-FILE-STATUS = "35"
016530         OPEN OUTPUT JOURNAL-FILE
016540     END-IF.
016550     OPEN EXTEND SUSPENSE-FILE.
016560     IF FB01-WS-SUSP-FILE-STATUS = "35"
016570         OPEN OUTPUT SUSPENSE-FILE
016580     END-IF.
016590     IF FB01-WS-OVERRIDE-ID NOT = SPACES
016591         OPEN EXTEND AUDIT-FILE
016592         IF FB01-WS-AUDIT-FILE-STATUS = "35"
016593             OPEN OUTPUT AUDIT-FILE
016594         END-IF
016595     END-IF.
016600 1000-EXIT.
016700     EXIT.
016800*
017400 6000-RESTORE-RANGE.
017500     PERFORM 6100-RESTORE-ONE-KEY THRU 6100-EXIT
017600         UNTIL FB01-WS-IXARC-EOF.
017610     IF FB01-WS-OVR-OPEN
017620         PERFORM 6140-WRITE-OVERRIDE THRU 6140-EXIT
017630     END-IF.
017700 6000-EXIT.
017800     EXIT.
017900*
018200*                               ALREADY ON THE LIVE FILE IS      *
018300*                               COUNTED, NEVER OVERWRITTEN --    *
018400*                               THE LIVE ENTRY IS THE CURRENT    *
018500*                               COMPUTATION AND WINS.  A KEY     *
018510*                               MISSING FROM A CERTIFIED LOCKED  *
018520*                               RANGE IS SUSPENDED, NOT          *
018530*                               RELOADED, UNLESS THE CARD        *
018540*                               CARRIES AN OVERRIDE ID.          *
018600******************************************************************
018700 6100-RESTORE-ONE-KEY.
018800     READ ARCHIVE-FILE
020000         ADD 1 TO FB01-WS-ARC-OUTSIDE
020100         GO TO 6100-EXIT
020200     END-IF.
020210     PERFORM 6120-CHECK-LOCK THRU 6120-EXIT.
020220     IF FB01-WS-KEY-BLOCKED
020230         GO TO 6100-EXIT
020240     END-IF.
020300     MOVE SPACES                  TO FB01-INDEX-RECORD.
020400     MOVE FB01-IXA-NUM            TO FB01-IDX-NUM.
020500     MOVE FB01-IXA-LABEL          TO FB01-IDX-LABEL.
021300                 MOVE FB01-IXA-NUM TO FB01-WS-FIRST-KEY
021400             END-IF
021500             MOVE FB01-IXA-NUM TO FB01-WS-LAST-KEY
021510             PERFORM 6110-WRITE-JOURNAL THRU 6110-EXIT
021520             IF FB01-WS-OVR-KEY
021530                 PERFORM 6130-TALLY-OVERRIDE THRU 6130-EXIT
021540             END-IF
021600     END-WRITE.
021700 6100-EXIT.
021800     EXIT.
021801*
021802******************************************************************
021803*    6110-WRITE-JOURNAL  --  APPEND THE FBIXJRN CHANGE JOURNAL   *
021804*                             RECORD FOR A KEY JUST RELOADED     *
021805*                             FROM THE ARCHIVE                   *
021806******************************************************************
021807 6110-WRITE-JOURNAL.
021808     ACCEPT FB01-WS-JRN-TIME FROM TIME.
021809     MOVE SPACES                 TO FB01-JOURNAL-RECORD.
021810     MOVE FB01-IXA-NUM           TO FB01-JRN-NUM.
021811     SET FB01-JRN-RESTORED       TO TRUE.
021812     MOVE FB01-IXA-LABEL         TO FB01-JRN-AFTER-LABEL.
021813     MOVE FB01-IXA-RULE-SET-ID   TO FB01-JRN-AFTER-SET-ID.
021814     MOVE FB01-WS-JOB-ID         TO FB01-JRN-JOB-ID.
021815     MOVE "FBRESTOR"             TO FB01-JRN-PROGRAM.
021816     STRING FB01-WS-RUN-DATE     DELIMITED BY SIZE
021817            "-"                  DELIMITED BY SIZE
021818            FB01-WS-JRN-TIME     DELIMITED BY SIZE
021819         INTO FB01-JRN-TIMESTAMP
021820     END-STRING.
021821     WRITE FB01-JOURNAL-RECORD.
021822 6110-EXIT.
021823     EXIT.
021824*
021825******************************************************************
021826*    6120-CHECK-LOCK  --  ASK FBLKCHK WHETHER THE KEY LIES IN A  *
021827*                          CERTIFIED LOCKED RANGE.  WITHOUT AN   *
021828*                          OVERRIDE ID A KEY ALREADY LIVE IS     *
021829*                          COUNTED AS ALWAYS; A MISSING ONE GOES *
021830*                          TO FBSUSP, REASON LOCK.  IF FBLKCHK   *
021831*                          CANNOT ANSWER, NOTHING IS RELOADED    *
021832*                          AND THE RESTORE STOPS, RC 12.         *
021833******************************************************************
021834 6120-CHECK-LOCK.
021835     MOVE "N"                     TO FB01-WS-LOCK-BLOCK-SW.
021836     MOVE "N"                     TO FB01-WS-OVR-KEY-SW.
021837     MOVE "K"                     TO FB01-LC-FUNC.
021838     MOVE FB01-IXA-NUM            TO FB01-LC-NUM.
021839     MOVE RETURN-CODE             TO FB01-LC-RETURN-CODE.
021840     CALL "FBLKCHK" USING FB01-LOCK-PARMS.
021841     IF FB01-LC-STATUS NOT = "00"
021842         DISPLAY "FBRESTOR: FBLKCHK STATUS " FB01-LC-STATUS
021843                 " ON KEY " FB01-LC-NUM " -- RESTORE STOPPED"
021844         MOVE "Y" TO FB01-WS-LOCK-BLOCK-SW
021845         MOVE "Y" TO FB01-WS-LOCK-FAIL-SW
021846         MOVE 12  TO RETURN-CODE
021847         SET FB01-WS-IXARC-EOF TO TRUE
021848         GO TO 6120-EXIT
021849     END-IF.
021850     IF NOT FB01-LC-LOCKED
021851         GO TO 6120-EXIT
021852     END-IF.
021853     IF FB01-WS-OVERRIDE-ID NOT = SPACES
021854         MOVE "Y" TO FB01-WS-OVR-KEY-SW
021855         GO TO 6120-EXIT
021856     END-IF.
021857     MOVE "Y"                     TO FB01-WS-LOCK-BLOCK-SW.
021858     MOVE FB01-IXA-NUM            TO FB01-IDX-NUM.
021859     READ INDEXED-FILE
021860         INVALID KEY
021861             MOVE SPACES          TO FB01-SUSPENSE-RECORD
021862             MOVE FB01-WS-JOB-ID  TO FB01-SUS-JOB-ID
021863             MOVE "LOCK"          TO FB01-SUS-REASON-CODE
021864             MOVE FB01-IXA-NUM    TO FB01-WS-LOCK-NUM
021865             MOVE FB01-WS-LOCK-NUM
021866                 TO FB01-SUS-RECORD-IMAGE
021867             WRITE FB01-SUSPENSE-RECORD
021868             ADD 1 TO FB01-WS-ARC-LOCKED
021869         NOT INVALID KEY
021870             ADD 1 TO FB01-WS-ARC-ON-LIVE
021871     END-READ.
021872 6120-EXIT.
021873     EXIT.
021874*
021875******************************************************************
021876*    6130-TALLY-OVERRIDE  --  A KEY RELOADED INTO A LOCKED RANGE *
021877*                              UNDER AN OVERRIDE, TALLIED        *
021878*                              AGAINST ITS LOCK FOR FBAUDIT      *
021879******************************************************************
021880 6130-TALLY-OVERRIDE.
021881     IF FB01-WS-OVR-OPEN
021882         AND FB01-LC-LOCK-START NOT = FB01-WS-OVR-LOCK-START
021883         PERFORM 6140-WRITE-OVERRIDE THRU 6140-EXIT
021884     END-IF.
021885     IF NOT FB01-WS-OVR-OPEN
021886         MOVE "Y"                 TO FB01-WS-OVR-OPEN-SW
021887         MOVE FB01-LC-LOCK-START  TO FB01-WS-OVR-LOCK-START
021888         MOVE FB01-IXA-NUM        TO FB01-WS-OVR-LOW
021889         MOVE FB01-IXA-NUM        TO FB01-WS-OVR-HIGH
021890         MOVE ZERO                TO FB01-WS-OVR-KEYS
021891         ACCEPT FB01-WS-CLOCK-TIME FROM TIME
021892         MOVE SPACES              TO FB01-WS-OVR-TS
021893         STRING FB01-WS-RUN-DATE   DELIMITED BY SIZE
021894                "-"                DELIMITED BY SIZE
021895                FB01-WS-CLOCK-TIME DELIMITED BY SIZE
021896             INTO FB01-WS-OVR-TS
021897         END-STRING
021898     END-IF.
021899     IF FB01-IXA-NUM < FB01-WS-OVR-LOW
021900         MOVE FB01-IXA-NUM        TO FB01-WS-OVR-LOW
021901     END-IF.
021902     IF FB01-IXA-NUM > FB01-WS-OVR-HIGH
021903         MOVE FB01-IXA-NUM        TO FB01-WS-OVR-HIGH
021904     END-IF.
021905     ADD 1 TO FB01-WS-OVR-KEYS.
021906     ADD 1 TO FB01-WS-ARC-OVERRIDDEN.
021907 6130-EXIT.
021908     EXIT.
021909*
021910******************************************************************
021911*    6140-WRITE-OVERRIDE  --  ONE FBAUDIT OVERRIDE RECORD FOR    *
021912*                              THE KEYS RELOADED INTO ONE LOCKED *
021913*                              RANGE                             *
021914******************************************************************
021915 6140-WRITE-OVERRIDE.
021916     MOVE SPACES                  TO FB01-AUDIT-RECORD.
021917     MOVE FB01-WS-JOB-ID          TO FB01-AUD-JOB-ID.
021918     MOVE FB01-WS-OVR-TS          TO FB01-AUD-START-TS.
021919     MOVE FB01-WS-OVERRIDE-ID     TO FB01-AUD-OVR-AUTH-ID.
021920     MOVE "FBRESTOR"              TO FB01-AUD-OVR-PROGRAM.
021921     MOVE FB01-WS-OVR-KEYS        TO FB01-AUD-OVR-KEY-COUNT.
021922     MOVE FB01-WS-OVR-LOW         TO FB01-AUD-START-NUM.
021923     MOVE FB01-WS-OVR-HIGH        TO FB01-AUD-END-NUM.
021924     MOVE SPACES                  TO FB01-AUD-RULE-SET-ID.
021925     SET FB01-AUD-LOCK-OVERRIDE   TO TRUE.
021926     WRITE FB01-AUDIT-RECORD.
021927     MOVE "N"                     TO FB01-WS-OVR-OPEN-SW.
021928 6140-EXIT.
021929     EXIT.
021930*
022000******************************************************************
022100*    7000-SUMMARY  --  THE RESTORE TRAIL                         *
022200******************************************************************
024100     MOVE "VALUE: "              TO FB01-RP-S-LIT.
024200     MOVE FB01-WS-ARC-OUTSIDE    TO FB01-RP-S-VALUE.
024300     WRITE FB01-RESTORE-LINE.
024310     MOVE SPACES                 TO FB01-RESTORE-LINE.
024320     MOVE "LOCKED KEYS SUSPENDED" TO FB01-RP-S-LABEL.
024330     MOVE "VALUE: "              TO FB01-RP-S-LIT.
024340     MOVE FB01-WS-ARC-LOCKED     TO FB01-RP-S-VALUE.
024350     WRITE FB01-RESTORE-LINE.
024360     MOVE SPACES                 TO FB01-RESTORE-LINE.
024370     MOVE "LOCKED KEYS OVERRIDDEN" TO FB01-RP-S-LABEL.
024380     MOVE "VALUE: "              TO FB01-RP-S-LIT.
024390     MOVE FB01-WS-ARC-OVERRIDDEN TO FB01-RP-S-VALUE.
024395     WRITE FB01-RESTORE-LINE.
024400     IF FB01-WS-ARC-RESTORED > ZERO
024500         MOVE SPACES             TO FB01-RESTORE-LINE
024600         MOVE "RESTORED KEYS"    TO FB01-RP-R-LABEL
026200     DISPLAY "  KEYS RESTORED . . . . . . . ." FB01-WS-EDIT-TOTAL.
026300     MOVE FB01-WS-ARC-ON-LIVE    TO FB01-WS-EDIT-TOTAL.
026400     DISPLAY "  KEYS ALREADY ON LIVE. . . . ." FB01-WS-EDIT-TOTAL.
026410     MOVE FB01-WS-ARC-LOCKED     TO FB01-WS-EDIT-TOTAL.
026420     DISPLAY "  LOCKED KEYS SUSPENDED . . . ." FB01-WS-EDIT-TOTAL.
026430     MOVE FB01-WS-ARC-OVERRIDDEN TO FB01-WS-EDIT-TOTAL.
026440     DISPLAY "  LOCKED KEYS OVERRIDDEN. . . ." FB01-WS-EDIT-TOTAL.
026450     IF FB01-WS-ARC-LOCKED > ZERO
026460         DISPLAY "FBRESTOR: KEYS IN CERTIFIED LOCKED RANGES "
026470                 "SUSPENDED TO FBSUSP"
026480         MOVE 4 TO RETURN-CODE
026490     END-IF.
026491     IF FB01-WS-LOCK-FAILED
026492         DISPLAY "FBRESTOR: RESTORE STOPPED SHORT OF THE END OF "
026493                 "THE RANGE -- LOCKS COULD NOT BE CHECKED"
026494         MOVE 12 TO RETURN-CODE
026495     END-IF.
026500 7000-EXIT.
026600     EXIT.
026700*
027500     IF FB01-WS-CONTROL-VALID
027600         CLOSE INDEXED-FILE
027700         CLOSE REPORT-FILE
027710         CLOSE JOURNAL-FILE
027720         CLOSE SUSPENSE-FILE
027730         IF FB01-WS-OVERRIDE-ID NOT = SPACES
027740             CLOSE AUDIT-FILE
027750         END-IF
027800     END-IF.
027900 9000-EXIT.
028000     EXIT.
