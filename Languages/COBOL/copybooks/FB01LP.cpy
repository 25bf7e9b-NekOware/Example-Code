001320*                SCAN OF THE FBIXARC ARCHIVE, AND THE SOURCE    *
001330*                SWITCH TELLS THE CALLER WHICH FILE ANSWERED.   *
001400*      FUNC "C"  CLOSE FBINDEX.  CALL ONCE AT CALLER SHUTDOWN.  *
001410*      FUNC "B"  BROWSE FROM FB01-LKP-NUM.  RETURNS THE FIRST   *
001420*                FB01-LKP-BROWSE-MAX ENTRIES (50 IF ZERO OR     *
001430*                OVER 50) AT OR AFTER THAT KEY, IN KEY ORDER,   *
001440*                ACROSS THE LIVE FBINDEX AND THE FBIXARC        *
001450*                ARCHIVE -- A KEY ON BOTH IS RETURNED ONCE,     *
001460*                FROM THE LIVE FILE.  A NON-BLANK FILTER LABEL  *
001470*                OR FILTER SET ID RETURNS ONLY ENTRIES CARRYING *
001480*                THAT LABEL OR RULE SET ID.                     *
001481*                A NON-ZERO FB01-LKP-END-NUM ENDS THE BROWSE AT *
001482*                THAT KEY.                                      *
001490*      FUNC "N"  NEXT PAGE -- CONTINUE THE LAST "B" OR "N"      *
001491*                BROWSE PAST THE LAST KEY IT EXAMINED, WITH THE *
001492*                SAME MAXIMUM AND FILTERS.                      *
001493*                FBIXARC IS HELD OPEN AT ITS READ POSITION FROM *
001494*                ONE PAGE TO THE NEXT, SO A BROWSE READS THE    *
001495*                ARCHIVE ONCE; AN "L" LOOKUP IN BETWEEN COSTS   *
001496*                ONE RE-POSITIONING PASS ON THE NEXT PAGE.      *
001500*                                                                *
001600*      FB01-LKP-LABEL     RESULT LABEL, SPACES IF NOT FOUND     *
001700*      FB01-LKP-FOUND-SW  "Y" FOUND / "N" NOT FOUND             *
002040*      FB01-LKP-SOURCE-SW "L" ANSWERED FROM THE LIVE FBINDEX,   *
002050*                         "A" ANSWERED FROM THE FBIXARC         *
002060*                         ARCHIVE, SPACE IF NOT FOUND           *
002061*      FB01-LKP-BROWSE-COUNT                                    *
002062*                         ENTRIES RETURNED BY A BROWSE IN       *
002063*                         FB01-LKP-BRW-ENTRY.  FOUND-SW IS "Y"  *
002064*                         AND STATUS "00" WHEN ANY WERE         *
002065*                         RETURNED, "N" AND "23" WHEN NONE.     *
002066*      FB01-LKP-BROWSE-END-SW                                   *
002067*                         "Y" WHEN THE BROWSE HAS REACHED THE   *
002068*                         END OF BOTH FILES OR PASSED THE END   *
002069*                         NUM -- A FURTHER "N" RETURNS NOTHING  *
002070*                                                               *
002071*      ENTITLEMENT -- A CALLER THAT FILLS IN FB01-LKP-REQUESTER *
002072*      HAS EVERY "L", "B" AND "N" ANSWER CHECKED AGAINST THE    *
002073*      FB01EN ENTITLEMENT MASTER ON THE FBENTL DD.  A LOOKUP OF *
002074*      A NUM THE REQUESTER MAY NOT SEE COMES BACK NOT FOUND     *
002075*      WITH STATUS "97", NO LABEL OR SET ID, AND THE REASON IN  *
002076*      FB01-LKP-DENY-CODE.  A BROWSE PASSES OVER THE ENTRIES    *
002077*      THE REQUESTER MAY NOT SEE AND COUNTS THEM IN             *
002078*      FB01-LKP-BROWSE-DENIED; A PAGE WHOSE ENTRIES WERE ALL    *
002079*      WITHHELD COMES BACK EMPTY WITH STATUS "00" AND THE END   *
002080*      SWITCH OFF, AND THE CALLER GOES ON WITH "N".  A MISSING  *
002081*      FBENTL DENIES EVERY REQUESTER.  SPACES OR LOW-VALUES IN  *
002082*      THE REQUESTER MEAN NO CHECK, AS BEFORE.                  *
002083*                                                               *
002084*      FB01-LKP-DENY-CODE                                       *
002085*                         "NR" REQUESTER NOT ON THE MASTER      *
002086*                         "NA" NO GRANT ACTIVE YET              *
002087*                         "EX" EVERY GRANT EXPIRED              *
002088*                         "RG" NUM OUTSIDE EVERY GRANTED RANGE  *
002089*                         "ST" RULE SET NOT GRANTED FOR THE NUM *
002090*                         "NM" NO ENTITLEMENT MASTER            *
002091*                                                               *
002092*      EXTENDED AREA -- FB01-LKP-BROWSE-MAX ONWARD IS TOUCHED   *
002093*      ONLY WHEN THE CALLER SETS FB01-LKP-LAYOUT-V2 IN WHAT WAS *
002094*      THE OLD FILLER.  A CALLER BUILT ON THE SHORT AREA GETS   *
002095*      "L" AND "C" AS BEFORE, WITH NO REQUESTER CHECK; "B" AND  *
002096*      "N" NEED THE MARKER AND ANSWER "99" WITHOUT IT.          *
002097*      FB01-LKP-END-NUM   LAST KEY A BROWSE MAY RETURN, ZERO    *
002098*                         FOR NO LIMIT                          *
002100*                                                                *
002200******************************************************************
002300 01  FB01-LOOKUP-PARMS.
002400     05  FB01-LKP-FUNC               PIC X(01).
002500         88  FB01-LKP-FUNC-LOOKUP    VALUE "L".
002600         88  FB01-LKP-FUNC-CLOSE     VALUE "C".
002610         88  FB01-LKP-FUNC-BROWSE    VALUE "B".
002620         88  FB01-LKP-FUNC-NEXT      VALUE "N".
002700     05  FB01-LKP-NUM                PIC 9(09).
002800     05  FB01-LKP-LABEL              PIC X(10).
002900     05  FB01-LKP-FOUND-SW           PIC X(01).
003220     05  FB01-LKP-SOURCE-SW          PIC X(01).
003230         88  FB01-LKP-FROM-LIVE      VALUE "L".
003240         88  FB01-LKP-FROM-ARCHIVE   VALUE "A".
003300     05  FB01-LKP-LAYOUT             PIC X(02).
003301         88  FB01-LKP-LAYOUT-V2      VALUE "V2".
003302     05  FILLER                      PIC X(04).
003310     05  FB01-LKP-BROWSE-MAX         PIC 9(03).
003320     05  FB01-LKP-FILTER-LABEL       PIC X(10).
003330     05  FB01-LKP-FILTER-SET-ID      PIC X(08).
003340     05  FB01-LKP-BROWSE-COUNT       PIC 9(03).
003350     05  FB01-LKP-BROWSE-END-SW      PIC X(01).
003360         88  FB01-LKP-BROWSE-END     VALUE "Y".
003370     05  FB01-LKP-BROWSE-TABLE.
003380         10  FB01-LKP-BRW-ENTRY OCCURS 50 TIMES.
003390             15  FB01-LKP-BRW-NUM    PIC 9(09).
003391             15  FB01-LKP-BRW-LABEL  PIC X(10).
003392             15  FB01-LKP-BRW-RULE-SET-ID
003393                                     PIC X(08).
003394             15  FB01-LKP-BRW-SOURCE-SW
003395                                     PIC X(01).
003405     05  FB01-LKP-REQUESTER          PIC X(08).
003415     05  FB01-LKP-DENY-CODE          PIC X(02).
003425         88  FB01-LKP-DENY-NO-REQUESTER  VALUE "NR".
003435         88  FB01-LKP-DENY-NOT-ACTIVE    VALUE "NA".
003445         88  FB01-LKP-DENY-EXPIRED       VALUE "EX".
003455         88  FB01-LKP-DENY-RANGE         VALUE "RG".
003465         88  FB01-LKP-DENY-RULE-SET      VALUE "ST".
003475         88  FB01-LKP-DENY-NO-MASTER     VALUE "NM".
003485     05  FB01-LKP-BROWSE-DENIED      PIC 9(03).
003495     05  FB01-LKP-END-NUM            PIC 9(09).
