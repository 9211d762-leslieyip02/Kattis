997305*                    CRITICAL EXCEPTION PROTECTS THIS STEP'S
997306*                    OWN DATASETS FROM DOUBLE-POSTING, NOT
997307*                    JUST THE STEPS BEHIND IT.
997317*   2026-10-15  RH   THE BUSDATE CHECK ALSO ACCEPTS THE LAST
997327*                    BUSINESS DAY'S FEED ON THE FIRST BUSINESS
997337*                    DAY AFTER A WEEKEND OR EXCHANGE HOLIDAY.
997347*   2026-10-15  RH   EVERY PLAN IN THE LIBRARY NOW CARRIES A PLAN
997357*                    KEY, PRINTED AFTER EACH CASE'S OPS LINE, FOR
997367*                    THE MACHINE CONTROLLERS TO LOG THEIR RUN OF
997377*                    IT UNDER; PLANREC RECONCILES THAT LOG AGAINST
997387*                    THE LIBRARY. THE LIBRARY RECORD IS NOW 90
997397*                    BYTES, AND A PLAN CARRIED OVER WITHOUT A KEY
997407*                    IS GIVEN THE NEXT ONE WHEN THE LIBRARY LOADS.
997417*   2026-10-15  RH   EVERY CASE PLANNED OR REPLAYED IS ALSO
997427*                    WRITTEN TO THE NIGHT'S PLAN EXTRACT
997437*                    (NITEPLAN) WITH ITS PLAN KEY, OPERATION
997447*                    COUNT, AND PLAN COST, THEN A TOTAL RECORD,
997457*                    FOR PLANSCHD TO SCHEDULE ACROSS THE MACHINES.
997467*                    THE EXTRACT IS REWRITTEN EVERY NIGHT, EMPTY
997477*                    IF THE FEED FAILS ITS BUSDATE CHECK.
002100*--------------------------------------------------------------
002200
981001 ENVIRONMENT DIVISION.
981005         FILE STATUS IS REPORT-STATUS.
981101     SELECT PLANLIB-FILE ASSIGN TO PLANLIB
981102         FILE STATUS IS PLANLIB-STATUS.
997601     SELECT NITEPLAN-FILE ASSIGN TO NITEPLAN
997602         FILE STATUS IS NITEPLAN-STATUS.
981006
002300 DATA DIVISION.
981008 FILE SECTION.
981103*--------------------------------------------------------------
981104* PLAN LIBRARY -- ONE "H" HEADER RECORD PER STORED PLAN (THE
981105* A/B PAIR, THE COST PARAMETERS IN FORCE, AND THE OP COUNT)
981106* FOLLOWED BY THAT PLAN'S "O" OPERATION RECORDS IN SEQUENCE. THE
997701* PLAN KEY IS WHAT THE MACHINE CONTROLLERS LOG EXECUTION UNDER.
981107*--------------------------------------------------------------
981108 FD  PLANLIB-FILE.
981109 01  PLANLIB-RECORD.
981117         10  PLB-CHEAP        PIC X(1).
981118         10  PLB-OPS          PIC 9(18).
981119         10  PLB-OP-COUNT     PIC 9(3).
997702         10  PLB-PLAN-KEY     PIC 9(8).
997703         10  FILLER           PIC X(13).
981121     05  PLB-OP-DATA REDEFINES PLB-DATA.
981122         10  PLB-OP-NAME      PIC X(5).
981123         10  PLB-OP-AMOUNT    PIC 9(18).
981124         10  FILLER           PIC X(66).
981126*--------------------------------------------------------------
981128* THE NIGHT'S PLAN EXTRACT FOR PLANSCHD -- A "D" RECORD PER CASE
981130* (ITS PLAN KEY, ZERO IF THE LIBRARY WAS FULL, THE A/B PAIR, THE
981132* OPERATION COUNT, AND THE PLAN COST, WHICH WITHOUT A "cost"
981134* RECORD IS ONE UNIT PER OPERATION), THEN ONE "T" RECORD
981136* CARRYING THE COUNT OF "D" RECORDS. REWRITTEN EVERY NIGHT.
981138*--------------------------------------------------------------
981140 FD  NITEPLAN-FILE.
981142 01  NITEPLAN-RECORD.
981144     05  NPL-RUN-DATE         PIC 9(8).
981146     05  NPL-RECORD-TYPE      PIC X(1).
981148     05  NPL-DETAIL.
981150         10  NPL-CASE         PIC 9(5).
981152         10  NPL-PLAN-KEY     PIC 9(8).
981154         10  NPL-A            PIC 9(18).
981156         10  NPL-B            PIC 9(18).
981158         10  NPL-OPS          PIC 9(18).
981160         10  NPL-COST         PIC 9(21)V9(2).
981162     05  NPL-TOTAL REDEFINES NPL-DETAIL.
981164         10  NPL-COUNT        PIC 9(5).
981166         10  FILLER           PIC X(85).
981168     05  FILLER               PIC X(1).
002400 WORKING-STORAGE SECTION.
002410 COPY EXCPTREC.
995111 COPY PDATEREC.
981216 01  PLAN-OPX                 PIC 9(3) COMP.
981218 01  CACHE-HITS               PIC 9(5) VALUE 0.
981219 01  CACHE-MISSES             PIC 9(5) VALUE 0.
997704 01  NEXT-PLAN-KEY            PIC 9(8) VALUE 0.
997705 01  CASE-PLAN-KEY            PIC 9(8).
997603 01  NITEPLAN-STATUS          PIC X(2).
997604     88  NITEPLAN-OK          VALUE "00".
997605 01  NITEPLAN-COUNT           PIC 9(5) VALUE 0.
981221 01  PLAN-FOUND-SWITCH        PIC X(1).
981222     88  PLAN-FOUND           VALUE "Y".
981223     88  PLAN-NOT-FOUND       VALUE "N".
981231         10  PL-T-CHEAP       PIC X(1).
981232         10  PL-T-OPS         PIC 9(18).
981233         10  PL-T-OPCNT       PIC 9(3) COMP.
997706         10  PL-T-KEY         PIC 9(8).
981234         10  PL-T-OP OCCURS 200 TIMES.
981235             15  PL-T-NAME    PIC X(5).
981236             15  PL-T-AMT     PIC 9(18).
005063* (UNIT COSTS FOR ADD1 AND HALVE, PLUS THE OPTIONAL "cheapest"
005064* MODE WORD) OR THE CASE COUNT ITSELF.
005065*--------------------------------------------------------------
997606     PERFORM 0600-OPEN-NIGHT-PLANS.
996761     PERFORM 0150-VERIFY-FEED-DATE.
997501*--------------------------------------------------------------
997502* AN UNVERIFIED FEED PLANS NOTHING AND THE PLAN LIBRARY IS
997506     IF FEED-VERIFIED THEN
997507         PERFORM 0200-PROCESS-FEED
997508     END-IF.
997607     PERFORM 0650-CLOSE-NIGHT-PLANS.
981262     MOVE SPACES TO RPT-LINE.
981263     STRING RUN-DATE, " PLAN LIBRARY HITS ", CACHE-HITS,
981264         " MISSES ", CACHE-MISSES
009305             DELIMITED BY SIZE INTO RPT-LINE
009310     END-IF.
009320     PERFORM 0700-WRITE-REPORT.
009325     MOVE SPACES TO RPT-LINE.
009330     IF CASE-PLAN-KEY > 0 THEN
009335         STRING RUN-DATE, "   PLAN ", CASE-PLAN-KEY
009340             DELIMITED BY SIZE INTO RPT-LINE
009345     ELSE
009350         STRING RUN-DATE, "   PLAN NOT KEPT, LIBRARY FULL"
009355             DELIMITED BY SIZE INTO RPT-LINE
009360     END-IF.
009365     PERFORM 0700-WRITE-REPORT.
009370     PERFORM 1500-WRITE-NIGHT-PLAN.
009400     PERFORM 2000-PRINT-SEQUENCE.
009410     PERFORM 3000-VERIFY-SEQUENCE.
009500
981309         PERFORM 0560-LOAD-ONE-PLAN-RECORD
981311             UNTIL PLANLIB-AT-END
981312         CLOSE PLANLIB-FILE
997707         PERFORM 0570-KEY-CARRIED-PLAN
997708             VARYING PLX FROM 1 BY 1 UNTIL PLX > PLAN-COUNT
981313     ELSE
981314         IF NOT PLANLIB-NOT-FOUND THEN
981315             MOVE RUN-DATE TO EXCPT-RUN-DATE
981344                     MOVE PLB-CHEAP TO PL-T-CHEAP(PLAN-COUNT)
981345                     MOVE PLB-OPS TO PL-T-OPS(PLAN-COUNT)
981346                     MOVE 0 TO PL-T-OPCNT(PLAN-COUNT)
997709                     IF PLB-PLAN-KEY IS NUMERIC THEN
997710                         MOVE PLB-PLAN-KEY TO PL-T-KEY(PLAN-COUNT)
997711                     ELSE
997712                         MOVE 0 TO PL-T-KEY(PLAN-COUNT)
997713                     END-IF
997714                     IF PL-T-KEY(PLAN-COUNT) > NEXT-PLAN-KEY THEN
997715                         MOVE PL-T-KEY(PLAN-COUNT)
997716                             TO NEXT-PLAN-KEY
997717                     END-IF
981347                 ELSE
981348                     SET PLANLIB-AT-END TO TRUE
981349                 END-IF
981363     END-READ.
981364 0560-EXIT.
981365     EXIT.
997718
997719*--------------------------------------------------------------
997720* A PLAN STORED BEFORE PLANS WERE KEYED TAKES THE NEXT KEY, SO
997721* EVERY PLAN THE REPORT PRINTS CAN BE LOGGED AGAINST.
997722*--------------------------------------------------------------
997723 0570-KEY-CARRIED-PLAN.
997724     IF PL-T-KEY(PLX) = 0 THEN
997725         ADD 1 TO NEXT-PLAN-KEY
997726         MOVE NEXT-PLAN-KEY TO PL-T-KEY(PLX)
997727     END-IF.
997728 0570-EXIT.
997729     EXIT.
981366
981371*--------------------------------------------------------------
981372* LOOK THE CASE UP IN THE LIBRARY -- A HIT ONLY COUNTS WHEN
981393         SET PLAN-FOUND TO TRUE
981394         MOVE PL-T-OPCNT(PLAN-HIT-X) TO OP-COUNT
981395         MOVE PL-T-OPS(PLAN-HIT-X) TO OPS
997730         MOVE PL-T-KEY(PLAN-HIT-X) TO CASE-PLAN-KEY
981396         PERFORM VARYING I FROM 1 BY 1 UNTIL I > OP-COUNT
981397             MOVE PL-T-NAME(PLAN-HIT-X, I) TO OP-NAME(I)
981398             MOVE PL-T-AMT(PLAN-HIT-X, I) TO OP-AMOUNT(I)
981425*--------------------------------------------------------------
981426 1450-STORE-PLAN.
981427     IF PLAN-COUNT < 100 THEN
997731         ADD 1 TO NEXT-PLAN-KEY
997732         MOVE NEXT-PLAN-KEY TO CASE-PLAN-KEY
981428         ADD 1 TO PLAN-COUNT
981429         MOVE ORIG-A TO PL-T-A(PLAN-COUNT)
981431         MOVE ORIG-B TO PL-T-B(PLAN-COUNT)
981434         MOVE CHEAPEST-SWITCH TO PL-T-CHEAP(PLAN-COUNT)
981435         MOVE OPS TO PL-T-OPS(PLAN-COUNT)
981436         MOVE OP-COUNT TO PL-T-OPCNT(PLAN-COUNT)
997733         MOVE CASE-PLAN-KEY TO PL-T-KEY(PLAN-COUNT)
981437         PERFORM VARYING I FROM 1 BY 1 UNTIL I > OP-COUNT
981438             MOVE OP-NAME(I) TO PL-T-NAME(PLAN-COUNT, I)
981439             MOVE OP-AMOUNT(I) TO PL-T-AMT(PLAN-COUNT, I)
981441         END-PERFORM
981442     ELSE
997734         MOVE 0 TO CASE-PLAN-KEY
981443         MOVE RUN-DATE TO EXCPT-RUN-DATE
981444         MOVE "FROMATOB" TO EXCPT-PROGRAM
981445         MOVE "PLIB" TO EXCPT-CODE
981449         CALL "EXCPTRPT" USING EXCEPTION-RECORD
981451     END-IF.
981452 1450-EXIT.
997608     EXIT.
997609
997610*--------------------------------------------------------------
997611* ONE "D" RECORD TO THE NIGHT'S PLAN EXTRACT FOR THE CASE JUST
997612* PLANNED OR REPLAYED, PRICED THE SAME WAY THE REPORT PRICES IT.
997613*--------------------------------------------------------------
997614 1500-WRITE-NIGHT-PLAN.
997615     IF NITEPLAN-OK THEN
997616         PERFORM 1300-COST-PLAN
997617         MOVE SPACES TO NITEPLAN-RECORD
997618         MOVE RUN-DATE TO NPL-RUN-DATE
997619         MOVE "D" TO NPL-RECORD-TYPE
997620         MOVE CASE-COUNTER TO NPL-CASE
997621         MOVE CASE-PLAN-KEY TO NPL-PLAN-KEY
997622         MOVE ORIG-A TO NPL-A
997623         MOVE ORIG-B TO NPL-B
997624         MOVE OPS TO NPL-OPS
997625         MOVE PLAN-COST TO NPL-COST
997626         WRITE NITEPLAN-RECORD
997627         ADD 1 TO NITEPLAN-COUNT
997628     END-IF.
997629 1500-EXIT.
981453     EXIT.
981454
981461*--------------------------------------------------------------
997630* OPEN THE NIGHT'S PLAN EXTRACT AHEAD OF THE FEED, SO A FEED THAT
997631* FAILS ITS CHECKS STILL LEAVES AN EMPTY EXTRACT RATHER THAN LAST
997632* NIGHT'S. AN EXTRACT THAT WILL NOT OPEN LEAVES THE NIGHT'S PLANS
997633* UNSCHEDULED -- SAY SO.
997634*--------------------------------------------------------------
997635 0600-OPEN-NIGHT-PLANS.
997636     OPEN OUTPUT NITEPLAN-FILE.
997637     IF NOT NITEPLAN-OK THEN
997638         MOVE RUN-DATE TO EXCPT-RUN-DATE
997639         MOVE "FROMATOB" TO EXCPT-PROGRAM
997640         MOVE "NPLX" TO EXCPT-CODE
997641         MOVE 2 TO EXCPT-SEVERITY
997642         MOVE SPACES TO EXCPT-TEXT
997643         STRING "NITEPLAN-OPEN-FAILED STATUS ", NITEPLAN-STATUS
997644             DELIMITED BY SIZE INTO EXCPT-TEXT
997645         CALL "EXCPTRPT" USING EXCEPTION-RECORD
997646     END-IF.
997647 0600-EXIT.
997648     EXIT.
997649
997650 0650-CLOSE-NIGHT-PLANS.
997651     IF NITEPLAN-OK THEN
997652         MOVE SPACES TO NITEPLAN-RECORD
997653         MOVE RUN-DATE TO NPL-RUN-DATE
997654         MOVE "T" TO NPL-RECORD-TYPE
997655         MOVE NITEPLAN-COUNT TO NPL-COUNT
997656         WRITE NITEPLAN-RECORD
997657         CLOSE NITEPLAN-FILE
997658     END-IF.
997659 0650-EXIT.
997660     EXIT.
997661
997662*--------------------------------------------------------------
981462* REWRITE THE PLAN LIBRARY WITH EVERYTHING ON FILE PLUS THE
981463* NIGHT'S NEW PLANS, SO TOMORROW'S RUN SKIPS TONIGHT'S
981464* ARITHMETIC.
981477             MOVE PL-T-CHEAP(PLX) TO PLB-CHEAP
981478             MOVE PL-T-OPS(PLX) TO PLB-OPS
981479             MOVE PL-T-OPCNT(PLX) TO PLB-OP-COUNT
981480             MOVE PL-T-KEY(PLX) TO PLB-PLAN-KEY
981481             WRITE PLANLIB-RECORD
981482             PERFORM VARYING PLAN-OPX FROM 1 BY 1
981483                     UNTIL PLAN-OPX > PL-T-OPCNT(PLX)
996716* STREAM BEFORE A RECORD POSTS.
9967A1* AN UNVERIFIED FEED ALSO TRIPS FEED-UNVERIFIED, WHICH
9967A2* BYPASSES THIS PROGRAM'S OWN POSTING LOOP AND MASTER SAVE.
997801* ON THE FIRST BUSINESS DAY AFTER A WEEKEND OR HOLIDAY THE FEED
997802* CUT ON THE LAST BUSINESS DAY BEFORE IT IS CURRENT TOO.
996717*--------------------------------------------------------------
996718 0150-VERIFY-FEED-DATE.
996719     ACCEPT INPUT-LINE.
996728     END-IF.
996729     IF BUSDATE-X IS NUMERIC THEN
996731         MOVE BUSDATE-X TO BUSDATE
996732         IF BUSDATE NOT = RUN-DATE
997803                 AND BUSDATE NOT = PDAT-REOPEN-FEED-DATE THEN
996733             MOVE RUN-DATE TO EXCPT-RUN-DATE
996734             MOVE "FROMATOB" TO EXCPT-PROGRAM
996735             MOVE "STAL" TO EXCPT-CODE
