997305*                    CRITICAL EXCEPTION PROTECTS THIS STEP'S
997306*                    OWN DATASETS FROM DOUBLE-POSTING, NOT
997307*                    JUST THE STEPS BEHIND IT.
997309*   2026-10-15  RH   THE BUSDATE CHECK ALSO ACCEPTS THE LAST
997311*                    BUSINESS DAY'S FEED ON THE FIRST BUSINESS
997313*                    DAY AFTER A WEEKEND OR EXCHANGE HOLIDAY.
997315*   2026-10-15  RH   AN ELECTION DEFINITION MASTER (ELECTDEF,
997317*                    KEPT THROUGH CTLMAINT) NOW HOLDS EACH RACE --
997319*                    CASE, OFFICE, SEATS, PLURALITY OR RANKED,
997321*                    WRITE-IN MINIMUM -- WITH ITS CANDIDATES IN
997323*                    BALLOT ORDER AND PARTY AND ITS PRECINCT LIST.
997325*                    WHEN IT IS PRESENT THE FEED CARRIES ONLY VOTE
997327*                    LINES KEYED BY RACE, CANDIDATE NUMBER, AND
997329*                    PRECINCT; EVERY LINE IS VALIDATED AGAINST THE
997331*                    DEFINITION AND THE REPORT AND RESULTS EXPORT
997333*                    ARE LABELLED FROM IT (THE EXPORT GAINS THE
997335*                    PARTY AND AN "H" RACE HEADER RECORD). A
997337*                    DEFINITION THAT DOES NOT HANG TOGETHER
997339*                    TABULATES NOTHING; WITHOUT ONE THE IN-LINE
997341*                    FEED RUNS AS BEFORE.
997343*   2026-10-15  RH   THE RESULTS EXPORT NOW CARRIES EACH PLURALITY
997345*                    RACE'S PRECINCT DETAIL ("P" RECORDS, ONE PER
997347*                    PRECINCT AND CANDIDATE). A FEED LEADING WITH
997349*                    "audit SEED RISK" RUNS A RISK-LIMITING AUDIT
997351*                    OF THE CERTIFIED EXPORT READ BACK THROUGH
997353*                    ORIGRES -- IT DRAWS THE PRECINCTS TO HAND
997355*                    COUNT FROM THE PUBLISHED SEED, AND WHEN THE
997357*                    HAND COUNTS FOLLOW IT COMPARES THEM WITH THE
997359*                    MACHINE TALLY AND EITHER CONFIRMS THE OUTCOME
997361*                    AT THE RISK LIMIT OR CALLS FOR A FULL HAND
997363*                    COUNT.
997365*   2026-10-15  RH   A FEED LEADING WITH "unofficial" IS AN
997367*                    ELECTION-NIGHT RUN -- IT TAKES WHATEVER
997369*                    PRECINCT VOTE LINES HAVE COME IN, KEEPS THEM
997371*                    IN THE UNOFMAST DATASET BETWEEN RUNS (A
997373*                    PRECINCT SENT AGAIN REPLACES ITS EARLIER
997375*                    FIGURES), AND PRINTS EACH RACE'S PRECINCTS
997377*                    REPORTING, TOTALS, PERCENTAGES, AND LEADER,
997379*                    WITH THE SAME FIGURES TO WEBRES FOR THE
997381*                    PUBLIC WEB PAGE. IT NEVER WRITES THE RESULTS
997383*                    EXPORT.
997385*                    THE CERTIFIED RUN RAISES A CRITICAL EXCEPTION
997387*                    FOR ANY PRECINCT REPORTED ON ELECTION NIGHT
997389*                    THAT ITS OWN FEED DID NOT CARRY.
997391*   2026-10-15  RH   PRECINCT SWING AGAINST THE PRIOR ELECTION --
997393*                    WHEN PRIORRES CARRIES THE PRIOR ELECTION'S
997395*                    CERTIFIED EXPORT WITH ITS PRECINCT DETAIL,
997397*                    THE RUN PRINTS EACH PRECINCT'S TURNOUT THEN
997399*                    AND NOW AGAINST THE ROLL, EACH PARTY'S SHARE
997401*                    THEN AND NOW, AND THE CHANGE, FLAGGING ANY
997403*                    THAT MOVED MORE THAN THE THRESHOLD (10
997405*                    POINTS, OR A "swing PCT" LINE AHEAD OF THE
997407*                    FEED). VOTERROLL MAY NOW CARRY PRECINCT
997409*                    RECORDS (CASE 000 AND A PRECINCT CODE), AND
997411*                    EACH "P" EXPORT RECORD CARRIES ITS
997413*                    PRECINCT'S REGISTERED VOTERS.
002910*--------------------------------------------------------------
002940
002941 ENVIRONMENT DIVISION.
982622         FILE STATUS IS PROVMAST-STATUS.
982623     SELECT ADJFEED-FILE ASSIGN TO ADJFEED
982624         FILE STATUS IS ADJFEED-STATUS.
997601     SELECT ELECTDEF-FILE ASSIGN TO ELECTDEF
997602         FILE STATUS IS ELECTDEF-STATUS.
998101     SELECT UNOFMAST-FILE ASSIGN TO UNOFMAST
998102         FILE STATUS IS UNOFMAST-STATUS.
998103     SELECT WEBRES-FILE ASSIGN TO WEBRES
998104         FILE STATUS IS WEBRES-STATUS.
998201     SELECT PRIORRES-FILE ASSIGN TO PRIORRES
998202         FILE STATUS IS PRIORRES-STATUS.
003000
003100 DATA DIVISION.
003110 FILE SECTION.
003140* NUMBER, THE REGISTERED-VOTER COUNT, AND THE PLAUSIBLE
003150* TURNOUT BAND AS LOW/HIGH PERCENTAGES (ZEROS MEAN NO BAND
003160* CHECK, JUST THE OVER-REGISTERED CHECK).
003162* A RECORD WITH CASE 000 IS INSTEAD ONE PRECINCT'S REGISTERED
003164* VOTERS, NAMED BY ITS PRECINCT CODE (BLANK ON A RACE RECORD).
003170*--------------------------------------------------------------
003180 FD  VOTERROLL-FILE.
003190 01  VOTERROLL-RECORD.
003192     05  VR-REGISTERED        PIC 9(9).
003193     05  VR-BAND-LOW          PIC 9(3)V9(2).
003194     05  VR-BAND-HIGH         PIC 9(3)V9(2).
998203     05  VR-PRECINCT          PIC X(6).
003195
003196*--------------------------------------------------------------
003197* CERTIFIED-RESULTS EXPORT IN THE STATE REPORTING LAYOUT --
003198* ONE "D" RECORD PER CANDIDATE AND ONE "T" TRAILER PER RACE,
997603* LED BY AN "H" HEADER NAMING THE OFFICE WHEN THE RACE COMES
997604* FROM THE ELECTION DEFINITION.
003199*--------------------------------------------------------------
003201 FD  RESULTS-FILE.
003202 01  RESULTS-DETAIL-RECORD.
00320A     05  RES-VOTES-ED         PIC 9(7).
00320B     05  RES-VOTES-EV         PIC 9(7).
00320C     05  RES-VOTES-AB         PIC 9(7).
997605     05  RES-PARTY            PIC X(10).
003209 01  RESULTS-TRAILER-RECORD.
003211     05  RES-TRL-TYPE         PIC X(1).
003212     05  RES-TRL-CASE         PIC 9(3).
003213     05  RES-TRL-TOTAL        PIC 9(9).
003214     05  RES-TRL-STATUS       PIC X(1).
003215     05  FILLER               PIC X(54).
997606 01  RESULTS-HEADER-RECORD.
997607     05  RES-HDR-TYPE         PIC X(1).
997608     05  RES-HDR-CASE         PIC 9(3).
997609     05  RES-HDR-OFFICE       PIC X(30).
997610     05  RES-HDR-SEATS        PIC 9(3).
997611     05  RES-HDR-METHOD       PIC X(1).
997612     05  FILLER               PIC X(30).
998401 01  RESULTS-PRECINCT-RECORD.
998402     05  RES-PRC-TYPE         PIC X(1).
998403     05  RES-PRC-CASE         PIC 9(3).
998404     05  RES-PRC-NUMBER       PIC 9(2).
998405     05  RES-PRC-CODE         PIC X(6).
998406     05  RES-PRC-CAND         PIC 9(3).
998407     05  RES-PRC-NAME         PIC X(20).
998408     05  RES-PRC-VOTES        PIC 9(7).
998409     05  RES-PRC-PARTY        PIC X(10).
998204     05  RES-PRC-REGISTERED   PIC 9(9).
998205     05  FILLER               PIC X(7).
982131*--------------------------------------------------------------
982132* ORIGINAL CERTIFIED RESULTS, READ BACK IN RECOUNT AND AUDIT
982133* MODE -- THE SAME RECORD SHAPES THE EXPORT WRITES.
982134*--------------------------------------------------------------
982135 FD  ORIGRES-FILE.
982136 01  ORIGRES-RECORD.
982141     05  ORS-VOTES            PIC 9(7).
982142     05  ORS-PCT              PIC 9(3)V9(2).
982143     05  ORS-PLACE-FLAG       PIC X(1).
982144     05  FILLER               PIC X(31).
982146 01  ORIGRES-PRECINCT-RECORD.
982148     05  FILLER               PIC X(4).
982150     05  ORS-PRC-NUMBER       PIC 9(2).
982152     05  ORS-PRC-CODE         PIC X(6).
982154     05  ORS-PRC-CAND         PIC 9(3).
982156     05  ORS-PRC-NAME         PIC X(20).
982158     05  ORS-PRC-VOTES        PIC 9(7).
982160     05  FILLER               PIC X(26).
982162 01  ORIGRES-HEADER-RECORD.
982164     05  FILLER               PIC X(4).
982166     05  ORS-HDR-OFFICE       PIC X(30).
982168     05  ORS-HDR-SEATS        PIC 9(3).
982170     05  ORS-HDR-METHOD       PIC X(1).
982172     05  FILLER               PIC X(30).
982174 01  ORIGRES-TRAILER-RECORD.
982176     05  FILLER               PIC X(4).
982178     05  ORS-TRL-TOTAL        PIC 9(9).
982180     05  ORS-TRL-STATUS       PIC X(1).
982182     05  FILLER               PIC X(54).
982631*--------------------------------------------------------------
982632* PROVISIONAL-BALLOT POOL -- ONE RECORD PER PENDING LINE,
982633* CARRIED ACROSS RUNS UNTIL THE ADJUDICATION FEED SETTLES IT.
982649     05  AJF-CASE             PIC 9(3).
982651     05  AJF-SEQ              PIC 9(4).
982652     05  AJF-DISP             PIC X(1).
997613*--------------------------------------------------------------
997614* ELECTION DEFINITION -- KEYED BY CASE, RECORD TYPE, AND ITEM:
997615* ONE R RECORD PER RACE (ITEM 000), ITS C CANDIDATE RECORDS BY
997616* BALLOT POSITION, AND ITS P PRECINCT RECORDS BY PRECINCT
997617* NUMBER.
997618*--------------------------------------------------------------
997619 FD  ELECTDEF-FILE.
997620 01  ELECTDEF-RECORD.
997621     05  ED-CASE              PIC 9(3).
997622     05  ED-TYPE              PIC X(1).
997623     05  ED-ITEM              PIC 9(3).
997624     05  ED-OFFICE            PIC X(30).
997625     05  ED-SEATS             PIC 9(3).
997626     05  ED-METHOD            PIC X(1).
997627     05  ED-WRITEMIN          PIC 9(7).
997628     05  FILLER               PIC X(12).
997629 01  ELECTDEF-CANDIDATE-RECORD.
997630     05  FILLER               PIC X(7).
997631     05  ED-CAND-NAME         PIC X(20).
997632     05  ED-CAND-PARTY        PIC X(10).
997633     05  FILLER               PIC X(23).
997634 01  ELECTDEF-PRECINCT-RECORD.
997635     05  FILLER               PIC X(7).
997636     05  ED-PREC-CODE         PIC X(6).
997637     05  ED-PREC-NAME         PIC X(24).
997638     05  FILLER               PIC X(23).
998105*--------------------------------------------------------------
998106* ELECTION-NIGHT RUNNING RESULTS -- PER PRECINCT REPORTED, A
998107* MARKER (CANDIDATE 000) CARRYING THE DATE IT CAME IN, THEN ONE
998108* RECORD PER CANDIDATE WITH ITS VOTES. CARRIED ACROSS RUNS.
998109*--------------------------------------------------------------
998110 FD  UNOFMAST-FILE.
998111 01  UNOFMAST-RECORD.
998112     05  UNF-CASE             PIC 9(3).
998113     05  UNF-PRECINCT         PIC X(6).
998114     05  UNF-CAND             PIC 9(3).
998115     05  UNF-VOTES            PIC 9(7).
998116     05  UNF-REPORTED         PIC 9(8).
998117     05  FILLER               PIC X(13).
998118*--------------------------------------------------------------
998119* UNOFFICIAL RESULTS FOR THE PUBLIC WEB PAGE -- A "U" RECORD PER
998120* RACE (PRECINCTS REPORTING OUT OF THE TOTAL, AS OF WHEN), THEN A
998121* "C" RECORD PER CANDIDATE FLAGGED "L" WHILE LEADING.
998122*--------------------------------------------------------------
998123 FD  WEBRES-FILE.
998124 01  WEBRES-RACE-RECORD.
998125     05  WEB-RECORD-TYPE      PIC X(1).
998126     05  WEB-CASE             PIC 9(3).
998127     05  WEB-OFFICE           PIC X(30).
998128     05  WEB-METHOD           PIC X(1).
998129     05  WEB-REPORTED         PIC 9(4).
998130     05  WEB-PRECINCTS        PIC 9(4).
998131     05  WEB-TOTAL-VOTES      PIC 9(9).
998132     05  WEB-AS-OF-DATE       PIC 9(8).
998133     05  WEB-AS-OF-TIME       PIC 9(4).
998134     05  FILLER               PIC X(12).
998135 01  WEBRES-CANDIDATE-RECORD.
998136     05  WEB-CAND-TYPE        PIC X(1).
998137     05  WEB-CAND-CASE        PIC 9(3).
998138     05  WEB-CAND-NUMBER      PIC 9(3).
998139     05  WEB-CAND-NAME        PIC X(20).
998140     05  WEB-CAND-PARTY       PIC X(10).
998141     05  WEB-CAND-VOTES       PIC 9(7).
998142     05  WEB-CAND-PCT         PIC 9(3)V9(2).
998143     05  WEB-CAND-LEADING     PIC X(1).
998144     05  FILLER               PIC X(26).
998206*--------------------------------------------------------------
998207* THE PRIOR ELECTION'S CERTIFIED-RESULTS EXPORT, FOR THE SWING
998208* REPORT -- THE SAME RECORD SHAPES THE EXPORT WRITES. ONLY THE
998209* "H" HEADERS AND "P" PRECINCT DETAIL ARE USED.
998210*--------------------------------------------------------------
998211 FD  PRIORRES-FILE.
998212 01  PRIORRES-RECORD.
998213     05  PRR-RECORD-TYPE      PIC X(1).
998214     05  PRR-CASE             PIC 9(3).
998215     05  FILLER               PIC X(64).
998216 01  PRIORRES-HEADER-RECORD.
998217     05  FILLER               PIC X(4).
998218     05  PRR-HDR-OFFICE       PIC X(30).
998219     05  PRR-HDR-SEATS        PIC 9(3).
998220     05  PRR-HDR-METHOD       PIC X(1).
998221     05  FILLER               PIC X(30).
998222 01  PRIORRES-PRECINCT-RECORD.
998223     05  FILLER               PIC X(4).
998224     05  PRR-PRC-NUMBER       PIC 9(2).
998225     05  PRR-PRC-CODE         PIC X(6).
998226     05  PRR-PRC-CAND         PIC 9(3).
998227     05  PRR-PRC-NAME         PIC X(20).
998228     05  PRR-PRC-VOTES        PIC 9(7).
998229     05  PRR-PRC-PARTY        PIC X(10).
998230     05  PRR-PRC-REGISTERED   PIC 9(9).
998231     05  FILLER               PIC X(7).
003200 WORKING-STORAGE SECTION.
003220 COPY EXCPTREC.
995111 COPY PDATEREC.
005700                          DEPENDING ON CANDIDATES.
005800         10  CANDIDATE-NAME   PIC X(20).
005900         10  CANDIDATE-VOTES  PIC 9(7).
997639         10  CAND-PARTY       PIC X(10).
981111*--------------------------------------------------------------
981112* VOTE-MODE SPLIT -- 1 ELECTION-DAY, 2 EARLY, 3 ABSENTEE.
981113*--------------------------------------------------------------
982226         10  ORG-FLAG         PIC X(1).
982227         10  ORG-SEEN         PIC 9(1).
982228
997640*--------------------------------------------------------------
997641* ELECTION DEFINITION -- LOADED AT STARTUP AND CROSS-CHECKED
997642* BEFORE ANY VOTE LINE IS READ. A "35" ON OPEN MEANS NO
997643* DEFINITION AND THE FEED CARRIES ITS RACES IN-LINE AS BEFORE;
997644* A DEFINITION THAT FAILS ITS CHECKS TABULATES NOTHING.
997645*--------------------------------------------------------------
997646 01  ELECTDEF-STATUS          PIC X(2).
997647     88  ELECTDEF-OK          VALUE "00".
997648     88  ELECTDEF-AT-END      VALUE "10".
997649     88  ELECTDEF-NOT-FOUND   VALUE "35".
997650 01  DEFINITION-SWITCH        PIC X(1) VALUE "N".
997651     88  DEFINITION-LOADED    VALUE "Y".
997652     88  DEFINITION-ABSENT    VALUE "N".
997653     88  DEFINITION-FAILED    VALUE "F".
997654 01  DEF-RACE-COUNT           PIC 9(4) COMP VALUE 0.
997655 01  DEF-CAND-COUNT           PIC 9(4) COMP VALUE 0.
997656 01  DEF-PREC-COUNT           PIC 9(4) COMP VALUE 0.
997657 01  DEF-CAND-SEEN            PIC 9(4) COMP.
997658 01  DEF-PREC-SEEN            PIC 9(4) COMP.
997659 01  DRX                      PIC 9(4) COMP.
997660 01  DCX                      PIC 9(4) COMP.
997661 01  DPX                      PIC 9(4) COMP.
997662 01  DEF-MAX-ITEM             PIC 9(4) COMP.
997663 01  DEF-ITEM-DISP            PIC 9(3).
997664 01  DEF-PROBLEM              PIC X(40).
997665 01  PREC-HIT-X               PIC 9(2) COMP.
997666 01  DEF-RACE-TABLE.
997667     05  DEF-RACE OCCURS 100 TIMES.
997668         10  DR-CASE          PIC 9(3).
997669         10  DR-OFFICE        PIC X(30).
997670         10  DR-SEATS         PIC 9(3).
997671         10  DR-METHOD        PIC X(1).
997672         10  DR-WRITEMIN      PIC 9(7).
997673         10  DR-CANDIDATES    PIC 9(4).
997674         10  DR-PRECINCTS     PIC 9(4).
997675 01  DEF-CAND-TABLE.
997676     05  DEF-CAND OCCURS 2000 TIMES.
997677         10  DC-CASE          PIC 9(3).
997678         10  DC-ITEM          PIC 9(3).
997679         10  DC-NAME          PIC X(20).
997680         10  DC-PARTY         PIC X(10).
997681 01  DEF-PREC-TABLE.
997682     05  DEF-PREC OCCURS 3000 TIMES.
997683         10  DP-CASE          PIC 9(3).
997684         10  DP-ITEM          PIC 9(2).
997685         10  DP-CODE          PIC X(6).
997686         10  DP-NAME          PIC X(24).
997687 01  RACE-PRECINCT-TABLE.
997688     05  RACE-PRECINCT OCCURS 50 TIMES.
997689         10  RP-CODE          PIC X(6).
997690         10  RP-NAME          PIC X(24).
997691 01  RACE-OFFICE              PIC X(30).
997692 01  RACE-METHOD              PIC X(1).
997693     88  RACE-RANKED          VALUE "R".
997694*--------------------------------------------------------------
997695* THE DEFINITION-KEYED FEED -- THE LINE IN HAND, ITS KIND, ITS
997696* RACE, AND WHY IT WAS TURNED AWAY IF IT WAS.
997697*--------------------------------------------------------------
997698 01  FEED-END-SWITCH          PIC X(1) VALUE "N".
997699     88  FEED-ENDED           VALUE "Y".
997700     88  FEED-NOT-ENDED       VALUE "N".
997701 01  FEED-LINE-TYPE           PIC X(1).
997702     88  LINE-IS-VOTE         VALUE "V".
997703     88  LINE-IS-WRITEIN      VALUE "W".
997704     88  LINE-IS-PROVISIONAL  VALUE "P".
997705     88  LINE-IS-BALLOT       VALUE "B".
997706 01  FEED-CASE-X              PIC X(4).
997707 01  FEED-CASE                PIC 9(4).
997708 01  FEED-CAND-X              PIC X(4).
997709 01  FEED-CAND                PIC 9(4).
997710 01  FEED-PREC-X              PIC X(6).
997711 01  FEED-PTR                 PIC 9(3) COMP.
997712 01  FEED-REST                PIC X(80).
997713 01  LINE-REJECT-REASON       PIC X(30).
998410*--------------------------------------------------------------
998411* RISK-LIMITING AUDIT -- THE PUBLISHED SEED AND RISK LIMIT, THE
998412* RANDOM STREAM DRAWN FROM THEM, AND THE CERTIFIED EXPORT'S
998413* RACES, PRECINCTS, AND PRECINCT VOTES WITH THE HAND COUNTS
998414* TAKEN AGAINST THEM.
998415*--------------------------------------------------------------
998416 01  AUDIT-SWITCH             PIC X(1) VALUE "N".
998417     88  AUDIT-MODE           VALUE "Y".
998418 01  AUDIT-LOAD-SWITCH        PIC X(1) VALUE "N".
998419     88  AUDIT-LOAD-FAILED    VALUE "Y".
998420 01  AUDIT-ESCALATE-SWITCH    PIC X(1).
998421     88  AUDIT-ESCALATE       VALUE "Y".
998422     88  AUDIT-NO-ESCALATE    VALUE "N".
998423 01  AUDIT-SEED-X             PIC X(20).
998424 01  AUDIT-LIMIT-X            PIC X(6).
998425 01  AUDIT-LIMIT-CHECK        PIC X(6).
998426 01  AUDIT-LIMIT-PCT          PIC 9(4)V9(2).
998427 01  AUDIT-LIMIT-DISP         PIC Z9.99.
998428 01  AUDIT-ALPHA              PIC V9(9).
998429 01  AUDIT-MODULUS            PIC 9(10) VALUE 2147483647.
998430 01  AUDIT-RANDOM             PIC 9(10).
998431 01  AUDIT-RANDOM-DISP        PIC 9(10).
998432 01  AUDIT-PRODUCT            PIC 9(18).
998433 01  AUDIT-QUOTIENT           PIC 9(18).
998434 01  AUDIT-DIGIT              PIC 9(1).
998435 01  AUDIT-FRACTION           PIC V9(9).
998436 01  AUDIT-TARGET             PIC 9(9).
998437 01  AUDIT-CUM                PIC 9(9).
998438 01  AUDIT-MARGIN             PIC S9(9).
998439 01  AUDIT-DETAIL-MARGIN      PIC S9(9).
998440 01  AUDIT-BOUND              PIC 9(9).
998441 01  AUDIT-ERROR              PIC S9(9).
998442 01  AUDIT-TAINT              PIC S9(3)V9(9).
998443 01  AUDIT-FACTOR             PIC 9(3)V9(9).
998444 01  AUDIT-SURVIVAL           PIC 9(1)V9(9).
998445 01  AUDIT-DIVISOR            PIC S9(3)V9(9).
998446 01  AUDIT-RISK               PIC 9(3)V9(9).
998447 01  AUDIT-RISK-DISP          PIC ZZ9.9(6).
998448 01  AUDIT-COUNT-DISP         PIC 9(9).
998449 01  AUDIT-SIGNED-DISP        PIC +9(8).
998450 01  AUDIT-DRAW-X             PIC 9(3) COMP.
998451 01  AUDIT-DRAW-DISP          PIC 9(3).
998452 01  AUDIT-PENDING            PIC 9(4) COMP.
998453 01  AUDIT-HAND-LINES         PIC 9(7) VALUE 0.
998454 01  AUDIT-PROBLEM            PIC X(60).
998455 01  AUDIT-SEVERITY           PIC 9(1).
998456 01  AUDIT-KEY-WORK           PIC X(6).
998457 01  AUDIT-CAND-WORK          PIC 9(4).
998458 01  AUDIT-NAME-WORK          PIC X(20).
998459 01  AUDIT-VOTES-WORK         PIC 9(7).
998460 01  SX                       PIC 9(2) COMP.
998461 01  ARX                      PIC 9(4) COMP.
998462 01  AR-HIT-X                 PIC 9(4) COMP.
998463 01  AUX                      PIC 9(4) COMP.
998464 01  AU-HIT-X                 PIC 9(4) COMP.
998465 01  AVX                      PIC 9(5) COMP.
998466 01  AV-HIT-X                 PIC 9(5) COMP.
998467 01  LDX                      PIC 9(4) COMP.
998468 01  AR-COUNT                 PIC 9(4) COMP VALUE 0.
998469 01  AU-COUNT                 PIC 9(4) COMP VALUE 0.
998470 01  AV-COUNT                 PIC 9(5) COMP VALUE 0.
998471 01  LD-COUNT                 PIC 9(4) COMP VALUE 0.
998472 01  AUDIT-RACE-TABLE.
998473     05  AUDIT-RACE OCCURS 100 TIMES.
998474         10  AR-CASE          PIC 9(3).
998475         10  AR-OFFICE        PIC X(30).
998476         10  AR-METHOD        PIC X(1).
998477         10  AR-STATUS        PIC X(1).
998478         10  AR-OUTCOME       PIC X(1).
998479         10  AR-CANDS         PIC 9(4).
998480         10  AR-W-POS         PIC 9(4).
998481         10  AR-W-NAME        PIC X(20).
998482         10  AR-W-VOTES       PIC 9(7).
998483         10  AR-R-POS         PIC 9(4).
998484         10  AR-R-NAME        PIC X(20).
998485         10  AR-R-VOTES       PIC 9(7).
998486         10  AR-FIRST-AU      PIC 9(4).
998487         10  AR-LAST-AU       PIC 9(4).
998488         10  AR-MARGIN        PIC 9(9).
998489         10  AR-BOUND         PIC 9(9).
998490         10  AR-MU            PIC 9(1)V9(9).
998491         10  AR-DRAWS         PIC 9(3).
998492 01  AUDIT-PRECINCT-TABLE.
998493     05  AUDIT-PRECINCT OCCURS 2000 TIMES.
998494         10  AU-KEY           PIC X(6).
998495         10  AU-M-W           PIC 9(7).
998496         10  AU-M-R           PIC 9(7).
998497         10  AU-M-TOTAL       PIC 9(9).
998498         10  AU-BOUND         PIC 9(9).
998499         10  AU-DRAWS         PIC 9(3).
998500         10  AU-HAND-SEEN     PIC 9(1).
998501         10  AU-H-W           PIC 9(7).
998502         10  AU-H-R           PIC 9(7).
998503 01  AUDIT-VOTE-TABLE.
998504     05  AUDIT-VOTE OCCURS 10000 TIMES.
998505         10  AV-AU            PIC 9(4).
998506         10  AV-CAND          PIC 9(4).
998507         10  AV-NAME          PIC X(20).
998508         10  AV-MACHINE       PIC 9(7).
998509         10  AV-HAND          PIC 9(7).
998510 01  AUDIT-LOAD-TABLE.
998511     05  AUDIT-LOAD OCCURS 999 TIMES.
998512         10  LD-NAME          PIC X(20).
998513         10  LD-VOTES         PIC 9(7).
998145*--------------------------------------------------------------
998146* ELECTION-NIGHT UNOFFICIAL RESULTS -- EVERY PRECINCT REPORTED SO
998147* FAR (EARLIER RUNS OR THIS ONE) AND ITS VOTES BY CANDIDATE.
998148*--------------------------------------------------------------
998149 01  UNOFMAST-STATUS          PIC X(2).
998150     88  UNOFMAST-OK          VALUE "00".
998151     88  UNOFMAST-AT-END      VALUE "10".
998152     88  UNOFMAST-NOT-FOUND   VALUE "35".
998153 01  WEBRES-STATUS            PIC X(2).
998154     88  WEBRES-OK            VALUE "00".
998155 01  UNOFFICIAL-SWITCH        PIC X(1) VALUE "N".
998156     88  UNOFFICIAL-MODE      VALUE "Y".
998157 01  UNOF-LOAD-SWITCH         PIC X(1) VALUE "N".
998158     88  UNOF-LOAD-FAILED     VALUE "Y".
998159 01  UNOF-STOP-SWITCH         PIC X(1) VALUE "N".
998160     88  UNOF-STOPPED         VALUE "Y".
998161 01  WEBRES-SWITCH            PIC X(1) VALUE "N".
998162     88  WEBRES-OPEN          VALUE "Y".
998163 01  UNOF-TIME                PIC 9(8).
998164 01  UNOF-REPORTED            PIC 9(4) COMP.
998165 01  UNOF-PRECINCTS           PIC 9(4) COMP.
998166 01  UNOF-MISSING             PIC 9(4) COMP.
998167 01  UNOF-AHEAD               PIC 9(4) COMP.
998168 01  UNOF-COUNT-DISP          PIC 9(4).
998169 01  UNOF-TOTAL-DISP          PIC 9(4).
998170 01  UNOF-LEADING             PIC X(8).
998171 01  UNOF-PROBLEM             PIC X(60).
998172 01  UNOF-SEVERITY            PIC 9(1).
998173 01  UPX                      PIC 9(4) COMP.
998174 01  UPX-HIT                  PIC 9(4) COMP.
998175 01  UOX                      PIC 9(5) COMP.
998176 01  UOX-HIT                  PIC 9(5) COMP.
998177 01  UNOF-CX                  PIC 9(3) COMP.
998178 01  UPR-COUNT                PIC 9(4) COMP VALUE 0.
998179 01  UO-COUNT                 PIC 9(5) COMP VALUE 0.
998180 01  UNOF-PRECINCT-TABLE.
998181     05  UNOF-PRECINCT OCCURS 3000 TIMES.
998182         10  UPR-CASE         PIC 9(3).
998183         10  UPR-CODE         PIC X(6).
998184         10  UPR-STATE        PIC X(1).
998185         10  UPR-REPORTED     PIC 9(8).
998186         10  UPR-COUNTED      PIC 9(1).
998187 01  UNOF-VOTE-TABLE.
998188     05  UNOF-VOTE OCCURS 20000 TIMES.
998189         10  UO-CASE          PIC 9(3).
998190         10  UO-CODE          PIC X(6).
998191         10  UO-CAND          PIC 9(3).
998192         10  UO-VOTES         PIC 9(7).
998232*--------------------------------------------------------------
998233* PRECINCT SWING AGAINST THE PRIOR ELECTION. PRL HOLDS EACH
998234* PRECINCT'S REGISTERED VOTERS FROM THE ROLL'S PRECINCT RECORDS;
998235* SWP EACH PRECINCT SEEN IN EITHER ELECTION, SWR EACH SINGLE-SEAT
998236* PLURALITY RACE'S TOTAL THERE (THE LARGEST STANDS FOR THE
998237* PRECINCT'S BALLOTS CAST), AND SWY EACH PARTY'S VOTES THERE.
998238*--------------------------------------------------------------
998239 01  PRIORRES-STATUS          PIC X(2).
998240     88  PRIORRES-OK          VALUE "00".
998241     88  PRIORRES-AT-END      VALUE "10".
998242     88  PRIORRES-NOT-FOUND   VALUE "35".
998243 01  SWING-SWITCH             PIC X(1) VALUE "N".
998244     88  SWING-LOADED         VALUE "Y".
998245 01  SWING-FULL-SWITCH        PIC X(1) VALUE "N".
998246     88  SWING-TABLE-FULL     VALUE "Y".
998247 01  SWING-WHEN               PIC X(1).
998248     88  SWING-THEN           VALUE "T".
998249     88  SWING-NOW            VALUE "N".
998250 01  SWING-THEN-SWITCH        PIC X(1).
998251     88  SWING-HAS-THEN       VALUE "Y".
998252 01  SWING-NOW-SWITCH         PIC X(1).
998253     88  SWING-HAS-NOW        VALUE "Y".
998254 01  SWING-MOVED-SWITCH       PIC X(1).
998255     88  SWING-PRECINCT-MOVED VALUE "Y".
998256 01  SWING-LIMIT-X            PIC X(6).
998257 01  SWING-LIMIT-CHECK        PIC X(6).
998258 01  SWING-LIMIT-WORK         PIC 9(5)V9(2).
998259 01  SWING-LIMIT              PIC 9(3)V9(2) VALUE 10.
998260 01  SWING-LIMIT-DISP         PIC Z9.99.
998261 01  SWING-KEY                PIC X(6).
998262 01  SWING-PARTY              PIC X(10).
998263 01  SWING-VOTES              PIC 9(9).
998264 01  SWING-CASE               PIC 9(3).
998265 01  SWING-PRIOR-CASE         PIC 9(3) VALUE 0.
998266 01  SWING-PRIOR-SEATS        PIC 9(3) VALUE 0.
998267 01  SWING-PRIOR-READ         PIC 9(7) COMP VALUE 0.
998268 01  SWING-REGISTERED         PIC 9(9).
998269 01  SWING-REG-THEN           PIC 9(9).
998270 01  SWING-BALLOTS-THEN       PIC 9(9).
998271 01  SWING-BALLOTS-NOW        PIC 9(9).
998272 01  SWING-PCT-THEN           PIC 9(3)V9(2).
998273 01  SWING-PCT-NOW            PIC 9(3)V9(2).
998274 01  SWING-CHANGE             PIC S9(3)V9(2).
998275 01  SWING-CHANGE-ABS         PIC 9(3)V9(2).
998276 01  SWING-PCT-EDIT           PIC ZZ9.99.
998277 01  SWING-CHANGE-EDIT        PIC +++9.99.
998278 01  SWING-THEN-DISP          PIC X(6).
998279 01  SWING-NOW-DISP           PIC X(6).
998280 01  SWING-CHANGE-DISP        PIC X(7).
998281 01  SWING-FLAG               PIC X(21).
998282 01  SWING-FLAGGED            PIC 9(4) COMP.
998283 01  SWING-COUNT-DISP         PIC 9(4).
998284 01  SWING-FLAGGED-DISP       PIC 9(4).
998285 01  SWING-PROBLEM            PIC X(60).
998286 01  SWING-SEVERITY           PIC 9(1).
998287 01  PRL-COUNT                PIC 9(4) COMP VALUE 0.
998288 01  PRL-DROPPED              PIC 9(4) COMP VALUE 0.
998289 01  PRLX                     PIC 9(4) COMP.
998290 01  SWP-COUNT                PIC 9(4) COMP VALUE 0.
998291 01  SWPX                     PIC 9(4) COMP.
998292 01  SWP-HIT                  PIC 9(4) COMP.
998293 01  SWR-COUNT                PIC 9(5) COMP VALUE 0.
998294 01  SWRX                     PIC 9(5) COMP.
998295 01  SWR-HIT                  PIC 9(5) COMP.
998296 01  SWY-COUNT                PIC 9(5) COMP VALUE 0.
998297 01  SWYX                     PIC 9(5) COMP.
998298 01  SWY-HIT                  PIC 9(5) COMP.
998299 01  PRECINCT-ROLL-TABLE.
998300     05  PRECINCT-ROLL OCCURS 3000 TIMES.
998301         10  PRL-CODE         PIC X(6).
998302         10  PRL-REGISTERED   PIC 9(9).
998303 01  SWING-PRECINCT-TABLE.
998304     05  SWING-PRECINCT OCCURS 3000 TIMES.
998305         10  SWP-CODE         PIC X(6).
998306         10  SWP-REG-THEN     PIC 9(9).
998307         10  SWP-VOTES-THEN   PIC 9(9).
998308         10  SWP-VOTES-NOW    PIC 9(9).
998309 01  SWING-RACE-TABLE.
998310     05  SWING-RACE OCCURS 9000 TIMES.
998311         10  SWR-WHEN         PIC X(1).
998312         10  SWR-CASE         PIC 9(3).
998313         10  SWR-PREC         PIC 9(4).
998314         10  SWR-VOTES        PIC 9(9).
998315 01  SWING-PARTY-TABLE.
998316     05  SWING-PARTY-ROW OCCURS 12000 TIMES.
998317         10  SWY-PREC         PIC 9(4).
998318         10  SWY-PARTY        PIC X(10).
998319         10  SWY-THEN         PIC 9(9).
998320         10  SWY-NOW          PIC 9(9).
997714
981627 01  WRITEIN-MIN              PIC 9(7).
981628 01  WI-COUNT                 PIC 9(2) COMP.
981629 01  WIX                      PIC 9(2) COMP.
006270     PERFORM 0750-OPEN-EXPORT.
982751     PERFORM 0870-LOAD-PROVISIONALS.
982752     PERFORM 0880-LOAD-ADJUDICATIONS.
997715     PERFORM 0300-LOAD-DEFINITION.
998193     PERFORM 8000-LOAD-UNOFFICIAL.
998321     PERFORM 8700-LOAD-PRIOR-RESULTS.
982231*--------------------------------------------------------------
982232* THE FIRST FEED LINE IS EITHER THE "recount" MODE MARKER OR
982233* THE CASE COUNT ITSELF.
982234*--------------------------------------------------------------
996761     PERFORM 0150-VERIFY-FEED-DATE.
996811*--------------------------------------------------------------
996861* A DEFINITION THAT FAILED ITS CHECKS TABULATES NOTHING EITHER
996911* -- THE FEED WOULD BE COUNTED AGAINST THE WRONG RACES.
996961*--------------------------------------------------------------
997011     IF DEFINITION-FAILED THEN
997061         SET FEED-UNVERIFIED TO TRUE
997111     END-IF.
997501*--------------------------------------------------------------
997502* AN UNVERIFIED FEED TABULATES NOTHING AND THE PROVISIONAL
997503* POOL IS LEFT UNTOUCHED BELOW -- A STALE BALLOTS FILE MUST
997506     IF FEED-VERIFIED THEN
997507         PERFORM 0200-PROCESS-FEED
997508     END-IF.
997509     IF FEED-VERIFIED AND NOT AUDIT-MODE
998194             AND NOT UNOFFICIAL-MODE THEN
982753         PERFORM 3500-SAVE-PROVISIONALS
997510     END-IF.
998195     IF FEED-VERIFIED AND UNOFFICIAL-MODE THEN
998196         PERFORM 8500-SAVE-UNOFFICIAL
998197     END-IF.
998322     IF FEED-VERIFIED AND SWING-LOADED AND NOT AUDIT-MODE
998323             AND NOT UNOFFICIAL-MODE THEN
998324         PERFORM 8800-PRINT-SWING-REPORT
998325     END-IF.
006410     IF EXPORT-OPEN THEN
006420         CLOSE RESULTS-FILE
006430     END-IF.
006500     STOP RUN.
997511
997512*--------------------------------------------------------------
997513* THE WHOLE FEED, FROM ITS FIRST LINE THROUGH THE TRAILER CHECK
997514* -- AN AUDIT OF THE CERTIFIED EXPORT, AN ELECTION-NIGHT
997515* UNOFFICIAL RUN, OR A TABULATION IN-LINE OR KEYED TO THE
997516* ELECTION DEFINITION. RUN ONLY ONCE THE BUSDATE HEADER HAS
998198* VERIFIED.
998326* AN OPTIONAL "swing PCT" LINE AHEAD OF IT SETS THE SWING
998327* REPORT'S FLAG THRESHOLD.
998514*--------------------------------------------------------------
997517 0200-PROCESS-FEED.
982235     ACCEPT INPUT-LINE.
982236     PERFORM 8720-CHECK-SWING-LINE.
982237     MOVE 0 TO KEYWORD-COUNT.
982238     INSPECT INPUT-LINE TALLYING KEYWORD-COUNT
982239         FOR ALL "audit ".
982241     IF KEYWORD-COUNT = 1 THEN
982242         ADD 1 TO LINES-READ
982243         SET AUDIT-MODE TO TRUE
982244         PERFORM 7000-RUN-AUDIT
982245     ELSE
982246         MOVE 0 TO KEYWORD-COUNT
982247         INSPECT INPUT-LINE TALLYING KEYWORD-COUNT
982248             FOR ALL "unofficial"
982253         IF KEYWORD-COUNT = 1 THEN
982258             ADD 1 TO LINES-READ
982263             SET UNOFFICIAL-MODE TO TRUE
982268             PERFORM 8100-RUN-UNOFFICIAL
982273         ELSE
982278             PERFORM 0250-TABULATE-FEED
982283         END-IF
982288     END-IF.
006405     PERFORM 0900-VERIFY-TRAILER.
997518 0200-EXIT.
998515     EXIT.
998516
998517*--------------------------------------------------------------
998518* THE RECOUNT-OR-CASES LINE ALREADY IN HAND, THEN EVERY RACE.
998519*--------------------------------------------------------------
998520 0250-TABULATE-FEED.
998521     MOVE 0 TO KEYWORD-COUNT.
998522     INSPECT INPUT-LINE TALLYING KEYWORD-COUNT
998523         FOR ALL "recount".
998524     IF KEYWORD-COUNT = 1 THEN
998525         ADD 1 TO LINES-READ
998526         SET RECOUNT-MODE TO TRUE
998527         PERFORM 0800-LOAD-ORIGINAL-RESULTS
998528         IF DEFINITION-LOADED THEN
998529             PERFORM 6010-READ-FEED-LINE
998530         ELSE
998531             ACCEPT CASES
998532             ADD 1 TO LINES-READ
998533         END-IF
998534     ELSE
998535         IF DEFINITION-LOADED THEN
998536             PERFORM 6015-TAKE-FEED-LINE
998537         ELSE
998538             ADD 1 TO LINES-READ
998539             UNSTRING INPUT-LINE DELIMITED BY SPACE INTO CASES
998540         END-IF
998541     END-IF.
998542     IF DEFINITION-LOADED THEN
998543         PERFORM 6000-TABULATE-DEFINED-FEED
998544     ELSE
998545         PERFORM 1000-COUNT-VOTES UNTIL CASES = 0
998546     END-IF.
998547 0250-EXIT.
997519     EXIT.
006510
006520*--------------------------------------------------------------
006910                 MOVE VR-REGISTERED TO ROLL-REGISTERED(VR-CASE)
006920                 MOVE VR-BAND-LOW TO ROLL-BAND-LOW(VR-CASE)
006930                 MOVE VR-BAND-HIGH TO ROLL-BAND-HIGH(VR-CASE)
006931             ELSE
006932                 IF VR-CASE IS NUMERIC
006933                         AND VR-PRECINCT NOT = SPACES
006934                         AND VR-REGISTERED IS NUMERIC THEN
006935                     PERFORM 0610-HOLD-PRECINCT-ROLL
006936                 END-IF
006940             END-IF
006950     END-READ.
006960 0600-EXIT.
006970     EXIT.
998328
998329*--------------------------------------------------------------
998330* ONE PRECINCT'S REGISTERED VOTERS, FOR THE SWING REPORT AND
998331* THE EXPORT'S PRECINCT DETAIL.
998332*--------------------------------------------------------------
998333 0610-HOLD-PRECINCT-ROLL.
998334     IF PRL-COUNT < 3000 THEN
998335         ADD 1 TO PRL-COUNT
998336         MOVE VR-PRECINCT TO PRL-CODE(PRL-COUNT)
998337         MOVE VR-REGISTERED TO PRL-REGISTERED(PRL-COUNT)
998338     ELSE
998339         ADD 1 TO PRL-DROPPED
998340         IF PRL-DROPPED = 1 THEN
998341             MOVE RUN-DATE TO EXCPT-RUN-DATE
998342             MOVE "POPULARVOTE" TO EXCPT-PROGRAM
998343             MOVE "ROLL" TO EXCPT-CODE
998344             MOVE 2 TO EXCPT-SEVERITY
998345             MOVE SPACES TO EXCPT-TEXT
998346             MOVE "PRECINCT ROLL TABLE FULL AT 3000" TO EXCPT-TEXT
998347             CALL "EXCPTRPT" USING EXCEPTION-RECORD
998348         END-IF
998349     END-IF.
998350 0610-EXIT.
998351     EXIT.
006971
006972*--------------------------------------------------------------
006973* OPEN THE CERTIFIED-RESULTS EXPORT. A FAILURE REPORTS AN
006988     END-IF.
006989 0750-EXIT.
006991     EXIT.
997716
997717*--------------------------------------------------------------
997718* LOAD THE ELECTION DEFINITION AND CROSS-CHECK IT. NO DATASET
997719* (OR AN EMPTY ONE) MEANS THE FEED CARRIES ITS RACES IN-LINE AS
997720* BEFORE; ANY OTHER OPEN FAILURE, OR A DEFINITION THAT DOES NOT
997721* HANG TOGETHER, IS A CRITICAL EXCEPTION AND NOTHING TABULATES.
997722*--------------------------------------------------------------
997723 0300-LOAD-DEFINITION.
997724     OPEN INPUT ELECTDEF-FILE.
997725     IF ELECTDEF-OK THEN
997726         PERFORM 0310-LOAD-ONE-DEFINITION UNTIL ELECTDEF-AT-END
997727         CLOSE ELECTDEF-FILE
997728         IF DEF-RACE-COUNT > 0 OR DEF-CAND-COUNT > 0
997729                 OR DEF-PREC-COUNT > 0 THEN
997730             PERFORM 0350-CHECK-DEFINITION
997731             IF NOT DEFINITION-FAILED THEN
997732                 SET DEFINITION-LOADED TO TRUE
997733             END-IF
997734         END-IF
997735     ELSE
997736         IF NOT ELECTDEF-NOT-FOUND THEN
997737             SET DEFINITION-FAILED TO TRUE
997738             MOVE RUN-DATE TO EXCPT-RUN-DATE
997739             MOVE "POPULARVOTE" TO EXCPT-PROGRAM
997740             MOVE "DEFN" TO EXCPT-CODE
997741             MOVE 3 TO EXCPT-SEVERITY
997742             MOVE SPACES TO EXCPT-TEXT
997743             STRING "ELECTION-DEFINITION-OPEN-FAILED STATUS ",
997744                 ELECTDEF-STATUS DELIMITED BY SIZE
997745                 INTO EXCPT-TEXT
997746             CALL "EXCPTRPT" USING EXCEPTION-RECORD
997747         END-IF
997748     END-IF.
997749 0300-EXIT.
997750     EXIT.
997751
997752 0310-LOAD-ONE-DEFINITION.
997753     READ ELECTDEF-FILE
997754         AT END
997755             SET ELECTDEF-AT-END TO TRUE
997756         NOT AT END
997757             PERFORM 0315-TAKE-DEFINITION-RECORD
997758     END-READ.
997759 0310-EXIT.
997760     EXIT.
997761
997762 0315-TAKE-DEFINITION-RECORD.
997763     MOVE 0 TO CASE-NUMBER-DISP.
997764     IF ED-CASE IS NUMERIC THEN
997765         MOVE ED-CASE TO CASE-NUMBER-DISP
997766     END-IF.
997767     MOVE SPACES TO DEF-PROBLEM.
997768     IF ED-CASE IS NOT NUMERIC OR ED-CASE = 0
997769             OR ED-ITEM IS NOT NUMERIC THEN
997770         MOVE "RECORD KEY NOT NUMERIC" TO DEF-PROBLEM
997771     END-IF.
997772     IF DEF-PROBLEM = SPACES AND ED-TYPE = "R" THEN
997773         PERFORM 0320-HOLD-RACE
997774     END-IF.
997775     IF DEF-PROBLEM = SPACES AND ED-TYPE = "C" THEN
997776         PERFORM 0330-HOLD-CANDIDATE
997777     END-IF.
997778     IF DEF-PROBLEM = SPACES AND ED-TYPE = "P" THEN
997779         PERFORM 0340-HOLD-PRECINCT
997780     END-IF.
997781     IF ED-TYPE NOT = "R" AND ED-TYPE NOT = "C"
997782             AND ED-TYPE NOT = "P" THEN
997783         MOVE "RECORD TYPE NOT R, C, OR P" TO DEF-PROBLEM
997784     END-IF.
997785     IF DEF-PROBLEM NOT = SPACES THEN
997786         PERFORM 0390-DEFINITION-PROBLEM
997787     END-IF.
997788 0315-EXIT.
997789     EXIT.
997790
997791*--------------------------------------------------------------
997792* ONE RACE -- ITEM 000, AN OFFICE, A SEAT COUNT, PLURALITY OR
997793* RANKED, AND A WRITE-IN MINIMUM. A RANKED RACE FILLS ONE SEAT.
997794*--------------------------------------------------------------
997795 0320-HOLD-RACE.
997796     IF ED-ITEM NOT = 0 OR ED-OFFICE = SPACES THEN
997797         MOVE "RACE RECORD NEEDS ITEM 000 AND AN OFFICE"
997798             TO DEF-PROBLEM
997799     END-IF.
997800     IF DEF-PROBLEM = SPACES AND (ED-SEATS IS NOT NUMERIC
997801             OR ED-SEATS = 0 OR ED-WRITEMIN IS NOT NUMERIC) THEN
997802         MOVE "SEATS OR WRITE-IN MINIMUM NOT NUMERIC"
997803             TO DEF-PROBLEM
997804     END-IF.
997805     IF DEF-PROBLEM = SPACES AND ED-METHOD NOT = "P"
997806             AND ED-METHOD NOT = "R" THEN
997807         MOVE "METHOD NOT P OR R" TO DEF-PROBLEM
997808     END-IF.
997809     IF DEF-PROBLEM = SPACES AND ED-METHOD = "R"
997810             AND ED-SEATS NOT = 1 THEN
997811         MOVE "RANKED RACE WITH MORE THAN ONE SEAT"
997812             TO DEF-PROBLEM
997813     END-IF.
997814     IF DEF-PROBLEM = SPACES AND DEF-RACE-COUNT >= 100 THEN
997815         MOVE "RACE TABLE FULL AT 100" TO DEF-PROBLEM
997816     END-IF.
997817     IF DEF-PROBLEM = SPACES THEN
997818         ADD 1 TO DEF-RACE-COUNT
997819         MOVE ED-CASE TO DR-CASE(DEF-RACE-COUNT)
997820         MOVE ED-OFFICE TO DR-OFFICE(DEF-RACE-COUNT)
997821         MOVE ED-SEATS TO DR-SEATS(DEF-RACE-COUNT)
997822         MOVE ED-METHOD TO DR-METHOD(DEF-RACE-COUNT)
997823         MOVE ED-WRITEMIN TO DR-WRITEMIN(DEF-RACE-COUNT)
997824         MOVE 0 TO DR-CANDIDATES(DEF-RACE-COUNT)
997825         MOVE 0 TO DR-PRECINCTS(DEF-RACE-COUNT)
997826     END-IF.
997827 0320-EXIT.
997828     EXIT.
997829
997830 0330-HOLD-CANDIDATE.
997831     IF ED-ITEM = 0 OR ED-CAND-NAME = SPACES THEN
997832         MOVE "CANDIDATE NEEDS BALLOT POSITION AND NAME"
997833             TO DEF-PROBLEM
997834     END-IF.
997835     IF DEF-PROBLEM = SPACES AND DEF-CAND-COUNT >= 2000 THEN
997836         MOVE "CANDIDATE TABLE FULL AT 2000" TO DEF-PROBLEM
997837     END-IF.
997838     IF DEF-PROBLEM = SPACES THEN
997839         ADD 1 TO DEF-CAND-COUNT
997840         MOVE ED-CASE TO DC-CASE(DEF-CAND-COUNT)
997841         MOVE ED-ITEM TO DC-ITEM(DEF-CAND-COUNT)
997842         MOVE ED-CAND-NAME TO DC-NAME(DEF-CAND-COUNT)
997843         MOVE ED-CAND-PARTY TO DC-PARTY(DEF-CAND-COUNT)
997844     END-IF.
997845 0330-EXIT.
997846     EXIT.
997847
997848 0340-HOLD-PRECINCT.
997849     IF ED-ITEM = 0 OR ED-ITEM > 50
997850             OR ED-PREC-CODE = SPACES THEN
997851         MOVE "PRECINCT NEEDS NUMBER 001-050 AND CODE"
997852             TO DEF-PROBLEM
997853     END-IF.
997854     IF DEF-PROBLEM = SPACES AND DEF-PREC-COUNT >= 3000 THEN
997855         MOVE "PRECINCT TABLE FULL AT 3000" TO DEF-PROBLEM
997856     END-IF.
997857     IF DEF-PROBLEM = SPACES THEN
997858         ADD 1 TO DEF-PREC-COUNT
997859         MOVE ED-CASE TO DP-CASE(DEF-PREC-COUNT)
997860         MOVE ED-ITEM TO DP-ITEM(DEF-PREC-COUNT)
997861         MOVE ED-PREC-CODE TO DP-CODE(DEF-PREC-COUNT)
997862         MOVE ED-PREC-NAME TO DP-NAME(DEF-PREC-COUNT)
997863     END-IF.
997864 0340-EXIT.
997865     EXIT.
997866
997867*--------------------------------------------------------------
997868* CROSS-CHECK THE WHOLE DEFINITION -- EVERY RACE IN CASE ORDER
997869* WITH CANDIDATES NUMBERED 1 UP WITHOUT GAPS, PRECINCTS LIKEWISE
997870* AND EACH CODE LISTED ONCE, AND NO CANDIDATE OR PRECINCT LEFT
997871* OVER WITHOUT A RACE RECORD.
997872*--------------------------------------------------------------
997873 0350-CHECK-DEFINITION.
997874     MOVE 0 TO DEF-CAND-SEEN.
997875     MOVE 0 TO DEF-PREC-SEEN.
997876     PERFORM 0360-CHECK-ONE-RACE
997877         VARYING DRX FROM 1 BY 1 UNTIL DRX > DEF-RACE-COUNT.
997878     IF DEF-CAND-SEEN NOT = DEF-CAND-COUNT
997879             OR DEF-PREC-SEEN NOT = DEF-PREC-COUNT THEN
997880         MOVE 0 TO CASE-NUMBER-DISP
997881         MOVE "CANDIDATE OR PRECINCT WITHOUT A RACE"
997882             TO DEF-PROBLEM
997883         PERFORM 0390-DEFINITION-PROBLEM
997884     END-IF.
997885 0350-EXIT.
997886     EXIT.
997887
997888 0360-CHECK-ONE-RACE.
997889     MOVE DR-CASE(DRX) TO CASE-NUMBER-DISP.
997890     IF DRX > 1 THEN
997891         IF DR-CASE(DRX) NOT > DR-CASE(DRX - 1) THEN
997892             MOVE "RACES OUT OF CASE ORDER" TO DEF-PROBLEM
997893             PERFORM 0390-DEFINITION-PROBLEM
997894         END-IF
997895     END-IF.
997896     MOVE 0 TO DEF-MAX-ITEM.
997897     PERFORM VARYING DCX FROM 1 BY 1 UNTIL DCX > DEF-CAND-COUNT
997898         IF DC-CASE(DCX) = DR-CASE(DRX) THEN
997899             ADD 1 TO DR-CANDIDATES(DRX)
997900             IF DC-ITEM(DCX) > DEF-MAX-ITEM THEN
997901                 MOVE DC-ITEM(DCX) TO DEF-MAX-ITEM
997902             END-IF
997903         END-IF
997904     END-PERFORM.
997905     ADD DR-CANDIDATES(DRX) TO DEF-CAND-SEEN.
997906     IF DR-CANDIDATES(DRX) = 0 THEN
997907         MOVE "RACE HAS NO CANDIDATES" TO DEF-PROBLEM
997908         PERFORM 0390-DEFINITION-PROBLEM
997909     END-IF.
997910     IF DEF-MAX-ITEM NOT = DR-CANDIDATES(DRX) THEN
997911         MOVE "CANDIDATES NOT NUMBERED 1 UP, NO GAPS"
997912             TO DEF-PROBLEM
997913         PERFORM 0390-DEFINITION-PROBLEM
997914     END-IF.
997915     MOVE 0 TO DEF-MAX-ITEM.
997916     PERFORM VARYING DPX FROM 1 BY 1 UNTIL DPX > DEF-PREC-COUNT
997917         IF DP-CASE(DPX) = DR-CASE(DRX) THEN
997918             ADD 1 TO DR-PRECINCTS(DRX)
997919             IF DP-ITEM(DPX) > DEF-MAX-ITEM THEN
997920                 MOVE DP-ITEM(DPX) TO DEF-MAX-ITEM
997921             END-IF
997922         END-IF
997923     END-PERFORM.
997924     ADD DR-PRECINCTS(DRX) TO DEF-PREC-SEEN.
997925     IF DEF-MAX-ITEM NOT = DR-PRECINCTS(DRX) THEN
997926         MOVE "PRECINCTS NOT NUMBERED 1 UP, NO GAPS"
997927             TO DEF-PROBLEM
997928         PERFORM 0390-DEFINITION-PROBLEM
997929     ELSE
997930         PERFORM 0370-GATHER-RACE-PRECINCTS
997931         PERFORM VARYING PX FROM 2 BY 1
997932                 UNTIL PX > DR-PRECINCTS(DRX)
997933             PERFORM VARYING DPX FROM 1 BY 1 UNTIL DPX >= PX
997934                 IF RP-CODE(DPX) = RP-CODE(PX) THEN
997935                     MOVE SPACES TO DEF-PROBLEM
997936                     STRING "PRECINCT CODE ", RP-CODE(PX),
997937                         " LISTED TWICE" DELIMITED BY SIZE
997938                         INTO DEF-PROBLEM
997939                     PERFORM 0390-DEFINITION-PROBLEM
997940                 END-IF
997941             END-PERFORM
997942         END-PERFORM
997943     END-IF.
997944*--------------------------------------------------------------
997945* A RACE THE VOTER ROLL DOES NOT CARRY STILL TABULATES, BUT ITS
997946* TURNOUT GOES UNCHECKED -- SAY SO BEFORE THE FEED IS READ.
997947*--------------------------------------------------------------
997948     IF ROLL-LOADED THEN
997949         IF ROLL-PRESENT(DR-CASE(DRX)) = 0 THEN
997950             MOVE RUN-DATE TO EXCPT-RUN-DATE
997951             MOVE "POPULARVOTE" TO EXCPT-PROGRAM
997952             MOVE "ROLL" TO EXCPT-CODE
997953             MOVE 2 TO EXCPT-SEVERITY
997954             MOVE SPACES TO EXCPT-TEXT
997955             STRING "ELECTION DEFINITION CASE ", CASE-NUMBER-DISP,
997956                 " HAS NO VOTER-ROLL RECORD"
997957                 DELIMITED BY SIZE INTO EXCPT-TEXT
997958             CALL "EXCPTRPT" USING EXCEPTION-RECORD
997959         END-IF
997960     END-IF.
997961 0360-EXIT.
997962     EXIT.
997963
997964*--------------------------------------------------------------
997965* THE PRECINCT LIST OF RACE DRX, BY PRECINCT NUMBER.
997966*--------------------------------------------------------------
997967 0370-GATHER-RACE-PRECINCTS.
997968     MOVE SPACES TO RACE-PRECINCT-TABLE.
997969     PERFORM VARYING DPX FROM 1 BY 1 UNTIL DPX > DEF-PREC-COUNT
997970         IF DP-CASE(DPX) = DR-CASE(DRX) THEN
997971             MOVE DP-CODE(DPX) TO RP-CODE(DP-ITEM(DPX))
997972             MOVE DP-NAME(DPX) TO RP-NAME(DP-ITEM(DPX))
997973         END-IF
997974     END-PERFORM.
997975 0370-EXIT.
997976     EXIT.
997977
997978 0390-DEFINITION-PROBLEM.
997979     SET DEFINITION-FAILED TO TRUE.
997980     MOVE RUN-DATE TO EXCPT-RUN-DATE.
997981     MOVE "POPULARVOTE" TO EXCPT-PROGRAM.
997982     MOVE "DEFN" TO EXCPT-CODE.
997983     MOVE 3 TO EXCPT-SEVERITY.
997984     MOVE SPACES TO EXCPT-TEXT.
997985     STRING "ELECTION DEFINITION CASE ", CASE-NUMBER-DISP, " ",
997986         DEF-PROBLEM DELIMITED BY SIZE INTO EXCPT-TEXT.
997987     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
997988 0390-EXIT.
997989     EXIT.
006992
982301*--------------------------------------------------------------
982302* LOAD THE ORIGINAL CERTIFIED RESULTS FOR THE RECOUNT
007396         PERFORM 5000-RANKED-RACE
007397     ELSE
007401         MOVE 0 TO PRECINCT-COUNT
998548         MOVE "P" TO RACE-METHOD
007402         MOVE 1 TO SEATS
981251*--------------------------------------------------------------
981252* THE RACE HEADER MAY LEAD WITH "precincts NN" AND/OR
981134             MOVE 0 TO CAND-MODE-VOTES(COUNTER, 1)
981135             MOVE 0 TO CAND-MODE-VOTES(COUNTER, 2)
981136             MOVE 0 TO CAND-MODE-VOTES(COUNTER, 3)
997990             MOVE SPACES TO CAND-PARTY(COUNTER)
007810             IF PRECINCT-COUNT > 0 THEN
007820                 MOVE 0 TO CANDIDATE-VOTES(COUNTER)
007830                 PERFORM VARYING PX FROM 1 BY 1
008000             ADD CANDIDATE-VOTES(COUNTER) TO TOTAL-VOTES
008100         END-PERFORM
008200
982971         PERFORM 1100-DECIDE-RACE
009010     END-IF.
009100
009200     SUBTRACT 1 FROM CASES.
009300 1000-EXIT.
009400     EXIT.
997991
997992*--------------------------------------------------------------
997993* THE RACE'S VOTES ARE ALL IN -- SETTLE ITS PROVISIONALS, FOLD
997994* ITS WRITE-INS, FIND THE WINNER (OR SEATS), PRINT THE TALLY,
997995* AND REPORT AND EXPORT THE RESULT. SHARED BY THE IN-LINE FEED
997996* AND THE DEFINITION-KEYED FEED.
997997*--------------------------------------------------------------
997998 1100-DECIDE-RACE.
997999     PERFORM 2990-APPLY-PROVISIONALS.
998000     PERFORM 2980-FOLD-WRITE-INS.
998001     PERFORM 1500-FIND-WINNER.
998002     IF SEATS > 1 THEN
998003         PERFORM 1550-FIND-MULTI-WINNERS
998004     END-IF.
998005     PERFORM 2000-PRINT-TALLY.
998006
998007     IF TIE-COUNT > 1 THEN
998008         MOVE "R" TO CERT-STATUS
998009         PERFORM 3000-PRINT-RECOUNT-EXCEPTION
998010     ELSE
998011         PERFORM 2900-CHECK-TURNOUT
998012         IF TURNOUT-OK THEN
998013             MOVE "C" TO CERT-STATUS
998014             IF SEATS > 1 THEN
998015                 PERFORM 1850-PRINT-ELECTED
998016             ELSE
998017                 PERFORM 1800-PRINT-WINNER
998018             END-IF
998019         ELSE
998020             MOVE "T" TO CERT-STATUS
998021             PERFORM 3100-PRINT-TURNOUT-EXCEPTION
998022         END-IF
998023     END-IF.
998024*--------------------------------------------------------------
998025* A RACE WITH PROVISIONAL LINES STILL PENDING CANNOT CERTIFY
998026* -- THE TRAILER HOLDS AT P UNTIL THE POOL IS EMPTY.
998027*--------------------------------------------------------------
998028     IF RACE-PENDING > 0 AND CERT-STATUS = "C" THEN
998029         MOVE "P" TO CERT-STATUS
998030     END-IF.
998031     PERFORM 3200-WRITE-EXPORT.
998352     IF SWING-LOADED AND DEFINITION-LOADED AND SEATS = 1
998353             AND PRECINCT-COUNT > 0 AND NOT RACE-RANKED THEN
998354         PERFORM 8730-POST-SWING-RACE
998355     END-IF.
998032     IF RECOUNT-MODE THEN
998033         PERFORM 3300-COMPARE-RECOUNT
998034     END-IF.
998035 1100-EXIT.
998036     EXIT.
009410
981301*--------------------------------------------------------------
981302* PARSE THE CURRENT LINE IF IT IS A RACE-HEADER CONTROL LINE
015160     PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PRECINCT-COUNT
015165         MOVE PX TO PX-DISP
015166         MOVE SPACES TO RPT-LINE
015170         IF DEFINITION-LOADED THEN
015172             STRING RUN-DATE, " PRECINCT ", PX-DISP, " ",
998037                 RP-CODE(PX), " ", RP-NAME(PX)
998038                 DELIMITED BY SIZE INTO RPT-LINE
998039         ELSE
998040             STRING RUN-DATE, " PRECINCT ", PX-DISP
998041                 DELIMITED BY SIZE INTO RPT-LINE
998042         END-IF
015174         PERFORM 0700-WRITE-REPORT
015180         PERFORM VARYING COUNTER FROM 1 BY 1
015190             UNTIL COUNTER > CANDIDATES
01987A     MOVE SPACES TO MODE-TOKEN-X.
019877     UNSTRING INPUT-LINE DELIMITED BY SPACE
01987B         INTO VOTE-TOKEN-X, MODE-TOKEN-X.
998043     PERFORM 2955-CHECK-VOTE-TOKEN.
998044 2950-EXIT.
998045     EXIT.
998046
998047*--------------------------------------------------------------
998048* CHECK THE VOTE AND MODE TOKENS ALREADY PARSED OFF THE LINE
998049* FOR CANDIDATE COUNTER -- SHARED BY THE IN-LINE FEED AND THE
998050* DEFINITION-KEYED FEED.
998051*--------------------------------------------------------------
998052 2955-CHECK-VOTE-TOKEN.
01987D*--------------------------------------------------------------
01987E* THE OPTIONAL VOTE-MODE CODE -- V EARLY, A ABSENTEE, ANYTHING
01987F* ELSE (INCLUDING ABSENT) COUNTS AS ELECTION-DAY.
981143         ADD VOTE-VALUE TO MODE-TOTAL(VOTE-MODE-X)
981144     END-IF.
019916     ADD VOTE-VALUE TO FEED-HASH.
998053 2955-EXIT.
019914     EXIT.
019915
982801 2945-CLASSIFY-INTERLEAVED.
981819                 TO CAND-MODE-VOTES(CANDIDATES, 2)
981821             MOVE WI-MODE-V(WIX, 3)
981822                 TO CAND-MODE-VOTES(CANDIDATES, 3)
998054             MOVE SPACES TO CAND-PARTY(CANDIDATES)
981823             PERFORM VARYING PX FROM 1 BY 1
981824                     UNTIL PX > PRECINCT-COUNT
981825                 MOVE 0 TO CAND-PRECINCT-VOTES(CANDIDATES, PX)
019967*--------------------------------------------------------------
019968* WRITE THE RACE'S CERTIFIED-RESULTS EXPORT RECORDS -- ONE "D"
019969* DETAIL PER CANDIDATE (WINNER/RUNNER-UP FLAGGED ONLY ON A
019970* CERTIFIED RACE), A PLURALITY RACE'S "P" PRECINCT DETAIL (ONE
019971* PER PRECINCT AND CANDIDATE), AND THE "T" TRAILER WITH TOTAL
019972* VOTES AND THE CERTIFICATION STATUS.
019973*--------------------------------------------------------------
019974 3200-WRITE-EXPORT.
019975     IF EXPORT-OPEN THEN
998055         IF DEFINITION-LOADED THEN
998056             MOVE SPACES TO RESULTS-HEADER-RECORD
998057             MOVE "H" TO RES-HDR-TYPE
998058             MOVE CASE-NUMBER TO RES-HDR-CASE
998059             MOVE RACE-OFFICE TO RES-HDR-OFFICE
998060             MOVE SEATS TO RES-HDR-SEATS
998061             MOVE RACE-METHOD TO RES-HDR-METHOD
998062             WRITE RESULTS-HEADER-RECORD
998063         END-IF
019976         PERFORM VARYING COUNTER FROM 1 BY 1
019977                 UNTIL COUNTER > CANDIDATES
019978             MOVE "D" TO RES-RECORD-TYPE
02000A             MOVE CAND-MODE-VOTES(COUNTER, 1) TO RES-VOTES-ED
02000B             MOVE CAND-MODE-VOTES(COUNTER, 2) TO RES-VOTES-EV
02000C             MOVE CAND-MODE-VOTES(COUNTER, 3) TO RES-VOTES-AB
998064             MOVE CAND-PARTY(COUNTER) TO RES-PARTY
020003             WRITE RESULTS-DETAIL-RECORD
020004         END-PERFORM
998549         IF PRECINCT-COUNT > 0 AND NOT RACE-RANKED THEN
998550             PERFORM VARYING PX FROM 1 BY 1
998551                     UNTIL PX > PRECINCT-COUNT
998356                 MOVE SPACES TO SWING-KEY
998357                 IF DEFINITION-LOADED THEN
998358                     MOVE RP-CODE(PX) TO SWING-KEY
998359                 END-IF
998360                 PERFORM 8760-FIND-PRECINCT-ROLL
998552                 PERFORM VARYING COUNTER FROM 1 BY 1
998553                         UNTIL COUNTER > CANDIDATES
998554                     MOVE SPACES TO RESULTS-PRECINCT-RECORD
998555                     MOVE "P" TO RES-PRC-TYPE
998556                     MOVE CASE-NUMBER TO RES-PRC-CASE
998557                     MOVE PX TO RES-PRC-NUMBER
998558                     IF DEFINITION-LOADED THEN
998559                         MOVE RP-CODE(PX) TO RES-PRC-CODE
998560                     END-IF
998561                     MOVE COUNTER TO RES-PRC-CAND
998562                     MOVE CANDIDATE-NAME(COUNTER) TO RES-PRC-NAME
998563                     MOVE CAND-PRECINCT-VOTES(COUNTER, PX)
998564                         TO RES-PRC-VOTES
998565                     MOVE CAND-PARTY(COUNTER) TO RES-PRC-PARTY
998361                     MOVE SWING-REGISTERED TO RES-PRC-REGISTERED
998566                     WRITE RESULTS-PRECINCT-RECORD
998567                 END-PERFORM
998568             END-PERFORM
998569         END-IF
020005         MOVE SPACES TO RESULTS-TRAILER-RECORD
020006         MOVE "T" TO RES-TRL-TYPE
020007         MOVE CASE-NUMBER TO RES-TRL-CASE
020050* ONE CANDIDATE REMAINS).
020060*--------------------------------------------------------------
020070 5000-RANKED-RACE.
020075     MOVE "R" TO RACE-METHOD.
020080     ACCEPT CANDIDATES.
02008C     ADD 1 TO LINES-READ.
020090     PERFORM VARYING COUNTER FROM 1 BY 1
981137         MOVE 0 TO CAND-MODE-VOTES(COUNTER, 1)
981138         MOVE 0 TO CAND-MODE-VOTES(COUNTER, 2)
981139         MOVE 0 TO CAND-MODE-VOTES(COUNTER, 3)
981140         MOVE SPACES TO CAND-PARTY(COUNTER)
020150     END-PERFORM.
020160     ACCEPT BALLOT-COUNT.
02016C     ADD 1 TO LINES-READ.
020172     END-IF.
020170     PERFORM 5100-READ-BALLOT
020180         VARYING BX FROM 1 BY 1 UNTIL BX > BALLOT-COUNT.
020181     PERFORM 5050-RUN-RANKED-RACE.
020182 5000-EXIT.
020183     EXIT.
020184
020185*--------------------------------------------------------------
020186* THE RACE'S BALLOTS ARE ALL IN -- RUN THE INSTANT-RUNOFF
020187* ROUNDS AND EXPORT THE FINAL STANDINGS.
020188*--------------------------------------------------------------
020189 5050-RUN-RANKED-RACE.
020190     MOVE 0 TO ROUND-NUM.
020210     SET IRV-RUNNING TO TRUE.
020220     PERFORM 5200-RUN-ROUND UNTIL IRV-DONE.
982354     IF RECOUNT-MODE THEN
982355         PERFORM 3300-COMPARE-RECOUNT
982356     END-IF.
020230 5050-EXIT.
020240     EXIT.
020250
020260*--------------------------------------------------------------
021650     PERFORM 0700-WRITE-REPORT.
021650 5400-EXIT.
021660     EXIT.
021760
021860*--------------------------------------------------------------
021960* THE DEFINITION-KEYED FEED. EVERY RACE, CANDIDATE, AND
022060* PRECINCT COMES FROM THE ELECTION DEFINITION; THE FEED CARRIES
022160* ONLY THE COUNTS, GROUPED BY RACE IN CASE ORDER:
022260*     CASE CAND PRECINCT VOTES [MODE]       PLURALITY VOTE LINE
022360*     writein CASE NAME [VOTES] [MODE]      WRITE-IN
022460*     provisional CASE CAND VOTES [MODE]    PROVISIONAL BALLOT
022560*     ballot CASE PRECINCT CAND CAND ...    RANKED BALLOT
022660* A RACE WITHOUT A PRECINCT LIST TAKES "-" FOR THE PRECINCT. A
022760* LINE NAMING A RACE, CANDIDATE, OR PRECINCT THE DEFINITION DOES
022860* NOT HOLD IS TURNED AWAY AS AN EXCEPTION AND COUNTS NOTHING.
022960* ONCE EVERY RACE IS IN, A PRECINCT REPORTED ON ELECTION NIGHT
023060* THAT THIS FEED DID NOT CARRY IS A CRITICAL EXCEPTION.
023160*--------------------------------------------------------------
023260 6000-TABULATE-DEFINED-FEED.
023360     PERFORM 6100-TABULATE-DEFINED-RACE
023460         VARYING DRX FROM 1 BY 1 UNTIL DRX > DEF-RACE-COUNT.
023560     PERFORM 6300-REJECT-STRAY-LINE UNTIL FEED-ENDED.
023660     IF UPR-COUNT > 0 THEN
023760         PERFORM 8600-CHECK-UNOFFICIAL-COVERAGE
023860     END-IF.
023960 6000-EXIT.
024060     EXIT.
024160
024260 6010-READ-FEED-LINE.
024360     MOVE SPACES TO INPUT-LINE.
024460     ACCEPT INPUT-LINE.
024560     PERFORM 6015-TAKE-FEED-LINE.
024660 6010-EXIT.
024760     EXIT.
024860
024960*--------------------------------------------------------------
025060* THE TRAILER (OR END OF INPUT) ENDS THE FEED; ANY OTHER LINE
025160* IS COUNTED AND PARSED.
025260*--------------------------------------------------------------
025360 6015-TAKE-FEED-LINE.
025460     PERFORM 0950-CHECK-TRAILER-LINE.
025560     IF TRAILER-SEEN OR INPUT-LINE = SPACES THEN
025660         SET FEED-ENDED TO TRUE
025760     ELSE
025860         ADD 1 TO LINES-READ
025960         PERFORM 6020-PARSE-FEED-LINE
026060     END-IF.
026160 6015-EXIT.
026260     EXIT.
026360
026460 6020-PARSE-FEED-LINE.
026560     SET LINE-IS-VOTE TO TRUE.
026660     MOVE 0 TO KEYWORD-COUNT.
026760     INSPECT INPUT-LINE TALLYING KEYWORD-COUNT
026860         FOR ALL "writein ".
026960     IF KEYWORD-COUNT = 1 THEN
027060         SET LINE-IS-WRITEIN TO TRUE
027160     END-IF.
027260     MOVE 0 TO KEYWORD-COUNT.
027360     INSPECT INPUT-LINE TALLYING KEYWORD-COUNT
027460         FOR ALL "provisional".
027560     IF KEYWORD-COUNT = 1 THEN
027660         SET LINE-IS-PROVISIONAL TO TRUE
027760     END-IF.
027860     MOVE 0 TO KEYWORD-COUNT.
027960     INSPECT INPUT-LINE TALLYING KEYWORD-COUNT
028060         FOR ALL "ballot ".
028160     IF KEYWORD-COUNT = 1 THEN
028260         SET LINE-IS-BALLOT TO TRUE
028360     END-IF.
028460     MOVE SPACES TO FEED-CASE-X.
028560     MOVE SPACES TO FEED-CAND-X.
028660     MOVE SPACES TO FEED-PREC-X.
028760     MOVE SPACES TO FEED-REST.
028860     MOVE SPACES TO VOTE-TOKEN-X.
028960     MOVE SPACES TO MODE-TOKEN-X.
029060     IF LINE-IS-VOTE THEN
029160         UNSTRING INPUT-LINE DELIMITED BY ALL SPACE
029260             INTO FEED-CASE-X, FEED-CAND-X, FEED-PREC-X,
029360                 VOTE-TOKEN-X, MODE-TOKEN-X
029460     ELSE
029560         MOVE 1 TO FEED-PTR
029660         UNSTRING INPUT-LINE DELIMITED BY ALL SPACE
029760             INTO OPTION, FEED-CASE-X
029860             WITH POINTER FEED-PTR
029960         IF FEED-PTR <= 80 THEN
030060             MOVE INPUT-LINE(FEED-PTR:) TO FEED-REST
030160         END-IF
030260     END-IF.
030360     MOVE 0 TO FEED-CASE.
030460     IF FUNCTION TRIM (FEED-CASE-X) IS NUMERIC THEN
030560         MOVE FUNCTION NUMVAL (FEED-CASE-X) TO FEED-CASE
030660     END-IF.
030760 6020-EXIT.
030860     EXIT.
030960
031060*--------------------------------------------------------------
031160* ONE RACE OF THE DEFINITION -- SET IT UP FROM THE DEFINITION,
031260* PRINT ITS HEADING, TAKE ITS FEED LINES, AND DECIDE IT THE WAY
031360* AN IN-LINE RACE IS DECIDED.
031460*--------------------------------------------------------------
031560 6100-TABULATE-DEFINED-RACE.
031660     MOVE DR-CASE(DRX) TO CASE-NUMBER.
031760     MOVE 0 TO TOTAL-VOTES.
031860     MOVE 0 TO SPOILED-COUNT.
031960     MOVE 0 TO MODE-TOTAL(1).
032060     MOVE 0 TO MODE-TOTAL(2).
032160     MOVE 0 TO MODE-TOTAL(3).
032260     MOVE 0 TO WI-COUNT.
032360     MOVE 0 TO WI-SCATTER-VOTES.
032460     MOVE 0 TO BALLOT-COUNT.
032560     MOVE DR-SEATS(DRX) TO SEATS.
032660     MOVE DR-WRITEMIN(DRX) TO WRITEIN-MIN.
032760     MOVE DR-OFFICE(DRX) TO RACE-OFFICE.
032860     MOVE DR-METHOD(DRX) TO RACE-METHOD.
032960     MOVE DR-CANDIDATES(DRX) TO CANDIDATES.
033060     MOVE DR-PRECINCTS(DRX) TO PRECINCT-COUNT.
033160     PERFORM 0370-GATHER-RACE-PRECINCTS.
033260     PERFORM VARYING COUNTER FROM 1 BY 1
033360             UNTIL COUNTER > CANDIDATES
033460         MOVE 0 TO CANDIDATE-VOTES(COUNTER)
033560         MOVE 0 TO CAND-MODE-VOTES(COUNTER, 1)
033660         MOVE 0 TO CAND-MODE-VOTES(COUNTER, 2)
033760         MOVE 0 TO CAND-MODE-VOTES(COUNTER, 3)
033860         MOVE 0 TO CAND-OUT(COUNTER)
033960         PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PRECINCT-COUNT
034060             MOVE 0 TO CAND-PRECINCT-VOTES(COUNTER, PX)
034160         END-PERFORM
034260     END-PERFORM.
034360     PERFORM VARYING DCX FROM 1 BY 1 UNTIL DCX > DEF-CAND-COUNT
034460         IF DC-CASE(DCX) = CASE-NUMBER THEN
034560             MOVE DC-NAME(DCX) TO CANDIDATE-NAME(DC-ITEM(DCX))
034660             MOVE DC-PARTY(DCX) TO CAND-PARTY(DC-ITEM(DCX))
034760         END-IF
034860     END-PERFORM.
034960     PERFORM 6150-PRINT-RACE-HEADING.
035060     PERFORM 6200-TAKE-RACE-LINE
035160         UNTIL FEED-ENDED OR FEED-CASE > CASE-NUMBER.
035260     IF RACE-RANKED THEN
035360         PERFORM 5050-RUN-RANKED-RACE
035460     ELSE
035560         PERFORM VARYING COUNTER FROM 1 BY 1
035660                 UNTIL COUNTER > CANDIDATES
035760             ADD CANDIDATE-VOTES(COUNTER) TO TOTAL-VOTES
035860         END-PERFORM
035960         PERFORM 1100-DECIDE-RACE
036060     END-IF.
036160 6100-EXIT.
036260     EXIT.
036360
036460 6150-PRINT-RACE-HEADING.
036560     MOVE CASE-NUMBER TO CASE-NUMBER-DISP.
036660     MOVE SEATS TO SEATS-DISP.
036760     MOVE SPACES TO RPT-LINE.
036860     IF RACE-RANKED THEN
036960         STRING RUN-DATE, " RACE ", CASE-NUMBER-DISP, " ",
037060             RACE-OFFICE, " RANKED-CHOICE"
037160             DELIMITED BY SIZE INTO RPT-LINE
037260     ELSE
037360         STRING RUN-DATE, " RACE ", CASE-NUMBER-DISP, " ",
037460             RACE-OFFICE, " SEATS ", SEATS-DISP
037560             DELIMITED BY SIZE INTO RPT-LINE
037660     END-IF.
037760     PERFORM 0700-WRITE-REPORT.
037860     PERFORM VARYING COUNTER FROM 1 BY 1
037960             UNTIL COUNTER > CANDIDATES
038060         MOVE COUNTER TO DEF-ITEM-DISP
038160         MOVE SPACES TO RPT-LINE
038260         STRING RUN-DATE, " CANDIDATE ", DEF-ITEM-DISP, " ",
038360             CANDIDATE-NAME(COUNTER), " ", CAND-PARTY(COUNTER)
038460             DELIMITED BY SIZE INTO RPT-LINE
038560         PERFORM 0700-WRITE-REPORT
038660     END-PERFORM.
038760 6150-EXIT.
038860     EXIT.
038960
039060*--------------------------------------------------------------
039160* ONE FEED LINE FOR THE RACE IN HAND. A LINE FOR A RACE ALREADY
039260* PASSED (OR ONE THE DEFINITION DOES NOT HOLD) IS OUT OF ORDER.
039360*--------------------------------------------------------------
039460 6200-TAKE-RACE-LINE.
039560     MOVE SPACES TO LINE-REJECT-REASON.
039660     IF FEED-CASE < CASE-NUMBER THEN
039760         MOVE "NO SUCH RACE OR OUT OF ORDER" TO LINE-REJECT-REASON
039860     END-IF.
039960     IF LINE-REJECT-REASON = SPACES AND RACE-RANKED THEN
040060         IF LINE-IS-BALLOT THEN
040160             PERFORM 6240-TAKE-RANKED-BALLOT
040260         ELSE
040360             MOVE "RANKED RACE TAKES BALLOT LINES"
040460                 TO LINE-REJECT-REASON
040560         END-IF
040660     END-IF.
040760     IF LINE-REJECT-REASON = SPACES AND NOT RACE-RANKED THEN
040860         IF LINE-IS-VOTE THEN
040960             PERFORM 6210-TAKE-VOTE-LINE
041060         END-IF
041160         IF LINE-IS-WRITEIN THEN
041260             PERFORM 6220-TAKE-WRITE-IN
041360         END-IF
041460         IF LINE-IS-PROVISIONAL THEN
041560             PERFORM 6230-TAKE-PROVISIONAL
041660         END-IF
041760         IF LINE-IS-BALLOT THEN
041860             MOVE "BALLOT LINE IN PLURALITY RACE"
041960                 TO LINE-REJECT-REASON
042060         END-IF
042160     END-IF.
042260     IF LINE-REJECT-REASON NOT = SPACES THEN
042360         PERFORM 6290-REJECT-FEED-LINE
042460     END-IF.
042560     PERFORM 6010-READ-FEED-LINE.
042660 6200-EXIT.
042760     EXIT.
042860
042960 6210-TAKE-VOTE-LINE.
043060     PERFORM 6260-CHECK-CANDIDATE.
043160     IF LINE-REJECT-REASON = SPACES THEN
043260         PERFORM 6250-FIND-PRECINCT
043360     END-IF.
043460     IF LINE-REJECT-REASON = SPACES THEN
043560         MOVE FEED-CAND TO COUNTER
043660         PERFORM 2955-CHECK-VOTE-TOKEN
043760         ADD VOTE-VALUE TO CANDIDATE-VOTES(COUNTER)
043860         IF PRECINCT-COUNT > 0 THEN
043960             ADD VOTE-VALUE
044060                 TO CAND-PRECINCT-VOTES(COUNTER, PREC-HIT-X)
044160         END-IF
044260         IF UPR-COUNT > 0 THEN
044360             PERFORM 8610-MARK-PRECINCT-COUNTED
044460         END-IF
044560     END-IF.
044660 6210-EXIT.
044760     EXIT.
044860
044960*--------------------------------------------------------------
045060* WRITE-IN AND PROVISIONAL LINES GO THROUGH THE SAME TALLY AND
045160* POOL THE IN-LINE FEED USES, ONCE THE RACE KEY IS STRIPPED.
045260*--------------------------------------------------------------
045360 6220-TAKE-WRITE-IN.
045460     IF FEED-REST = SPACES THEN
045560         MOVE "WRITE-IN WITHOUT A NAME" TO LINE-REJECT-REASON
045660     ELSE
045760         MOVE SPACES TO INPUT-LINE
045860         STRING "writein ", FEED-REST
045960             DELIMITED BY SIZE INTO INPUT-LINE
046060         PERFORM 2960-TALLY-WRITE-IN
046160     END-IF.
046260 6220-EXIT.
046360     EXIT.
046460
046560 6230-TAKE-PROVISIONAL.
046660     UNSTRING FEED-REST DELIMITED BY ALL SPACE INTO FEED-CAND-X.
046760     PERFORM 6260-CHECK-CANDIDATE.
046860     IF LINE-REJECT-REASON = SPACES THEN
046960         MOVE SPACES TO INPUT-LINE
047060         STRING "provisional ", FEED-REST
047160             DELIMITED BY SIZE INTO INPUT-LINE
047260         PERFORM 2970-POOL-PROVISIONAL
047360     END-IF.
047460 6230-EXIT.
047560     EXIT.
047660
047760*--------------------------------------------------------------
047860* ONE RANKED BALLOT -- ITS PRECINCT AND UP TO 20 PREFERENCES,
047960* EACH A CANDIDATE OF THIS RACE.
048060*--------------------------------------------------------------
048160 6240-TAKE-RANKED-BALLOT.
048260     MOVE SPACES TO RANK-TOKENS.
048360     UNSTRING FEED-REST DELIMITED BY ALL SPACE
048460         INTO FEED-PREC-X, RANK-TOKEN(1), RANK-TOKEN(2),
048560             RANK-TOKEN(3), RANK-TOKEN(4), RANK-TOKEN(5),
048660             RANK-TOKEN(6), RANK-TOKEN(7), RANK-TOKEN(8),
048760             RANK-TOKEN(9), RANK-TOKEN(10), RANK-TOKEN(11),
048860             RANK-TOKEN(12), RANK-TOKEN(13), RANK-TOKEN(14),
048960             RANK-TOKEN(15), RANK-TOKEN(16), RANK-TOKEN(17),
049060             RANK-TOKEN(18), RANK-TOKEN(19), RANK-TOKEN(20).
049160     PERFORM 6250-FIND-PRECINCT.
049260     PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > 20
049360         IF RANK-TOKEN(RX) NOT = SPACES THEN
049460             MOVE 0 TO PREF
049560             IF FUNCTION TRIM (RANK-TOKEN(RX)) IS NUMERIC THEN
049660                 MOVE FUNCTION NUMVAL (RANK-TOKEN(RX)) TO PREF
049760             END-IF
049860             IF PREF = 0 OR PREF > CANDIDATES THEN
049960                 MOVE "RANKS A CANDIDATE NOT IN RACE"
050060                     TO LINE-REJECT-REASON
050160             END-IF
050260         END-IF
050360     END-PERFORM.
050460     IF LINE-REJECT-REASON = SPACES AND BALLOT-COUNT >= 5000 THEN
050560         MOVE "BALLOT TABLE FULL AT 5000" TO LINE-REJECT-REASON
050660     END-IF.
050760     IF LINE-REJECT-REASON = SPACES THEN
050860         ADD 1 TO BALLOT-COUNT
050960         MOVE BALLOT-COUNT TO BX
051060         PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > 20
051160             MOVE 0 TO BALLOT-PREF(BX, RX)
051260             IF RANK-TOKEN(RX) NOT = SPACES THEN
051360                 MOVE FUNCTION NUMVAL (RANK-TOKEN(RX))
051460                     TO BALLOT-PREF(BX, RX)
051560             END-IF
051660         END-PERFORM
051760     END-IF.
051860 6240-EXIT.
051960     EXIT.
052060
052160*--------------------------------------------------------------
052260* THE LINE'S PRECINCT CODE MUST BE ON THE RACE'S PRECINCT LIST
052360* (OR "-" WHEN THE RACE HAS NONE); PREC-HIT-X IS ITS NUMBER.
052460*--------------------------------------------------------------
052560 6250-FIND-PRECINCT.
052660     MOVE 0 TO PREC-HIT-X.
052760     IF PRECINCT-COUNT = 0 THEN
052860         IF FEED-PREC-X = "-" THEN
052960             MOVE 1 TO PREC-HIT-X
053060         END-IF
053160     ELSE
053260         PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PRECINCT-COUNT
053360             IF PREC-HIT-X = 0 AND RP-CODE(PX) = FEED-PREC-X THEN
053460                 MOVE PX TO PREC-HIT-X
053560             END-IF
053660         END-PERFORM
053760     END-IF.
053860     IF PREC-HIT-X = 0 THEN
053960         MOVE "PRECINCT NOT IN THIS RACE" TO LINE-REJECT-REASON
054060     END-IF.
054160 6250-EXIT.
054260     EXIT.
054360
054460 6260-CHECK-CANDIDATE.
054560     MOVE 0 TO FEED-CAND.
054660     IF FUNCTION TRIM (FEED-CAND-X) IS NUMERIC THEN
054760         MOVE FUNCTION NUMVAL (FEED-CAND-X) TO FEED-CAND
054860     END-IF.
054960     IF FEED-CAND = 0 OR FEED-CAND > CANDIDATES THEN
055060         MOVE "NO SUCH CANDIDATE IN THIS RACE"
055160             TO LINE-REJECT-REASON
055260     END-IF.
055360 6260-EXIT.
055460     EXIT.
055560
055660*--------------------------------------------------------------
055760* A TURNED-AWAY LINE COUNTS NOTHING; IT IS REJECTED FOR THE RUN
055860* LOG, SPOILED FOR ITS RACE WHEN IT NAMED THE RACE IN HAND, AND
055960* REPORTED WITH ITS LINE NUMBER AND TEXT.
056060*--------------------------------------------------------------
056160 6290-REJECT-FEED-LINE.
056260     ADD 1 TO RECORDS-REJECTED.
056360     IF FEED-CASE = CASE-NUMBER THEN
056460         ADD 1 TO SPOILED-COUNT
056560     END-IF.
056660     MOVE RUN-DATE TO EXCPT-RUN-DATE.
056760     MOVE "POPULARVOTE" TO EXCPT-PROGRAM.
056860     MOVE "VDEF" TO EXCPT-CODE.
056960     MOVE 2 TO EXCPT-SEVERITY.
057060     MOVE SPACES TO EXCPT-TEXT.
057160     STRING "LINE ", LINES-READ, " ", LINE-REJECT-REASON, " ",
057260         INPUT-LINE DELIMITED BY SIZE INTO EXCPT-TEXT.
057360     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
057460 6290-EXIT.
057560     EXIT.
057660
057760 6300-REJECT-STRAY-LINE.
057860     MOVE "NO SUCH RACE OR OUT OF ORDER" TO LINE-REJECT-REASON.
057960     PERFORM 6290-REJECT-FEED-LINE.
058060     PERFORM 6010-READ-FEED-LINE.
058160 6300-EXIT.
058260     EXIT.
058360
058460*--------------------------------------------------------------
058560* RISK-LIMITING AUDIT OF THE CERTIFIED EXPORT, READ BACK
058660* THROUGH ORIGRES. THE "audit SEED RISK" LINE GIVES THE
058760* PUBLISHED RANDOM SEED AND THE RISK LIMIT AS A PERCENT. EACH
058860* CERTIFIED PLURALITY RACE DRAWS ITS SAMPLE OF PRECINCTS, EACH
058960* WEIGHTED BY HOW FAR ITS MACHINE TALLY COULD MOVE THE MARGIN,
059060* AND PRINTS EVERY DRAW AND THE PRECINCTS TO HAND COUNT. THE
059160* SAME SEED ALWAYS DRAWS THE SAME SAMPLE, SO THE HAND-COUNT RUN
059260* REPEATS THE SELECTION AND THEN TAKES THE HAND COUNTS -- LINES
059360* OF CASE, CANDIDATE NUMBER, PRECINCT, AND VOTES, THE SHAPE OF A
059460* DEFINITION-KEYED VOTE LINE -- UP TO THE TRAILER.
059560*--------------------------------------------------------------
059660 7000-RUN-AUDIT.
059760     MOVE SPACES TO AUDIT-SEED-X.
059860     MOVE SPACES TO AUDIT-LIMIT-X.
059960     UNSTRING INPUT-LINE DELIMITED BY ALL SPACE
060060         INTO OPTION, AUDIT-SEED-X, AUDIT-LIMIT-X.
060160     PERFORM 7010-CHECK-AUDIT-LINE.
060260     IF NOT AUDIT-LOAD-FAILED THEN
060360         PERFORM 7100-LOAD-CERTIFIED-RESULTS
060460     END-IF.
060560     IF NOT AUDIT-LOAD-FAILED THEN
060660         PERFORM 7200-SELECT-RACE-SAMPLE
060760             VARYING ARX FROM 1 BY 1 UNTIL ARX > AR-COUNT
060860     END-IF.
060960     PERFORM 6010-READ-FEED-LINE.
061060     PERFORM 7400-TAKE-HAND-COUNT UNTIL FEED-ENDED.
061160     IF NOT AUDIT-LOAD-FAILED THEN
061260         PERFORM 7500-MEASURE-RACE-RISK
061360             VARYING ARX FROM 1 BY 1 UNTIL ARX > AR-COUNT
061460     END-IF.
061560 7000-EXIT.
061660     EXIT.
061760
061860*--------------------------------------------------------------
061960* THE SEED IS UP TO 20 DIGITS, FOLDED INTO THE GENERATOR'S
062060* STARTING STATE; THE RISK LIMIT IS A PERCENT ABOVE 0 AND BELOW
062160* 50. EITHER ONE MISSING OR OUT OF RANGE STOPS THE AUDIT.
062260*--------------------------------------------------------------
062360 7010-CHECK-AUDIT-LINE.
062460     MOVE SPACES TO AUDIT-PROBLEM.
062560     IF AUDIT-SEED-X = SPACES
062660             OR FUNCTION TRIM (AUDIT-SEED-X) IS NOT NUMERIC THEN
062760         MOVE "SEED MISSING OR NOT NUMERIC" TO AUDIT-PROBLEM
062860     END-IF.
062960     MOVE 0 TO AUDIT-LIMIT-PCT.
063060     MOVE AUDIT-LIMIT-X TO AUDIT-LIMIT-CHECK.
063160     INSPECT AUDIT-LIMIT-CHECK REPLACING FIRST "." BY "0".
063260     IF AUDIT-LIMIT-CHECK NOT = SPACES
063360             AND FUNCTION TRIM (AUDIT-LIMIT-CHECK) IS NUMERIC THEN
063460         MOVE FUNCTION NUMVAL (AUDIT-LIMIT-X) TO AUDIT-LIMIT-PCT
063560     END-IF.
063660     IF AUDIT-PROBLEM = SPACES THEN
063760         IF AUDIT-LIMIT-PCT = 0 OR AUDIT-LIMIT-PCT >= 50 THEN
063860             MOVE "RISK LIMIT NOT A PERCENT ABOVE 0 AND BELOW 50"
063960                 TO AUDIT-PROBLEM
064060         END-IF
064160     END-IF.
064260     IF AUDIT-PROBLEM NOT = SPACES THEN
064360         SET AUDIT-LOAD-FAILED TO TRUE
064460         MOVE 3 TO AUDIT-SEVERITY
064560         PERFORM 7900-RAISE-AUDIT-EXCEPTION
064660     ELSE
064760         MOVE 0 TO AUDIT-RANDOM
064860         PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > 20
064960             IF AUDIT-SEED-X(SX:1) IS NUMERIC THEN
065060                 MOVE AUDIT-SEED-X(SX:1) TO AUDIT-DIGIT
065160                 COMPUTE AUDIT-PRODUCT =
065260                     AUDIT-RANDOM * 10 + AUDIT-DIGIT
065360                 DIVIDE AUDIT-PRODUCT BY AUDIT-MODULUS
065460                     GIVING AUDIT-QUOTIENT REMAINDER AUDIT-RANDOM
065560             END-IF
065660         END-PERFORM
065760         IF AUDIT-RANDOM = 0 THEN
065860             MOVE 1 TO AUDIT-RANDOM
065960         END-IF
066060         COMPUTE AUDIT-ALPHA = AUDIT-LIMIT-PCT / 100
066160         MOVE AUDIT-LIMIT-PCT TO AUDIT-LIMIT-DISP
066260         MOVE SPACES TO RPT-LINE
066360         STRING RUN-DATE, " AUDIT SEED " DELIMITED BY SIZE,
066460             AUDIT-SEED-X DELIMITED BY SPACE,
066560             " RISK LIMIT ", AUDIT-LIMIT-DISP, " PCT"
066660                 DELIMITED BY SIZE INTO RPT-LINE
066760         PERFORM 0700-WRITE-REPORT
066860     END-IF.
066960 7010-EXIT.
067060     EXIT.
067160
067260*--------------------------------------------------------------
067360* LOAD THE CERTIFIED EXPORT -- EACH RACE'S CANDIDATE TOTALS AND
067460* WINNER AND RUNNER-UP FLAGS, ITS PRECINCT DETAIL, AND ITS
067560* CERTIFICATION STATUS. AN ABSENT OR UNREADABLE EXPORT, OR ONE
067660* TOO BIG FOR THE TABLES, IS A CRITICAL EXCEPTION -- AN AUDIT
067760* WITH NOTHING TO AUDIT IS NOT AN AUDIT.
067860*--------------------------------------------------------------
067960 7100-LOAD-CERTIFIED-RESULTS.
068060     OPEN INPUT ORIGRES-FILE.
068160     IF ORIGRES-OK THEN
068260         PERFORM 7110-LOAD-ONE-CERTIFIED
068360             UNTIL ORIGRES-AT-END OR AUDIT-LOAD-FAILED
068460         CLOSE ORIGRES-FILE
068560         IF NOT AUDIT-LOAD-FAILED AND AR-COUNT = 0 THEN
068660             SET AUDIT-LOAD-FAILED TO TRUE
068760             MOVE "NO RACES ON THE CERTIFIED EXPORT"
068860                 TO AUDIT-PROBLEM
068960             MOVE 3 TO AUDIT-SEVERITY
069060             PERFORM 7900-RAISE-AUDIT-EXCEPTION
069160         END-IF
069260     ELSE
069360         SET AUDIT-LOAD-FAILED TO TRUE
069460         MOVE SPACES TO AUDIT-PROBLEM
069560         STRING "CERTIFIED-RESULTS-OPEN-FAILED STATUS ",
069660             ORIGRES-STATUS DELIMITED BY SIZE INTO AUDIT-PROBLEM
069760         MOVE 3 TO AUDIT-SEVERITY
069860         PERFORM 7900-RAISE-AUDIT-EXCEPTION
069960     END-IF.
070060 7100-EXIT.
070160     EXIT.
070260
070360 7110-LOAD-ONE-CERTIFIED.
070460     READ ORIGRES-FILE
070560         AT END
070660             SET ORIGRES-AT-END TO TRUE
070760         NOT AT END
070860             IF ORS-RECORD-TYPE = "H" THEN
070960                 PERFORM 7115-OPEN-CERTIFIED-RACE
071060             END-IF
071160             IF ORS-RECORD-TYPE = "D" THEN
071260                 PERFORM 7120-LOAD-CERTIFIED-DETAIL
071360             END-IF
071460             IF ORS-RECORD-TYPE = "P" THEN
071560                 PERFORM 7130-LOAD-CERTIFIED-PRECINCT
071660             END-IF
071760             IF ORS-RECORD-TYPE = "T" THEN
071860                 PERFORM 7140-CLOSE-CERTIFIED-RACE
071960             END-IF
072060     END-READ.
072160 7110-EXIT.
072260     EXIT.
072360
072460*--------------------------------------------------------------
072560* A RACE OPENS ON ITS "H" HEADER, OR ON ITS FIRST "D" DETAIL
072660* WHEN THE EXPORT WAS WRITTEN WITHOUT AN ELECTION DEFINITION.
072760*--------------------------------------------------------------
072860 7115-OPEN-CERTIFIED-RACE.
072960     IF AR-COUNT >= 100 THEN
073060         SET AUDIT-LOAD-FAILED TO TRUE
073160         MOVE "RACE TABLE FULL AT 100"
073260             TO AUDIT-PROBLEM
073360         MOVE 3 TO AUDIT-SEVERITY
073460         PERFORM 7900-RAISE-AUDIT-EXCEPTION
073560     ELSE
073660         ADD 1 TO AR-COUNT
073760         MOVE ORS-CASE TO AR-CASE(AR-COUNT)
073860         MOVE SPACES TO AR-OFFICE(AR-COUNT)
073960         MOVE "P" TO AR-METHOD(AR-COUNT)
074060         IF ORS-RECORD-TYPE = "H" THEN
074160             MOVE ORS-HDR-OFFICE TO AR-OFFICE(AR-COUNT)
074260             MOVE ORS-HDR-METHOD TO AR-METHOD(AR-COUNT)
074360         END-IF
074460         MOVE SPACE TO AR-STATUS(AR-COUNT)
074560         MOVE "N" TO AR-OUTCOME(AR-COUNT)
074660         MOVE 0 TO AR-CANDS(AR-COUNT)
074760         MOVE 0 TO AR-W-POS(AR-COUNT)
074860         MOVE SPACES TO AR-W-NAME(AR-COUNT)
074960         MOVE 0 TO AR-W-VOTES(AR-COUNT)
075060         MOVE 0 TO AR-R-POS(AR-COUNT)
075160         MOVE SPACES TO AR-R-NAME(AR-COUNT)
075260         MOVE 0 TO AR-R-VOTES(AR-COUNT)
075360         COMPUTE AR-FIRST-AU(AR-COUNT) = AU-COUNT + 1
075460         MOVE AU-COUNT TO AR-LAST-AU(AR-COUNT)
075560         MOVE 0 TO AR-MARGIN(AR-COUNT)
075660         MOVE 0 TO AR-BOUND(AR-COUNT)
075760         MOVE 0 TO AR-MU(AR-COUNT)
075860         MOVE 0 TO AR-DRAWS(AR-COUNT)
075960         MOVE 0 TO LD-COUNT
076060     END-IF.
076160 7115-EXIT.
076260     EXIT.
076360
076460*--------------------------------------------------------------
076560* ONE CANDIDATE'S CERTIFIED TOTAL. THE AUDIT CHECKS THE NARROWEST
076660* MARGIN THAT DECIDED THE RACE -- THE LOWEST "W" AGAINST THE "R".
076760*--------------------------------------------------------------
076860 7120-LOAD-CERTIFIED-DETAIL.
076960     IF AR-COUNT = 0 THEN
077060         PERFORM 7115-OPEN-CERTIFIED-RACE
077160     ELSE
077260         IF ORS-CASE NOT = AR-CASE(AR-COUNT) THEN
077360             PERFORM 7115-OPEN-CERTIFIED-RACE
077460         END-IF
077560     END-IF.
077660     IF NOT AUDIT-LOAD-FAILED AND LD-COUNT < 999 THEN
077760         ADD 1 TO LD-COUNT
077860         MOVE ORS-CANDIDATE-NAME TO LD-NAME(LD-COUNT)
077960         MOVE ORS-VOTES TO LD-VOTES(LD-COUNT)
078060         MOVE LD-COUNT TO AR-CANDS(AR-COUNT)
078160         IF ORS-PLACE-FLAG = "W" THEN
078260             IF AR-W-POS(AR-COUNT) = 0
078360                     OR ORS-VOTES < AR-W-VOTES(AR-COUNT) THEN
078460                 MOVE LD-COUNT TO AR-W-POS(AR-COUNT)
078560                 MOVE ORS-CANDIDATE-NAME TO AR-W-NAME(AR-COUNT)
078660                 MOVE ORS-VOTES TO AR-W-VOTES(AR-COUNT)
078760             END-IF
078860         END-IF
078960         IF ORS-PLACE-FLAG = "R" THEN
079060             MOVE LD-COUNT TO AR-R-POS(AR-COUNT)
079160             MOVE ORS-CANDIDATE-NAME TO AR-R-NAME(AR-COUNT)
079260             MOVE ORS-VOTES TO AR-R-VOTES(AR-COUNT)
079360         END-IF
079460     END-IF.
079560 7120-EXIT.
079660     EXIT.
079760
079860*--------------------------------------------------------------
079960* ONE CANDIDATE'S VOTES IN ONE PRECINCT. A PRECINCT IS KNOWN BY
080060* ITS DEFINITION CODE, OR BY ITS NUMBER WHEN THE RACE CAME IN
080160* THE IN-LINE FEED.
080260*--------------------------------------------------------------
080360 7130-LOAD-CERTIFIED-PRECINCT.
080460     IF AR-COUNT > 0 THEN
080560         IF ORS-CASE = AR-CASE(AR-COUNT) THEN
080660             IF ORS-PRC-CODE NOT = SPACES THEN
080760                 MOVE ORS-PRC-CODE TO AUDIT-KEY-WORK
080860             ELSE
080960                 MOVE ORS-PRC-NUMBER TO PX-DISP
081060                 MOVE PX-DISP TO AUDIT-KEY-WORK
081160             END-IF
081260             IF AU-COUNT < AR-FIRST-AU(AR-COUNT) THEN
081360                 PERFORM 7150-ADD-AUDIT-PRECINCT
081460             ELSE
081560                 IF AU-KEY(AU-COUNT) NOT = AUDIT-KEY-WORK THEN
081660                     PERFORM 7150-ADD-AUDIT-PRECINCT
081760                 END-IF
081860             END-IF
081960             MOVE ORS-PRC-CAND TO AUDIT-CAND-WORK
082060             MOVE ORS-PRC-NAME TO AUDIT-NAME-WORK
082160             MOVE ORS-PRC-VOTES TO AUDIT-VOTES-WORK
082260             PERFORM 7160-ADD-AUDIT-VOTE
082360         END-IF
082460     END-IF.
082560 7130-EXIT.
082660     EXIT.
082760
082860*--------------------------------------------------------------
082960* THE RACE'S TRAILER CARRIES ITS CERTIFICATION STATUS. A RACE
083060* EXPORTED WITHOUT PRECINCT DETAIL IS AUDITED AS ONE UNIT ("-")
083160* HOLDING ITS CANDIDATE TOTALS. EACH PRECINCT'S ERROR BOUND IS
083260* THE MOST ITS TALLY COULD OVERSTATE THE MARGIN -- ITS OWN
083360* WINNER-LESS-RUNNER-UP MARGIN PLUS ALL ITS VOTES.
083460*--------------------------------------------------------------
083560 7140-CLOSE-CERTIFIED-RACE.
083660     IF AR-COUNT > 0 THEN
083760         IF ORS-CASE = AR-CASE(AR-COUNT) THEN
083860             MOVE ORS-TRL-STATUS TO AR-STATUS(AR-COUNT)
083960             IF AU-COUNT < AR-FIRST-AU(AR-COUNT) THEN
084060                 MOVE "-" TO AUDIT-KEY-WORK
084160                 PERFORM 7150-ADD-AUDIT-PRECINCT
084260                 PERFORM VARYING LDX FROM 1 BY 1
084360                         UNTIL LDX > LD-COUNT OR AUDIT-LOAD-FAILED
084460                     MOVE LDX TO AUDIT-CAND-WORK
084560                     MOVE LD-NAME(LDX) TO AUDIT-NAME-WORK
084660                     MOVE LD-VOTES(LDX) TO AUDIT-VOTES-WORK
084760                     PERFORM 7160-ADD-AUDIT-VOTE
084860                 END-PERFORM
084960             END-IF
085060         END-IF
085160     END-IF.
085260     IF NOT AUDIT-LOAD-FAILED AND AR-COUNT > 0 THEN
085360         PERFORM VARYING AUX FROM AR-FIRST-AU(AR-COUNT) BY 1
085460                 UNTIL AUX > AR-LAST-AU(AR-COUNT)
085560             COMPUTE AU-BOUND(AUX) =
085660                 AU-M-W(AUX) - AU-M-R(AUX) + AU-M-TOTAL(AUX)
085760         END-PERFORM
085860     END-IF.
085960 7140-EXIT.
086060     EXIT.
086160
086260 7150-ADD-AUDIT-PRECINCT.
086360     IF AU-COUNT >= 2000 THEN
086460         SET AUDIT-LOAD-FAILED TO TRUE
086560         MOVE "PRECINCT TABLE FULL AT 2000"
086660             TO AUDIT-PROBLEM
086760         MOVE 3 TO AUDIT-SEVERITY
086860         PERFORM 7900-RAISE-AUDIT-EXCEPTION
086960     ELSE
087060         ADD 1 TO AU-COUNT
087160         MOVE AUDIT-KEY-WORK TO AU-KEY(AU-COUNT)
087260         MOVE 0 TO AU-M-W(AU-COUNT)
087360         MOVE 0 TO AU-M-R(AU-COUNT)
087460         MOVE 0 TO AU-M-TOTAL(AU-COUNT)
087560         MOVE 0 TO AU-BOUND(AU-COUNT)
087660         MOVE 0 TO AU-DRAWS(AU-COUNT)
087760         MOVE 0 TO AU-HAND-SEEN(AU-COUNT)
087860         MOVE 0 TO AU-H-W(AU-COUNT)
087960         MOVE 0 TO AU-H-R(AU-COUNT)
088060         MOVE AU-COUNT TO AR-LAST-AU(AR-COUNT)
088160     END-IF.
088260 7150-EXIT.
088360     EXIT.
088460
088560 7160-ADD-AUDIT-VOTE.
088660     IF AV-COUNT >= 10000 THEN
088760         SET AUDIT-LOAD-FAILED TO TRUE
088860         MOVE "PRECINCT VOTE TABLE FULL AT 10000"
088960             TO AUDIT-PROBLEM
089060         MOVE 3 TO AUDIT-SEVERITY
089160         PERFORM 7900-RAISE-AUDIT-EXCEPTION
089260     END-IF.
089360     IF NOT AUDIT-LOAD-FAILED THEN
089460         ADD 1 TO AV-COUNT
089560         MOVE AU-COUNT TO AV-AU(AV-COUNT)
089660         MOVE AUDIT-CAND-WORK TO AV-CAND(AV-COUNT)
089760         MOVE AUDIT-NAME-WORK TO AV-NAME(AV-COUNT)
089860         MOVE AUDIT-VOTES-WORK TO AV-MACHINE(AV-COUNT)
089960         MOVE 0 TO AV-HAND(AV-COUNT)
090060         ADD AUDIT-VOTES-WORK TO AU-M-TOTAL(AU-COUNT)
090160         IF AUDIT-CAND-WORK = AR-W-POS(AR-COUNT) THEN
090260             ADD AUDIT-VOTES-WORK TO AU-M-W(AU-COUNT)
090360         END-IF
090460         IF AUDIT-CAND-WORK = AR-R-POS(AR-COUNT) THEN
090560             ADD AUDIT-VOTES-WORK TO AU-M-R(AU-COUNT)
090660         END-IF
090760     END-IF.
090860 7160-EXIT.
090960     EXIT.
091060
091160*--------------------------------------------------------------
091260* ONLY A CERTIFIED PLURALITY RACE WITH A WINNER AND A RUNNER-UP
091360* IS AUDITED; ANY OTHER RACE IS REPORTED AS NOT AUDITED.
091460*--------------------------------------------------------------
091560 7200-SELECT-RACE-SAMPLE.
091660     MOVE AR-CASE(ARX) TO CASE-NUMBER-DISP.
091760     MOVE SPACES TO AUDIT-PROBLEM.
091860     IF AR-STATUS(ARX) NOT = "C" THEN
091960         STRING "CASE ", CASE-NUMBER-DISP, " STATUS ",
092060             AR-STATUS(ARX), " NOT CERTIFIED -- NOT AUDITED"
092160             DELIMITED BY SIZE INTO AUDIT-PROBLEM
092260     END-IF.
092360     IF AUDIT-PROBLEM = SPACES AND AR-METHOD(ARX) = "R" THEN
092460         STRING "CASE ", CASE-NUMBER-DISP,
092560             " RANKED-CHOICE RACE -- NOT AUDITED"
092660             DELIMITED BY SIZE INTO AUDIT-PROBLEM
092760     END-IF.
092860     IF AUDIT-PROBLEM = SPACES THEN
092960         IF AR-W-POS(ARX) = 0 OR AR-R-POS(ARX) = 0 THEN
093060             STRING "CASE ", CASE-NUMBER-DISP,
093160                 " NO WINNER AND RUNNER-UP -- NOT AUDITED"
093260                 DELIMITED BY SIZE INTO AUDIT-PROBLEM
093360         END-IF
093460     END-IF.
093560     IF AUDIT-PROBLEM NOT = SPACES THEN
093660         MOVE 2 TO AUDIT-SEVERITY
093760         PERFORM 7900-RAISE-AUDIT-EXCEPTION
093860     ELSE
093960         PERFORM 7210-SIZE-RACE-SAMPLE
094060     END-IF.
094160 7200-EXIT.
094260     EXIT.
094360
094460*--------------------------------------------------------------
094560* THE DILUTED MARGIN IS THE DECIDING MARGIN (NEVER MORE THAN THE
094660* PRECINCT DETAIL ITSELF SHOWS) OVER THE TOTAL ERROR BOUND. THE
094760* SAMPLE IS THE FEWEST DRAWS THAT WOULD MEET THE RISK LIMIT IF
094860* THE HAND COUNTS FOUND NO ERROR. A MARGIN TOO NARROW TO MEET IT
094960* IN 500 DRAWS GOES STRAIGHT TO A FULL HAND COUNT.
095060*--------------------------------------------------------------
095160 7210-SIZE-RACE-SAMPLE.
095260     MOVE 0 TO AUDIT-BOUND.
095360     MOVE 0 TO AUDIT-DETAIL-MARGIN.
095460     PERFORM VARYING AUX FROM AR-FIRST-AU(ARX) BY 1
095560             UNTIL AUX > AR-LAST-AU(ARX)
095660         ADD AU-BOUND(AUX) TO AUDIT-BOUND
095760         COMPUTE AUDIT-DETAIL-MARGIN =
095860             AUDIT-DETAIL-MARGIN + AU-M-W(AUX) - AU-M-R(AUX)
095960     END-PERFORM.
096060     COMPUTE AUDIT-MARGIN = AR-W-VOTES(ARX) - AR-R-VOTES(ARX).
096160     IF AUDIT-DETAIL-MARGIN < AUDIT-MARGIN THEN
096260         MOVE AUDIT-DETAIL-MARGIN TO AUDIT-MARGIN
096360     END-IF.
096460     MOVE 1 TO AUDIT-RISK.
096560     MOVE 0 TO AUDIT-DRAW-X.
096660     IF AUDIT-MARGIN > 0 AND AUDIT-BOUND > 0 THEN
096760         COMPUTE AR-MU(ARX) = AUDIT-MARGIN / AUDIT-BOUND
096860         PERFORM UNTIL AUDIT-RISK <= AUDIT-ALPHA
096960                 OR AUDIT-DRAW-X >= 500
097060             COMPUTE AUDIT-RISK = AUDIT-RISK * (1 - AR-MU(ARX))
097160             ADD 1 TO AUDIT-DRAW-X
097260         END-PERFORM
097360     END-IF.
097460     IF AUDIT-RISK > AUDIT-ALPHA THEN
097560         MOVE "F" TO AR-OUTCOME(ARX)
097660         MOVE SPACES TO AUDIT-PROBLEM
097760         STRING "CASE ", CASE-NUMBER-DISP,
097860             " MARGIN TOO NARROW TO SAMPLE -- FULL HAND COUNT"
097960             DELIMITED BY SIZE INTO AUDIT-PROBLEM
098060         MOVE 3 TO AUDIT-SEVERITY
098160         PERFORM 7900-RAISE-AUDIT-EXCEPTION
098260     ELSE
098360         MOVE "S" TO AR-OUTCOME(ARX)
098460         MOVE AUDIT-MARGIN TO AR-MARGIN(ARX)
098560         MOVE AUDIT-BOUND TO AR-BOUND(ARX)
098660         MOVE AUDIT-DRAW-X TO AR-DRAWS(ARX)
098760         MOVE SPACES TO RPT-LINE
098860         STRING RUN-DATE, " AUDIT CASE ", CASE-NUMBER-DISP, " "
098960                 DELIMITED BY SIZE,
099060             AR-OFFICE(ARX) DELIMITED BY "  ",
099160             " " DELIMITED BY SIZE,
099260             AR-W-NAME(ARX) DELIMITED BY "  ",
099360             " OVER " DELIMITED BY SIZE,
099460             AR-R-NAME(ARX) DELIMITED BY "  " INTO RPT-LINE
099560         PERFORM 0700-WRITE-REPORT
099660         MOVE AR-DRAWS(ARX) TO AUDIT-DRAW-DISP
099760         MOVE SPACES TO RPT-LINE
099860         STRING RUN-DATE, " AUDIT CASE ", CASE-NUMBER-DISP,
099960             " MARGIN ", AR-MARGIN(ARX), " ERROR BOUND ",
100060             AR-BOUND(ARX), " DRAWS ", AUDIT-DRAW-DISP
100160             DELIMITED BY SIZE INTO RPT-LINE
100260         PERFORM 0700-WRITE-REPORT
100360         PERFORM 7220-DRAW-ONE-PRECINCT
100460             VARYING AUDIT-DRAW-X FROM 1 BY 1
100560             UNTIL AUDIT-DRAW-X > AR-DRAWS(ARX)
100660         PERFORM 7230-LIST-HAND-COUNT
100760             VARYING AUX FROM AR-FIRST-AU(ARX) BY 1
100860             UNTIL AUX > AR-LAST-AU(ARX)
100960     END-IF.
101060 7210-EXIT.
101160     EXIT.
101260
101360*--------------------------------------------------------------
101460* ONE DRAW -- THE NEXT NUMBER OF THE SEEDED STREAM (PARK-MILLER,
101560* 16807 X MOD 2147483647) PICKS A POINT ALONG THE RACE'S ERROR
101660* BOUNDS LAID END TO END, AND THE PRECINCT IT FALLS IN IS DRAWN.
101760*--------------------------------------------------------------
101860 7220-DRAW-ONE-PRECINCT.
101960     COMPUTE AUDIT-PRODUCT = AUDIT-RANDOM * 16807.
102060     DIVIDE AUDIT-PRODUCT BY AUDIT-MODULUS
102160         GIVING AUDIT-QUOTIENT REMAINDER AUDIT-RANDOM.
102260     COMPUTE AUDIT-FRACTION = AUDIT-RANDOM / AUDIT-MODULUS.
102360     COMPUTE AUDIT-TARGET = AUDIT-FRACTION * AR-BOUND(ARX).
102460     MOVE 0 TO AUDIT-CUM.
102560     MOVE 0 TO AU-HIT-X.
102660     PERFORM VARYING AUX FROM AR-FIRST-AU(ARX) BY 1
102760             UNTIL AUX > AR-LAST-AU(ARX) OR AU-HIT-X > 0
102860         ADD AU-BOUND(AUX) TO AUDIT-CUM
102960         IF AUDIT-CUM > AUDIT-TARGET THEN
103060             MOVE AUX TO AU-HIT-X
103160         END-IF
103260     END-PERFORM.
103360     ADD 1 TO AU-DRAWS(AU-HIT-X).
103460     MOVE AUDIT-DRAW-X TO AUDIT-DRAW-DISP.
103560     MOVE AUDIT-RANDOM TO AUDIT-RANDOM-DISP.
103660     MOVE SPACES TO RPT-LINE.
103760     STRING RUN-DATE, " AUDIT CASE ", CASE-NUMBER-DISP,
103860         " DRAW ", AUDIT-DRAW-DISP, " RANDOM ", AUDIT-RANDOM-DISP,
103960         " PRECINCT ", AU-KEY(AU-HIT-X)
104060         DELIMITED BY SIZE INTO RPT-LINE.
104160     PERFORM 0700-WRITE-REPORT.
104260 7220-EXIT.
104360     EXIT.
104460
104560 7230-LIST-HAND-COUNT.
104660     IF AU-DRAWS(AUX) > 0 THEN
104760         MOVE AU-DRAWS(AUX) TO AUDIT-DRAW-DISP
104860         MOVE SPACES TO RPT-LINE
104960         STRING RUN-DATE, " AUDIT CASE ", CASE-NUMBER-DISP,
105060             " HAND COUNT PRECINCT ", AU-KEY(AUX),
105160             " DRAWN ", AUDIT-DRAW-DISP, " TIMES"
105260             DELIMITED BY SIZE INTO RPT-LINE
105360         PERFORM 0700-WRITE-REPORT
105460     END-IF.
105560 7230-EXIT.
105660     EXIT.
105760
105860*--------------------------------------------------------------
105960* ONE HAND-COUNT LINE. IT MUST NAME A RACE UNDER AUDIT, A
106060* PRECINCT DRAWN FOR IT, AND A CANDIDATE OF THE RACE.
106160*--------------------------------------------------------------
106260 7400-TAKE-HAND-COUNT.
106360     MOVE SPACES TO LINE-REJECT-REASON.
106460     IF NOT AUDIT-LOAD-FAILED THEN
106560         PERFORM 7410-MATCH-HAND-COUNT
106660         IF LINE-REJECT-REASON = SPACES THEN
106760             PERFORM 7420-POST-HAND-COUNT
106860         ELSE
106960             PERFORM 7490-REJECT-HAND-COUNT
107060         END-IF
107160     END-IF.
107260     PERFORM 6010-READ-FEED-LINE.
107360 7400-EXIT.
107460     EXIT.
107560
107660 7410-MATCH-HAND-COUNT.
107760     MOVE 0 TO AR-HIT-X.
107860     MOVE 0 TO AU-HIT-X.
107960     MOVE 0 TO AV-HIT-X.
108060     IF NOT LINE-IS-VOTE THEN
108160         MOVE "NOT A HAND-COUNT LINE" TO LINE-REJECT-REASON
108260     END-IF.
108360     IF LINE-REJECT-REASON = SPACES THEN
108460         PERFORM VARYING ARX FROM 1 BY 1 UNTIL ARX > AR-COUNT
108560             IF AR-HIT-X = 0 AND AR-CASE(ARX) = FEED-CASE
108660                     AND AR-OUTCOME(ARX) = "S" THEN
108760                 MOVE ARX TO AR-HIT-X
108860             END-IF
108960         END-PERFORM
109060         IF AR-HIT-X = 0 THEN
109160             MOVE "RACE NOT UNDER AUDIT" TO LINE-REJECT-REASON
109260         END-IF
109360     END-IF.
109460     IF LINE-REJECT-REASON = SPACES THEN
109560         PERFORM VARYING AUX FROM AR-FIRST-AU(AR-HIT-X) BY 1
109660                 UNTIL AUX > AR-LAST-AU(AR-HIT-X)
109760             IF AU-HIT-X = 0 AND AU-KEY(AUX) = FEED-PREC-X
109860                     AND AU-DRAWS(AUX) > 0 THEN
109960                 MOVE AUX TO AU-HIT-X
110060             END-IF
110160         END-PERFORM
110260         IF AU-HIT-X = 0 THEN
110360             MOVE "PRECINCT NOT DRAWN FOR AUDIT"
110460                 TO LINE-REJECT-REASON
110560         END-IF
110660     END-IF.
110760     IF LINE-REJECT-REASON = SPACES THEN
110860         MOVE 0 TO FEED-CAND
110960         IF FUNCTION TRIM (FEED-CAND-X) IS NUMERIC THEN
111060             MOVE FUNCTION NUMVAL (FEED-CAND-X) TO FEED-CAND
111160         END-IF
111260         PERFORM VARYING AVX FROM 1 BY 1 UNTIL AVX > AV-COUNT
111360             IF AV-HIT-X = 0 AND AV-AU(AVX) = AU-HIT-X
111460                     AND AV-CAND(AVX) = FEED-CAND THEN
111560                 MOVE AVX TO AV-HIT-X
111660             END-IF
111760         END-PERFORM
111860         IF AV-HIT-X = 0 THEN
111960             MOVE "NO SUCH CANDIDATE IN THIS RACE"
112060                 TO LINE-REJECT-REASON
112160         END-IF
112260     END-IF.
112360     IF LINE-REJECT-REASON = SPACES THEN
112460         MOVE 0 TO VOTE-VALUE
112560         IF VOTE-TOKEN-X NOT = SPACES
112660                 AND FUNCTION TRIM (VOTE-TOKEN-X) IS NUMERIC THEN
112760             MOVE FUNCTION NUMVAL (VOTE-TOKEN-X) TO VOTE-VALUE
112860         ELSE
112960             MOVE "HAND COUNT NOT A VOTE FIGURE"
113060                 TO LINE-REJECT-REASON
113160         END-IF
113260         IF VOTE-VALUE > 9999999 THEN
113360             MOVE "HAND COUNT NOT A VOTE FIGURE"
113460                 TO LINE-REJECT-REASON
113560         END-IF
113660     END-IF.
113760 7410-EXIT.
113860     EXIT.
113960
114060 7420-POST-HAND-COUNT.
114160     ADD VOTE-VALUE TO AV-HAND(AV-HIT-X).
114260     MOVE 1 TO AU-HAND-SEEN(AU-HIT-X).
114360     IF FEED-CAND = AR-W-POS(AR-HIT-X) THEN
114460         ADD VOTE-VALUE TO AU-H-W(AU-HIT-X)
114560     END-IF.
114660     IF FEED-CAND = AR-R-POS(AR-HIT-X) THEN
114760         ADD VOTE-VALUE TO AU-H-R(AU-HIT-X)
114860     END-IF.
114960     ADD VOTE-VALUE TO FEED-HASH.
115060     ADD 1 TO AUDIT-HAND-LINES.
115160 7420-EXIT.
115260     EXIT.
115360
115460 7490-REJECT-HAND-COUNT.
115560     ADD 1 TO RECORDS-REJECTED.
115660     MOVE SPACES TO AUDIT-PROBLEM.
115760     STRING "LINE ", LINES-READ, " ",
115860         LINE-REJECT-REASON DELIMITED BY "  ",
115960         " ", INPUT-LINE DELIMITED BY SIZE INTO AUDIT-PROBLEM.
116060     MOVE 2 TO AUDIT-SEVERITY.
116160     PERFORM 7900-RAISE-AUDIT-EXCEPTION.
116260 7490-EXIT.
116360     EXIT.
116460
116560*--------------------------------------------------------------
116660* ONCE THE HAND COUNTS ARE IN, EACH RACE UNDER AUDIT MEASURES
116760* ITS RISK. A RUN WITH NO HAND COUNTS IS THE SELECTION RUN AND
116860* ONLY SAYS SO; A RACE WITH A DRAWN PRECINCT STILL UNCOUNTED
116960* GETS NO VERDICT.
117060*--------------------------------------------------------------
117160 7500-MEASURE-RACE-RISK.
117260     IF AR-OUTCOME(ARX) = "S" THEN
117360         MOVE AR-CASE(ARX) TO CASE-NUMBER-DISP
117460         MOVE 0 TO AUDIT-PENDING
117560         PERFORM VARYING AUX FROM AR-FIRST-AU(ARX) BY 1
117660                 UNTIL AUX > AR-LAST-AU(ARX)
117760             IF AU-DRAWS(AUX) > 0 AND AU-HAND-SEEN(AUX) = 0 THEN
117860                 ADD 1 TO AUDIT-PENDING
117960             END-IF
118060         END-PERFORM
118160         IF AUDIT-HAND-LINES = 0 THEN
118260             MOVE SPACES TO RPT-LINE
118360             STRING RUN-DATE, " AUDIT CASE ", CASE-NUMBER-DISP,
118460                 " AWAITING HAND COUNT OF THE PRECINCTS DRAWN"
118560                 DELIMITED BY SIZE INTO RPT-LINE
118660             PERFORM 0700-WRITE-REPORT
118760         ELSE
118860             IF AUDIT-PENDING > 0 THEN
118960                 MOVE AUDIT-PENDING TO AUDIT-DRAW-DISP
119060                 MOVE SPACES TO AUDIT-PROBLEM
119160                 STRING "CASE ", CASE-NUMBER-DISP,
119260                     " INCOMPLETE -- ", AUDIT-DRAW-DISP,
119360                     " DRAWN PRECINCTS NOT COUNTED"
119460                     DELIMITED BY SIZE INTO AUDIT-PROBLEM
119560                 MOVE 2 TO AUDIT-SEVERITY
119660                 PERFORM 7900-RAISE-AUDIT-EXCEPTION
119760             ELSE
119860                 PERFORM 7510-WEIGH-HAND-COUNTS
119960             END-IF
120060         END-IF
120160     END-IF.
120260 7500-EXIT.
120360     EXIT.
120460
120560*--------------------------------------------------------------
120660* THE KAPLAN-MARKOV RISK -- EVERY DRAW OF A PRECINCT MULTIPLIES
120760* IT BY (1 - DILUTED MARGIN) / (1 - TAINT), THE TAINT BEING THE
120860* MARGIN THE MACHINE TALLY OVERSTATED AGAINST THE HAND COUNT AS
120960* A SHARE OF THE PRECINCT'S ERROR BOUND. A RISK AT OR UNDER THE
121060* LIMIT CONFIRMS THE OUTCOME; ANYTHING ELSE, OR A PRECINCT WHOSE
121160* ERROR COULD ALONE HAVE TURNED THE RACE, CALLS FOR A FULL HAND
121260* COUNT.
121360*--------------------------------------------------------------
121460 7510-WEIGH-HAND-COUNTS.
121560     MOVE 1 TO AUDIT-RISK.
121660     SET AUDIT-NO-ESCALATE TO TRUE.
121760     PERFORM 7520-WEIGH-ONE-PRECINCT
121860         VARYING AUX FROM AR-FIRST-AU(ARX) BY 1
121960         UNTIL AUX > AR-LAST-AU(ARX).
122060     MOVE AUDIT-RISK TO AUDIT-RISK-DISP.
122160     MOVE SPACES TO RPT-LINE.
122260     IF AUDIT-NO-ESCALATE AND AUDIT-RISK <= AUDIT-ALPHA THEN
122360         STRING RUN-DATE, " AUDIT CASE ", CASE-NUMBER-DISP,
122460             " MEASURED RISK ", AUDIT-RISK-DISP,
122560             " RISK LIMIT MET -- OUTCOME CONFIRMED"
122660             DELIMITED BY SIZE INTO RPT-LINE
122760         PERFORM 0700-WRITE-REPORT
122860     ELSE
122960         STRING RUN-DATE, " AUDIT CASE ", CASE-NUMBER-DISP,
123060             " MEASURED RISK ", AUDIT-RISK-DISP,
123160             " RISK LIMIT NOT MET"
123260             DELIMITED BY SIZE INTO RPT-LINE
123360         PERFORM 0700-WRITE-REPORT
123460         MOVE SPACES TO AUDIT-PROBLEM
123560         STRING "CASE ", CASE-NUMBER-DISP,
123660             " RISK LIMIT NOT MET -- FULL HAND COUNT REQUIRED"
123760             DELIMITED BY SIZE INTO AUDIT-PROBLEM
123860         MOVE 3 TO AUDIT-SEVERITY
123960         PERFORM 7900-RAISE-AUDIT-EXCEPTION
124060     END-IF.
124160 7510-EXIT.
124260     EXIT.
124360
124460 7520-WEIGH-ONE-PRECINCT.
124560     IF AU-DRAWS(AUX) > 0 THEN
124660         PERFORM VARYING AVX FROM 1 BY 1 UNTIL AVX > AV-COUNT
124760             IF AV-AU(AVX) = AUX THEN
124860                 COMPUTE AUDIT-ERROR =
124960                     AV-HAND(AVX) - AV-MACHINE(AVX)
125060                 MOVE AUDIT-ERROR TO AUDIT-SIGNED-DISP
125160                 MOVE SPACES TO RPT-LINE
125260                 STRING RUN-DATE, " AUDIT CASE ",
125360                     CASE-NUMBER-DISP,
125460                     " PRECINCT ", AU-KEY(AUX), " ", AV-NAME(AVX),
125560                     " MACHINE ", AV-MACHINE(AVX),
125660                     " HAND ", AV-HAND(AVX),
125760                     " DIFFERENCE ", AUDIT-SIGNED-DISP
125860                     DELIMITED BY SIZE INTO RPT-LINE
125960                 PERFORM 0700-WRITE-REPORT
126060             END-IF
126160         END-PERFORM
126260         COMPUTE AUDIT-ERROR = AU-M-W(AUX) - AU-M-R(AUX)
126360             - AU-H-W(AUX) + AU-H-R(AUX)
126460         MOVE AUDIT-ERROR TO AUDIT-SIGNED-DISP
126560         MOVE SPACES TO RPT-LINE
126660         STRING RUN-DATE, " AUDIT CASE ", CASE-NUMBER-DISP,
126760             " PRECINCT ", AU-KEY(AUX),
126860             " MARGIN OVERSTATED BY ", AUDIT-SIGNED-DISP
126960             DELIMITED BY SIZE INTO RPT-LINE
127060         PERFORM 0700-WRITE-REPORT
127160         IF AUDIT-ERROR >= AU-BOUND(AUX) THEN
127260             SET AUDIT-ESCALATE TO TRUE
127360         ELSE
127460             COMPUTE AUDIT-TAINT ROUNDED =
127560                 AUDIT-ERROR / AU-BOUND(AUX)
127660             COMPUTE AUDIT-SURVIVAL = 1 - AR-MU(ARX)
127760             COMPUTE AUDIT-DIVISOR = 1 - AUDIT-TAINT
127860             COMPUTE AUDIT-FACTOR ROUNDED =
127960                     AUDIT-SURVIVAL / AUDIT-DIVISOR
128060                 ON SIZE ERROR
128160                     SET AUDIT-ESCALATE TO TRUE
128260             END-COMPUTE
128360             PERFORM AU-DRAWS(AUX) TIMES
128460                 COMPUTE AUDIT-RISK ROUNDED =
128560                     AUDIT-RISK * AUDIT-FACTOR
128660                     ON SIZE ERROR
128760                         SET AUDIT-ESCALATE TO TRUE
128860                 END-COMPUTE
128960             END-PERFORM
129060         END-IF
129160     END-IF.
129260 7520-EXIT.
129360     EXIT.
129460
129560*--------------------------------------------------------------
129660* AN AUDIT FINDING GOES TO THE REPORT AND THROUGH EXCPTRPT.
129760*--------------------------------------------------------------
129860 7900-RAISE-AUDIT-EXCEPTION.
129960     MOVE SPACES TO RPT-LINE.
130060     STRING RUN-DATE, " AUDIT ", AUDIT-PROBLEM
130160         DELIMITED BY SIZE INTO RPT-LINE.
130260     PERFORM 0700-WRITE-REPORT.
130360     MOVE RUN-DATE TO EXCPT-RUN-DATE.
130460     MOVE "POPULARVOTE" TO EXCPT-PROGRAM.
130560     MOVE "AUDT" TO EXCPT-CODE.
130660     MOVE AUDIT-SEVERITY TO EXCPT-SEVERITY.
130760     MOVE SPACES TO EXCPT-TEXT.
130860     STRING "AUDIT ", AUDIT-PROBLEM
130960         DELIMITED BY SIZE INTO EXCPT-TEXT.
131060     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
131160 7900-EXIT.
131260     EXIT.
131360
131460*--------------------------------------------------------------
131560* LOAD THE ELECTION-NIGHT RUNNING RESULTS. A MISSING DATASET
131660* MEANS NOTHING HAS BEEN REPORTED YET; AN UNREADABLE ONE, OR ONE
131760* TOO BIG FOR THE TABLES, IS NEVER REWRITTEN THIS RUN.
131860*--------------------------------------------------------------
131960 8000-LOAD-UNOFFICIAL.
132060     OPEN INPUT UNOFMAST-FILE.
132160     IF UNOFMAST-OK THEN
132260         PERFORM 8010-LOAD-ONE-UNOFFICIAL
132360             UNTIL UNOFMAST-AT-END OR UNOF-LOAD-FAILED
132460         CLOSE UNOFMAST-FILE
132560     ELSE
132660         IF NOT UNOFMAST-NOT-FOUND THEN
132760             SET UNOF-LOAD-FAILED TO TRUE
132860             MOVE SPACES TO UNOF-PROBLEM
132960             STRING "RUNNING-RESULTS-OPEN-FAILED STATUS ",
133060                 UNOFMAST-STATUS DELIMITED BY SIZE
133160                 INTO UNOF-PROBLEM
133260             MOVE 2 TO UNOF-SEVERITY
133360             PERFORM 8900-RAISE-UNOFFICIAL-EXCEPTION
133460         END-IF
133560     END-IF.
133660 8000-EXIT.
133760     EXIT.
133860
133960 8010-LOAD-ONE-UNOFFICIAL.
134060     READ UNOFMAST-FILE
134160         AT END
134260             SET UNOFMAST-AT-END TO TRUE
134360         NOT AT END
134460             IF UNF-CAND = 0 THEN
134560                 IF UPR-COUNT < 3000 THEN
134660                     ADD 1 TO UPR-COUNT
134760                     MOVE UNF-CASE TO UPR-CASE(UPR-COUNT)
134860                     MOVE UNF-PRECINCT TO UPR-CODE(UPR-COUNT)
134960                     MOVE "E" TO UPR-STATE(UPR-COUNT)
135060                     MOVE UNF-REPORTED TO UPR-REPORTED(UPR-COUNT)
135160                     MOVE 0 TO UPR-COUNTED(UPR-COUNT)
135260                 ELSE
135360                     SET UNOF-LOAD-FAILED TO TRUE
135460                 END-IF
135560             ELSE
135660                 IF UO-COUNT < 20000 THEN
135760                     ADD 1 TO UO-COUNT
135860                     MOVE UNF-CASE TO UO-CASE(UO-COUNT)
135960                     MOVE UNF-PRECINCT TO UO-CODE(UO-COUNT)
136060                     MOVE UNF-CAND TO UO-CAND(UO-COUNT)
136160                     MOVE UNF-VOTES TO UO-VOTES(UO-COUNT)
136260                 ELSE
136360                     SET UNOF-LOAD-FAILED TO TRUE
136460                 END-IF
136560             END-IF
136660             IF UNOF-LOAD-FAILED THEN
136760                 MOVE "RUNNING-RESULTS-FULL NOT REWRITTEN"
136860                     TO UNOF-PROBLEM
136960                 MOVE 2 TO UNOF-SEVERITY
137060                 PERFORM 8900-RAISE-UNOFFICIAL-EXCEPTION
137160             END-IF
137260     END-READ.
137360 8010-EXIT.
137460     EXIT.
137560
137660*--------------------------------------------------------------
137760* ONE ELECTION-NIGHT RUN. ONLY PLURALITY VOTE LINES KEYED TO THE
137860* ELECTION DEFINITION COUNT; WRITE-IN, PROVISIONAL, AND RANKED
137960* BALLOT LINES WAIT FOR THE OFFICIAL COUNT AND ARE PASSED OVER.
138060* NOTHING IS CERTIFIED AND THE RESULTS EXPORT IS NOT WRITTEN.
138160*--------------------------------------------------------------
138260 8100-RUN-UNOFFICIAL.
138360     ACCEPT UNOF-TIME FROM TIME.
138460     IF NOT DEFINITION-LOADED THEN
138560         SET UNOF-STOPPED TO TRUE
138660         MOVE "UNOFFICIAL RESULTS NEED THE ELECTION DEFINITION"
138760             TO UNOF-PROBLEM
138860         MOVE 3 TO UNOF-SEVERITY
138960         PERFORM 8900-RAISE-UNOFFICIAL-EXCEPTION
139060     END-IF.
139160     IF UNOF-LOAD-FAILED THEN
139260         SET UNOF-STOPPED TO TRUE
139360     END-IF.
139460     PERFORM 6010-READ-FEED-LINE.
139560     PERFORM 8200-TAKE-UNOFFICIAL-LINE UNTIL FEED-ENDED.
139660     IF NOT UNOF-STOPPED THEN
139760         OPEN OUTPUT WEBRES-FILE
139860         IF WEBRES-OK THEN
139960             SET WEBRES-OPEN TO TRUE
140060         ELSE
140160             MOVE SPACES TO UNOF-PROBLEM
140260             STRING "WEB-RESULTS-OPEN-FAILED STATUS ",
140360                 WEBRES-STATUS DELIMITED BY SIZE INTO UNOF-PROBLEM
140460             MOVE 2 TO UNOF-SEVERITY
140560             PERFORM 8900-RAISE-UNOFFICIAL-EXCEPTION
140660         END-IF
140760         PERFORM 8400-REPORT-UNOFFICIAL-RACE
140860             VARYING DRX FROM 1 BY 1 UNTIL DRX > DEF-RACE-COUNT
140960         IF WEBRES-OPEN THEN
141060             CLOSE WEBRES-FILE
141160         END-IF
141260     END-IF.
141360 8100-EXIT.
141460     EXIT.
141560
141660 8200-TAKE-UNOFFICIAL-LINE.
141760     MOVE SPACES TO LINE-REJECT-REASON.
141860     IF NOT UNOF-STOPPED AND LINE-IS-VOTE THEN
141960         PERFORM 8210-MATCH-UNOFFICIAL-LINE
142060         IF LINE-REJECT-REASON = SPACES THEN
142160             PERFORM 8220-POST-UNOFFICIAL-LINE
142260         ELSE
142360             ADD 1 TO RECORDS-REJECTED
142460             MOVE SPACES TO UNOF-PROBLEM
142560             STRING "LINE ", LINES-READ, " ",
142660                 LINE-REJECT-REASON DELIMITED BY "  ",
142760                 " ", INPUT-LINE DELIMITED BY SIZE
142860                 INTO UNOF-PROBLEM
142960             MOVE 2 TO UNOF-SEVERITY
143060             PERFORM 8900-RAISE-UNOFFICIAL-EXCEPTION
143160         END-IF
143260     END-IF.
143360     PERFORM 6010-READ-FEED-LINE.
143460 8200-EXIT.
143560     EXIT.
143660
143760*--------------------------------------------------------------
143860* THE LINE MUST NAME A PLURALITY RACE OF THE DEFINITION, ONE OF
143960* ITS CANDIDATES, AND ONE OF ITS PRECINCTS ("-" WHEN IT HAS
144060* NONE). UPX-HIT AND UOX-HIT ARE ITS PRECINCT AND VOTE ENTRIES
144160* WHEN THEY ARE ALREADY HELD.
144260*--------------------------------------------------------------
144360 8210-MATCH-UNOFFICIAL-LINE.
144460     MOVE 0 TO DEF-CAND-SEEN.
144560     PERFORM VARYING DRX FROM 1 BY 1 UNTIL DRX > DEF-RACE-COUNT
144660         IF DEF-CAND-SEEN = 0 AND DR-CASE(DRX) = FEED-CASE THEN
144760             MOVE DRX TO DEF-CAND-SEEN
144860         END-IF
144960     END-PERFORM.
145060     IF DEF-CAND-SEEN = 0 THEN
145160         MOVE "NO SUCH RACE" TO LINE-REJECT-REASON
145260     ELSE
145360         MOVE DEF-CAND-SEEN TO DRX
145460         IF DR-METHOD(DRX) = "R" THEN
145560             MOVE "RANKED RACE TAKES BALLOT LINES"
145660                 TO LINE-REJECT-REASON
145760         END-IF
145860     END-IF.
145960     IF LINE-REJECT-REASON = SPACES THEN
146060         MOVE DR-CANDIDATES(DRX) TO CANDIDATES
146160         PERFORM 6260-CHECK-CANDIDATE
146260     END-IF.
146360     IF LINE-REJECT-REASON = SPACES THEN
146460         MOVE 0 TO DEF-PREC-SEEN
146560         IF DR-PRECINCTS(DRX) = 0 THEN
146660             IF FEED-PREC-X = "-" THEN
146760                 MOVE 1 TO DEF-PREC-SEEN
146860             END-IF
146960         ELSE
147060             PERFORM VARYING DPX FROM 1 BY 1
147160                     UNTIL DPX > DEF-PREC-COUNT
147260                 IF DP-CASE(DPX) = FEED-CASE
147360                         AND DP-CODE(DPX) = FEED-PREC-X THEN
147460                     MOVE DPX TO DEF-PREC-SEEN
147560                 END-IF
147660             END-PERFORM
147760         END-IF
147860         IF DEF-PREC-SEEN = 0 THEN
147960             MOVE "PRECINCT NOT IN THIS RACE"
148060                 TO LINE-REJECT-REASON
148160         END-IF
148260     END-IF.
148360     IF LINE-REJECT-REASON = SPACES THEN
148460         PERFORM 2955-CHECK-VOTE-TOKEN
148560         IF VOTE-SPOILED THEN
148660             MOVE "VOTES NOT NUMERIC" TO LINE-REJECT-REASON
148760         END-IF
148860     END-IF.
148960     IF LINE-REJECT-REASON = SPACES THEN
149060         MOVE 0 TO UPX-HIT
149160         PERFORM VARYING UPX FROM 1 BY 1 UNTIL UPX > UPR-COUNT
149260             IF UPX-HIT = 0 AND UPR-CASE(UPX) = FEED-CASE
149360                     AND UPR-CODE(UPX) = FEED-PREC-X THEN
149460                 MOVE UPX TO UPX-HIT
149560             END-IF
149660         END-PERFORM
149760         IF UPX-HIT = 0 AND UPR-COUNT >= 3000 THEN
149860             MOVE "PRECINCT TABLE FULL AT 3000"
149960                 TO LINE-REJECT-REASON
150060         END-IF
150160     END-IF.
150260     IF LINE-REJECT-REASON = SPACES THEN
150360         MOVE 0 TO UOX-HIT
150460         PERFORM VARYING UOX FROM 1 BY 1 UNTIL UOX > UO-COUNT
150560             IF UOX-HIT = 0 AND UO-CASE(UOX) = FEED-CASE
150660                     AND UO-CODE(UOX) = FEED-PREC-X
150760                     AND UO-CAND(UOX) = FEED-CAND THEN
150860                 MOVE UOX TO UOX-HIT
150960             END-IF
151060         END-PERFORM
151160         IF UOX-HIT = 0 AND UO-COUNT >= 20000 THEN
151260             MOVE "VOTE TABLE FULL AT 20000" TO LINE-REJECT-REASON
151360         END-IF
151460     END-IF.
151560 8210-EXIT.
151660     EXIT.
151760
151860*--------------------------------------------------------------
151960* A PRECINCT FIRST SEEN TONIGHT IS ADDED AS REPORTED. ONE SENT IN
152060* AN EARLIER RUN AND SENT AGAIN IS A CORRECTED REPORT -- ITS
152160* EARLIER FIGURES ARE CLEARED BEFORE THIS RUN'S LINES ARE ADDED.
152260*--------------------------------------------------------------
152360 8220-POST-UNOFFICIAL-LINE.
152460     IF UPX-HIT = 0 THEN
152560         ADD 1 TO UPR-COUNT
152660         MOVE UPR-COUNT TO UPX-HIT
152760         MOVE FEED-CASE TO UPR-CASE(UPX-HIT)
152860         MOVE FEED-PREC-X TO UPR-CODE(UPX-HIT)
152960         MOVE "N" TO UPR-STATE(UPX-HIT)
153060         MOVE RUN-DATE TO UPR-REPORTED(UPX-HIT)
153160         MOVE 0 TO UPR-COUNTED(UPX-HIT)
153260     END-IF.
153360     IF UPR-STATE(UPX-HIT) = "E" THEN
153460         MOVE "N" TO UPR-STATE(UPX-HIT)
153560         MOVE RUN-DATE TO UPR-REPORTED(UPX-HIT)
153660         PERFORM VARYING UOX FROM 1 BY 1 UNTIL UOX > UO-COUNT
153760             IF UO-CASE(UOX) = FEED-CASE
153860                     AND UO-CODE(UOX) = FEED-PREC-X THEN
153960                 MOVE 0 TO UO-VOTES(UOX)
154060             END-IF
154160         END-PERFORM
154260     END-IF.
154360     IF UOX-HIT = 0 THEN
154460         ADD 1 TO UO-COUNT
154560         MOVE UO-COUNT TO UOX-HIT
154660         MOVE FEED-CASE TO UO-CASE(UOX-HIT)
154760         MOVE FEED-PREC-X TO UO-CODE(UOX-HIT)
154860         MOVE FEED-CAND TO UO-CAND(UOX-HIT)
154960         MOVE 0 TO UO-VOTES(UOX-HIT)
155060     END-IF.
155160     ADD VOTE-VALUE TO UO-VOTES(UOX-HIT).
155260     ADD VOTE-VALUE TO FEED-HASH.
155360 8220-EXIT.
155460     EXIT.
155560
155660*--------------------------------------------------------------
155760* ONE RACE AS IT STANDS TONIGHT -- PRECINCTS REPORTING OUT OF
155860* THE RACE'S TOTAL (ONE WHEN IT HAS NO PRECINCT LIST), EACH
155960* CANDIDATE'S VOTES AND SHARE, AND WHO IS LEADING. A CANDIDATE
156060* LEADS WHILE FEWER CANDIDATES THAN THE RACE HAS SEATS ARE AHEAD
156160* OF THEM. A RANKED RACE IS ONLY COUNTED OFFICIALLY.
156260*--------------------------------------------------------------
156360 8400-REPORT-UNOFFICIAL-RACE.
156460     MOVE DR-CASE(DRX) TO CASE-NUMBER.
156560     MOVE DR-CASE(DRX) TO CASE-NUMBER-DISP.
156660     MOVE DR-OFFICE(DRX) TO RACE-OFFICE.
156760     MOVE DR-METHOD(DRX) TO RACE-METHOD.
156860     MOVE DR-SEATS(DRX) TO SEATS.
156960     MOVE DR-CANDIDATES(DRX) TO CANDIDATES.
157060     MOVE DR-PRECINCTS(DRX) TO UNOF-PRECINCTS.
157160     IF UNOF-PRECINCTS = 0 THEN
157260         MOVE 1 TO UNOF-PRECINCTS
157360     END-IF.
157460     MOVE 0 TO UNOF-REPORTED.
157560     PERFORM VARYING UPX FROM 1 BY 1 UNTIL UPX > UPR-COUNT
157660         IF UPR-CASE(UPX) = CASE-NUMBER THEN
157760             ADD 1 TO UNOF-REPORTED
157860         END-IF
157960     END-PERFORM.
158060     MOVE 0 TO TOTAL-VOTES.
158160     PERFORM VARYING COUNTER FROM 1 BY 1
158260             UNTIL COUNTER > CANDIDATES
158360         MOVE 0 TO CANDIDATE-VOTES(COUNTER)
158460     END-PERFORM.
158560     PERFORM VARYING DCX FROM 1 BY 1 UNTIL DCX > DEF-CAND-COUNT
158660         IF DC-CASE(DCX) = CASE-NUMBER THEN
158760             MOVE DC-NAME(DCX) TO CANDIDATE-NAME(DC-ITEM(DCX))
158860             MOVE DC-PARTY(DCX) TO CAND-PARTY(DC-ITEM(DCX))
158960         END-IF
159060     END-PERFORM.
159160     IF NOT RACE-RANKED THEN
159260         PERFORM VARYING UOX FROM 1 BY 1 UNTIL UOX > UO-COUNT
159360             IF UO-CASE(UOX) = CASE-NUMBER
159460                     AND UO-CAND(UOX) <= CANDIDATES THEN
159560                 ADD UO-VOTES(UOX)
159660                     TO CANDIDATE-VOTES(UO-CAND(UOX))
159760                 ADD UO-VOTES(UOX) TO TOTAL-VOTES
159860             END-IF
159960         END-PERFORM
160060     END-IF.
160160     MOVE UNOF-REPORTED TO UNOF-COUNT-DISP.
160260     MOVE UNOF-PRECINCTS TO UNOF-TOTAL-DISP.
160360     MOVE SPACES TO RPT-LINE.
160460     IF RACE-RANKED THEN
160560         STRING RUN-DATE, " UNOFFICIAL RACE ", CASE-NUMBER-DISP,
160660             " ", RACE-OFFICE,
160760             " RANKED-CHOICE -- OFFICIAL COUNT ONLY"
160860             DELIMITED BY SIZE INTO RPT-LINE
160960     ELSE
161060         STRING RUN-DATE, " UNOFFICIAL RACE ", CASE-NUMBER-DISP,
161160             " ", RACE-OFFICE, " PRECINCTS REPORTING ",
161260             UNOF-COUNT-DISP, " OF ", UNOF-TOTAL-DISP
161360             DELIMITED BY SIZE INTO RPT-LINE
161460     END-IF.
161560     PERFORM 0700-WRITE-REPORT.
161660     IF WEBRES-OPEN THEN
161760         MOVE SPACES TO WEBRES-RACE-RECORD
161860         MOVE "U" TO WEB-RECORD-TYPE
161960         MOVE CASE-NUMBER TO WEB-CASE
162060         MOVE RACE-OFFICE TO WEB-OFFICE
162160         MOVE RACE-METHOD TO WEB-METHOD
162260         MOVE UNOF-REPORTED TO WEB-REPORTED
162360         MOVE UNOF-PRECINCTS TO WEB-PRECINCTS
162460         MOVE TOTAL-VOTES TO WEB-TOTAL-VOTES
162560         MOVE RUN-DATE TO WEB-AS-OF-DATE
162660         MOVE UNOF-TIME(1:4) TO WEB-AS-OF-TIME
162760         WRITE WEBRES-RACE-RECORD
162860     END-IF.
162960     IF NOT RACE-RANKED THEN
163060         PERFORM 8410-REPORT-UNOFFICIAL-CANDIDATE
163160             VARYING COUNTER FROM 1 BY 1
163260             UNTIL COUNTER > CANDIDATES
163360     END-IF.
163460 8400-EXIT.
163560     EXIT.
163660
163760 8410-REPORT-UNOFFICIAL-CANDIDATE.
163860     IF TOTAL-VOTES > 0 THEN
163960         COMPUTE CAND-PCT ROUNDED =
164060             CANDIDATE-VOTES(COUNTER) / TOTAL-VOTES * 100
164160     ELSE
164260         MOVE 0 TO CAND-PCT
164360     END-IF.
164460     MOVE 0 TO UNOF-AHEAD.
164560     PERFORM VARYING UNOF-CX FROM 1 BY 1
164660             UNTIL UNOF-CX > CANDIDATES
164760         IF CANDIDATE-VOTES(UNOF-CX)
164860                 > CANDIDATE-VOTES(COUNTER) THEN
164960             ADD 1 TO UNOF-AHEAD
165060         END-IF
165160     END-PERFORM.
165260     MOVE SPACES TO UNOF-LEADING.
165360     IF CANDIDATE-VOTES(COUNTER) > 0 AND UNOF-AHEAD < SEATS THEN
165460         MOVE "LEADING" TO UNOF-LEADING
165560     END-IF.
165660     MOVE CANDIDATE-VOTES(COUNTER) TO RESULT.
165760     MOVE CAND-PCT TO PCT-RESULT.
165860     MOVE SPACES TO RPT-LINE.
165960     STRING RUN-DATE, " UNOFFICIAL ", CANDIDATE-NAME(COUNTER),
166060         " ", CAND-PARTY(COUNTER), " ", RESULT, " VOTES ",
166160         PCT-RESULT, " PCT ", UNOF-LEADING
166260         DELIMITED BY SIZE INTO RPT-LINE.
166360     PERFORM 0700-WRITE-REPORT.
166460     IF WEBRES-OPEN THEN
166560         MOVE SPACES TO WEBRES-CANDIDATE-RECORD
166660         MOVE "C" TO WEB-CAND-TYPE
166760         MOVE CASE-NUMBER TO WEB-CAND-CASE
166860         MOVE COUNTER TO WEB-CAND-NUMBER
166960         MOVE CANDIDATE-NAME(COUNTER) TO WEB-CAND-NAME
167060         MOVE CAND-PARTY(COUNTER) TO WEB-CAND-PARTY
167160         MOVE CANDIDATE-VOTES(COUNTER) TO WEB-CAND-VOTES
167260         MOVE CAND-PCT TO WEB-CAND-PCT
167360         IF UNOF-LEADING NOT = SPACES THEN
167460             MOVE "L" TO WEB-CAND-LEADING
167560         END-IF
167660         WRITE WEBRES-CANDIDATE-RECORD
167760     END-IF.
167860 8410-EXIT.
167960     EXIT.
168060
168160*--------------------------------------------------------------
168260* REWRITE THE RUNNING RESULTS WITH EVERY PRECINCT REPORTED SO
168360* FAR. WHEN THE LOAD FAILED THE DATASET IS LEFT EXACTLY AS IT
168460* STANDS -- REWRITING FROM A SHORT TABLE WOULD LOSE PRECINCTS.
168560*--------------------------------------------------------------
168660 8500-SAVE-UNOFFICIAL.
168760     IF UNOF-LOAD-FAILED THEN
168860         MOVE "RUNNING-RESULTS-LOAD-FAILED DATASET LEFT UNTOUCHED"
168960             TO UNOF-PROBLEM
169060         MOVE 3 TO UNOF-SEVERITY
169160         PERFORM 8900-RAISE-UNOFFICIAL-EXCEPTION
169260     ELSE
169360         IF NOT UNOF-STOPPED THEN
169460             OPEN OUTPUT UNOFMAST-FILE
169560             IF UNOFMAST-OK THEN
169660                 PERFORM 8510-SAVE-ONE-PRECINCT
169760                     VARYING UPX FROM 1 BY 1 UNTIL UPX > UPR-COUNT
169860                 CLOSE UNOFMAST-FILE
169960             ELSE
170060                 MOVE SPACES TO UNOF-PROBLEM
170160                 STRING "RUNNING-RESULTS-WRITE-FAILED STATUS ",
170260                     UNOFMAST-STATUS DELIMITED BY SIZE
170360                     INTO UNOF-PROBLEM
170460                 MOVE 3 TO UNOF-SEVERITY
170560                 PERFORM 8900-RAISE-UNOFFICIAL-EXCEPTION
170660             END-IF
170760         END-IF
170860     END-IF.
170960 8500-EXIT.
171060     EXIT.
171160
171260 8510-SAVE-ONE-PRECINCT.
171360     MOVE SPACES TO UNOFMAST-RECORD.
171460     MOVE UPR-CASE(UPX) TO UNF-CASE.
171560     MOVE UPR-CODE(UPX) TO UNF-PRECINCT.
171660     MOVE 0 TO UNF-CAND.
171760     MOVE 0 TO UNF-VOTES.
171860     MOVE UPR-REPORTED(UPX) TO UNF-REPORTED.
171960     WRITE UNOFMAST-RECORD.
172060     PERFORM VARYING UOX FROM 1 BY 1 UNTIL UOX > UO-COUNT
172160         IF UO-CASE(UOX) = UPR-CASE(UPX)
172260                 AND UO-CODE(UOX) = UPR-CODE(UPX) THEN
172360             MOVE SPACES TO UNOFMAST-RECORD
172460             MOVE UO-CASE(UOX) TO UNF-CASE
172560             MOVE UO-CODE(UOX) TO UNF-PRECINCT
172660             MOVE UO-CAND(UOX) TO UNF-CAND
172760             MOVE UO-VOTES(UOX) TO UNF-VOTES
172860             MOVE UPR-REPORTED(UPX) TO UNF-REPORTED
172960             WRITE UNOFMAST-RECORD
173060         END-IF
173160     END-PERFORM.
173260 8510-EXIT.
173360     EXIT.
173460
173560*--------------------------------------------------------------
173660* THE CERTIFIED RUN MUST COVER EVERY PRECINCT REPORTED ON
173760* ELECTION NIGHT. EACH ONE ITS FEED DID NOT CARRY IS A CRITICAL
173860* EXCEPTION.
173960*--------------------------------------------------------------
174060 8600-CHECK-UNOFFICIAL-COVERAGE.
174160     MOVE 0 TO UNOF-MISSING.
174260     PERFORM VARYING UPX FROM 1 BY 1 UNTIL UPX > UPR-COUNT
174360         IF UPR-COUNTED(UPX) = 0 THEN
174460             ADD 1 TO UNOF-MISSING
174560             MOVE UPR-CASE(UPX) TO CASE-NUMBER-DISP
174660             MOVE SPACES TO UNOF-PROBLEM
174760             STRING "CASE ", CASE-NUMBER-DISP, " PRECINCT ",
174860                 UPR-CODE(UPX), " REPORTED ", UPR-REPORTED(UPX),
174960                 " NOT COUNTED"
175060                 DELIMITED BY SIZE INTO UNOF-PROBLEM
175160             MOVE 3 TO UNOF-SEVERITY
175260             PERFORM 8900-RAISE-UNOFFICIAL-EXCEPTION
175360         END-IF
175460     END-PERFORM.
175560     MOVE UPR-COUNT TO UNOF-COUNT-DISP.
175660     MOVE UNOF-MISSING TO UNOF-TOTAL-DISP.
175760     MOVE SPACES TO RPT-LINE.
175860     STRING RUN-DATE, " UNOFFICIAL PRECINCTS REPORTED ",
175960         UNOF-COUNT-DISP, " MISSING FROM CERTIFIED FEED ",
176060         UNOF-TOTAL-DISP DELIMITED BY SIZE INTO RPT-LINE.
176160     PERFORM 0700-WRITE-REPORT.
176260 8600-EXIT.
176360     EXIT.
176460
176560 8610-MARK-PRECINCT-COUNTED.
176660     PERFORM VARYING UPX FROM 1 BY 1 UNTIL UPX > UPR-COUNT
176760         IF UPR-CASE(UPX) = CASE-NUMBER
176860                 AND UPR-CODE(UPX) = FEED-PREC-X THEN
176960             MOVE 1 TO UPR-COUNTED(UPX)
177060         END-IF
177160     END-PERFORM.
177260 8610-EXIT.
177360     EXIT.
177460
177560*--------------------------------------------------------------
177660* LOAD THE PRIOR ELECTION'S CERTIFIED EXPORT FOR THE SWING
177760* REPORT. AN ABSENT OR EMPTY DATASET MEANS NO SWING REPORT; ONE
177860* WITHOUT PRECINCT DETAIL CANNOT GIVE ONE AND SAYS SO. ONLY
177960* SINGLE-SEAT PLURALITY RACES KEYED TO PRECINCT CODES ARE TAKEN
178060* -- A RACE FED IN-LINE HAS NO PRECINCT CODES TO MATCH ON.
178160*--------------------------------------------------------------
178260 8700-LOAD-PRIOR-RESULTS.
178360     OPEN INPUT PRIORRES-FILE.
178460     IF PRIORRES-OK THEN
178560         PERFORM 8710-LOAD-ONE-PRIOR UNTIL PRIORRES-AT-END
178660         CLOSE PRIORRES-FILE
178760         IF SWP-COUNT > 0 THEN
178860             SET SWING-LOADED TO TRUE
178960         ELSE
179060             IF SWING-PRIOR-READ > 0 THEN
179160                 MOVE "PRIOR RESULTS CARRY NO PRECINCT DETAIL"
179260                     TO SWING-PROBLEM
179360                 MOVE 2 TO SWING-SEVERITY
179460                 PERFORM 8890-RAISE-SWING-EXCEPTION
179560             END-IF
179660         END-IF
179760     ELSE
179860         IF NOT PRIORRES-NOT-FOUND THEN
179960             MOVE SPACES TO SWING-PROBLEM
180060             STRING "PRIOR-RESULTS-OPEN-FAILED STATUS ",
180160                 PRIORRES-STATUS DELIMITED BY SIZE
180260                 INTO SWING-PROBLEM
180360             MOVE 2 TO SWING-SEVERITY
180460             PERFORM 8890-RAISE-SWING-EXCEPTION
180560         END-IF
180660     END-IF.
180760 8700-EXIT.
180860     EXIT.
180960
181060 8710-LOAD-ONE-PRIOR.
181160     READ PRIORRES-FILE
181260         AT END
181360             SET PRIORRES-AT-END TO TRUE
181460         NOT AT END
181560             ADD 1 TO SWING-PRIOR-READ
181660             IF PRR-RECORD-TYPE = "H" THEN
181760                 MOVE PRR-CASE TO SWING-PRIOR-CASE
181860                 MOVE PRR-HDR-SEATS TO SWING-PRIOR-SEATS
181960             END-IF
182060             IF PRR-RECORD-TYPE = "P"
182160                     AND PRR-PRC-CODE NOT = SPACES
182260                     AND PRR-CASE = SWING-PRIOR-CASE
182360                     AND SWING-PRIOR-SEATS = 1 THEN
182460                 SET SWING-THEN TO TRUE
182560                 MOVE PRR-CASE TO SWING-CASE
182660                 MOVE PRR-PRC-CODE TO SWING-KEY
182760                 MOVE PRR-PRC-PARTY TO SWING-PARTY
182860                 MOVE PRR-PRC-VOTES TO SWING-VOTES
182960                 PERFORM 8740-POST-SWING
183060                 IF SWP-HIT > 0 AND PRR-PRC-REGISTERED IS NUMERIC
183160                         AND PRR-PRC-REGISTERED > 0 THEN
183260                     MOVE PRR-PRC-REGISTERED
183360                         TO SWP-REG-THEN(SWP-HIT)
183460                 END-IF
183560             END-IF
183660     END-READ.
183760 8710-EXIT.
183860     EXIT.
183960
184060*--------------------------------------------------------------
184160* THE OPTIONAL "swing PCT" LINE -- THE POINTS A PRECINCT'S
184260* TURNOUT OR A PARTY'S SHARE MAY MOVE BEFORE IT IS FLAGGED.
184360* A THRESHOLD THAT WILL NOT READ KEEPS THE DEFAULT OF 10.
184460*--------------------------------------------------------------
184560 8720-CHECK-SWING-LINE.
184660     MOVE 0 TO KEYWORD-COUNT.
184760     INSPECT INPUT-LINE TALLYING KEYWORD-COUNT FOR ALL "swing ".
184860     IF KEYWORD-COUNT = 1 THEN
184960         ADD 1 TO LINES-READ
185060         MOVE SPACES TO SWING-LIMIT-X
185160         UNSTRING INPUT-LINE DELIMITED BY ALL SPACE
185260             INTO OPTION, SWING-LIMIT-X
185360         MOVE 0 TO SWING-LIMIT-WORK
185460         MOVE SWING-LIMIT-X TO SWING-LIMIT-CHECK
185560         INSPECT SWING-LIMIT-CHECK REPLACING FIRST "." BY "0"
185660         IF SWING-LIMIT-CHECK NOT = SPACES
185760                 AND FUNCTION TRIM (SWING-LIMIT-CHECK)
185860                     IS NUMERIC THEN
185960             MOVE FUNCTION NUMVAL (SWING-LIMIT-X)
186060                 TO SWING-LIMIT-WORK
186160         END-IF
186260         IF SWING-LIMIT-WORK > 0 AND SWING-LIMIT-WORK < 100 THEN
186360             MOVE SWING-LIMIT-WORK TO SWING-LIMIT
186460         ELSE
186560             MOVE "THRESHOLD NOT A PERCENT OVER 0 AND UNDER 100"
186660                 TO SWING-PROBLEM
186760             MOVE 2 TO SWING-SEVERITY
186860             PERFORM 8890-RAISE-SWING-EXCEPTION
186960         END-IF
187060         MOVE SPACES TO INPUT-LINE
187160         ACCEPT INPUT-LINE
187260     END-IF.
187360 8720-EXIT.
187460     EXIT.
187560
187660*--------------------------------------------------------------
187760* THE RACE JUST DECIDED, PRECINCT BY PRECINCT, INTO THE "NOW"
187860* SIDE OF THE SWING TABLES.
187960*--------------------------------------------------------------
188060 8730-POST-SWING-RACE.
188160     SET SWING-NOW TO TRUE.
188260     MOVE CASE-NUMBER TO SWING-CASE.
188360     PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PRECINCT-COUNT
188460         PERFORM VARYING COUNTER FROM 1 BY 1
188560                 UNTIL COUNTER > CANDIDATES
188660             MOVE RP-CODE(PX) TO SWING-KEY
188760             MOVE CAND-PARTY(COUNTER) TO SWING-PARTY
188860             MOVE CAND-PRECINCT-VOTES(COUNTER, PX) TO SWING-VOTES
188960             PERFORM 8740-POST-SWING
189060         END-PERFORM
189160     END-PERFORM.
189260 8730-EXIT.
189360     EXIT.
189460
189560*--------------------------------------------------------------
189660* ONE CANDIDATE'S VOTES IN ONE PRECINCT, THEN OR NOW, INTO THE
189760* PRECINCT, RACE-IN-PRECINCT, AND PARTY-IN-PRECINCT TOTALS. A
189860* CANDIDATE WITH NO PARTY IS COUNTED UNDER "NO PARTY".
189960*--------------------------------------------------------------
190060 8740-POST-SWING.
190160     IF SWING-PARTY = SPACES THEN
190260         MOVE "NO PARTY" TO SWING-PARTY
190360     END-IF.
190460     MOVE 0 TO SWP-HIT.
190560     MOVE 0 TO SWR-HIT.
190660     MOVE 0 TO SWY-HIT.
190760     PERFORM VARYING SWPX FROM 1 BY 1 UNTIL SWPX > SWP-COUNT
190860         IF SWP-HIT = 0 AND SWP-CODE(SWPX) = SWING-KEY THEN
190960             MOVE SWPX TO SWP-HIT
191060         END-IF
191160     END-PERFORM.
191260     IF SWP-HIT = 0 THEN
191360         IF SWP-COUNT < 3000 THEN
191460             ADD 1 TO SWP-COUNT
191560             MOVE SWP-COUNT TO SWP-HIT
191660             MOVE SWING-KEY TO SWP-CODE(SWP-HIT)
191760             MOVE 0 TO SWP-REG-THEN(SWP-HIT)
191860             MOVE 0 TO SWP-VOTES-THEN(SWP-HIT)
191960             MOVE 0 TO SWP-VOTES-NOW(SWP-HIT)
192060         ELSE
192160             PERFORM 8750-SWING-TABLE-FULL
192260         END-IF
192360     END-IF.
192460     IF SWP-HIT > 0 THEN
192560         PERFORM VARYING SWRX FROM 1 BY 1 UNTIL SWRX > SWR-COUNT
192660             IF SWR-HIT = 0 AND SWR-WHEN(SWRX) = SWING-WHEN
192760                     AND SWR-CASE(SWRX) = SWING-CASE
192860                     AND SWR-PREC(SWRX) = SWP-HIT THEN
192960                 MOVE SWRX TO SWR-HIT
193060             END-IF
193160         END-PERFORM
193260         IF SWR-HIT = 0 THEN
193360             IF SWR-COUNT < 9000 THEN
193460                 ADD 1 TO SWR-COUNT
193560                 MOVE SWR-COUNT TO SWR-HIT
193660                 MOVE SWING-WHEN TO SWR-WHEN(SWR-HIT)
193760                 MOVE SWING-CASE TO SWR-CASE(SWR-HIT)
193860                 MOVE SWP-HIT TO SWR-PREC(SWR-HIT)
193960                 MOVE 0 TO SWR-VOTES(SWR-HIT)
194060             ELSE
194160                 PERFORM 8750-SWING-TABLE-FULL
194260             END-IF
194360         END-IF
194460     END-IF.
194560     IF SWR-HIT > 0 THEN
194660         PERFORM VARYING SWYX FROM 1 BY 1 UNTIL SWYX > SWY-COUNT
194760             IF SWY-HIT = 0 AND SWY-PREC(SWYX) = SWP-HIT
194860                     AND SWY-PARTY(SWYX) = SWING-PARTY THEN
194960                 MOVE SWYX TO SWY-HIT
195060             END-IF
195160         END-PERFORM
195260         IF SWY-HIT = 0 THEN
195360             IF SWY-COUNT < 12000 THEN
195460                 ADD 1 TO SWY-COUNT
195560                 MOVE SWY-COUNT TO SWY-HIT
195660                 MOVE SWP-HIT TO SWY-PREC(SWY-HIT)
195760                 MOVE SWING-PARTY TO SWY-PARTY(SWY-HIT)
195860                 MOVE 0 TO SWY-THEN(SWY-HIT)
195960                 MOVE 0 TO SWY-NOW(SWY-HIT)
196060             ELSE
196160                 PERFORM 8750-SWING-TABLE-FULL
196260             END-IF
196360         END-IF
196460     END-IF.
196560     IF SWY-HIT > 0 THEN
196660         ADD SWING-VOTES TO SWR-VOTES(SWR-HIT)
196760         IF SWING-THEN THEN
196860             ADD SWING-VOTES TO SWP-VOTES-THEN(SWP-HIT)
196960             ADD SWING-VOTES TO SWY-THEN(SWY-HIT)
197060         ELSE
197160             ADD SWING-VOTES TO SWP-VOTES-NOW(SWP-HIT)
197260             ADD SWING-VOTES TO SWY-NOW(SWY-HIT)
197360         END-IF
197460     END-IF.
197560 8740-EXIT.
197660     EXIT.
197760
197860 8750-SWING-TABLE-FULL.
197960     MOVE 0 TO SWP-HIT.
198060     MOVE 0 TO SWR-HIT.
198160     MOVE 0 TO SWY-HIT.
198260     IF NOT SWING-TABLE-FULL THEN
198360         SET SWING-TABLE-FULL TO TRUE
198460         MOVE "SWING TABLES FULL, REPORT INCOMPLETE"
198560             TO SWING-PROBLEM
198660         MOVE 2 TO SWING-SEVERITY
198760         PERFORM 8890-RAISE-SWING-EXCEPTION
198860     END-IF.
198960 8750-EXIT.
199060     EXIT.
199160
199260*--------------------------------------------------------------
199360* THE REGISTERED VOTERS OF THE PRECINCT IN SWING-KEY, OR ZERO
199460* WHEN THE ROLL HAS NO RECORD FOR IT.
199560*--------------------------------------------------------------
199660 8760-FIND-PRECINCT-ROLL.
199760     MOVE 0 TO SWING-REGISTERED.
199860     IF SWING-KEY NOT = SPACES THEN
199960         PERFORM VARYING PRLX FROM 1 BY 1 UNTIL PRLX > PRL-COUNT
200060             IF PRL-CODE(PRLX) = SWING-KEY THEN
200160                 MOVE PRL-REGISTERED(PRLX) TO SWING-REGISTERED
200260             END-IF
200360         END-PERFORM
200460     END-IF.
200560 8760-EXIT.
200660     EXIT.
200760
200860*--------------------------------------------------------------
200960* THE SWING REPORT -- PER PRECINCT, TURNOUT THEN AND NOW (THE
201060* LARGEST SINGLE-SEAT RACE TOTAL OVER THE PRECINCT'S REGISTERED
201160* VOTERS) AND EACH PARTY'S SHARE OF THE SINGLE-SEAT RACE VOTES
201260* THEN AND NOW, WITH THE CHANGE IN POINTS. THE PRIOR TURNOUT IS
201360* TAKEN AGAINST THE ROLL THE PRIOR EXPORT CARRIES, OR TODAY'S
201460* WHERE IT CARRIES NONE. A CHANGE PAST THE THRESHOLD IS FLAGGED.
201560*--------------------------------------------------------------
201660 8800-PRINT-SWING-REPORT.
201760     MOVE SWING-LIMIT TO SWING-LIMIT-DISP.
201860     MOVE SPACES TO RPT-LINE.
201960     STRING RUN-DATE,
202060         " PRECINCT SWING AGAINST THE PRIOR ELECTION",
202160         " -- FLAGGED WHEN TURNOUT OR A PARTY SHARE MOVES OVER ",
202260         SWING-LIMIT-DISP, " POINTS"
202360         DELIMITED BY SIZE INTO RPT-LINE.
202460     PERFORM 0700-WRITE-REPORT.
202560     MOVE 0 TO SWING-FLAGGED.
202660     PERFORM 8810-PRINT-SWING-PRECINCT
202760         VARYING SWPX FROM 1 BY 1 UNTIL SWPX > SWP-COUNT.
202860     MOVE SWP-COUNT TO SWING-COUNT-DISP.
202960     MOVE SWING-FLAGGED TO SWING-FLAGGED-DISP.
203060     MOVE SPACES TO RPT-LINE.
203160     STRING RUN-DATE, " SWING PRECINCTS ", SWING-COUNT-DISP,
203260         " FLAGGED ", SWING-FLAGGED-DISP
203360         DELIMITED BY SIZE INTO RPT-LINE.
203460     PERFORM 0700-WRITE-REPORT.
203560 8800-EXIT.
203660     EXIT.
203760
203860 8810-PRINT-SWING-PRECINCT.
203960     MOVE "N" TO SWING-MOVED-SWITCH.
204060     MOVE 0 TO SWING-BALLOTS-THEN.
204160     MOVE 0 TO SWING-BALLOTS-NOW.
204260     PERFORM VARYING SWRX FROM 1 BY 1 UNTIL SWRX > SWR-COUNT
204360         IF SWR-PREC(SWRX) = SWPX THEN
204460             IF SWR-WHEN(SWRX) = "T" THEN
204560                 IF SWR-VOTES(SWRX) > SWING-BALLOTS-THEN THEN
204660                     MOVE SWR-VOTES(SWRX) TO SWING-BALLOTS-THEN
204760                 END-IF
204860             ELSE
204960                 IF SWR-VOTES(SWRX) > SWING-BALLOTS-NOW THEN
205060                     MOVE SWR-VOTES(SWRX) TO SWING-BALLOTS-NOW
205160                 END-IF
205260             END-IF
205360         END-IF
205460     END-PERFORM.
205560     MOVE SWP-CODE(SWPX) TO SWING-KEY.
205660     PERFORM 8760-FIND-PRECINCT-ROLL.
205760     MOVE SWP-REG-THEN(SWPX) TO SWING-REG-THEN.
205860     IF SWING-REG-THEN = 0 THEN
205960         MOVE SWING-REGISTERED TO SWING-REG-THEN
206060     END-IF.
206160     MOVE "N" TO SWING-THEN-SWITCH.
206260     MOVE "N" TO SWING-NOW-SWITCH.
206360     IF SWING-BALLOTS-THEN > 0 AND SWING-REG-THEN > 0 THEN
206460         SET SWING-HAS-THEN TO TRUE
206560         COMPUTE SWING-PCT-THEN ROUNDED =
206660             SWING-BALLOTS-THEN / SWING-REG-THEN * 100
206760             ON SIZE ERROR
206860                 MOVE 999.99 TO SWING-PCT-THEN
206960         END-COMPUTE
207060     END-IF.
207160     IF SWING-BALLOTS-NOW > 0 AND SWING-REGISTERED > 0 THEN
207260         SET SWING-HAS-NOW TO TRUE
207360         COMPUTE SWING-PCT-NOW ROUNDED =
207460             SWING-BALLOTS-NOW / SWING-REGISTERED * 100
207560             ON SIZE ERROR
207660                 MOVE 999.99 TO SWING-PCT-NOW
207760         END-COMPUTE
207860     END-IF.
207960     PERFORM 8830-FORMAT-SWING.
208060     IF SWP-VOTES-THEN(SWPX) = 0 THEN
208160         MOVE "NOT IN PRIOR ELECTION" TO SWING-FLAG
208260     END-IF.
208360     IF SWP-VOTES-NOW(SWPX) = 0 THEN
208460         MOVE "NO VOTES THIS TIME" TO SWING-FLAG
208560     END-IF.
208660     MOVE SPACES TO RPT-LINE.
208760     STRING RUN-DATE, " SWING PRECINCT ", SWP-CODE(SWPX),
208860         " TURNOUT THEN ", SWING-THEN-DISP,
208960         " NOW ", SWING-NOW-DISP,
209060         " CHANGE ", SWING-CHANGE-DISP, " ", SWING-FLAG
209160         DELIMITED BY SIZE INTO RPT-LINE.
209260     PERFORM 0700-WRITE-REPORT.
209360     PERFORM VARYING SWYX FROM 1 BY 1 UNTIL SWYX > SWY-COUNT
209460         IF SWY-PREC(SWYX) = SWPX THEN
209560             PERFORM 8820-PRINT-SWING-PARTY
209660         END-IF
209760     END-PERFORM.
209860     IF SWING-PRECINCT-MOVED THEN
209960         ADD 1 TO SWING-FLAGGED
210060     END-IF.
210160 8810-EXIT.
210260     EXIT.
210360
210460 8820-PRINT-SWING-PARTY.
210560     MOVE "N" TO SWING-THEN-SWITCH.
210660     MOVE "N" TO SWING-NOW-SWITCH.
210760     IF SWP-VOTES-THEN(SWPX) > 0 THEN
210860         SET SWING-HAS-THEN TO TRUE
210960         COMPUTE SWING-PCT-THEN ROUNDED =
211060             SWY-THEN(SWYX) / SWP-VOTES-THEN(SWPX) * 100
211160     END-IF.
211260     IF SWP-VOTES-NOW(SWPX) > 0 THEN
211360         SET SWING-HAS-NOW TO TRUE
211460         COMPUTE SWING-PCT-NOW ROUNDED =
211560             SWY-NOW(SWYX) / SWP-VOTES-NOW(SWPX) * 100
211660     END-IF.
211760     PERFORM 8830-FORMAT-SWING.
211860     MOVE SPACES TO RPT-LINE.
211960     STRING RUN-DATE, " SWING PRECINCT ", SWP-CODE(SWPX),
212060         "   PARTY ", SWY-PARTY(SWYX), " SHARE THEN ",
212160         SWING-THEN-DISP, " NOW ", SWING-NOW-DISP,
212260         " CHANGE ", SWING-CHANGE-DISP, " ", SWING-FLAG
212360         DELIMITED BY SIZE INTO RPT-LINE.
212460     PERFORM 0700-WRITE-REPORT.
212560 8820-EXIT.
212660     EXIT.
212760
212860*--------------------------------------------------------------
212960* EDIT A THEN/NOW PAIR FOR PRINT ("N/A" WHERE ONE SIDE HAS NO
213060* FIGURE), AND FLAG THE CHANGE WHEN IT PASSES THE THRESHOLD.
213160*--------------------------------------------------------------
213260 8830-FORMAT-SWING.
213360     MOVE "   N/A" TO SWING-THEN-DISP.
213460     MOVE "   N/A" TO SWING-NOW-DISP.
213560     MOVE "    N/A" TO SWING-CHANGE-DISP.
213660     MOVE SPACES TO SWING-FLAG.
213760     IF SWING-HAS-THEN THEN
213860         MOVE SWING-PCT-THEN TO SWING-PCT-EDIT
213960         MOVE SWING-PCT-EDIT TO SWING-THEN-DISP
214060     END-IF.
214160     IF SWING-HAS-NOW THEN
214260         MOVE SWING-PCT-NOW TO SWING-PCT-EDIT
214360         MOVE SWING-PCT-EDIT TO SWING-NOW-DISP
214460     END-IF.
214560     IF SWING-HAS-THEN AND SWING-HAS-NOW THEN
214660         COMPUTE SWING-CHANGE = SWING-PCT-NOW - SWING-PCT-THEN
214760         MOVE SWING-CHANGE TO SWING-CHANGE-EDIT
214860         MOVE SWING-CHANGE-EDIT TO SWING-CHANGE-DISP
214960         IF SWING-CHANGE < 0 THEN
215060             COMPUTE SWING-CHANGE-ABS = 0 - SWING-CHANGE
215160         ELSE
215260             MOVE SWING-CHANGE TO SWING-CHANGE-ABS
215360         END-IF
215460         IF SWING-CHANGE-ABS > SWING-LIMIT THEN
215560             MOVE "** MOVED **" TO SWING-FLAG
215660             SET SWING-PRECINCT-MOVED TO TRUE
215760         END-IF
215860     END-IF.
215960 8830-EXIT.
216060     EXIT.
216160
216260*--------------------------------------------------------------
216360* A SWING-REPORT PROBLEM GOES TO THE REPORT AND THROUGH
216460* EXCPTRPT.
216560*--------------------------------------------------------------
216660 8890-RAISE-SWING-EXCEPTION.
216760     MOVE SPACES TO RPT-LINE.
216860     STRING RUN-DATE, " SWING ", SWING-PROBLEM
216960         DELIMITED BY SIZE INTO RPT-LINE.
217060     PERFORM 0700-WRITE-REPORT.
217160     MOVE RUN-DATE TO EXCPT-RUN-DATE.
217260     MOVE "POPULARVOTE" TO EXCPT-PROGRAM.
217360     MOVE "SWNG" TO EXCPT-CODE.
217460     MOVE SWING-SEVERITY TO EXCPT-SEVERITY.
217560     MOVE SPACES TO EXCPT-TEXT.
217660     MOVE SWING-PROBLEM TO EXCPT-TEXT.
217760     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
217860 8890-EXIT.
217960     EXIT.
218060
218160*--------------------------------------------------------------
218260* AN ELECTION-NIGHT FINDING GOES TO THE REPORT AND THROUGH
218360* EXCPTRPT.
218460*--------------------------------------------------------------
218560 8900-RAISE-UNOFFICIAL-EXCEPTION.
218660     MOVE SPACES TO RPT-LINE.
218760     STRING RUN-DATE, " UNOFFICIAL ", UNOF-PROBLEM
218860         DELIMITED BY SIZE INTO RPT-LINE.
218960     PERFORM 0700-WRITE-REPORT.
219060     MOVE RUN-DATE TO EXCPT-RUN-DATE.
219160     MOVE "POPULARVOTE" TO EXCPT-PROGRAM.
219260     MOVE "UNOF" TO EXCPT-CODE.
219360     MOVE UNOF-SEVERITY TO EXCPT-SEVERITY.
219460     MOVE SPACES TO EXCPT-TEXT.
219560     MOVE UNOF-PROBLEM TO EXCPT-TEXT.
219660     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
219760 8900-EXIT.
219860     EXIT.
940001*--------------------------------------------------------------
940011* VERIFY THE FEED'S TRAILER CONTROL TOTALS -- A MISSING
940021* TRAILER, A RECORD COUNT OFF THE EXPECTED, OR A HASH TOTAL
940031* OFF THE COMPUTED ONE EACH RAISES A SERIOUS EXCEPTION SO THE
940041* COND CHAIN STOPS THE STREAM.
940043* A DEFINITION-KEYED OR AUDIT FEED HAS ALREADY READ THE LINE
940045* THAT ENDED IT.
940051*--------------------------------------------------------------
940061 0900-VERIFY-TRAILER.
940071     IF FEED-NOT-ENDED THEN
940081         MOVE SPACES TO INPUT-LINE
940083         ACCEPT INPUT-LINE
940085     END-IF.
940091     PERFORM 0950-CHECK-TRAILER-LINE.
940101     IF TRAILER-NOT-SEEN THEN
940111         MOVE RUN-DATE TO EXCPT-RUN-DATE
996716* STREAM BEFORE A RECORD POSTS.
9967A1* AN UNVERIFIED FEED ALSO TRIPS FEED-UNVERIFIED, WHICH
9967A2* BYPASSES THIS PROGRAM'S OWN POSTING LOOP AND MASTER SAVE.
998601* ON THE FIRST BUSINESS DAY AFTER A WEEKEND OR HOLIDAY THE FEED
998602* CUT ON THE LAST BUSINESS DAY BEFORE IT IS CURRENT TOO.
996717*--------------------------------------------------------------
996718 0150-VERIFY-FEED-DATE.
996719     ACCEPT INPUT-LINE.
996728     END-IF.
996729     IF BUSDATE-X IS NUMERIC THEN
996731         MOVE BUSDATE-X TO BUSDATE
996732         IF BUSDATE NOT = RUN-DATE
998603                 AND BUSDATE NOT = PDAT-REOPEN-FEED-DATE THEN
996733             MOVE RUN-DATE TO EXCPT-RUN-DATE
996734             MOVE "POPULARVOTE" TO EXCPT-PROGRAM
996735             MOVE "STAL" TO EXCPT-CODE
