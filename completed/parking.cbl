996696*                    RAISES A CRITICAL EXCEPTION SO A
996697*                    RE-DELIVERED OLD FILE CAN NEVER SILENTLY
996698*                    RE-RUN.
996801*   2026-10-15  RH   THE BUSDATE CHECK ALSO ACCEPTS THE LAST
996802*                    BUSINESS DAY'S FEED ON THE FIRST BUSINESS
996803*                    DAY AFTER A WEEKEND OR EXCHANGE HOLIDAY.
996901*   2026-10-15  RH   MUNICIPAL PARKING TAX -- A TAX-RATE CONTROL
996902*                    DATASET (TAXRATE) CARRIES EACH GARAGE'S RATE,
996903*                    THE VEHICLE CLASSES EXEMPT FROM IT, AND
996904*                    WHETHER CORPORATE BILL-TO TICKETS ARE EXEMPT.
996905*                    A LEADING "garage" CONTROL LINE NAMES THE
996906*                    GARAGE (MAIN WHEN ABSENT). EVERY PAID TICKET
996907*                    NOT EXEMPT IS TAXED ON WHAT IT WAS BILLED.
996908*                    THE TAX PRINTS AS ITS OWN RECEIPT LINE, A
996909*                    TAX LINE PRINTS AHEAD OF THE DAY'S TOTAL,
996910*                    AND THE TOTAL NOW INCLUDES IT. AN
996911*                    ON-ACCOUNT TICKET'S TAX GOES ON ITS
996912*                    ACCOUNT'S INVOICE. NO DATASET MEANS NO TAX,
996913*                    AS BEFORE.
997201*   2026-10-15  RH   CASHIER SHIFT CLOSE-OUT -- GATE-LOG LINES MAY
997202*                    NOW CARRY "!CASHIER", "%BOOTH/SHIFT", AND
997203*                    "$CASH", "$CARD", OR "$VOUCHER" TOKENS NAMING
997204*                    WHO COLLECTED THE TICKET, AT WHICH BOOTH AND
997205*                    SHIFT, AND IN WHAT TENDER (CASH WHEN ABSENT).
997206*                    A DRAWER-COUNT DATASET (DRWCOUNT) CARRIES
997207*                    EACH CASHIER'S COUNTED CASH, CARD, AND
997208*                    VOUCHER TOTALS PER SHIFT, AND A CLOSE-OUT
997209*                    REPORT PER CASHIER AND SHIFT COMPARES WHAT
997210*                    WAS BILLED, LESS THAT CASHIER'S VOIDS AND
997211*                    REFUNDS, WITH THE COUNT BY TENDER. AN
997212*                    OVER/SHORT BEYOND THE "drawertol" CONTROL
997213*                    LINE, OR A DRAWER WITH NO COUNT, RAISES AN
997214*                    EXCEPTION NAMING THE CASHIER. NO DATASET
997215*                    MEANS NO CLOSE-OUT, AS BEFORE.
997601*   2026-10-15  RH   CARD RECEIPTS EXTRACT -- EVERY TICKET PAID AT
997602*                    THE BOOTH BY CARD GOES TO A NEW EXTRACT
997603*                    (CARDRCPT) WITH ITS GARAGE, PAID DATE,
997604*                    TICKET, PLATE, AND AMOUNT (TAX INCLUDED, LESS
997605*                    ANY VOID OR REFUND AGAINST IT), FOLLOWED BY A
997606*                    TOTAL RECORD, FOR CARDREC TO MATCH AGAINST
997607*                    THE CARD PROCESSOR'S SETTLEMENT FILE.
997801*   2026-10-15  RH   UNPAID EXITS AND SCOFFLAWS -- A "$UNPAID"
997802*                    GATE-LOG TOKEN MARKS A TICKET THAT LEFT
997803*                    WITHOUT PAYING AND "$DECLINE" ONE WHOSE CARD
997804*                    WAS DECLINED. NEITHER GOES THROUGH A DRAWER
997805*                    OR THE CARD EXTRACT; WHAT IT OWES GOES ONTO
997806*                    THE PLATE-KEYED DEBT MASTER (DEBTMAST, LAYOUT
997807*                    DEBTREC), CARRIED ACROSS NIGHTS. THE
997808*                    COLLECTIONS AGENCY'S PAYMENT FEED (DEBTPAY)
997809*                    PAYS ITEMS DOWN OLDEST FIRST AND CLEARS THEM.
997810*                    A PLATE STILL OWING THAT SHOWS UP ON THE GATE
997811*                    LOG PRINTS ITS BALANCE ON THE RECEIPT AND
997812*                    RAISES AN EXCEPTION NAMING THE BOOTH AND
997813*                    CASHIER. DEBTAGE PRINTS THE WEEKLY AGING.
998301*   2026-10-15  RH   LAPSED PERMITS -- A PASSHOLDER PLATE BILLED
998302*                    AS A TRANSIENT BECAUSE ITS PERMIT HAS RUN
998303*                    PAST ITS PAID-THROUGH DATE IS ALSO LOGGED TO
998304*                    THE SIGHTINGS DATASET (PERMSEEN, LAYOUT
998305*                    PSEENREC) FOR PERMPOST'S LAPSED-PERMITS
998306*                    REPORT.
002800*--------------------------------------------------------------
002900
981001 ENVIRONMENT DIVISION.
985822         FILE STATUS IS PERMMAST-STATUS.
986021     SELECT ADJUST-FILE ASSIGN TO ADJUST
986022         FILE STATUS IS ADJUST-STATUS.
996914     SELECT TAXRATE-FILE ASSIGN TO TAXRATE
996915         FILE STATUS IS TAXRATE-STATUS.
997216     SELECT DRWCOUNT-FILE ASSIGN TO DRWCOUNT
997217         FILE STATUS IS DRWCOUNT-STATUS.
997608     SELECT CARDRCPT-FILE ASSIGN TO CARDRCPT
997609         FILE STATUS IS CARDRCPT-STATUS.
997814     SELECT DEBTMAST-FILE ASSIGN TO DEBTMAST
997815         FILE STATUS IS DEBTMAST-STATUS.
997816     SELECT DEBTPAY-FILE ASSIGN TO DEBTPAY
997817         FILE STATUS IS DEBTPAY-STATUS.
998307     SELECT PERMSEEN-FILE ASSIGN TO PERMSEEN
998308         FILE STATUS IS PERMSEEN-STATUS.
981006
003000 DATA DIVISION.
981008 FILE SECTION.
986032     05  ADJ-TYPE             PIC X(1).
986033     05  ADJ-AMOUNT           PIC 9(7)V9(2).
986034     05  ADJ-CASHIER          PIC X(8).
996916*--------------------------------------------------------------
996917* MUNICIPAL PARKING TAX RATES -- ONE RECORD PER GARAGE ("*"
996918* COVERS ANY GARAGE WITHOUT ONE OF ITS OWN): THE RATE IN
996919* PERCENT, UP TO FIVE VEHICLE-CLASS CODES EXEMPT FROM THE TAX,
996920* Y WHEN A CORPORATE BILL-TO TICKET IS EXEMPT, AND THE GARAGE'S
996921* ACCOUNT NUMBER WITH THE CITY FOR THE REMITTANCE RETURN.
996922*--------------------------------------------------------------
996923 FD  TAXRATE-FILE.
996924 01  TAXRATE-RECORD.
996925     05  TXR-GARAGE           PIC X(8).
996926     05  TXR-RATE             PIC 9(2)V9(3).
996927     05  TXR-EXEMPT-CLASSES   PIC X(5).
996928     05  TXR-BILLTO-EXEMPT    PIC X(1).
996929     05  TXR-CITY-ACCOUNT     PIC X(12).
997218*--------------------------------------------------------------
997219* DRAWER COUNTS -- ONE RECORD PER CASHIER PER SHIFT, KEYED AT
997220* CLOSE FROM THE COUNTED DRAWER: CASH, CARD SLIPS, AND VOUCHERS.
997221*--------------------------------------------------------------
997222 FD  DRWCOUNT-FILE.
997223 01  DRWCOUNT-RECORD.
997224     05  DRW-CASHIER          PIC X(8).
997225     05  DRW-SHIFT            PIC 9(1).
997226     05  DRW-BOOTH            PIC X(4).
997227     05  DRW-CASH             PIC 9(7)V9(2).
997228     05  DRW-CARD             PIC 9(7)V9(2).
997229     05  DRW-VOUCHER          PIC 9(7)V9(2).
997610*--------------------------------------------------------------
997611* CARD RECEIPTS EXTRACT FOR CARDREC -- A "D" RECORD PER TICKET
997612* PAID AT THE BOOTH BY CARD, THEN ONE "T" RECORD CARRYING THE
997613* COUNT AND AMOUNT OF THE "D" RECORDS. REWRITTEN EVERY NIGHT.
997614*--------------------------------------------------------------
997615 FD  CARDRCPT-FILE.
997616 01  CARDRCPT-RECORD.
997617     05  CRC-RUN-DATE         PIC 9(8).
997618     05  CRC-RECORD-TYPE      PIC X(1).
997619     05  CRC-GARAGE           PIC X(8).
997620     05  CRC-DETAIL.
997621         10  CRC-PAID-DATE    PIC 9(8).
997622         10  CRC-TICKET       PIC 9(2).
997623         10  CRC-PLATE        PIC X(8).
997624         10  CRC-AMOUNT       PIC 9(7)V9(2).
997625     05  CRC-TOTAL REDEFINES CRC-DETAIL.
997626         10  CRC-COUNT        PIC 9(5).
997627         10  CRC-TOTAL-AMOUNT PIC 9(9)V9(2).
997628         10  FILLER           PIC X(11).
997818*--------------------------------------------------------------
997819* OUTSTANDING-BALANCE MASTER -- ONE RECORD PER UNPAID TICKET,
997820* CARRIED ACROSS NIGHTS: READ AT STARTUP, WRITTEN BACK AT END.
997821*--------------------------------------------------------------
997822 FD  DEBTMAST-FILE.
997823 COPY DEBTREC.
997824*--------------------------------------------------------------
997825* COLLECTIONS PAYMENTS -- ONE RECORD PER PAYMENT THE AGENCY
997826* COLLECTED AGAINST A PLATE, WITH THE DATE PAID AND THE AGENCY'S
997827* REFERENCE FOR IT.
997828*--------------------------------------------------------------
997829 FD  DEBTPAY-FILE.
997830 01  DEBTPAY-RECORD.
997831     05  DPY-PLATE            PIC X(8).
997832     05  DPY-PAID-DATE        PIC 9(8).
997833     05  DPY-AMOUNT           PIC 9(7)V9(2).
997834     05  DPY-REFERENCE        PIC X(12).
998309*--------------------------------------------------------------
998310* LAPSED-PERMIT SIGHTINGS -- ONE RECORD PER VISIT BY A PLATE
998311* WHOSE PERMIT HAS LAPSED, EXTENDED ONTO THE END OF THE DATASET.
998312*--------------------------------------------------------------
998313 FD  PERMSEEN-FILE.
998314 COPY PSEENREC.
003100 WORKING-STORAGE SECTION.
003110 COPY EXCPTREC.
995111 COPY PDATEREC.
985141*--------------------------------------------------------------
985142* TRAILING GATE-LOG TOKENS PAST THE TIMES -- CLASSIFIED BY
985143* SHAPE RATHER THAN POSITION: A SINGLE CHARACTER IS THE CLASS,
985144* A MARKER CHARACTER ("@", "#", "!", "%", "$") LEADS A MERCHANT,
997230* ACCOUNT, CASHIER, BOOTH, OR TENDER, ANYTHING ELSE IS THE PLATE.
985145*--------------------------------------------------------------
985146 01  TOKEN-6                  PIC X(8).
985147 01  TOKEN-7                  PIC X(8).
985148 01  TOKEN-8                  PIC X(8).
997231 01  TOKEN-9                  PIC X(8).
997232 01  TOKEN-10                 PIC X(8).
985149 01  EXTRA-TOKEN              PIC X(8).
985151 01  EXTRA-X                  PIC 9(1) COMP.
985152 01  EXTRA-TOKENS.
985153     05  EXTRA-TOKEN-ENTRY    PIC X(8) OCCURS 8 TIMES.
003764 01  COLON-COUNT              PIC 9(1).
003765 01  ARR-DATE                 PIC 9(8).
003766 01  DEP-DATE                 PIC 9(8).
988044         10  BTO-MINUTES      PIC 9(7).
988045         10  BTO-AMOUNT       PIC 9(9)V9(2).
988046
996930*--------------------------------------------------------------
996931* MUNICIPAL PARKING TAX -- THE RATE TABLE LOADED AT STARTUP AND
996932* THE ENTRY IN FORCE FOR THIS GARAGE (NAMED BY THE "garage"
996933* CONTROL LINE, MAIN WHEN ABSENT). TAX-TOTAL IS THE TAX ON THE
996934* CASH TICKETS, CARRIED INTO THE DAY'S TOTAL; AN ON-ACCOUNT
996935* TICKET'S TAX GOES ON ITS INVOICE INSTEAD.
996936*--------------------------------------------------------------
996937 01  GARAGE-ID                PIC X(8) VALUE "MAIN".
996938 01  TAXRATE-STATUS           PIC X(2).
996939     88  TAXRATE-OK           VALUE "00".
996940     88  TAXRATE-AT-END       VALUE "10".
996941     88  TAXRATE-NOT-FOUND    VALUE "35".
996942 01  TAX-LOADED-SWITCH        PIC X(1) VALUE "N".
996943     88  TAX-LOADED           VALUE "Y".
996944 01  TAX-SWITCH               PIC X(1) VALUE "N".
996945     88  TAX-IN-FORCE         VALUE "Y".
996946     88  TAX-NOT-IN-FORCE     VALUE "N".
996947 01  TXR-COUNT                PIC 9(2) COMP VALUE 0.
996948 01  TRX                      PIC 9(2) COMP.
996949 01  TXR-HIT-X                PIC 9(2) COMP.
996950 01  TAX-RATE-TABLE.
996951     05  TAX-RATE-ENTRY OCCURS 20 TIMES.
996952         10  TXR-T-GARAGE     PIC X(8).
996953         10  TXR-T-RATE       PIC 9(2)V9(3).
996954         10  TXR-T-EXEMPT     PIC X(5).
996955         10  TXR-T-BILLTO     PIC X(1).
996956 01  TAX-RATE-PCT             PIC 9(2)V9(3) VALUE 0.
996957 01  TAX-EXEMPT-CLASSES       PIC X(5) VALUE SPACES.
996958 01  TAX-BILLTO-EXEMPT        PIC X(1) VALUE "N".
996959 01  TAX-EXEMPT-COUNT         PIC 9(1).
996960 01  TAXABLE-TOTAL            PIC 9(7)V9(2) VALUE 0.
996961 01  TAX-TOTAL                PIC 9(7)V9(2) VALUE 0.
996962 01  TAX-RATE-DISP            PIC Z9.999.
997233*--------------------------------------------------------------
997234* CASHIER DRAWERS FOR THE SHIFT CLOSE-OUT -- ONE ENTRY PER
997235* CASHIER AND SHIFT, WITH WHAT THE SYSTEM BILLED THROUGH THE
997236* DRAWER, THE CASHIER'S VOIDS AND REFUNDS, AND THE COUNT, EACH
997237* BY TENDER (1 CASH, 2 CARD, 3 VOUCHER). TICKETS WITH NO
997238* CASHIER TOKEN POOL UNDER A BLANK CASHIER.
997239*--------------------------------------------------------------
997240 01  DRWCOUNT-STATUS          PIC X(2).
997241     88  DRWCOUNT-OK          VALUE "00".
997242     88  DRWCOUNT-AT-END      VALUE "10".
997243     88  DRWCOUNT-NOT-FOUND   VALUE "35".
997244 01  DRAWER-LOADED-SWITCH     PIC X(1) VALUE "N".
997245     88  DRAWER-LOADED        VALUE "Y".
997246 01  DRAWER-TOLERANCE         PIC 9(3)V9(2) VALUE 0.
997247 01  DRAWER-KEY-CASHIER       PIC X(8).
997248 01  DRAWER-KEY-SHIFT         PIC 9(1).
997249 01  DRW-COUNT                PIC 9(2) COMP VALUE 0.
997250 01  DWX                      PIC 9(2) COMP.
997251 01  DRW-HIT-X                PIC 9(2) COMP.
997252 01  TNX                      PIC 9(1) COMP.
997253 01  SHIFT-TOKEN              PIC X(1).
997254 01  DRW-NET                  PIC S9(7)V9(2).
997255 01  DRW-OVER-SHORT           PIC S9(7)V9(2).
997256 01  DRW-OVER-ABS             PIC 9(7)V9(2).
997257 01  DRW-SIGNED-DISP          PIC -(8).99.
997258 01  DRW-BILLED-DISP          PIC Z(7).99.
997259 01  DRW-ADJ-DISP             PIC Z(7).99.
997260 01  DRW-COUNT-DISP           PIC Z(7).99.
997261 01  DRW-TOL-DISP             PIC ZZ9.99.
997262 01  DRW-OVER-WORD            PIC X(5).
997263 01  CLOSE-CASHIER            PIC X(8).
997264 01  TENDER-NAMES-VALUES.
997265     05  FILLER               PIC X(7) VALUE "CASH".
997266     05  FILLER               PIC X(7) VALUE "CARD".
997267     05  FILLER               PIC X(7) VALUE "VOUCHER".
997268 01  TENDER-NAMES REDEFINES TENDER-NAMES-VALUES.
997269     05  TENDER-NAME          PIC X(7) OCCURS 3 TIMES.
997270 01  DRAWER-TABLE.
997271     05  DRAWER-ENTRY OCCURS 50 TIMES.
997272         10  DRW-T-CASHIER    PIC X(8).
997273         10  DRW-T-SHIFT      PIC 9(1).
997274         10  DRW-T-BOOTH      PIC X(4).
997275         10  DRW-T-TICKETS    PIC 9(5).
997276         10  DRW-T-COUNTED    PIC X(1).
997277         10  DRW-T-TENDER OCCURS 3 TIMES.
997278             15  DRW-T-BILLED     PIC 9(7)V9(2).
997279             15  DRW-T-ADJUSTED   PIC 9(7)V9(2).
997280             15  DRW-T-COUNT      PIC 9(7)V9(2).
997629*--------------------------------------------------------------
997630* CARD RECEIPTS EXTRACT -- THE TICKET'S AMOUNT NET OF ITS VOIDS
997631* AND REFUNDS, AND THE COUNT AND AMOUNT WRITTEN FOR THE TOTAL.
997632*--------------------------------------------------------------
997633 01  CARDRCPT-STATUS          PIC X(2).
997634     88  CARDRCPT-OK          VALUE "00".
997635 01  CARD-NET                 PIC S9(7)V9(2).
997636 01  CARD-COUNT               PIC 9(5) VALUE 0.
997637 01  CARD-TOTAL               PIC 9(9)V9(2) VALUE 0.
997835*--------------------------------------------------------------
997836* THE DEBT MASTER HELD FOR THE NIGHT, IN THE ORDER ITS ITEMS
997837* WERE ADDED, EACH ENTRY LAID OUT AS ITS RECORD. DEBT-LOADED IS
997838* OFF WHEN THE MASTER COULD NOT BE HELD WHOLE, AND THEN IT IS
997839* NEITHER USED NOR WRITTEN BACK TONIGHT.
997840*--------------------------------------------------------------
997841 01  DEBTMAST-STATUS          PIC X(2).
997842     88  DEBTMAST-OK          VALUE "00".
997843     88  DEBTMAST-AT-END      VALUE "10".
997844     88  DEBTMAST-NOT-FOUND   VALUE "35".
997845 01  DEBTPAY-STATUS           PIC X(2).
997846     88  DEBTPAY-OK           VALUE "00".
997847     88  DEBTPAY-AT-END       VALUE "10".
997848     88  DEBTPAY-NOT-FOUND    VALUE "35".
997849 01  DEBT-LOADED-SWITCH       PIC X(1) VALUE "N".
997850     88  DEBT-LOADED          VALUE "Y".
997851     88  DEBT-NOT-LOADED      VALUE "N".
997852 01  DEBT-KEEP-SWITCH         PIC X(1).
997853     88  DEBT-KEEP            VALUE "Y".
997854     88  DEBT-DROP            VALUE "N".
997855 01  DBT-COUNT                PIC 9(3) COMP VALUE 0.
997856 01  DBX                      PIC 9(3) COMP.
997857 01  DEBT-RETAIN-DAYS         PIC 9(3) VALUE 30.
997858 01  DEBT-RUN-INT             PIC S9(9) COMP.
997859 01  DEBT-CLEARED-INT         PIC S9(9) COMP.
997860 01  DEBT-NET                 PIC S9(7)V9(2).
997861 01  PAY-LEFT                 PIC 9(7)V9(2).
997862 01  PAY-APPLY                PIC 9(7)V9(2).
997863 01  PAY-COUNT                PIC 9(5) VALUE 0.
997864 01  PAY-TOTAL                PIC 9(9)V9(2) VALUE 0.
997865 01  UNPAID-COUNT             PIC 9(5) VALUE 0.
997866 01  UNPAID-TOTAL             PIC 9(9)V9(2) VALUE 0.
997867 01  SCOFF-COUNT              PIC 9(5) VALUE 0.
997868 01  DEBT-COUNT-DISP          PIC Z(4)9.
997869 01  ITEMS-DISP               PIC ZZ9.
997870 01  DEBT-REASON-NAME         PIC X(13).
997871 01  DEBT-TABLE.
997872     05  DEBT-ENTRY OCCURS 500 TIMES.
997873         10  DBT-T-PLATE      PIC X(8).
997874         10  DBT-T-DATE       PIC 9(8).
997875         10  DBT-T-GARAGE     PIC X(8).
997876         10  DBT-T-TICKET     PIC 9(2).
997877         10  DBT-T-REASON     PIC X(1).
997878         10  DBT-T-AMOUNT     PIC 9(7)V9(2).
997879         10  DBT-T-PAID       PIC 9(7)V9(2).
997880         10  DBT-T-STATUS     PIC X(1).
997881             88  DBT-T-OPEN   VALUE "O".
997882             88  DBT-T-CLEARED VALUE "C".
997883         10  DBT-T-CLEARED-DATE PIC 9(8).
997884         10  DBT-T-PAY-RUN-DATE PIC 9(8).
997885         10  DBT-T-PAY-RUN-AMOUNT PIC 9(7)V9(2).
997886         10  DBT-T-RUN-DATE   PIC 9(8).
997887         10  FILLER           PIC X(1).
986061*--------------------------------------------------------------
986062* CASHIER ADJUSTMENTS LOADED AT STARTUP AND APPLIED AFTER THE
986063* LOG BILLS -- THE DAY'S TOTAL IS NETTED BY THE SUM, AND EACH
985848     88  PERMMAST-NOT-FOUND   VALUE "35".
985849 01  PERM-LOADED-SWITCH       PIC X(1) VALUE "N".
985851     88  PERM-LOADED          VALUE "Y".
998315 01  PERMSEEN-STATUS          PIC X(2).
998316     88  PERMSEEN-OK          VALUE "00".
998317     88  PERMSEEN-NOT-FOUND   VALUE "35".
998318 01  SEEN-OPEN-SWITCH         PIC X(1) VALUE "N".
998319     88  SEEN-OPEN            VALUE "Y".
985852     88  PERM-NOT-LOADED      VALUE "N".
985853 01  PRM-COUNT                PIC 9(2) COMP VALUE 0.
985854 01  PMX                      PIC 9(2) COMP.
986053         10  VEH-BILLED       PIC 9(7)V9(2).
988021         10  VEH-ACCOUNT      PIC X(7).
988022         10  VEH-STAY-MINUTES PIC 9(7).
996963*--------------------------------------------------------------
996964* THE MUNICIPAL PARKING TAX ON WHAT THE TICKET WAS BILLED, AND
996965* Y WHEN THE TICKET WAS EXEMPT FROM IT.
996966*--------------------------------------------------------------
996967         10  VEH-TAX          PIC 9(7)V9(2).
996968         10  VEH-TAX-EXEMPT   PIC X(1).
997281*--------------------------------------------------------------
997282* WHO COLLECTED THE TICKET -- CASHIER, BOOTH, AND SHIFT OFF THE
997283* GATE LOG (BLANK, BLANK, AND 1 WHEN ABSENT) -- AND THE TENDER
997284* (1 CASH, 2 CARD, 3 VOUCHER; CASH WHEN ABSENT).
997285*--------------------------------------------------------------
997286         10  VEH-CASHIER      PIC X(8).
997287         10  VEH-BOOTH        PIC X(4).
997288         10  VEH-SHIFT        PIC 9(1).
997289         10  VEH-TENDER       PIC 9(1).
997638*--------------------------------------------------------------
997639* THE DATE THE TICKET WAS PAID -- ITS DEPARTURE DATE WHEN THE LINE
997640* IS DATED, OTHERWISE THE RUN DATE.
997641*--------------------------------------------------------------
997642         10  VEH-PAID-DATE    PIC 9(8).
997888*--------------------------------------------------------------
997889* U WHEN THE TICKET LEFT WITHOUT PAYING, D WHEN ITS CARD WAS
997890* DECLINED (SPACE WHEN PAID), AND WHAT IT WENT ONTO THE DEBT
997891* MASTER FOR; AND WHAT THE PLATE ALREADY OWED THERE, IN HOW
997892* MANY ITEMS.
997893*--------------------------------------------------------------
997894         10  VEH-DEBT-REASON  PIC X(1).
997895         10  VEH-DEBT-AMOUNT  PIC 9(7)V9(2).
997896         10  VEH-OWED         PIC 9(7)V9(2).
997897         10  VEH-OWED-ITEMS   PIC 9(3).
006492*--------------------------------------------------------------
006493* N NORMAL STAY, G WITHIN THE GRACE PERIOD (BILLS ZERO),
006494* L LOST TICKET (BILLS THE FLAT PENALTY).
985281     PERFORM 0520-LOAD-RESERVATIONS.
985871     PERFORM 0540-LOAD-PERMITS.
986101     PERFORM 0560-LOAD-ADJUSTMENTS.
986102     PERFORM 0570-LOAD-DRAWER-COUNTS.
986103     PERFORM 0580-LOAD-TAX-RATES.
986104     PERFORM 0600-LOAD-DEBT-MASTER.
986105     IF DEBT-LOADED THEN
986106         PERFORM 0610-APPLY-DEBT-PAYMENTS
986107     END-IF.
996761     PERFORM 0150-VERIFY-FEED-DATE.
007360     PERFORM 0500-READ-CONTROLS.
007365     PERFORM 0590-FIND-TAX-RATE.
007370     IF PERIOD-COUNT = 0 THEN
007380         MOVE 1 TO PERIOD-COUNT
007390         MOVE 1 TO PERIOD-START(1)
985301     ADD NOSHOW-TOTAL TO T.
986111     PERFORM 1800-PRICE-VEHICLES
986112         VARYING V FROM 1 BY 1 UNTIL V > NUM-VEHICLES.
996969     PERFORM 1900-COMPUTE-TAX
996970         VARYING V FROM 1 BY 1 UNTIL V > NUM-VEHICLES.
988051     PERFORM 2450-ACCUMULATE-ACCOUNTS
988052         VARYING V FROM 1 BY 1 UNTIL V > NUM-VEHICLES.
996971     IF TAX-IN-FORCE THEN
996972         ADD TAX-TOTAL TO T
996973     END-IF.
986113     PERFORM 2400-APPLY-ADJUSTMENTS.
997290     IF DRAWER-LOADED THEN
997291         PERFORM 2600-BUILD-DRAWERS
997292     END-IF.
997643     PERFORM 2700-WRITE-CARD-RECEIPTS.
997898     PERFORM 2720-CHECK-SCOFFLAW
997899         VARYING V FROM 1 BY 1 UNTIL V > NUM-VEHICLES.
997900     PERFORM 2750-POST-UNPAID-TICKET
997901         VARYING V FROM 1 BY 1 UNTIL V > NUM-VEHICLES.
009500
009505     IF TAX-IN-FORCE THEN
009510         MOVE TAX-RATE-PCT TO TAX-RATE-DISP
009515         MOVE TAXABLE-TOTAL TO RESULT
009520         MOVE SPACES TO RPT-LINE
009525         STRING RUN-DATE, " GARAGE ", GARAGE-ID, " TAX RATE ",
009530             TAX-RATE-DISP, " TAXABLE ", RESULT
009535             DELIMITED BY SIZE INTO RPT-LINE
009540         PERFORM 0700-WRITE-REPORT
009545         MOVE TAX-TOTAL TO RESULT
009550         MOVE SPACES TO RPT-LINE
009555         STRING RUN-DATE, " PARKING TAX ", RESULT
009560             DELIMITED BY SIZE INTO RPT-LINE
009565         PERFORM 0700-WRITE-REPORT
009570     END-IF.
009600     MOVE T TO RESULT.
009650     MOVE SPACES TO RPT-LINE.
009700     STRING RUN-DATE, " ", RESULT
986132             DELIMITED BY SIZE INTO RPT-LINE
986133         PERFORM 0700-WRITE-REPORT
986134     END-IF.
986136     IF UNPAID-COUNT > 0 THEN
986138         MOVE UNPAID-COUNT TO DEBT-COUNT-DISP
986140         MOVE UNPAID-TOTAL TO RESULT
986142         MOVE SPACES TO RPT-LINE
986144         STRING RUN-DATE, " UNPAID TICKETS ", DEBT-COUNT-DISP,
986146             " TO DEBT MASTER ", RESULT
986148             DELIMITED BY SIZE INTO RPT-LINE
986150         PERFORM 0700-WRITE-REPORT
986152     END-IF.
986154     IF PAY-COUNT > 0 THEN
986156         MOVE PAY-COUNT TO DEBT-COUNT-DISP
986158         MOVE PAY-TOTAL TO RESULT
986160         MOVE SPACES TO RPT-LINE
986162         STRING RUN-DATE, " DEBT PAYMENTS ", DEBT-COUNT-DISP,
986164             " APPLIED ", RESULT
986166             DELIMITED BY SIZE INTO RPT-LINE
986168         PERFORM 0700-WRITE-REPORT
986170     END-IF.
986172     IF SCOFF-COUNT > 0 THEN
986174         MOVE SCOFF-COUNT TO DEBT-COUNT-DISP
986176         MOVE SPACES TO RPT-LINE
986178         STRING RUN-DATE, " PLATES OWING SEEN ", DEBT-COUNT-DISP
986180             DELIMITED BY SIZE INTO RPT-LINE
986182         PERFORM 0700-WRITE-REPORT
986184     END-IF.
009800
009900     PERFORM 2000-PRINT-BREAKDOWN.
009910     PERFORM 2100-PRINT-VEHICLES.
985311     PERFORM 2200-PRINT-NO-SHOWS.
985751     PERFORM 2300-PRINT-MERCHANT-SUMMARY.
988053     PERFORM 2550-PRINT-ACCOUNT-INVOICES.
997293     IF DRAWER-LOADED THEN
997294         PERFORM 2650-PRINT-CLOSE-OUT
997295     END-IF.
997902     IF DEBT-LOADED THEN
997903         PERFORM 2790-WRITE-DEBT-MASTER
997904     END-IF.
998320     IF SEEN-OPEN THEN
998321         CLOSE PERMSEEN-FILE
998322     END-IF.
982021     IF REPORT-OK THEN
982022         CLOSE REPORT-FILE
982023     END-IF.
01000B     PERFORM 0990-LOG-RUN-END.
010000     STOP RUN.
010110
997905*--------------------------------------------------------------
997906* LOAD THE DEBT MASTER. AN ITEM AN EARLIER RUN OF TONIGHT ADDED
997907* IS DROPPED, AND WHAT AN EARLIER RUN OF TONIGHT PAID AGAINST AN
997908* ITEM IS TAKEN BACK OFF IT, SO A RERUN STARTS FROM THE MASTER
997909* AS THE NIGHT FOUND IT. A CLEARED ITEM PAST ITS RETENTION IS
997910* DROPPED. NO DATASET IS AN EMPTY MASTER. ANY OTHER OPEN
997911* FAILURE, OR A MASTER TOO BIG TO HOLD, LEAVES THE MASTER AS IT
997912* STANDS TONIGHT -- NO PAYMENTS, FLAGS, OR NEW ITEMS -- AND SAYS
997913* SO.
997914*--------------------------------------------------------------
997915 0600-LOAD-DEBT-MASTER.
997916     COMPUTE DEBT-RUN-INT = FUNCTION INTEGER-OF-DATE (RUN-DATE).
997917     OPEN INPUT DEBTMAST-FILE.
997918     IF DEBTMAST-OK THEN
997919         SET DEBT-LOADED TO TRUE
997920         PERFORM 0605-LOAD-ONE-DEBT UNTIL DEBTMAST-AT-END
997921         CLOSE DEBTMAST-FILE
997922     ELSE
997923         IF DEBTMAST-NOT-FOUND THEN
997924             SET DEBT-LOADED TO TRUE
997925         ELSE
997926             MOVE RUN-DATE TO EXCPT-RUN-DATE
997927             MOVE "PARKING" TO EXCPT-PROGRAM
997928             MOVE "DEBT" TO EXCPT-CODE
997929             MOVE 2 TO EXCPT-SEVERITY
997930             MOVE SPACES TO EXCPT-TEXT
997931             STRING "DEBT-MASTER-OPEN-FAILED STATUS ",
997932                 DEBTMAST-STATUS, " NOT UPDATED TONIGHT"
997933                 DELIMITED BY SIZE INTO EXCPT-TEXT
997934             CALL "EXCPTRPT" USING EXCEPTION-RECORD
997935         END-IF
997936     END-IF.
997937 0600-EXIT.
997938     EXIT.
997939
997940 0605-LOAD-ONE-DEBT.
997941     READ DEBTMAST-FILE
997942         AT END
997943             SET DEBTMAST-AT-END TO TRUE
997944         NOT AT END
997945             PERFORM 0606-KEEP-ONE-DEBT
997946     END-READ.
997947 0605-EXIT.
997948     EXIT.
997949
997950 0606-KEEP-ONE-DEBT.
997951     IF DBT-PAY-RUN-DATE = RUN-DATE THEN
997952         SUBTRACT DBT-PAY-RUN-AMOUNT FROM DBT-PAID
997953         MOVE 0 TO DBT-PAY-RUN-AMOUNT
997954         MOVE 0 TO DBT-PAY-RUN-DATE
997955         IF DBT-PAID < DBT-AMOUNT THEN
997956             SET DBT-OPEN TO TRUE
997957             MOVE 0 TO DBT-CLEARED-DATE
997958         END-IF
997959     END-IF.
997960     SET DEBT-KEEP TO TRUE.
997961     IF DBT-RUN-DATE = RUN-DATE THEN
997962         SET DEBT-DROP TO TRUE
997963     END-IF.
997964     IF DBT-CLEARED AND DBT-CLEARED-DATE IS NUMERIC
997965             AND DBT-CLEARED-DATE >= 16010101 THEN
997966         COMPUTE DEBT-CLEARED-INT =
997967             FUNCTION INTEGER-OF-DATE (DBT-CLEARED-DATE)
997968         IF DEBT-RUN-INT - DEBT-CLEARED-INT
997969                 > DEBT-RETAIN-DAYS THEN
997970             SET DEBT-DROP TO TRUE
997971         END-IF
997972     END-IF.
997973     IF DEBT-KEEP THEN
997974         IF DBT-COUNT < 500 THEN
997975             ADD 1 TO DBT-COUNT
997976             MOVE DEBT-RECORD TO DEBT-ENTRY(DBT-COUNT)
997977         ELSE
997978             MOVE RUN-DATE TO EXCPT-RUN-DATE
997979             MOVE "PARKING" TO EXCPT-PROGRAM
997980             MOVE "DEBT" TO EXCPT-CODE
997981             MOVE 2 TO EXCPT-SEVERITY
997982             MOVE SPACES TO EXCPT-TEXT
997983             MOVE "DEBT-TABLE-FULL MASTER NOT UPDATED TONIGHT"
997984                 TO EXCPT-TEXT
997985             CALL "EXCPTRPT" USING EXCEPTION-RECORD
997986             SET DEBT-NOT-LOADED TO TRUE
997987             SET DEBTMAST-AT-END TO TRUE
997988         END-IF
997989     END-IF.
997990 0606-EXIT.
997991     EXIT.
997992
997993*--------------------------------------------------------------
997994* APPLY THE COLLECTIONS AGENCY'S PAYMENTS. EACH PAYMENT PAYS
997995* DOWN ITS PLATE'S OPEN ITEMS OLDEST FIRST, CLEARING EACH ITEM
997996* IT PAYS IN FULL, AND WHAT IT PAID EACH ITEM TONIGHT IS KEPT ON
997997* THE ITEM FOR A RERUN TO TAKE BACK. A PAYMENT FOR A PLATE WITH
997998* NOTHING OPEN, OR FOR MORE THAN THE PLATE OWES, IS REPORTED FOR
997999* THE AGENCY TO REFUND. NO DATASET MEANS NO PAYMENTS TONIGHT.
998000*--------------------------------------------------------------
998001 0610-APPLY-DEBT-PAYMENTS.
998002     OPEN INPUT DEBTPAY-FILE.
998003     IF DEBTPAY-OK THEN
998004         PERFORM 0615-APPLY-ONE-PAYMENT UNTIL DEBTPAY-AT-END
998005         CLOSE DEBTPAY-FILE
998006     ELSE
998007         IF NOT DEBTPAY-NOT-FOUND THEN
998008             MOVE RUN-DATE TO EXCPT-RUN-DATE
998009             MOVE "PARKING" TO EXCPT-PROGRAM
998010             MOVE "DEBT" TO EXCPT-CODE
998011             MOVE 2 TO EXCPT-SEVERITY
998012             MOVE SPACES TO EXCPT-TEXT
998013             STRING "DEBT-PAYMENTS-OPEN-FAILED STATUS ",
998014                 DEBTPAY-STATUS, " NONE APPLIED"
998015                 DELIMITED BY SIZE INTO EXCPT-TEXT
998016             CALL "EXCPTRPT" USING EXCEPTION-RECORD
998017         END-IF
998018     END-IF.
998019 0610-EXIT.
998020     EXIT.
998021
998022 0615-APPLY-ONE-PAYMENT.
998023     READ DEBTPAY-FILE
998024         AT END
998025             SET DEBTPAY-AT-END TO TRUE
998026         NOT AT END
998027             ADD 1 TO PAY-COUNT
998028             MOVE DPY-AMOUNT TO PAY-LEFT
998029             PERFORM 0616-PAY-ONE-ITEM
998030                 VARYING DBX FROM 1 BY 1
998031                 UNTIL DBX > DBT-COUNT OR PAY-LEFT = 0
998032             IF PAY-LEFT > 0 THEN
998033                 MOVE PAY-LEFT TO RESULT
998034                 MOVE RUN-DATE TO EXCPT-RUN-DATE
998035                 MOVE "PARKING" TO EXCPT-PROGRAM
998036                 MOVE "DEBT" TO EXCPT-CODE
998037                 MOVE 2 TO EXCPT-SEVERITY
998038                 MOVE SPACES TO EXCPT-TEXT
998039                 STRING "PAYMENT ", DPY-REFERENCE, " PLATE ",
998040                     DPY-PLATE, " UNAPPLIED ", RESULT
998041                     DELIMITED BY SIZE INTO EXCPT-TEXT
998042                 CALL "EXCPTRPT" USING EXCEPTION-RECORD
998043             END-IF
998044     END-READ.
998045 0615-EXIT.
998046     EXIT.
998047
998048 0616-PAY-ONE-ITEM.
998049     IF DBT-T-PLATE(DBX) = DPY-PLATE AND DBT-T-OPEN(DBX) THEN
998050         COMPUTE PAY-APPLY = DBT-T-AMOUNT(DBX) - DBT-T-PAID(DBX)
998051         IF PAY-APPLY > PAY-LEFT THEN
998052             MOVE PAY-LEFT TO PAY-APPLY
998053         END-IF
998054         IF DBT-T-PAY-RUN-DATE(DBX) NOT = RUN-DATE THEN
998055             MOVE RUN-DATE TO DBT-T-PAY-RUN-DATE(DBX)
998056             MOVE 0 TO DBT-T-PAY-RUN-AMOUNT(DBX)
998057         END-IF
998058         ADD PAY-APPLY TO DBT-T-PAID(DBX)
998059         ADD PAY-APPLY TO DBT-T-PAY-RUN-AMOUNT(DBX)
998060         ADD PAY-APPLY TO PAY-TOTAL
998061         SUBTRACT PAY-APPLY FROM PAY-LEFT
998062         IF DBT-T-PAID(DBX) >= DBT-T-AMOUNT(DBX) THEN
998063             SET DBT-T-CLEARED(DBX) TO TRUE
998064             MOVE RUN-DATE TO DBT-T-CLEARED-DATE(DBX)
998065         END-IF
998066     END-IF.
998067 0616-EXIT.
998068     EXIT.
998069
985401*--------------------------------------------------------------
985402* LOAD THE ADVANCE-RESERVATIONS DATASET. A MISSING DATASET
985403* (STATUS 35) RUNS THE GATE LOG EXACTLY AS BEFORE; ANY OTHER
985913             CALL "EXCPTRPT" USING EXCEPTION-RECORD
985914         END-IF
985915     END-IF.
998323     IF PERM-LOADED THEN
998324         PERFORM 0548-OPEN-SIGHTINGS
998325     END-IF.
985916 0540-EXIT.
985917     EXIT.
985918
985944 0545-EXIT.
985945     EXIT.
985946
998326*--------------------------------------------------------------
998327* OPEN THE LAPSED-PERMIT SIGHTINGS TO EXTEND THEM; THE FIRST
998328* NIGHT CREATES THE DATASET. A FAILED OPEN IS REPORTED AND THE
998329* NIGHT'S SIGHTINGS ARE NOT LOGGED.
998330*--------------------------------------------------------------
998331 0548-OPEN-SIGHTINGS.
998332     OPEN EXTEND PERMSEEN-FILE.
998333     IF PERMSEEN-NOT-FOUND THEN
998334         OPEN OUTPUT PERMSEEN-FILE
998335     END-IF.
998336     IF PERMSEEN-OK THEN
998337         SET SEEN-OPEN TO TRUE
998338     ELSE
998339         MOVE RUN-DATE TO EXCPT-RUN-DATE
998340         MOVE "PARKING" TO EXCPT-PROGRAM
998341         MOVE "PERM" TO EXCPT-CODE
998342         MOVE 2 TO EXCPT-SEVERITY
998343         MOVE SPACES TO EXCPT-TEXT
998344         STRING "PERMIT-SIGHTINGS-OPEN-FAILED STATUS ",
998345             PERMSEEN-STATUS, " NOT LOGGED"
998346             DELIMITED BY SIZE INTO EXCPT-TEXT
998347         CALL "EXCPTRPT" USING EXCEPTION-RECORD
998348     END-IF.
998349 0548-EXIT.
998350     EXIT.
998351
986201*--------------------------------------------------------------
986202* LOAD THE CASHIER ADJUSTMENTS FEED. A MISSING DATASET MEANS A
986203* NIGHT WITH NO BOOTH ADJUSTMENTS; ANY OTHER OPEN FAILURE IS
986254     END-READ.
986255 0565-EXIT.
986256     EXIT.
997296
997297*--------------------------------------------------------------
997298* LOAD THE DRAWER COUNTS KEYED AT SHIFT CLOSE. A MISSING DATASET
997299* MEANS NO CLOSE-OUT TONIGHT, AS BEFORE; ANY OTHER OPEN FAILURE
997300* IS REPORTED AS AN EXCEPTION AND THE DRAWERS GO UNRECONCILED.
997301* TWO COUNT RECORDS FOR ONE CASHIER AND SHIFT ARE ADDED TOGETHER.
997302*--------------------------------------------------------------
997303 0570-LOAD-DRAWER-COUNTS.
997304     OPEN INPUT DRWCOUNT-FILE.
997305     IF DRWCOUNT-OK THEN
997306         SET DRAWER-LOADED TO TRUE
997307         PERFORM 0575-LOAD-ONE-DRAWER-COUNT UNTIL DRWCOUNT-AT-END
997308         CLOSE DRWCOUNT-FILE
997309     ELSE
997310         IF NOT DRWCOUNT-NOT-FOUND THEN
997311             MOVE RUN-DATE TO EXCPT-RUN-DATE
997312             MOVE "PARKING" TO EXCPT-PROGRAM
997313             MOVE "DRWR" TO EXCPT-CODE
997314             MOVE 2 TO EXCPT-SEVERITY
997315             STRING "DRAWER-COUNT-OPEN-FAILED STATUS ",
997316                 DRWCOUNT-STATUS, " NO CLOSE-OUT"
997317                 DELIMITED BY SIZE INTO EXCPT-TEXT
997318             CALL "EXCPTRPT" USING EXCEPTION-RECORD
997319         END-IF
997320     END-IF.
997321 0570-EXIT.
997322     EXIT.
997323
997324 0575-LOAD-ONE-DRAWER-COUNT.
997325     READ DRWCOUNT-FILE
997326         AT END
997327             SET DRWCOUNT-AT-END TO TRUE
997328         NOT AT END
997329             MOVE DRW-CASHIER TO DRAWER-KEY-CASHIER
997330             MOVE DRW-SHIFT TO DRAWER-KEY-SHIFT
997331             PERFORM 2610-FIND-DRAWER
997332             IF DRW-HIT-X > 0 THEN
997333                 MOVE "Y" TO DRW-T-COUNTED(DRW-HIT-X)
997334                 MOVE DRW-BOOTH TO DRW-T-BOOTH(DRW-HIT-X)
997335                 ADD DRW-CASH TO DRW-T-COUNT(DRW-HIT-X, 1)
997336                 ADD DRW-CARD TO DRW-T-COUNT(DRW-HIT-X, 2)
997337                 ADD DRW-VOUCHER TO DRW-T-COUNT(DRW-HIT-X, 3)
997338             END-IF
997339     END-READ.
997340 0575-EXIT.
997341     EXIT.
996974
996975*--------------------------------------------------------------
996976* LOAD THE MUNICIPAL PARKING TAX RATES. A MISSING DATASET MEANS
996977* NO TAX IS CHARGED, AS BEFORE; ANY OTHER OPEN FAILURE IS
996978* REPORTED AS AN EXCEPTION AND TONIGHT'S TICKETS GO UNTAXED.
996979*--------------------------------------------------------------
996980 0580-LOAD-TAX-RATES.
996981     OPEN INPUT TAXRATE-FILE.
996982     IF TAXRATE-OK THEN
996983         SET TAX-LOADED TO TRUE
996984         PERFORM 0585-LOAD-ONE-TAX-RATE UNTIL TAXRATE-AT-END
996985         CLOSE TAXRATE-FILE
996986     ELSE
996987         IF NOT TAXRATE-NOT-FOUND THEN
996988             MOVE RUN-DATE TO EXCPT-RUN-DATE
996989             MOVE "PARKING" TO EXCPT-PROGRAM
996990             MOVE "TAXR" TO EXCPT-CODE
996991             MOVE 2 TO EXCPT-SEVERITY
996992             STRING "TAX-RATE-OPEN-FAILED STATUS ",
996993                 TAXRATE-STATUS, " NO TAX CHARGED"
996994                 DELIMITED BY SIZE INTO EXCPT-TEXT
996995             CALL "EXCPTRPT" USING EXCEPTION-RECORD
996996         END-IF
996997     END-IF.
996998 0580-EXIT.
996999     EXIT.
997000
997001 0585-LOAD-ONE-TAX-RATE.
997002     READ TAXRATE-FILE
997003         AT END
997004             SET TAXRATE-AT-END TO TRUE
997005         NOT AT END
997006             IF TXR-COUNT < 20 THEN
997007                 ADD 1 TO TXR-COUNT
997008                 MOVE TXR-GARAGE TO TXR-T-GARAGE(TXR-COUNT)
997009                 MOVE TXR-RATE TO TXR-T-RATE(TXR-COUNT)
997010                 MOVE TXR-EXEMPT-CLASSES
997011                     TO TXR-T-EXEMPT(TXR-COUNT)
997012                 MOVE TXR-BILLTO-EXEMPT TO TXR-T-BILLTO(TXR-COUNT)
997013             ELSE
997014                 MOVE RUN-DATE TO EXCPT-RUN-DATE
997015                 MOVE "PARKING" TO EXCPT-PROGRAM
997016                 MOVE "TAXR" TO EXCPT-CODE
997017                 MOVE 2 TO EXCPT-SEVERITY
997018                 MOVE "TAX-RATE-TABLE-FULL RECORDS DROPPED"
997019                     TO EXCPT-TEXT
997020                 CALL "EXCPTRPT" USING EXCEPTION-RECORD
997021                 SET TAXRATE-AT-END TO TRUE
997022             END-IF
997023     END-READ.
997024 0585-EXIT.
997025     EXIT.
997026
997027*--------------------------------------------------------------
997028* FIND THE TAX RATE IN FORCE FOR THIS GARAGE -- ITS OWN RECORD,
997029* ELSE THE "*" RECORD. A RATE DATASET WITH NEITHER IS A GAP IN
997030* THE CITY'S TAX AND GOES TO THE EXCEPTIONS REPORT. A ZERO RATE
997031* IS A GARAGE THE CITY DOES NOT TAX.
997032*--------------------------------------------------------------
997033 0590-FIND-TAX-RATE.
997034     IF TAX-LOADED THEN
997035         MOVE 0 TO TXR-HIT-X
997036         PERFORM VARYING TRX FROM 1 BY 1 UNTIL TRX > TXR-COUNT
997037             IF TXR-T-GARAGE(TRX) = GARAGE-ID THEN
997038                 MOVE TRX TO TXR-HIT-X
997039             END-IF
997040         END-PERFORM
997041         IF TXR-HIT-X = 0 THEN
997042             PERFORM VARYING TRX FROM 1 BY 1 UNTIL TRX > TXR-COUNT
997043                 IF TXR-HIT-X = 0 AND TXR-T-GARAGE(TRX) = "*" THEN
997044                     MOVE TRX TO TXR-HIT-X
997045                 END-IF
997046             END-PERFORM
997047         END-IF
997048         IF TXR-HIT-X > 0 THEN
997049             MOVE TXR-T-RATE(TXR-HIT-X) TO TAX-RATE-PCT
997050             MOVE TXR-T-EXEMPT(TXR-HIT-X) TO TAX-EXEMPT-CLASSES
997051             MOVE TXR-T-BILLTO(TXR-HIT-X) TO TAX-BILLTO-EXEMPT
997052             IF TAX-RATE-PCT > 0 THEN
997053                 SET TAX-IN-FORCE TO TRUE
997054             END-IF
997055         ELSE
997056             MOVE RUN-DATE TO EXCPT-RUN-DATE
997057             MOVE "PARKING" TO EXCPT-PROGRAM
997058             MOVE "TAXR" TO EXCPT-CODE
997059             MOVE 2 TO EXCPT-SEVERITY
997060             STRING "NO-TAX-RATE FOR GARAGE ", GARAGE-ID,
997061                 " NO TAX CHARGED"
997062                 DELIMITED BY SIZE INTO EXCPT-TEXT
997063             CALL "EXCPTRPT" USING EXCEPTION-RECORD
997064         END-IF
997065     END-IF.
997066 0590-EXIT.
997067     EXIT.
986257
010120*--------------------------------------------------------------
010130* READ ANY LEADING CONTROL LINES ("passrate" FLAT RATE FOR
985674         END-IF
985675         SET CONTROL-LINE-SEEN TO TRUE
985676     END-IF.
997068     MOVE 0 TO KEYWORD-COUNT.
997069     INSPECT INPUT-LINE TALLYING KEYWORD-COUNT
997070         FOR ALL "garage".
997071     IF KEYWORD-COUNT = 1 THEN
997072         UNSTRING INPUT-LINE DELIMITED BY SPACE
997073             INTO OPTION, GARAGE-ID
997074         SET CONTROL-LINE-SEEN TO TRUE
997075     END-IF.
997342     MOVE 0 TO KEYWORD-COUNT.
997343     INSPECT INPUT-LINE TALLYING KEYWORD-COUNT
997344         FOR ALL "drawertol".
997345     IF KEYWORD-COUNT = 1 THEN
997346         UNSTRING INPUT-LINE DELIMITED BY SPACE
997347             INTO OPTION, DRAWER-TOLERANCE
997348         SET CONTROL-LINE-SEEN TO TRUE
997349     END-IF.
010367 0550-EXIT.
010368     EXIT.
010369
010700     ACCEPT INPUT-LINE.
01070C     ADD 1 TO LINES-READ.
010710     MOVE SPACES TO TOKEN-1, TOKEN-2, TOKEN-3, TOKEN-4, TOKEN-5.
010712     MOVE SPACES TO TOKEN-6, TOKEN-7, TOKEN-8, TOKEN-9, TOKEN-10.
010720     UNSTRING INPUT-LINE DELIMITED BY SPACE
010730         INTO TOKEN-1, TOKEN-2, TOKEN-3, TOKEN-4, TOKEN-5,
997350             TOKEN-6, TOKEN-7, TOKEN-8, TOKEN-9, TOKEN-10.
010731     IF TOKEN-1 = "LOST" THEN
010732         PERFORM 1050-LOST-TICKET
010733     ELSE
010766     MOVE TOKEN-2 TO EXTRA-TOKEN-ENTRY(1).
010767     MOVE TOKEN-3 TO EXTRA-TOKEN-ENTRY(2).
010768     MOVE TOKEN-4 TO EXTRA-TOKEN-ENTRY(3).
997351     MOVE TOKEN-5 TO EXTRA-TOKEN-ENTRY(4).
997352     MOVE TOKEN-6 TO EXTRA-TOKEN-ENTRY(5).
997353     MOVE TOKEN-7 TO EXTRA-TOKEN-ENTRY(6).
997354     MOVE TOKEN-8 TO EXTRA-TOKEN-ENTRY(7).
997355     MOVE TOKEN-9 TO EXTRA-TOKEN-ENTRY(8).
010769     PERFORM 1070-CLASSIFY-EXTRAS.
010771     MOVE "L" TO VEH-STATUS(V).
010772     MOVE LOST-FEE TO VEH-FLAT-AMOUNT(V).
010773     MOVE 0 TO VEH-FULL-DAYS(V).
01077A     MOVE RUN-DATE TO MATCH-DATE.
997644     MOVE RUN-DATE TO VEH-PAID-DATE(V).
01077C     PERFORM 1078-CHECK-PERMIT.
01077B     PERFORM 1080-MATCH-RESERVATION.
010774 1050-EXIT.
010751         MOVE TOKEN-6 TO EXTRA-TOKEN-ENTRY(2)
010752         MOVE TOKEN-7 TO EXTRA-TOKEN-ENTRY(3)
010753         MOVE TOKEN-8 TO EXTRA-TOKEN-ENTRY(4)
997356         MOVE TOKEN-9 TO EXTRA-TOKEN-ENTRY(5)
997357         MOVE TOKEN-10 TO EXTRA-TOKEN-ENTRY(6)
010754         MOVE ARR-DATE TO MATCH-DATE
010755         COMPUTE ARR-DATE-INT =
010756             FUNCTION INTEGER-OF-DATE (ARR-DATE)
010757         COMPUTE DEP-DATE-INT =
010758             FUNCTION INTEGER-OF-DATE (DEP-DATE)
010759         COMPUTE STAY-DAYS = DEP-DATE-INT - ARR-DATE-INT
010760         MOVE DEP-DATE TO VEH-PAID-DATE(V)
010761     ELSE
010762         MOVE TOKEN-1 TO ARRIVE-TOKEN
010763         MOVE TOKEN-2 TO DEPART-TOKEN
010767         MOVE TOKEN-6 TO EXTRA-TOKEN-ENTRY(4)
010768         MOVE TOKEN-7 TO EXTRA-TOKEN-ENTRY(5)
010769         MOVE TOKEN-8 TO EXTRA-TOKEN-ENTRY(6)
997358         MOVE TOKEN-9 TO EXTRA-TOKEN-ENTRY(7)
997359         MOVE TOKEN-10 TO EXTRA-TOKEN-ENTRY(8)
010771         MOVE RUN-DATE TO MATCH-DATE
997645         MOVE RUN-DATE TO VEH-PAID-DATE(V)
010772     END-IF.
010773     PERFORM 1070-CLASSIFY-EXTRAS.
010774     PERFORM 1078-CHECK-PERMIT.
012110
985201*--------------------------------------------------------------
985202* CLASSIFY THE TRAILING GATE-LOG TOKENS BY SHAPE -- A SINGLE
985203* CHARACTER IS THE VEHICLE CLASS, "@NAME" A MERCHANT, "#CODE" A
997360* BILL-TO ACCOUNT, "!CASHIER" WHO COLLECTED THE TICKET,
997361* "%BOOTH/SHIFT" THE BOOTH AND SHIFT, "$CASH", "$CARD", OR
997362* "$VOUCHER" THE TENDER, AND ANYTHING ELSE IS THE PLATE.
985204* ABSENT TOKENS LEAVE A TRANSIENT WITH NO PLATE, EXACTLY THE
985205* OLD PARSE.
985206*--------------------------------------------------------------
98521L     MOVE 0 TO VEH-BILLED(V).
98521M     MOVE SPACES TO VEH-ACCOUNT(V).
98521N     MOVE 0 TO VEH-STAY-MINUTES(V).
985212     MOVE SPACES TO VEH-CASHIER(V).
997363     MOVE SPACES TO VEH-BOOTH(V).
997364     MOVE 1 TO VEH-SHIFT(V).
997365     MOVE 1 TO VEH-TENDER(V).
998070     MOVE SPACE TO VEH-DEBT-REASON(V).
997366     PERFORM VARYING EXTRA-X FROM 1 BY 1 UNTIL EXTRA-X > 8
985213         MOVE EXTRA-TOKEN-ENTRY(EXTRA-X) TO EXTRA-TOKEN
985214         IF EXTRA-TOKEN NOT = SPACES THEN
98521C             IF EXTRA-TOKEN(1:1) = "@" THEN
98821A             IF EXTRA-TOKEN(1:1) = "#" THEN
98821B                 MOVE EXTRA-TOKEN(2:7) TO VEH-ACCOUNT(V)
98821C             ELSE
997367             IF EXTRA-TOKEN(1:1) = "!" THEN
997368                 MOVE EXTRA-TOKEN(2:7) TO VEH-CASHIER(V)
997369             ELSE
997370             IF EXTRA-TOKEN(1:1) = "%" THEN
997371                 PERFORM 1072-SET-BOOTH
997372             ELSE
997373             IF EXTRA-TOKEN(1:1) = "$" THEN
997374                 PERFORM 1073-SET-TENDER
997375             ELSE
985215             IF EXTRA-TOKEN(2:7) = SPACES THEN
985216                 MOVE EXTRA-TOKEN(1:1) TO CLASS-TOKEN
985217             ELSE
985218                 MOVE EXTRA-TOKEN TO VEH-PLATE(V)
985219             END-IF
98821D             END-IF
997376             END-IF
997377             END-IF
997378             END-IF
98521F             END-IF
985221         END-IF
985222     END-PERFORM.
998071     IF VEH-ACCOUNT(V) NOT = SPACES THEN
998072         MOVE SPACE TO VEH-DEBT-REASON(V)
998073     END-IF.
985223     MOVE CLASS-TOKEN TO VEH-CLASS(V).
985224 1070-EXIT.
985225     EXIT.
997379
997380*--------------------------------------------------------------
997381* A "%BOOTH/SHIFT" TOKEN -- THE BOOTH IS UP TO FOUR CHARACTERS
997382* AND THE SHIFT ONE DIGIT AFTER THE SLASH; A TOKEN WITH NO SHIFT
997383* LEAVES THE TICKET ON SHIFT 1.
997384*--------------------------------------------------------------
997385 1072-SET-BOOTH.
997386     MOVE SPACES TO SHIFT-TOKEN.
997387     UNSTRING EXTRA-TOKEN(2:7) DELIMITED BY "/"
997388         INTO VEH-BOOTH(V), SHIFT-TOKEN.
997389     IF SHIFT-TOKEN IS NUMERIC AND SHIFT-TOKEN NOT = "0" THEN
997390         MOVE SHIFT-TOKEN TO VEH-SHIFT(V)
997391     END-IF.
997392 1072-EXIT.
997393     EXIT.
997394
997395*--------------------------------------------------------------
997396* A "$TENDER" TOKEN. AN UNKNOWN TENDER REPORTS AN EXCEPTION AND
997397* THE TICKET GOES TO THE CASH DRAWER.
998074* "$UNPAID" (LEFT WITHOUT PAYING) AND "$DECLINE" (CARD DECLINED)
998075* ARE NOT TENDERS -- THEY MARK THE TICKET OWED AND THE TENDER
998076* STAYS AS KEYED. AN ON-ACCOUNT TICKET IS INVOICED, NOT OWED, SO
998077* THE MARK IS DROPPED FOR IT.
997398*--------------------------------------------------------------
997399 1073-SET-TENDER.
997400     IF EXTRA-TOKEN(2:7) = "CASH" THEN
997401         MOVE 1 TO VEH-TENDER(V)
997402     ELSE
997403     IF EXTRA-TOKEN(2:7) = "CARD" THEN
997404         MOVE 2 TO VEH-TENDER(V)
997405     ELSE
997406     IF EXTRA-TOKEN(2:7) = "VOUCHER" THEN
997407         MOVE 3 TO VEH-TENDER(V)
998078     ELSE
998079     IF EXTRA-TOKEN(2:7) = "UNPAID" THEN
998080         MOVE "U" TO VEH-DEBT-REASON(V)
998081     ELSE
998082     IF EXTRA-TOKEN(2:7) = "DECLINE" THEN
998083         MOVE "D" TO VEH-DEBT-REASON(V)
997408     ELSE
997409         MOVE V TO V-DISP
997410         MOVE RUN-DATE TO EXCPT-RUN-DATE
997411         MOVE "PARKING" TO EXCPT-PROGRAM
997412         MOVE "DRWR" TO EXCPT-CODE
997413         MOVE 2 TO EXCPT-SEVERITY
997414         STRING "UNKNOWN TENDER ", EXTRA-TOKEN,
997415             " TICKET ", V-DISP,
997416             " TAKEN AS CASH"
997417             DELIMITED BY SIZE INTO EXCPT-TEXT
997418         CALL "EXCPTRPT" USING EXCEPTION-RECORD
997419     END-IF
998084     END-IF
998085     END-IF
997420     END-IF
997421     END-IF.
997422 1073-EXIT.
997423     EXIT.
985681
985682*--------------------------------------------------------------
985683* AN "@MERCHANT" VALIDATION TOKEN -- LOOK THE MERCHANT UP IN
985988                     " BILLED TRANSIENT"
985989                     DELIMITED BY SIZE INTO EXCPT-TEXT
985991                 CALL "EXCPTRPT" USING EXCEPTION-RECORD
998352                 IF SEEN-OPEN THEN
998353                     MOVE SPACES TO PERMIT-SIGHTING-RECORD
998354                     MOVE VEH-PLATE(V) TO PSN-PLATE
998355                     MOVE MATCH-DATE TO PSN-DATE
998356                     MOVE GARAGE-ID TO PSN-GARAGE
998357                     MOVE V TO PSN-TICKET
998358                     MOVE PRM-T-PAID(PRM-HIT-X) TO PSN-PAID-THRU
998359                     WRITE PERMIT-SIGHTING-RECORD
998360                 END-IF
985992             END-IF
985993         ELSE
985994             IF VEH-CLASS(V) = "M" THEN
986971     END-IF.
986972 1850-EXIT.
986973     EXIT.
997076
997077*--------------------------------------------------------------
997078* THE MUNICIPAL PARKING TAX ON ONE TICKET -- A PAID TICKET IS
997079* TAXED ON WHAT IT WAS BILLED UNLESS ITS CLASS IS ONE THE
997080* GARAGE'S RATE RECORD EXEMPTS, OR IT IS ON A BILL-TO ACCOUNT
997081* AND THE RECORD EXEMPTS THOSE. A GRACE STAY BILLS NOTHING AND
997082* SO TAXES NOTHING. THE CASH TICKETS' TAX IS TOTALLED FOR THE
997083* DAY; AN ON-ACCOUNT TICKET'S GOES TO ITS INVOICE.
997084*--------------------------------------------------------------
997085 1900-COMPUTE-TAX.
997086     MOVE 0 TO VEH-TAX(V).
997087     MOVE "N" TO VEH-TAX-EXEMPT(V).
997088     IF TAX-IN-FORCE AND VEH-BILLED(V) > 0 THEN
997089         MOVE 0 TO TAX-EXEMPT-COUNT
997090         IF VEH-CLASS(V) NOT = SPACE THEN
997091             INSPECT TAX-EXEMPT-CLASSES TALLYING TAX-EXEMPT-COUNT
997092                 FOR ALL VEH-CLASS(V)
997093         END-IF
997094         IF VEH-ACCOUNT(V) NOT = SPACES
997095                 AND TAX-BILLTO-EXEMPT = "Y" THEN
997096             ADD 1 TO TAX-EXEMPT-COUNT
997097         END-IF
997098         IF TAX-EXEMPT-COUNT > 0 THEN
997099             MOVE "Y" TO VEH-TAX-EXEMPT(V)
997100         ELSE
997101             COMPUTE VEH-TAX(V) ROUNDED =
997102                 VEH-BILLED(V) * TAX-RATE-PCT / 100
997103             IF VEH-ACCOUNT(V) = SPACES THEN
997104                 ADD VEH-BILLED(V) TO TAXABLE-TOTAL
997105                 ADD VEH-TAX(V) TO TAX-TOTAL
997106             END-IF
997107         END-IF
997108     END-IF.
997109 1900-EXIT.
997110     EXIT.
986974
986981*--------------------------------------------------------------
986982* APPLY THE BOOTH ADJUSTMENTS -- SUM THEM FOR THE NETTED DAY
988095                     DELIMITED BY SIZE INTO EXCPT-TEXT
988096                 CALL "EXCPTRPT" USING EXCEPTION-RECORD
988097                 ADD VEH-BILLED(V) TO T
997111                 ADD VEH-TAX(V) TO TAX-TOTAL
997112                 IF VEH-TAX(V) > 0 THEN
997113                     ADD VEH-BILLED(V) TO TAXABLE-TOTAL
997114                 END-IF
988098             END-IF
988099         END-IF
988111         IF BILLTO-HIT-X > 0 THEN
988112             ADD 1 TO BTO-TICKETS(BILLTO-HIT-X)
988113             ADD VEH-STAY-MINUTES(V) TO BTO-MINUTES(BILLTO-HIT-X)
988114             ADD VEH-BILLED(V) TO BTO-AMOUNT(BILLTO-HIT-X)
997115             ADD VEH-TAX(V) TO BTO-AMOUNT(BILLTO-HIT-X)
988115         END-IF
988116     END-IF.
988117 2450-EXIT.
988137     END-PERFORM.
988138 2550-EXIT.
988139     EXIT.
997424
997425*--------------------------------------------------------------
997426* BUILD THE CASHIER DRAWERS -- EVERY TICKET PAID AT THE BOOTH
997427* (ON-ACCOUNT TICKETS COLLECT NOTHING THERE) ADDS WHAT IT WAS
997428* BILLED, TAX INCLUDED, TO ITS CASHIER AND SHIFT UNDER ITS
997429* TENDER. EACH VOID OR REFUND COMES OFF THE DRAWER OF THE
997430* CASHIER WHO AUTHORIZED IT, IN THE SHIFT AND TENDER OF THE
997431* TICKET IT ADJUSTS. A MANAGER OVERRIDE MOVES NO MONEY THROUGH
997432* THE DRAWER AND AN ADJUSTMENT FOR AN UNKNOWN TICKET HAS
997433* ALREADY BEEN REPORTED, SO NEITHER TOUCHES THE CLOSE-OUT.
998086* A TICKET THAT LEFT OWING COLLECTED NOTHING AT THE BOOTH, SO IT
998087* IS LEFT OUT, AND SO IS ANY VOID OR REFUND AGAINST IT.
997434*--------------------------------------------------------------
997435 2600-BUILD-DRAWERS.
997436     PERFORM VARYING V FROM 1 BY 1 UNTIL V > NUM-VEHICLES
998088         IF VEH-ACCOUNT(V) = SPACES
998089                 AND VEH-DEBT-REASON(V) = SPACE THEN
997437             MOVE VEH-CASHIER(V) TO DRAWER-KEY-CASHIER
997438             MOVE VEH-SHIFT(V) TO DRAWER-KEY-SHIFT
997439             PERFORM 2610-FIND-DRAWER
997440             IF DRW-HIT-X > 0 THEN
997441                 ADD 1 TO DRW-T-TICKETS(DRW-HIT-X)
997442                 IF DRW-T-BOOTH(DRW-HIT-X) = SPACES THEN
997443                     MOVE VEH-BOOTH(V) TO DRW-T-BOOTH(DRW-HIT-X)
997444                 END-IF
997445                 ADD VEH-BILLED(V), VEH-TAX(V)
997446                     TO DRW-T-BILLED(DRW-HIT-X, VEH-TENDER(V))
997447             END-IF
997448         END-IF
997449     END-PERFORM.
997450     PERFORM VARYING AJX FROM 1 BY 1 UNTIL AJX > ADJ-COUNT
997451         IF (ADJ-T-TYPE(AJX) = "V" OR ADJ-T-TYPE(AJX) = "R")
997452                 AND ADJ-T-TICKET(AJX) >= 1
997453                 AND ADJ-T-TICKET(AJX) <= NUM-VEHICLES THEN
998090             MOVE ADJ-T-TICKET(AJX) TO V
998091             IF VEH-DEBT-REASON(V) = SPACE THEN
998092                 MOVE ADJ-T-CASHIER(AJX) TO DRAWER-KEY-CASHIER
998093                 MOVE VEH-SHIFT(V) TO DRAWER-KEY-SHIFT
998094                 PERFORM 2610-FIND-DRAWER
998095                 IF DRW-HIT-X > 0 THEN
998096                     ADD ADJ-T-AMOUNT(AJX) TO
998097                         DRW-T-ADJUSTED(DRW-HIT-X, VEH-TENDER(V))
998098                 END-IF
998099             END-IF
997454         END-IF
997455     END-PERFORM.
997456 2600-EXIT.
997457     EXIT.
997458
997459*--------------------------------------------------------------
997460* FIND THE DRAWER FOR DRAWER-KEY-CASHIER AND DRAWER-KEY-SHIFT,
997461* OPENING A NEW ONE WHEN THIS IS THE FIRST SIGHT OF IT. A FULL
997462* TABLE REPORTS AN EXCEPTION AND LEAVES DRW-HIT-X ZERO.
997463*--------------------------------------------------------------
997464 2610-FIND-DRAWER.
997465     MOVE 0 TO DRW-HIT-X.
997466     PERFORM VARYING DWX FROM 1 BY 1 UNTIL DWX > DRW-COUNT
997467         IF DRW-T-CASHIER(DWX) = DRAWER-KEY-CASHIER
997468                 AND DRW-T-SHIFT(DWX) = DRAWER-KEY-SHIFT THEN
997469             MOVE DWX TO DRW-HIT-X
997470         END-IF
997471     END-PERFORM.
997472     IF DRW-HIT-X = 0 THEN
997473         IF DRW-COUNT < 50 THEN
997474             ADD 1 TO DRW-COUNT
997475             MOVE DRW-COUNT TO DRW-HIT-X
997476             MOVE DRAWER-KEY-CASHIER TO DRW-T-CASHIER(DRW-HIT-X)
997477             MOVE DRAWER-KEY-SHIFT TO DRW-T-SHIFT(DRW-HIT-X)
997478             MOVE SPACES TO DRW-T-BOOTH(DRW-HIT-X)
997479             MOVE 0 TO DRW-T-TICKETS(DRW-HIT-X)
997480             MOVE "N" TO DRW-T-COUNTED(DRW-HIT-X)
997481             PERFORM VARYING TNX FROM 1 BY 1 UNTIL TNX > 3
997482                 MOVE 0 TO DRW-T-BILLED(DRW-HIT-X, TNX)
997483                 MOVE 0 TO DRW-T-ADJUSTED(DRW-HIT-X, TNX)
997484                 MOVE 0 TO DRW-T-COUNT(DRW-HIT-X, TNX)
997485             END-PERFORM
997486         ELSE
997487             MOVE RUN-DATE TO EXCPT-RUN-DATE
997488             MOVE "PARKING" TO EXCPT-PROGRAM
997489             MOVE "DRWR" TO EXCPT-CODE
997490             MOVE 2 TO EXCPT-SEVERITY
997491             STRING "DRAWER-TABLE-FULL CASHIER ",
997492                 DRAWER-KEY-CASHIER,
997493                 " SHIFT ", DRAWER-KEY-SHIFT, " NOT RECONCILED"
997494                 DELIMITED BY SIZE INTO EXCPT-TEXT
997495             CALL "EXCPTRPT" USING EXCEPTION-RECORD
997496         END-IF
997497     END-IF.
997498 2610-EXIT.
997499     EXIT.
997500
997501*--------------------------------------------------------------
997502* THE SHIFT CLOSE-OUT -- PER CASHIER AND SHIFT, ONE LINE PER
997503* TENDER: BILLED, LESS VOIDS AND REFUNDS, AGAINST THE COUNT.
997504* TICKETS THAT CARRIED NO CASHIER PRINT UNDER "(NONE)".
997505*--------------------------------------------------------------
997506 2650-PRINT-CLOSE-OUT.
997507     MOVE DRAWER-TOLERANCE TO DRW-TOL-DISP.
997508     MOVE SPACES TO RPT-LINE.
997509     STRING RUN-DATE, " CASHIER CLOSE-OUT TOLERANCE ",
997510         DRW-TOL-DISP
997511         DELIMITED BY SIZE INTO RPT-LINE.
997512     PERFORM 0700-WRITE-REPORT.
997513     PERFORM 2660-CLOSE-OUT-DRAWER
997514         VARYING DWX FROM 1 BY 1 UNTIL DWX > DRW-COUNT.
997515 2650-EXIT.
997516     EXIT.
997517
997518*--------------------------------------------------------------
997519* ONE DRAWER'S CLOSE-OUT. A DRAWER THAT TOOK MONEY BUT WAS
997520* NEVER COUNTED IS ITSELF AN EXCEPTION; ITS TENDER LINES STILL
997521* PRINT SO THE OFFICE CAN SEE WHAT IS OUTSTANDING.
997522*--------------------------------------------------------------
997523 2660-CLOSE-OUT-DRAWER.
997524     IF DRW-T-CASHIER(DWX) = SPACES THEN
997525         MOVE "(NONE)" TO CLOSE-CASHIER
997526     ELSE
997527         MOVE DRW-T-CASHIER(DWX) TO CLOSE-CASHIER
997528     END-IF.
997529     MOVE SPACES TO RPT-LINE.
997530     STRING RUN-DATE, " CLOSE-OUT CASHIER ", CLOSE-CASHIER,
997531         " SHIFT ", DRW-T-SHIFT(DWX), " BOOTH ", DRW-T-BOOTH(DWX),
997532         " TICKETS ", DRW-T-TICKETS(DWX)
997533         DELIMITED BY SIZE INTO RPT-LINE.
997534     PERFORM 0700-WRITE-REPORT.
997535     IF DRW-T-COUNTED(DWX) NOT = "Y" THEN
997536         MOVE SPACES TO RPT-LINE
997537         STRING RUN-DATE, "   NO DRAWER COUNT"
997538             DELIMITED BY SIZE INTO RPT-LINE
997539         PERFORM 0700-WRITE-REPORT
997540         MOVE RUN-DATE TO EXCPT-RUN-DATE
997541         MOVE "PARKING" TO EXCPT-PROGRAM
997542         MOVE "DRWR" TO EXCPT-CODE
997543         MOVE 2 TO EXCPT-SEVERITY
997544         STRING "NO DRAWER COUNT CASHIER ", CLOSE-CASHIER,
997545             " SHIFT ", DRW-T-SHIFT(DWX)
997546             DELIMITED BY SIZE INTO EXCPT-TEXT
997547         CALL "EXCPTRPT" USING EXCEPTION-RECORD
997548     END-IF.
997549     PERFORM 2670-CLOSE-OUT-TENDER
997550         VARYING TNX FROM 1 BY 1 UNTIL TNX > 3.
997551 2660-EXIT.
997552     EXIT.
997553
997554*--------------------------------------------------------------
997555* ONE TENDER OF ONE DRAWER. OVER/SHORT IS THE COUNT LESS WHAT
997556* THE DRAWER SHOULD HOLD (POSITIVE OVER, NEGATIVE SHORT); ON A
997557* COUNTED DRAWER, ONE BEYOND THE "drawertol" TOLERANCE RAISES
997558* AN EXCEPTION NAMING THE CASHIER.
997559*--------------------------------------------------------------
997560 2670-CLOSE-OUT-TENDER.
997561     COMPUTE DRW-NET = DRW-T-BILLED(DWX, TNX)
997562         - DRW-T-ADJUSTED(DWX, TNX).
997563     COMPUTE DRW-OVER-SHORT = DRW-T-COUNT(DWX, TNX) - DRW-NET.
997564     MOVE DRW-T-BILLED(DWX, TNX) TO DRW-BILLED-DISP.
997565     MOVE DRW-T-ADJUSTED(DWX, TNX) TO DRW-ADJ-DISP.
997566     MOVE DRW-T-COUNT(DWX, TNX) TO DRW-COUNT-DISP.
997567     MOVE DRW-OVER-SHORT TO DRW-SIGNED-DISP.
997568     MOVE SPACES TO RPT-LINE.
997569     STRING RUN-DATE, "   ", TENDER-NAME(TNX),
997570         " BILLED ", DRW-BILLED-DISP,
997571         " VOID/REFUND ", DRW-ADJ-DISP,
997572         " COUNTED ", DRW-COUNT-DISP,
997573         " OVER/SHORT ", DRW-SIGNED-DISP
997574         DELIMITED BY SIZE INTO RPT-LINE.
997575     PERFORM 0700-WRITE-REPORT.
997576     IF DRW-OVER-SHORT < 0 THEN
997577         COMPUTE DRW-OVER-ABS = 0 - DRW-OVER-SHORT
997578         MOVE "SHORT" TO DRW-OVER-WORD
997579     ELSE
997580         MOVE DRW-OVER-SHORT TO DRW-OVER-ABS
997581         MOVE "OVER" TO DRW-OVER-WORD
997582     END-IF.
997583     IF DRW-T-COUNTED(DWX) = "Y"
997584             AND DRW-OVER-ABS > DRAWER-TOLERANCE THEN
997585         MOVE DRW-OVER-ABS TO DRW-COUNT-DISP
997586         MOVE RUN-DATE TO EXCPT-RUN-DATE
997587         MOVE "PARKING" TO EXCPT-PROGRAM
997588         MOVE "DRWR" TO EXCPT-CODE
997589         MOVE 2 TO EXCPT-SEVERITY
997590         STRING "DRAWER ", DRW-OVER-WORD, " ", DRW-COUNT-DISP,
997591             " ", TENDER-NAME(TNX), " CASHIER ", CLOSE-CASHIER,
997592             " SHIFT ", DRW-T-SHIFT(DWX)
997593             DELIMITED BY SIZE INTO EXCPT-TEXT
997594         CALL "EXCPTRPT" USING EXCEPTION-RECORD
997595     END-IF.
997596 2670-EXIT.
997597     EXIT.
997646
997647*--------------------------------------------------------------
997648* WRITE THE CARD RECEIPTS EXTRACT -- ONE "D" RECORD PER TICKET
997649* PAID AT THE BOOTH BY CARD, AT WHAT IT WAS BILLED WITH TAX LESS
997650* ANY VOID OR REFUND AGAINST IT (THE PROCESSOR SETTLES THE NET),
997651* AND A "T" TOTAL RECORD. A TICKET VOIDED OR REFUNDED IN FULL
997652* SETTLES NOTHING AND IS LEFT OFF. AN EXTRACT THAT WILL NOT OPEN
998100* A DECLINED CARD SETTLED NOTHING AND IS LEFT OFF AS WELL.
997653* LEAVES THE CARD RECONCILIATION NOTHING TO MATCH -- SAY SO.
997654*--------------------------------------------------------------
997655 2700-WRITE-CARD-RECEIPTS.
997656     OPEN OUTPUT CARDRCPT-FILE.
997657     IF CARDRCPT-OK THEN
997658         PERFORM 2710-WRITE-ONE-RECEIPT
997659             VARYING V FROM 1 BY 1 UNTIL V > NUM-VEHICLES
997660         MOVE SPACES TO CARDRCPT-RECORD
997661         MOVE RUN-DATE TO CRC-RUN-DATE
997662         MOVE "T" TO CRC-RECORD-TYPE
997663         MOVE GARAGE-ID TO CRC-GARAGE
997664         MOVE CARD-COUNT TO CRC-COUNT
997665         MOVE CARD-TOTAL TO CRC-TOTAL-AMOUNT
997666         WRITE CARDRCPT-RECORD
997667         CLOSE CARDRCPT-FILE
997668     ELSE
997669         MOVE RUN-DATE TO EXCPT-RUN-DATE
997670         MOVE "PARKING" TO EXCPT-PROGRAM
997671         MOVE "CRDX" TO EXCPT-CODE
997672         MOVE 2 TO EXCPT-SEVERITY
997673         MOVE SPACES TO EXCPT-TEXT
997674         STRING "CARDRCPT-OPEN-FAILED STATUS ", CARDRCPT-STATUS
997675             DELIMITED BY SIZE INTO EXCPT-TEXT
997676         CALL "EXCPTRPT" USING EXCEPTION-RECORD
997677     END-IF.
997678 2700-EXIT.
997679     EXIT.
997680
997681 2710-WRITE-ONE-RECEIPT.
998101     IF VEH-ACCOUNT(V) = SPACES AND VEH-TENDER(V) = 2
998102             AND VEH-DEBT-REASON(V) = SPACE THEN
997682         COMPUTE CARD-NET = VEH-BILLED(V) + VEH-TAX(V)
997683         PERFORM VARYING AJX FROM 1 BY 1 UNTIL AJX > ADJ-COUNT
997684             IF ADJ-T-TICKET(AJX) = V
997685                     AND (ADJ-T-TYPE(AJX) = "V"
997686                         OR ADJ-T-TYPE(AJX) = "R") THEN
997687                 SUBTRACT ADJ-T-AMOUNT(AJX) FROM CARD-NET
997688             END-IF
997689         END-PERFORM
997690         IF CARD-NET > 0 THEN
997691             MOVE SPACES TO CARDRCPT-RECORD
997692             MOVE RUN-DATE TO CRC-RUN-DATE
997693             MOVE "D" TO CRC-RECORD-TYPE
997694             MOVE GARAGE-ID TO CRC-GARAGE
997695             MOVE VEH-PAID-DATE(V) TO CRC-PAID-DATE
997696             MOVE V TO CRC-TICKET
997697             MOVE VEH-PLATE(V) TO CRC-PLATE
997698             MOVE CARD-NET TO CRC-AMOUNT
997699             WRITE CARDRCPT-RECORD
997700             ADD 1 TO CARD-COUNT
997701             ADD CARD-NET TO CARD-TOTAL
997702         END-IF
997703     END-IF.
997704 2710-EXIT.
997705     EXIT.
998103
998104*--------------------------------------------------------------
998105* A PLATE ON TONIGHT'S LOG THAT STILL OWES ON THE DEBT MASTER --
998106* TOTAL ITS OPEN ITEMS FOR THE RECEIPT AND TELL THE BOOTH, BY AN
998107* EXCEPTION NAMING THE BOOTH AND CASHIER WHO SAW IT THROUGH. A
998108* TICKET WITH NO PLATE CANNOT BE CHECKED.
998109*--------------------------------------------------------------
998110 2720-CHECK-SCOFFLAW.
998111     MOVE 0 TO VEH-OWED(V).
998112     MOVE 0 TO VEH-OWED-ITEMS(V).
998113     IF DEBT-LOADED AND VEH-PLATE(V) NOT = SPACES THEN
998114         PERFORM 2725-TOTAL-ONE-ITEM
998115             VARYING DBX FROM 1 BY 1 UNTIL DBX > DBT-COUNT
998116     END-IF.
998117     IF VEH-OWED-ITEMS(V) > 0 THEN
998118         ADD 1 TO SCOFF-COUNT
998119         MOVE V TO V-DISP
998120         MOVE VEH-OWED(V) TO RESULT
998121         MOVE RUN-DATE TO EXCPT-RUN-DATE
998122         MOVE "PARKING" TO EXCPT-PROGRAM
998123         MOVE "SCOF" TO EXCPT-CODE
998124         MOVE 1 TO EXCPT-SEVERITY
998125         MOVE SPACES TO EXCPT-TEXT
998126         STRING "PLATE ", VEH-PLATE(V), " OWES", RESULT,
998127             " TICKET ", V-DISP, " BOOTH ", VEH-BOOTH(V),
998128             " CASHIER ", VEH-CASHIER(V)
998129             DELIMITED BY SIZE INTO EXCPT-TEXT
998130         CALL "EXCPTRPT" USING EXCEPTION-RECORD
998131     END-IF.
998132 2720-EXIT.
998133     EXIT.
998134
998135 2725-TOTAL-ONE-ITEM.
998136     IF DBT-T-PLATE(DBX) = VEH-PLATE(V) AND DBT-T-OPEN(DBX) THEN
998137         COMPUTE VEH-OWED(V) = VEH-OWED(V)
998138             + DBT-T-AMOUNT(DBX) - DBT-T-PAID(DBX)
998139         ADD 1 TO VEH-OWED-ITEMS(V)
998140     END-IF.
998141 2725-EXIT.
998142     EXIT.
998143
998144*--------------------------------------------------------------
998145* A TICKET THAT LEFT OWING GOES ONTO THE DEBT MASTER FOR WHAT IT
998146* WAS BILLED WITH TAX, LESS ANY VOID OR REFUND AGAINST IT. ONE
998147* WITH NO PLATE CANNOT BE COLLECTED AND IS REPORTED INSTEAD.
998148*--------------------------------------------------------------
998149 2750-POST-UNPAID-TICKET.
998150     MOVE 0 TO VEH-DEBT-AMOUNT(V).
998151     IF VEH-DEBT-REASON(V) NOT = SPACE THEN
998152         COMPUTE DEBT-NET = VEH-BILLED(V) + VEH-TAX(V)
998153         PERFORM VARYING AJX FROM 1 BY 1 UNTIL AJX > ADJ-COUNT
998154             IF ADJ-T-TICKET(AJX) = V
998155                     AND (ADJ-T-TYPE(AJX) = "V"
998156                         OR ADJ-T-TYPE(AJX) = "R") THEN
998157                 SUBTRACT ADJ-T-AMOUNT(AJX) FROM DEBT-NET
998158             END-IF
998159         END-PERFORM
998160         IF DEBT-NET > 0 THEN
998161             MOVE DEBT-NET TO VEH-DEBT-AMOUNT(V)
998162             IF DEBT-LOADED THEN
998163                 PERFORM 2760-ADD-DEBT-ITEM
998164             END-IF
998165         END-IF
998166     END-IF.
998167 2750-EXIT.
998168     EXIT.
998169
998170 2760-ADD-DEBT-ITEM.
998171     MOVE V TO V-DISP.
998172     IF VEH-PLATE(V) = SPACES THEN
998173         MOVE RUN-DATE TO EXCPT-RUN-DATE
998174         MOVE "PARKING" TO EXCPT-PROGRAM
998175         MOVE "DEBT" TO EXCPT-CODE
998176         MOVE 1 TO EXCPT-SEVERITY
998177         MOVE SPACES TO EXCPT-TEXT
998178         STRING "UNPAID TICKET ", V-DISP,
998179             " HAS NO PLATE -- NOT ON DEBT MASTER"
998180             DELIMITED BY SIZE INTO EXCPT-TEXT
998181         CALL "EXCPTRPT" USING EXCEPTION-RECORD
998182     ELSE
998183     IF DBT-COUNT < 500 THEN
998184         ADD 1 TO DBT-COUNT
998185         MOVE SPACES TO DEBT-ENTRY(DBT-COUNT)
998186         MOVE VEH-PLATE(V) TO DBT-T-PLATE(DBT-COUNT)
998187         MOVE VEH-PAID-DATE(V) TO DBT-T-DATE(DBT-COUNT)
998188         MOVE GARAGE-ID TO DBT-T-GARAGE(DBT-COUNT)
998189         MOVE V TO DBT-T-TICKET(DBT-COUNT)
998190         MOVE VEH-DEBT-REASON(V) TO DBT-T-REASON(DBT-COUNT)
998191         MOVE DEBT-NET TO DBT-T-AMOUNT(DBT-COUNT)
998192         MOVE 0 TO DBT-T-PAID(DBT-COUNT)
998193         SET DBT-T-OPEN(DBT-COUNT) TO TRUE
998194         MOVE 0 TO DBT-T-CLEARED-DATE(DBT-COUNT)
998195         MOVE 0 TO DBT-T-PAY-RUN-DATE(DBT-COUNT)
998196         MOVE 0 TO DBT-T-PAY-RUN-AMOUNT(DBT-COUNT)
998197         MOVE RUN-DATE TO DBT-T-RUN-DATE(DBT-COUNT)
998198         ADD 1 TO UNPAID-COUNT
998199         ADD DEBT-NET TO UNPAID-TOTAL
998200     ELSE
998201         MOVE RUN-DATE TO EXCPT-RUN-DATE
998202         MOVE "PARKING" TO EXCPT-PROGRAM
998203         MOVE "DEBT" TO EXCPT-CODE
998204         MOVE 2 TO EXCPT-SEVERITY
998205         MOVE SPACES TO EXCPT-TEXT
998206         STRING "DEBT-TABLE-FULL PLATE ", VEH-PLATE(V),
998207             " TICKET ", V-DISP, " NOT ON DEBT MASTER"
998208             DELIMITED BY SIZE INTO EXCPT-TEXT
998209         CALL "EXCPTRPT" USING EXCEPTION-RECORD
998210     END-IF
998211     END-IF.
998212 2760-EXIT.
998213     EXIT.
998214
998215*--------------------------------------------------------------
998216* WRITE THE DEBT MASTER BACK WHOLE, OPEN AND CLEARED ITEMS
998217* ALIKE, IN THE ORDER THEY WERE ADDED. A MASTER THAT WILL NOT
998218* OPEN FOR OUTPUT MISSES TONIGHT'S ITEMS AND PAYMENTS -- SAY SO.
998219*--------------------------------------------------------------
998220 2790-WRITE-DEBT-MASTER.
998221     OPEN OUTPUT DEBTMAST-FILE.
998222     IF DEBTMAST-OK THEN
998223         PERFORM 2795-WRITE-ONE-DEBT
998224             VARYING DBX FROM 1 BY 1 UNTIL DBX > DBT-COUNT
998225         CLOSE DEBTMAST-FILE
998226     ELSE
998227         MOVE RUN-DATE TO EXCPT-RUN-DATE
998228         MOVE "PARKING" TO EXCPT-PROGRAM
998229         MOVE "DEBT" TO EXCPT-CODE
998230         MOVE 2 TO EXCPT-SEVERITY
998231         MOVE SPACES TO EXCPT-TEXT
998232         STRING "DEBT-MASTER-OUTPUT-OPEN-FAILED STATUS ",
998233             DEBTMAST-STATUS, " TONIGHT NOT RECORDED"
998234             DELIMITED BY SIZE INTO EXCPT-TEXT
998235         CALL "EXCPTRPT" USING EXCEPTION-RECORD
998236     END-IF.
998237 2790-EXIT.
998238     EXIT.
998239
998240 2795-WRITE-ONE-DEBT.
998241     WRITE DEBT-RECORD FROM DEBT-ENTRY(DBX).
998242 2795-EXIT.
998243     EXIT.
985226
985231*--------------------------------------------------------------
985232* MATCH AN ARRIVING PLATE TO ITS RESERVATION FOR THE DAY. A
013571         END-IF
013572         END-IF
013573         PERFORM 0700-WRITE-REPORT
997116         IF VEH-TAX(V) > 0 THEN
997117             MOVE VEH-TAX(V) TO RESULT
997118             MOVE SPACES TO RPT-LINE
997119             STRING RUN-DATE, " VEHICLE ", V-DISP,
997120                 " PARKING TAX ", RESULT
997121                 DELIMITED BY SIZE INTO RPT-LINE
997122             PERFORM 0700-WRITE-REPORT
997123         END-IF
997124         IF VEH-TAX-EXEMPT(V) = "Y" THEN
997125             MOVE SPACES TO RPT-LINE
997126             STRING RUN-DATE, " VEHICLE ", V-DISP, " TAX EXEMPT"
997127                 DELIMITED BY SIZE INTO RPT-LINE
997128             PERFORM 0700-WRITE-REPORT
997129         END-IF
985461         IF VEH-RESERVED(V) = "Y" THEN
985462             MOVE SPACES TO RPT-LINE
985463             STRING RUN-DATE, " VEHICLE ", V-DISP,
988145                 DELIMITED BY SIZE INTO RPT-LINE
988146             PERFORM 0700-WRITE-REPORT
988147         END-IF
988247         IF VEH-CASHIER(V) NOT = SPACES THEN
988347             MOVE SPACES TO RPT-LINE
988447             STRING RUN-DATE, " VEHICLE ", V-DISP,
988547                 " CASHIER ", VEH-CASHIER(V), " BOOTH ",
988647                 VEH-BOOTH(V), " SHIFT ", VEH-SHIFT(V),
988747                 " TENDER ", TENDER-NAME(VEH-TENDER(V))
988847                 DELIMITED BY SIZE INTO RPT-LINE
988947             PERFORM 0700-WRITE-REPORT
989047         END-IF
989147         IF VEH-DEBT-AMOUNT(V) > 0 THEN
989247             IF VEH-DEBT-REASON(V) = "U" THEN
989347                 MOVE "UNPAID EXIT" TO DEBT-REASON-NAME
989447             ELSE
989547                 MOVE "CARD DECLINED" TO DEBT-REASON-NAME
989647             END-IF
989747             MOVE VEH-DEBT-AMOUNT(V) TO RESULT
989847             MOVE SPACES TO RPT-LINE
989947             STRING RUN-DATE, " VEHICLE ", V-DISP, " ",
990047                 DEBT-REASON-NAME, " OWED ", RESULT,
990147                 " PLATE ", VEH-PLATE(V)
990247                 DELIMITED BY SIZE INTO RPT-LINE
990347             PERFORM 0700-WRITE-REPORT
990447         END-IF
990547         IF VEH-OWED-ITEMS(V) > 0 THEN
990647             MOVE VEH-OWED(V) TO RESULT
990747             MOVE VEH-OWED-ITEMS(V) TO ITEMS-DISP
990847             MOVE SPACES TO RPT-LINE
990947             STRING RUN-DATE, " VEHICLE ", V-DISP,
991047                 " OUTSTANDING BALANCE ", RESULT, " ITEMS ",
991147                 ITEMS-DISP
991247                 DELIMITED BY SIZE INTO RPT-LINE
991347             PERFORM 0700-WRITE-REPORT
991447         END-IF
987941         PERFORM VARYING AJX FROM 1 BY 1 UNTIL AJX > ADJ-COUNT
987942             IF ADJ-T-TICKET(AJX) = V THEN
987943                 MOVE ADJ-T-AMOUNT(AJX) TO RESULT
996714* HEADER) IS A RE-DELIVERED OLD FILE UNTIL PROVEN OTHERWISE,
996715* AND RAISES A CRITICAL EXCEPTION SO THE COND CHAIN STOPS THE
996716* STREAM BEFORE A RECORD POSTS.
996804* ON THE FIRST BUSINESS DAY AFTER A WEEKEND OR HOLIDAY THE FEED
996805* CUT ON THE LAST BUSINESS DAY BEFORE IT IS CURRENT TOO.
996717*--------------------------------------------------------------
996718 0150-VERIFY-FEED-DATE.
996719     ACCEPT INPUT-LINE.
996728     END-IF.
996729     IF BUSDATE-X IS NUMERIC THEN
996731         MOVE BUSDATE-X TO BUSDATE
996732         IF BUSDATE NOT = RUN-DATE
996806                 AND BUSDATE NOT = PDAT-REOPEN-FEED-DATE THEN
996733             MOVE RUN-DATE TO EXCPT-RUN-DATE
996734             MOVE "PARKING" TO EXCPT-PROGRAM
996735             MOVE "STAL" TO EXCPT-CODE
