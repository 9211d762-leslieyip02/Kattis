997305*                    CRITICAL EXCEPTION PROTECTS THIS STEP'S
997306*                    OWN DATASETS FROM DOUBLE-POSTING, NOT
997307*                    JUST THE STEPS BEHIND IT.
997701*   2026-09-16  RH   BUY AND SELL LINES NOW TAKE A TRAILING
997702*                    "fee" TOKEN CARRYING THE BROKER'S
997703*                    COMMISSION AND, OPTIONALLY, THE EXCHANGE/
997704*                    REGULATORY FEE. A BUY'S FEES ARE
997705*                    CAPITALIZED INTO THE OPENED LOT'S PER-SHARE
997706*                    COST, A SELL'S FEES ARE NETTED OUT OF THE
997707*                    PROCEEDS BEFORE GAIN OR LOSS IS FIGURED, AND
997708*                    THE CASH ACCOUNT IS CHARGED FOR BOTH. THE
997709*                    JOURNAL CARRIES A "FEE" DETAIL LINE UNDER
997710*                    THE TRADE, AND THE CLOSING POSITIONS REPORT
997711*                    AND GL EXTRACT CARRY EACH ACCOUNT'S FEE
997712*                    TOTAL (AN "F" RECORD) FOR COMMISSION
997713*                    EXPENSE.
997901*   2026-09-30  RH   ADDED "short" AND "cover" TRANSACTIONS FOR
997902*                    THE ACCOUNTS ALLOWED TO SELL SHORT. A SHORT
997903*                    OPENS A SHORT LOT (SHARES, OPEN DATE, AND
997904*                    PER-SHARE PROCEEDS NET OF FEES) AND CREDITS
997905*                    CASH; A COVER RELIEVES SHORT LOTS FIFO,
997906*                    DEBITS CASH, AND REALIZES THE GAIN OR LOSS
997907*                    (A LOSS CARRIES FORWARD LIKE A SELL LOSS).
997908*                    ONLY AN ACCOUNT FLAGGED BY "account CODE
997909*                    short" MAY SHORT -- "account CODE noshort"
997910*                    REVOKES IT -- AND THE FLAG RIDES ON THE
997911*                    ACCOUNT'S "C" MASTER RECORD. SHORT POSITIONS
997912*                    ARE CARRIED ON THE MASTER AS "S" SUMMARY AND
997913*                    "O" LOT RECORDS, PRINTED AND MARKED TO MARKET
997914*                    SEPARATELY FROM LONGS (UNREALIZED GAIN IS
997915*                    PROCEEDS LESS MARKET VALUE), AND FOLLOW
997916*                    SPLITS, MERGERS, AND SPINOFFS. COVER GAINS
997917*                    PRINT ON THE GAINS SCHEDULE AND GO TO THE GL
997918*                    EXTRACT AS "S" RECORDS.
998501*   2026-10-15  RH   ADDED "cancel" AND "correct" LINES FOR TRADES
998502*                    MIS-KEYED ON AN EARLIER NIGHT. EVERY BUY,
998503*                    SELL, SHORT, AND COVER IS NOW KEPT ON A KEYED
998504*                    TRADE-HISTORY DATASET (TRDHIST) UNDER ITS RUN
998505*                    DATE AND JOURNAL SEQUENCE -- THE TRADE LINE'S
998506*                    RECORD NUMBER IN THAT NIGHT'S JOURNAL -- WITH
998507*                    THE LOTS IT RELIEVED AND WHAT IT DID TO CASH,
998508*                    FEES, AND THE LOSS CARRYFORWARD. "cancel
998509*                    RUNDATE SEQ" REVERSES EXACTLY THAT (A SOLD
998510*                    LOT GOES BACK AT ITS ORIGINAL COST AND OPEN
998511*                    DATE, A BOUGHT LOT COMES OFF); "correct
998512*                    RUNDATE SEQ" FOLLOWED BY THE RIGHT TRADE LINE
998513*                    CANCELS AND RE-BOOKS IN ONE STEP. THE JOURNAL
998514*                    CARRIES AN "ORIG" LINE RESTATING THE ORIGINAL
998515*                    AND A "cancel" LINE WITH THE POST-REVERSAL
998516*                    POSITION. A CANCEL WHOSE LOT HAS BEEN SOLD
998517*                    FROM SINCE (OR RESHAPED BY A CORPORATE
998518*                    ACTION) IS REFUSED WITH A SERIOUS EXCEPTION.
998519*                    ACCOUNT FEE TOTALS ARE NOW SIGNED SO A
998520*                    CANCELLED TRADE'S FEES CAN COME BACK OUT.
998701*   2026-10-15  RH   ACCOUNTS ARE NOW VALIDATED AGAINST A KEYED
998702*                    ACCOUNT MASTER (ACCTMAST) CARRYING THE CLIENT
998703*                    NAME, TAX STATUS, AND OPEN/CLOSED FLAG. A
998704*                    TRANSACTION LINE UNDER AN ACCOUNT THE MASTER
998705*                    DOES NOT CARRY, OR CARRIES AS CLOSED, IS
998706*                    REJECTED THROUGH EXCPTRPT INSTEAD OF QUIETLY
998707*                    OPENING A NEW ACCOUNT. A DIE EVENT WITHHOLDS
998708*                    NOTHING IN A TAX-DEFERRED OR EXEMPT ACCOUNT
998709*                    (THE GAIN IS STILL SCHEDULED), AND THE
998710*                    CLOSING POSITIONS AND GAINS REPORTS PRINT
998711*                    THE CLIENT NAME AND TAX STATUS.
999001*   2026-10-15  RH   EACH ACCOUNT NOW CARRIES A LOT-RELIEF
999002*                    METHOD ON THE ACCOUNT MASTER -- FIFO (THE
999003*                    DEFAULT), LIFO, OR HIGHEST COST FIRST -- AND
999004*                    A SELL LINE MAY NAME THE LOTS TO RELIEVE
999005*                    WITH A "lots" TOKEN AHEAD OF ANY "fee". A
999006*                    NAMED LOT THAT DOES NOT EXIST, OR NAMED LOTS
999007*                    TOO SMALL FOR THE SELL, REJECT THE LINE TO
999008*                    EXCPTRPT. THE JOURNAL'S LOT DETAIL SHOWS THE
999009*                    METHOD USED, THE POSITIONS REPORT LISTS EACH
999010*                    OPEN LOT BY NUMBER, AND A CANCELLED SELL'S
999011*                    LOTS GO BACK IN OPEN-DATE ORDER.
999201*   2026-10-15  RH   EACH JOURNAL LOT LINE A SELL, COVER, OR
999202*                    DEEMED DISPOSITION WRITES NOW ENDS WITH THE
999203*                    DATE THE LOT WAS DISPOSED OF, AND AN
999204*                    UNLOTTED LINE CARRIES THE AVERAGE COST (OR
999205*                    PROCEEDS) IT WAS RELIEVED AT, SO THE
999206*                    YEAR-END DISPOSAL STATEMENT CAN BE BUILT
999207*                    FROM THE ARCHIVED JOURNAL ALONE.
999301*   2026-10-15  RH   EACH NIGHT EVERY ACCOUNT'S CLOSING VALUATION
999302*                    -- MARKET VALUE OF ITS POSITIONS (LONG LESS
999303*                    SHORT), CASH, AND THE NIGHT'S NET DEPOSITS
999304*                    AND WITHDRAWALS -- IS APPENDED TO THE
999305*                    VALUATION HISTORY DATASET VALHIST (LAYOUT
999306*                    VALHREC) FOR THE TIME-WEIGHTED RETURN REPORT.
999401*   2026-10-15  RH   A TRADE OR DIVIDEND LINE FED WITH NO
999402*                    CURRENCY NOW TAKES ITS SECURITY'S TRADING
999403*                    CURRENCY FROM THE SHARED SECURITY MASTER
999404*                    (SECMAST, LAYOUT SECMREC); A BASE-CURRENCY
999405*                    SECURITY, OR ONE NOT ON THE MASTER, POSTS
999406*                    AT 1.000000 AS BEFORE.
999501*   2026-10-15  RH   THE BUSDATE CHECK ALSO ACCEPTS THE LAST
999502*                    BUSINESS DAY'S FEED ON THE FIRST BUSINESS
999503*                    DAY AFTER A WEEKEND OR EXCHANGE HOLIDAY.
001386*--------------------------------------------------------------
001340
001350 ENVIRONMENT DIVISION.
001401         FILE STATUS IS CHKPT-STATUS.
001402     SELECT CORPACT-FILE ASSIGN TO CORPACT
001403         FILE STATUS IS CORPACT-STATUS.
998521     SELECT TRDHIST-FILE ASSIGN TO TRDHIST
998522         ORGANIZATION IS INDEXED
998523         ACCESS MODE IS DYNAMIC
998524         RECORD KEY IS TRH-KEY
998525         FILE STATUS IS TRDHIST-STATUS.
998712     SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
998713         ORGANIZATION IS INDEXED
998714         ACCESS MODE IS RANDOM
998715         RECORD KEY IS ACM-ACCOUNT
998716         FILE STATUS IS ACCTMAST-STATUS.
999307     SELECT VALHIST-FILE ASSIGN TO VALHIST
999308         FILE STATUS IS VALHIST-STATUS.
999407     SELECT SECMAST-FILE ASSIGN TO SECMAST
999408         ORGANIZATION IS INDEXED
999409         ACCESS MODE IS RANDOM
999410         RECORD KEY IS SEC-TICKER
999411         FILE STATUS IS SECMAST-STATUS.
001400
001500 DATA DIVISION.
001410 FILE SECTION.
001426* GENERAL-LEDGER REALIZED-GAINS EXTRACT -- ONE "D" DETAIL
001427* RECORD PER ACCOUNT-PLUS-TICKER WITH DIE ACTIVITY THIS RUN,
001428* THEN ONE "T" TOTAL RECORD CARRYING THE FIRM-WIDE FIGURES.
997714* ONE "F" RECORD PER ACCOUNT THAT PAID COMMISSION OR FEES THIS
997715* RUN SITS AHEAD OF THE TOTAL RECORD.
997919* ONE "S" RECORD PER ACCOUNT-PLUS-TICKER THAT COVERED A SHORT
997920* THIS RUN CARRIES THE REALIZED COVER GAIN/LOSS IN GLX-ST-GROSS
997921* (NO TAX, NO OFFSET); THE "T" TOTALS ARE THE "D" RECORDS' ONLY.
001429*--------------------------------------------------------------
001431 FD  GLEXTR-FILE.
001432 01  GLEXTR-RECORD.
001439     05  GLX-LT-GROSS         PIC S9(16)V9(8).
001441     05  GLX-LT-TAX           PIC 9(16)V9(8).
001442     05  GLX-OFFSET           PIC 9(16)V9(8).
997716*--------------------------------------------------------------
997717* COMMISSION AND FEES -- ZERO ON "D" RECORDS, THE ACCOUNT'S FEE
997718* TOTAL ON ITS "F" RECORD, THE FIRM'S ON THE "T" RECORD.
998526* SIGNED -- A NIGHT WHOSE CANCELS BACK OUT MORE FEES THAN ITS
998527* TRADES PAID CARRIES A NEGATIVE FIGURE.
997719*--------------------------------------------------------------
997720     05  GLX-FEES             PIC S9(16)V9(8).
001443 FD  CHKPT-FILE.
001444 01  CHKPT-RECORD             PIC X(50).
001445*--------------------------------------------------------------
001457     05  CAC-FACTOR           PIC 9(16).
001458     05  CAC-CHILD            PIC X(10).
001459     05  CAC-RATIO            PIC 9V9(6).
998528*--------------------------------------------------------------
998529* TRADE HISTORY -- AN INDEXED DATASET KEYED BY RUN DATE, JOURNAL
998530* SEQUENCE, RECORD TYPE, AND DETAIL SEQUENCE. ONE "H" RECORD PER
998531* BUY, SELL, SHORT, OR COVER CARRIES THE TRADE AS BOOKED AND WHAT
998532* IT DID TO THE POSITION (SHARE, VALUE, CASH, LOSS-CARRYFORWARD,
998533* AND COVER G/L DELTAS, AND THE LAST-LOSS FIELDS BEFORE IT); ONE
998534* "R" RECORD PER LOT A SELL OR COVER RELIEVED FOLLOWS IT. A
998535* CANCEL READS THEM BACK TO REVERSE THE TRADE AND MARKS THE "H"
998536* RECORD CANCELLED SO IT CANNOT BE REVERSED TWICE.
998537*--------------------------------------------------------------
998538 FD  TRDHIST-FILE.
998539 01  TRDHIST-RECORD.
998540     05  TRH-KEY.
998541         10  TRH-RUN-DATE     PIC 9(8).
998542         10  TRH-JRNL-SEQ     PIC 9(7).
998543         10  TRH-RECORD-TYPE  PIC X(1).
998544         10  TRH-DETAIL-SEQ   PIC 9(3).
998545     05  TRH-DATA.
998546         10  TRH-ACCOUNT      PIC X(8).
998547         10  TRH-TICKER       PIC X(10).
998548         10  TRH-OPTION       PIC X(8).
998549         10  TRH-SHARES       PIC 9(16).
998550         10  TRH-PRICE        PIC 9(16)V9(8).
998551         10  TRH-FEE          PIC 9(16)V9(8).
998552         10  TRH-TRADE-DATE   PIC 9(8).
998553         10  TRH-LOT-COST     PIC 9(16)V9(8).
998554         10  TRH-SHARE-DELTA  PIC S9(16).
998555         10  TRH-VALUE-DELTA  PIC S9(16)V9(8).
998556         10  TRH-CASH-DELTA   PIC S9(16)V9(8).
998557         10  TRH-LOSS-DELTA   PIC S9(16)V9(8).
998558         10  TRH-GL-DELTA     PIC S9(16)V9(8).
998559         10  TRH-PRIOR-LOSS-DATE PIC 9(8).
998560         10  TRH-PRIOR-LOSS-AMT PIC 9(16)V9(8).
998561         10  TRH-LOTS-RELIEVED PIC 9(3).
998562         10  TRH-STATUS       PIC X(1).
998563             88  TRH-CANCELLED VALUE "X".
998564         10  TRH-CANCEL-DATE  PIC 9(8).
998565     05  TRH-LOT-DATA REDEFINES TRH-DATA.
998566         10  TRH-RLV-SHARES   PIC 9(16).
998567         10  TRH-RLV-COST     PIC 9(16)V9(8).
998568         10  TRH-RLV-DATE     PIC 9(8).
998569         10  FILLER           PIC X(230).
998717*--------------------------------------------------------------
998718* ACCOUNT MASTER -- READ BY KEY THE FIRST TIME A RUN MEETS AN
998719* ACCOUNT CODE. SHARED LAYOUT.
998720*--------------------------------------------------------------
998721 FD  ACCTMAST-FILE.
998722 COPY ACCTMREC.
999309*--------------------------------------------------------------
999310* VALUATION HISTORY -- ONE RECORD PER ACCOUNT PER NIGHT, APPENDED.
999311*--------------------------------------------------------------
999312 FD  VALHIST-FILE.
999313 COPY VALHREC.
999412*--------------------------------------------------------------
999413* SECURITY MASTER -- READ BY TICKER FOR A LINE FED WITHOUT A
999414* CURRENCY. SHARED LAYOUT.
999415*--------------------------------------------------------------
999416 FD  SECMAST-FILE.
999417 COPY SECMREC.
001420*--------------------------------------------------------------
001430* POSITIONS MASTER -- AN INDEXED DATASET KEYED BY ACCOUNT,
001440* TICKER, RECORD TYPE, AND LOT SEQUENCE: ONE "C" CASH RECORD
001456* SEED THE PORTFOLIO TABLE; ONLY THE RECORDS THIS RUN ACTUALLY
001457* TOUCHED ARE REWRITTEN AT END OF RUN, SO AN ABEND MID-SAVE
001458* CANNOT DESTROY POSITIONS THE NIGHT NEVER TRADED.
997922* A SHORT POSITION RIDES ALONGSIDE ITS TICKER'S "T" RECORD AS AN
997923* "S" SUMMARY RECORD (SHARES SHORT, AVERAGE AND TOTAL PROCEEDS IN
997924* THE AVG-COST AND VALUE FIELDS) AND ONE "O" RECORD PER OPEN
997925* SHORT LOT (LOT COST IS PER-SHARE PROCEEDS). A "C" RECORD'S
997926* SHARES FIELD IS 1 WHEN THE ACCOUNT IS APPROVED TO SELL SHORT.
001460*--------------------------------------------------------------
001470 FD  POSMAST-FILE.
001480 01  POSMAST-RECORD.
988109 01  CASH-AMOUNT              PIC 9(16)V9(8).
988111 01  BUY-TOTAL-COST           PIC 9(16)V9(8).
988112
997721*--------------------------------------------------------------
997722* COMMISSION AND EXCHANGE FEES FED ON A BUY/SELL LINE AFTER A
997723* "fee" TOKEN, IN THE LINE'S CURRENCY -- THE COMMISSION, THEN
997724* OPTIONALLY THE EXCHANGE/REGULATORY FEE. JRNL-ORIG-FEE IS THE
997725* AS-FED TOTAL AND TRADE-FEE THE BASE-CURRENCY TOTAL. A BUY
997726* CAPITALIZES THE FEES INTO THE LOT'S PER-SHARE COST
997727* (LOT-OPEN-COST); A SELL NETS THEM OUT OF THE PROCEEDS.
997728*--------------------------------------------------------------
997729 01  FEE-POS                  PIC 9(3) COMP.
997730 01  FEE-COMM-X               PIC X(20).
997731 01  FEE-EXCH-X               PIC X(20).
997732 01  JRNL-ORIG-FEE            PIC 9(16)V9(8).
997733 01  TRADE-FEE                PIC 9(16)V9(8) VALUE 0.
997734 01  LOT-OPEN-COST            PIC 9(16)V9(8).
997735 01  TOTAL-FEES               PIC S9(16)V9(8) VALUE 0.
997927*--------------------------------------------------------------
997928* SHORT SALES -- ACCT-FLAG-X IS THE OPTIONAL THIRD TOKEN OF AN
997929* "account" CONTROL LINE ("short" APPROVES THE ACCOUNT TO SELL
997930* SHORT, "noshort" REVOKES IT). SHORT-AVG IS A SHORT POSITION'S
997931* AVERAGE PROCEEDS PER SHARE, COVER-COST WHAT A COVER PAID
997932* INCLUDING FEES, AND THE TOTALS FEED THE CLOSING POSITIONS
997933* REPORT, MARK-TO-MARKET, AND GAINS SCHEDULE.
997934*--------------------------------------------------------------
997935 01  ACCT-FLAG-X              PIC X(8).
997936 01  SHORT-AVG                PIC 9(16)V9(8).
997937 01  COVER-COST               PIC 9(16)V9(8).
997938 01  COVER-GL                 PIC S9(16)V9(8).
997939 01  UNLOTTED-SHORT           PIC S9(17).
997940 01  ACCT-SUB-SHORT-SHARES    PIC 9(16).
997941 01  ACCT-SUB-SHORT-PROCEEDS  PIC S9(16)V9(8).
997942 01  ACCT-COVER-GL            PIC S9(16)V9(8).
997943 01  TOTAL-SHORT-SHARES       PIC 9(16) VALUE 0.
997944 01  TOTAL-SHORT-PROCEEDS     PIC S9(16)V9(8) VALUE 0.
997945 01  TOTAL-SHORT-MARKET       PIC S9(16)V9(8) VALUE 0.
997946 01  TOTAL-SHORT-UNREAL       PIC S9(16)V9(8) VALUE 0.
997947 01  TOTAL-COVER-GL           PIC S9(16)V9(8) VALUE 0.
998570*--------------------------------------------------------------
998571* TRADE HISTORY FOR CANCEL AND CORRECT. TRADE-JRNL-SEQ IS THE
998572* JOURNAL RECORD NUMBER OF THE TRADE LINE JUST WRITTEN -- THE
998573* SEQUENCE A LATER CANCEL NAMES. THE PRE- FIELDS SNAPSHOT THE
998574* POSITION JUST BEFORE A TRADE POSTS SO ITS EFFECT CAN BE KEPT
998575* AS DELTAS, AND THE RLV TABLE CATCHES THE LOTS A SELL OR COVER
998576* RELIEVES. A "35" ON OPEN MEANS A FIRST NIGHT WITH NO HISTORY.
998577*--------------------------------------------------------------
998578 01  TRDHIST-STATUS           PIC X(2).
998579     88  TRDHIST-OK           VALUE "00".
998580     88  TRDHIST-NOT-FOUND    VALUE "35".
998581 01  TRDHIST-AVAIL-SWITCH     PIC X(1) VALUE "N".
998582     88  TRDHIST-AVAILABLE    VALUE "Y".
998583     88  TRDHIST-UNAVAILABLE  VALUE "N".
998584 01  TRADE-JRNL-SEQ           PIC 9(7) VALUE 0.
998585 01  PRE-SHARES               PIC 9(16).
998586 01  PRE-VALUE                PIC S9(16)V9(8).
998587 01  PRE-CASH                 PIC S9(16)V9(8).
998588 01  PRE-LOSS-CF              PIC 9(16)V9(8).
998589 01  PRE-LOSS-DATE            PIC 9(8).
998590 01  PRE-LOSS-AMT             PIC 9(16)V9(8).
998591 01  PRE-COVER-GL             PIC S9(16)V9(8).
998592 01  RLV-COUNT                PIC 9(3) COMP VALUE 0.
998593 01  RLX                      PIC 9(3) COMP.
998594 01  RLV-TABLE.
998595     05  RLV-ENTRY OCCURS 50 TIMES.
998596         10  RLV-SHARES       PIC 9(16).
998597         10  RLV-COST         PIC 9(16)V9(8).
998598         10  RLV-DATE         PIC 9(8).
998599*--------------------------------------------------------------
998600* ONE CANCEL OR CORRECT LINE -- THE ORIGINAL ENTRY'S RUN DATE AND
998601* JOURNAL SEQUENCE (CXL-REF IS THE PAIR AS THE JOURNAL PRINTS
998602* IT), THE REASON A CANCEL IS REFUSED, AND FOR A CORRECT LINE
998603* THE REPLACEMENT TRADE LEFT IN CORR-LINE FOR THE NORMAL TRADE
998604* BLOCKS TO BOOK. HIST-HOLD KEEPS THE "H" RECORD WHILE ITS "R"
998605* RECORDS ARE READ INTO THE SAME RECORD AREA.
998606*--------------------------------------------------------------
998607 01  CXL-RUN-DATE             PIC 9(8).
998608 01  CXL-SEQ                  PIC 9(7).
998609 01  CXL-REF                  PIC X(16).
998610 01  CXL-OPTION               PIC X(8).
998611 01  CXL-REASON               PIC X(40).
998612 01  CXL-POS                  PIC 9(3) COMP.
998613 01  CXL-HIT-LX               PIC 9(3) COMP.
998614 01  CXL-LOT-COUNT            PIC 9(3) COMP.
998615 01  CXL-LOSS-BACKOUT         PIC S9(16)V9(8).
998616 01  CXL-SAVED-ACCOUNT        PIC X(8).
998617 01  CXL-SWITCH               PIC X(1) VALUE "N".
998618     88  CANCEL-POSTED        VALUE "Y".
998619     88  CANCEL-REFUSED       VALUE "N".
998620 01  CORR-LINE                PIC X(80).
998621 01  CORR-KEYWORD             PIC X(8).
998622 01  HIST-HOLD                PIC X(297).
997736
989101*--------------------------------------------------------------
989102* THE ACCOUNTS SEEN THIS RUN -- THE "account" CONTROL LINE
989103* POINTS CURRENT-ACCOUNT/ACCT-IDX AT A SLOT, AND EVERY
989119         10  ACCT-CASH-SW     PIC X(1).
989121             88  ACCT-CASH-ACTIVE VALUE "Y".
989122         10  ACCT-TOUCHED     PIC 9(1).
997737         10  ACCT-FEES        PIC S9(16)V9(8).
997948         10  ACCT-SHORT-SW    PIC X(1).
997949             88  ACCT-SHORT-OK VALUE "Y".
998723         10  ACCT-CLIENT-NAME PIC X(30).
998724         10  ACCT-TAX-STATUS  PIC X(1).
998725             88  ACCT-TAX-DEFERRED VALUE "D".
998726             88  ACCT-TAX-EXEMPT VALUE "E".
998727         10  ACCT-MASTER-SW   PIC X(1).
998728             88  ACCT-MASTER-OPEN VALUE "O".
999012         10  ACCT-RELIEF-METHOD PIC X(1).
999314         10  ACCT-NET-FLOW    PIC S9(16)V9(8).
998729*--------------------------------------------------------------
998730* ACCOUNT MASTER LOOKUP. CURRENT-ACCT-STATUS IS WHAT 1900 FOUND
998731* FOR CURRENT-ACCOUNT -- OPEN, CLOSED, OR NOT ON THE MASTER; ONLY
998732* AN OPEN ACCOUNT'S TRANSACTION LINES POST. A SLOT IS ADDED ONLY
998733* FOR AN OPEN ACCOUNT, EXCEPT WHILE THE POSITIONS MASTER LOADS
998734* (ACCT-ADD-ANY), WHEN WHATEVER IS ON FILE MUST BE CARRIED. WITH
998735* NO ACCOUNT MASTER EVERY ACCOUNT IS TAKEN AS OPEN AND TAXABLE.
998736*--------------------------------------------------------------
998737 01  ACCTMAST-STATUS          PIC X(2).
998738     88  ACCTMAST-OK          VALUE "00".
999315*--------------------------------------------------------------
999316* VALUATION HISTORY -- OPENED FOR APPEND ONLY ON A VERIFIED FEED.
999317* ACCT-SUB-MARKET IS THE ACCOUNT'S POSITIONS MARKED AT THE CLOSE
999318* (AT COST WHERE NO CLOSE IS LOADED, WHEN ACCT-ALL-PRICED IS OFF).
999319*--------------------------------------------------------------
999320 01  VALHIST-STATUS           PIC X(2).
999321     88  VALHIST-OK           VALUE "00".
999322 01  ACCT-SUB-MARKET          PIC S9(16)V9(8).
999323 01  ACCT-PRICED-SWITCH       PIC X(1).
999324     88  ACCT-ALL-PRICED      VALUE "Y".
999418*--------------------------------------------------------------
999419* SECURITY MASTER -- A LINE WITH NO CURRENCY CODE TAKES ITS
999420* SECURITY'S TRADING CURRENCY; THE BASE CURRENCY NEEDS NO "fx"
999421* RECORD AND STAYS BLANK, AS IT ALWAYS HAS.
999422*--------------------------------------------------------------
999423 01  SECMAST-STATUS           PIC X(2).
999424     88  SECMAST-OK           VALUE "00".
999425 01  SECMAST-AVAIL-SWITCH     PIC X(1) VALUE "N".
999426     88  SECMAST-AVAILABLE    VALUE "Y".
999427 01  BASE-CURRENCY            PIC X(3) VALUE "USD".
998739 01  ACCTMAST-AVAIL-SWITCH    PIC X(1) VALUE "N".
998740     88  ACCTMAST-AVAILABLE   VALUE "Y".
998741 01  CURRENT-ACCT-STATUS      PIC X(1) VALUE "O".
998742     88  CURRENT-ACCT-OPEN    VALUE "O".
998743     88  CURRENT-ACCT-CLOSED  VALUE "C".
998744     88  CURRENT-ACCT-UNKNOWN VALUE "U".
998745 01  ACCT-ADD-SWITCH          PIC X(1) VALUE "N".
998746     88  ACCT-ADD-ANY         VALUE "Y".
998747     88  ACCT-ADD-OPEN-ONLY   VALUE "N".
998748 01  ACM-LOOKUP-NAME          PIC X(30).
998749 01  ACM-LOOKUP-TAX           PIC X(1).
999013 01  ACM-LOOKUP-RELIEF        PIC X(1).
998750 01  ACCT-TAX-WORD            PIC X(8).
998751 01  LINE-KEYWORD             PIC X(8).
989122*--------------------------------------------------------------
989123* PER-ACCOUNT SUBTOTALS FOR THE ACCOUNT-CUT REPORT SECTIONS.
989124*--------------------------------------------------------------
987135         10  PRICE-CLOSE      PIC 9(16)V9(8).
002727
002740*--------------------------------------------------------------
002741* LOT-RELIEF WORK FIELDS -- RELIEF-SHARES IS THE COUNT
002742* STILL TO BE RELIEVED, RELIEF-COST ACCUMULATES THE TOTAL COST
002743* BASIS OF THE LOTS (OR PARTIAL LOTS) CONSUMED.
002744*--------------------------------------------------------------
002746 01  RELIEF-COST              PIC S9(16)V9(8).
002747 01  LOT-TAKE                 PIC 9(16).
002748 01  LX                       PIC 9(3) COMP.
999014*--------------------------------------------------------------
999015* RELIEF METHOD FOR THE LOTS NOW BEING RELIEVED -- THE ACCOUNT'S
999016* OWN METHOD, OR NAMED WHEN THE SELL LINE LISTS ITS LOTS.
999017* RELIEF-LX IS THE LOT THE METHOD PICKED. A "lots" TOKEN'S LOT
999018* NUMBERS ARE HELD IN NAMED-LOT IN THE ORDER GIVEN.
999019*--------------------------------------------------------------
999020 01  RELIEF-METHOD            PIC X(1).
999021     88  RELIEVE-FIFO         VALUE "F".
999022     88  RELIEVE-LIFO         VALUE "L".
999023     88  RELIEVE-HIFO         VALUE "H".
999024     88  RELIEVE-NAMED        VALUE "N".
999025 01  RELIEF-WORD              PIC X(5).
999026 01  RELIEF-LX                PIC 9(3) COMP.
999208 01  RELIEF-DATE              PIC 9(8).
999027 01  NAMED-LOT-COUNT          PIC 9(3) COMP VALUE 0.
999028 01  NAMED-LOT-TABLE.
999029     05  NAMED-LOT            PIC 9(3) OCCURS 40 TIMES.
999030 01  NLX                      PIC 9(3) COMP.
999031 01  NLY                      PIC 9(3) COMP.
999032 01  NAMED-SHARES             PIC 9(16).
999033 01  NAMED-LOT-REASON         PIC X(20).
999034 01  NAMED-LOT-BAD            PIC 9(3).
999035 01  LOT-NUMBER-OUT           PIC 9(3).
999036 01  LOTS-POS                 PIC 9(3) COMP.
999037 01  LOTS-PTR                 PIC 9(3) COMP.
999038 01  LOT-TOKEN                PIC X(8).
002749
002750*--------------------------------------------------------------
002751* WASH-SALE WORK FIELDS. DAY NUMBERS COME FROM INTEGER-OF-DATE
004595*--------------------------------------------------------------
004596         10  TCKR-TOUCHED     PIC 9(1).
004597         10  TCKR-OLD-LOTS    PIC 9(3) COMP.
997950*--------------------------------------------------------------
997951* THE SHORT SIDE OF THE POSITION -- SHARES SOLD SHORT AND NOT
997952* YET COVERED, THE TOTAL PROCEEDS STILL OPEN AGAINST THEM, AND
997953* THE OPEN SHORT LOTS, OLDEST FIRST (SHORT-LOT-PROCEEDS IS PER
997954* SHARE, NET OF THE SHORT'S FEES). OLD-SHORT-LOTS AND COVER-GL
997955* ARE THE SHORT-SIDE COUNTERPARTS OF OLD-LOTS AND THE GAINS
997956* BUCKETS ABOVE.
997957*--------------------------------------------------------------
997958         10  TCKR-SHORT-SHARES PIC 9(16).
997959         10  TCKR-SHORT-PROCEEDS PIC S9(16)V9(8).
997960         10  TCKR-SHORT-LOT-COUNT PIC 9(3) COMP.
997961         10  TCKR-SHORT-LOT OCCURS 20 TIMES.
997962             15  SHORT-LOT-SHARES PIC 9(16).
997963             15  SHORT-LOT-PROCEEDS PIC 9(16)V9(8).
997964             15  SHORT-LOT-OPEN-DATE PIC 9(8).
997965         10  TCKR-OLD-SHORT-LOTS PIC 9(3) COMP.
997966         10  TCKR-COVER-GL    PIC S9(16)V9(8).
004400
004500 PROCEDURE DIVISION.
004600 0000-MAINLINE.
993209             DELIMITED BY SIZE INTO EXCPT-TEXT
993211         CALL "EXCPTRPT" USING EXCEPTION-RECORD
993212     END-IF.
993214     PERFORM 0580-OPEN-ACCOUNT-MASTER.
993216     PERFORM 0585-OPEN-SECURITY-MASTER.
004660     PERFORM 0500-LOAD-POSITIONS.
998623     PERFORM 0570-OPEN-TRADE-HISTORY.
004661     MOVE "MAIN" TO CURRENT-ACCOUNT.
004662     PERFORM 1900-LOOKUP-ACCOUNT.
004665     PERFORM 0550-LOAD-PRICES.
004700         PERFORM 1000-READ-TRANSACTIONS
004705         PERFORM 0900-VERIFY-TRAILER
997406     END-IF.
997407     IF FEED-VERIFIED THEN
997408         PERFORM 0590-OPEN-VALUATION-HISTORY
997409     END-IF.
004710     PERFORM 4000-PRINT-POSITIONS.
004715     PERFORM 4100-PRINT-GAINS-SCHEDULE.
004716     PERFORM 4500-WRITE-GL-EXTRACT.
993221     IF CHKPT-OK THEN
993222         CLOSE CHKPT-FILE
993223     END-IF.
993228     IF TRDHIST-AVAILABLE THEN
993233         CLOSE TRDHIST-FILE
993238     END-IF.
993243     IF ACCTMAST-AVAILABLE THEN
993248         CLOSE ACCTMAST-FILE
993253     END-IF.
993258     IF SECMAST-AVAILABLE THEN
993263         CLOSE SECMAST-FILE
993268     END-IF.
993273     IF VALHIST-OK THEN
993278         CLOSE VALHIST-FILE
993283     END-IF.
982034     IF JOURNAL-OK THEN
982061         MOVE SPACES TO JRNL-LINE
982062         STRING "trailer ", JRNL-WRITE-COUNT, " ",
004897     END-IF.
004900     IF POSMAST-OK THEN
004905         SET POSMAST-AVAILABLE TO TRUE
004907         SET ACCT-ADD-ANY TO TRUE
004910         PERFORM 0600-LOAD-ONE-POSITION UNTIL POSMAST-AT-END
004920         SET ACCT-ADD-OPEN-ONLY TO TRUE
004930     ELSE
004950         MOVE RUN-DATE TO EXCPT-RUN-DATE
004960         MOVE "DEATHANDTAX" TO EXCPT-PROGRAM
005127             IF POS-RECORD-TYPE = "C" THEN
005128                 MOVE POS-VALUE TO ACCT-CASH(ACCT-IDX)
005129                 SET ACCT-CASH-ACTIVE(ACCT-IDX) TO TRUE
997967                 IF POS-SHARES = 1 THEN
997968                     SET ACCT-SHORT-OK(ACCT-IDX) TO TRUE
997969                 END-IF
005131             ELSE
005132             IF POS-RECORD-TYPE = "T" THEN
005133                 MOVE POS-TICKER-ID TO TICKER-IN
005193                 MOVE POS-LAST-LOSS-AMT
005194                     TO TCKR-LAST-LOSS-AMT(TICKER-IDX)
005195             ELSE
997970             IF POS-RECORD-TYPE = "S"
997971                     OR POS-RECORD-TYPE = "O" THEN
997972                 PERFORM 0610-LOAD-ONE-SHORT
997973             ELSE
005196                 MOVE POS-TICKER-ID TO TICKER-IN
005197                 PERFORM 2000-LOOKUP-TICKER
005198                 ADD 1 TO TCKR-LOT-COUNT(TICKER-IDX)
005207                     TO TCKR-OLD-LOTS(TICKER-IDX)
005208             END-IF
005209             END-IF
997974             END-IF
99615D             END-IF
005200     END-READ.
005210 0600-EXIT.
005220     EXIT.
005221
997975*--------------------------------------------------------------
997976* ONE SHORT-SIDE MASTER RECORD -- THE "S" SUMMARY OR AN "O"
997977* SHORT LOT -- ONTO ITS ACCOUNT-PLUS-TICKER ENTRY.
997978*--------------------------------------------------------------
997979 0610-LOAD-ONE-SHORT.
997980     MOVE POS-TICKER-ID TO TICKER-IN.
997981     PERFORM 2000-LOOKUP-TICKER.
997982     IF POS-RECORD-TYPE = "S" THEN
997983         MOVE POS-SHARES TO TCKR-SHORT-SHARES(TICKER-IDX)
997984         MOVE POS-VALUE TO TCKR-SHORT-PROCEEDS(TICKER-IDX)
997985     ELSE
997986         IF TCKR-SHORT-LOT-COUNT(TICKER-IDX) < 20 THEN
997987             ADD 1 TO TCKR-SHORT-LOT-COUNT(TICKER-IDX)
997988             MOVE TCKR-SHORT-LOT-COUNT(TICKER-IDX) TO LX
997989             MOVE POS-LOT-SHARES
997990                 TO SHORT-LOT-SHARES(TICKER-IDX, LX)
997991             MOVE POS-LOT-COST
997992                 TO SHORT-LOT-PROCEEDS(TICKER-IDX, LX)
997993             MOVE POS-LOT-DATE
997994                 TO SHORT-LOT-OPEN-DATE(TICKER-IDX, LX)
997995         END-IF
997996         IF POS-LOT-SEQ > TCKR-OLD-SHORT-LOTS(TICKER-IDX) THEN
997997             MOVE POS-LOT-SEQ TO TCKR-OLD-SHORT-LOTS(TICKER-IDX)
997998         END-IF
997999     END-IF.
998000 0610-EXIT.
998001     EXIT.
996201*--------------------------------------------------------------
996202* ONE APPLIED-ACTION "A" RECORD INTO THE LEDGER -- THE ACTION
996203* CODE RIDES IN THE SHARES FIELD AND THE EFFECTIVE DATE IN THE
987253     END-READ.
987254 0560-EXIT.
987255     EXIT.
998624*--------------------------------------------------------------
998625* OPEN THE KEYED TRADE-HISTORY DATASET I-O FOR THE NIGHT. A
998626* MISSING ONE (FIRST NIGHT) IS CREATED EMPTY; ANY OTHER OPEN
998627* FAILURE IS REPORTED AND THE RUN GOES ON -- TRADES STILL POST,
998628* BUT TONIGHT'S CANCELS ARE REFUSED AND TONIGHT'S TRADES CANNOT
998629* BE CANCELLED LATER.
998630*--------------------------------------------------------------
998631 0570-OPEN-TRADE-HISTORY.
998632     OPEN I-O TRDHIST-FILE.
998633     IF TRDHIST-NOT-FOUND THEN
998634         OPEN OUTPUT TRDHIST-FILE
998635         IF TRDHIST-OK THEN
998636             CLOSE TRDHIST-FILE
998637             OPEN I-O TRDHIST-FILE
998638         END-IF
998639     END-IF.
998640     IF TRDHIST-OK THEN
998641         SET TRDHIST-AVAILABLE TO TRUE
998642     ELSE
998643         MOVE RUN-DATE TO EXCPT-RUN-DATE
998644         MOVE "DEATHANDTAX" TO EXCPT-PROGRAM
998645         MOVE "THST" TO EXCPT-CODE
998646         MOVE 2 TO EXCPT-SEVERITY
998647         MOVE SPACES TO EXCPT-TEXT
998648         STRING "TRADE-HISTORY-OPEN-FAILED STATUS ",
998649             TRDHIST-STATUS, " CANCELS REFUSED TONIGHT"
998650             DELIMITED BY SIZE INTO EXCPT-TEXT
998651         CALL "EXCPTRPT" USING EXCEPTION-RECORD
998652     END-IF.
998653 0570-EXIT.
998654     EXIT.
998752*--------------------------------------------------------------
998753* OPEN THE ACCOUNT MASTER FOR KEYED READS. WITHOUT IT NO ACCOUNT
998754* CAN BE VALIDATED OR ITS TAX STATUS KNOWN -- A CRITICAL
998755* EXCEPTION, AND THE RUN POSTS AS IT ALWAYS DID (EVERY ACCOUNT
998756* OPEN AND TAXABLE) SO THE BOOKS STILL MOVE.
998757*--------------------------------------------------------------
998758 0580-OPEN-ACCOUNT-MASTER.
998759     OPEN INPUT ACCTMAST-FILE.
998760     IF ACCTMAST-OK THEN
998761         SET ACCTMAST-AVAILABLE TO TRUE
998762     ELSE
998763         MOVE RUN-DATE TO EXCPT-RUN-DATE
998764         MOVE "DEATHANDTAX" TO EXCPT-PROGRAM
998765         MOVE "ACCT" TO EXCPT-CODE
998766         MOVE 3 TO EXCPT-SEVERITY
998767         MOVE SPACES TO EXCPT-TEXT
998768         STRING "ACCOUNT-MASTER-OPEN-FAILED STATUS ",
998769             ACCTMAST-STATUS, " ACCOUNTS NOT VALIDATED"
998770             DELIMITED BY SIZE INTO EXCPT-TEXT
998771         CALL "EXCPTRPT" USING EXCEPTION-RECORD
998772     END-IF.
998773 0580-EXIT.
998774     EXIT.
999428
999429*--------------------------------------------------------------
999430* OPEN THE SECURITY MASTER FOR KEYED READS. WITHOUT IT A LINE FED
999431* WITH NO CURRENCY POSTS IN THE BASE CURRENCY AS IT ALWAYS DID --
999432* A WARNING, SINCE A FOREIGN LINE MAY THEN POST UNCONVERTED.
999433*--------------------------------------------------------------
999434 0585-OPEN-SECURITY-MASTER.
999435     OPEN INPUT SECMAST-FILE.
999436     IF SECMAST-OK THEN
999437         SET SECMAST-AVAILABLE TO TRUE
999438     ELSE
999439         MOVE RUN-DATE TO EXCPT-RUN-DATE
999440         MOVE "DEATHANDTAX" TO EXCPT-PROGRAM
999441         MOVE "SECM" TO EXCPT-CODE
999442         MOVE 1 TO EXCPT-SEVERITY
999443         MOVE SPACES TO EXCPT-TEXT
999444         STRING "SECURITY-MASTER-OPEN-FAILED STATUS ",
999445             SECMAST-STATUS, " NO CURRENCY DEFAULTS"
999446             DELIMITED BY SIZE INTO EXCPT-TEXT
999447         CALL "EXCPTRPT" USING EXCEPTION-RECORD
999448     END-IF.
999449 0585-EXIT.
999450     EXIT.
999451
999325*--------------------------------------------------------------
999326* OPEN THE VALUATION HISTORY FOR APPEND. A FAILURE IS REPORTED
999327* AND THE NIGHT'S VALUATIONS ARE NOT KEPT -- THE RETURN REPORT
999328* THEN LINKS ACROSS THE MISSING NIGHT.
999329*--------------------------------------------------------------
999330 0590-OPEN-VALUATION-HISTORY.
999331     OPEN EXTEND VALHIST-FILE.
999332     IF NOT VALHIST-OK THEN
999333         MOVE RUN-DATE TO EXCPT-RUN-DATE
999334         MOVE "DEATHANDTAX" TO EXCPT-PROGRAM
999335         MOVE "VALH" TO EXCPT-CODE
999336         MOVE 2 TO EXCPT-SEVERITY
999337         MOVE SPACES TO EXCPT-TEXT
999338         STRING "VALUATION-HISTORY-OPEN-FAILED STATUS ",
999339             VALHIST-STATUS, " NIGHT NOT RECORDED"
999340             DELIMITED BY SIZE INTO EXCPT-TEXT
999341         CALL "EXCPTRPT" USING EXCEPTION-RECORD
999342     END-IF.
999343 0590-EXIT.
999344     EXIT.
005231
996301*--------------------------------------------------------------
996302* LOAD THE CORPORATE-ACTIONS CALENDAR AND SORT IT BY EFFECTIVE
996488         PERFORM VARYING CAX FROM 1 BY 1
996489                 UNTIL CAX > TICKER-COUNT
996491             IF TCKR-ID(CAX) = CA-TICKER(CPX)
996492                     AND (TCKR-SHARES(CAX) > 0
998002                     OR TCKR-SHORT-SHARES(CAX) > 0) THEN
996493                 PERFORM 0680-POST-TO-ONE-ACCOUNT
996494             END-IF
996495         END-PERFORM
996527     MOVE SPACES TO JRNL-CCY.
996528     MOVE 0 TO JRNL-ORIG-COST.
996529     MOVE SPACES TO JRNL-FLAG.
996530     MOVE 0 TO TRADE-FEE.
996531     IF ACTION-NUM = 1 THEN
996532         MOVE "split" TO OPTION
996533         MOVE CA-FACTOR(CPX) TO NUM-SHARES
005650         MOVE SPACES TO JRNL-CCY
005660         MOVE 0 TO JRNL-ORIG-COST
005670         MOVE 1 TO CURR-FX-RATE
005680         MOVE 0 TO TRADE-FEE
005690         MOVE 0 TO JRNL-ORIG-FEE
005700
005750         MOVE 0 TO COUNTER
005760         INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "rate"
005804         MOVE 0 TO COUNTER
005805         INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "account"
005806         IF COUNTER = 1 THEN
998003             MOVE SPACES TO ACCT-FLAG-X
005807             UNSTRING INPUT-LINE DELIMITED BY SPACE
005808                 INTO OPTION, CURRENT-ACCOUNT, ACCT-FLAG-X
005809             IF CURRENT-ACCOUNT = SPACES THEN
005811                 MOVE "MAIN" TO CURRENT-ACCOUNT
005812             END-IF
005813             PERFORM 1900-LOOKUP-ACCOUNT
998775             IF CURRENT-ACCT-OPEN THEN
998776                 PERFORM 1950-SET-SHORT-FLAG
998777             ELSE
998778                 IF LINES-READ > RESTART-SKIP-COUNT THEN
998779                     PERFORM 1930-REPORT-BARRED-ACCOUNT
998780                 END-IF
998781             END-IF
005814         END-IF
005815
993401*--------------------------------------------------------------
993408             EXIT PERFORM CYCLE
993409         END-IF
993411
998782*--------------------------------------------------------------
998783* A TRANSACTION LINE UNDER AN ACCOUNT THE ACCOUNT MASTER DOES
998784* NOT CARRY, OR CARRIES AS CLOSED, IS REJECTED AND BLANKED SO NO
998785* BLOCK BELOW POSTS IT. A CANCEL NAMES ITS OWN ACCOUNT AND IS
998786* HELD TO THE SAME RULE IN 6100.
998787*--------------------------------------------------------------
998788         IF NOT CURRENT-ACCT-OPEN THEN
998789             PERFORM 1920-REJECT-ACCOUNT-LINE
998790         END-IF
998655*--------------------------------------------------------------
998656* CANCEL AND CORRECT. "cancel RUNDATE SEQ" REVERSES THE TRADE
998657* JOURNALED AS RECORD SEQ OF THAT NIGHT'S JOURNAL. "correct
998658* RUNDATE SEQ" IS FOLLOWED BY A WHOLE BUY/SELL/SHORT/COVER LINE
998659* -- THE ORIGINAL IS CANCELLED AND THE REPLACEMENT LEFT IN
998660* INPUT-LINE FOR THE TRADE BLOCKS BELOW TO BOOK (TO THE ACCOUNT
998661* IN FORCE, LIKE ANY TRADE LINE). A REFUSED CANCEL BLANKS THE
998662* LINE SO THE REPLACEMENT NEVER BOOKS ON TOP OF THE ORIGINAL.
998663* TESTED AS THE LEADING WORD, LIKE short AND cover.
998664*--------------------------------------------------------------
998665         MOVE 0 TO COUNTER
998666         INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "cancel "
998667         IF COUNTER = 1 THEN
998668             MOVE 0 TO CXL-RUN-DATE
998669             MOVE 0 TO CXL-SEQ
998670             UNSTRING INPUT-LINE DELIMITED BY ALL SPACE
998671                 INTO OPTION, CXL-RUN-DATE, CXL-SEQ
998672             PERFORM 6100-CANCEL-TRADE
998673         END-IF
998674
998675         MOVE 0 TO COUNTER
998676         INSPECT INPUT-LINE TALLYING COUNTER
998677             FOR LEADING "correct "
998678         IF COUNTER = 1 THEN
998679             PERFORM 6050-CORRECT-TRADE
998680         END-IF
005800         MOVE 0 TO COUNTER
005900         INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "buy"
006000         IF COUNTER = 1 THEN
006050             PERFORM 2940-STRIP-FEE
006100             UNSTRING INPUT-LINE DELIMITED BY SPACE
006200                 INTO OPTION, TICKER-IN, NUM-SHARES, SHARE-COST,
006205                     TRADE-DATE-X, CCY-IN
006206             PERFORM 2950-SET-TRADE-DATE
999452             PERFORM 2955-DEFAULT-CURRENCY
006215             PERFORM 2960-SET-FX-RATE
006207             MOVE SHARE-COST TO JRNL-ORIG-COST
006208             COMPUTE SHARE-COST = SHARE-COST * CURR-FX-RATE
997738             COMPUTE TRADE-FEE = JRNL-ORIG-FEE * CURR-FX-RATE
006209             ADD NUM-SHARES TO FEED-HASH
006210             MOVE SHARE-COST TO JRNL-SHARE-COST
006215             PERFORM 2970-VALIDATE-CASH
006220             IF LINE-ACCEPTED THEN
006300                 PERFORM 2000-LOOKUP-TICKER
006350                 PERFORM 6000-SNAPSHOT-TRADE
006400                 PERFORM 3000-BUY-SHARES
006410                 PERFORM 3020-WASH-CHECK-BUY
006420                 PERFORM 3900-JOURNAL
006425                 PERFORM 6010-RECORD-TRADE
006430             END-IF
006500         END-IF
006600
006700         MOVE 0 TO COUNTER
006800         INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "sell"
006900         IF COUNTER = 1 THEN
006920             PERFORM 2940-STRIP-FEE
006940             PERFORM 2945-STRIP-LOTS
007000             UNSTRING INPUT-LINE DELIMITED BY SPACE
007100                 INTO OPTION, TICKER-IN, NUM-SHARES, SHARE-COST,
007105                     TRADE-DATE-X, CCY-IN
007106             PERFORM 2950-SET-TRADE-DATE
999453             PERFORM 2955-DEFAULT-CURRENCY
007115             PERFORM 2960-SET-FX-RATE
007107             MOVE SHARE-COST TO JRNL-ORIG-COST
007108             COMPUTE SHARE-COST = SHARE-COST * CURR-FX-RATE
997739             COMPUTE TRADE-FEE = JRNL-ORIG-FEE * CURR-FX-RATE
007109             ADD NUM-SHARES TO FEED-HASH
007110             MOVE SHARE-COST TO JRNL-SHARE-COST
007200             PERFORM 2000-LOOKUP-TICKER
007210             PERFORM 2900-VALIDATE-DRAWDOWN
007212             IF LINE-ACCEPTED AND NAMED-LOT-COUNT > 0 THEN
007214                 PERFORM 2990-VALIDATE-NAMED-LOTS
007216             END-IF
007220             IF LINE-ACCEPTED THEN
007240                 PERFORM 6000-SNAPSHOT-TRADE
007300                 PERFORM 3100-SELL-SHARES
007320                 PERFORM 3900-JOURNAL
007325                 PERFORM 6010-RECORD-TRADE
007330             END-IF
007400         END-IF
007401*--------------------------------------------------------------
007402* SHORT SALE AND BUY-TO-COVER -- SAME SHAPE AS A BUY/SELL LINE.
007403* TESTED AS THE LEADING WORD SO AN "account CODE short" CONTROL
007404* LINE IS NOT TAKEN FOR A TRADE.
007405*--------------------------------------------------------------
007406         MOVE 0 TO COUNTER
007407         INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "short "
007408         IF COUNTER = 1 THEN
007409             PERFORM 2940-STRIP-FEE
007410             UNSTRING INPUT-LINE DELIMITED BY SPACE
007411                 INTO OPTION, TICKER-IN, NUM-SHARES, SHARE-COST,
007412                     TRADE-DATE-X, CCY-IN
007413             PERFORM 2950-SET-TRADE-DATE
007414             PERFORM 2955-DEFAULT-CURRENCY
007415             PERFORM 2960-SET-FX-RATE
007416             MOVE SHARE-COST TO JRNL-ORIG-COST
007417             COMPUTE SHARE-COST = SHARE-COST * CURR-FX-RATE
007418             COMPUTE TRADE-FEE = JRNL-ORIG-FEE * CURR-FX-RATE
007419             ADD NUM-SHARES TO FEED-HASH
007420             MOVE SHARE-COST TO JRNL-SHARE-COST
007421             PERFORM 2000-LOOKUP-TICKER
007422             PERFORM 2980-VALIDATE-SHORT
007423             IF LINE-ACCEPTED THEN
007424                 PERFORM 6000-SNAPSHOT-TRADE
007425                 PERFORM 3160-SHORT-SHARES
007426                 PERFORM 3950-JOURNAL-SHORT
007427                 PERFORM 6010-RECORD-TRADE
007428             END-IF
007429         END-IF
007430
007431         MOVE 0 TO COUNTER
007432         INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "cover "
007433         IF COUNTER = 1 THEN
007434             PERFORM 2940-STRIP-FEE
007435             UNSTRING INPUT-LINE DELIMITED BY SPACE
007436                 INTO OPTION, TICKER-IN, NUM-SHARES, SHARE-COST,
007437                     TRADE-DATE-X, CCY-IN
007438             PERFORM 2950-SET-TRADE-DATE
007439             PERFORM 2955-DEFAULT-CURRENCY
007440             PERFORM 2960-SET-FX-RATE
007441             MOVE SHARE-COST TO JRNL-ORIG-COST
007442             COMPUTE SHARE-COST = SHARE-COST * CURR-FX-RATE
007443             COMPUTE TRADE-FEE = JRNL-ORIG-FEE * CURR-FX-RATE
007444             ADD NUM-SHARES TO FEED-HASH
007445             MOVE SHARE-COST TO JRNL-SHARE-COST
007446             PERFORM 2000-LOOKUP-TICKER
007447             PERFORM 2980-VALIDATE-SHORT
007448             IF LINE-ACCEPTED THEN
007449                 PERFORM 6000-SNAPSHOT-TRADE
007450                 PERFORM 3170-COVER-SHARES
007451                 PERFORM 3950-JOURNAL-SHORT
007452                 PERFORM 6010-RECORD-TRADE
007453             END-IF
007454         END-IF
007500
007600         MOVE 0 TO COUNTER
007700         INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "split"
010180         IF COUNTER = 1 THEN
010190             UNSTRING INPUT-LINE DELIMITED BY SPACE
010200                 INTO OPTION, TICKER-IN, DIVIDEND-AMOUNT, CCY-IN
010202             PERFORM 2955-DEFAULT-CURRENCY
010205             PERFORM 2960-SET-FX-RATE
010206             MOVE DIVIDEND-AMOUNT TO JRNL-ORIG-COST
010207             COMPUTE DIVIDEND-AMOUNT =
989215             EXIT PERFORM
989216         END-IF
989217     END-PERFORM.
989218     IF ACCT-FOUND THEN
998791         MOVE ACCT-MASTER-SW(ACCT-IDX) TO CURRENT-ACCT-STATUS
998792     ELSE
998793         PERFORM 1910-READ-ACCOUNT-MASTER
998794     END-IF.
998795     IF ACCT-NOT-FOUND
998796             AND (CURRENT-ACCT-OPEN OR ACCT-ADD-ANY) THEN
989219         IF ACCOUNT-COUNT < 20 THEN
989221             ADD 1 TO ACCOUNT-COUNT
989222             MOVE ACCOUNT-COUNT TO ACCT-IDX
989224             MOVE 0 TO ACCT-CASH(ACCT-IDX)
989225             MOVE "N" TO ACCT-CASH-SW(ACCT-IDX)
98922A             MOVE 0 TO ACCT-TOUCHED(ACCT-IDX)
997740             MOVE 0 TO ACCT-FEES(ACCT-IDX)
999345             MOVE 0 TO ACCT-NET-FLOW(ACCT-IDX)
998005             MOVE "N" TO ACCT-SHORT-SW(ACCT-IDX)
998797             MOVE ACM-LOOKUP-NAME TO ACCT-CLIENT-NAME(ACCT-IDX)
998798             MOVE ACM-LOOKUP-TAX TO ACCT-TAX-STATUS(ACCT-IDX)
998799             MOVE CURRENT-ACCT-STATUS TO ACCT-MASTER-SW(ACCT-IDX)
999039             MOVE ACM-LOOKUP-RELIEF
999040                 TO ACCT-RELIEF-METHOD(ACCT-IDX)
998800             IF CURRENT-ACCT-UNKNOWN THEN
998801                 MOVE RUN-DATE TO EXCPT-RUN-DATE
998802                 MOVE "DEATHANDTAX" TO EXCPT-PROGRAM
998803                 MOVE "ACCT" TO EXCPT-CODE
998804                 MOVE 1 TO EXCPT-SEVERITY
998805                 MOVE SPACES TO EXCPT-TEXT
998806                 STRING "ACCOUNT-NOT-ON-MASTER ", CURRENT-ACCOUNT,
998807                     " POSITIONS CARRIED, NO TRADING"
998808                     DELIMITED BY SIZE INTO EXCPT-TEXT
998809                 CALL "EXCPTRPT" USING EXCEPTION-RECORD
998810             END-IF
989226         ELSE
989227             MOVE ACCOUNT-COUNT TO ACCT-IDX
989228             MOVE RUN-DATE TO EXCPT-RUN-DATE
989235                 DELIMITED BY SIZE INTO EXCPT-TEXT
989236             CALL "EXCPTRPT" USING EXCEPTION-RECORD
989237             MOVE ACCT-ID(ACCT-IDX) TO CURRENT-ACCOUNT
998811             MOVE ACCT-MASTER-SW(ACCT-IDX) TO CURRENT-ACCT-STATUS
989238         END-IF
989239     END-IF.
989241 1900-EXIT.
989242     EXIT.
998812*--------------------------------------------------------------
998813* READ THE ACCOUNT MASTER FOR CURRENT-ACCOUNT -- ITS OPEN/CLOSED
998814* FLAG INTO CURRENT-ACCT-STATUS ("U" WHEN THE MASTER DOES NOT
998815* CARRY IT), ITS NAME AND TAX STATUS INTO THE LOOKUP FIELDS.
998816* A TAX STATUS OTHER THAN DEFERRED OR EXEMPT IS TAXABLE.
999041* A RELIEF METHOD OTHER THAN LIFO OR HIGHEST COST IS FIFO.
998817*--------------------------------------------------------------
998818 1910-READ-ACCOUNT-MASTER.
998819     MOVE SPACES TO ACM-LOOKUP-NAME.
998820     MOVE "T" TO ACM-LOOKUP-TAX.
999042     MOVE "F" TO ACM-LOOKUP-RELIEF.
998821     IF ACCTMAST-AVAILABLE THEN
998822         MOVE CURRENT-ACCOUNT TO ACM-ACCOUNT
998823         READ ACCTMAST-FILE
998824             INVALID KEY
998825                 SET CURRENT-ACCT-UNKNOWN TO TRUE
998826             NOT INVALID KEY
998827                 MOVE ACM-CLIENT-NAME TO ACM-LOOKUP-NAME
998828                 IF ACM-TAX-DEFERRED OR ACM-TAX-EXEMPT THEN
998829                     MOVE ACM-TAX-STATUS TO ACM-LOOKUP-TAX
998830                 END-IF
999043                 IF ACM-RELIEVE-LIFO OR ACM-RELIEVE-HIFO THEN
999044                     MOVE ACM-RELIEF-METHOD TO ACM-LOOKUP-RELIEF
999045                 END-IF
998831                 IF ACM-OPEN THEN
998832                     SET CURRENT-ACCT-OPEN TO TRUE
998833                 ELSE
998834                     SET CURRENT-ACCT-CLOSED TO TRUE
998835                 END-IF
998836         END-READ
998837     ELSE
998838         SET CURRENT-ACCT-OPEN TO TRUE
998839     END-IF.
998840 1910-EXIT.
998841     EXIT.
998842
998843*--------------------------------------------------------------
998844* REJECT A TRANSACTION LINE POSTED UNDER A CLOSED OR UNKNOWN
998845* ACCOUNT. CONTROL LINES, BLANK LINES, AND THE TRAILER ARE NOT
998846* TRANSACTIONS AND PASS; A CANCEL IS CHECKED AGAINST ITS OWN
998847* ACCOUNT INSTEAD.
998848*--------------------------------------------------------------
998849 1920-REJECT-ACCOUNT-LINE.
998850     MOVE SPACES TO LINE-KEYWORD.
998851     UNSTRING INPUT-LINE DELIMITED BY ALL SPACE INTO LINE-KEYWORD.
998852     IF LINE-KEYWORD = "buy" OR LINE-KEYWORD = "sell"
998853             OR LINE-KEYWORD = "short" OR LINE-KEYWORD = "cover"
998854             OR LINE-KEYWORD = "correct"
998855             OR LINE-KEYWORD = "split" OR LINE-KEYWORD = "merge"
998856             OR LINE-KEYWORD = "die" OR LINE-KEYWORD = "spinoff"
998857             OR LINE-KEYWORD = "dividend"
998858             OR LINE-KEYWORD = "deposit"
998859             OR LINE-KEYWORD = "withdraw" THEN
998860         ADD 1 TO RECORDS-REJECTED
998861         MOVE LINE-KEYWORD TO OPTION
998862         PERFORM 1930-REPORT-BARRED-ACCOUNT
998863         MOVE SPACES TO INPUT-LINE
998864     END-IF.
998865 1920-EXIT.
998866     EXIT.
998867
998868*--------------------------------------------------------------
998869* A SERIOUS EXCEPTION NAMING THE BARRED ACCOUNT AND THE LINE'S
998870* KEYWORD ("account" FOR THE CONTROL LINE ITSELF).
998871*--------------------------------------------------------------
998872 1930-REPORT-BARRED-ACCOUNT.
998873     MOVE RUN-DATE TO EXCPT-RUN-DATE.
998874     MOVE "DEATHANDTAX" TO EXCPT-PROGRAM.
998875     MOVE "ACCT" TO EXCPT-CODE.
998876     MOVE 2 TO EXCPT-SEVERITY.
998877     MOVE SPACES TO EXCPT-TEXT.
998878     IF CURRENT-ACCT-CLOSED THEN
998879         STRING "ACCOUNT-CLOSED ", CURRENT-ACCOUNT, " ",
998880             OPTION, " LINE REJECTED"
998881             DELIMITED BY SIZE INTO EXCPT-TEXT
998882     ELSE
998883         STRING "ACCOUNT-NOT-ON-MASTER ", CURRENT-ACCOUNT, " ",
998884             OPTION, " LINE REJECTED"
998885             DELIMITED BY SIZE INTO EXCPT-TEXT
998886     END-IF.
998887     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
998888 1930-EXIT.
998889     EXIT.
998006*--------------------------------------------------------------
998007* AN "account" CONTROL LINE MAY APPROVE ("short") OR REVOKE
998008* ("noshort") THE ACCOUNT'S SHORT SELLING. THE FLAG RIDES ON THE
998009* ACCOUNT'S "C" MASTER RECORD, SO SETTING IT PUTS THE ACCOUNT'S
998010* CASH IN PLAY -- A SHORT ACCOUNT IS A MARGIN ACCOUNT.
998011*--------------------------------------------------------------
998012 1950-SET-SHORT-FLAG.
998013     IF ACCT-FLAG-X = "short" THEN
998014         SET ACCT-SHORT-OK(ACCT-IDX) TO TRUE
998015         SET ACCT-CASH-ACTIVE(ACCT-IDX) TO TRUE
998016         MOVE 1 TO ACCT-TOUCHED(ACCT-IDX)
998017     END-IF.
998018     IF ACCT-FLAG-X = "noshort" THEN
998019         MOVE "N" TO ACCT-SHORT-SW(ACCT-IDX)
998020         SET ACCT-CASH-ACTIVE(ACCT-IDX) TO TRUE
998021         MOVE 1 TO ACCT-TOUCHED(ACCT-IDX)
998022     END-IF.
998023 1950-EXIT.
998024     EXIT.
010500
010600*--------------------------------------------------------------
010700* FIND THE PORTFOLIO SLOT FOR TICKER-IN UNDER THE CURRENT
012990         MOVE 0 TO TCKR-OFFSET-APPLIED(TICKER-IDX)
012991         MOVE 0 TO TCKR-TOUCHED(TICKER-IDX)
012992         MOVE 0 TO TCKR-OLD-LOTS(TICKER-IDX)
012993         MOVE 0 TO TCKR-SHORT-SHARES(TICKER-IDX)
012994         MOVE 0 TO TCKR-SHORT-PROCEEDS(TICKER-IDX)
012995         MOVE 0 TO TCKR-SHORT-LOT-COUNT(TICKER-IDX)
012996         MOVE 0 TO TCKR-OLD-SHORT-LOTS(TICKER-IDX)
012997         MOVE 0 TO TCKR-COVER-GL(TICKER-IDX)
013000     END-IF.
013100 2000-EXIT.
013200     EXIT.
013510 2900-EXIT.
013520     EXIT.
013521
997741*--------------------------------------------------------------
997742* TAKE THE "fee" TOKEN AND ITS AMOUNTS OFF THE END OF A BUY/SELL
997743* LINE BEFORE THE POSITIONAL UNSTRING SEES IT -- THE TRADE
997744* DATE AND CURRENCY ARE BOTH OPTIONAL, SO THE FEE CANNOT HAVE
997745* A FIXED SLOT OF ITS OWN. THE COMMISSION AND ANY EXCHANGE FEE
997746* FOLLOWING IT ARE SUMMED INTO JRNL-ORIG-FEE; A LINE WITH NO
997747* "fee" TOKEN CARRIES NO FEES, AS BEFORE.
997748*--------------------------------------------------------------
997749 2940-STRIP-FEE.
997750     MOVE 0 TO JRNL-ORIG-FEE.
997751     MOVE 0 TO FEE-POS.
997752     INSPECT INPUT-LINE TALLYING FEE-POS
997753         FOR CHARACTERS BEFORE INITIAL " fee ".
997754     IF FEE-POS < 75 THEN
997755         MOVE SPACES TO FEE-COMM-X
997756         MOVE SPACES TO FEE-EXCH-X
997757         UNSTRING INPUT-LINE(FEE-POS + 6:) DELIMITED BY ALL SPACE
997758             INTO FEE-COMM-X, FEE-EXCH-X
997759         IF FEE-COMM-X NOT = SPACES THEN
997760             COMPUTE JRNL-ORIG-FEE = FUNCTION NUMVAL (FEE-COMM-X)
997761         END-IF
997762         IF FEE-EXCH-X NOT = SPACES THEN
997763             COMPUTE JRNL-ORIG-FEE = JRNL-ORIG-FEE
997764                 + FUNCTION NUMVAL (FEE-EXCH-X)
997765         END-IF
997766         MOVE SPACES TO INPUT-LINE(FEE-POS + 1:)
997767     END-IF.
997768 2940-EXIT.
997769     EXIT.
997770
999046*--------------------------------------------------------------
999047* TAKE A SELL LINE'S "lots" TOKEN AND THE LOT NUMBERS FOLLOWING
999048* IT OFF THE LINE (THE FEE IS ALREADY GONE) BEFORE THE POSITIONAL
999049* UNSTRING SEES THEM. THE LOTS ARE RELIEVED IN THE ORDER NAMED; A
999050* LINE WITH NO "lots" TOKEN RELIEVES BY THE ACCOUNT'S METHOD.
999051*--------------------------------------------------------------
999052 2945-STRIP-LOTS.
999053     MOVE 0 TO NAMED-LOT-COUNT.
999054     MOVE 0 TO LOTS-POS.
999055     INSPECT INPUT-LINE TALLYING LOTS-POS
999056         FOR CHARACTERS BEFORE INITIAL " lots ".
999057     IF LOTS-POS < 75 THEN
999058         COMPUTE LOTS-PTR = LOTS-POS + 7
999059         PERFORM UNTIL LOTS-PTR > 80
999060             MOVE SPACES TO LOT-TOKEN
999061             UNSTRING INPUT-LINE DELIMITED BY ALL SPACE
999062                 INTO LOT-TOKEN WITH POINTER LOTS-PTR
999063             IF LOT-TOKEN NOT = SPACES
999064                     AND NAMED-LOT-COUNT < 40 THEN
999065                 ADD 1 TO NAMED-LOT-COUNT
999066                 COMPUTE NAMED-LOT(NAMED-LOT-COUNT) =
999067                     FUNCTION NUMVAL (LOT-TOKEN)
999068             END-IF
999069         END-PERFORM
999070         MOVE SPACES TO INPUT-LINE(LOTS-POS + 1:)
999071     END-IF.
999072 2945-EXIT.
999073     EXIT.
013522*--------------------------------------------------------------
013523* PICK UP THE TRADE DATE FED ON THE BUY/SELL LINE. AN ABSENT
013524* TOKEN FALLS BACK TO THE RUN DATE, SO OLDER FEEDS WITHOUT
013544     END-IF.
013534 2950-EXIT.
013535     EXIT.
999454
999455*--------------------------------------------------------------
999456* A TRADE OR DIVIDEND LINE FED WITHOUT A CURRENCY CODE TAKES ITS
999457* SECURITY'S TRADING CURRENCY FROM THE SECURITY MASTER. A
999458* SECURITY TRADING IN THE BASE CURRENCY, OR ONE NOT ON THE
999459* MASTER, LEAVES THE CODE BLANK AND POSTS AT 1.000000.
999460*--------------------------------------------------------------
999461 2955-DEFAULT-CURRENCY.
999462     IF CCY-IN = SPACES AND SECMAST-AVAILABLE THEN
999463         MOVE TICKER-IN TO SEC-TICKER
999464         READ SECMAST-FILE
999465             INVALID KEY
999466                 CONTINUE
999467             NOT INVALID KEY
999468                 IF SEC-CURRENCY NOT = SPACES
999469                         AND SEC-CURRENCY NOT = BASE-CURRENCY THEN
999470                     MOVE SEC-CURRENCY TO CCY-IN
999471                 END-IF
999472         END-READ
999473     END-IF.
999474 2955-EXIT.
999475     EXIT.
013536
013537*--------------------------------------------------------------
013538* RESOLVE THE LINE'S CURRENCY CODE TO A CONVERSION RATE. NO
988307     SET LINE-ACCEPTED TO TRUE.
988308     IF ACCT-CASH-ACTIVE(ACCT-IDX) THEN
988309         COMPUTE BUY-TOTAL-COST = NUM-SHARES * SHARE-COST
988310             + TRADE-FEE
988311         IF BUY-TOTAL-COST > ACCT-CASH(ACCT-IDX) THEN
988312             SET LINE-REJECTED TO TRUE
988313             ADD 1 TO RECORDS-REJECTED
988324     END-IF.
988325 2970-EXIT.
988326     EXIT.
998025*--------------------------------------------------------------
998026* REFUSE A SHORT FROM AN ACCOUNT NOT APPROVED TO SELL SHORT, AND
998027* A COVER FOR MORE SHARES THAN THE ACCOUNT IS SHORT. A COVER IS
998028* NOT HELD TO THE CASH BALANCE -- CLOSING THE SHORT TAKES
998029* PRIORITY, THE WAY A WITHDRAWAL MAY RUN CASH NEGATIVE.
998030*--------------------------------------------------------------
998031 2980-VALIDATE-SHORT.
998032     SET LINE-ACCEPTED TO TRUE.
998033     MOVE SPACES TO EXCPT-TEXT.
998034     IF OPTION = "short" AND NOT ACCT-SHORT-OK(ACCT-IDX) THEN
998035         SET LINE-REJECTED TO TRUE
998036         STRING TICKER-IN, " SHORT-NOT-PERMITTED ACCOUNT ",
998037             CURRENT-ACCOUNT DELIMITED BY SIZE INTO EXCPT-TEXT
998038     END-IF.
998039     IF OPTION = "cover"
998040             AND NUM-SHARES > TCKR-SHORT-SHARES(TICKER-IDX) THEN
998041         SET LINE-REJECTED TO TRUE
998042         STRING TICKER-IN, " COVER ", NUM-SHARES,
998043             " SHARES SHORT ", TCKR-SHORT-SHARES(TICKER-IDX)
998044             DELIMITED BY SIZE INTO EXCPT-TEXT
998045     END-IF.
998046     IF LINE-REJECTED THEN
998047         ADD 1 TO RECORDS-REJECTED
998048         MOVE RUN-DATE TO EXCPT-RUN-DATE
998049         MOVE "DEATHANDTAX" TO EXCPT-PROGRAM
998050         MOVE "SHRT" TO EXCPT-CODE
998051         MOVE 2 TO EXCPT-SEVERITY
998052         CALL "EXCPTRPT" USING EXCEPTION-RECORD
998053     END-IF.
998054 2980-EXIT.
998055     EXIT.
999074*--------------------------------------------------------------
999075* A SELL THAT NAMES ITS LOTS MUST NAME LOTS THE TICKER HOLDS, EACH
999076* ONCE, AND THEY MUST HOLD ENOUGH SHARES FOR THE SELL; OTHERWISE
999077* THE LINE GOES TO THE EXCEPTIONS REPORT UNPOSTED. LOT NUMBERS ARE
999078* AS THE POSITIONS REPORT LISTS THEM, 1 BEING THE OLDEST.
999079*--------------------------------------------------------------
999080 2990-VALIDATE-NAMED-LOTS.
999081     MOVE 0 TO NAMED-SHARES.
999082     MOVE 0 TO NAMED-LOT-BAD.
999083     MOVE SPACES TO NAMED-LOT-REASON.
999084     PERFORM VARYING NLX FROM 1 BY 1 UNTIL NLX > NAMED-LOT-COUNT
999085         IF NAMED-LOT(NLX) < 1
999086                 OR NAMED-LOT(NLX) > TCKR-LOT-COUNT(TICKER-IDX)
999087                 THEN
999088             MOVE "NO-SUCH-LOT" TO NAMED-LOT-REASON
999089             MOVE NAMED-LOT(NLX) TO NAMED-LOT-BAD
999090             EXIT PERFORM
999091         END-IF
999092         PERFORM VARYING NLY FROM 1 BY 1 UNTIL NLY >= NLX
999093             IF NAMED-LOT(NLY) = NAMED-LOT(NLX) THEN
999094                 MOVE "LOT-NAMED-TWICE" TO NAMED-LOT-REASON
999095                 MOVE NAMED-LOT(NLX) TO NAMED-LOT-BAD
999096             END-IF
999097         END-PERFORM
999098         IF NAMED-LOT-REASON NOT = SPACES THEN
999099             EXIT PERFORM
999100         END-IF
999101         ADD LOT-SHARES(TICKER-IDX, NAMED-LOT(NLX))
999102             TO NAMED-SHARES
999103     END-PERFORM.
999104     IF NAMED-LOT-REASON = SPACES
999105             AND NAMED-SHARES < NUM-SHARES THEN
999106         MOVE "LOTS-TOO-SMALL" TO NAMED-LOT-REASON
999107     END-IF.
999108     IF NAMED-LOT-REASON NOT = SPACES THEN
999109         SET LINE-REJECTED TO TRUE
999110         ADD 1 TO RECORDS-REJECTED
999111         MOVE RUN-DATE TO EXCPT-RUN-DATE
999112         MOVE "DEATHANDTAX" TO EXCPT-PROGRAM
999113         MOVE "LOTS" TO EXCPT-CODE
999114         MOVE 2 TO EXCPT-SEVERITY
999115         MOVE SPACES TO EXCPT-TEXT
999116         STRING TICKER-IN, " SELL ", NUM-SHARES, " ",
999117             NAMED-LOT-REASON, " LOT ", NAMED-LOT-BAD,
999118             " NAMED LOTS HOLD ", NAMED-SHARES
999119             DELIMITED BY SIZE INTO EXCPT-TEXT
999120         CALL "EXCPTRPT" USING EXCEPTION-RECORD
999121     END-IF.
999122 2990-EXIT.
999123     EXIT.
013530
013540 3000-BUY-SHARES.
013500     ADD NUM-SHARES TO TCKR-SHARES(TICKER-IDX).
013600     MULTIPLY NUM-SHARES BY SHARE-COST.
013605*--------------------------------------------------------------
013610* THE BUY'S FEES ARE PART OF WHAT THE SHARES COST -- THEY JOIN
013615* THE POSITION'S VALUE, THE CASH CHARGE, AND (SPREAD PER SHARE)
013620* THE OPENED LOT'S COST.
013625*--------------------------------------------------------------
013630     ADD TRADE-FEE TO SHARE-COST.
013635     ADD TRADE-FEE TO ACCT-FEES(ACCT-IDX).
013640     MOVE JRNL-SHARE-COST TO LOT-OPEN-COST.
013645     IF NUM-SHARES > 0 THEN
013650         COMPUTE LOT-OPEN-COST ROUNDED =
013655             JRNL-SHARE-COST + TRADE-FEE / NUM-SHARES
013660     END-IF.
013700     ADD SHARE-COST TO TCKR-VALUE(TICKER-IDX).
013705     SUBTRACT SHARE-COST FROM ACCT-CASH(ACCT-IDX).
013706     MOVE 1 TO TCKR-TOUCHED(TICKER-IDX).
014120*--------------------------------------------------------------
014130* APPEND ONE TAX LOT FOR THE BUY JUST APPLIED. A FULL LOT TABLE
014140* FOLDS THE BUY INTO THE NEWEST LOT AT A BLENDED COST AND
014150* REPORTS AN EXCEPTION, RATHER THAN DROPPING THE BASIS. THE
014155* LOT COST IS THE TRADE PRICE PLUS THE BUY'S FEES PER SHARE.
014160*--------------------------------------------------------------
014170 3010-OPEN-LOT.
014180     IF TCKR-LOT-COUNT(TICKER-IDX) < 50 THEN
014190         ADD 1 TO TCKR-LOT-COUNT(TICKER-IDX)
014200         MOVE TCKR-LOT-COUNT(TICKER-IDX) TO LX
014210         MOVE NUM-SHARES TO LOT-SHARES(TICKER-IDX, LX)
014220         MOVE LOT-OPEN-COST TO LOT-COST(TICKER-IDX, LX)
014230         MOVE TRADE-DATE TO LOT-OPEN-DATE(TICKER-IDX, LX)
014240     ELSE
014250         MOVE TCKR-LOT-COUNT(TICKER-IDX) TO LX
014260         COMPUTE LOT-COST(TICKER-IDX, LX) =
014270             (LOT-SHARES(TICKER-IDX, LX)
014280              * LOT-COST(TICKER-IDX, LX)
014290              + NUM-SHARES * LOT-OPEN-COST)
014300             / (LOT-SHARES(TICKER-IDX, LX) + NUM-SHARES)
014310         ADD NUM-SHARES TO LOT-SHARES(TICKER-IDX, LX)
014320         MOVE RUN-DATE TO EXCPT-RUN-DATE
014480*--------------------------------------------------------------
014490 3050-RELIEVE-LOTS.
014500     MOVE 0 TO RELIEF-COST.
998681     MOVE 0 TO RLV-COUNT.
999124     MOVE "FIFO" TO RELIEF-WORD.
999125     IF RELIEVE-LIFO THEN
999126         MOVE "LIFO" TO RELIEF-WORD
999127     END-IF.
999128     IF RELIEVE-HIFO THEN
999129         MOVE "HIFO" TO RELIEF-WORD
999130     END-IF.
999131     IF RELIEVE-NAMED THEN
999132         MOVE "NAMED" TO RELIEF-WORD
999133     END-IF.
999134     MOVE 1 TO NLX.
014510     PERFORM 3060-RELIEVE-ONE-LOT
014520         UNTIL RELIEF-SHARES = 0
014530         OR TCKR-LOT-COUNT(TICKER-IDX) = 0
014535         OR (RELIEVE-NAMED AND NLX > NAMED-LOT-COUNT).
014540     IF RELIEF-SHARES > 0 THEN
014550         COMPUTE RELIEF-COST = RELIEF-COST
014560             + RELIEF-SHARES * TCKR-AVG-COST(TICKER-IDX)
014570         MOVE SPACES TO JRNL-LINE
014575         STRING RUN-DATE, "   LOT ", TICKER-IN, " ",
014580             RELIEF-SHARES, " UNLOTTED AT AVERAGE COST",
014582             " ", TCKR-AVG-COST(TICKER-IDX), " SOLD ", RELIEF-DATE
014585             DELIMITED BY SIZE INTO JRNL-LINE
014586         PERFORM 0710-WRITE-JOURNAL
014590         MOVE 0 TO RELIEF-SHARES
014610 3050-EXIT.
014620     EXIT.
014630
999135*--------------------------------------------------------------
999136* PICK THE LOT TO RELIEVE NEXT BY THE RELIEF METHOD -- THE OLDEST
999137* (FIFO), THE NEWEST (LIFO), THE DEAREST WITH THE OLDEST WINNING
999138* A TIE (HIFO), OR THE NEXT LOT THE SELL LINE NAMED.
999139*--------------------------------------------------------------
999140 3055-PICK-RELIEF-LOT.
999141     MOVE 1 TO RELIEF-LX.
999142     IF RELIEVE-LIFO THEN
999143         MOVE TCKR-LOT-COUNT(TICKER-IDX) TO RELIEF-LX
999144     END-IF.
999145     IF RELIEVE-HIFO THEN
999146         PERFORM VARYING LX FROM 2 BY 1
999147                 UNTIL LX > TCKR-LOT-COUNT(TICKER-IDX)
999148             IF LOT-COST(TICKER-IDX, LX)
999149                     > LOT-COST(TICKER-IDX, RELIEF-LX) THEN
999150                 MOVE LX TO RELIEF-LX
999151             END-IF
999152         END-PERFORM
999153     END-IF.
999154     IF RELIEVE-NAMED THEN
999155         MOVE NAMED-LOT(NLX) TO RELIEF-LX
999156     END-IF.
999157 3055-EXIT.
999158     EXIT.
999159
014640 3060-RELIEVE-ONE-LOT.
014645     PERFORM 3055-PICK-RELIEF-LOT.
014650     IF LOT-SHARES(TICKER-IDX, RELIEF-LX) > RELIEF-SHARES THEN
014660         MOVE RELIEF-SHARES TO LOT-TAKE
014670     ELSE
014680         MOVE LOT-SHARES(TICKER-IDX, RELIEF-LX) TO LOT-TAKE
014690     END-IF.
014700     COMPUTE RELIEF-COST = RELIEF-COST
014710         + LOT-TAKE * LOT-COST(TICKER-IDX, RELIEF-LX).
014711     IF RLV-COUNT < 50 THEN
014712         ADD 1 TO RLV-COUNT
014713         MOVE LOT-TAKE TO RLV-SHARES(RLV-COUNT)
014714         MOVE LOT-COST(TICKER-IDX, RELIEF-LX)
014715             TO RLV-COST(RLV-COUNT)
014716         MOVE LOT-OPEN-DATE(TICKER-IDX, RELIEF-LX)
014717             TO RLV-DATE(RLV-COUNT)
014718     END-IF.
014720     MOVE SPACES TO JRNL-LINE.
014722     STRING RUN-DATE, "   LOT ", TICKER-IN, " ", LOT-TAKE,
014730         " ", LOT-COST(TICKER-IDX, RELIEF-LX), " OPENED ",
014740         LOT-OPEN-DATE(TICKER-IDX, RELIEF-LX), " ", RELIEF-WORD
014741         " SOLD ", RELIEF-DATE
014742         DELIMITED BY SIZE INTO JRNL-LINE.
014744     PERFORM 0710-WRITE-JOURNAL.
014750     SUBTRACT LOT-TAKE FROM RELIEF-SHARES.
014760     SUBTRACT LOT-TAKE FROM LOT-SHARES(TICKER-IDX, RELIEF-LX).
014770     IF LOT-SHARES(TICKER-IDX, RELIEF-LX) = 0 THEN
014780         PERFORM VARYING LX FROM RELIEF-LX BY 1
014790                 UNTIL LX >= TCKR-LOT-COUNT(TICKER-IDX)
014800             MOVE TCKR-LOT(TICKER-IDX, LX + 1)
014810                 TO TCKR-LOT(TICKER-IDX, LX)
014820         END-PERFORM
014830         SUBTRACT 1 FROM TCKR-LOT-COUNT(TICKER-IDX)
999160         PERFORM VARYING NLY FROM 1 BY 1
999161                 UNTIL NLY > NAMED-LOT-COUNT
999162             IF NAMED-LOT(NLY) > RELIEF-LX THEN
999163                 SUBTRACT 1 FROM NAMED-LOT(NLY)
999164             END-IF
999165         END-PERFORM
014840     END-IF.
014842     IF RELIEVE-NAMED THEN
014844         ADD 1 TO NLX
014846     END-IF.
014850 3060-EXIT.
014860     EXIT.
014870
014300 3100-SELL-SHARES.
014310     MOVE NUM-SHARES TO RELIEF-SHARES.
014311     MOVE TRADE-DATE TO RELIEF-DATE.
014312     MOVE ACCT-RELIEF-METHOD(ACCT-IDX) TO RELIEF-METHOD.
014313     IF NAMED-LOT-COUNT > 0 THEN
014314         SET RELIEVE-NAMED TO TRUE
014315     END-IF.
014320     PERFORM 3050-RELIEVE-LOTS.
014400     SUBTRACT NUM-SHARES FROM TCKR-SHARES(TICKER-IDX).
014500     SUBTRACT RELIEF-COST FROM TCKR-VALUE(TICKER-IDX).
014550     ELSE
014560         MOVE 0 TO TCKR-AVG-COST(TICKER-IDX)
014570     END-IF.
014571     COMPUTE SELL-PROCEEDS = NUM-SHARES * JRNL-SHARE-COST
014572         - TRADE-FEE.
014573     ADD TRADE-FEE TO ACCT-FEES(ACCT-IDX).
014585     ADD SELL-PROCEEDS TO ACCT-CASH(ACCT-IDX).
014586     MOVE 1 TO TCKR-TOUCHED(TICKER-IDX).
014587     MOVE 1 TO ACCT-TOUCHED(ACCT-IDX).
014831     END-IF.
014832 3150-EXIT.
014833     EXIT.
998056*--------------------------------------------------------------
998057* SHORT SALE -- THE PROCEEDS NET OF FEES ARE CREDITED TO CASH
998058* AND OPENED AS A SHORT LOT AT THAT PER-SHARE FIGURE.
998059*--------------------------------------------------------------
998060 3160-SHORT-SHARES.
998061     COMPUTE SELL-PROCEEDS = NUM-SHARES * JRNL-SHARE-COST
998062         - TRADE-FEE.
998063     MOVE 0 TO LOT-OPEN-COST.
998064     IF NUM-SHARES > 0 AND SELL-PROCEEDS > 0 THEN
998065         COMPUTE LOT-OPEN-COST ROUNDED =
998066             SELL-PROCEEDS / NUM-SHARES
998067     END-IF.
998068     ADD NUM-SHARES TO TCKR-SHORT-SHARES(TICKER-IDX).
998069     ADD SELL-PROCEEDS TO TCKR-SHORT-PROCEEDS(TICKER-IDX).
998070     ADD SELL-PROCEEDS TO ACCT-CASH(ACCT-IDX).
998071     ADD TRADE-FEE TO ACCT-FEES(ACCT-IDX).
998072     MOVE 1 TO TCKR-TOUCHED(TICKER-IDX).
998073     MOVE 1 TO ACCT-TOUCHED(ACCT-IDX).
998074     PERFORM 3165-OPEN-SHORT-LOT.
998075 3160-EXIT.
998076     EXIT.
998077
998078 3165-OPEN-SHORT-LOT.
998079     IF TCKR-SHORT-LOT-COUNT(TICKER-IDX) < 20 THEN
998080         ADD 1 TO TCKR-SHORT-LOT-COUNT(TICKER-IDX)
998081         MOVE TCKR-SHORT-LOT-COUNT(TICKER-IDX) TO LX
998082         MOVE NUM-SHARES TO SHORT-LOT-SHARES(TICKER-IDX, LX)
998083         MOVE LOT-OPEN-COST TO SHORT-LOT-PROCEEDS(TICKER-IDX, LX)
998084         MOVE TRADE-DATE TO SHORT-LOT-OPEN-DATE(TICKER-IDX, LX)
998085     ELSE
998086         MOVE TCKR-SHORT-LOT-COUNT(TICKER-IDX) TO LX
998087         COMPUTE SHORT-LOT-PROCEEDS(TICKER-IDX, LX) =
998088             (SHORT-LOT-SHARES(TICKER-IDX, LX)
998089              * SHORT-LOT-PROCEEDS(TICKER-IDX, LX)
998090              + NUM-SHARES * LOT-OPEN-COST)
998091             / (SHORT-LOT-SHARES(TICKER-IDX, LX) + NUM-SHARES)
998092         ADD NUM-SHARES TO SHORT-LOT-SHARES(TICKER-IDX, LX)
998093         MOVE RUN-DATE TO EXCPT-RUN-DATE
998094         MOVE "DEATHANDTAX" TO EXCPT-PROGRAM
998095         MOVE "LOTS" TO EXCPT-CODE
998096         MOVE 1 TO EXCPT-SEVERITY
998097         STRING TICKER-IN, " SHORT-LOT-TABLE-FULL SHORT FOLDED ",
998098             "INTO NEWEST LOT" DELIMITED BY SIZE INTO EXCPT-TEXT
998099         CALL "EXCPTRPT" USING EXCEPTION-RECORD
998100     END-IF.
998101 3165-EXIT.
998102     EXIT.
998103
998104*--------------------------------------------------------------
998105* BUY-TO-COVER -- RELIEVE THE SHORT LOTS FIFO, DEBIT CASH FOR
998106* THE SHARES BOUGHT BACK PLUS FEES, AND REALIZE THE DIFFERENCE
998107* BETWEEN THE PROCEEDS RELIEVED AND THE COVER COST. A LOSS
998108* CARRIES FORWARD LIKE A SELL LOSS UNLESS A SHORT OPENED WITHIN
998109* 30 DAYS OF THE COVER IS STILL OPEN (WASH-SALE RULE).
998110*--------------------------------------------------------------
998111 3170-COVER-SHARES.
998112     MOVE 0 TO SHORT-AVG.
998113     IF TCKR-SHORT-SHARES(TICKER-IDX) > 0 THEN
998114         DIVIDE TCKR-SHORT-PROCEEDS(TICKER-IDX)
998115             BY TCKR-SHORT-SHARES(TICKER-IDX)
998116             GIVING SHORT-AVG
998117     END-IF.
998118     MOVE NUM-SHARES TO RELIEF-SHARES.
999209     MOVE TRADE-DATE TO RELIEF-DATE.
998119     PERFORM 3180-RELIEVE-SHORT-LOTS.
998120     SUBTRACT NUM-SHARES FROM TCKR-SHORT-SHARES(TICKER-IDX).
998121     IF TCKR-SHORT-SHARES(TICKER-IDX) > 0 THEN
998122         SUBTRACT RELIEF-COST FROM TCKR-SHORT-PROCEEDS(TICKER-IDX)
998123     ELSE
998124         MOVE 0 TO TCKR-SHORT-PROCEEDS(TICKER-IDX)
998125     END-IF.
998126     COMPUTE COVER-COST = NUM-SHARES * JRNL-SHARE-COST
998127         + TRADE-FEE.
998128     SUBTRACT COVER-COST FROM ACCT-CASH(ACCT-IDX).
998129     ADD TRADE-FEE TO ACCT-FEES(ACCT-IDX).
998130     MOVE 1 TO TCKR-TOUCHED(TICKER-IDX).
998131     MOVE 1 TO ACCT-TOUCHED(ACCT-IDX).
998132     COMPUTE COVER-GL = RELIEF-COST - COVER-COST.
998133     ADD COVER-GL TO TCKR-COVER-GL(TICKER-IDX).
998134     IF COVER-GL < 0 THEN
998135         PERFORM 3190-WASH-CHECK-COVER
998136     END-IF.
998137 3170-EXIT.
998138     EXIT.
998139
998140*--------------------------------------------------------------
998141* RELIEVE RELIEF-SHARES FROM THE OPEN SHORT LOTS, OLDEST FIRST,
998142* JOURNALING EACH AND ACCUMULATING THE PROCEEDS RELIEVED IN
998143* RELIEF-COST. SHARES SHORT BEYOND THE LOTTED TOTAL ARE
998144* RELIEVED AT THE AVERAGE PROCEEDS.
998145*--------------------------------------------------------------
998146 3180-RELIEVE-SHORT-LOTS.
998147     MOVE 0 TO RELIEF-COST.
998682     MOVE 0 TO RLV-COUNT.
998148     PERFORM 3185-RELIEVE-ONE-SHORT-LOT
998149         UNTIL RELIEF-SHARES = 0
998150         OR TCKR-SHORT-LOT-COUNT(TICKER-IDX) = 0.
998151     IF RELIEF-SHARES > 0 THEN
998152         COMPUTE RELIEF-COST = RELIEF-COST
998153             + RELIEF-SHARES * SHORT-AVG
998154         MOVE SPACES TO JRNL-LINE
998155         STRING RUN-DATE, "   LOT ", TICKER-IN, " ",
998156             RELIEF-SHARES, " SHORT UNLOTTED AT AVERAGE PROCEEDS",
999210             " ", SHORT-AVG, " COVERED ", RELIEF-DATE
998157             DELIMITED BY SIZE INTO JRNL-LINE
998158         PERFORM 0710-WRITE-JOURNAL
998159         MOVE 0 TO RELIEF-SHARES
998160     END-IF.
998161 3180-EXIT.
998162     EXIT.
998163
998164 3185-RELIEVE-ONE-SHORT-LOT.
998165     IF SHORT-LOT-SHARES(TICKER-IDX, 1) > RELIEF-SHARES THEN
998166         MOVE RELIEF-SHARES TO LOT-TAKE
998167     ELSE
998168         MOVE SHORT-LOT-SHARES(TICKER-IDX, 1) TO LOT-TAKE
998169     END-IF.
998170     COMPUTE RELIEF-COST = RELIEF-COST
998171         + LOT-TAKE * SHORT-LOT-PROCEEDS(TICKER-IDX, 1).
998683     IF RLV-COUNT < 50 THEN
998684         ADD 1 TO RLV-COUNT
998685         MOVE LOT-TAKE TO RLV-SHARES(RLV-COUNT)
998686         MOVE SHORT-LOT-PROCEEDS(TICKER-IDX, 1)
998687             TO RLV-COST(RLV-COUNT)
998688         MOVE SHORT-LOT-OPEN-DATE(TICKER-IDX, 1)
998689             TO RLV-DATE(RLV-COUNT)
998690     END-IF.
998172     MOVE SPACES TO JRNL-LINE.
998173     STRING RUN-DATE, "   LOT ", TICKER-IN, " ", LOT-TAKE,
998174         " ", SHORT-LOT-PROCEEDS(TICKER-IDX, 1), " SHORT OPENED ",
998175         SHORT-LOT-OPEN-DATE(TICKER-IDX, 1), " COVERED ",
999211         RELIEF-DATE
998176         DELIMITED BY SIZE INTO JRNL-LINE.
998177     PERFORM 0710-WRITE-JOURNAL.
998178     SUBTRACT LOT-TAKE FROM RELIEF-SHARES.
998179     SUBTRACT LOT-TAKE FROM SHORT-LOT-SHARES(TICKER-IDX, 1).
998180     IF SHORT-LOT-SHARES(TICKER-IDX, 1) = 0 THEN
998181         PERFORM VARYING LX FROM 1 BY 1
998182                 UNTIL LX >= TCKR-SHORT-LOT-COUNT(TICKER-IDX)
998183             MOVE TCKR-SHORT-LOT(TICKER-IDX, LX + 1)
998184                 TO TCKR-SHORT-LOT(TICKER-IDX, LX)
998185         END-PERFORM
998186         SUBTRACT 1 FROM TCKR-SHORT-LOT-COUNT(TICKER-IDX)
998187     END-IF.
998188 3185-EXIT.
998189     EXIT.
998190
998191 3190-WASH-CHECK-COVER.
998192     SET NO-WASH-SALE TO TRUE.
998193     COMPUTE TRADE-DAY-INT =
998194         FUNCTION INTEGER-OF-DATE (TRADE-DATE).
998195     PERFORM VARYING LX FROM 1 BY 1
998196             UNTIL LX > TCKR-SHORT-LOT-COUNT(TICKER-IDX)
998197         COMPUTE OTHER-DAY-INT = FUNCTION INTEGER-OF-DATE
998198             (SHORT-LOT-OPEN-DATE(TICKER-IDX, LX))
998199         COMPUTE DAY-DIFF = TRADE-DAY-INT - OTHER-DAY-INT
998200         IF DAY-DIFF >= -30 AND DAY-DIFF <= 30 THEN
998201             SET WASH-SALE TO TRUE
998202         END-IF
998203     END-PERFORM.
998204     IF WASH-SALE THEN
998205         MOVE "WASH-SALE-DISALLOWED" TO JRNL-FLAG
998206     ELSE
998207         SUBTRACT COVER-GL FROM TCKR-LOSS-CF(TICKER-IDX)
998208     END-IF.
998209 3190-EXIT.
998210     EXIT.
014900
015000 3200-SPLIT-SHARES.
015050     MOVE 1 TO TCKR-TOUCHED(TICKER-IDX).
015230         MULTIPLY NUM-SHARES BY LOT-SHARES(TICKER-IDX, LX)
015240         DIVIDE NUM-SHARES INTO LOT-COST(TICKER-IDX, LX)
015250     END-PERFORM.
015255     MULTIPLY NUM-SHARES BY TCKR-SHORT-SHARES(TICKER-IDX).
015260     PERFORM VARYING LX FROM 1 BY 1
015265             UNTIL LX > TCKR-SHORT-LOT-COUNT(TICKER-IDX)
015270         MULTIPLY NUM-SHARES BY SHORT-LOT-SHARES(TICKER-IDX, LX)
015275         DIVIDE NUM-SHARES INTO SHORT-LOT-PROCEEDS(TICKER-IDX, LX)
015280     END-PERFORM.
015300 3200-EXIT.
015400     EXIT.
015500
016030         MULTIPLY NUM-SHARES BY LOT-COST(TICKER-IDX, LX)
016040         DIVIDE NUM-SHARES INTO LOT-SHARES(TICKER-IDX, LX)
016050     END-PERFORM.
016055     DIVIDE NUM-SHARES INTO TCKR-SHORT-SHARES(TICKER-IDX).
016060     PERFORM VARYING LX FROM 1 BY 1
016065             UNTIL LX > TCKR-SHORT-LOT-COUNT(TICKER-IDX)
016070         MULTIPLY NUM-SHARES BY SHORT-LOT-PROCEEDS(TICKER-IDX, LX)
016075         DIVIDE NUM-SHARES INTO SHORT-LOT-SHARES(TICKER-IDX, LX)
016080     END-PERFORM.
016100 3300-EXIT.
016200     EXIT.
016300
016420* THE DEEMED DISPOSITION CONSUMES EVERY OPEN LOT (JOURNALED
016430* FIFO); THE BASIS IS RE-ESTABLISHED BELOW AS ONE LOT AT THE
016440* AFTER-TAX PRICE.
016442* A TAX-DEFERRED OR EXEMPT ACCOUNT WITHHOLDS NOTHING -- THE GAIN
016444* IS STILL SCHEDULED, AT A ZERO RATE.
016450*--------------------------------------------------------------
016455     MOVE 1 TO TCKR-TOUCHED(TICKER-IDX).
016460     MOVE TCKR-SHARES(TICKER-IDX) TO RELIEF-SHARES.
016462     SET RELIEVE-FIFO TO TRUE.
016464     MOVE RUN-DATE TO RELIEF-DATE.
016470     PERFORM 3050-RELIEVE-LOTS.
016500     SUBTRACT TCKR-AVG-COST(TICKER-IDX) FROM SHARE-COST
016600         GIVING PROFIT.
016680     ELSE
016690         MOVE SHORT-TERM-RATE TO TAX-RATE
016695     END-IF.
016696     IF ACCT-TAX-DEFERRED(ACCT-IDX)
016697             OR ACCT-TAX-EXEMPT(ACCT-IDX) THEN
016698         MOVE 0 TO TAX-RATE
016699     END-IF.
016700
016750*--------------------------------------------------------------
016760* NET ANY CARRIED-FORWARD REALIZED LOSS FOR THIS TICKER
017789             CALL "EXCPTRPT" USING EXCEPTION-RECORD
017791         END-IF
017792     END-PERFORM.
998211     PERFORM 3610-SPIN-SHORT-SIDE.
017792     MOVE SPACES TO JRNL-LINE.
017793     STRING RUN-DATE, " ", OPTION, " ", TCKR-ID(PARENT-IDX),
017794         " ", TCKR-ID(TICKER-IDX), " ", SPIN-RATIO, " ",
017801     ADD TCKR-SHARES(TICKER-IDX) TO JRNL-FEED-HASH.
017798 3600-EXIT.
017799     EXIT.
998212*--------------------------------------------------------------
998213* A SHORT POSITION IN THE PARENT OWES THE CHILD SHARES TOO --
998214* THE CHILD TAKES THE SAME SHARES SHORT AND THE SPIN-RATIO
998215* FRACTION OF THE OPEN PROCEEDS, LOT BY LOT, OPEN DATES KEPT.
998216*--------------------------------------------------------------
998217 3610-SPIN-SHORT-SIDE.
998218     IF TCKR-SHORT-SHARES(PARENT-IDX) > 0 THEN
998219         COMPUTE SPUN-VALUE =
998220             TCKR-SHORT-PROCEEDS(PARENT-IDX) * SPIN-RATIO
998221         SUBTRACT SPUN-VALUE FROM TCKR-SHORT-PROCEEDS(PARENT-IDX)
998222         ADD TCKR-SHORT-SHARES(PARENT-IDX)
998223             TO TCKR-SHORT-SHARES(TICKER-IDX)
998224         ADD SPUN-VALUE TO TCKR-SHORT-PROCEEDS(TICKER-IDX)
998225         PERFORM VARYING LX FROM 1 BY 1
998226                 UNTIL LX > TCKR-SHORT-LOT-COUNT(PARENT-IDX)
998227             COMPUTE SPUN-LOT-COST =
998228                 SHORT-LOT-PROCEEDS(PARENT-IDX, LX) * SPIN-RATIO
998229             SUBTRACT SPUN-LOT-COST
998230                 FROM SHORT-LOT-PROCEEDS(PARENT-IDX, LX)
998231             IF TCKR-SHORT-LOT-COUNT(TICKER-IDX) < 20 THEN
998232                 ADD 1 TO TCKR-SHORT-LOT-COUNT(TICKER-IDX)
998233                 MOVE TCKR-SHORT-LOT-COUNT(TICKER-IDX) TO CLX
998234                 MOVE SHORT-LOT-SHARES(PARENT-IDX, LX)
998235                     TO SHORT-LOT-SHARES(TICKER-IDX, CLX)
998236                 MOVE SPUN-LOT-COST
998237                     TO SHORT-LOT-PROCEEDS(TICKER-IDX, CLX)
998238                 MOVE SHORT-LOT-OPEN-DATE(PARENT-IDX, LX)
998239                     TO SHORT-LOT-OPEN-DATE(TICKER-IDX, CLX)
998240             ELSE
998241                 MOVE TCKR-SHORT-LOT-COUNT(TICKER-IDX) TO CLX
998242                 COMPUTE SHORT-LOT-PROCEEDS(TICKER-IDX, CLX) =
998243                     (SHORT-LOT-SHARES(TICKER-IDX, CLX)
998244                      * SHORT-LOT-PROCEEDS(TICKER-IDX, CLX)
998245                      + SHORT-LOT-SHARES(PARENT-IDX, LX)
998246                      * SPUN-LOT-COST)
998247                     / (SHORT-LOT-SHARES(TICKER-IDX, CLX)
998248                        + SHORT-LOT-SHARES(PARENT-IDX, LX))
998249                 ADD SHORT-LOT-SHARES(PARENT-IDX, LX)
998250                     TO SHORT-LOT-SHARES(TICKER-IDX, CLX)
998251             END-IF
998252         END-PERFORM
998253     END-IF.
998254 3610-EXIT.
998255     EXIT.
017800
988401*--------------------------------------------------------------
988402* CASH DEPOSIT AND WITHDRAWAL -- POST TO THE CASH ACCOUNT AND
988407 3700-DEPOSIT.
988408     ADD CASH-AMOUNT TO ACCT-CASH(ACCT-IDX).
988409     SET ACCT-CASH-ACTIVE(ACCT-IDX) TO TRUE.
988410     ADD CASH-AMOUNT TO ACCT-NET-FLOW(ACCT-IDX).
98840A     MOVE 1 TO ACCT-TOUCHED(ACCT-IDX).
988411     PERFORM 3800-JOURNAL-CASH.
988412 3700-EXIT.
988415 3750-WITHDRAW.
988416     SUBTRACT CASH-AMOUNT FROM ACCT-CASH(ACCT-IDX).
988417     SET ACCT-CASH-ACTIVE(ACCT-IDX) TO TRUE.
999346     SUBTRACT CASH-AMOUNT FROM ACCT-NET-FLOW(ACCT-IDX).
98841A     MOVE 1 TO ACCT-TOUCHED(ACCT-IDX).
988418     PERFORM 3800-JOURNAL-CASH.
988419 3750-EXIT.
017791         TCKR-ACCT(TICKER-IDX)
017795         DELIMITED BY SIZE INTO JRNL-LINE.
017796     PERFORM 0710-WRITE-JOURNAL.
998691     MOVE JRNL-WRITE-COUNT TO TRADE-JRNL-SEQ.
017797     ADD TCKR-SHARES(TICKER-IDX) TO JRNL-FEED-HASH.
997771*--------------------------------------------------------------
997772* A TRADE THAT PAID FEES GETS A "FEE" DETAIL LINE UNDER IT, THE
997773* WAY THE RELIEVED LOTS GET "LOT" LINES -- BASE AMOUNT, THEN THE
997774* AS-FED CURRENCY AND AMOUNT -- SO THE TRADE LINE'S STABLE
997775* COLUMNS ARE LEFT ALONE FOR TRACKINGSHARES.
997776*--------------------------------------------------------------
998256     PERFORM 3910-JOURNAL-FEE.
017790 3900-EXIT.
017800     EXIT.
998257
998258 3910-JOURNAL-FEE.
997777     IF TRADE-FEE > 0 THEN
997778         MOVE SPACES TO JRNL-LINE
997779         STRING RUN-DATE, "   FEE ", TICKER-IN, " ", TRADE-FEE,
997780             " ", JRNL-CCY, " ", JRNL-ORIG-FEE, " ",
997781             TCKR-ACCT(TICKER-IDX)
997782             DELIMITED BY SIZE INTO JRNL-LINE
997783         PERFORM 0710-WRITE-JOURNAL
997784     END-IF.
998259 3910-EXIT.
998260     EXIT.
998261*--------------------------------------------------------------
998262* AUDIT TRAIL LINE FOR EACH SHORT/COVER -- THE TRADE-LINE SHAPE
998263* WITH THE SHARES STILL SHORT AND THEIR AVERAGE PROCEEDS IN THE
998264* POSITION COLUMNS. KEPT OUT OF THE JOURNAL HASH TOTAL: THE HASH
998265* IS THE LONG SHARE COUNT TRACKINGSHARES AND STREAMBAL RECOMPUTE.
998266*--------------------------------------------------------------
998267 3950-JOURNAL-SHORT.
998268     MOVE 0 TO SHORT-AVG.
998269     IF TCKR-SHORT-SHARES(TICKER-IDX) > 0 THEN
998270         DIVIDE TCKR-SHORT-PROCEEDS(TICKER-IDX)
998271             BY TCKR-SHORT-SHARES(TICKER-IDX)
998272             GIVING SHORT-AVG
998273     END-IF.
998274     MOVE SPACES TO JRNL-LINE.
998275     STRING RUN-DATE, " ", OPTION, " ", TICKER-IN, " ",
998276         NUM-SHARES, " ", JRNL-SHARE-COST, " ",
998277         TCKR-SHORT-SHARES(TICKER-IDX), " ",
998278         SHORT-AVG, " ", JRNL-CCY, " ",
998279         JRNL-ORIG-COST, " ", JRNL-FLAG, " ",
998280         TCKR-ACCT(TICKER-IDX)
998281         DELIMITED BY SIZE INTO JRNL-LINE.
998282     PERFORM 0710-WRITE-JOURNAL.
998692     MOVE JRNL-WRITE-COUNT TO TRADE-JRNL-SEQ.
998283     PERFORM 3910-JOURNAL-FEE.
998284 3950-EXIT.
998285     EXIT.
017810
017820*--------------------------------------------------------------
017830* CLOSING POSITIONS REPORT -- ONE LINE PER PORTFOLIO ENTRY
01800B     STRING RUN-DATE, " CASH TOTAL ", TOTAL-CASH
01800C         DELIMITED BY SIZE INTO RPT-LINE.
01800D     PERFORM 0700-WRITE-REPORT.
997785     MOVE SPACES TO RPT-LINE.
997786     STRING RUN-DATE, " COMMISSION AND FEES TOTAL ", TOTAL-FEES
997787         DELIMITED BY SIZE INTO RPT-LINE.
997788     PERFORM 0700-WRITE-REPORT.
998286     IF TOTAL-SHORT-SHARES > 0 THEN
998287         MOVE SPACES TO RPT-LINE
998288         STRING RUN-DATE, " SHORT TOTAL ", TOTAL-SHORT-SHARES,
998289             " ", TOTAL-SHORT-PROCEEDS
998290             DELIMITED BY SIZE INTO RPT-LINE
998291         PERFORM 0700-WRITE-REPORT
998292     END-IF.
018005     IF PRICES-LOADED THEN
018006         MOVE SPACES TO RPT-LINE
018007         STRING RUN-DATE, " MARKET TOTAL ", TOTAL-MARKET-VALUE,
018008             " UNREALIZED ", TOTAL-UNREAL-GL
018009             DELIMITED BY SIZE INTO RPT-LINE
018011         PERFORM 0700-WRITE-REPORT
998293         IF TOTAL-SHORT-SHARES > 0 THEN
998294             MOVE SPACES TO RPT-LINE
998295             STRING RUN-DATE, " SHORT MARKET TOTAL ",
998296                 TOTAL-SHORT-MARKET, " UNREALIZED ",
998297                 TOTAL-SHORT-UNREAL
998298                 DELIMITED BY SIZE INTO RPT-LINE
998299             PERFORM 0700-WRITE-REPORT
998300         END-IF
018012     END-IF.
018010 4000-EXIT.
018020     EXIT.
018021
989301*--------------------------------------------------------------
989302* ONE ACCOUNT'S SECTION OF THE CLOSING POSITIONS REPORT -- THE
989303* ACCOUNT'S POSITIONS, ITS SUBTOTALS, ITS CASH BALANCE, AND
989304* THE COMMISSION AND FEES IT PAID THIS RUN, ROLLING INTO THE
997789* FIRM-WIDE GRAND TOTALS.
999166* EACH POSITION'S OPEN LOTS ARE LISTED UNDER IT BY LOT NUMBER.
998890* THE HEADING CARRIES THE CLIENT NAME AND TAX STATUS FROM THE
998891* ACCOUNT MASTER.
989305*--------------------------------------------------------------
989306 4010-PRINT-ACCOUNT-POSITIONS.
998892     PERFORM 4030-SET-TAX-WORD.
989307     MOVE SPACES TO RPT-LINE.
989308     STRING RUN-DATE, " ACCOUNT ", ACCT-ID(AX)
998893         " ", ACCT-CLIENT-NAME(AX), " ", ACCT-TAX-WORD
989309         DELIMITED BY SIZE INTO RPT-LINE.
989311     PERFORM 0700-WRITE-REPORT.
989312     MOVE 0 TO ACCT-SUB-SHARES.
989313     MOVE 0 TO ACCT-SUB-VALUE.
989314     MOVE 0 TO ACCT-SUB-LOSS-CF.
999347     MOVE 0 TO ACCT-SUB-MARKET.
999348     MOVE "Y" TO ACCT-PRICED-SWITCH.
998301     MOVE 0 TO ACCT-SUB-SHORT-SHARES.
998302     MOVE 0 TO ACCT-SUB-SHORT-PROCEEDS.
989315     PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TICKER-COUNT
989316         IF TCKR-ACCT(TX) = ACCT-ID(AX) THEN
989317             MOVE SPACES TO RPT-LINE
989321                 TCKR-VALUE(TX), " ", TCKR-LOSS-CF(TX)
989322                 DELIMITED BY SIZE INTO RPT-LINE
989323             PERFORM 0700-WRITE-REPORT
999167             PERFORM 4015-PRINT-OPEN-LOTS
999349             COMPUTE MARKET-VALUE =
999350                 TCKR-SHARES(TX) * TCKR-AVG-COST(TX)
999351             SET PRICE-NOT-FOUND TO TRUE
989324             IF PRICES-LOADED THEN
989325                 PERFORM 4050-MARK-ONE-POSITION
989326             END-IF
999352             ADD MARKET-VALUE TO ACCT-SUB-MARKET
999353             IF PRICE-NOT-FOUND AND (TCKR-SHARES(TX) > 0
999354                     OR TCKR-SHORT-SHARES(TX) > 0) THEN
999355                 MOVE "N" TO ACCT-PRICED-SWITCH
999356             END-IF
989327             ADD TCKR-SHARES(TX) TO ACCT-SUB-SHARES
989328             ADD TCKR-VALUE(TX) TO ACCT-SUB-VALUE
989329             ADD TCKR-LOSS-CF(TX) TO ACCT-SUB-LOSS-CF
989331             ADD TCKR-SHARES(TX) TO TOTAL-SHARES
989332             ADD TCKR-VALUE(TX) TO TOTAL-VALUE
989333             ADD TCKR-LOSS-CF(TX) TO TOTAL-LOSS-CF
998303             IF TCKR-SHORT-SHARES(TX) > 0 THEN
998304                 PERFORM 4020-PRINT-SHORT-POSITION
998305             END-IF
989334         END-IF
989335     END-PERFORM.
989336     MOVE SPACES TO RPT-LINE.
989339         ACCT-SUB-LOSS-CF
989341         DELIMITED BY SIZE INTO RPT-LINE.
989342     PERFORM 0700-WRITE-REPORT.
998306     IF ACCT-SUB-SHORT-SHARES > 0 THEN
998307         MOVE SPACES TO RPT-LINE
998308         STRING RUN-DATE, " ACCOUNT ", ACCT-ID(AX),
998309             " SHORT TOTAL ", ACCT-SUB-SHORT-SHARES, " ",
998310             ACCT-SUB-SHORT-PROCEEDS
998311             DELIMITED BY SIZE INTO RPT-LINE
998312         PERFORM 0700-WRITE-REPORT
998313     END-IF.
989343     MOVE SPACES TO RPT-LINE.
989344     STRING RUN-DATE, " ACCOUNT ", ACCT-ID(AX),
989345         " CASH BALANCE ", ACCT-CASH(AX)
989346         DELIMITED BY SIZE INTO RPT-LINE.
989347     PERFORM 0700-WRITE-REPORT.
989348     ADD ACCT-CASH(AX) TO TOTAL-CASH.
997790     MOVE SPACES TO RPT-LINE.
997791     STRING RUN-DATE, " ACCOUNT ", ACCT-ID(AX),
997792         " COMMISSION AND FEES ", ACCT-FEES(AX)
997793         DELIMITED BY SIZE INTO RPT-LINE.
997794     PERFORM 0700-WRITE-REPORT.
997795     ADD ACCT-FEES(AX) TO TOTAL-FEES.
999357     PERFORM 4070-WRITE-VALUATION.
989349 4010-EXIT.
989351     EXIT.
999168*--------------------------------------------------------------
999169* ONE LINE PER OPEN LOT OF THE POSITION AT TX, NUMBERED THE WAY
999170* A SELL LINE'S "lots" TOKEN NAMES THEM -- 1 IS THE OLDEST.
999171*--------------------------------------------------------------
999172 4015-PRINT-OPEN-LOTS.
999173     PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > TCKR-LOT-COUNT(TX)
999174         MOVE LX TO LOT-NUMBER-OUT
999175         MOVE SPACES TO RPT-LINE
999176         STRING RUN-DATE, "   LOT ", LOT-NUMBER-OUT, " ",
999177             TCKR-ID(TX),
999178             " ", LOT-SHARES(TX, LX), " ", LOT-COST(TX, LX),
999179             " OPENED ", LOT-OPEN-DATE(TX, LX)
999180             DELIMITED BY SIZE INTO RPT-LINE
999181         PERFORM 0700-WRITE-REPORT
999182     END-PERFORM.
999183 4015-EXIT.
999184     EXIT.
998894*--------------------------------------------------------------
998895* THE ACCOUNT'S TAX STATUS AS PRINTED ON ITS REPORT LINES.
998896*--------------------------------------------------------------
998897 4030-SET-TAX-WORD.
998898     IF ACCT-TAX-DEFERRED(AX) THEN
998899         MOVE "DEFERRED" TO ACCT-TAX-WORD
998900     ELSE
998901         IF ACCT-TAX-EXEMPT(AX) THEN
998902             MOVE "EXEMPT" TO ACCT-TAX-WORD
998903         ELSE
998904             MOVE "TAXABLE" TO ACCT-TAX-WORD
998905         END-IF
998906     END-IF.
998907 4030-EXIT.
998908     EXIT.
998314*--------------------------------------------------------------
998315* ONE SHORT POSITION, PRINTED UNDER ITS TICKER'S LONG LINE --
998316* SHARES SHORT, AVERAGE PROCEEDS, AND TOTAL OPEN PROCEEDS --
998317* AND MARKED TO MARKET WHEN THE CLOSES ARE LOADED.
998318*--------------------------------------------------------------
998319 4020-PRINT-SHORT-POSITION.
998320     DIVIDE TCKR-SHORT-PROCEEDS(TX) BY TCKR-SHORT-SHARES(TX)
998321         GIVING SHORT-AVG.
998322     MOVE SPACES TO RPT-LINE.
998323     STRING RUN-DATE, " SHORT    ", TCKR-ID(TX), " ",
998324         TCKR-SHORT-SHARES(TX), " ", SHORT-AVG, " ",
998325         TCKR-SHORT-PROCEEDS(TX)
998326         DELIMITED BY SIZE INTO RPT-LINE.
998327     PERFORM 0700-WRITE-REPORT.
999358     MOVE TCKR-SHORT-PROCEEDS(TX) TO MARKET-VALUE.
998328     IF PRICES-LOADED THEN
998329         PERFORM 4060-MARK-ONE-SHORT
998330     END-IF.
999359     SUBTRACT MARKET-VALUE FROM ACCT-SUB-MARKET.
998331     ADD TCKR-SHORT-SHARES(TX) TO ACCT-SUB-SHORT-SHARES.
998332     ADD TCKR-SHORT-PROCEEDS(TX) TO ACCT-SUB-SHORT-PROCEEDS.
998333     ADD TCKR-SHORT-SHARES(TX) TO TOTAL-SHORT-SHARES.
998334     ADD TCKR-SHORT-PROCEEDS(TX) TO TOTAL-SHORT-PROCEEDS.
998335 4020-EXIT.
998336     EXIT.
018031
987301*--------------------------------------------------------------
987302* MARK ONE TICKER TO MARKET AGAINST THE NIGHTLY CLOSE -- MARKET
987342             DELIMITED BY SIZE INTO RPT-LINE
987343         PERFORM 0700-WRITE-REPORT
987344     ELSE
987345         IF TCKR-SHARES(TX) > 0
998337                 OR TCKR-SHORT-SHARES(TX) > 0 THEN
987346             MOVE RUN-DATE TO EXCPT-RUN-DATE
987347             MOVE "DEATHANDTAX" TO EXCPT-PROGRAM
987348             MOVE "PRCE" TO EXCPT-CODE
987356     END-IF.
987357 4050-EXIT.
987358     EXIT.
987368*--------------------------------------------------------------
987378* MARK ONE SHORT POSITION TO MARKET -- THE SHARES OWED ARE
987388* VALUED AT THE CLOSE, AND THE UNREALIZED GAIN/LOSS RUNS THE
987398* OPPOSITE WAY TO A LONG: THE OPEN PROCEEDS LESS WHAT IT WOULD
987408* COST TO BUY THE SHARES BACK. A TICKER WITH NO CLOSE WAS
987418* ALREADY REPORTED BY 4050.
987428*--------------------------------------------------------------
987438 4060-MARK-ONE-SHORT.
987448     SET PRICE-NOT-FOUND TO TRUE.
987458     PERFORM VARYING PRX FROM 1 BY 1 UNTIL PRX > PRICE-COUNT
987468         IF PRICE-TICKER(PRX) = TCKR-ID(TX) THEN
987478             MOVE PRICE-CLOSE(PRX) TO CURR-CLOSE
987488             SET PRICE-FOUND TO TRUE
987498         END-IF
987508     END-PERFORM.
987518     IF PRICE-FOUND THEN
987528         MOVE 0 TO LOT-BASIS
987538         MOVE TCKR-SHORT-SHARES(TX) TO UNLOTTED-SHORT
987548         PERFORM VARYING LX FROM 1 BY 1
987558                 UNTIL LX > TCKR-SHORT-LOT-COUNT(TX)
987568             COMPUTE LOT-BASIS = LOT-BASIS
987578                 + SHORT-LOT-SHARES(TX, LX)
987588                 * SHORT-LOT-PROCEEDS(TX, LX)
987598             SUBTRACT SHORT-LOT-SHARES(TX, LX) FROM UNLOTTED-SHORT
987608         END-PERFORM
987618         IF UNLOTTED-SHORT > 0 THEN
987628             COMPUTE LOT-BASIS = LOT-BASIS
987638                 + UNLOTTED-SHORT * SHORT-AVG
987648         END-IF
987658         COMPUTE MARKET-VALUE = TCKR-SHORT-SHARES(TX) * CURR-CLOSE
987668         COMPUTE UNREAL-GL = LOT-BASIS - MARKET-VALUE
987678         ADD MARKET-VALUE TO TOTAL-SHORT-MARKET
987688         ADD UNREAL-GL TO TOTAL-SHORT-UNREAL
987698         MOVE SPACES TO RPT-LINE
987708         STRING RUN-DATE, "   SHORT MARKET ", TCKR-ID(TX),
987718             " CLOSE ", CURR-CLOSE, " VALUE ", MARKET-VALUE,
987728             " UNREALIZED ", UNREAL-GL
987738             DELIMITED BY SIZE INTO RPT-LINE
987748         PERFORM 0700-WRITE-REPORT
987758     END-IF.
987768 4060-EXIT.
987778     EXIT.
987788*--------------------------------------------------------------
987798* THE ACCOUNT'S VALUATION HISTORY RECORD FOR THE NIGHT.
987808*--------------------------------------------------------------
987818 4070-WRITE-VALUATION.
987828     IF VALHIST-OK THEN
987838         MOVE SPACES TO VALUATION-RECORD
987848         MOVE RUN-DATE TO VAL-RUN-DATE
987858         MOVE ACCT-ID(AX) TO VAL-ACCOUNT
987868         MOVE ACCT-SUB-MARKET TO VAL-MARKET-VALUE
987878         MOVE ACCT-CASH(AX) TO VAL-CASH
987888         MOVE ACCT-NET-FLOW(AX) TO VAL-NET-FLOW
987898         MOVE ACCT-PRICED-SWITCH TO VAL-PRICED
987908         WRITE VALUATION-RECORD
987918     END-IF.
987928 4070-EXIT.
987938     EXIT.
018021
018022*--------------------------------------------------------------
018023* REALIZED-GAINS SCHEDULE FROM THIS RUN'S DIE EVENTS -- GROSS
018054         " OFFSET ", TOTAL-OFFSET
018056         DELIMITED BY SIZE INTO RPT-LINE.
018057     PERFORM 0700-WRITE-REPORT.
998338     IF TOTAL-COVER-GL NOT = 0 THEN
998339         MOVE SPACES TO RPT-LINE
998340         STRING RUN-DATE, " GAINS TOTAL SHORT COVERED ",
998341             TOTAL-COVER-GL
998342             DELIMITED BY SIZE INTO RPT-LINE
998343         PERFORM 0700-WRITE-REPORT
998344     END-IF.
018055 4100-EXIT.
018056     EXIT.
018058
989411     MOVE 0 TO ACCT-LT-GROSS.
989412     MOVE 0 TO ACCT-LT-TAX.
989413     MOVE 0 TO ACCT-OFFSET.
998345     MOVE 0 TO ACCT-COVER-GL.
989414     PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TICKER-COUNT
989415         IF TCKR-ACCT(TX) = ACCT-ID(AX)
989416                 AND (TCKR-ST-GROSS(TX) NOT = 0
989439             ADD TCKR-LT-TAX(TX) TO TOTAL-LT-TAX
989441             ADD TCKR-OFFSET-APPLIED(TX) TO TOTAL-OFFSET
989442         END-IF
998346         IF TCKR-ACCT(TX) = ACCT-ID(AX)
998347                 AND TCKR-COVER-GL(TX) NOT = 0 THEN
998348             MOVE SPACES TO RPT-LINE
998349             STRING RUN-DATE, " GAINS ", ACCT-ID(AX), " ",
998350                 TCKR-ID(TX), " SHORT COVERED ", TCKR-COVER-GL(TX)
998351                 DELIMITED BY SIZE INTO RPT-LINE
998352             PERFORM 0700-WRITE-REPORT
998353             ADD TCKR-COVER-GL(TX) TO ACCT-COVER-GL
998354             ADD TCKR-COVER-GL(TX) TO TOTAL-COVER-GL
998355         END-IF
989443     END-PERFORM.
989444     IF ACCT-ST-GROSS NOT = 0 OR ACCT-LT-GROSS NOT = 0
989445             OR ACCT-OFFSET NOT = 0 THEN
998909         PERFORM 4030-SET-TAX-WORD
989446         MOVE SPACES TO RPT-LINE
989447         STRING RUN-DATE, " GAINS ", ACCT-ID(AX), " TOTAL",
989448             " ST ", ACCT-ST-GROSS, " TAX ", ACCT-ST-TAX,
989449             " LT ", ACCT-LT-GROSS, " TAX ", ACCT-LT-TAX,
989451             " OFFSET ", ACCT-OFFSET
998910             " ", ACCT-TAX-WORD
989452             DELIMITED BY SIZE INTO RPT-LINE
989453         PERFORM 0700-WRITE-REPORT
989454     END-IF.
998356     IF ACCT-COVER-GL NOT = 0 THEN
998357         MOVE SPACES TO RPT-LINE
998358         STRING RUN-DATE, " GAINS ", ACCT-ID(AX),
998359             " TOTAL SHORT COVERED ", ACCT-COVER-GL
998360             DELIMITED BY SIZE INTO RPT-LINE
998361         PERFORM 0700-WRITE-REPORT
998362     END-IF.
989455 4110-EXIT.
989456     EXIT.
989457
991202* WRITE THE REALIZED-GAINS SCHEDULE AS A FIXED-LAYOUT GL
991203* EXTRACT -- ONE DETAIL RECORD PER ACCOUNT-PLUS-TICKER WITH
991204* DIE ACTIVITY AND A TOTAL RECORD, MIRRORING PARKINGROLLUP'S
991205* GLEXTR, PLUS ONE "F" FEE RECORD PER ACCOUNT THAT PAID
997796* COMMISSION OR FEES. RUNS AFTER 4000 AND 4100 SO THE ACCOUNT
997797* AND FIRM TOTALS ARE FINAL. A FILE
991206* FAILURE REPORTS AN EXCEPTION; THE PRINTED SCHEDULE STANDS.
991207*--------------------------------------------------------------
991208 4500-WRITE-GL-EXTRACT.
991223                 MOVE TCKR-LT-GROSS(TX) TO GLX-LT-GROSS
991224                 MOVE TCKR-LT-TAX(TX) TO GLX-LT-TAX
991225                 MOVE TCKR-OFFSET-APPLIED(TX) TO GLX-OFFSET
997798                 MOVE 0 TO GLX-FEES
991226                 WRITE GLEXTR-RECORD
991227             END-IF
991228         END-PERFORM
998363         PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TICKER-COUNT
998364             IF TCKR-COVER-GL(TX) NOT = 0 THEN
998365                 MOVE RUN-DATE TO GLX-RUN-DATE
998366                 MOVE "S" TO GLX-RECORD-TYPE
998367                 MOVE TCKR-ACCT(TX) TO GLX-ACCOUNT
998368                 MOVE TCKR-ID(TX) TO GLX-TICKER
998369                 MOVE TCKR-COVER-GL(TX) TO GLX-ST-GROSS
998370                 MOVE 0 TO GLX-ST-TAX
998371                 MOVE 0 TO GLX-LT-GROSS
998372                 MOVE 0 TO GLX-LT-TAX
998373                 MOVE 0 TO GLX-OFFSET
998374                 MOVE 0 TO GLX-FEES
998375                 WRITE GLEXTR-RECORD
998376             END-IF
998377         END-PERFORM
997799         PERFORM VARYING AX FROM 1 BY 1
997800                 UNTIL AX > ACCOUNT-COUNT
997801             IF ACCT-FEES(AX) NOT = 0 THEN
997802                 MOVE RUN-DATE TO GLX-RUN-DATE
997803                 MOVE "F" TO GLX-RECORD-TYPE
997804                 MOVE ACCT-ID(AX) TO GLX-ACCOUNT
997805                 MOVE SPACES TO GLX-TICKER
997806                 MOVE 0 TO GLX-ST-GROSS
997807                 MOVE 0 TO GLX-ST-TAX
997808                 MOVE 0 TO GLX-LT-GROSS
997809                 MOVE 0 TO GLX-LT-TAX
997810                 MOVE 0 TO GLX-OFFSET
997811                 MOVE ACCT-FEES(AX) TO GLX-FEES
997812                 WRITE GLEXTR-RECORD
997813             END-IF
997814         END-PERFORM
991229         MOVE RUN-DATE TO GLX-RUN-DATE
991231         MOVE "T" TO GLX-RECORD-TYPE
991232         MOVE SPACES TO GLX-ACCOUNT
991236         MOVE TOTAL-LT-GROSS TO GLX-LT-GROSS
991237         MOVE TOTAL-LT-TAX TO GLX-LT-TAX
991238         MOVE TOTAL-OFFSET TO GLX-OFFSET
997815         MOVE TOTAL-FEES TO GLX-FEES
991239         WRITE GLEXTR-RECORD
991241         CLOSE GLEXTR-FILE
991242     ELSE
018113                 MOVE "C" TO POS-RECORD-TYPE
018114                 MOVE 0 TO POS-LOT-SEQ
018115                 MOVE 0 TO POS-SHARES
998378                 IF ACCT-SHORT-OK(AX) THEN
998379                     MOVE 1 TO POS-SHARES
998380                 END-IF
018116                 MOVE 0 TO POS-AVG-COST
018117                 MOVE ACCT-CASH(AX) TO POS-VALUE
018118                 MOVE 0 TO POS-LOSS-CF
992143             END-DELETE
992144         END-PERFORM
992145     END-IF.
998381     PERFORM 5060-SAVE-SHORT-SIDE.
992146 5050-EXIT.
992147     EXIT.
998382*--------------------------------------------------------------
998383* THE SHORT SIDE OF ONE TOUCHED POSITION -- THE "S" SUMMARY AND
998384* ITS "O" LOTS WHILE SHARES ARE SHORT; ONCE FULLY COVERED THE
998385* SUMMARY IS DELETED. SHORT LOTS PAST TONIGHT'S COUNT ARE
998386* DELETED BY KEY THE SAME WAY STALE LONG LOTS ARE.
998387*--------------------------------------------------------------
998388 5060-SAVE-SHORT-SIDE.
998389     MOVE SPACES TO POSMAST-RECORD.
998390     MOVE TCKR-ACCT(TX) TO POS-ACCOUNT.
998391     MOVE TCKR-ID(TX) TO POS-TICKER-ID.
998392     MOVE "S" TO POS-RECORD-TYPE.
998393     MOVE 0 TO POS-LOT-SEQ.
998394     IF TCKR-SHORT-SHARES(TX) > 0 THEN
998395         MOVE TCKR-SHORT-SHARES(TX) TO POS-SHARES
998396         DIVIDE TCKR-SHORT-PROCEEDS(TX) BY TCKR-SHORT-SHARES(TX)
998397             GIVING POS-AVG-COST
998398         MOVE TCKR-SHORT-PROCEEDS(TX) TO POS-VALUE
998399         MOVE 0 TO POS-LOSS-CF
998400         MOVE 0 TO POS-LAST-LOSS-DATE
998401         MOVE 0 TO POS-LAST-LOSS-AMT
998402         PERFORM 5100-PUT-MASTER-RECORD
998403         PERFORM VARYING LX FROM 1 BY 1
998404                 UNTIL LX > TCKR-SHORT-LOT-COUNT(TX)
998405             MOVE SPACES TO POSMAST-RECORD
998406             MOVE TCKR-ACCT(TX) TO POS-ACCOUNT
998407             MOVE TCKR-ID(TX) TO POS-TICKER-ID
998408             MOVE "O" TO POS-RECORD-TYPE
998409             MOVE LX TO POS-LOT-SEQ
998410             MOVE SHORT-LOT-SHARES(TX, LX) TO POS-LOT-SHARES
998411             MOVE SHORT-LOT-PROCEEDS(TX, LX) TO POS-LOT-COST
998412             MOVE SHORT-LOT-OPEN-DATE(TX, LX) TO POS-LOT-DATE
998413             PERFORM 5100-PUT-MASTER-RECORD
998414         END-PERFORM
998415     ELSE
998416         DELETE POSMAST-FILE RECORD
998417             INVALID KEY CONTINUE
998418         END-DELETE
998419     END-IF.
998420     IF TCKR-OLD-SHORT-LOTS(TX) > TCKR-SHORT-LOT-COUNT(TX) THEN
998421         PERFORM VARYING LX FROM TCKR-SHORT-LOT-COUNT(TX) BY 1
998422                 UNTIL LX >= TCKR-OLD-SHORT-LOTS(TX)
998423             MOVE TCKR-ACCT(TX) TO POS-ACCOUNT
998424             MOVE TCKR-ID(TX) TO POS-TICKER-ID
998425             MOVE "O" TO POS-RECORD-TYPE
998426             COMPUTE POS-LOT-SEQ = LX + 1
998427             DELETE POSMAST-FILE RECORD
998428                 INVALID KEY CONTINUE
998429             END-DELETE
998430         END-PERFORM
998431     END-IF.
998432 5060-EXIT.
998433     EXIT.
992148
992151*--------------------------------------------------------------
992152* ONE RECORD TO THE KEYED MASTER -- REWRITE THE KEY ALREADY
992174     END-IF.
992175 5100-EXIT.
992176     EXIT.
992177*--------------------------------------------------------------
992178* TAKE THE POSITION AS IT STANDS JUST BEFORE A BUY, SELL, SHORT,
992179* OR COVER POSTS -- THE LONG SIDE, OR THE SHORT SIDE FOR A SHORT
992180* OR COVER -- SO 6010 CAN KEEP THE TRADE'S EFFECT AS DELTAS.
992181*--------------------------------------------------------------
992182 6000-SNAPSHOT-TRADE.
992183     MOVE 0 TO RLV-COUNT.
992184     MOVE 0 TO TRADE-JRNL-SEQ.
992185     IF OPTION = "short" OR OPTION = "cover" THEN
992186         MOVE TCKR-SHORT-SHARES(TICKER-IDX) TO PRE-SHARES
992187         MOVE TCKR-SHORT-PROCEEDS(TICKER-IDX) TO PRE-VALUE
992188     ELSE
992189         MOVE TCKR-SHARES(TICKER-IDX) TO PRE-SHARES
992190         MOVE TCKR-VALUE(TICKER-IDX) TO PRE-VALUE
992191     END-IF.
992192     MOVE ACCT-CASH(ACCT-IDX) TO PRE-CASH.
992193     MOVE TCKR-LOSS-CF(TICKER-IDX) TO PRE-LOSS-CF.
992194     MOVE TCKR-LAST-LOSS-DATE(TICKER-IDX) TO PRE-LOSS-DATE.
992195     MOVE TCKR-LAST-LOSS-AMT(TICKER-IDX) TO PRE-LOSS-AMT.
992196     MOVE TCKR-COVER-GL(TICKER-IDX) TO PRE-COVER-GL.
992197 6000-EXIT.
992198     EXIT.
992199
992200*--------------------------------------------------------------
992201* KEEP THE TRADE JUST JOURNALED ON THE TRADE HISTORY -- THE "H"
992202* RECORD UNDER TONIGHT'S RUN DATE AND THE TRADE LINE'S JOURNAL
992203* SEQUENCE, THEN ONE "R" RECORD PER LOT IT RELIEVED. NOTHING IS
992204* KEPT WHEN THE HISTORY IS UNAVAILABLE OR THE TRADE LINE DID NOT
992205* REACH THE JOURNAL (NO SEQUENCE TO CANCEL IT BY).
992206*--------------------------------------------------------------
992207 6010-RECORD-TRADE.
992208     IF TRDHIST-AVAILABLE AND TRADE-JRNL-SEQ > 0 THEN
992209         MOVE SPACES TO TRDHIST-RECORD
992210         MOVE RUN-DATE TO TRH-RUN-DATE
992211         MOVE TRADE-JRNL-SEQ TO TRH-JRNL-SEQ
992212         MOVE "H" TO TRH-RECORD-TYPE
992213         MOVE 0 TO TRH-DETAIL-SEQ
992214         MOVE TCKR-ACCT(TICKER-IDX) TO TRH-ACCOUNT
992215         MOVE TICKER-IN TO TRH-TICKER
992216         MOVE OPTION TO TRH-OPTION
992217         MOVE NUM-SHARES TO TRH-SHARES
992218         MOVE JRNL-SHARE-COST TO TRH-PRICE
992219         MOVE TRADE-FEE TO TRH-FEE
992220         MOVE TRADE-DATE TO TRH-TRADE-DATE
992221         MOVE LOT-OPEN-COST TO TRH-LOT-COST
992222         IF OPTION = "short" OR OPTION = "cover" THEN
992223             COMPUTE TRH-SHARE-DELTA =
992224                 TCKR-SHORT-SHARES(TICKER-IDX) - PRE-SHARES
992225             COMPUTE TRH-VALUE-DELTA =
992226                 TCKR-SHORT-PROCEEDS(TICKER-IDX) - PRE-VALUE
992227         ELSE
992228             COMPUTE TRH-SHARE-DELTA =
992229                 TCKR-SHARES(TICKER-IDX) - PRE-SHARES
992230             COMPUTE TRH-VALUE-DELTA =
992231                 TCKR-VALUE(TICKER-IDX) - PRE-VALUE
992232         END-IF
992233         COMPUTE TRH-CASH-DELTA = ACCT-CASH(ACCT-IDX) - PRE-CASH
992234         COMPUTE TRH-LOSS-DELTA =
992235             TCKR-LOSS-CF(TICKER-IDX) - PRE-LOSS-CF
992236         COMPUTE TRH-GL-DELTA =
992237             TCKR-COVER-GL(TICKER-IDX) - PRE-COVER-GL
992238         MOVE PRE-LOSS-DATE TO TRH-PRIOR-LOSS-DATE
992239         MOVE PRE-LOSS-AMT TO TRH-PRIOR-LOSS-AMT
992240         MOVE RLV-COUNT TO TRH-LOTS-RELIEVED
992241         MOVE SPACE TO TRH-STATUS
992242         MOVE 0 TO TRH-CANCEL-DATE
992243         PERFORM 6020-PUT-HISTORY-RECORD
992244         PERFORM VARYING RLX FROM 1 BY 1 UNTIL RLX > RLV-COUNT
992245             MOVE SPACES TO TRDHIST-RECORD
992246             MOVE RUN-DATE TO TRH-RUN-DATE
992247             MOVE TRADE-JRNL-SEQ TO TRH-JRNL-SEQ
992248             MOVE "R" TO TRH-RECORD-TYPE
992249             MOVE RLX TO TRH-DETAIL-SEQ
992250             MOVE RLV-SHARES(RLX) TO TRH-RLV-SHARES
992251             MOVE RLV-COST(RLX) TO TRH-RLV-COST
992252             MOVE RLV-DATE(RLX) TO TRH-RLV-DATE
992253             PERFORM 6020-PUT-HISTORY-RECORD
992254         END-PERFORM
992255     END-IF.
992256 6010-EXIT.
992257     EXIT.
992258
992259*--------------------------------------------------------------
992260* WRITE ONE TRADE-HISTORY RECORD. A RERUN AFTER AN ABEND MEETS
992261* THE ABANDONED RUN'S RECORDS AT THE SAME JOURNAL SEQUENCES, SO
992262* AN EXISTING KEY IS REWRITTEN -- TONIGHT'S TRADE SUPERSEDES IT,
992263* AS 5100 DOES FOR THE POSITION MASTER.
992264*--------------------------------------------------------------
992265 6020-PUT-HISTORY-RECORD.
992266     WRITE TRDHIST-RECORD
992267         INVALID KEY
992268             REWRITE TRDHIST-RECORD
992269                 INVALID KEY
992270                     MOVE RUN-DATE TO EXCPT-RUN-DATE
992271                     MOVE "DEATHANDTAX" TO EXCPT-PROGRAM
992272                     MOVE "THST" TO EXCPT-CODE
992273                     MOVE 2 TO EXCPT-SEVERITY
992274                     MOVE SPACES TO EXCPT-TEXT
992275                     STRING "TRADE-HISTORY-WRITE-FAILED ",
992276                         TRH-RUN-DATE, "-", TRH-JRNL-SEQ,
992277                         " STATUS ", TRDHIST-STATUS
992278                         DELIMITED BY SIZE INTO EXCPT-TEXT
992279                     CALL "EXCPTRPT" USING EXCEPTION-RECORD
992280             END-REWRITE
992281     END-WRITE.
992282 6020-EXIT.
992283     EXIT.
992284
992285*--------------------------------------------------------------
992286* A "correct" LINE -- SPLIT OFF THE ORIGINAL ENTRY'S RUN DATE
992287* AND SEQUENCE, CANCEL IT, AND ON SUCCESS LEAVE THE REPLACEMENT
992288* TRADE IN INPUT-LINE FLAGGED AS RE-BOOKING THE ORIGINAL. A
992289* CORRECT WITH NO BUY/SELL/SHORT/COVER BEHIND IT, OR WHOSE
992290* CANCEL IS REFUSED, BOOKS NOTHING.
992291*--------------------------------------------------------------
992292 6050-CORRECT-TRADE.
992293     MOVE 0 TO CXL-RUN-DATE.
992294     MOVE 0 TO CXL-SEQ.
992295     MOVE 1 TO CXL-POS.
992296     UNSTRING INPUT-LINE DELIMITED BY ALL SPACE
992297         INTO OPTION, CXL-RUN-DATE, CXL-SEQ
992298         WITH POINTER CXL-POS.
992299     MOVE SPACES TO CORR-LINE.
992300     IF CXL-POS <= 80 THEN
992301         MOVE INPUT-LINE(CXL-POS:) TO CORR-LINE
992302     END-IF.
992303     MOVE SPACES TO CORR-KEYWORD.
992304     UNSTRING CORR-LINE DELIMITED BY SPACE INTO CORR-KEYWORD.
992305     IF CORR-KEYWORD = "buy" OR CORR-KEYWORD = "sell"
992306             OR CORR-KEYWORD = "short"
992307             OR CORR-KEYWORD = "cover" THEN
992308         PERFORM 6100-CANCEL-TRADE
992309     ELSE
992310         SET CANCEL-REFUSED TO TRUE
992311         MOVE SPACES TO CXL-REF
992312         STRING CXL-RUN-DATE, "-", CXL-SEQ
992313             DELIMITED BY SIZE INTO CXL-REF
992314         MOVE "CORRECT-HAS-NO-REPLACEMENT-TRADE" TO CXL-REASON
992315         PERFORM 6190-REFUSE-CANCEL
992316     END-IF.
992317     IF CANCEL-POSTED THEN
992318         MOVE CORR-LINE TO INPUT-LINE
992319         MOVE SPACES TO JRNL-FLAG
992320         STRING "REBOOKS-", CXL-REF
992321             DELIMITED BY SIZE INTO JRNL-FLAG
992322     ELSE
992323         MOVE SPACES TO INPUT-LINE
992324     END-IF.
992325 6050-EXIT.
992326     EXIT.
992327
992328*--------------------------------------------------------------
992329* CANCEL THE TRADE KEPT UNDER CXL-RUN-DATE/CXL-SEQ. THE "H"
992330* RECORD MUST EXIST AND NOT ALREADY BE CANCELLED; THE TRADE IS
992331* REVERSED UNDER ITS OWN ACCOUNT (WHATEVER ACCOUNT THE FEED IS
992332* POSTING TO TONIGHT), JOURNALED AS AN "ORIG" LINE RESTATING IT
992333* AND A "cancel" LINE CARRYING THE POSITION AFTER REVERSAL, AND
992334* MARKED CANCELLED. ANY REFUSAL IS A SERIOUS EXCEPTION.
992335*--------------------------------------------------------------
992336 6100-CANCEL-TRADE.
992337     SET CANCEL-REFUSED TO TRUE.
992338     MOVE SPACES TO CXL-REASON.
992339     MOVE SPACES TO CXL-REF.
992340     STRING CXL-RUN-DATE, "-", CXL-SEQ
992341         DELIMITED BY SIZE INTO CXL-REF.
992342     IF TRDHIST-UNAVAILABLE THEN
992343         MOVE "TRADE-HISTORY-UNAVAILABLE" TO CXL-REASON
992344     ELSE
992345         MOVE CXL-RUN-DATE TO TRH-RUN-DATE
992346         MOVE CXL-SEQ TO TRH-JRNL-SEQ
992347         MOVE "H" TO TRH-RECORD-TYPE
992348         MOVE 0 TO TRH-DETAIL-SEQ
992349         READ TRDHIST-FILE
992350             INVALID KEY
992351                 MOVE "ORIGINAL-ENTRY-NOT-FOUND" TO CXL-REASON
992352         END-READ
992353     END-IF.
992354     IF CXL-REASON = SPACES THEN
992355         IF TRH-CANCELLED THEN
992356             STRING "ALREADY-CANCELLED ", TRH-CANCEL-DATE
992357                 DELIMITED BY SIZE INTO CXL-REASON
992358         END-IF
992359     END-IF.
992360     IF CXL-REASON = SPACES THEN
992361         MOVE TRH-OPTION TO CXL-OPTION
992362         MOVE CURRENT-ACCOUNT TO CXL-SAVED-ACCOUNT
992363         MOVE TRH-ACCOUNT TO CURRENT-ACCOUNT
992364         PERFORM 1900-LOOKUP-ACCOUNT
992365         IF CURRENT-ACCT-OPEN THEN
992366             MOVE TRH-TICKER TO TICKER-IN
992367             PERFORM 2000-LOOKUP-TICKER
992368             PERFORM 6110-VALIDATE-CANCEL
992369         ELSE
992370             MOVE "ACCOUNT-CLOSED-OR-NOT-ON-MASTER" TO CXL-REASON
992371         END-IF
992372         IF CXL-REASON = SPACES THEN
992373             PERFORM 6130-JOURNAL-ORIGINAL
992374             PERFORM 6140-REVERSE-TRADE
992375             PERFORM 6170-JOURNAL-REVERSAL
992376             PERFORM 6180-MARK-CANCELLED
992377             SET CANCEL-POSTED TO TRUE
992378         END-IF
992379         MOVE CXL-SAVED-ACCOUNT TO CURRENT-ACCOUNT
992380         PERFORM 1900-LOOKUP-ACCOUNT
992381     END-IF.
992382     IF CANCEL-REFUSED THEN
992383         PERFORM 6190-REFUSE-CANCEL
992384     END-IF.
992385 6100-EXIT.
992386     EXIT.
992387
992388*--------------------------------------------------------------
992389* A CANCEL MUST NOT GUESS. A CORPORATE ACTION APPLIED TO THE
992390* TICKER SINCE THE TRADE DATE HAS RESHAPED ITS LOTS; A BUY OR
992391* SHORT WHOSE LOT IS NO LONGER OPEN EXACTLY AS BOOKED HAS BEEN
992392* SOLD FROM (OR COVERED) SINCE; A SELL OR COVER WHOSE RELIEVED
992393* LOTS WILL NOT FIT BACK IN THE LOT TABLE CANNOT BE PUT BACK
992394* WHOLE. ANY OF THESE REFUSES THE CANCEL.
992395*--------------------------------------------------------------
992396 6110-VALIDATE-CANCEL.
992397     PERFORM VARYING APX FROM 1 BY 1 UNTIL APX > APL-COUNT
992398         IF APL-TICKER(APX) = TRH-TICKER
992399                 AND APL-DATE(APX) > TRH-TRADE-DATE THEN
992400             MOVE "CORPORATE-ACTION-SINCE-TRADE" TO CXL-REASON
992401         END-IF
992402     END-PERFORM.
992403     IF CXL-REASON = SPACES THEN
992404         IF CXL-OPTION = "buy" OR CXL-OPTION = "short" THEN
992405             PERFORM 6120-FIND-OPEN-LOT
992406             IF CXL-HIT-LX = 0 THEN
992407                 MOVE "LOT-SOLD-FROM-SINCE-TRADE" TO CXL-REASON
992408             END-IF
992409         END-IF
992410         IF CXL-OPTION = "sell" THEN
992411             IF TCKR-LOT-COUNT(TICKER-IDX)
992412                     + TRH-LOTS-RELIEVED > 50 THEN
992413                 MOVE "LOT-TABLE-FULL-CANNOT-REINSTATE"
992414                     TO CXL-REASON
992415             END-IF
992416         END-IF
992417         IF CXL-OPTION = "cover" THEN
992418             IF TCKR-SHORT-LOT-COUNT(TICKER-IDX)
992419                     + TRH-LOTS-RELIEVED > 20 THEN
992420                 MOVE "LOT-TABLE-FULL-CANNOT-REINSTATE"
992421                     TO CXL-REASON
992422             END-IF
992423         END-IF
992424     END-IF.
992425 6110-EXIT.
992426     EXIT.
992427
992428*--------------------------------------------------------------
992429* FIND THE LOT A BUY (OR SHORT) OPENED -- THE NEWEST LOT STILL
992430* HOLDING EXACTLY ITS SHARES AT ITS COST AND OPEN DATE. CXL-HIT-LX
992431* IS LEFT ZERO WHEN NONE IS, OR THE POSITION NO LONGER HOLDS THE
992432* SHARES THE TRADE ADDED.
992433*--------------------------------------------------------------
992434 6120-FIND-OPEN-LOT.
992435     MOVE 0 TO CXL-HIT-LX.
992436     IF CXL-OPTION = "buy" THEN
992437         PERFORM VARYING LX FROM 1 BY 1
992438                 UNTIL LX > TCKR-LOT-COUNT(TICKER-IDX)
992439             IF LOT-SHARES(TICKER-IDX, LX) = TRH-SHARES
992440                     AND LOT-COST(TICKER-IDX, LX) = TRH-LOT-COST
992441                     AND LOT-OPEN-DATE(TICKER-IDX, LX)
992442                         = TRH-TRADE-DATE THEN
992443                 MOVE LX TO CXL-HIT-LX
992444             END-IF
992445         END-PERFORM
992446         IF TCKR-SHARES(TICKER-IDX) < TRH-SHARE-DELTA THEN
992447             MOVE 0 TO CXL-HIT-LX
992448         END-IF
992449     ELSE
992450         PERFORM VARYING LX FROM 1 BY 1
992451                 UNTIL LX > TCKR-SHORT-LOT-COUNT(TICKER-IDX)
992452             IF SHORT-LOT-SHARES(TICKER-IDX, LX) = TRH-SHARES
992453                     AND SHORT-LOT-PROCEEDS(TICKER-IDX, LX)
992454                         = TRH-LOT-COST
992455                     AND SHORT-LOT-OPEN-DATE(TICKER-IDX, LX)
992456                         = TRH-TRADE-DATE THEN
992457                 MOVE LX TO CXL-HIT-LX
992458             END-IF
992459         END-PERFORM
992460         IF TCKR-SHORT-SHARES(TICKER-IDX) < TRH-SHARE-DELTA THEN
992461             MOVE 0 TO CXL-HIT-LX
992462         END-IF
992463     END-IF.
992464 6120-EXIT.
992465     EXIT.
992466
992467*--------------------------------------------------------------
992468* RESTATE THE ORIGINAL TRADE ON THE JOURNAL AHEAD OF ITS
992469* REVERSAL -- OPTION, TICKER, SHARES, PRICE, FEE, TRADE DATE,
992470* THE ENTRY BEING CANCELLED, AND THE ACCOUNT.
992471*--------------------------------------------------------------
992472 6130-JOURNAL-ORIGINAL.
992473     MOVE SPACES TO JRNL-LINE.
992474     STRING RUN-DATE, "   ORIG ", CXL-OPTION, " ", TRH-TICKER,
992475         " ", TRH-SHARES, " ", TRH-PRICE, " ", TRH-FEE, " ",
992476         TRH-TRADE-DATE, " ", CXL-REF, " ", TRH-ACCOUNT
992477         DELIMITED BY SIZE INTO JRNL-LINE.
992478     PERFORM 0710-WRITE-JOURNAL.
992479 6130-EXIT.
992480     EXIT.
992481
992482*--------------------------------------------------------------
992483* REVERSE THE TRADE FROM ITS KEPT DELTAS. A SELL OR COVER GETS
992484* ITS RELIEVED LOTS BACK; A BUY OR SHORT LOSES THE LOT IT
992485* OPENED. SHARES, VALUE (OR SHORT PROCEEDS), CASH, FEES, COVER
992486* G/L, AND THE LOSS CARRYFORWARD ALL COME BACK BY WHAT THE TRADE
992487* MOVED THEM.
992488*--------------------------------------------------------------
992489 6140-REVERSE-TRADE.
992490     IF CXL-OPTION = "sell" OR CXL-OPTION = "cover" THEN
992491         PERFORM 6160-REINSTATE-LOTS
992492     END-IF.
992493     IF CXL-OPTION = "buy" THEN
992494         PERFORM VARYING LX FROM CXL-HIT-LX BY 1
992495                 UNTIL LX >= TCKR-LOT-COUNT(TICKER-IDX)
992496             MOVE TCKR-LOT(TICKER-IDX, LX + 1)
992497                 TO TCKR-LOT(TICKER-IDX, LX)
992498         END-PERFORM
992499         SUBTRACT 1 FROM TCKR-LOT-COUNT(TICKER-IDX)
992500     END-IF.
992501     IF CXL-OPTION = "short" THEN
992502         PERFORM VARYING LX FROM CXL-HIT-LX BY 1
992503                 UNTIL LX >= TCKR-SHORT-LOT-COUNT(TICKER-IDX)
992504             MOVE TCKR-SHORT-LOT(TICKER-IDX, LX + 1)
992505                 TO TCKR-SHORT-LOT(TICKER-IDX, LX)
992506         END-PERFORM
992507         SUBTRACT 1 FROM TCKR-SHORT-LOT-COUNT(TICKER-IDX)
992508     END-IF.
992509     IF CXL-OPTION = "buy" OR CXL-OPTION = "sell" THEN
992510         COMPUTE TCKR-SHARES(TICKER-IDX) =
992511             TCKR-SHARES(TICKER-IDX) - TRH-SHARE-DELTA
992512         COMPUTE TCKR-VALUE(TICKER-IDX) =
992513             TCKR-VALUE(TICKER-IDX) - TRH-VALUE-DELTA
992514         IF TCKR-SHARES(TICKER-IDX) > 0 THEN
992515             DIVIDE TCKR-VALUE(TICKER-IDX)
992516                 BY TCKR-SHARES(TICKER-IDX)
992517                 GIVING TCKR-AVG-COST(TICKER-IDX)
992518         ELSE
992519             MOVE 0 TO TCKR-AVG-COST(TICKER-IDX)
992520         END-IF
992521     ELSE
992522         COMPUTE TCKR-SHORT-SHARES(TICKER-IDX) =
992523             TCKR-SHORT-SHARES(TICKER-IDX) - TRH-SHARE-DELTA
992524         COMPUTE TCKR-SHORT-PROCEEDS(TICKER-IDX) =
992525             TCKR-SHORT-PROCEEDS(TICKER-IDX) - TRH-VALUE-DELTA
992526         SUBTRACT TRH-GL-DELTA FROM TCKR-COVER-GL(TICKER-IDX)
992527     END-IF.
992528     SUBTRACT TRH-CASH-DELTA FROM ACCT-CASH(ACCT-IDX).
992529     SUBTRACT TRH-FEE FROM ACCT-FEES(ACCT-IDX).
992530     PERFORM 6150-REVERSE-LOSS-CF.
992531     MOVE 1 TO TCKR-TOUCHED(TICKER-IDX).
992532     MOVE 1 TO ACCT-TOUCHED(ACCT-IDX).
992533 6140-EXIT.
992534     EXIT.
992535
992536*--------------------------------------------------------------
992537* BACK THE TRADE'S EFFECT OUT OF THE LOSS CARRYFORWARD. A SELL
992538* OR COVER THAT BANKED A LOSS HAS IT REMOVED, NEVER BELOW ZERO;
992539* A SELL'S LOSS THAT IS STILL THE TICKER'S LAST LOSS GIVES THE
992540* LAST-LOSS FIELDS BACK TO THE LOSS BEFORE IT, AND ONE A LATER
992541* BUY ALREADY WASH-REVERSED IS NOT REMOVED TWICE. A BUY THAT
992542* WASH-REVERSED AN EARLIER LOSS PUTS THAT LOSS BACK.
992543*--------------------------------------------------------------
992544 6150-REVERSE-LOSS-CF.
992545     IF TRH-LOSS-DELTA > 0 THEN
992546         MOVE TRH-LOSS-DELTA TO CXL-LOSS-BACKOUT
992547         IF CXL-OPTION = "sell" THEN
992548             IF TCKR-LAST-LOSS-DATE(TICKER-IDX) = TRH-TRADE-DATE
992549                     AND TCKR-LAST-LOSS-AMT(TICKER-IDX)
992550                         = TRH-LOSS-DELTA THEN
992551                 MOVE TRH-PRIOR-LOSS-DATE
992552                     TO TCKR-LAST-LOSS-DATE(TICKER-IDX)
992553                 MOVE TRH-PRIOR-LOSS-AMT
992554                     TO TCKR-LAST-LOSS-AMT(TICKER-IDX)
992555             ELSE
992556                 IF TCKR-LAST-LOSS-AMT(TICKER-IDX) = 0 THEN
992557                     MOVE 0 TO CXL-LOSS-BACKOUT
992558                 END-IF
992559             END-IF
992560         END-IF
992561         IF CXL-LOSS-BACKOUT > TCKR-LOSS-CF(TICKER-IDX) THEN
992562             MOVE 0 TO TCKR-LOSS-CF(TICKER-IDX)
992563         ELSE
992564             SUBTRACT CXL-LOSS-BACKOUT
992565                 FROM TCKR-LOSS-CF(TICKER-IDX)
992566         END-IF
992567     END-IF.
992568     IF TRH-LOSS-DELTA < 0 THEN
992569         SUBTRACT TRH-LOSS-DELTA FROM TCKR-LOSS-CF(TICKER-IDX)
992570         IF TCKR-LAST-LOSS-AMT(TICKER-IDX) = 0 THEN
992571             MOVE TRH-PRIOR-LOSS-DATE
992572                 TO TCKR-LAST-LOSS-DATE(TICKER-IDX)
992573             MOVE TRH-PRIOR-LOSS-AMT
992574                 TO TCKR-LAST-LOSS-AMT(TICKER-IDX)
992575         END-IF
992576     END-IF.
992577 6150-EXIT.
992578     EXIT.
992579
992580*--------------------------------------------------------------
992581* PUT THE LOTS A SELL OR COVER RELIEVED BACK IN THE LOT TABLE.
992582* A SELL'S LOTS GO BACK IN OPEN-DATE ORDER, WHATEVER METHOD
992583* RELIEVED THEM, REJOINING A LOT OF THE SAME DATE AND COST; A
992584* COVER'S GO BACK AT THE FRONT, LAST-RELIEVED FIRST, SO THE OLDEST
992585* ENDS UP AT THE FRONT AGAIN. THE "H" RECORD IS HELD WHILE THE
992586* "R" RECORDS ARE READ THROUGH THE SAME RECORD AREA.
992587*--------------------------------------------------------------
992588 6160-REINSTATE-LOTS.
992589     MOVE TRDHIST-RECORD TO HIST-HOLD.
992590     MOVE TRH-LOTS-RELIEVED TO CXL-LOT-COUNT.
992591     PERFORM VARYING RLX FROM CXL-LOT-COUNT BY -1 UNTIL RLX < 1
992592         MOVE CXL-RUN-DATE TO TRH-RUN-DATE
992593         MOVE CXL-SEQ TO TRH-JRNL-SEQ
992594         MOVE "R" TO TRH-RECORD-TYPE
992595         MOVE RLX TO TRH-DETAIL-SEQ
992596         READ TRDHIST-FILE
992597             INVALID KEY
992598                 MOVE RUN-DATE TO EXCPT-RUN-DATE
992599                 MOVE "DEATHANDTAX" TO EXCPT-PROGRAM
992600                 MOVE "CANC" TO EXCPT-CODE
992601                 MOVE 2 TO EXCPT-SEVERITY
992602                 MOVE SPACES TO EXCPT-TEXT
992603                 STRING "CANCEL ", CXL-REF,
992604                     " RELIEVED-LOT-MISSING ", TRH-DETAIL-SEQ
992605                     DELIMITED BY SIZE INTO EXCPT-TEXT
992606                 CALL "EXCPTRPT" USING EXCEPTION-RECORD
992607             NOT INVALID KEY
992608                 PERFORM 6165-REINSTATE-ONE-LOT
992609         END-READ
992610     END-PERFORM.
992611     MOVE HIST-HOLD TO TRDHIST-RECORD.
992612 6160-EXIT.
992613     EXIT.
992614
992615*--------------------------------------------------------------
992616* PUT ONE RELIEVED LOT BACK. ONLY THE LAST LOT A SELL OR COVER
992617* RELIEVED CAN HAVE BEEN TAKEN IN PART -- WHEN ITS REMAINDER IS
992618* STILL THE FRONT LOT (SAME OPEN DATE AND COST) THE SHARES FOLD
992619* BACK INTO IT RATHER THAN SPLITTING IT IN TWO.
992620*--------------------------------------------------------------
992621 6165-REINSTATE-ONE-LOT.
992622     IF CXL-OPTION = "sell" THEN
992623         MOVE 0 TO RELIEF-LX
992624         PERFORM VARYING LX FROM 1 BY 1
992625                 UNTIL LX > TCKR-LOT-COUNT(TICKER-IDX)
992626             IF LOT-OPEN-DATE(TICKER-IDX, LX) = TRH-RLV-DATE
992627                     AND LOT-COST(TICKER-IDX, LX) = TRH-RLV-COST
992628                     THEN
992629                 MOVE LX TO RELIEF-LX
992630                 EXIT PERFORM
992631             END-IF
992632         END-PERFORM
992633         IF RELIEF-LX > 0 THEN
992634             ADD TRH-RLV-SHARES
992635                 TO LOT-SHARES(TICKER-IDX, RELIEF-LX)
992636         ELSE
992637             COMPUTE RELIEF-LX = TCKR-LOT-COUNT(TICKER-IDX) + 1
992638             PERFORM VARYING LX FROM 1 BY 1
992639                     UNTIL LX > TCKR-LOT-COUNT(TICKER-IDX)
992640                 IF LOT-OPEN-DATE(TICKER-IDX, LX)
992641                         > TRH-RLV-DATE THEN
992642                     MOVE LX TO RELIEF-LX
992643                     EXIT PERFORM
992644                 END-IF
992645             END-PERFORM
992646             PERFORM VARYING LX FROM TCKR-LOT-COUNT(TICKER-IDX)
992647                     BY -1 UNTIL LX < RELIEF-LX
992648                 MOVE TCKR-LOT(TICKER-IDX, LX)
992649                     TO TCKR-LOT(TICKER-IDX, LX + 1)
992650             END-PERFORM
992651             ADD 1 TO TCKR-LOT-COUNT(TICKER-IDX)
992652             MOVE TRH-RLV-SHARES
992653                 TO LOT-SHARES(TICKER-IDX, RELIEF-LX)
992654             MOVE TRH-RLV-COST TO LOT-COST(TICKER-IDX, RELIEF-LX)
992655             MOVE TRH-RLV-DATE
992656                 TO LOT-OPEN-DATE(TICKER-IDX, RELIEF-LX)
992657         END-IF
992658         MOVE SPACES TO JRNL-LINE
992659         STRING RUN-DATE, "   LOT ", TICKER-IN, " ",
992660             TRH-RLV-SHARES,
992661             " ", TRH-RLV-COST, " REOPENED ", TRH-RLV-DATE
992662             DELIMITED BY SIZE INTO JRNL-LINE
992663     ELSE
992664         IF RLX = CXL-LOT-COUNT
992665                 AND TCKR-SHORT-LOT-COUNT(TICKER-IDX) > 0
992666                 AND SHORT-LOT-OPEN-DATE(TICKER-IDX, 1)
992667                     = TRH-RLV-DATE
992668                 AND SHORT-LOT-PROCEEDS(TICKER-IDX, 1)
992669                     = TRH-RLV-COST THEN
992670             ADD TRH-RLV-SHARES TO SHORT-LOT-SHARES(TICKER-IDX, 1)
992671         ELSE
992672             PERFORM VARYING LX
992673                     FROM TCKR-SHORT-LOT-COUNT(TICKER-IDX)
992674                     BY -1 UNTIL LX < 1
992675                 MOVE TCKR-SHORT-LOT(TICKER-IDX, LX)
992676                     TO TCKR-SHORT-LOT(TICKER-IDX, LX + 1)
992677             END-PERFORM
992678             ADD 1 TO TCKR-SHORT-LOT-COUNT(TICKER-IDX)
992679             MOVE TRH-RLV-SHARES
992680                 TO SHORT-LOT-SHARES(TICKER-IDX, 1)
992681             MOVE TRH-RLV-COST
992682                 TO SHORT-LOT-PROCEEDS(TICKER-IDX, 1)
992683             MOVE TRH-RLV-DATE
992684                 TO SHORT-LOT-OPEN-DATE(TICKER-IDX, 1)
992685         END-IF
992686         MOVE SPACES TO JRNL-LINE
992687         STRING RUN-DATE, "   LOT ", TICKER-IN, " ",
992688             TRH-RLV-SHARES,
992689             " ", TRH-RLV-COST, " SHORT REOPENED ", TRH-RLV-DATE
992690             DELIMITED BY SIZE INTO JRNL-LINE
992691     END-IF.
992692     PERFORM 0710-WRITE-JOURNAL.
992693 6165-EXIT.
992694     EXIT.
992695
992696*--------------------------------------------------------------
992697* JOURNAL THE REVERSAL AS A TRADE-SHAPED "cancel" LINE, SO THE
992698* DOWNSTREAM POSITION CHECKS PICK UP THE POSITION AFTER IT. THE
992699* FLAG NAMES THE ENTRY CANCELLED; NO PRICE, CURRENCY, OR FEE.
992700*--------------------------------------------------------------
992701 6170-JOURNAL-REVERSAL.
992702     MOVE "cancel" TO OPTION.
992703     MOVE TRH-SHARES TO NUM-SHARES.
992704     MOVE 0 TO JRNL-SHARE-COST.
992705     MOVE SPACES TO JRNL-CCY.
992706     MOVE 0 TO JRNL-ORIG-COST.
992707     MOVE 0 TO TRADE-FEE.
992708     MOVE SPACES TO JRNL-FLAG.
992709     STRING "CANCELS-", CXL-REF DELIMITED BY SIZE INTO JRNL-FLAG.
992710     PERFORM 3900-JOURNAL.
992711 6170-EXIT.
992712     EXIT.
992713
992714*--------------------------------------------------------------
992715* MARK THE ORIGINAL'S "H" RECORD CANCELLED WITH TONIGHT'S DATE
992716* SO A SECOND CANCEL OF THE SAME ENTRY IS REFUSED.
992717*--------------------------------------------------------------
992718 6180-MARK-CANCELLED.
992719     MOVE "X" TO TRH-STATUS.
992720     MOVE RUN-DATE TO TRH-CANCEL-DATE.
992721     REWRITE TRDHIST-RECORD
992722         INVALID KEY
992723             MOVE RUN-DATE TO EXCPT-RUN-DATE
992724             MOVE "DEATHANDTAX" TO EXCPT-PROGRAM
992725             MOVE "THST" TO EXCPT-CODE
992726             MOVE 2 TO EXCPT-SEVERITY
992727             MOVE SPACES TO EXCPT-TEXT
992728             STRING "TRADE-HISTORY-REWRITE-FAILED ", CXL-REF,
992729                 " STATUS ", TRDHIST-STATUS
992730                 DELIMITED BY SIZE INTO EXCPT-TEXT
992731             CALL "EXCPTRPT" USING EXCEPTION-RECORD
992732     END-REWRITE.
992733 6180-EXIT.
992734     EXIT.
992735
992736*--------------------------------------------------------------
992737* A CANCEL OR CORRECT THAT CANNOT BE APPLIED EXACTLY IS REJECTED
992738* WITH A SERIOUS EXCEPTION NAMING THE ENTRY AND THE REASON.
992739*--------------------------------------------------------------
992740 6190-REFUSE-CANCEL.
992741     ADD 1 TO RECORDS-REJECTED.
992742     MOVE RUN-DATE TO EXCPT-RUN-DATE.
992743     MOVE "DEATHANDTAX" TO EXCPT-PROGRAM.
992744     MOVE "CANC" TO EXCPT-CODE.
992745     MOVE 2 TO EXCPT-SEVERITY.
992746     MOVE SPACES TO EXCPT-TEXT.
992747     STRING "CANCEL-REFUSED ", CXL-REF, " ", CXL-REASON
992748         DELIMITED BY SIZE INTO EXCPT-TEXT.
992749     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
992750 6190-EXIT.
992751     EXIT.
940001*--------------------------------------------------------------
940011* VERIFY THE FEED'S TRAILER CONTROL TOTALS -- A MISSING
940021* TRAILER, A RECORD COUNT OFF THE EXPECTED, OR A HASH TOTAL
996716* STREAM BEFORE A RECORD POSTS.
9967A1* AN UNVERIFIED FEED ALSO TRIPS FEED-UNVERIFIED, WHICH
9967A2* BYPASSES THIS PROGRAM'S OWN POSTING LOOP AND MASTER SAVE.
999504* ON THE FIRST BUSINESS DAY AFTER A WEEKEND OR HOLIDAY THE FEED
999505* CUT ON THE LAST BUSINESS DAY BEFORE IT IS CURRENT TOO.
996717*--------------------------------------------------------------
996718 0150-VERIFY-FEED-DATE.
996719     ACCEPT INPUT-LINE.
996728     END-IF.
996729     IF BUSDATE-X IS NUMERIC THEN
996731         MOVE BUSDATE-X TO BUSDATE
996732         IF BUSDATE NOT = RUN-DATE
999506                 AND BUSDATE NOT = PDAT-REOPEN-FEED-DATE THEN
996733             MOVE RUN-DATE TO EXCPT-RUN-DATE
996734             MOVE "DEATHANDTAX" TO EXCPT-PROGRAM
996735             MOVE "STAL" TO EXCPT-CODE
983014 0710-WRITE-JOURNAL.
983015     IF JOURNAL-OK THEN
983016         WRITE JOURNAL-RECORD FROM JRNL-LINE
983017         ADD 1 TO JRNL-WRITE-COUNT
983018     END-IF.
983019 0710-EXIT.
983020     EXIT.
