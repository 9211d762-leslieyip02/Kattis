995105*                    STAMPS ITS REPORTS, EXCEPTIONS, AND RUN
995106*                    LOG AS THE BUSINESS DATE IT BELONGS TO,
995107*                    WITH THE TRUE CLOCK DATE NOTED ON SYSOUT.
995301*   2026-09-16  RH   A TICKERS buy OR sell LINE MAY NOW CARRY A
995302*                    TRAILING "fee" TOKEN -- THE AMOUNTS AFTER
995303*                    IT MUST BE PRESENT AND NUMERIC. THE
995304*                    DEATHANDTAXES JOURNAL'S NEW "FEE" DETAIL
995305*                    LINE PASSES THE SHAREPOS RULE LIKE "LOT".
995401*   2026-09-30  RH   "short" AND "cover" ARE NOW TICKERS
995402*                    KEYWORDS, CHECKED LIKE buy/sell (NUMERIC
995403*                    SHARES, COST, AND FEES), AND THEIR JOURNAL
995404*                    LINES PASS THE SHAREPOS RULE.
995501*   2026-10-15  RH   "cancel" AND "correct" ARE NOW TICKERS
995502*                    KEYWORDS -- THE ORIGINAL ENTRY'S RUN DATE AND
995503*                    JOURNAL SEQUENCE MUST BE NUMERIC, AND A
995504*                    CORRECT LINE MUST CARRY A BUY, SELL, SHORT,
995505*                    OR COVER WITH NUMERIC SHARES AND COST. THE
995506*                    JOURNAL'S "cancel" AND "ORIG" LINES PASS
995507*                    THE SHAREPOS RULE.
995601*   2026-10-15  RH   A TICKERS sell LINE MAY NOW NAME THE LOTS TO
995602*                    RELIEVE WITH A "lots" TOKEN AHEAD OF ANY
995603*                    "fee" -- AT LEAST ONE LOT NUMBER MUST FOLLOW
995604*                    IT, ALL NUMERIC. "lots" ON ANY OTHER TRADE IS
995605*                    BAD. THE TOKEN SCAN NOW TAKES 16 TOKENS.
995701*   2026-10-15  RH   EVERY TICKER NAMED ON A TICKERS TRADE OR
995702*                    ACTION LINE, A SHAREPOS COMPANY LINE, OR A
995703*                    SHAREPOS JOURNAL TRADE LINE IS LOOKED UP ON
995704*                    THE SHARED SECURITY MASTER (SECMAST). A
995705*                    TICKER NOT ON IT IS AN ORPHAN KEY; A DELISTED
995706*                    ONE IS SERIOUS ON A BUY OR SHORT (OR THE NEW
995707*                    SECURITY OF A SPINOFF) AND A WARNING
995708*                    ELSEWHERE. AN ABSENT MASTER SKIPS THE CHECK.
995901*   2026-10-15  RH   VOTERROLL RECORDS ARE NOW 28 BYTES; A
995902*                    CASE-000 PRECINCT RECORD IS STILL SKIPPED
995903*                    BY THE CASE CHECK.
996001*   2026-10-15  RH   A LEDGER "transfer" LINE MUST CARRY A FROM
996002*                    LEDGER, A DIFFERENT TO LEDGER, AND A NUMERIC
996003*                    AMOUNT -- ITS THIRD TOKEN IS A LEDGER, NOT AN
996004*                    OPERATOR.
996101*   2026-10-15  RH   A LEDGER LINE MAY END "dated YYYYMMDD" OR
996102*                    "dated YYYYMMDD ppa" -- THE DATE MUST BE
996103*                    EIGHT DIGITS AND NOTHING BUT "ppa" MAY
996104*                    FOLLOW IT. THE REST OF THE LINE IS CHECKED
996105*                    AS BEFORE.
996201*   2026-10-15  RH   INVMAST RECORDS ARE NOW 100 BYTES (THE
996202*                    DELIVERY GROUP ADDED FOR PROOF OF DELIVERY).
000330*--------------------------------------------------------------
000340 
000350 ENVIRONMENT DIVISION.
986027         FILE STATUS IS VOTERROLL-STATUS.
986028     SELECT INVMAST-FILE ASSIGN TO INVMAST
986029         FILE STATUS IS INVMAST-STATUS.
995709     SELECT SECMAST-FILE ASSIGN TO SECMAST
995710         ORGANIZATION IS INDEXED
995711         ACCESS MODE IS RANDOM
995712         RECORD KEY IS SEC-TICKER
995713         FILE STATUS IS SECMAST-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
986045 FD  VOTERROLL-FILE.
986046 01  FC-VOTERROLL-RECORD.
986047     05  FCV-CASE             PIC 9(3).
986048     05  FILLER               PIC X(25).
986049 FD  INVMAST-FILE.
986051 01  FC-INVMAST-RECORD.
986052     05  FCI-SHIPMENT         PIC 9(3).
986053     05  FILLER               PIC X(97).
986063 FD  SECMAST-FILE.
986073 COPY SECMREC.
000810
000820 WORKING-STORAGE SECTION.
000830 COPY EXCPTREC.
001240* THE SHAPE RULES FILL IN.
001250*--------------------------------------------------------------
001260 01  TOKENS.
001270     05  TOKEN                PIC X(20) OCCURS 16 TIMES.
001280 01  TOKEN-COUNT              PIC 9(2) COMP.
001290 01  TOKEN-X                  PIC 9(2) COMP.
001292 01  FEE-TOKEN-X              PIC 9(2) COMP.
001294 01  LOTS-TOKEN-X             PIC 9(2) COMP.
001296 01  DATED-TOKEN-X            PIC 9(2) COMP.
001300 01  CHAR-X                   PIC 9(2) COMP.
001310 01  DOT-COUNT                PIC 9(2) COMP.
001320 01  WORK-CHAR                PIC X(1).
986139     88  CASES-SEEN           VALUE "Y".
986141     88  CASES-NOT-SEEN       VALUE "N".
986142 01  ORPHAN-CASE              PIC 9(3).
995714*--------------------------------------------------------------
995715* SECURITY MASTER -- READ BY TICKER, KEPT OPEN FOR THE TICKERS
995716* AND SHAREPOS PASSES. SEC-OPENING MARKS A LINE THAT WOULD OPEN
995717* NEW EXPOSURE, WHERE A DELISTED SECURITY IS SERIOUS.
995718*--------------------------------------------------------------
995719 01  SECMAST-STATUS           PIC X(2).
995720     88  SECMAST-OK           VALUE "00".
995721 01  SEC-LOADED-SWITCH        PIC X(1) VALUE "N".
995722     88  SEC-LOADED           VALUE "Y".
995723 01  SEC-CHECK-TICKER         PIC X(10).
995724 01  SEC-OPENING-SWITCH       PIC X(1).
995725     88  SEC-OPENING          VALUE "Y".
995726     88  SEC-NOT-OPENING      VALUE "N".
986143
001460
001470 PROCEDURE DIVISION.
001570     PERFORM 1000-CHECK-SHIPMENTS.
001580     DISPLAY RUN-DATE, " FEEDCHECK TOTAL MALFORMED LINES ",
001590         TOTAL-BAD.
001592     IF SEC-LOADED THEN
001594         CLOSE SECMAST-FILE
001596     END-IF.
00160B     PERFORM 0990-LOG-RUN-END.
001600     STOP RUN.
001610 
986238         DISPLAY RUN-DATE, " FEEDCHECK INVMAST NOT PRESENT,",
986239             " SHIPMENT CHECK SKIPPED"
986241     END-IF.
995727     OPEN INPUT SECMAST-FILE.
995728     IF SECMAST-OK THEN
995729         SET SEC-LOADED TO TRUE
995730     ELSE
995731         DISPLAY RUN-DATE, " FEEDCHECK SECMAST NOT PRESENT,",
995732             " SECURITY CHECK SKIPPED"
995733     END-IF.
986242 0200-EXIT.
986243     EXIT.
986244
986521     END-PERFORM.
986522 2500-EXIT.
986523     EXIT.
995734
995735*--------------------------------------------------------------
995736* LOOK SEC-CHECK-TICKER UP ON THE SECURITY MASTER. A TICKER NOT ON
995737* IT IS AN ORPHAN KEY. A DELISTED ONE IS SERIOUS WHERE THE LINE
995738* OPENS EXPOSURE AND A WARNING ELSEWHERE -- A SALE, COVER, OR
995739* CORPORATE ACTION ON A DELISTED HOLDING IS HOW IT WINDS DOWN.
995740*--------------------------------------------------------------
995741 2600-CHECK-SECURITY.
995742     MOVE SEC-CHECK-TICKER TO SEC-TICKER.
995743     READ SECMAST-FILE
995744         INVALID KEY
995745             MOVE SPACES TO BAD-REASON
995746             STRING SEC-CHECK-TICKER, " NOT IN SECMAST"
995747                 DELIMITED BY SIZE INTO BAD-REASON
995748             PERFORM 2300-REPORT-ORPHAN
995749         NOT INVALID KEY
995750             IF SEC-DELISTED THEN
995751                 MOVE RUN-DATE TO EXCPT-RUN-DATE
995752                 MOVE "FEEDCHECK" TO EXCPT-PROGRAM
995753                 MOVE "DLST" TO EXCPT-CODE
995754                 IF SEC-OPENING THEN
995755                     MOVE 2 TO EXCPT-SEVERITY
995756                 ELSE
995757                     MOVE 1 TO EXCPT-SEVERITY
995758                 END-IF
995759                 MOVE SPACES TO EXCPT-TEXT
995760                 STRING "FEED ", FEED-NAME, " LINE ", LINE-NO,
995761                     " ", SEC-CHECK-TICKER, " DELISTED"
995762                     DELIMITED BY SIZE INTO EXCPT-TEXT
995763                 CALL "EXCPTRPT" USING EXCEPTION-RECORD
995764             END-IF
995765     END-READ.
995766 2600-EXIT.
995767     EXIT.
986524
004840*--------------------------------------------------------------
004850* TICKERS -- THE FIRST TOKEN MUST BE A TRANSACTION OR CONTROL
004860* KEYWORD, AND A BUY/SELL LINE'S SHARE AND COST FIELDS MUST BE
004870* NUMERIC, AS MUST THE FEE AMOUNTS AFTER A "fee" TOKEN.
004872* SHORT/COVER LINES ARE HELD TO THE SAME RULES.
004874* A SELL'S "lots" TOKEN IS CHECKED BY 3115.
004876* CANCEL/CORRECT LINES ARE CHECKED BY 3120.
004880*--------------------------------------------------------------
004890 3100-CHECK-TICKERS-LINE.
004900     SET TICKER-KEYWORD-BAD TO TRUE.
004940             OR TOKEN(1) = "die" OR TOKEN(1) = "dividend"
004950             OR TOKEN(1) = "spinoff"
004952             OR TOKEN(1) = "deposit" OR TOKEN(1) = "withdraw"
004954             OR TOKEN(1) = "account"
004956             OR TOKEN(1) = "short" OR TOKEN(1) = "cover"
004958             OR TOKEN(1) = "cancel" OR TOKEN(1) = "correct" THEN
004960         SET TICKER-KEYWORD-OK TO TRUE
004970     END-IF.
004980     IF TICKER-KEYWORD-BAD THEN
004990         SET LINE-BAD TO TRUE
005000         MOVE "UNRECOGNIZED KEYWORD" TO BAD-REASON
005010     ELSE
005020         IF TOKEN(1) = "buy" OR TOKEN(1) = "sell"
005025                 OR TOKEN(1) = "short" OR TOKEN(1) = "cover" THEN
005030             MOVE TOKEN(3) TO WORK-TOKEN
005040             PERFORM 5100-CHECK-NUMERIC-TOKEN
005050             IF TOKEN-BAD THEN
005120                 SET LINE-BAD TO TRUE
005130                 MOVE "COST NOT NUMERIC" TO BAD-REASON
005140             END-IF
005142             PERFORM 3110-CHECK-FEE-TOKENS
005144             PERFORM 3115-CHECK-LOTS-TOKENS
005150         END-IF
005152         IF TOKEN(1) = "cancel" OR TOKEN(1) = "correct" THEN
005154             PERFORM 3120-CHECK-CANCEL-TOKENS
005156         END-IF
986321*--------------------------------------------------------------
986322* A SELL FOR A TICKER THE POSITIONS MASTER HAS NEVER HEARD OF
986323* IS AN ORPHAN KEY -- THE POSTING STEP WOULD ONLY REJECT IT AT
986339                 PERFORM 2300-REPORT-ORPHAN
986341             END-IF
986342         END-IF
986352         IF SEC-LOADED THEN
986362             PERFORM 3130-CHECK-TICKERS-SECURITY
986372         END-IF
005160     END-IF.
005170 3100-EXIT.
005180     EXIT.
005190 
995306*--------------------------------------------------------------
995307* A BUY/SELL LINE'S OPTIONAL "fee" TOKEN FOLLOWS THE COST, DATE,
995308* AND CURRENCY -- AT LEAST ONE AMOUNT MUST FOLLOW IT, AND EVERY
995309* AMOUNT MUST BE NUMERIC.
995310*--------------------------------------------------------------
995311 3110-CHECK-FEE-TOKENS.
995312     MOVE 0 TO FEE-TOKEN-X.
995313     PERFORM VARYING TOKEN-X FROM 5 BY 1
995314             UNTIL TOKEN-X > TOKEN-COUNT
995315         IF FEE-TOKEN-X = 0 AND TOKEN(TOKEN-X) = "fee" THEN
995316             MOVE TOKEN-X TO FEE-TOKEN-X
995317         END-IF
995318     END-PERFORM.
995319     IF FEE-TOKEN-X > 0 THEN
995320         IF FEE-TOKEN-X = TOKEN-COUNT THEN
995321             SET LINE-BAD TO TRUE
995322             MOVE "FEE AMOUNT MISSING" TO BAD-REASON
995323         END-IF
995324         PERFORM VARYING TOKEN-X FROM FEE-TOKEN-X BY 1
995325                 UNTIL TOKEN-X >= TOKEN-COUNT
995326             MOVE TOKEN(TOKEN-X + 1) TO WORK-TOKEN
995327             PERFORM 5100-CHECK-NUMERIC-TOKEN
995328             IF TOKEN-BAD THEN
995329                 SET LINE-BAD TO TRUE
995330                 MOVE "FEE NOT NUMERIC" TO BAD-REASON
995331             END-IF
995332         END-PERFORM
995333     END-IF.
995334 3110-EXIT.
995335     EXIT.
995336
995606*--------------------------------------------------------------
995607* A SELL LINE'S OPTIONAL "lots" TOKEN FOLLOWS THE COST, DATE, AND
995608* CURRENCY AND COMES BEFORE ANY "fee" -- AT LEAST ONE LOT NUMBER
995609* MUST FOLLOW IT, AND EVERY LOT NUMBER MUST BE NUMERIC. ONLY A
995610* SELL RELIEVES LOTS, SO "lots" ON ANY OTHER TRADE IS BAD.
995611*--------------------------------------------------------------
995612 3115-CHECK-LOTS-TOKENS.
995613     MOVE 0 TO LOTS-TOKEN-X.
995614     PERFORM VARYING TOKEN-X FROM 5 BY 1
995615             UNTIL TOKEN-X > TOKEN-COUNT
995616         IF LOTS-TOKEN-X = 0 AND TOKEN(TOKEN-X) = "lots" THEN
995617             MOVE TOKEN-X TO LOTS-TOKEN-X
995618         END-IF
995619     END-PERFORM.
995620     IF LOTS-TOKEN-X > 0 THEN
995621         IF TOKEN(1) NOT = "sell" THEN
995622             SET LINE-BAD TO TRUE
995623             MOVE "LOTS NAMED ON A NON-SELL" TO BAD-REASON
995624         END-IF
995625         IF LOTS-TOKEN-X = TOKEN-COUNT
995626                 OR TOKEN(LOTS-TOKEN-X + 1) = "fee" THEN
995627             SET LINE-BAD TO TRUE
995628             MOVE "LOT NUMBER MISSING" TO BAD-REASON
995629         END-IF
995630         PERFORM VARYING TOKEN-X FROM LOTS-TOKEN-X BY 1
995631                 UNTIL TOKEN-X >= TOKEN-COUNT
995632                 OR TOKEN(TOKEN-X + 1) = "fee"
995633             MOVE TOKEN(TOKEN-X + 1) TO WORK-TOKEN
995634             PERFORM 5100-CHECK-NUMERIC-TOKEN
995635             IF TOKEN-BAD THEN
995636                 SET LINE-BAD TO TRUE
995637                 MOVE "LOT NUMBER NOT NUMERIC" TO BAD-REASON
995638             END-IF
995639         END-PERFORM
995640     END-IF.
995641 3115-EXIT.
995642     EXIT.
995508*--------------------------------------------------------------
995509* A "cancel" OR "correct" LINE NAMES THE ORIGINAL ENTRY BY ITS
995510* RUN DATE AND JOURNAL SEQUENCE, BOTH NUMERIC. A CORRECT LINE
995511* THEN CARRIES THE REPLACEMENT TRADE -- A BUY/SELL/SHORT/COVER
995512* KEYWORD, TICKER, AND NUMERIC SHARES AND COST.
995513*--------------------------------------------------------------
995514 3120-CHECK-CANCEL-TOKENS.
995515     MOVE TOKEN(2) TO WORK-TOKEN.
995516     PERFORM 5100-CHECK-NUMERIC-TOKEN.
995517     IF TOKEN-BAD THEN
995518         SET LINE-BAD TO TRUE
995519         MOVE "ORIGINAL RUN DATE NOT NUMERIC" TO BAD-REASON
995520     END-IF.
995521     MOVE TOKEN(3) TO WORK-TOKEN.
995522     PERFORM 5100-CHECK-NUMERIC-TOKEN.
995523     IF TOKEN-BAD THEN
995524         SET LINE-BAD TO TRUE
995525         MOVE "ORIGINAL SEQUENCE NOT NUMERIC" TO BAD-REASON
995526     END-IF.
995527     IF TOKEN(1) = "correct" THEN
995528         IF TOKEN(4) = "buy" OR TOKEN(4) = "sell"
995529                 OR TOKEN(4) = "short" OR TOKEN(4) = "cover" THEN
995530             MOVE TOKEN(6) TO WORK-TOKEN
995531             PERFORM 5100-CHECK-NUMERIC-TOKEN
995532             IF TOKEN-BAD THEN
995533                 SET LINE-BAD TO TRUE
995534                 MOVE "SHARE COUNT NOT NUMERIC" TO BAD-REASON
995535             END-IF
995536             MOVE TOKEN(7) TO WORK-TOKEN
995537             PERFORM 5100-CHECK-NUMERIC-TOKEN
995538             IF TOKEN-BAD THEN
995539                 SET LINE-BAD TO TRUE
995540                 MOVE "COST NOT NUMERIC" TO BAD-REASON
995541             END-IF
995542         ELSE
995543             SET LINE-BAD TO TRUE
995544             MOVE "CORRECT HAS NO REPLACEMENT TRADE" TO BAD-REASON
995545         END-IF
995546     END-IF.
995547 3120-EXIT.
995548     EXIT.
995768
995769*--------------------------------------------------------------
995770* EVERY TICKER A TICKERS LINE NAMES MUST BE ON THE SECURITY
995771* MASTER -- THE TRADE OR ACTION'S OWN TICKER IN THE SECOND TOKEN,
995772* A SPINOFF'S NEW SECURITY IN THE THIRD, AND A CORRECT LINE'S
995773* REPLACEMENT TRADE TICKER IN THE FIFTH. A BUY, A SHORT, AND A
995774* SPINOFF'S NEW SECURITY OPEN EXPOSURE.
995775*--------------------------------------------------------------
995776 3130-CHECK-TICKERS-SECURITY.
995777     SET SEC-NOT-OPENING TO TRUE.
995778     MOVE SPACES TO SEC-CHECK-TICKER.
995779     IF TOKEN(1) = "buy" OR TOKEN(1) = "short" THEN
995780         SET SEC-OPENING TO TRUE
995781     END-IF.
995782     IF TOKEN(1) = "buy" OR TOKEN(1) = "sell"
995783             OR TOKEN(1) = "short" OR TOKEN(1) = "cover"
995784             OR TOKEN(1) = "split" OR TOKEN(1) = "merge"
995785             OR TOKEN(1) = "die" OR TOKEN(1) = "dividend"
995786             OR TOKEN(1) = "spinoff" THEN
995787         MOVE TOKEN(2) TO SEC-CHECK-TICKER
995788     END-IF.
995789     IF TOKEN(1) = "correct" THEN
995790         MOVE TOKEN(5) TO SEC-CHECK-TICKER
995791         IF TOKEN(4) = "buy" OR TOKEN(4) = "short" THEN
995792             SET SEC-OPENING TO TRUE
995793         END-IF
995794     END-IF.
995795     IF SEC-CHECK-TICKER NOT = SPACES THEN
995796         PERFORM 2600-CHECK-SECURITY
995797     END-IF.
995798     IF TOKEN(1) = "spinoff" AND TOKEN(3) NOT = SPACES THEN
995799         MOVE TOKEN(3) TO SEC-CHECK-TICKER
995800         SET SEC-OPENING TO TRUE
995801         PERFORM 2600-CHECK-SECURITY
995802     END-IF.
995803 3130-EXIT.
995804     EXIT.
995805
005200*--------------------------------------------------------------
005210* GATELOG AND MANIFEST -- EVERY TOKEN CARRYING A COLON MUST BE
005220* A VALID HH:MM CLOCK TIME.
005860* CONTROL LINE AND THE RESTART SEED LINES PASS THROUGH.
005870*--------------------------------------------------------------
005880 3500-CHECK-LEDGER-LINE.
005885     PERFORM 3520-CHECK-DATED-SUFFIX.
005890     MOVE SPACES TO WORK-TOKEN.
005900     IF TOKEN-COUNT = 3 THEN
005910         MOVE TOKEN(2) TO WORK-TOKEN
005940         MOVE TOKEN(3) TO WORK-TOKEN
005950     END-IF.
005960     IF WORK-TOKEN NOT = SPACES
005970             AND TOKEN(1) NOT = "rounding"
005975             AND TOKEN(1) NOT = "transfer" THEN
005980         IF WORK-TOKEN = "+" OR WORK-TOKEN = "-"
005990                 OR WORK-TOKEN = "*" OR WORK-TOKEN = "/"
006000                 OR WORK-TOKEN = "%" OR WORK-TOKEN = "^" THEN
006040             MOVE "UNRECOGNIZED OPERATOR" TO BAD-REASON
006050         END-IF
006060     END-IF.
006062     IF TOKEN(1) = "transfer" THEN
006064         PERFORM 3510-CHECK-TRANSFER-LINE
006066     END-IF.
006070 3500-EXIT.
006080     EXIT.
996005
996006*--------------------------------------------------------------
996007* A "transfer FROM TO AMOUNT" LINE -- EXACTLY FOUR TOKENS, TWO
996008* DIFFERENT LEDGERS, AND A NUMERIC AMOUNT.
996009*--------------------------------------------------------------
996010 3510-CHECK-TRANSFER-LINE.
996011     IF TOKEN-COUNT NOT = 4 THEN
996012         SET LINE-BAD TO TRUE
996013         MOVE "TRANSFER NOT FROM TO AMOUNT" TO BAD-REASON
996014     ELSE
996015         IF TOKEN(2) = TOKEN(3) THEN
996016             SET LINE-BAD TO TRUE
996017             MOVE "TRANSFER TO ITS OWN LEDGER" TO BAD-REASON
996018         END-IF
996019         MOVE TOKEN(4) TO WORK-TOKEN
996020         PERFORM 5100-CHECK-NUMERIC-TOKEN
996021         IF TOKEN-BAD THEN
996022             SET LINE-BAD TO TRUE
996023             MOVE "TRANSFER AMOUNT NOT NUMERIC" TO BAD-REASON
996024         END-IF
996025     END-IF.
996026 3510-EXIT.
996027     EXIT.
996106
996107*--------------------------------------------------------------
996108* A TRAILING "dated YYYYMMDD [ppa]" NAMES THE DAY THE ENTRY
996109* BELONGS TO. CHECK IT, THEN DROP IT FROM THE TOKEN COUNT SO
996110* THE OPERATOR AND TRANSFER RULES SEE THE LINE WITHOUT IT.
996111*--------------------------------------------------------------
996112 3520-CHECK-DATED-SUFFIX.
996113     MOVE 0 TO DATED-TOKEN-X.
996114     PERFORM VARYING TOKEN-X FROM 2 BY 1
996115             UNTIL TOKEN-X > TOKEN-COUNT
996116         IF DATED-TOKEN-X = 0 AND TOKEN(TOKEN-X) = "dated" THEN
996117             MOVE TOKEN-X TO DATED-TOKEN-X
996118         END-IF
996119     END-PERFORM.
996120     IF DATED-TOKEN-X > 0 THEN
996121         IF DATED-TOKEN-X = TOKEN-COUNT THEN
996122             SET LINE-BAD TO TRUE
996123             MOVE "DATED WITHOUT A DATE" TO BAD-REASON
996124         ELSE
996125             MOVE TOKEN(DATED-TOKEN-X + 1) TO WORK-TOKEN
996126             IF WORK-TOKEN(1:8) IS NOT NUMERIC
996127                     OR WORK-TOKEN(9:12) NOT = SPACES THEN
996128                 SET LINE-BAD TO TRUE
996129                 MOVE "DATED NOT YYYYMMDD" TO BAD-REASON
996130             END-IF
996131             IF TOKEN-COUNT > DATED-TOKEN-X + 2
996132                     OR (TOKEN-COUNT = DATED-TOKEN-X + 2
996133                     AND TOKEN(TOKEN-COUNT) NOT = "ppa") THEN
996134                 SET LINE-BAD TO TRUE
996135                 MOVE "UNRECOGNIZED TEXT AFTER DATE" TO BAD-REASON
996136             END-IF
996137         END-IF
996138         COMPUTE TOKEN-COUNT = DATED-TOKEN-X - 1
996139     END-IF.
996140 3520-EXIT.
996141     EXIT.
006090 
006100*--------------------------------------------------------------
006110* SHAREPOS AND SHIPMENTS -- A LINE WHOSE FIRST TOKEN IS A
968009             OR TOKEN(2) = "split" OR TOKEN(2) = "merge"
968011             OR TOKEN(2) = "dividend" OR TOKEN(2) = "spinoff"
96801A             OR TOKEN(2) = "deposit" OR TOKEN(2) = "withdraw"
968012             OR TOKEN(2) = "LOT" OR TOKEN(2) = "journal"
968013             OR TOKEN(2) = "FEE"
995405             OR TOKEN(2) = "short" OR TOKEN(2) = "cover"
995549             OR TOKEN(2) = "cancel" OR TOKEN(2) = "ORIG" THEN
995806* A JOURNAL TRADE LINE'S TICKER (THE THIRD TOKEN) AND A
995807* HAND-KEYED COMPANY LINE'S TICKER (A LONE NON-NUMERIC TOKEN)
995808* ARE LOOKED UP ON THE SECURITY MASTER.
995809         IF SEC-LOADED AND FEED-NAME = "SHAREPOS"
995810                 AND TOKEN(3) NOT = SPACES
995811                 AND (TOKEN(2) = "buy" OR TOKEN(2) = "sell"
995812                 OR TOKEN(2) = "short" OR TOKEN(2) = "cover"
995813                 OR TOKEN(2) = "split" OR TOKEN(2) = "merge"
995814                 OR TOKEN(2) = "dividend" OR TOKEN(2) = "spinoff")
995815                 THEN
995816             MOVE TOKEN(3) TO SEC-CHECK-TICKER
995817             SET SEC-NOT-OPENING TO TRUE
995818             PERFORM 2600-CHECK-SECURITY
995819         END-IF
968014     ELSE
968015         PERFORM 3650-CHECK-FIGURES-LINE
986431         IF TOKEN-COUNT = 1 AND NOT LINE-BAD
986437                 SET CASES-SEEN TO TRUE
986438             END-IF
986439         END-IF
995820         IF SEC-LOADED AND FEED-NAME = "SHAREPOS"
995821                 AND TOKEN-COUNT = 1 THEN
995822             MOVE TOKEN(1) TO WORK-TOKEN
995823             PERFORM 5100-CHECK-NUMERIC-TOKEN
995824             IF TOKEN-BAD THEN
995825                 MOVE TOKEN(1) TO SEC-CHECK-TICKER
995826                 SET SEC-NOT-OPENING TO TRUE
995827                 PERFORM 2600-CHECK-SECURITY
995828             END-IF
995829         END-IF
968016     END-IF.
968017 3600-EXIT.
968018     EXIT.
006430     MOVE SPACES TO TOKENS.
006440     UNSTRING LINE-BUFFER DELIMITED BY ALL SPACE
006450         INTO TOKEN(1), TOKEN(2), TOKEN(3), TOKEN(4),
006460             TOKEN(5), TOKEN(6), TOKEN(7), TOKEN(8),
006462             TOKEN(9), TOKEN(10), TOKEN(11), TOKEN(12),
006464             TOKEN(13), TOKEN(14), TOKEN(15), TOKEN(16).
006470     MOVE 0 TO TOKEN-COUNT.
006480     PERFORM VARYING TOKEN-X FROM 1 BY 1 UNTIL TOKEN-X > 16
006490         IF TOKEN(TOKEN-X) NOT = SPACES THEN
006500             MOVE TOKEN-X TO TOKEN-COUNT
006510         END-IF
