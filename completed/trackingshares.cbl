997305*                    CRITICAL EXCEPTION PROTECTS THIS STEP'S
997306*                    OWN DATASETS FROM DOUBLE-POSTING, NOT
997307*                    JUST THE STEPS BEHIND IT.
997312*   2026-10-15  RH   JOURNAL MODE NOW POSTS THE "cancel" LINE
997317*                    DEATHANDTAXES WRITES WHEN IT REVERSES AN
997322*                    EARLIER NIGHT'S TRADE -- IT CARRIES THE
997327*                    POSITION AFTER THE REVERSAL LIKE ANY TRADE
997332*                    LINE, PRICED AT THE AVERAGE COST.
997337*   2026-10-15  RH   EACH COMPANY IS NOW LABELLED WITH ITS
997342*                    ISSUER NAME FROM THE SHARED SECURITY MASTER
997347*                    (SECMAST, LAYOUT SECMREC) ON THE MONTH-END,
997352*                    INCOME, AND YEAR-END LINES. A TICKER NOT ON
997357*                    THE MASTER IS LABELLED SO, AND AN ABSENT
997362*                    MASTER LEAVES THE LINES UNLABELLED.
997367*   2026-10-15  RH   THE BUSDATE CHECK ALSO ACCEPTS THE LAST
997372*                    BUSINESS DAY'S FEED ON THE FIRST BUSINESS
997377*                    DAY AFTER A WEEKEND OR EXCHANGE HOLIDAY.
997382*                    A WEEKEND OR HOLIDAY PRINTS TAGGED CLOSED AND
997387*                    IS LEFT OUT OF DAY-OVER-DAY ALERTING, SO A
997392*                    DROP IS MEASURED FROM THE LAST BUSINESS DAY.
997397*   2026-10-15  RH   EVERY DAY OF THE REPORT YEAR UP TO THE RUN
997402*                    DATE IS NOW KEPT ON THE KEYED HOLDINGS
997407*                    HISTORY MASTER (HOLDHIST, LAYOUT HOLDHREC) --
997412*                    EACH COMPANY HELD OR WITH AN ENTRY THAT DAY,
997417*                    ITS SHARES, PRICE, VALUE, AND WHETHER THE
997422*                    FIGURE WAS TRADED, CARRIED, OR PRICED AT THE
997427*                    VENDOR'S CLOSE -- SO A PAST DAY'S POSITION
997432*                    OUTLIVES THE NIGHT'S TABLES AND THE YEAR.
997437*                    THE NEW HOLDINQ JOB PRINTS A SLICE OF IT.
997442*   2026-10-15  RH   JOURNAL MODE NOW WRITES CLIENT HOLDINGS
997447*                    STATEMENTS TO THEIR OWN DATASET (CLSTMT) AT
997452*                    THE LAST MONTH-END BEFORE THE RUN DATE -- ONE
997457*                    SECTION PER ACCOUNT ON ITS OWN PAGE, WITH THE
997462*                    ACCOUNT'S HOLDINGS BY COMPANY, THE MONTH'S
997467*                    DIVIDENDS BY COMPANY, AND THE ACCOUNT TOTAL.
997472*                    EACH ACCOUNT POSITION NOW KEEPS ITS MONTH-END
997477*                    SHARES, AND DIVIDEND LINES POST TO THEIR
997482*                    ACCOUNT AS WELL AS TO THE COMPANY.
002710*--------------------------------------------------------------
002800
981001 ENVIRONMENT DIVISION.
988102         FILE STATUS IS CARRY-STATUS.
989101     SELECT CUSTSTMT-FILE ASSIGN TO CUSTSTMT
989102         FILE STATUS IS CUSTSTMT-STATUS.
997601     SELECT SECMAST-FILE ASSIGN TO SECMAST
997602         ORGANIZATION IS INDEXED
997603         ACCESS MODE IS RANDOM
997604         RECORD KEY IS SEC-TICKER
997605         FILE STATUS IS SECMAST-STATUS.
997701     SELECT HOLDHIST-FILE ASSIGN TO HOLDHIST
997702         ORGANIZATION IS INDEXED
997703         ACCESS MODE IS RANDOM
997704         RECORD KEY IS HLD-KEY
997705         FILE STATUS IS HOLDHIST-STATUS.
997801     SELECT STMT-FILE ASSIGN TO CLSTMT
997802         FILE STATUS IS STMT-STATUS.
981006
002900 DATA DIVISION.
981008 FILE SECTION.
989111     05  CST-COMPANY          PIC X(10).
989112     05  CST-SHARES           PIC 9(8).
989113     05  CST-VALUE            PIC 9(12)V9(2).
989115*--------------------------------------------------------------
989117* SECURITY MASTER -- READ BY TICKER ONCE THE COMPANY TABLE IS
989119* SETTLED, FOR THE ISSUER NAME EACH COMPANY IS LABELLED WITH.
989121*--------------------------------------------------------------
989123 FD  SECMAST-FILE.
989125 COPY SECMREC.
989127*--------------------------------------------------------------
989129* HOLDINGS HISTORY -- EACH REPORT DAY'S POSITION PER COMPANY,
989131* WRITTEN (OR REWRITTEN ON A LATER NIGHT) AS THE DAY PRINTS.
989133*--------------------------------------------------------------
989135 FD  HOLDHIST-FILE.
989137 COPY HOLDHREC.
989139*--------------------------------------------------------------
989141* CLIENT STATEMENTS -- PRINT IMAGE FOR THE MAILROOM, EACH
989143* ACCOUNT'S SECTION STARTING ON A NEW PAGE.
989145*--------------------------------------------------------------
989147 FD  STMT-FILE.
989149 01  STMT-RECORD              PIC X(132).
003000 WORKING-STORAGE SECTION.
003010 COPY EXCPTREC.
995111 COPY PDATEREC.
003066 01  NEXT-CAL-MONTH           PIC 9(2).
003067 01  LEAP-REM                 PIC 9(4).
003068 01  COMPANY-VALUE            PIC 9(12)V9(2).
998101 01  DAY-CLOSED-TAG           PIC X(7).
998102 COPY BUSDREC.
003069
003071*--------------------------------------------------------------
003072* DAY-OVER-DAY VALUE-DROP ALERTING, ARMED BY AN OPTIONAL
997141         10  APOS-ACCT        PIC X(8).
997142         10  APOS-TICKER      PIC X(10).
997143         10  APOS-SHARES      PIC 9(16).
997145         10  APOS-MONTH-SHARES PIC 9(16) OCCURS 12 TIMES.
997147         10  APOS-MONTH-INCOME PIC 9(12)V9(2) OCCURS 12 TIMES.
991101*--------------------------------------------------------------
991102* DIVIDEND INCOME ACCUMULATED FROM JOURNALED DIVIDEND LINES,
991103* PER COMPANY PER MONTH OF THE REPORT YEAR (JOURNAL MODE
006300                              20 TIMES DEPENDING ON C.
006400     05  PEAK-HELD            PIC 9(8) VALUE 0 OCCURS 1 TO 20
006500                              TIMES DEPENDING ON C.
006501*--------------------------------------------------------------
006502* EACH COMPANY'S ISSUER NAME FROM THE SECURITY MASTER -- KEPT
006503* APART FROM COMPANIES, WHOSE EXTENT MOVES WITH C.
006504*--------------------------------------------------------------
006505 01  COMPANY-LABELS.
006506     05  COMPANY-ISSUER       PIC X(30) OCCURS 20 TIMES.
006507 01  SECMAST-STATUS           PIC X(2).
006508     88  SECMAST-OK           VALUE "00".
006509*--------------------------------------------------------------
006510* HOLDINGS HISTORY BOOKKEEPING -- WHERE EACH COMPANY'S FIGURE
006511* FOR THE DAY BEING PRINTED CAME FROM (T, C, OR V), KEPT APART
006512* FROM COMPANIES FOR THE SAME REASON THE LABELS ARE, AND THE
006513* COUNT OF HISTORY WRITES THAT FAILED, REPORTED ONCE AT CLOSE.
006514*--------------------------------------------------------------
006515 01  HOLDING-SOURCES.
006516     05  HELD-SOURCE          PIC X(1) OCCURS 20 TIMES.
006517 01  HOLDHIST-STATUS          PIC X(2).
006518     88  HOLDHIST-OK          VALUE "00".
006519     88  HOLDHIST-NOT-FOUND   VALUE "35".
006520 01  HOLDHIST-AVAIL-SWITCH    PIC X(1) VALUE "N".
006521     88  HOLDHIST-AVAILABLE   VALUE "Y".
006522     88  HOLDHIST-UNAVAILABLE VALUE "N".
006523 01  HOLDHIST-FAILS           PIC 9(7) VALUE 0.
006524*--------------------------------------------------------------
006525* CLIENT STATEMENT BOOKKEEPING -- STMT-FIRST-X WALKS THE ACCOUNT
006526* POSITIONS, AND AN ACCOUNT GETS ITS SECTION AT ITS FIRST ENTRY;
006527* STX WALKS THAT ACCOUNT'S ENTRIES FROM THERE. STMT-COUNT IS THE
006528* NUMBER OF STATEMENTS CUT, PRINTED ON THE REPORT FOR THE
006529* MAILROOM'S COUNT.
006530*--------------------------------------------------------------
006531 01  STMT-STATUS              PIC X(2).
006532     88  STMT-OK              VALUE "00".
006533 01  STMT-OPEN-SWITCH         PIC X(1) VALUE "N".
006534     88  STMT-OPEN            VALUE "Y".
006535     88  STMT-CLOSED          VALUE "N".
006536 01  STMT-LINE                PIC X(132).
006537 01  STMT-ACCT                PIC X(8).
006538 01  STMT-FIRST-X             PIC 9(3) COMP.
006539 01  STX                      PIC 9(3) COMP.
006540 01  STMT-HIT-X               PIC 9(3) COMP.
006541 01  STMT-CO-X                PIC 9(2) COMP.
006542 01  STMT-ISSUER              PIC X(30).
006543 01  STMT-ITEMS               PIC 9(3) COMP.
006544 01  STMT-COUNT               PIC 9(5) VALUE 0.
006545 01  STMT-NEXT-DATE           PIC 9(8).
006546 01  STMT-PRICE               PIC 9(5)V9(2).
006547 01  STMT-VALUE               PIC 9(14)V9(2).
006548 01  STMT-VALUE-TOTAL         PIC 9(14)V9(2).
006549 01  STMT-INCOME-TOTAL        PIC 9(12)V9(2).
006550 01  STMT-SHARES-OUT          PIC ZZZ,ZZZ,ZZZ,ZZ9.
006551 01  STMT-PRICE-OUT           PIC ZZ,ZZ9.99.
006552 01  STMT-VALUE-OUT           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
006600
006700 PROCEDURE DIVISION.
006800 0000-MAINLINE.
006906     END-IF.
006907
988311     PERFORM 0490-APPLY-CARRYOVER.
988316     PERFORM 0495-LABEL-COMPANIES.
006908     PERFORM 0900-VERIFY-TRAILER.
007300
007320     PERFORM 0497-OPEN-HOLDINGS-HISTORY.
007340     PERFORM 0499-OPEN-STATEMENTS.
007400     PERFORM 2000-PRINT-RESULT VARYING J FROM 1 BY 1
007500             UNTIL J > YEAR-DAYS.
007520     PERFORM 0498-CLOSE-HOLDINGS-HISTORY.
007540     IF STMT-OPEN THEN
007560         CLOSE STMT-FILE
007580     END-IF.
007700
007800     PERFORM 3000-PRINT-PEAK-SUMMARY.
991331     IF JOURNAL-MODE THEN
988485     END-PERFORM.
988486 0490-EXIT.
988487     EXIT.
997606
997607*--------------------------------------------------------------
997608* LABEL EACH COMPANY WITH ITS ISSUER NAME FROM THE SECURITY
997609* MASTER. A TICKER NOT ON THE MASTER IS LABELLED SO, AND IS
997610* WARNED OF SO SECURITIES OPERATIONS CAN ADD IT; AN ABSENT
997611* MASTER IS NOTED AND THE REPORT RUNS UNLABELLED.
997612*--------------------------------------------------------------
997613 0495-LABEL-COMPANIES.
997614     MOVE SPACES TO COMPANY-LABELS.
997615     OPEN INPUT SECMAST-FILE.
997616     IF SECMAST-OK THEN
997617         PERFORM VARYING I FROM 1 BY 1 UNTIL I > C
997618             MOVE COMPANY-NAME(I) TO SEC-TICKER
997619             READ SECMAST-FILE
997620                 INVALID KEY
997621                     MOVE "NOT ON SECURITY MASTER"
997622                         TO COMPANY-ISSUER(I)
997623                     MOVE RUN-DATE TO EXCPT-RUN-DATE
997624                     MOVE "TRACKINGSHRS" TO EXCPT-PROGRAM
997625                     MOVE "SECM" TO EXCPT-CODE
997626                     MOVE 1 TO EXCPT-SEVERITY
997627                     MOVE SPACES TO EXCPT-TEXT
997628                     STRING COMPANY-NAME(I),
997629                         " NOT ON SECURITY MASTER"
997630                         DELIMITED BY SIZE INTO EXCPT-TEXT
997631                     CALL "EXCPTRPT" USING EXCEPTION-RECORD
997632                 NOT INVALID KEY
997633                     MOVE SEC-ISSUER-NAME TO COMPANY-ISSUER(I)
997634             END-READ
997635         END-PERFORM
997636         CLOSE SECMAST-FILE
997637     ELSE
997638         DISPLAY RUN-DATE, " TRACKINGSHARES SECMAST NOT PRESENT,",
997639             " COMPANIES NOT LABELLED"
997640     END-IF.
997641 0495-EXIT.
997642     EXIT.
997706
997707*--------------------------------------------------------------
997708* OPEN THE KEYED HOLDINGS HISTORY I-O FOR THE NIGHT. A MISSING
997709* ONE (FIRST NIGHT) IS CREATED EMPTY; ANY OTHER OPEN FAILURE IS
997710* REPORTED AND THE REPORT RUNS WITHOUT IT -- THE NEXT GOOD NIGHT
997711* REWRITES THE WHOLE YEAR TO DATE, SO NOTHING IS LOST FOR GOOD.
997712*--------------------------------------------------------------
997713 0497-OPEN-HOLDINGS-HISTORY.
997714     OPEN I-O HOLDHIST-FILE.
997715     IF HOLDHIST-NOT-FOUND THEN
997716         OPEN OUTPUT HOLDHIST-FILE
997717         IF HOLDHIST-OK THEN
997718             CLOSE HOLDHIST-FILE
997719             OPEN I-O HOLDHIST-FILE
997720         END-IF
997721     END-IF.
997722     IF HOLDHIST-OK THEN
997723         SET HOLDHIST-AVAILABLE TO TRUE
997724     ELSE
997725         MOVE RUN-DATE TO EXCPT-RUN-DATE
997726         MOVE "TRACKINGSHRS" TO EXCPT-PROGRAM
997727         MOVE "HHST" TO EXCPT-CODE
997728         MOVE 2 TO EXCPT-SEVERITY
997729         MOVE SPACES TO EXCPT-TEXT
997730         STRING "HOLDINGS-HISTORY-OPEN-FAILED STATUS ",
997731             HOLDHIST-STATUS, " HISTORY NOT UPDATED"
997732             DELIMITED BY SIZE INTO EXCPT-TEXT
997733         CALL "EXCPTRPT" USING EXCEPTION-RECORD
997734     END-IF.
997735 0497-EXIT.
997736     EXIT.
997737
997738 0498-CLOSE-HOLDINGS-HISTORY.
997739     IF HOLDHIST-AVAILABLE THEN
997740         CLOSE HOLDHIST-FILE
997741         IF HOLDHIST-FAILS > 0 THEN
997742             MOVE RUN-DATE TO EXCPT-RUN-DATE
997743             MOVE "TRACKINGSHRS" TO EXCPT-PROGRAM
997744             MOVE "HHST" TO EXCPT-CODE
997745             MOVE 2 TO EXCPT-SEVERITY
997746             MOVE SPACES TO EXCPT-TEXT
997747             STRING "HOLDINGS-HISTORY-WRITES-FAILED ",
997748                 HOLDHIST-FAILS, " LAST STATUS ", HOLDHIST-STATUS
997749                 DELIMITED BY SIZE INTO EXCPT-TEXT
997750             CALL "EXCPTRPT" USING EXCEPTION-RECORD
997751         END-IF
997752     END-IF.
997753 0498-EXIT.
997754     EXIT.
997803
997804*--------------------------------------------------------------
997805* OPEN THE CLIENT STATEMENT DATASET FOR THE NIGHT -- EMPTIED
997806* EVERY NIGHT, SO IT ONLY EVER HOLDS THE STATEMENTS THIS RUN
997807* CUT. A FAILED OPEN IS REPORTED AND NO STATEMENTS ARE CUT.
997808*--------------------------------------------------------------
997809 0499-OPEN-STATEMENTS.
997810     OPEN OUTPUT STMT-FILE.
997811     IF STMT-OK THEN
997812         SET STMT-OPEN TO TRUE
997813     ELSE
997814         MOVE RUN-DATE TO EXCPT-RUN-DATE
997815         MOVE "TRACKINGSHRS" TO EXCPT-PROGRAM
997816         MOVE "STMT" TO EXCPT-CODE
997817         MOVE 2 TO EXCPT-SEVERITY
997818         MOVE SPACES TO EXCPT-TEXT
997819         STRING "STATEMENT-OPEN-FAILED STATUS ", STMT-STATUS,
997820             " NO CLIENT STATEMENTS CUT"
997821             DELIMITED BY SIZE INTO EXCPT-TEXT
997822         CALL "EXCPTRPT" USING EXCEPTION-RECORD
997823     END-IF.
997824 0499-EXIT.
997825     EXIT.
008000
008100*--------------------------------------------------------------
008200* READ ONE COMPANY'S NAME AND ITS DAY-BY-DAY SHARE/PRICE
010460* LANDS ON THE TRADE DATE'S DAY OF THE REPORT YEAR, PRICED AT
010470* THE JOURNALED TRADE PRICE (OR THE AVERAGE COST WHERE THE
010480* LINE CARRIES NO PRICE).
010485* A "cancel" LINE (A REVERSED TRADE) POSTS LIKE THE FOUR.
010490*--------------------------------------------------------------
010510 1600-APPLY-JOURNAL-LINE.
010520     MOVE SPACES TO JT-DATE-X, JT-OPTION, JT-TICKER,
010560             JT-COST-X, JT-SHARES-X, JT-AVG-X,
997152             JT-T8, JT-T9, JT-T10, JT-T11.
010570     IF (JT-OPTION = "buy" OR JT-OPTION = "sell"
010580             OR JT-OPTION = "split" OR JT-OPTION = "merge"
010585             OR JT-OPTION = "cancel")
010590             AND JT-DATE-X IS NUMERIC
010610             AND JT-SHARES-X IS NUMERIC THEN
010620         COMPUTE JT-DAY = FUNCTION INTEGER-OF-DATE (JT-DATE)
997247*--------------------------------------------------------------
997248 1620-POST-ACCOUNT-POSITION.
997249     PERFORM 1610-FIND-JT-ACCOUNT.
997251     PERFORM 1630-FIND-ACCOUNT-POSITION.
997267     IF APOS-HIT-X > 0 THEN
997268         MOVE JT-SHARES TO APOS-SHARES(APOS-HIT-X)
997826         MOVE JT-DATE-X(5:2) TO JT-MONTH
997827         PERFORM VARYING MX FROM JT-MONTH BY 1 UNTIL MX > 12
997828             MOVE JT-SHARES TO APOS-MONTH-SHARES(APOS-HIT-X, MX)
997829         END-PERFORM
997269         MOVE 0 TO TICKER-SUM
997271         PERFORM VARYING APSX FROM 1 BY 1
997272                 UNTIL APSX > APOS-COUNT
997292     END-IF.
997293 1620-EXIT.
997294     EXIT.
997830
997831*--------------------------------------------------------------
997832* FIND THE RUNNING POSITION FOR THE LINE'S ACCOUNT AND TICKER,
997833* OR START ONE AT ZERO. A FULL TABLE LEAVES APOS-HIT-X ZERO.
997834*--------------------------------------------------------------
997835 1630-FIND-ACCOUNT-POSITION.
997836     MOVE 0 TO APOS-HIT-X.
997837     PERFORM VARYING APSX FROM 1 BY 1 UNTIL APSX > APOS-COUNT
997838         IF APOS-HIT-X = 0
997839                 AND APOS-ACCT(APSX) = JT-ACCOUNT
997840                 AND APOS-TICKER(APSX) = JT-TICKER THEN
997841             MOVE APSX TO APOS-HIT-X
997842         END-IF
997843     END-PERFORM.
997844     IF APOS-HIT-X = 0 AND APOS-COUNT < 200 THEN
997845         ADD 1 TO APOS-COUNT
997846         MOVE APOS-COUNT TO APOS-HIT-X
997847         MOVE JT-ACCOUNT TO APOS-ACCT(APOS-HIT-X)
997848         MOVE JT-TICKER TO APOS-TICKER(APOS-HIT-X)
997849         MOVE 0 TO APOS-SHARES(APOS-HIT-X)
997850         PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 12
997851             MOVE 0 TO APOS-MONTH-SHARES(APOS-HIT-X, MX)
997852             MOVE 0 TO APOS-MONTH-INCOME(APOS-HIT-X, MX)
997853         END-PERFORM
997854     END-IF.
997855 1630-EXIT.
997856     EXIT.
997295
991201*--------------------------------------------------------------
991202* A DIVIDEND LINE CARRIES DATE, "dividend", TICKER, AND THE
991205* THE AMOUNT TO THE COMPANY'S MONTH BUCKET FOR THE INCOME
991206* SECTIONS. A DATE OUTSIDE THE REPORT YEAR REPORTS THE SAME
991207* EXCEPTION AN OUT-OF-YEAR TRADE LINE DOES.
997857* THE LINE'S TRAILING ACCOUNT TOKEN ALSO POSTS THE AMOUNT TO
997858* THAT ACCOUNT'S POSITION IN THE TICKER FOR ITS STATEMENT.
991208*--------------------------------------------------------------
991209 1680-APPLY-DIVIDEND-LINE.
991211     MOVE SPACES TO JT-COST-X.
991221                 MOVE JT-DATE-X(5:2) TO JT-MONTH
991222                 ADD JT-COST
991223                     TO INC-MONTH-AMT(COMPANY-INDEX, JT-MONTH)
997859                 PERFORM 1610-FIND-JT-ACCOUNT
997860                 PERFORM 1630-FIND-ACCOUNT-POSITION
997861                 IF APOS-HIT-X > 0 THEN
997862                     ADD JT-COST TO
997863                         APOS-MONTH-INCOME(APOS-HIT-X, JT-MONTH)
997864                 ELSE
997865                     MOVE RUN-DATE TO EXCPT-RUN-DATE
997866                     MOVE "TRACKINGSHRS" TO EXCPT-PROGRAM
997867                     MOVE "JRNL" TO EXCPT-CODE
997868                     MOVE 1 TO EXCPT-SEVERITY
997869                     MOVE SPACES TO EXCPT-TEXT
997870                     STRING "POSITION-TABLE-FULL ",
997871                         JT-ACCOUNT, " ",
997872                         JT-TICKER, " DIVIDEND NOT ON STATEMENT"
997873                         DELIMITED BY SIZE INTO EXCPT-TEXT
997874                     CALL "EXCPTRPT" USING EXCEPTION-RECORD
997875                 END-IF
991224             END-IF
991225         ELSE
991226             ADD 1 TO RECORDS-REJECTED
011150         IF DAY-RECORDED(I, J) = 1 THEN
011200             MOVE SHARE-RECORD(I, J) TO HELD(I)
011600             MOVE PRICE-RECORD(I, J) TO HELD-PRICE(I)
011605             MOVE "T" TO HELD-SOURCE(I)
011610         ELSE
011611*--------------------------------------------------------------
011612* A CARRIED-FORWARD DAY REVALUES AT THE VENDOR'S CLOSE WHEN
011613* THE PRICE FILE COVERS THE COMPANY AND DAY; OTHERWISE THE
011614* LAST TRADE'S PRICE CARRIES AS ALWAYS.
011615*--------------------------------------------------------------
997755             MOVE "C" TO HELD-SOURCE(I)
011616             PERFORM VARYING VPX FROM 1 BY 1
011617                     UNTIL VPX > VPR-COUNT
011618                 IF VPR-NAME(VPX) = COMPANY-NAME(I)
011619                         AND VPR-DAY-HAVE(VPX, J) = 1 THEN
011621                     MOVE VPR-DAY-PRICE(VPX, J)
011622                         TO HELD-PRICE(I)
997756                     MOVE "V" TO HELD-SOURCE(I)
011623                 END-IF
011624             END-PERFORM
011650         END-IF
013010     COMPUTE CAL-INT = JAN1-INT + J - 1.
013020     COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER (CAL-INT).
013030     MOVE CAL-DATE(5:2) TO CAL-MONTH.
013035     MOVE CAL-DATE TO BDR-DATE.
013040     SET BDR-ASK-BUSINESS-DAY TO TRUE.
013045     CALL "BUSDAY" USING PROCESSING-DATE-RECORD,
013050         BUSINESS-DAY-REQUEST.
013055     MOVE SPACES TO DAY-CLOSED-TAG.
013060     IF BDR-IS-CLOSED THEN
013065         MOVE " CLOSED" TO DAY-CLOSED-TAG
013070     END-IF.
013075     IF HOLDHIST-AVAILABLE AND CAL-DATE NOT > RUN-DATE THEN
013080         PERFORM 2800-POST-HOLDINGS-HISTORY
013085     END-IF.
013100     MOVE DAY-SUM TO RESULT.
013200     MOVE DAY-VALUE-SUM TO VALUE-RESULT.
013296     MOVE SPACES TO RPT-LINE.
013300     STRING RUN-DATE, " ", CAL-DATE, " ", RESULT, " ",
013302         VALUE-RESULT, DAY-CLOSED-TAG
013304         DELIMITED BY SIZE INTO RPT-LINE.
013315     PERFORM 0700-WRITE-REPORT.
013311
998103*--------------------------------------------------------------
998104* A WEEKEND OR HOLIDAY IS NOT A TRADING DAY -- IT NEITHER ALERTS
998105* NOR BECOMES THE PRIOR DAY, SO THE NEXT BUSINESS DAY COMPARES
998106* AGAINST THE LAST ONE.
998107*--------------------------------------------------------------
013312     IF ALERTING-ON AND BDR-IS-BUSINESS-DAY THEN
013313         IF PRIOR-VALUE-SUM > 0
013314                 AND DAY-VALUE-SUM < PRIOR-VALUE-SUM THEN
013315             COMPUTE DROP-PCT ROUNDED =
013638         MOVE SPACES TO RPT-LINE
013640         STRING RUN-DATE, "   ", COMPANY-NAME(I), " HELD ",
013650             RESULT, " VALUE ", VALUE-RESULT
013651             " ", COMPANY-ISSUER(I)
013652             DELIMITED BY SIZE INTO RPT-LINE
013654         PERFORM 0700-WRITE-REPORT
013660     END-PERFORM.
991313                 MOVE SPACES TO RPT-LINE
991314                 STRING RUN-DATE, "   INCOME ",
991315                     COMPANY-NAME(I), " ", VALUE-RESULT
997643                     " ", COMPANY-ISSUER(I)
991316                     DELIMITED BY SIZE INTO RPT-LINE
991317                 PERFORM 0700-WRITE-REPORT
991318                 ADD INC-MONTH-AMT(I, CAL-MONTH)
991326             DELIMITED BY SIZE INTO RPT-LINE
991327         PERFORM 0700-WRITE-REPORT
991328     END-IF.
997876     IF JOURNAL-MODE AND STMT-OPEN THEN
997877         PERFORM 2550-PRINT-CLIENT-STATEMENTS
997878     END-IF.
013714     IF CUST-LOADED THEN
013716         PERFORM 2600-RECONCILE-MONTH-END
013718     END-IF.
013720 2500-EXIT.
013730     EXIT.
997879
997880*--------------------------------------------------------------
997881* CLIENT STATEMENTS -- CUT ONLY AT THE LAST MONTH-END BEFORE THE
997882* RUN DATE (THE MONTH THE MAILROOM IS SENDING OUT), ONE SECTION
997883* PER ACCOUNT THAT HELD A POSITION OR TOOK A DIVIDEND IN THE
997884* MONTH. THE REPORT CARRIES THE COUNT CUT.
997885*--------------------------------------------------------------
997886 2550-PRINT-CLIENT-STATEMENTS.
997887     COMPUTE STMT-NEXT-DATE =
997888         FUNCTION DATE-OF-INTEGER (CAL-INT + 1).
997889     IF STMT-NEXT-DATE(1:6) = RUN-DATE(1:6) THEN
997890         MOVE 0 TO STMT-COUNT
997891         PERFORM 2560-ACCOUNT-STATEMENT
997892             VARYING STMT-FIRST-X FROM 1 BY 1
997893             UNTIL STMT-FIRST-X > APOS-COUNT
997894         MOVE STMT-COUNT TO RESULT
997895         MOVE SPACES TO RPT-LINE
997896         STRING RUN-DATE, "   CLIENT STATEMENTS ", RESULT
997897             DELIMITED BY SIZE INTO RPT-LINE
997898         PERFORM 0700-WRITE-REPORT
997899     END-IF.
997900 2550-EXIT.
997901     EXIT.
997902
997903*--------------------------------------------------------------
997904* AN ACCOUNT IS TAKEN UP AT ITS FIRST POSITION ENTRY ONLY, AND
997905* GETS A STATEMENT WHEN ANY OF ITS ENTRIES HAS SHARES AT THE
997906* MONTH-END OR INCOME IN THE MONTH.
997907*--------------------------------------------------------------
997908 2560-ACCOUNT-STATEMENT.
997909     MOVE APOS-ACCT(STMT-FIRST-X) TO STMT-ACCT.
997910     MOVE 0 TO STMT-HIT-X.
997911     PERFORM VARYING STX FROM 1 BY 1 UNTIL STX >= STMT-FIRST-X
997912         IF APOS-ACCT(STX) = STMT-ACCT THEN
997913             MOVE STX TO STMT-HIT-X
997914         END-IF
997915     END-PERFORM.
997916     IF STMT-HIT-X = 0 THEN
997917         MOVE 0 TO STMT-ITEMS
997918         PERFORM VARYING STX FROM STMT-FIRST-X BY 1
997919                 UNTIL STX > APOS-COUNT
997920             IF APOS-ACCT(STX) = STMT-ACCT THEN
997921                 IF APOS-MONTH-SHARES(STX, CAL-MONTH) > 0 THEN
997922                     ADD 1 TO STMT-ITEMS
997923                 END-IF
997924                 IF APOS-MONTH-INCOME(STX, CAL-MONTH) > 0 THEN
997925                     ADD 1 TO STMT-ITEMS
997926                 END-IF
997927             END-IF
997928         END-PERFORM
997929         IF STMT-ITEMS > 0 THEN
997930             PERFORM 2570-WRITE-STATEMENT
997931         END-IF
997932     END-IF.
997933 2560-EXIT.
997934     EXIT.
997935
997936*--------------------------------------------------------------
997937* ONE ACCOUNT'S STATEMENT -- HEADING ON A NEW PAGE, HOLDINGS BY
997938* COMPANY AT THE MONTH-END CLOSING PRICE, THE MONTH'S DIVIDENDS
997939* BY COMPANY, THEN THE INCOME AND ACCOUNT TOTALS.
997940*--------------------------------------------------------------
997941 2570-WRITE-STATEMENT.
997942     ADD 1 TO STMT-COUNT.
997943     MOVE SPACES TO STMT-LINE.
997944     STRING "CLIENT HOLDINGS STATEMENT     ACCOUNT ", STMT-ACCT,
997945         "     MONTH ENDED ", CAL-DATE
997946         DELIMITED BY SIZE INTO STMT-LINE.
997947     WRITE STMT-RECORD FROM STMT-LINE AFTER ADVANCING PAGE.
997948     MOVE SPACES TO STMT-LINE.
997949     STRING "PREPARED ", RUN-DATE
997950         DELIMITED BY SIZE INTO STMT-LINE.
997951     PERFORM 0710-WRITE-STATEMENT-LINE.
997952     MOVE SPACES TO STMT-LINE.
997953     PERFORM 0710-WRITE-STATEMENT-LINE.
997954     MOVE SPACES TO STMT-LINE.
997955     STRING "  HOLDINGS   ISSUER                        ",
997956         "          SHARES     PRICE                  VALUE"
997957         DELIMITED BY SIZE INTO STMT-LINE.
997958     PERFORM 0710-WRITE-STATEMENT-LINE.
997959     MOVE 0 TO STMT-VALUE-TOTAL.
997960     MOVE 0 TO STMT-INCOME-TOTAL.
997961     PERFORM VARYING STX FROM STMT-FIRST-X BY 1
997962             UNTIL STX > APOS-COUNT
997963         IF APOS-ACCT(STX) = STMT-ACCT
997964                 AND APOS-MONTH-SHARES(STX, CAL-MONTH) > 0 THEN
997965             PERFORM 2580-STATEMENT-HOLDING
997966         END-IF
997967     END-PERFORM.
997968     MOVE SPACES TO STMT-LINE.
997969     PERFORM 0710-WRITE-STATEMENT-LINE.
997970     MOVE SPACES TO STMT-LINE.
997971     STRING "  DIVIDENDS  ISSUER                        ",
997972         "                                           AMOUNT"
997973         DELIMITED BY SIZE INTO STMT-LINE.
997974     PERFORM 0710-WRITE-STATEMENT-LINE.
997975     PERFORM VARYING STX FROM STMT-FIRST-X BY 1
997976             UNTIL STX > APOS-COUNT
997977         IF APOS-ACCT(STX) = STMT-ACCT
997978                 AND APOS-MONTH-INCOME(STX, CAL-MONTH) > 0 THEN
997979             PERFORM 2585-STATEMENT-DIVIDEND
997980         END-IF
997981     END-PERFORM.
997982     MOVE SPACES TO STMT-LINE.
997983     PERFORM 0710-WRITE-STATEMENT-LINE.
997984     MOVE STMT-INCOME-TOTAL TO STMT-VALUE-OUT.
997985     MOVE SPACES TO STMT-LINE.
997986     STRING "  MONTH DIVIDEND INCOME", "                 ",
997987         "                              ", STMT-VALUE-OUT
997988         DELIMITED BY SIZE INTO STMT-LINE.
997989     PERFORM 0710-WRITE-STATEMENT-LINE.
997990     MOVE STMT-VALUE-TOTAL TO STMT-VALUE-OUT.
997991     MOVE SPACES TO STMT-LINE.
997992     STRING "  ACCOUNT TOTAL VALUE  ", "                 ",
997993         "                              ", STMT-VALUE-OUT
997994         DELIMITED BY SIZE INTO STMT-LINE.
997995     PERFORM 0710-WRITE-STATEMENT-LINE.
997996 2570-EXIT.
997997     EXIT.
997998
997999*--------------------------------------------------------------
998000* ONE HOLDING LINE -- THE ACCOUNT'S MONTH-END SHARES AT THE
998001* COMPANY'S CLOSING PRICE FOR THE CUT (THE SAME PRICE THE
998002* MONTH-END SECTION OF THE REPORT VALUES THE FIRM AT).
998003*--------------------------------------------------------------
998004 2580-STATEMENT-HOLDING.
998005     PERFORM 2590-FIND-STATEMENT-COMPANY.
998006     MOVE 0 TO STMT-PRICE.
998007     IF STMT-CO-X > 0 THEN
998008         MOVE HELD-PRICE(STMT-CO-X) TO STMT-PRICE
998009     END-IF.
998010     COMPUTE STMT-VALUE =
998011         APOS-MONTH-SHARES(STX, CAL-MONTH) * STMT-PRICE.
998012     ADD STMT-VALUE TO STMT-VALUE-TOTAL.
998013     MOVE APOS-MONTH-SHARES(STX, CAL-MONTH) TO STMT-SHARES-OUT.
998014     MOVE STMT-PRICE TO STMT-PRICE-OUT.
998015     MOVE STMT-VALUE TO STMT-VALUE-OUT.
998016     MOVE SPACES TO STMT-LINE.
998017     STRING "  ", APOS-TICKER(STX), " ", STMT-ISSUER, " ",
998018         STMT-SHARES-OUT, " ", STMT-PRICE-OUT, " ", STMT-VALUE-OUT
998019         DELIMITED BY SIZE INTO STMT-LINE.
998020     PERFORM 0710-WRITE-STATEMENT-LINE.
998021 2580-EXIT.
998022     EXIT.
998023
998024 2585-STATEMENT-DIVIDEND.
998025     PERFORM 2590-FIND-STATEMENT-COMPANY.
998026     ADD APOS-MONTH-INCOME(STX, CAL-MONTH) TO STMT-INCOME-TOTAL.
998027     MOVE APOS-MONTH-INCOME(STX, CAL-MONTH) TO STMT-VALUE-OUT.
998028     MOVE SPACES TO STMT-LINE.
998029     STRING "  ", APOS-TICKER(STX), " ", STMT-ISSUER,
998030         "                           ", STMT-VALUE-OUT
998031         DELIMITED BY SIZE INTO STMT-LINE.
998032     PERFORM 0710-WRITE-STATEMENT-LINE.
998033 2585-EXIT.
998034     EXIT.
998035
998036 2590-FIND-STATEMENT-COMPANY.
998037     MOVE 0 TO STMT-CO-X.
998038     PERFORM VARYING I FROM 1 BY 1 UNTIL I > C
998039         IF STMT-CO-X = 0
998040                 AND COMPANY-NAME(I) = APOS-TICKER(STX) THEN
998041             MOVE I TO STMT-CO-X
998042         END-IF
998043     END-PERFORM.
998044     MOVE SPACES TO STMT-ISSUER.
998045     IF STMT-CO-X > 0 THEN
998046         MOVE COMPANY-ISSUER(STMT-CO-X) TO STMT-ISSUER
998047     END-IF.
998048 2590-EXIT.
998049     EXIT.
013731
989501*--------------------------------------------------------------
989502* DIFF THE MONTH'S CLOSING POSITIONS AGAINST THE CUSTODIAN'S
014020     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
014030 2700-EXIT.
014040     EXIT.
014041
014042*--------------------------------------------------------------
014043* KEEP THE DAY JUST PRINTED ON THE HOLDINGS HISTORY -- A RECORD
014044* FOR EACH COMPANY HELD OR WITH AN ENTRY THAT DAY, WRITTEN NEW
014045* OR REWRITTEN OVER AN EARLIER NIGHT'S. A COMPANY NEITHER HELD
014046* NOR ENTERED HAS ITS RECORD FOR THE DAY REMOVED, SO A CORRECTED
014047* FEED CANNOT LEAVE A STALE POSITION BEHIND.
014048*--------------------------------------------------------------
014049 2800-POST-HOLDINGS-HISTORY.
014050     PERFORM VARYING I FROM 1 BY 1 UNTIL I > C
014051         MOVE SPACES TO HOLDINGS-HISTORY-RECORD
014052         MOVE COMPANY-NAME(I) TO HLD-COMPANY
014053         MOVE CAL-DATE TO HLD-DATE
014054         IF HELD(I) > 0 OR DAY-RECORDED(I, J) = 1 THEN
014055             MOVE HELD(I) TO HLD-SHARES
014056             MOVE HELD-PRICE(I) TO HLD-PRICE
014057             COMPUTE HLD-VALUE = HELD(I) * HELD-PRICE(I)
014058             MOVE HELD-SOURCE(I) TO HLD-SOURCE
014059             MOVE RUN-DATE TO HLD-RUN-DATE
014060             WRITE HOLDINGS-HISTORY-RECORD
014061                 INVALID KEY
014062                     REWRITE HOLDINGS-HISTORY-RECORD
014063                         INVALID KEY
014064                             ADD 1 TO HOLDHIST-FAILS
014065                     END-REWRITE
014066             END-WRITE
014067         ELSE
014068             DELETE HOLDHIST-FILE RECORD
014069                 INVALID KEY
014070                     CONTINUE
014071             END-DELETE
014072         END-IF
014073     END-PERFORM.
014074 2800-EXIT.
014075     EXIT.
013600
013700*--------------------------------------------------------------
013800* YEAR-END REPORT OF THE PEAK HELD POSITION REACHED BY EACH
014200     PERFORM VARYING I FROM 1 BY 1 UNTIL I > C
014295         MOVE SPACES TO RPT-LINE
014300         STRING RUN-DATE, " ", COMPANY-NAME(I), " PEAK HELD ",
014310             PEAK-HELD(I), " ", COMPANY-ISSUER(I)
014312             DELIMITED BY SIZE INTO RPT-LINE
014315         PERFORM 0700-WRITE-REPORT
014400     END-PERFORM.
014500 3000-EXIT.
991416             MOVE SPACES TO RPT-LINE
991417             STRING RUN-DATE, " ", COMPANY-NAME(I),
991418                 " YEAR INCOME ", VALUE-RESULT
997644                 " ", COMPANY-ISSUER(I)
991419                 DELIMITED BY SIZE INTO RPT-LINE
991421             PERFORM 0700-WRITE-REPORT
991422             ADD INC-YEAR-AMT TO INC-GRAND-TOTAL
996716* STREAM BEFORE A RECORD POSTS.
9967A1* AN UNVERIFIED FEED ALSO TRIPS FEED-UNVERIFIED, WHICH
9967A2* BYPASSES THIS PROGRAM'S OWN POSTING LOOP AND MASTER SAVE.
998108* ON THE FIRST BUSINESS DAY AFTER A WEEKEND OR HOLIDAY THE FEED
998109* CUT ON THE LAST BUSINESS DAY BEFORE IT IS CURRENT TOO.
996717*--------------------------------------------------------------
996718 0150-VERIFY-FEED-DATE.
996719     ACCEPT INPUT-LINE.
996728     END-IF.
996729     IF BUSDATE-X IS NUMERIC THEN
996731         MOVE BUSDATE-X TO BUSDATE
996732         IF BUSDATE NOT = RUN-DATE
998110                 AND BUSDATE NOT = PDAT-REOPEN-FEED-DATE THEN
996733             MOVE RUN-DATE TO EXCPT-RUN-DATE
996734             MOVE "TRACKINGSHRS" TO EXCPT-PROGRAM
996735             MOVE "STAL" TO EXCPT-CODE
983008     END-IF.
983009 0700-EXIT.
983011     EXIT.
983111
983211 0710-WRITE-STATEMENT-LINE.
983311     WRITE STMT-RECORD FROM STMT-LINE AFTER ADVANCING 1 LINE.
983411 0710-EXIT.
983511     EXIT.
