000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COMPLIANCE.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. PORTFOLIO-ACCOUNTING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  RH   ORIGINAL VERSION - RUNS BETWEEN BROKERREC AND
000950*                    THE DEATHANDTAXES POSTING STEP AND CHECKS
001000*                    EVERY TRADE ON THE TICKERS FEED AGAINST
001050*                    COMPLIANCE'S RESTRICTED-SECURITIES LIST
001100*                    (RESTRICT) AND EACH ACCOUNT'S CONCENTRATION
001150*                    LIMIT (CONCLIM). POSITIONS START FROM
001200*                    POSMAST, PRICED AT THE NIGHT'S CLOSE FROM
001250*                    PRICES (AT AVERAGE COST WHEN A TICKER HAS NO
001300*                    CLOSE), AND ARE CARRIED FORWARD TRADE BY
001350*                    TRADE IN FEED ORDER. A BUY OF A RESTRICTED
001400*                    TICKER, OR A BUY OR SHORT THAT LEAVES A
001450*                    POSITION OVER ITS ACCOUNT'S LIMIT, RAISES A
001500*                    SERIOUS EXCEPTION THROUGH EXCPTRPT SO THE
001550*                    COND CHAIN HOLDS POSTING UNTIL COMPLIANCE
001600*                    SIGNS OFF. EVERY TRADE CHECKED GOES TO THE
001650*                    COMPLIANCE REPORT ON RPTOUT WITH ITS
001700*                    CONCENTRATION AFTER THE TRADE. THE BUSDATE
001750*                    CHECK ALSO ACCEPTS THE LAST BUSINESS DAY'S
001800*                    FEED ON THE FIRST BUSINESS DAY AFTER A
001850*                    WEEKEND OR EXCHANGE HOLIDAY.
002700*--------------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT REPORT-FILE ASSIGN TO RPTOUT
003300         FILE STATUS IS REPORT-STATUS.
003400     SELECT POSMAST-FILE ASSIGN TO POSMAST
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS CPM-KEY
003800         FILE STATUS IS POSMAST-STATUS.
003900     SELECT PRICES-FILE ASSIGN TO PRICES
004000         FILE STATUS IS PRICES-STATUS.
004100     SELECT RESTRICT-FILE ASSIGN TO RESTRICT
004200         FILE STATUS IS RESTRICT-STATUS.
004300     SELECT CONCLIM-FILE ASSIGN TO CONCLIM
004400         FILE STATUS IS CONCLIM-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  REPORT-FILE.
004900 01  REPORT-RECORD            PIC X(132).
005000*--------------------------------------------------------------
005100* POSITIONS MASTER AS DEATHANDTAXES LEFT IT LAST NIGHT -- ONLY
005200* THE "C" CASH, "T" LONG SUMMARY, AND "S" SHORT SUMMARY RECORDS
005300* MATTER HERE; THE LOT RECORDS ARE READ PAST.
005400*--------------------------------------------------------------
005500 FD  POSMAST-FILE.
005600 01  CP-POSMAST-RECORD.
005700     05  CPM-KEY.
005800         10  CPM-ACCOUNT      PIC X(8).
005900         10  CPM-TICKER       PIC X(10).
006000         10  CPM-RECORD-TYPE  PIC X(1).
006100         10  CPM-LOT-SEQ      PIC 9(3).
006200     05  CPM-SHARES           PIC 9(16).
006300     05  CPM-AVG-COST         PIC 9(16)V9(8).
006400     05  CPM-VALUE            PIC S9(16)V9(8).
006500     05  FILLER               PIC X(56).
006600*--------------------------------------------------------------
006700* NIGHTLY CLOSING-PRICE FEED -- THE SAME DATASET DEATHANDTAXES
006800* MARKS THE BOOK TO.
006900*--------------------------------------------------------------
007000 FD  PRICES-FILE.
007100 01  PRICES-RECORD.
007200     05  PRC-TICKER           PIC X(10).
007300     05  PRC-CLOSE            PIC 9(16)V9(8).
007400*--------------------------------------------------------------
007500* RESTRICTED-SECURITIES LIST -- ONE RECORD PER TICKER THE FIRM
007600* MAY NOT BUY, IN FORCE FROM ITS FROM-DATE THROUGH ITS
007700* THRU-DATE (ZERO WHEN THE RESTRICTION IS OPEN-ENDED), WITH
007800* COMPLIANCE'S REASON.
007900*--------------------------------------------------------------
008000 FD  RESTRICT-FILE.
008100 01  RESTRICT-RECORD.
008200     05  RST-TICKER           PIC X(10).
008300     05  RST-FROM-DATE        PIC 9(8).
008400     05  RST-THRU-DATE        PIC 9(8).
008500     05  RST-REASON           PIC X(30).
008600*--------------------------------------------------------------
008700* CONCENTRATION LIMITS -- ONE RECORD PER ACCOUNT, THE MOST ANY
008800* ONE TICKER MAY BE OF THE ACCOUNT'S MARKET VALUE, AS A
008900* PERCENTAGE. A RECORD KEYED "*" SETS THE LIMIT FOR EVERY
009000* ACCOUNT WITHOUT ONE OF ITS OWN; WITH NO "*" RECORD SUCH AN
009100* ACCOUNT IS NOT LIMITED.
009200*--------------------------------------------------------------
009300 FD  CONCLIM-FILE.
009400 01  CONCLIM-RECORD.
009500     05  CLM-ACCOUNT          PIC X(8).
009600     05  CLM-LIMIT-PCT        PIC 9(3)V99.
009700
009800 WORKING-STORAGE SECTION.
009900 COPY EXCPTREC.
010000 COPY PDATEREC.
010100 01  REPORT-STATUS            PIC X(2).
010200     88  REPORT-OK            VALUE "00".
010300 01  RPT-LINE                 PIC X(132).
010400*--------------------------------------------------------------
010500* RUN-LOG BOOKKEEPING -- ONE "S" RECORD AT START AND ONE "E"
010600* RECORD AT END GO TO THE SHARED RUN-LOG DATASET THROUGH THE
010700* COMMON RUNLOGW SUBPROGRAM, CARRYING THE STEP'S RECORDS READ,
010800* ACCEPTED, AND REJECTED FOR THE MORNING OPERATIONS REPORT.
010900*--------------------------------------------------------------
011000 COPY RUNLOGRC.
011100*--------------------------------------------------------------
011200* THE STEP'S RETURN CODE IS SAVED ACROSS EACH RUNLOGW CALL --
011300* A CALLED PROGRAM'S EXIT REPLACES THE CALLER'S RETURN-CODE,
011400* AND THE GRADUATED EXCEPTION CODE MUST SURVIVE TO END OF STEP.
011500*--------------------------------------------------------------
011600 01  SAVED-RETURN-CODE        PIC S9(9) COMP.
011700 01  RECORDS-REJECTED         PIC 9(7) VALUE 0.
011800
011900 01  RUN-DATE                 PIC 9(8).
012000 01  BUSDATE-X                PIC X(8).
012100 01  BUSDATE                  PIC 9(8).
012200 01  LINES-READ               PIC 9(7) VALUE 0.
012300
012400 01  INPUT-LINE               PIC X(80).
012500     88  EOF                  VALUE SPACES.
012600 01  OPTION                   PIC X(8).
012700 01  TICKER-IN                PIC X(10).
012800 01  NUM-SHARES               PIC 9(16).
012900 01  SHARE-COST               PIC 9(16)V9(8).
013000 01  COUNTER                  PIC 9(1).
013100 01  CURRENT-ACCOUNT          PIC X(8) VALUE "MAIN".
013200
013300*--------------------------------------------------------------
013400* TRADE DATE, CURRENCY, FEES, AND NAMED LOTS AS FED ON THE
013500* TRADE LINE -- TAKEN OFF THE LINE THE WAY DEATHANDTAXES TAKES
013600* THEM, SO BOTH PROGRAMS SEE THE SAME TRADE.
013700*--------------------------------------------------------------
013800 01  TRADE-DATE-X             PIC X(8).
013900 01  TRADE-DATE               PIC 9(8).
014000 01  CCY-IN                   PIC X(3).
014100 01  FEE-POS                  PIC 9(3) COMP.
014200 01  FEE-COMM-X               PIC X(20).
014300 01  FEE-EXCH-X               PIC X(20).
014400 01  TRADE-FEE                PIC 9(16)V9(8).
014500 01  LOTS-POS                 PIC 9(3) COMP.
014600 01  CASH-AMOUNT              PIC 9(16)V9(8).
014700
014800*--------------------------------------------------------------
014900* A "correct" LINE'S REPLACEMENT TRADE IS CHECKED LIKE ANY
015000* OTHER TRADE LINE.
015100*--------------------------------------------------------------
015200 01  CORR-LINE                PIC X(80).
015300 01  CORR-POS                 PIC 9(3) COMP.
015400 01  CORR-REF-DATE            PIC X(8).
015500 01  CORR-REF-SEQ             PIC X(8).
015600
015700*--------------------------------------------------------------
015800* EXCHANGE RATES FROM THE FEED'S "fx" CONTROL LINES. A TRADE IN
015900* A CURRENCY THE FEED HAS NOT RATED IS TAKEN AT 1 -- POSTING
016000* RAISES THAT ONE ITSELF.
016100*--------------------------------------------------------------
016200 01  FX-CODE-IN               PIC X(3).
016300 01  FX-RATE-IN               PIC 9(7)V9(6).
016400 01  CURR-FX-RATE             PIC 9(7)V9(6).
016500 01  FX-COUNT                 PIC 9(3) COMP VALUE 0.
016600 01  FXX                      PIC 9(3) COMP.
016700 01  FX-TABLE.
016800     05  FX-ENTRY OCCURS 20 TIMES.
016900         10  FX-CODE          PIC X(3).
017000         10  FX-RATE          PIC 9(7)V9(6).
017100
017200*--------------------------------------------------------------
017300* DATASET STATUSES AND LOADED SWITCHES. THE RESTRICTED LIST
017400* AND THE LIMITS MUST BOTH LOAD FOR COMPLIANCE TO SIGN OFF;
017500* POSMAST AND PRICES ARE OPTIONAL (A FIRST NIGHT HAS NO BOOK,
017600* AND AN UNPRICED BOOK IS TAKEN AT COST).
017700*--------------------------------------------------------------
017800 01  POSMAST-STATUS           PIC X(2).
017900     88  POSMAST-OK           VALUE "00".
018000     88  POSMAST-AT-END       VALUE "10".
018100 01  PRICES-STATUS            PIC X(2).
018200     88  PRICES-OK            VALUE "00".
018300     88  PRICES-AT-END        VALUE "10".
018400 01  RESTRICT-STATUS          PIC X(2).
018500     88  RESTRICT-OK          VALUE "00".
018600     88  RESTRICT-AT-END      VALUE "10".
018700 01  CONCLIM-STATUS           PIC X(2).
018800     88  CONCLIM-OK           VALUE "00".
018900     88  CONCLIM-AT-END       VALUE "10".
019000 01  RESTRICT-LOADED-SWITCH   PIC X(1) VALUE "N".
019100     88  RESTRICT-LOADED      VALUE "Y".
019200 01  LIMITS-LOADED-SWITCH     PIC X(1) VALUE "N".
019300     88  LIMITS-LOADED        VALUE "Y".
019400
019500*--------------------------------------------------------------
019600* THE RESTRICTED LIST, THE LIMITS, AND THE CLOSING PRICES,
019700* LOADED AT STARTUP.
019800*--------------------------------------------------------------
019900 01  RESTRICT-COUNT           PIC 9(3) COMP VALUE 0.
020000 01  RSX                      PIC 9(3) COMP.
020100 01  RESTRICT-HIT-X           PIC 9(3) COMP.
020200 01  RESTRICT-TABLE.
020300     05  RESTRICT-ENTRY OCCURS 200 TIMES.
020400         10  RSTT-TICKER      PIC X(10).
020500         10  RSTT-FROM-DATE   PIC 9(8).
020600         10  RSTT-THRU-DATE   PIC 9(8).
020700         10  RSTT-REASON      PIC X(30).
020800 01  LIMIT-COUNT              PIC 9(3) COMP VALUE 0.
020900 01  LMX                      PIC 9(3) COMP.
021000 01  DEFAULT-LIMIT-PCT        PIC 9(3)V99 VALUE 0.
021100 01  DEFAULT-LIMIT-SWITCH     PIC X(1) VALUE "N".
021200     88  DEFAULT-LIMIT-SET    VALUE "Y".
021300 01  LIMIT-TABLE.
021400     05  LIMIT-ENTRY OCCURS 100 TIMES.
021500         10  LIMT-ACCOUNT     PIC X(8).
021600         10  LIMT-PCT         PIC 9(3)V99.
021700 01  PRICE-COUNT              PIC 9(3) COMP VALUE 0.
021800 01  PRX                      PIC 9(3) COMP.
021900 01  PRICE-TABLE.
022000     05  PRICE-ENTRY OCCURS 500 TIMES.
022100         10  PRCT-TICKER      PIC X(10).
022200         10  PRCT-CLOSE       PIC 9(16)V9(8).
022300
022400*--------------------------------------------------------------
022500* THE PROJECTED BOOK -- EACH ACCOUNT'S CASH AND LIMIT, AND EACH
022600* ACCOUNT-PLUS-TICKER POSITION WITH THE PRICE IT IS VALUED AT.
022700* BOTH START FROM POSMAST AND MOVE WITH EVERY TRADE, DEPOSIT,
022800* AND WITHDRAWAL ON THE FEED.
022900*--------------------------------------------------------------
023000 01  CHK-ACCOUNT              PIC X(8).
023100 01  ACCOUNT-COUNT            PIC 9(3) COMP VALUE 0.
023200 01  AX                       PIC 9(3) COMP.
023300 01  ACCT-IDX                 PIC 9(3) COMP.
023400 01  ACCOUNT-TABLE.
023500     05  ACCOUNT-ENTRY OCCURS 50 TIMES.
023600         10  CACT-ID          PIC X(8).
023700         10  CACT-CASH        PIC S9(16)V9(8).
023800         10  CACT-LIMIT-PCT   PIC 9(3)V99.
023900         10  CACT-LIMIT-SW    PIC X(1).
024000             88  CACT-LIMITED VALUE "Y".
024100 01  POSITION-COUNT           PIC 9(4) COMP VALUE 0.
024200 01  PX                       PIC 9(4) COMP.
024300 01  POS-IDX                  PIC 9(4) COMP.
024400 01  VALUATION-PRICE          PIC 9(16)V9(8).
024500 01  POSITION-TABLE.
024600     05  POSITION-ENTRY OCCURS 1000 TIMES.
024700         10  CPOS-ACCOUNT     PIC X(8).
024800         10  CPOS-TICKER      PIC X(10).
024900         10  CPOS-LONG        PIC 9(16).
025000         10  CPOS-SHORT       PIC 9(16).
025100         10  CPOS-PRICE       PIC 9(16)V9(8).
025200
025300*--------------------------------------------------------------
025400* CONCENTRATION WORK FIELDS. THE ACCOUNT'S MARKET VALUE IS ITS
025500* CASH PLUS ITS LONG POSITIONS LESS ITS SHORT ONES; A
025600* POSITION'S EXPOSURE IS ITS LONG AND SHORT SHARES TOGETHER AT
025700* ITS PRICE. AN ACCOUNT WITH NO POSITIVE MARKET VALUE IS OVER
025800* ANY LIMIT ONCE IT HOLDS ANYTHING.
025900*--------------------------------------------------------------
026000 01  TRADE-VALUE              PIC 9(16)V9(8).
026100 01  ACCT-MKT-VALUE           PIC S9(16)V9(8).
026200 01  POS-EXPOSURE             PIC 9(16)V9(8).
026300 01  CONC-PCT                 PIC 9(7)V99.
026400 01  LIMIT-WORD               PIC X(8).
026500 01  TRADE-SWITCH             PIC X(1).
026600     88  TRADE-CLEAR          VALUE "C".
026700     88  TRADE-HELD           VALUE "H".
026800 01  RESTRICT-SWITCH          PIC X(1).
026900     88  TRADE-RESTRICTED     VALUE "Y".
027000     88  TRADE-NOT-RESTRICTED VALUE "N".
027100 01  LIMIT-SWITCH             PIC X(1).
027200     88  TRADE-OVER-LIMIT     VALUE "Y".
027300     88  TRADE-WITHIN-LIMIT   VALUE "N".
027400 01  VERDICT-WORD             PIC X(5).
027500 01  TRADES-CHECKED           PIC 9(7) VALUE 0.
027600 01  RESTRICTED-BUYS          PIC 9(7) VALUE 0.
027700 01  LIMIT-BREACHES           PIC 9(7) VALUE 0.
027800 01  UNCHECKED-TRADES         PIC 9(7) VALUE 0.
027900 01  RESTRICT-COUNT-OUT       PIC 9(3).
028000 01  LIMIT-COUNT-OUT          PIC 9(3).
028100 01  PRICE-COUNT-OUT          PIC 9(3).
028200 01  POSITION-COUNT-OUT       PIC 9(4).
028300
028400 PROCEDURE DIVISION.
028500 0000-MAINLINE.
028600     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
028700     MOVE RUN-DATE TO PDAT-CLOCK-DATE.
028800     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
028900     CALL "SETPDATE" USING PROCESSING-DATE-RECORD.
029000     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
029100     MOVE PDAT-RUN-DATE TO RUN-DATE.
029200     PERFORM 0100-LOG-RUN-START.
029300     PERFORM 0150-VERIFY-FEED-DATE.
029400     OPEN OUTPUT REPORT-FILE.
029500*--------------------------------------------------------------
029600* A REPORT THAT CANNOT BE OPENED LOSES THE WHOLE CHECK REPORT
029700* -- SAY SO AT CRITICAL SEVERITY, THOUGH THE RUN GOES ON.
029800*--------------------------------------------------------------
029900     IF NOT REPORT-OK THEN
030000         MOVE RUN-DATE TO EXCPT-RUN-DATE
030100         MOVE "COMPLIANCE" TO EXCPT-PROGRAM
030200         MOVE "RPTO" TO EXCPT-CODE
030300         MOVE 3 TO EXCPT-SEVERITY
030400         MOVE SPACES TO EXCPT-TEXT
030500         STRING "REPORT-OPEN-FAILED STATUS ", REPORT-STATUS
030600             DELIMITED BY SIZE INTO EXCPT-TEXT
030700         CALL "EXCPTRPT" USING EXCEPTION-RECORD
030800     END-IF.
030900     PERFORM 0500-LOAD-RESTRICTED.
031000     PERFORM 0520-LOAD-LIMITS.
031100     PERFORM 0540-LOAD-PRICES.
031200     PERFORM 0560-LOAD-POSITIONS.
031300     MOVE RESTRICT-COUNT TO RESTRICT-COUNT-OUT.
031400     MOVE LIMIT-COUNT TO LIMIT-COUNT-OUT.
031500     MOVE PRICE-COUNT TO PRICE-COUNT-OUT.
031600     MOVE POSITION-COUNT TO POSITION-COUNT-OUT.
031700     MOVE SPACES TO RPT-LINE.
031800     STRING RUN-DATE, " COMPLIANCE CHECK -- RESTRICTED ",
031900         RESTRICT-COUNT-OUT, " LIMITS ", LIMIT-COUNT-OUT,
032000         " PRICES ", PRICE-COUNT-OUT,
032100         " POSITIONS ", POSITION-COUNT-OUT
032200         DELIMITED BY SIZE INTO RPT-LINE.
032300     PERFORM 0700-WRITE-REPORT.
032400     PERFORM 1000-READ-TICKERS.
032500     PERFORM 4000-PRINT-SUMMARY.
032600     IF REPORT-OK THEN
032700         CLOSE REPORT-FILE
032800     END-IF.
032900     PERFORM 0990-LOG-RUN-END.
033000     STOP RUN.
033100
033200*--------------------------------------------------------------
033300* LOAD THE RESTRICTED-SECURITIES LIST. WITHOUT IT NO BUY CAN BE
033400* CLEARED, SO A LIST THAT WILL NOT OPEN IS A CRITICAL EXCEPTION
033500* AND POSTING IS HELD.
033600*--------------------------------------------------------------
033700 0500-LOAD-RESTRICTED.
033800     OPEN INPUT RESTRICT-FILE.
033900     IF RESTRICT-OK THEN
034000         SET RESTRICT-LOADED TO TRUE
034100         PERFORM 0510-LOAD-ONE-RESTRICTED UNTIL RESTRICT-AT-END
034200         CLOSE RESTRICT-FILE
034300     ELSE
034400         MOVE RUN-DATE TO EXCPT-RUN-DATE
034500         MOVE "COMPLIANCE" TO EXCPT-PROGRAM
034600         MOVE "RSTR" TO EXCPT-CODE
034700         MOVE 3 TO EXCPT-SEVERITY
034800         MOVE SPACES TO EXCPT-TEXT
034900         STRING "RESTRICTED-LIST-OPEN-FAILED STATUS ",
035000             RESTRICT-STATUS, " NO BUY CLEARED"
035100             DELIMITED BY SIZE INTO EXCPT-TEXT
035200         CALL "EXCPTRPT" USING EXCEPTION-RECORD
035300     END-IF.
035400 0500-EXIT.
035500     EXIT.
035600
035700 0510-LOAD-ONE-RESTRICTED.
035800     READ RESTRICT-FILE
035900         AT END
036000             SET RESTRICT-AT-END TO TRUE
036100         NOT AT END
036200             IF RESTRICT-COUNT < 200 THEN
036300                 ADD 1 TO RESTRICT-COUNT
036400                 MOVE RST-TICKER TO RSTT-TICKER(RESTRICT-COUNT)
036500                 MOVE RST-FROM-DATE
036600                     TO RSTT-FROM-DATE(RESTRICT-COUNT)
036700                 MOVE RST-THRU-DATE
036800                     TO RSTT-THRU-DATE(RESTRICT-COUNT)
036900                 MOVE RST-REASON TO RSTT-REASON(RESTRICT-COUNT)
037000             ELSE
037100                 MOVE RUN-DATE TO EXCPT-RUN-DATE
037200                 MOVE "COMPLIANCE" TO EXCPT-PROGRAM
037300                 MOVE "RSTR" TO EXCPT-CODE
037400                 MOVE 3 TO EXCPT-SEVERITY
037500                 MOVE SPACES TO EXCPT-TEXT
037600                 STRING "RESTRICTED-TABLE-FULL AT ", RST-TICKER,
037700                     " REST OF LIST NOT LOADED"
037800                     DELIMITED BY SIZE INTO EXCPT-TEXT
037900                 CALL "EXCPTRPT" USING EXCEPTION-RECORD
038000                 SET RESTRICT-AT-END TO TRUE
038100             END-IF
038200     END-READ.
038300 0510-EXIT.
038400     EXIT.
038500
038600*--------------------------------------------------------------
038700* LOAD THE CONCENTRATION LIMITS, HELD TO THE SAME RULE AS THE
038800* RESTRICTED LIST.
038900*--------------------------------------------------------------
039000 0520-LOAD-LIMITS.
039100     OPEN INPUT CONCLIM-FILE.
039200     IF CONCLIM-OK THEN
039300         SET LIMITS-LOADED TO TRUE
039400         PERFORM 0530-LOAD-ONE-LIMIT UNTIL CONCLIM-AT-END
039500         CLOSE CONCLIM-FILE
039600     ELSE
039700         MOVE RUN-DATE TO EXCPT-RUN-DATE
039800         MOVE "COMPLIANCE" TO EXCPT-PROGRAM
039900         MOVE "CLIM" TO EXCPT-CODE
040000         MOVE 3 TO EXCPT-SEVERITY
040100         MOVE SPACES TO EXCPT-TEXT
040200         STRING "LIMITS-OPEN-FAILED STATUS ", CONCLIM-STATUS,
040300             " NO CONCENTRATION CHECKED"
040400             DELIMITED BY SIZE INTO EXCPT-TEXT
040500         CALL "EXCPTRPT" USING EXCEPTION-RECORD
040600     END-IF.
040700 0520-EXIT.
040800     EXIT.
040900
041000 0530-LOAD-ONE-LIMIT.
041100     READ CONCLIM-FILE
041200         AT END
041300             SET CONCLIM-AT-END TO TRUE
041400         NOT AT END
041500             IF CLM-ACCOUNT = "*" THEN
041600                 MOVE CLM-LIMIT-PCT TO DEFAULT-LIMIT-PCT
041700                 SET DEFAULT-LIMIT-SET TO TRUE
041800             ELSE
041900                 IF LIMIT-COUNT < 100 THEN
042000                     ADD 1 TO LIMIT-COUNT
042100                     MOVE CLM-ACCOUNT TO LIMT-ACCOUNT(LIMIT-COUNT)
042200                     MOVE CLM-LIMIT-PCT TO LIMT-PCT(LIMIT-COUNT)
042300                 ELSE
042400                     MOVE RUN-DATE TO EXCPT-RUN-DATE
042500                     MOVE "COMPLIANCE" TO EXCPT-PROGRAM
042600                     MOVE "CLIM" TO EXCPT-CODE
042700                     MOVE 3 TO EXCPT-SEVERITY
042800                     MOVE SPACES TO EXCPT-TEXT
042900                     STRING "LIMIT-TABLE-FULL AT ", CLM-ACCOUNT,
043000                         " REST OF LIMITS NOT LOADED"
043100                         DELIMITED BY SIZE INTO EXCPT-TEXT
043200                     CALL "EXCPTRPT" USING EXCEPTION-RECORD
043300                     SET CONCLIM-AT-END TO TRUE
043400                 END-IF
043500             END-IF
043600     END-READ.
043700 0530-EXIT.
043800     EXIT.
043900
044000*--------------------------------------------------------------
044100* LOAD THE NIGHT'S CLOSING PRICES. A MISSING PRICES DATASET IS
044200* NOTED AND THE BOOK IS TAKEN AT AVERAGE COST.
044300*--------------------------------------------------------------
044400 0540-LOAD-PRICES.
044500     OPEN INPUT PRICES-FILE.
044600     IF PRICES-OK THEN
044700         PERFORM 0550-LOAD-ONE-PRICE UNTIL PRICES-AT-END
044800         CLOSE PRICES-FILE
044900     ELSE
045000         DISPLAY RUN-DATE, " COMPLIANCE PRICES NOT PRESENT,",
045100             " POSITIONS TAKEN AT AVERAGE COST"
045200     END-IF.
045300 0540-EXIT.
045400     EXIT.
045500
045600 0550-LOAD-ONE-PRICE.
045700     READ PRICES-FILE
045800         AT END
045900             SET PRICES-AT-END TO TRUE
046000         NOT AT END
046100             IF PRICE-COUNT < 500 THEN
046200                 ADD 1 TO PRICE-COUNT
046300                 MOVE PRC-TICKER TO PRCT-TICKER(PRICE-COUNT)
046400                 MOVE PRC-CLOSE TO PRCT-CLOSE(PRICE-COUNT)
046500             ELSE
046600                 MOVE RUN-DATE TO EXCPT-RUN-DATE
046700                 MOVE "COMPLIANCE" TO EXCPT-PROGRAM
046800                 MOVE "PRIC" TO EXCPT-CODE
046900                 MOVE 1 TO EXCPT-SEVERITY
047000                 MOVE SPACES TO EXCPT-TEXT
047100                 STRING "PRICE-TABLE-FULL AT ", PRC-TICKER,
047200                     " LATER TICKERS AT COST"
047300                     DELIMITED BY SIZE INTO EXCPT-TEXT
047400                 CALL "EXCPTRPT" USING EXCEPTION-RECORD
047500                 SET PRICES-AT-END TO TRUE
047600             END-IF
047700     END-READ.
047800 0550-EXIT.
047900     EXIT.
048000
048100*--------------------------------------------------------------
048200* SEED THE PROJECTED BOOK FROM POSMAST -- EACH ACCOUNT'S CASH
048300* FROM ITS "C" RECORD, EACH LONG POSITION FROM ITS "T" RECORD,
048400* AND EACH SHORT POSITION FROM ITS "S" RECORD. A MISSING
048500* POSMAST (A FIRST NIGHT) STARTS THE BOOK EMPTY.
048600*--------------------------------------------------------------
048700 0560-LOAD-POSITIONS.
048800     OPEN INPUT POSMAST-FILE.
048900     IF POSMAST-OK THEN
049000         PERFORM 0570-LOAD-ONE-POSITION UNTIL POSMAST-AT-END
049100         CLOSE POSMAST-FILE
049200     ELSE
049300         DISPLAY RUN-DATE, " COMPLIANCE POSMAST NOT PRESENT,",
049400             " BOOK STARTS EMPTY"
049500     END-IF.
049600 0560-EXIT.
049700     EXIT.
049800
049900 0570-LOAD-ONE-POSITION.
050000     READ POSMAST-FILE NEXT RECORD
050100         AT END
050200             SET POSMAST-AT-END TO TRUE
050300         NOT AT END
050400             MOVE CPM-ACCOUNT TO CHK-ACCOUNT
050500             IF CPM-RECORD-TYPE = "C" THEN
050600                 PERFORM 1900-FIND-ACCOUNT
050700                 MOVE CPM-VALUE TO CACT-CASH(ACCT-IDX)
050800             END-IF
050900             IF CPM-RECORD-TYPE = "T"
051000                     OR CPM-RECORD-TYPE = "S" THEN
051100                 PERFORM 1900-FIND-ACCOUNT
051200                 MOVE CPM-TICKER TO TICKER-IN
051300                 MOVE CPM-AVG-COST TO VALUATION-PRICE
051400                 PERFORM 1950-FIND-POSITION
051500                 IF POS-IDX > 0 AND CPM-RECORD-TYPE = "T" THEN
051600                     MOVE CPM-SHARES TO CPOS-LONG(POS-IDX)
051700                 END-IF
051800                 IF POS-IDX > 0 AND CPM-RECORD-TYPE = "S" THEN
051900                     MOVE CPM-SHARES TO CPOS-SHORT(POS-IDX)
052000                 END-IF
052100             END-IF
052200     END-READ.
052300 0570-EXIT.
052400     EXIT.
052500
052600*--------------------------------------------------------------
052700* WALK THE TICKERS FEED IN ORDER. THE "fx" AND "account"
052800* CONTROL LINES ARE APPLIED AS DEATHANDTAXES APPLIES THEM,
052900* DEPOSITS AND WITHDRAWALS MOVE THE ACCOUNT'S CASH, AND EVERY
053000* buy/sell LINE (AND short/cover, BY ITS LEADING WORD) IS
053100* CHECKED AND CARRIED INTO THE BOOK. A "correct" LINE'S
053200* REPLACEMENT TRADE IS CHECKED LIKE ANY OTHER; A "cancel" ONLY
053300* TAKES RISK OFF AND PASSES, AS DO THE REMAINING LINES.
053400*--------------------------------------------------------------
053500 1000-READ-TICKERS.
053600     PERFORM FOREVER
053700         ACCEPT INPUT-LINE
053800         ADD 1 TO LINES-READ
053900         IF EOF THEN
054000             SUBTRACT 1 FROM LINES-READ
054100             EXIT PERFORM
054200         END-IF
054300         MOVE 0 TO COUNTER
054400         INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "fx "
054500         IF COUNTER = 1 THEN
054600             UNSTRING INPUT-LINE DELIMITED BY SPACE
054700                 INTO OPTION, FX-CODE-IN, FX-RATE-IN
054800             PERFORM 1100-ADD-FX-RATE
054900         END-IF
055000         MOVE 0 TO COUNTER
055100         INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "account"
055200         IF COUNTER = 1 THEN
055300             UNSTRING INPUT-LINE DELIMITED BY SPACE
055400                 INTO OPTION, CURRENT-ACCOUNT
055500             IF CURRENT-ACCOUNT = SPACES THEN
055600                 MOVE "MAIN" TO CURRENT-ACCOUNT
055700             END-IF
055800         END-IF
055900         MOVE 0 TO COUNTER
056000         INSPECT INPUT-LINE TALLYING COUNTER
056100             FOR LEADING "correct "
056200         IF COUNTER = 1 THEN
056300             PERFORM 1200-TAKE-REPLACEMENT
056400         END-IF
056500         MOVE 0 TO COUNTER
056600         INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "deposit"
056700         INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "withdraw"
056800         IF COUNTER = 1 THEN
056900             PERFORM 1300-CASH-LINE
057000         END-IF
057100         MOVE 0 TO COUNTER
057200         INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "buy"
057300         IF COUNTER = 1 THEN
057400             PERFORM 1500-CHECK-TRADE-LINE
057500         END-IF
057600         MOVE 0 TO COUNTER
057700         INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "sell"
057800         IF COUNTER = 1 THEN
057900             PERFORM 1500-CHECK-TRADE-LINE
058000         END-IF
058100         MOVE 0 TO COUNTER
058200         INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "short "
058300         INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "cover "
058400         IF COUNTER = 1 THEN
058500             PERFORM 1500-CHECK-TRADE-LINE
058600         END-IF
058700     END-PERFORM.
058800 1000-EXIT.
058900     EXIT.
059000
059100 1100-ADD-FX-RATE.
059200     MOVE 0 TO FXX.
059300     PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > FX-COUNT
059400         IF FX-CODE(AX) = FX-CODE-IN THEN
059500             MOVE AX TO FXX
059600         END-IF
059700     END-PERFORM.
059800     IF FXX = 0 AND FX-COUNT < 20 THEN
059900         ADD 1 TO FX-COUNT
060000         MOVE FX-COUNT TO FXX
060100         MOVE FX-CODE-IN TO FX-CODE(FXX)
060200     END-IF.
060300     IF FXX > 0 THEN
060400         MOVE FX-RATE-IN TO FX-RATE(FXX)
060500     END-IF.
060600 1100-EXIT.
060700     EXIT.
060800
060900*--------------------------------------------------------------
061000* "correct RUNDATE SEQ <TRADE LINE>" -- LEAVE THE REPLACEMENT
061100* TRADE IN INPUT-LINE FOR THE TRADE CHECKS BELOW. THE ORIGINAL
061200* TRADE WAS CHECKED THE NIGHT IT WAS BOOKED.
061300*--------------------------------------------------------------
061400 1200-TAKE-REPLACEMENT.
061500     MOVE 1 TO CORR-POS.
061600     UNSTRING INPUT-LINE DELIMITED BY ALL SPACE
061700         INTO OPTION, CORR-REF-DATE, CORR-REF-SEQ
061800         WITH POINTER CORR-POS.
061900     MOVE SPACES TO CORR-LINE.
062000     IF CORR-POS <= 80 THEN
062100         MOVE INPUT-LINE(CORR-POS:) TO CORR-LINE
062200     END-IF.
062300     MOVE CORR-LINE TO INPUT-LINE.
062400 1200-EXIT.
062500     EXIT.
062600
062700*--------------------------------------------------------------
062800* A DEPOSIT OR WITHDRAWAL MOVES THE ACCOUNT'S CASH, AND WITH IT
062900* THE MARKET VALUE EVERY LATER TRADE IS MEASURED AGAINST.
063000*--------------------------------------------------------------
063100 1300-CASH-LINE.
063200     MOVE SPACES TO CCY-IN.
063300     MOVE 0 TO CASH-AMOUNT.
063400     UNSTRING INPUT-LINE DELIMITED BY SPACE
063500         INTO OPTION, CASH-AMOUNT, CCY-IN.
063600     PERFORM 1600-SET-FX-RATE.
063700     COMPUTE CASH-AMOUNT = CASH-AMOUNT * CURR-FX-RATE.
063800     MOVE CURRENT-ACCOUNT TO CHK-ACCOUNT.
063900     PERFORM 1900-FIND-ACCOUNT.
064000     IF OPTION = "deposit" THEN
064100         ADD CASH-AMOUNT TO CACT-CASH(ACCT-IDX)
064200     ELSE
064300         SUBTRACT CASH-AMOUNT FROM CACT-CASH(ACCT-IDX)
064400     END-IF.
064500 1300-EXIT.
064600     EXIT.
064700
064800*--------------------------------------------------------------
064900* TAKE THE "fee" TOKEN AND ITS AMOUNTS, THEN ANY "lots" TOKEN
065000* AND ITS LOT NUMBERS, OFF THE END OF THE LINE BEFORE THE
065100* POSITIONAL UNSTRING SEES THEM. THE COMMISSION AND ANY
065200* EXCHANGE FEE ARE SUMMED INTO TRADE-FEE.
065300*--------------------------------------------------------------
065400 1400-STRIP-FEE.
065500     MOVE 0 TO TRADE-FEE.
065600     MOVE 0 TO FEE-POS.
065700     INSPECT INPUT-LINE TALLYING FEE-POS
065800         FOR CHARACTERS BEFORE INITIAL " fee ".
065900     IF FEE-POS < 75 THEN
066000         MOVE SPACES TO FEE-COMM-X
066100         MOVE SPACES TO FEE-EXCH-X
066200         UNSTRING INPUT-LINE(FEE-POS + 6:) DELIMITED BY ALL SPACE
066300             INTO FEE-COMM-X, FEE-EXCH-X
066400         IF FEE-COMM-X NOT = SPACES THEN
066500             COMPUTE TRADE-FEE = FUNCTION NUMVAL (FEE-COMM-X)
066600         END-IF
066700         IF FEE-EXCH-X NOT = SPACES THEN
066800             COMPUTE TRADE-FEE = TRADE-FEE
066900                 + FUNCTION NUMVAL (FEE-EXCH-X)
067000         END-IF
067100         MOVE SPACES TO INPUT-LINE(FEE-POS + 1:)
067200     END-IF.
067300     MOVE 0 TO LOTS-POS.
067400     INSPECT INPUT-LINE TALLYING LOTS-POS
067500         FOR CHARACTERS BEFORE INITIAL " lots ".
067600     IF LOTS-POS < 75 THEN
067700         MOVE SPACES TO INPUT-LINE(LOTS-POS + 1:)
067800     END-IF.
067900 1400-EXIT.
068000     EXIT.
068100
068200*--------------------------------------------------------------
068300* CHECK ONE TRADE. A BUY IS FIRST HELD TO THE RESTRICTED LIST;
068400* THE TRADE IS THEN CARRIED INTO THE ACCOUNT'S BOOK AND, FOR A
068500* BUY OR SHORT (THE TRADES THAT ADD EXPOSURE), THE POSITION'S
068600* SHARE OF THE ACCOUNT'S MARKET VALUE IS HELD TO ITS LIMIT.
068700* EITHER FAILURE HOLDS THE TRADE; EVERY TRADE IS REPORTED.
068800*--------------------------------------------------------------
068900 1500-CHECK-TRADE-LINE.
069000     MOVE SPACES TO TRADE-DATE-X.
069100     MOVE SPACES TO CCY-IN.
069200     PERFORM 1400-STRIP-FEE.
069300     UNSTRING INPUT-LINE DELIMITED BY SPACE
069400         INTO OPTION, TICKER-IN, NUM-SHARES, SHARE-COST,
069500             TRADE-DATE-X, CCY-IN.
069600     IF TRADE-DATE-X IS NUMERIC THEN
069700         MOVE TRADE-DATE-X TO TRADE-DATE
069800     ELSE
069900         MOVE RUN-DATE TO TRADE-DATE
070000     END-IF.
070100     PERFORM 1600-SET-FX-RATE.
070200     COMPUTE VALUATION-PRICE = SHARE-COST * CURR-FX-RATE.
070300     COMPUTE TRADE-VALUE = NUM-SHARES * VALUATION-PRICE.
070400     COMPUTE TRADE-FEE = TRADE-FEE * CURR-FX-RATE.
070500     ADD 1 TO TRADES-CHECKED.
070600     SET TRADE-CLEAR TO TRUE.
070700     SET TRADE-NOT-RESTRICTED TO TRUE.
070800     SET TRADE-WITHIN-LIMIT TO TRUE.
070900     MOVE 0 TO CONC-PCT.
071000     MOVE CURRENT-ACCOUNT TO CHK-ACCOUNT.
071100     PERFORM 1900-FIND-ACCOUNT.
071200     IF OPTION = "buy" THEN
071300         PERFORM 2000-CHECK-RESTRICTED
071400     END-IF.
071500     PERFORM 1950-FIND-POSITION.
071600     IF POS-IDX = 0 THEN
071700         ADD 1 TO UNCHECKED-TRADES
071800     ELSE
071900         PERFORM 1550-CARRY-TRADE
072000     END-IF.
072100     IF TRADE-RESTRICTED OR TRADE-OVER-LIMIT THEN
072200         SET TRADE-HELD TO TRUE
072300         ADD 1 TO RECORDS-REJECTED
072400     END-IF.
072500     PERFORM 2900-REPORT-TRADE.
075500 1500-EXIT.
075600     EXIT.
075602
075604*--------------------------------------------------------------
075606* CARRY THE TRADE INTO THE ACCOUNT'S BOOK, THEN HOLD THE
075608* POSITION TO ITS ACCOUNT'S CONCENTRATION LIMIT.
075610*--------------------------------------------------------------
075612 1550-CARRY-TRADE.
075614     IF OPTION = "buy" THEN
075616         ADD NUM-SHARES TO CPOS-LONG(POS-IDX)
075618         COMPUTE CACT-CASH(ACCT-IDX) = CACT-CASH(ACCT-IDX)
075620             - TRADE-VALUE - TRADE-FEE
075622     END-IF.
075624     IF OPTION = "sell" THEN
075626         IF NUM-SHARES > CPOS-LONG(POS-IDX) THEN
075628             MOVE 0 TO CPOS-LONG(POS-IDX)
075630         ELSE
075632             SUBTRACT NUM-SHARES FROM CPOS-LONG(POS-IDX)
075634         END-IF
075636         COMPUTE CACT-CASH(ACCT-IDX) = CACT-CASH(ACCT-IDX)
075638             + TRADE-VALUE - TRADE-FEE
075640     END-IF.
075642     IF OPTION = "short" THEN
075644         ADD NUM-SHARES TO CPOS-SHORT(POS-IDX)
075646         COMPUTE CACT-CASH(ACCT-IDX) = CACT-CASH(ACCT-IDX)
075648             + TRADE-VALUE - TRADE-FEE
075650     END-IF.
075652     IF OPTION = "cover" THEN
075654         IF NUM-SHARES > CPOS-SHORT(POS-IDX) THEN
075656             MOVE 0 TO CPOS-SHORT(POS-IDX)
075658         ELSE
075660             SUBTRACT NUM-SHARES FROM CPOS-SHORT(POS-IDX)
075662         END-IF
075664         COMPUTE CACT-CASH(ACCT-IDX) = CACT-CASH(ACCT-IDX)
075666             - TRADE-VALUE - TRADE-FEE
075668     END-IF.
075670     PERFORM 2100-CHECK-CONCENTRATION.
075672 1550-EXIT.
075674     EXIT.
075700
075800 1600-SET-FX-RATE.
075900     MOVE 1 TO CURR-FX-RATE.
076000     IF CCY-IN NOT = SPACES THEN
076100         PERFORM VARYING FXX FROM 1 BY 1 UNTIL FXX > FX-COUNT
076200             IF FX-CODE(FXX) = CCY-IN THEN
076300                 MOVE FX-RATE(FXX) TO CURR-FX-RATE
076400             END-IF
076500         END-PERFORM
076600     END-IF.
076700 1600-EXIT.
076800     EXIT.
076900
077000*--------------------------------------------------------------
077100* FIND CHK-ACCOUNT'S SLOT IN THE BOOK, ADDING IT (NO CASH, ITS
077200* OWN LIMIT OR THE "*" LIMIT) THE FIRST TIME IT IS SEEN. A FULL
077300* TABLE REPORTS AN EXCEPTION AND USES THE LAST SLOT, THE WAY
077400* DEATHANDTAXES HANDLES A FULL ACCOUNT TABLE.
077500*--------------------------------------------------------------
077600 1900-FIND-ACCOUNT.
077700     MOVE 0 TO ACCT-IDX.
077800     PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > ACCOUNT-COUNT
077900         IF CACT-ID(AX) = CHK-ACCOUNT THEN
078000             MOVE AX TO ACCT-IDX
078100             EXIT PERFORM
078200         END-IF
078300     END-PERFORM.
078400     IF ACCT-IDX = 0 THEN
078500         PERFORM 1910-ADD-ACCOUNT
078600     END-IF.
081200 1900-EXIT.
081300     EXIT.
081302
081304 1910-ADD-ACCOUNT.
081306     IF ACCOUNT-COUNT < 50 THEN
081308         ADD 1 TO ACCOUNT-COUNT
081310         MOVE ACCOUNT-COUNT TO ACCT-IDX
081312         MOVE CHK-ACCOUNT TO CACT-ID(ACCT-IDX)
081314         MOVE 0 TO CACT-CASH(ACCT-IDX)
081316         MOVE DEFAULT-LIMIT-PCT TO CACT-LIMIT-PCT(ACCT-IDX)
081318         MOVE DEFAULT-LIMIT-SWITCH TO CACT-LIMIT-SW(ACCT-IDX)
081320         PERFORM VARYING LMX FROM 1 BY 1 UNTIL LMX > LIMIT-COUNT
081322             IF LIMT-ACCOUNT(LMX) = CHK-ACCOUNT THEN
081324                 MOVE LIMT-PCT(LMX) TO CACT-LIMIT-PCT(ACCT-IDX)
081326                 MOVE "Y" TO CACT-LIMIT-SW(ACCT-IDX)
081328             END-IF
081330         END-PERFORM
081332     ELSE
081334         MOVE ACCOUNT-COUNT TO ACCT-IDX
081336         MOVE RUN-DATE TO EXCPT-RUN-DATE
081338         MOVE "COMPLIANCE" TO EXCPT-PROGRAM
081340         MOVE "ACCT" TO EXCPT-CODE
081342         MOVE 2 TO EXCPT-SEVERITY
081344         MOVE SPACES TO EXCPT-TEXT
081346         STRING "ACCOUNT-TABLE-FULL ", CHK-ACCOUNT,
081348             " CHECKED AS ", CACT-ID(ACCT-IDX)
081350             DELIMITED BY SIZE INTO EXCPT-TEXT
081352         CALL "EXCPTRPT" USING EXCEPTION-RECORD
081354     END-IF.
081356 1910-EXIT.
081358     EXIT.
081400
081500*--------------------------------------------------------------
081600* FIND THE POSITION FOR CHK-ACCOUNT AND TICKER-IN, ADDING IT
081700* (NO SHARES) THE FIRST TIME IT IS SEEN. A NEW POSITION IS
081800* VALUED AT THE NIGHT'S CLOSE WHEN PRICES CARRIES ONE, ELSE AT
081900* VALUATION-PRICE (ITS AVERAGE COST OR THE TRADE PRICE). A
082000* FULL TABLE LEAVES POS-IDX ZERO AND THE TRADE UNCHECKED.
082100*--------------------------------------------------------------
082200 1950-FIND-POSITION.
082300     MOVE 0 TO POS-IDX.
082400     PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > POSITION-COUNT
082500         IF CPOS-ACCOUNT(PX) = CHK-ACCOUNT
082600                 AND CPOS-TICKER(PX) = TICKER-IN THEN
082700             MOVE PX TO POS-IDX
082800             EXIT PERFORM
082900         END-IF
083000     END-PERFORM.
083100     IF POS-IDX = 0 THEN
083200         PERFORM 1960-ADD-POSITION
083300     END-IF.
085800 1950-EXIT.
085900     EXIT.
085902
085904 1960-ADD-POSITION.
085906     IF POSITION-COUNT < 1000 THEN
085908         ADD 1 TO POSITION-COUNT
085910         MOVE POSITION-COUNT TO POS-IDX
085912         MOVE CHK-ACCOUNT TO CPOS-ACCOUNT(POS-IDX)
085914         MOVE TICKER-IN TO CPOS-TICKER(POS-IDX)
085916         MOVE 0 TO CPOS-LONG(POS-IDX)
085918         MOVE 0 TO CPOS-SHORT(POS-IDX)
085920         MOVE VALUATION-PRICE TO CPOS-PRICE(POS-IDX)
085922         PERFORM VARYING PRX FROM 1 BY 1 UNTIL PRX > PRICE-COUNT
085924             IF PRCT-TICKER(PRX) = TICKER-IN THEN
085926                 MOVE PRCT-CLOSE(PRX) TO CPOS-PRICE(POS-IDX)
085928             END-IF
085930         END-PERFORM
085932     ELSE
085934         MOVE RUN-DATE TO EXCPT-RUN-DATE
085936         MOVE "COMPLIANCE" TO EXCPT-PROGRAM
085938         MOVE "CONC" TO EXCPT-CODE
085940         MOVE 2 TO EXCPT-SEVERITY
085942         MOVE SPACES TO EXCPT-TEXT
085944         STRING "POSITION-TABLE-FULL ", CHK-ACCOUNT, " ",
085946             TICKER-IN, " NOT CHECKED"
085948             DELIMITED BY SIZE INTO EXCPT-TEXT
085950         CALL "EXCPTRPT" USING EXCEPTION-RECORD
085952     END-IF.
085954 1960-EXIT.
085956     EXIT.
086000
086100*--------------------------------------------------------------
086200* A BUY OF A TICKER ON THE RESTRICTED LIST, WITH THE TRADE DATE
086300* INSIDE THE RESTRICTION'S DATES, IS HELD.
086400*--------------------------------------------------------------
086500 2000-CHECK-RESTRICTED.
086600     MOVE 0 TO RESTRICT-HIT-X.
086700     PERFORM VARYING RSX FROM 1 BY 1 UNTIL RSX > RESTRICT-COUNT
086800         IF RSTT-TICKER(RSX) = TICKER-IN
086900                 AND RSTT-FROM-DATE(RSX) <= TRADE-DATE
087000                 AND (RSTT-THRU-DATE(RSX) = 0
087100                 OR RSTT-THRU-DATE(RSX) >= TRADE-DATE) THEN
087200             MOVE RSX TO RESTRICT-HIT-X
087300             EXIT PERFORM
087400         END-IF
087500     END-PERFORM.
087600     IF RESTRICT-HIT-X > 0 THEN
087700         SET TRADE-RESTRICTED TO TRUE
087800         ADD 1 TO RESTRICTED-BUYS
087900         MOVE RUN-DATE TO EXCPT-RUN-DATE
088000         MOVE "COMPLIANCE" TO EXCPT-PROGRAM
088100         MOVE "RSTR" TO EXCPT-CODE
088200         MOVE 2 TO EXCPT-SEVERITY
088300         MOVE SPACES TO EXCPT-TEXT
088400         STRING TICKER-IN, " RESTRICTED-BUY ", CHK-ACCOUNT,
088500             " ", RSTT-REASON(RESTRICT-HIT-X)
088600             DELIMITED BY SIZE INTO EXCPT-TEXT
088700         CALL "EXCPTRPT" USING EXCEPTION-RECORD
088800     END-IF.
088900 2000-EXIT.
089000     EXIT.
089100
089200*--------------------------------------------------------------
089300* THE POSITION'S SHARE OF ITS ACCOUNT'S MARKET VALUE AFTER THE
089400* TRADE. ONLY A BUY OR SHORT CAN PUSH A POSITION OVER ITS
089500* LIMIT -- A SELL OR COVER THAT LEAVES ONE OVER STILL REPORTS
089600* THE FIGURE BUT IS NOT HELD FOR IT.
089700*--------------------------------------------------------------
089800 2100-CHECK-CONCENTRATION.
089900     MOVE CACT-CASH(ACCT-IDX) TO ACCT-MKT-VALUE.
090000     PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > POSITION-COUNT
090100         IF CPOS-ACCOUNT(PX) = CACT-ID(ACCT-IDX) THEN
090200             COMPUTE ACCT-MKT-VALUE = ACCT-MKT-VALUE
090300                 + CPOS-LONG(PX) * CPOS-PRICE(PX)
090400                 - CPOS-SHORT(PX) * CPOS-PRICE(PX)
090500         END-IF
090600     END-PERFORM.
090700     COMPUTE POS-EXPOSURE = (CPOS-LONG(POS-IDX)
090800         + CPOS-SHORT(POS-IDX)) * CPOS-PRICE(POS-IDX).
090900     IF ACCT-MKT-VALUE > 0 THEN
091000         COMPUTE CONC-PCT ROUNDED =
091100             POS-EXPOSURE * 100 / ACCT-MKT-VALUE
091200             ON SIZE ERROR
091300                 MOVE 9999999.99 TO CONC-PCT
091400         END-COMPUTE
091500     ELSE
091600         IF POS-EXPOSURE > 0 THEN
091700             MOVE 9999999.99 TO CONC-PCT
091800         END-IF
091900     END-IF.
092000     IF CACT-LIMITED(ACCT-IDX)
092100             AND (OPTION = "buy" OR OPTION = "short")
092200             AND CONC-PCT > CACT-LIMIT-PCT(ACCT-IDX) THEN
092500         SET TRADE-OVER-LIMIT TO TRUE
092600         ADD 1 TO LIMIT-BREACHES
092700         MOVE RUN-DATE TO EXCPT-RUN-DATE
092800         MOVE "COMPLIANCE" TO EXCPT-PROGRAM
092900         MOVE "CONC" TO EXCPT-CODE
093000         MOVE 2 TO EXCPT-SEVERITY
093100         MOVE SPACES TO EXCPT-TEXT
093200         STRING TICKER-IN, " OVER-LIMIT ", CHK-ACCOUNT, " ",
093300             OPTION, " PCT ", CONC-PCT, " LIMIT ",
093400             CACT-LIMIT-PCT(ACCT-IDX)
093500             DELIMITED BY SIZE INTO EXCPT-TEXT
093600         CALL "EXCPTRPT" USING EXCEPTION-RECORD
093700     END-IF.
093800 2100-EXIT.
093900     EXIT.
094000
094100*--------------------------------------------------------------
094200* ONE REPORT LINE PER TRADE CHECKED -- CLEAR OR HELD, THE
094300* TRADE, ITS CONCENTRATION AFTER THE TRADE AGAINST THE
094400* ACCOUNT'S LIMIT, AND WHY IT WAS HELD.
094500*--------------------------------------------------------------
094600 2900-REPORT-TRADE.
094700     MOVE "CLEAR" TO VERDICT-WORD.
094800     IF TRADE-HELD THEN
094900         MOVE "HELD" TO VERDICT-WORD
095000     END-IF.
095100     MOVE "LIMIT" TO LIMIT-WORD.
095200     IF NOT CACT-LIMITED(ACCT-IDX) THEN
095300         MOVE "NO-LIMIT" TO LIMIT-WORD
095400     END-IF.
095500     MOVE SPACES TO RPT-LINE.
095600     STRING RUN-DATE, " ", VERDICT-WORD, " ", CHK-ACCOUNT, " ",
095700         OPTION, " ", TICKER-IN, " ", NUM-SHARES, " ",
095800         SHARE-COST, " ", TRADE-DATE, " PCT ", CONC-PCT, " ",
095900         LIMIT-WORD, " ", CACT-LIMIT-PCT(ACCT-IDX)
096000         DELIMITED BY SIZE INTO RPT-LINE.
096100     PERFORM 0700-WRITE-REPORT.
096200     IF TRADE-RESTRICTED THEN
096300         MOVE SPACES TO RPT-LINE
096400         STRING RUN-DATE, "       RESTRICTED ",
096500             RSTT-REASON(RESTRICT-HIT-X)
096600             DELIMITED BY SIZE INTO RPT-LINE
096700         PERFORM 0700-WRITE-REPORT
096800     END-IF.
096900     IF TRADE-OVER-LIMIT THEN
097000         MOVE SPACES TO RPT-LINE
097100         STRING RUN-DATE, "       OVER CONCENTRATION LIMIT"
097200             DELIMITED BY SIZE INTO RPT-LINE
097300         PERFORM 0700-WRITE-REPORT
097400     END-IF.
097500     IF POS-IDX = 0 THEN
097600         MOVE SPACES TO RPT-LINE
097700         STRING RUN-DATE, "       POSITION TABLE FULL --",
097800             " CONCENTRATION NOT CHECKED"
097900             DELIMITED BY SIZE INTO RPT-LINE
098000         PERFORM 0700-WRITE-REPORT
098100     END-IF.
098200 2900-EXIT.
098300     EXIT.
098400
098500*--------------------------------------------------------------
098600* TOTALS, THEN THE SIGN-OFF LINE -- CLEAR ONLY WHEN BOTH
098700* REFERENCE DATASETS LOADED AND NO TRADE WAS HELD. A HELD
098800* NIGHT HAS ALREADY SET THE STEP'S RETURN CODE THROUGH
098900* EXCPTRPT, SO THE POSTING STEP IS BYPASSED UNTIL COMPLIANCE
099000* HAS CLEARED THE BREAKS AND THE STREAM IS RESTARTED HERE.
099100*--------------------------------------------------------------
099200 4000-PRINT-SUMMARY.
099300     MOVE SPACES TO RPT-LINE.
099400     STRING RUN-DATE, " COMPLIANCE CHECKED ", TRADES-CHECKED,
099500         " RESTRICTED ", RESTRICTED-BUYS,
099600         " OVER-LIMIT ", LIMIT-BREACHES,
099700         " UNCHECKED ", UNCHECKED-TRADES
099800         DELIMITED BY SIZE INTO RPT-LINE.
099900     PERFORM 0700-WRITE-REPORT.
100000     MOVE SPACES TO RPT-LINE.
100100     IF RECORDS-REJECTED = 0 AND UNCHECKED-TRADES = 0
100200             AND RESTRICT-LOADED AND LIMITS-LOADED THEN
100300         STRING RUN-DATE, " COMPLIANCE CLEAR -- POSTING MAY",
100400             " PROCEED"
100500             DELIMITED BY SIZE INTO RPT-LINE
100600     ELSE
100700         STRING RUN-DATE, " COMPLIANCE HOLD -- POSTING HELD",
100800             " FOR COMPLIANCE SIGN-OFF"
100900             DELIMITED BY SIZE INTO RPT-LINE
101000     END-IF.
101100     PERFORM 0700-WRITE-REPORT.
101200 4000-EXIT.
101300     EXIT.
101400
101500*--------------------------------------------------------------
101600* VERIFY THE FEED'S BUSINESS-DATE HEADER BEFORE ANYTHING IS
101700* CHECKED -- A STALE OR FUTURE-DATED FEED (OR ONE WITH NO
101800* HEADER) RAISES A CRITICAL EXCEPTION SO THE COND CHAIN STOPS
101900* THE STREAM.
101920* ON THE FIRST BUSINESS DAY AFTER A WEEKEND OR HOLIDAY THE FEED
101940* CUT ON THE LAST BUSINESS DAY BEFORE IT IS CURRENT TOO.
102000*--------------------------------------------------------------
102100 0150-VERIFY-FEED-DATE.
102200     ACCEPT INPUT-LINE.
102300     ADD 1 TO LINES-READ.
102400     MOVE 0 TO COUNTER.
102500     INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "busdate".
102600     MOVE SPACES TO BUSDATE-X.
102700     IF COUNTER = 1 THEN
102800         UNSTRING INPUT-LINE DELIMITED BY SPACE
102900             INTO OPTION, BUSDATE-X
103000     END-IF.
103100     IF BUSDATE-X IS NUMERIC THEN
103200         MOVE BUSDATE-X TO BUSDATE
103300         IF BUSDATE NOT = RUN-DATE
103350                 AND BUSDATE NOT = PDAT-REOPEN-FEED-DATE THEN
103400             MOVE RUN-DATE TO EXCPT-RUN-DATE
103500             MOVE "COMPLIANCE" TO EXCPT-PROGRAM
103600             MOVE "STAL" TO EXCPT-CODE
103700             MOVE 3 TO EXCPT-SEVERITY
103800             MOVE SPACES TO EXCPT-TEXT
103900             STRING "FEED-DATED ", BUSDATE,
104000                 " NOT PROCESSING DATE ", RUN-DATE
104100                 DELIMITED BY SIZE INTO EXCPT-TEXT
104200             CALL "EXCPTRPT" USING EXCEPTION-RECORD
104300         END-IF
104400     ELSE
104500         MOVE RUN-DATE TO EXCPT-RUN-DATE
104600         MOVE "COMPLIANCE" TO EXCPT-PROGRAM
104700         MOVE "STAL" TO EXCPT-CODE
104800         MOVE 3 TO EXCPT-SEVERITY
104900         MOVE "BUSDATE-HEADER-MISSING FEED NOT VERIFIED"
105000             TO EXCPT-TEXT
105100         CALL "EXCPTRPT" USING EXCEPTION-RECORD
105200     END-IF.
105300 0150-EXIT.
105400     EXIT.
105500
105600*--------------------------------------------------------------
105700* RUN-LOG START AND END RECORDS FOR THE MORNING OPERATIONS
105800* REPORT. RUNLOGW STAMPS THE CLOCK TIME ITSELF.
105900*--------------------------------------------------------------
106000 0100-LOG-RUN-START.
106100     MOVE "COMPLIANCE" TO RLOG-PROGRAM.
106200     MOVE RUN-DATE TO RLOG-RUN-DATE.
106300     MOVE "S" TO RLOG-EVENT.
106400     MOVE 0 TO RLOG-READ.
106500     MOVE 0 TO RLOG-ACCEPTED.
106600     MOVE 0 TO RLOG-REJECTED.
106700     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
106800     CALL "RUNLOGW" USING RUN-LOG-RECORD.
106900     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
107000 0100-EXIT.
107100     EXIT.
107200
107300 0990-LOG-RUN-END.
107400     MOVE "COMPLIANCE" TO RLOG-PROGRAM.
107500     MOVE RUN-DATE TO RLOG-RUN-DATE.
107600     MOVE "E" TO RLOG-EVENT.
107700     MOVE LINES-READ TO RLOG-READ.
107800     COMPUTE RLOG-ACCEPTED = LINES-READ - RECORDS-REJECTED.
107900     MOVE RECORDS-REJECTED TO RLOG-REJECTED.
108000     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
108100     CALL "RUNLOGW" USING RUN-LOG-RECORD.
108200     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
108300 0990-EXIT.
108400     EXIT.
108500*--------------------------------------------------------------
108600* ONE LINE TO THE REPORT DATASET. A REPORT THAT COULD NOT BE
108700* OPENED DROPS THE LINE RATHER THAN TAKING THE STEP DOWN.
108800*--------------------------------------------------------------
108900 0700-WRITE-REPORT.
109000     IF REPORT-OK THEN
109100         WRITE REPORT-RECORD FROM RPT-LINE
109200     END-IF.
109300 0700-EXIT.
109400     EXIT.
