000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PERFRPT.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. PORTFOLIO-ACCOUNTING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  RH   ORIGINAL VERSION - TIME-WEIGHTED RETURNS.
001000*                    READS THE NIGHTLY VALUATION HISTORY
001100*                    DEATHANDTAXES APPENDS (VALHIST) AND PRINTS,
001200*                    PER ACCOUNT AND FIRM-WIDE, THE RETURN FOR
001300*                    EACH MONTH OF THE YEAR SO FAR, QUARTER TO
001400*                    DATE, AND YEAR TO DATE. EACH NIGHT'S
001500*                    RETURN IS THE CLOSING VALUE OVER THE PRIOR
001600*                    NIGHT'S VALUE PLUS THE NIGHT'S NET DEPOSITS
001700*                    AND WITHDRAWALS (FLOWS TAKEN AS ARRIVING AT
001800*                    THE START OF THE DAY), AND THE NIGHTS ARE
001900*                    CHAIN-LINKED. THE SYSIN LINE "asof
002000*                    YYYYMMDD" REPORTS AS OF AN EARLIER DATE;
002100*                    WITHOUT IT THE RUN DATE IS USED.
002200*--------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT VALHIST-FILE ASSIGN TO VALHIST
002800         FILE STATUS IS VALHIST-STATUS.
002900     SELECT REPORT-FILE ASSIGN TO RPTOUT
003000         FILE STATUS IS REPORT-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  VALHIST-FILE.
003500 COPY VALHREC.
003600 FD  REPORT-FILE.
003700 01  REPORT-RECORD            PIC X(132).
003800
003900 WORKING-STORAGE SECTION.
004000 COPY EXCPTREC.
004100 COPY PDATEREC.
004200 COPY RUNLOGRC.
004300 01  SAVED-RETURN-CODE        PIC S9(9) COMP.
004400 01  RECORDS-READ             PIC 9(7) VALUE 0.
004500 01  RECORDS-REJECTED         PIC 9(7) VALUE 0.
004600 01  RUN-DATE                 PIC 9(8).
004700
004800 01  VALHIST-STATUS           PIC X(2).
004900     88  VALHIST-OK           VALUE "00".
005000     88  VALHIST-AT-END       VALUE "10".
005100 01  REPORT-STATUS            PIC X(2).
005200     88  REPORT-OK            VALUE "00".
005300 01  RPT-LINE                 PIC X(132).
005400
005500*--------------------------------------------------------------
005600* THE REPORTING DATE AND THE PERIODS MEASURED TO IT. HISTORY IS
005700* LOADED FROM THE PRIOR DECEMBER SO THE YEAR'S FIRST NIGHT HAS
005800* A STARTING VALUE TO LINK FROM.
005900*--------------------------------------------------------------
006000 01  INPUT-LINE               PIC X(80).
006100 01  OPTION                   PIC X(10).
006200 01  KEYWORD-COUNT            PIC 9(1).
006300 01  ASOF-DATE                PIC 9(8) VALUE 0.
006400 01  ASOF-PARTS REDEFINES ASOF-DATE.
006500     05  ASOF-YEAR            PIC 9(4).
006600     05  ASOF-MONTH           PIC 9(2).
006700     05  ASOF-DAY             PIC 9(2).
006800 01  YEAR-START               PIC 9(8).
006900 01  QTR-START                PIC 9(8).
007000 01  LOAD-FROM                PIC 9(8).
007100 01  QTR-MONTH                PIC 9(2).
007200
007300*--------------------------------------------------------------
007400* THE HISTORY, HELD IN DATE AND ACCOUNT ORDER. A RERUN NIGHT'S
007500* SECOND RECORD FOR AN ACCOUNT REPLACES THE FIRST. VH-VALUE IS
007600* THE ACCOUNT'S WHOLE VALUE -- POSITIONS PLUS CASH.
007700*--------------------------------------------------------------
007800 01  VH-COUNT                 PIC 9(5) COMP VALUE 0.
007900 01  VX                       PIC 9(5) COMP.
008000 01  VY                       PIC 9(5) COMP.
008100 01  VH-TABLE.
008200     05  VH-ENTRY OCCURS 8000 TIMES.
008300         10  VH-DATE          PIC 9(8).
008400         10  VH-ACCOUNT       PIC X(8).
008500         10  VH-VALUE         PIC S9(16)V9(8).
008600         10  VH-FLOW          PIC S9(16)V9(8).
008700         10  VH-PRICED        PIC X(1).
008800 01  VH-FULL-SWITCH           PIC X(1) VALUE "N".
008900     88  VH-FULL              VALUE "Y".
009000 01  INSERT-SWITCH            PIC X(1).
009100     88  INSERT-DONE          VALUE "Y".
009200     88  INSERT-PENDING       VALUE "N".
009300
009400*--------------------------------------------------------------
009500* ACCOUNTS IN THE HISTORY, IN FIRST-SEEN ORDER.
009600*--------------------------------------------------------------
009700 01  PERF-ACCOUNT-COUNT       PIC 9(3) COMP VALUE 0.
009800 01  PAX                      PIC 9(3) COMP.
009900 01  PERF-ACCOUNT-TABLE.
010000     05  PERF-ACCOUNT         PIC X(8) OCCURS 100 TIMES.
010100
010200*--------------------------------------------------------------
010300* ONE NIGHT BEING LINKED INTO THE RETURN, AND THE RUNNING
010400* GROWTH FACTORS OF THE ACCOUNT (OR FIRM) BEING MEASURED.
010500*--------------------------------------------------------------
010600 01  DAY-DATE                 PIC 9(8).
010700 01  DAY-PARTS REDEFINES DAY-DATE.
010800     05  DAY-YEAR             PIC 9(4).
010900     05  DAY-MONTH            PIC 9(2).
011000     05  DAY-DAY              PIC 9(2).
011100 01  DAY-VALUE                PIC S9(16)V9(8).
011200 01  DAY-FLOW                 PIC S9(16)V9(8).
011300 01  DAY-PRICED               PIC X(1).
011400 01  DAY-BASE                 PIC S9(16)V9(8).
011500 01  DAY-FACTOR               PIC S9(5)V9(12).
011600 01  PREV-VALUE               PIC S9(16)V9(8).
011700 01  PREV-SWITCH              PIC X(1).
011800     88  PREV-KNOWN           VALUE "Y".
011900 01  MX                       PIC 9(2) COMP.
012000 01  MONTH-TABLE.
012100     05  MONTH-ENTRY OCCURS 12 TIMES.
012200         10  MONTH-FACTOR     PIC S9(5)V9(12).
012300         10  MONTH-SEEN       PIC X(1).
012400         10  MONTH-END-VALUE  PIC S9(16)V9(8).
012500 01  QTD-FACTOR               PIC S9(5)V9(12).
012600 01  YTD-FACTOR               PIC S9(5)V9(12).
012700 01  YEAR-OPEN-VALUE          PIC S9(16)V9(8).
012800 01  YEAR-FLOWS               PIC S9(16)V9(8).
012900 01  YEAR-END-VALUE           PIC S9(16)V9(8).
013000 01  YEAR-NIGHTS              PIC 9(5) COMP.
013100 01  AT-COST-NIGHTS           PIC 9(5) COMP.
013200 01  FIRM-DATE                PIC 9(8).
013300 01  FIRM-VALUE               PIC S9(16)V9(8).
013400 01  FIRM-FLOW                PIC S9(16)V9(8).
013500 01  FIRM-PRICED              PIC X(1).
013600 01  PERF-LABEL               PIC X(16).
013700
013800*--------------------------------------------------------------
013900* REPORT PRINT FIELDS.
014000*--------------------------------------------------------------
014100 01  RETURN-PCT               PIC S9(7)V9(4).
014200 01  RETURN-DISP              PIC -(6)9.9999.
014300 01  VALUE-DISP               PIC -(15)9.99.
014400 01  FLOW-DISP                PIC -(15)9.99.
014500 01  OPEN-DISP                PIC -(15)9.99.
014600 01  NIGHTS-DISP              PIC ZZZZ9.
014700 01  MONTH-DISP               PIC 9(2).
014800
014900 PROCEDURE DIVISION.
015000 0000-MAINLINE.
015100     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
015200     MOVE RUN-DATE TO PDAT-CLOCK-DATE.
015300     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
015400     CALL "SETPDATE" USING PROCESSING-DATE-RECORD.
015500     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
015600     MOVE PDAT-RUN-DATE TO RUN-DATE.
015700     PERFORM 0100-LOG-RUN-START.
015800     PERFORM 0200-READ-CONTROL-LINE.
015900     OPEN OUTPUT REPORT-FILE.
016000     IF NOT REPORT-OK THEN
016100         MOVE RUN-DATE TO EXCPT-RUN-DATE
016200         MOVE "PERFRPT" TO EXCPT-PROGRAM
016300         MOVE "RPTO" TO EXCPT-CODE
016400         MOVE 3 TO EXCPT-SEVERITY
016500         MOVE SPACES TO EXCPT-TEXT
016600         STRING "REPORT-OPEN-FAILED STATUS ", REPORT-STATUS
016700             DELIMITED BY SIZE INTO EXCPT-TEXT
016800         CALL "EXCPTRPT" USING EXCEPTION-RECORD
016900     END-IF.
017000     OPEN INPUT VALHIST-FILE.
017100     IF VALHIST-OK THEN
017200         PERFORM 1000-READ-HISTORY UNTIL VALHIST-AT-END
017300         CLOSE VALHIST-FILE
017400     ELSE
017500         MOVE RUN-DATE TO EXCPT-RUN-DATE
017600         MOVE "PERFRPT" TO EXCPT-PROGRAM
017700         MOVE "VALH" TO EXCPT-CODE
017800         MOVE 3 TO EXCPT-SEVERITY
017900         MOVE SPACES TO EXCPT-TEXT
018000         STRING "VALUATION-HISTORY-OPEN-FAILED STATUS ",
018100             VALHIST-STATUS, " NO RETURNS PRODUCED"
018200             DELIMITED BY SIZE INTO EXCPT-TEXT
018300         CALL "EXCPTRPT" USING EXCEPTION-RECORD
018400     END-IF.
018500     MOVE SPACES TO RPT-LINE.
018600     STRING RUN-DATE, " TIME-WEIGHTED RETURNS AS OF ", ASOF-DATE,
018700         " -- QUARTER FROM ", QTR-START, " YEAR FROM ",
018800         YEAR-START
018900         DELIMITED BY SIZE INTO RPT-LINE.
019000     PERFORM 0700-WRITE-REPORT.
019100     PERFORM VARYING PAX FROM 1 BY 1
019200             UNTIL PAX > PERF-ACCOUNT-COUNT
019300         PERFORM 2000-ACCOUNT-RETURNS
019400     END-PERFORM.
019500     IF PERF-ACCOUNT-COUNT > 0 THEN
019600         PERFORM 2500-FIRM-RETURNS
019700     ELSE
019800         MOVE RUN-DATE TO EXCPT-RUN-DATE
019900         MOVE "PERFRPT" TO EXCPT-PROGRAM
020000         MOVE "VALH" TO EXCPT-CODE
020100         MOVE 1 TO EXCPT-SEVERITY
020200         MOVE SPACES TO EXCPT-TEXT
020300         STRING "NO-VALUATIONS-ON-FILE FOR YEAR ", ASOF-YEAR,
020400             " THROUGH ", ASOF-DATE
020500             DELIMITED BY SIZE INTO EXCPT-TEXT
020600         CALL "EXCPTRPT" USING EXCEPTION-RECORD
020700     END-IF.
020800     IF REPORT-OK THEN
020900         CLOSE REPORT-FILE
021000     END-IF.
021100     DISPLAY RUN-DATE, " PERFRPT AS OF ", ASOF-DATE,
021200         " HISTORY RECORDS ", RECORDS-READ,
021300         " ACCOUNTS ", PERF-ACCOUNT-COUNT.
021400     PERFORM 0990-LOG-RUN-END.
021500     STOP RUN.
021600
021700*--------------------------------------------------------------
021800* THE OPTIONAL "asof YYYYMMDD" CONTROL LINE, AND THE PERIOD
021900* START DATES IT GIVES.
022000*--------------------------------------------------------------
022100 0200-READ-CONTROL-LINE.
022200     MOVE SPACES TO INPUT-LINE.
022300     ACCEPT INPUT-LINE.
022400     MOVE 0 TO KEYWORD-COUNT.
022500     INSPECT INPUT-LINE TALLYING KEYWORD-COUNT FOR ALL "asof".
022600     IF KEYWORD-COUNT = 1 THEN
022700         UNSTRING INPUT-LINE DELIMITED BY SPACE
022800             INTO OPTION, ASOF-DATE
022900     END-IF.
023000     IF ASOF-DATE = 0 THEN
023100         MOVE RUN-DATE TO ASOF-DATE
023200     END-IF.
023300     COMPUTE YEAR-START = ASOF-YEAR * 10000 + 0101.
023400     COMPUTE LOAD-FROM = (ASOF-YEAR - 1) * 10000 + 1201.
023500     COMPUTE QTR-MONTH = ((ASOF-MONTH - 1) / 3) * 3 + 1.
023600     COMPUTE QTR-START = ASOF-YEAR * 10000 + QTR-MONTH * 100 + 1.
023700 0200-EXIT.
023800     EXIT.
023900
024000*--------------------------------------------------------------
024100* LOAD ONE HISTORY RECORD INTO ITS PLACE. THE HISTORY IS
024200* APPENDED NIGHT BY NIGHT, SO THE PLACE IS ALMOST ALWAYS AT OR
024300* NEAR THE END; THE SCAN RUNS BACK FROM THERE.
024400*--------------------------------------------------------------
024500 1000-READ-HISTORY.
024600     READ VALHIST-FILE
024700         AT END
024800             SET VALHIST-AT-END TO TRUE
024900         NOT AT END
025000             ADD 1 TO RECORDS-READ
025100             IF VAL-RUN-DATE >= LOAD-FROM
025200                     AND VAL-RUN-DATE <= ASOF-DATE THEN
025300                 PERFORM 1100-PLACE-RECORD
025400             END-IF
025500     END-READ.
025600 1000-EXIT.
025700     EXIT.
025800
025900 1100-PLACE-RECORD.
026000     SET INSERT-PENDING TO TRUE.
026100     MOVE VH-COUNT TO VX.
026200     PERFORM UNTIL VX = 0 OR INSERT-DONE
026300         IF VH-DATE(VX) = VAL-RUN-DATE
026400                 AND VH-ACCOUNT(VX) = VAL-ACCOUNT THEN
026500             PERFORM 1200-FILL-ENTRY
026600             SET INSERT-DONE TO TRUE
026700         ELSE
026800             IF VH-DATE(VX) < VAL-RUN-DATE
026900                     OR (VH-DATE(VX) = VAL-RUN-DATE
027000                     AND VH-ACCOUNT(VX) < VAL-ACCOUNT) THEN
027100                 EXIT PERFORM
027200             END-IF
027300             SUBTRACT 1 FROM VX
027400         END-IF
027500     END-PERFORM.
027520     IF NOT INSERT-DONE THEN
027540         IF VH-COUNT >= 8000 THEN
027560             PERFORM 1110-HISTORY-FULL
027580         ELSE
027600             PERFORM 1120-INSERT-ENTRY
027620         END-IF
027800     END-IF.
027850 1100-EXIT.
027900     EXIT.
027950
028000*--------------------------------------------------------------
028050* NO ROOM LEFT -- THE RECORD IS REJECTED, AND THE FIRST ONE
028100* REJECTED RAISES VALH.
028150*--------------------------------------------------------------
028200 1110-HISTORY-FULL.
028250     ADD 1 TO RECORDS-REJECTED.
028300     IF NOT VH-FULL THEN
028350         SET VH-FULL TO TRUE
028400         MOVE RUN-DATE TO EXCPT-RUN-DATE
028450         MOVE "PERFRPT" TO EXCPT-PROGRAM
028500         MOVE "VALH" TO EXCPT-CODE
028550         MOVE 2 TO EXCPT-SEVERITY
028600         MOVE SPACES TO EXCPT-TEXT
028650         STRING "HISTORY-TABLE-FULL AT ", VAL-RUN-DATE,
028700             " LATER NIGHTS NOT MEASURED"
028750             DELIMITED BY SIZE INTO EXCPT-TEXT
028800         CALL "EXCPTRPT" USING EXCEPTION-RECORD
029400     END-IF.
029420 1110-EXIT.
029440     EXIT.
029460
029500*--------------------------------------------------------------
029600* OPEN A SLOT AFTER VX BY SHIFTING THE LATER ENTRIES UP ONE.
029700*--------------------------------------------------------------
029750 1120-INSERT-ENTRY.
029800     ADD 1 TO VH-COUNT.
029900     PERFORM VARYING VY FROM VH-COUNT BY -1 UNTIL VY <= VX + 1
030000         MOVE VH-ENTRY(VY - 1) TO VH-ENTRY(VY)
030100     END-PERFORM.
030200     ADD 1 TO VX.
030300     PERFORM 1200-FILL-ENTRY.
030400     PERFORM VARYING PAX FROM 1 BY 1
030500             UNTIL PAX > PERF-ACCOUNT-COUNT
030600         IF PERF-ACCOUNT(PAX) = VAL-ACCOUNT THEN
030700             EXIT PERFORM
030800         END-IF
030900     END-PERFORM.
031000     IF PAX > PERF-ACCOUNT-COUNT AND PERF-ACCOUNT-COUNT < 100
031100         THEN
031200         ADD 1 TO PERF-ACCOUNT-COUNT
031300         MOVE VAL-ACCOUNT TO PERF-ACCOUNT(PERF-ACCOUNT-COUNT)
031400     END-IF.
031500 1120-EXIT.
031600     EXIT.
031700
031800 1200-FILL-ENTRY.
031900     MOVE VAL-RUN-DATE TO VH-DATE(VX).
032000     MOVE VAL-ACCOUNT TO VH-ACCOUNT(VX).
032100     COMPUTE VH-VALUE(VX) = VAL-MARKET-VALUE + VAL-CASH.
032200     MOVE VAL-NET-FLOW TO VH-FLOW(VX).
032300     MOVE VAL-PRICED TO VH-PRICED(VX).
032400 1200-EXIT.
032500     EXIT.
032600
032700*--------------------------------------------------------------
032800* ONE ACCOUNT'S RETURNS -- ITS NIGHTS LINKED IN DATE ORDER.
032900*--------------------------------------------------------------
033000 2000-ACCOUNT-RETURNS.
033100     PERFORM 2900-RESET-PERIODS.
033200     PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > VH-COUNT
033300         IF VH-ACCOUNT(VX) = PERF-ACCOUNT(PAX) THEN
033400             MOVE VH-DATE(VX) TO DAY-DATE
033500             MOVE VH-VALUE(VX) TO DAY-VALUE
033600             MOVE VH-FLOW(VX) TO DAY-FLOW
033700             MOVE VH-PRICED(VX) TO DAY-PRICED
033800             PERFORM 3000-LINK-DAY
033900         END-IF
034000     END-PERFORM.
034100     MOVE SPACES TO PERF-LABEL.
034200     STRING "ACCOUNT ", PERF-ACCOUNT(PAX)
034300         DELIMITED BY SIZE INTO PERF-LABEL.
034400     PERFORM 4000-PRINT-RETURNS.
034500 2000-EXIT.
034600     EXIT.
034700
034800*--------------------------------------------------------------
034900* FIRM-WIDE -- EACH NIGHT'S VALUES AND FLOWS SUMMED OVER EVERY
035000* ACCOUNT, THEN LINKED THE SAME WAY.
035100*--------------------------------------------------------------
035200 2500-FIRM-RETURNS.
035300     PERFORM 2900-RESET-PERIODS.
035400     MOVE 0 TO FIRM-DATE.
035500     PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > VH-COUNT
035600         IF VH-DATE(VX) NOT = FIRM-DATE THEN
035700             PERFORM 2600-LINK-FIRM-DAY
035800             MOVE VH-DATE(VX) TO FIRM-DATE
035900             MOVE 0 TO FIRM-VALUE
036000             MOVE 0 TO FIRM-FLOW
036100             MOVE "Y" TO FIRM-PRICED
036200         END-IF
036300         ADD VH-VALUE(VX) TO FIRM-VALUE
036400         ADD VH-FLOW(VX) TO FIRM-FLOW
036500         IF VH-PRICED(VX) = "N" THEN
036600             MOVE "N" TO FIRM-PRICED
036700         END-IF
036800     END-PERFORM.
036900     PERFORM 2600-LINK-FIRM-DAY.
037000     MOVE "FIRM-WIDE" TO PERF-LABEL.
037100     PERFORM 4000-PRINT-RETURNS.
037200 2500-EXIT.
037300     EXIT.
037400
037500 2600-LINK-FIRM-DAY.
037600     IF FIRM-DATE > 0 THEN
037700         MOVE FIRM-DATE TO DAY-DATE
037800         MOVE FIRM-VALUE TO DAY-VALUE
037900         MOVE FIRM-FLOW TO DAY-FLOW
038000         MOVE FIRM-PRICED TO DAY-PRICED
038100         PERFORM 3000-LINK-DAY
038200     END-IF.
038300 2600-EXIT.
038400     EXIT.
038500
038600 2900-RESET-PERIODS.
038700     PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 12
038800         MOVE 1 TO MONTH-FACTOR(MX)
038900         MOVE "N" TO MONTH-SEEN(MX)
039000         MOVE 0 TO MONTH-END-VALUE(MX)
039100     END-PERFORM.
039200     MOVE 1 TO QTD-FACTOR.
039300     MOVE 1 TO YTD-FACTOR.
039400     MOVE 0 TO PREV-VALUE.
039500     MOVE "N" TO PREV-SWITCH.
039600     MOVE 0 TO YEAR-OPEN-VALUE.
039700     MOVE 0 TO YEAR-FLOWS.
039800     MOVE 0 TO YEAR-END-VALUE.
039900     MOVE 0 TO YEAR-NIGHTS.
040000     MOVE 0 TO AT-COST-NIGHTS.
040100 2900-EXIT.
040200     EXIT.
040300
040400*--------------------------------------------------------------
040500* LINK ONE NIGHT. THE NIGHT'S GROWTH IS ITS CLOSING VALUE OVER
040600* WHAT IT STARTED WITH -- THE PRIOR NIGHT'S VALUE PLUS THE
040700* MONEY PUT IN (OR LESS THE MONEY TAKEN OUT). A NIGHT THAT
040800* STARTED WITH NOTHING HAS NO RETURN. NIGHTS BEFORE THE YEAR
040900* ONLY SET THE STARTING VALUE.
041000*--------------------------------------------------------------
041100 3000-LINK-DAY.
041200     IF DAY-DATE < YEAR-START THEN
041300         MOVE DAY-VALUE TO PREV-VALUE
041400         MOVE "Y" TO PREV-SWITCH
041450     ELSE
041500         PERFORM 3100-LINK-YEAR-DAY
041600     END-IF.
041620 3000-EXIT.
041640     EXIT.
041660
041680 3100-LINK-YEAR-DAY.
041700     IF YEAR-NIGHTS = 0 THEN
041800         MOVE PREV-VALUE TO YEAR-OPEN-VALUE
041900     END-IF.
042000     ADD 1 TO YEAR-NIGHTS.
042100     COMPUTE DAY-BASE = PREV-VALUE + DAY-FLOW.
042200     IF DAY-BASE > 0 THEN
042300         COMPUTE DAY-FACTOR ROUNDED = DAY-VALUE / DAY-BASE
042400     ELSE
042500         MOVE 1 TO DAY-FACTOR
042600     END-IF.
042700     MOVE DAY-MONTH TO MX.
042800     COMPUTE MONTH-FACTOR(MX) ROUNDED =
042900         MONTH-FACTOR(MX) * DAY-FACTOR.
043000     MOVE "Y" TO MONTH-SEEN(MX).
043100     MOVE DAY-VALUE TO MONTH-END-VALUE(MX).
043200     IF DAY-DATE >= QTR-START THEN
043300         COMPUTE QTD-FACTOR ROUNDED = QTD-FACTOR * DAY-FACTOR
043400     END-IF.
043500     COMPUTE YTD-FACTOR ROUNDED = YTD-FACTOR * DAY-FACTOR.
043600     ADD DAY-FLOW TO YEAR-FLOWS.
043700     MOVE DAY-VALUE TO YEAR-END-VALUE.
043800     IF DAY-PRICED = "N" THEN
043900         ADD 1 TO AT-COST-NIGHTS
044000     END-IF.
044100     MOVE DAY-VALUE TO PREV-VALUE.
044200     MOVE "Y" TO PREV-SWITCH.
044300 3100-EXIT.
044400     EXIT.
044500
044600*--------------------------------------------------------------
044700* PRINT ONE ACCOUNT'S (OR THE FIRM'S) RETURNS -- A LINE PER
044800* MONTH THROUGH THE AS-OF MONTH, THEN QUARTER AND YEAR TO DATE
044900* WITH THE YEAR'S OPENING VALUE, NET FLOWS, AND CLOSING VALUE.
045000*--------------------------------------------------------------
045100 4000-PRINT-RETURNS.
045200     MOVE SPACES TO RPT-LINE.
045300     PERFORM 0700-WRITE-REPORT.
045400     MOVE SPACES TO RPT-LINE.
045500     STRING RUN-DATE, " ", PERF-LABEL, " RETURNS YEAR ",
045600         ASOF-YEAR, " THROUGH ", ASOF-DATE
045700         DELIMITED BY SIZE INTO RPT-LINE.
045800     PERFORM 0700-WRITE-REPORT.
045900     PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > ASOF-MONTH
046000         MOVE MX TO MONTH-DISP
046100         MOVE SPACES TO RPT-LINE
046200         IF MONTH-SEEN(MX) = "Y" THEN
046300             COMPUTE RETURN-PCT ROUNDED =
046400                 (MONTH-FACTOR(MX) - 1) * 100
046500             MOVE RETURN-PCT TO RETURN-DISP
046600             MOVE MONTH-END-VALUE(MX) TO VALUE-DISP
046700             STRING RUN-DATE, "   MONTH ", ASOF-YEAR, "-",
046800                 MONTH-DISP, " RETURN ", RETURN-DISP,
046900                 "%  ENDING VALUE ", VALUE-DISP
047000                 DELIMITED BY SIZE INTO RPT-LINE
047100         ELSE
047200             STRING RUN-DATE, "   MONTH ", ASOF-YEAR, "-",
047300                 MONTH-DISP, " NO VALUATIONS"
047400                 DELIMITED BY SIZE INTO RPT-LINE
047500         END-IF
047600         PERFORM 0700-WRITE-REPORT
047700     END-PERFORM.
047800     COMPUTE RETURN-PCT ROUNDED = (QTD-FACTOR - 1) * 100.
047900     MOVE RETURN-PCT TO RETURN-DISP.
048000     MOVE SPACES TO RPT-LINE.
048100     STRING RUN-DATE, "   QUARTER-TO-DATE RETURN ", RETURN-DISP,
048200         "%"
048300         DELIMITED BY SIZE INTO RPT-LINE.
048400     PERFORM 0700-WRITE-REPORT.
048500     COMPUTE RETURN-PCT ROUNDED = (YTD-FACTOR - 1) * 100.
048600     MOVE RETURN-PCT TO RETURN-DISP.
048700     MOVE YEAR-OPEN-VALUE TO OPEN-DISP.
048800     MOVE YEAR-FLOWS TO FLOW-DISP.
048900     MOVE YEAR-END-VALUE TO VALUE-DISP.
049000     MOVE SPACES TO RPT-LINE.
049100     STRING RUN-DATE, "   YEAR-TO-DATE RETURN    ", RETURN-DISP,
049200         "%  OPENING ", OPEN-DISP, " NET FLOWS ", FLOW-DISP,
049300         " CLOSING ", VALUE-DISP
049400         DELIMITED BY SIZE INTO RPT-LINE.
049500     PERFORM 0700-WRITE-REPORT.
049600     IF AT-COST-NIGHTS > 0 THEN
049700         MOVE AT-COST-NIGHTS TO NIGHTS-DISP
049800         MOVE SPACES TO RPT-LINE
049900         STRING RUN-DATE, "   NOTE ", NIGHTS-DISP,
050000             " NIGHT(S) VALUED PARTLY AT COST -- NO CLOSE LOADED"
050100             DELIMITED BY SIZE INTO RPT-LINE
050200         PERFORM 0700-WRITE-REPORT
050300     END-IF.
050400 4000-EXIT.
050500     EXIT.
050600
050700*--------------------------------------------------------------
050800* RUN-LOG START AND END RECORDS FOR THE MORNING OPERATIONS
050900* REPORT. RUNLOGW STAMPS THE CLOCK TIME ITSELF.
051000*--------------------------------------------------------------
051100 0100-LOG-RUN-START.
051200     MOVE "PERFRPT" TO RLOG-PROGRAM.
051300     MOVE RUN-DATE TO RLOG-RUN-DATE.
051400     MOVE "S" TO RLOG-EVENT.
051500     MOVE 0 TO RLOG-READ.
051600     MOVE 0 TO RLOG-ACCEPTED.
051700     MOVE 0 TO RLOG-REJECTED.
051800     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
051900     CALL "RUNLOGW" USING RUN-LOG-RECORD.
052000     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
052100 0100-EXIT.
052200     EXIT.
052300
052400 0990-LOG-RUN-END.
052500     MOVE "PERFRPT" TO RLOG-PROGRAM.
052600     MOVE RUN-DATE TO RLOG-RUN-DATE.
052700     MOVE "E" TO RLOG-EVENT.
052800     MOVE RECORDS-READ TO RLOG-READ.
052900     COMPUTE RLOG-ACCEPTED = RECORDS-READ - RECORDS-REJECTED.
053000     MOVE RECORDS-REJECTED TO RLOG-REJECTED.
053100     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
053200     CALL "RUNLOGW" USING RUN-LOG-RECORD.
053300     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
053400 0990-EXIT.
053500     EXIT.
053600
053700 0700-WRITE-REPORT.
053800     IF REPORT-OK THEN
053900         WRITE REPORT-RECORD FROM RPT-LINE
054000     END-IF.
054100 0700-EXIT.
054200     EXIT.
