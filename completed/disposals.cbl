000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DISPOSALS.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. PORTFOLIO-ACCOUNTING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  RH   ORIGINAL VERSION - YEAR-END DISPOSAL
001000*                    STATEMENT. READS THE TAX YEAR'S DTXJRNL
001100*                    LINES BACK OUT OF THE RPTARCH ARCHIVE AND
001200*                    REBUILDS EVERY SELL AND COVER LOT BY LOT
001300*                    FROM ITS JOURNAL LOT LINES: TICKER, SHARES,
001400*                    DATE ACQUIRED, DATE SOLD, PROCEEDS, COST
001500*                    BASIS, WASH-SALE LOSS DISALLOWED, AND
001600*                    SHORT/LONG-TERM. A LATER "cancel" REMOVES
001700*                    THE TRADE IT CANCELS, AND A BUY THAT
001800*                    REVERSED A CARRIED LOSS DISALLOWS THAT
001900*                    LOSS. ONE STATEMENT PER ACCOUNT, WITH
002000*                    TOTALS, GOES TO RPTOUT; TAXABLE ACCOUNTS
002100*                    ALSO GO TO THE FIXED-LAYOUT TAXEXTR FILE
002200*                    FOR THE TAX-FORM VENDOR. THE SYSIN LINE
002300*                    "year YYYY" PICKS THE TAX YEAR (LAST YEAR
002400*                    WHEN ABSENT).
002500*--------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT ARCHIN-FILE ASSIGN TO ARCHIN
003100         FILE STATUS IS ARCHIN-STATUS.
003200     SELECT ACCTMAST-FILE ASSIGN TO ACCTMAST
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS ACM-ACCOUNT
003600         FILE STATUS IS ACCTMAST-STATUS.
003700     SELECT REPORT-FILE ASSIGN TO RPTOUT
003800         FILE STATUS IS REPORT-STATUS.
003900     SELECT EXTRACT-FILE ASSIGN TO TAXEXTR
004000         FILE STATUS IS EXTRACT-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400*--------------------------------------------------------------
004500* THE REPORT ARCHIVE AS RPTARCH WRITES IT -- EACH LINE STAMPED
004600* WITH ITS RUN NIGHT AND SOURCE DATASET, NIGHTS IN ORDER.
004700*--------------------------------------------------------------
004800 FD  ARCHIN-FILE.
004900 01  ARCHIN-RECORD.
005000     05  ARI-RUN-DATE         PIC 9(8).
005100     05  ARI-SOURCE           PIC X(8).
005200     05  ARI-LINE             PIC X(180).
005300*--------------------------------------------------------------
005400* ACCOUNT MASTER -- CLIENT NAME AND TAX STATUS. SHARED LAYOUT.
005500*--------------------------------------------------------------
005600 FD  ACCTMAST-FILE.
005700 COPY ACCTMREC.
005800 FD  REPORT-FILE.
005900 01  REPORT-RECORD            PIC X(132).
006000*--------------------------------------------------------------
006100* TAX-FORM VENDOR EXTRACT -- FIXED 200-BYTE RECORDS. ONE "D"
006200* RECORD PER DISPOSAL, ONE "T" RECORD OF TOTALS AFTER EACH
006300* ACCOUNT'S DISPOSALS, AND ONE "Z" TRAILER AT THE END CARRYING
006400* THE FILE'S RECORD COUNT. AMOUNTS ARE IN DOLLARS AND CENTS
006500* WITH A LEADING SEPARATE SIGN.
006600*--------------------------------------------------------------
006700 FD  EXTRACT-FILE.
006800 01  EXTRACT-RECORD.
006900     05  TXE-RECORD-TYPE      PIC X(1).
007000     05  TXE-TAX-YEAR         PIC 9(4).
007100     05  TXE-ACCOUNT          PIC X(8).
007200     05  TXE-CLIENT-NAME      PIC X(30).
007300     05  TXE-DETAIL.
007400         10  TXE-TICKER       PIC X(10).
007500         10  TXE-SHARES       PIC 9(16).
007600         10  TXE-DATE-ACQUIRED PIC 9(8).
007700         10  TXE-DATE-SOLD    PIC 9(8).
007800         10  TXE-PROCEEDS     PIC S9(14)V99
007900                              SIGN IS LEADING SEPARATE.
008000         10  TXE-COST-BASIS   PIC S9(14)V99
008100                              SIGN IS LEADING SEPARATE.
008200         10  TXE-WASH-DISALLOWED PIC S9(14)V99
008300                              SIGN IS LEADING SEPARATE.
008400         10  TXE-GAIN-LOSS    PIC S9(14)V99
008500                              SIGN IS LEADING SEPARATE.
008600         10  TXE-TERM         PIC X(1).
008700         10  TXE-SHORT-SALE   PIC X(1).
008800         10  TXE-BASIS-KNOWN  PIC X(1).
008900         10  FILLER           PIC X(44).
009000     05  TXE-TOTALS REDEFINES TXE-DETAIL.
009100         10  TXT-DISPOSALS    PIC 9(7).
009200         10  TXT-PROCEEDS     PIC S9(14)V99
009300                              SIGN IS LEADING SEPARATE.
009400         10  TXT-COST-BASIS   PIC S9(14)V99
009500                              SIGN IS LEADING SEPARATE.
009600         10  TXT-WASH-DISALLOWED PIC S9(14)V99
009700                              SIGN IS LEADING SEPARATE.
009800         10  TXT-GAIN-LOSS    PIC S9(14)V99
009900                              SIGN IS LEADING SEPARATE.
010000         10  TXT-SHORT-TERM   PIC S9(14)V99
010100                              SIGN IS LEADING SEPARATE.
010200         10  TXT-LONG-TERM    PIC S9(14)V99
010300                              SIGN IS LEADING SEPARATE.
010400         10  FILLER           PIC X(48).
010500     05  TXE-TRAILER REDEFINES TXE-DETAIL.
010600         10  TXZ-RECORD-COUNT PIC 9(9).
010700         10  TXZ-ACCOUNTS     PIC 9(7).
010800         10  TXZ-PROCEEDS     PIC S9(14)V99
010900                              SIGN IS LEADING SEPARATE.
011000         10  FILLER           PIC X(124).
011100
011200 WORKING-STORAGE SECTION.
011300 COPY EXCPTREC.
011400 COPY PDATEREC.
011500 COPY RUNLOGRC.
011600 01  SAVED-RETURN-CODE        PIC S9(9) COMP.
011700 01  RECORDS-REJECTED         PIC 9(7) VALUE 0.
011800 01  LINES-READ               PIC 9(7) VALUE 0.
011900 01  RUN-DATE                 PIC 9(8).
012000 01  RUN-DATE-PARTS REDEFINES RUN-DATE.
012100     05  RUN-YEAR             PIC 9(4).
012200     05  FILLER               PIC 9(4).
012300
012400 01  ARCHIN-STATUS            PIC X(2).
012500     88  ARCHIN-OK            VALUE "00".
012600     88  ARCHIN-AT-END        VALUE "10".
012700 01  ACCTMAST-STATUS          PIC X(2).
012800     88  ACCTMAST-OK          VALUE "00".
012900 01  ACCTMAST-AVAIL-SWITCH    PIC X(1) VALUE "N".
013000     88  ACCTMAST-AVAILABLE   VALUE "Y".
013100 01  REPORT-STATUS            PIC X(2).
013200     88  REPORT-OK            VALUE "00".
013300 01  EXTRACT-STATUS           PIC X(2).
013400     88  EXTRACT-OK           VALUE "00".
013500 01  RPT-LINE                 PIC X(132).
013600
013700*--------------------------------------------------------------
013800* THE TAX YEAR -- FROM THE "year YYYY" CONTROL LINE, ELSE THE
013900* YEAR BEFORE THE RUN DATE (THE STATEMENT RUNS IN JANUARY).
014000*--------------------------------------------------------------
014100 01  INPUT-LINE               PIC X(80).
014200 01  OPTION                   PIC X(10).
014300 01  KEYWORD-COUNT            PIC 9(1).
014400 01  TAX-YEAR                 PIC 9(4) VALUE 0.
014500 01  YEAR-START               PIC 9(8).
014600 01  YEAR-END                 PIC 9(8).
014700
014800*--------------------------------------------------------------
014900* ONE JOURNAL LINE SPLIT INTO ITS BLANK-DELIMITED TOKENS. THE
015000* JOURNAL'S NUMBERS ARE UNEDITED DISPLAY FIELDS, SO EACH IS
015100* TAKEN BACK THROUGH A VIEW OF THE SAME PICTURE DEATHANDTAXES
015200* STRUNG IT FROM.
015300*--------------------------------------------------------------
015400 01  JL-TOKENS.
015500     05  JL-TOKEN             PIC X(30) OCCURS 14 TIMES.
015600 01  JLX                      PIC 9(2) COMP.
015700 01  JL-LAST-X                PIC 9(2) COMP.
015800 01  JL-OPTION                PIC X(8).
015900 01  JL-ACCOUNT               PIC X(8).
016000 01  JL-SHARES-X              PIC X(16).
016100 01  JL-SHARES REDEFINES JL-SHARES-X PIC 9(16).
016200 01  JL-AMOUNT-X              PIC X(24).
016300 01  JL-AMOUNT REDEFINES JL-AMOUNT-X PIC 9(16)V9(8).
016400 01  JL-DATE-X                PIC X(8).
016500 01  JL-DATE REDEFINES JL-DATE-X PIC 9(8).
016600 01  JL-WASH-SWITCH           PIC X(1).
016700     88  JL-WASH-DISALLOWED   VALUE "Y".
016800     88  JL-NO-WASH           VALUE "N".
016900 01  JL-WASH-REV-SWITCH       PIC X(1).
017000     88  JL-WASH-REVERSED     VALUE "Y".
017100     88  JL-NO-WASH-REVERSAL  VALUE "N".
017200 01  JL-CANCEL-REF            PIC X(30).
017300 01  CXL-NIGHT-X              PIC X(8).
017400 01  CXL-NIGHT REDEFINES CXL-NIGHT-X PIC 9(8).
017500 01  CXL-SEQ-X                PIC X(7).
017600 01  CXL-SEQ REDEFINES CXL-SEQ-X PIC 9(7).
017700
017800*--------------------------------------------------------------
017900* WHERE THE WALK IS IN THE ARCHIVE -- THE NIGHT BEING READ AND
018000* THE JOURNAL RECORD NUMBER WITHIN IT (THE SEQUENCE A "cancel"
018100* NAMES), AND THE FIRST AND LAST JOURNAL NIGHTS ON FILE.
018200*--------------------------------------------------------------
018300 01  CUR-NIGHT                PIC 9(8) VALUE 0.
018400 01  JRNL-SEQ                 PIC 9(7) VALUE 0.
018500 01  FIRST-NIGHT              PIC 9(8) VALUE 0.
018600 01  LAST-NIGHT               PIC 9(8) VALUE 0.
018700 01  JOURNAL-LINES            PIC 9(7) VALUE 0.
018800
018900*--------------------------------------------------------------
019000* LOT LINES WAITING FOR THEIR TRADE LINE. DEATHANDTAXES WRITES
019100* A SELL'S (OR COVER'S) LOT LINES FIRST, THEN THE TRADE LINE,
019200* THEN ITS FEE LINE.
019300*--------------------------------------------------------------
019400 01  LOTB-COUNT               PIC 9(3) COMP VALUE 0.
019500 01  LBX                      PIC 9(3) COMP.
019600 01  LOT-BUFFER.
019700     05  LOTB-ENTRY OCCURS 50 TIMES.
019800         10  LOTB-TICKER      PIC X(10).
019900         10  LOTB-SHARES      PIC 9(16).
020000         10  LOTB-UNIT        PIC 9(16)V9(8).
020100         10  LOTB-OPEN-DATE   PIC 9(8).
020200         10  LOTB-SOLD-DATE   PIC 9(8).
020300         10  LOTB-SHORT       PIC X(1).
020400         10  LOTB-BASIS-KNOWN PIC X(1).
020500
020600*--------------------------------------------------------------
020700* THE SALE WHOSE TRADE LINE HAS BEEN READ BUT WHOSE FEE LINE
020800* MAY STILL FOLLOW.
020900*--------------------------------------------------------------
021000 01  PND-SWITCH               PIC X(1) VALUE "N".
021100     88  PND-ACTIVE           VALUE "Y".
021200     88  PND-NONE             VALUE "N".
021300 01  PND-OPTION               PIC X(8).
021400 01  PND-NIGHT                PIC 9(8).
021500 01  PND-SEQ                  PIC 9(7).
021600 01  PND-ACCOUNT              PIC X(8).
021700 01  PND-TICKER               PIC X(10).
021800 01  PND-SHARES               PIC 9(16).
021900 01  PND-PRICE                PIC 9(16)V9(8).
022000 01  PND-FEE                  PIC 9(16)V9(8).
022100 01  PND-WASH-SWITCH          PIC X(1).
022200     88  PND-WASH-DISALLOWED  VALUE "Y".
022300 01  PND-TOTAL                PIC S9(14)V99.
022400 01  PND-ALLOCATED            PIC S9(14)V99.
022500 01  PND-LOT-SHARES           PIC 9(16).
022600 01  PND-SHARES-LEFT          PIC 9(16).
022700 01  LOT-AMOUNT               PIC S9(14)V99.
022800 01  LOT-OTHER                PIC S9(14)V99.
022900
023000*--------------------------------------------------------------
023100* THE TAX YEAR'S DISPOSALS, IN THE ORDER THEY WERE BOOKED. A
023200* CANCELLED DISPOSAL STAYS IN THE TABLE, MARKED.
023300*--------------------------------------------------------------
023400 01  DISPOSAL-COUNT           PIC 9(5) COMP VALUE 0.
023500 01  DX                       PIC 9(5) COMP.
023600 01  GROUP-FIRST-DX           PIC 9(5) COMP.
023700 01  GROUP-LAST-DX            PIC 9(5) COMP.
023800 01  DISPOSAL-TABLE.
023900     05  DISPOSAL-ENTRY OCCURS 3000 TIMES.
024000         10  DSP-NIGHT        PIC 9(8).
024100         10  DSP-SEQ          PIC 9(7).
024200         10  DSP-ACCOUNT      PIC X(8).
024300         10  DSP-TICKER       PIC X(10).
024400         10  DSP-SHARES       PIC 9(16).
024500         10  DSP-ACQ-DATE     PIC 9(8).
024600         10  DSP-SOLD-DATE    PIC 9(8).
024700         10  DSP-PROCEEDS     PIC S9(14)V99.
024800         10  DSP-COST         PIC S9(14)V99.
024900         10  DSP-WASH         PIC S9(14)V99.
025000         10  DSP-TERM         PIC X(1).
025100         10  DSP-SHORT        PIC X(1).
025200         10  DSP-BASIS-KNOWN  PIC X(1).
025300         10  DSP-STATUS       PIC X(1).
025400             88  DSP-ACTIVE   VALUE "A".
025500             88  DSP-CANCELLED VALUE "C".
025600 01  GROUP-NET                PIC S9(14)V99.
025700 01  GROUP-WASH               PIC S9(14)V99.
025800 01  WASH-LEFT                PIC S9(14)V99.
025900 01  LOT-LOSS                 PIC S9(14)V99.
026000 01  SEARCH-SWITCH            PIC X(1).
026100     88  SEARCH-DONE          VALUE "Y".
026200     88  SEARCH-GOING         VALUE "N".
026300
026400*--------------------------------------------------------------
026500* ACCOUNTS MET, IN FIRST-DISPOSAL ORDER, AND THE STATEMENT
026600* TOTALS FOR THE ONE BEING PRINTED.
026700*--------------------------------------------------------------
026800 01  STMT-ACCOUNT-COUNT       PIC 9(3) COMP VALUE 0.
026900 01  SAX                      PIC 9(3) COMP.
027000 01  STMT-ACCOUNT-TABLE.
027100     05  STMT-ACCOUNT         PIC X(8) OCCURS 200 TIMES.
027200 01  STMT-NAME                PIC X(30).
027300 01  STMT-TAX-STATUS          PIC X(1).
027400     88  STMT-TAXABLE         VALUE "T".
027500 01  STMT-STATUS-WORD         PIC X(12).
027600 01  STMT-DISPOSALS           PIC 9(7).
027700 01  STMT-PROCEEDS            PIC S9(14)V99.
027800 01  STMT-COST                PIC S9(14)V99.
027900 01  STMT-WASH                PIC S9(14)V99.
028000 01  STMT-GAIN                PIC S9(14)V99.
028100 01  STMT-SHORT-TERM          PIC S9(14)V99.
028200 01  STMT-LONG-TERM           PIC S9(14)V99.
028300 01  DSP-GAIN                 PIC S9(14)V99.
028400 01  EXTRACT-COUNT            PIC 9(9) VALUE 0.
028500 01  EXTRACT-ACCOUNTS         PIC 9(7) VALUE 0.
028600 01  EXTRACT-PROCEEDS         PIC S9(14)V99 VALUE 0.
028700
028800*--------------------------------------------------------------
028900* STATEMENT PRINT FIELDS.
029000*--------------------------------------------------------------
029100 01  SHARES-DISP              PIC Z(15)9.
029200 01  PROCEEDS-DISP            PIC -(13)9.99.
029300 01  COST-DISP                PIC -(13)9.99.
029400 01  WASH-DISP                PIC -(13)9.99.
029500 01  GAIN-DISP                PIC -(13)9.99.
029600 01  ST-DISP                  PIC -(13)9.99.
029700 01  LT-DISP                  PIC -(13)9.99.
029800 01  COUNT-DISP               PIC Z(6)9.
029900 01  TERM-WORD                PIC X(5).
030000 01  NOTE-WORD                PIC X(12).
030100
030200 PROCEDURE DIVISION.
030300 0000-MAINLINE.
030400     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
030500     MOVE RUN-DATE TO PDAT-CLOCK-DATE.
030600     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
030700     CALL "SETPDATE" USING PROCESSING-DATE-RECORD.
030800     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
030900     MOVE PDAT-RUN-DATE TO RUN-DATE.
031000     PERFORM 0100-LOG-RUN-START.
031100     PERFORM 0200-READ-CONTROL-LINE.
031200     OPEN OUTPUT REPORT-FILE.
031300     IF NOT REPORT-OK THEN
031400         MOVE RUN-DATE TO EXCPT-RUN-DATE
031500         MOVE "DISPOSALS" TO EXCPT-PROGRAM
031600         MOVE "RPTO" TO EXCPT-CODE
031700         MOVE 3 TO EXCPT-SEVERITY
031800         MOVE SPACES TO EXCPT-TEXT
031900         STRING "REPORT-OPEN-FAILED STATUS ", REPORT-STATUS
032000             DELIMITED BY SIZE INTO EXCPT-TEXT
032100         CALL "EXCPTRPT" USING EXCEPTION-RECORD
032200     END-IF.
032300     OPEN OUTPUT EXTRACT-FILE.
032400     IF NOT EXTRACT-OK THEN
032500         MOVE RUN-DATE TO EXCPT-RUN-DATE
032600         MOVE "DISPOSALS" TO EXCPT-PROGRAM
032700         MOVE "TXEX" TO EXCPT-CODE
032800         MOVE 3 TO EXCPT-SEVERITY
032900         MOVE SPACES TO EXCPT-TEXT
033000         STRING "TAX-EXTRACT-OPEN-FAILED STATUS ",
033100             EXTRACT-STATUS, " NO VENDOR FILE WRITTEN"
033200             DELIMITED BY SIZE INTO EXCPT-TEXT
033300         CALL "EXCPTRPT" USING EXCEPTION-RECORD
033400     END-IF.
033500*--------------------------------------------------------------
033600* WITHOUT THE ACCOUNT MASTER EVERY ACCOUNT IS TAKEN AS TAXABLE
033700* AND UNNAMED -- THE STATEMENTS STILL PRINT, BUT THE VENDOR
033800* FILE NEEDS CHECKING BEFORE IT GOES OUT.
033900*--------------------------------------------------------------
034000     OPEN INPUT ACCTMAST-FILE.
034100     IF ACCTMAST-OK THEN
034200         SET ACCTMAST-AVAILABLE TO TRUE
034300     ELSE
034400         MOVE RUN-DATE TO EXCPT-RUN-DATE
034500         MOVE "DISPOSALS" TO EXCPT-PROGRAM
034600         MOVE "ACCT" TO EXCPT-CODE
034700         MOVE 2 TO EXCPT-SEVERITY
034800         MOVE SPACES TO EXCPT-TEXT
034900         STRING "ACCOUNT-MASTER-OPEN-FAILED STATUS ",
035000             ACCTMAST-STATUS, " ALL ACCOUNTS TAKEN AS TAXABLE"
035100             DELIMITED BY SIZE INTO EXCPT-TEXT
035200         CALL "EXCPTRPT" USING EXCEPTION-RECORD
035300     END-IF.
035400     OPEN INPUT ARCHIN-FILE.
035500     IF ARCHIN-OK THEN
035600         PERFORM 1000-READ-ARCHIVE UNTIL ARCHIN-AT-END
035700         PERFORM 3000-POST-SALE
035800         CLOSE ARCHIN-FILE
035900     ELSE
036000         MOVE RUN-DATE TO EXCPT-RUN-DATE
036100         MOVE "DISPOSALS" TO EXCPT-PROGRAM
036200         MOVE "ARCH" TO EXCPT-CODE
036300         MOVE 3 TO EXCPT-SEVERITY
036400         MOVE SPACES TO EXCPT-TEXT
036500         STRING "ARCHIVE-OPEN-FAILED STATUS ", ARCHIN-STATUS,
036600             " NO STATEMENTS PRODUCED"
036700             DELIMITED BY SIZE INTO EXCPT-TEXT
036800         CALL "EXCPTRPT" USING EXCEPTION-RECORD
036900     END-IF.
037000     PERFORM 1900-CHECK-COVERAGE.
037100     PERFORM 4000-WRITE-STATEMENTS.
037200     PERFORM 4900-WRITE-TRAILER.
037300     IF ACCTMAST-AVAILABLE THEN
037400         CLOSE ACCTMAST-FILE
037500     END-IF.
037600     IF EXTRACT-OK THEN
037700         CLOSE EXTRACT-FILE
037800     END-IF.
037900     IF REPORT-OK THEN
038000         CLOSE REPORT-FILE
038100     END-IF.
038200     DISPLAY RUN-DATE, " DISPOSALS TAX YEAR ", TAX-YEAR,
038300         " JOURNAL LINES ", JOURNAL-LINES,
038400         " EXTRACT RECORDS ", EXTRACT-COUNT.
038500     PERFORM 0990-LOG-RUN-END.
038600     STOP RUN.
038700
038800*--------------------------------------------------------------
038900* THE OPTIONAL "year YYYY" CONTROL LINE.
039000*--------------------------------------------------------------
039100 0200-READ-CONTROL-LINE.
039200     MOVE SPACES TO INPUT-LINE.
039300     ACCEPT INPUT-LINE.
039400     MOVE 0 TO KEYWORD-COUNT.
039500     INSPECT INPUT-LINE TALLYING KEYWORD-COUNT FOR ALL "year".
039600     IF KEYWORD-COUNT = 1 THEN
039700         UNSTRING INPUT-LINE DELIMITED BY SPACE
039800             INTO OPTION, TAX-YEAR
039900         ADD 1 TO LINES-READ
040000     END-IF.
040100     IF TAX-YEAR = 0 THEN
040200         COMPUTE TAX-YEAR = RUN-YEAR - 1
040300     END-IF.
040400     COMPUTE YEAR-START = TAX-YEAR * 10000 + 0101.
040500     COMPUTE YEAR-END = TAX-YEAR * 10000 + 1231.
040600 0200-EXIT.
040700     EXIT.
040800
040900*--------------------------------------------------------------
041000* WALK THE ARCHIVE. ONLY THE DTXJRNL LINES MATTER; THE JOURNAL
041100* SEQUENCE STARTS OVER WITH EACH NIGHT, AND A NEW NIGHT CLOSES
041200* OFF ANY SALE STILL WAITING ON ITS FEE LINE.
041300*--------------------------------------------------------------
041400 1000-READ-ARCHIVE.
041500     READ ARCHIN-FILE
041600         AT END
041700             SET ARCHIN-AT-END TO TRUE
041800         NOT AT END
041900             ADD 1 TO LINES-READ
042000             IF ARI-SOURCE = "DTXJRNL" THEN
042100                 PERFORM 1100-TAKE-JOURNAL-LINE
042200             END-IF
042300     END-READ.
042400 1000-EXIT.
042500     EXIT.
042600
042700 1100-TAKE-JOURNAL-LINE.
042800     ADD 1 TO JOURNAL-LINES.
042900     IF ARI-RUN-DATE NOT = CUR-NIGHT THEN
043000         PERFORM 3000-POST-SALE
043100         MOVE 0 TO LOTB-COUNT
043200         MOVE ARI-RUN-DATE TO CUR-NIGHT
043300         MOVE 0 TO JRNL-SEQ
043400         IF FIRST-NIGHT = 0 THEN
043500             MOVE ARI-RUN-DATE TO FIRST-NIGHT
043600         END-IF
043700         MOVE ARI-RUN-DATE TO LAST-NIGHT
043800     END-IF.
043900     ADD 1 TO JRNL-SEQ.
044000     MOVE SPACES TO JL-TOKENS.
044100     UNSTRING ARI-LINE DELIMITED BY ALL SPACE
044200         INTO JL-TOKEN(1), JL-TOKEN(2), JL-TOKEN(3),
044300             JL-TOKEN(4), JL-TOKEN(5), JL-TOKEN(6),
044400             JL-TOKEN(7), JL-TOKEN(8), JL-TOKEN(9),
044500             JL-TOKEN(10), JL-TOKEN(11), JL-TOKEN(12),
044600             JL-TOKEN(13), JL-TOKEN(14).
044700     MOVE JL-TOKEN(2)(1:8) TO JL-OPTION.
044800     IF JL-OPTION = "FEE" THEN
044900         PERFORM 1400-TAKE-FEE-LINE
046000     ELSE
046100         PERFORM 3000-POST-SALE
046200         IF JL-OPTION = "LOT" THEN
046300             PERFORM 1200-TAKE-LOT-LINE
046400         ELSE
046500             PERFORM 1170-TAKE-TRADE-LINE
046600         END-IF
046800     END-IF.
046900 1100-EXIT.
047000     EXIT.
047100
047200*--------------------------------------------------------------
047300* A TRADE-SHAPED LINE'S ACCOUNT IS ITS LAST TOKEN (A BLANK
047400* CURRENCY OR FLAG SHIFTS IT, SO IT IS FOUND, NOT COUNTED TO);
047500* THE FLAGS RIDE JUST AHEAD OF IT.
047600*--------------------------------------------------------------
047700 1150-SCAN-TRADE-LINE.
047800     MOVE 0 TO JL-LAST-X.
047900     SET JL-NO-WASH TO TRUE.
048000     SET JL-NO-WASH-REVERSAL TO TRUE.
048100     MOVE SPACES TO JL-CANCEL-REF.
048200     PERFORM VARYING JLX FROM 1 BY 1 UNTIL JLX > 14
048300         IF JL-TOKEN(JLX) NOT = SPACES THEN
048400             MOVE JLX TO JL-LAST-X
048500         END-IF
048600         IF JL-TOKEN(JLX) = "WASH-SALE-DISALLOWED" THEN
048700             SET JL-WASH-DISALLOWED TO TRUE
048800         END-IF
048900         IF JL-TOKEN(JLX) = "WASH-SALE-CF-REVERSED" THEN
049000             SET JL-WASH-REVERSED TO TRUE
049100         END-IF
049200         IF JL-TOKEN(JLX)(1:8) = "CANCELS-" THEN
049300             MOVE JL-TOKEN(JLX)(9:) TO JL-CANCEL-REF
049400         END-IF
049500     END-PERFORM.
049600     MOVE SPACES TO JL-ACCOUNT.
049700     IF JL-LAST-X >= 8 THEN
049800         MOVE JL-TOKEN(JL-LAST-X)(1:8) TO JL-ACCOUNT
049900     END-IF.
050000 1150-EXIT.
050100     EXIT.
050102
050104*--------------------------------------------------------------
050106* ANY OTHER LINE IS TRADE-SHAPED. A SELL OR COVER BECOMES THE
050108* PENDING SALE; A WASH-REVERSED BUY OR A CANCEL REACHES BACK
050110* INTO THE DISPOSALS ALREADY POSTED.
050112*--------------------------------------------------------------
050114 1170-TAKE-TRADE-LINE.
050116     PERFORM 1150-SCAN-TRADE-LINE.
050118     IF JL-OPTION = "sell" OR JL-OPTION = "cover" THEN
050120         PERFORM 1300-TAKE-SALE-LINE
050122     ELSE
050124         MOVE 0 TO LOTB-COUNT
050126     END-IF.
050128     IF JL-OPTION = "buy" AND JL-WASH-REVERSED THEN
050130         PERFORM 1500-REVERSE-CARRIED-LOSS
050132     END-IF.
050134     IF JL-OPTION = "cancel" AND JL-CANCEL-REF NOT = SPACES THEN
050136         PERFORM 1600-CANCEL-DISPOSALS
050138     END-IF.
050140 1170-EXIT.
050142     EXIT.
050200
050300*--------------------------------------------------------------
050400* ONE RELIEVED LOT, HELD UNTIL ITS TRADE LINE ARRIVES:
050500*   LOT TKR N COST OPENED DATE METHOD SOLD DATE
050600*   LOT TKR N UNLOTTED AT AVERAGE COST AVG SOLD DATE
050700*   LOT TKR N PROCEEDS SHORT OPENED DATE COVERED DATE
050800*   LOT TKR N SHORT UNLOTTED AT AVERAGE PROCEEDS AVG COVERED DATE
050900* A JOURNAL OLDER THAN THE DISPOSAL DATE TAKES THE LINE'S RUN
051000* NIGHT INSTEAD, AND AN OLD UNLOTTED LINE HAS NO BASIS ON IT.
051100* A LOT REOPENED BY A CANCEL IS NOT A DISPOSAL.
051200*--------------------------------------------------------------
051300 1200-TAKE-LOT-LINE.
051350     IF JL-TOKEN(6) NOT = "REOPENED"
051400             AND JL-TOKEN(7) NOT = "REOPENED" THEN
051450         IF LOTB-COUNT >= 50 THEN
051500             PERFORM 1210-LOT-BUFFER-FULL
051550         ELSE
051600             PERFORM 1220-BUFFER-LOT
051650         END-IF
051700     END-IF.
051750 1200-EXIT.
051800     EXIT.
051850
051900 1210-LOT-BUFFER-FULL.
051950     MOVE RUN-DATE TO EXCPT-RUN-DATE.
052000     MOVE "DISPOSALS" TO EXCPT-PROGRAM.
052050     MOVE "LOTS" TO EXCPT-CODE.
052100     MOVE 2 TO EXCPT-SEVERITY.
052150     MOVE SPACES TO EXCPT-TEXT.
052200     STRING "LOT-BUFFER-FULL NIGHT ", CUR-NIGHT, " LINE ",
052250         JRNL-SEQ, " LOT DROPPED"
052300         DELIMITED BY SIZE INTO EXCPT-TEXT.
052350     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
052400     ADD 1 TO RECORDS-REJECTED.
052450 1210-EXIT.
052500     EXIT.
052550
052600 1220-BUFFER-LOT.
053100     ADD 1 TO LOTB-COUNT.
053200     MOVE JL-TOKEN(3)(1:10) TO LOTB-TICKER(LOTB-COUNT).
053300     MOVE 0 TO LOTB-SHARES(LOTB-COUNT).
053400     MOVE JL-TOKEN(4)(1:16) TO JL-SHARES-X.
053500     IF JL-SHARES-X IS NUMERIC THEN
053600         MOVE JL-SHARES TO LOTB-SHARES(LOTB-COUNT)
053700     END-IF.
053800     MOVE 0 TO LOTB-UNIT(LOTB-COUNT).
053900     MOVE CUR-NIGHT TO LOTB-OPEN-DATE(LOTB-COUNT).
054000     MOVE CUR-NIGHT TO LOTB-SOLD-DATE(LOTB-COUNT).
054100     MOVE "N" TO LOTB-SHORT(LOTB-COUNT).
054200     MOVE "Y" TO LOTB-BASIS-KNOWN(LOTB-COUNT).
054300     MOVE SPACES TO JL-AMOUNT-X.
054400     MOVE SPACES TO JL-DATE-X.
054500     IF JL-TOKEN(5) = "UNLOTTED" THEN
054600         MOVE JL-TOKEN(9)(1:24) TO JL-AMOUNT-X
054700         MOVE JL-TOKEN(11)(1:8) TO JL-DATE-X
054800     END-IF.
054900     IF JL-TOKEN(5) = "SHORT" THEN
055000         MOVE "Y" TO LOTB-SHORT(LOTB-COUNT)
055100         MOVE JL-TOKEN(10)(1:24) TO JL-AMOUNT-X
055200         MOVE JL-TOKEN(12)(1:8) TO JL-DATE-X
055300     END-IF.
055400     IF JL-TOKEN(6) = "OPENED" THEN
055500         MOVE JL-TOKEN(5)(1:24) TO JL-AMOUNT-X
055600         MOVE JL-TOKEN(10)(1:8) TO JL-DATE-X
055700         IF JL-TOKEN(7)(1:8) IS NUMERIC THEN
055800             MOVE JL-TOKEN(7)(1:8)
055900                 TO LOTB-OPEN-DATE(LOTB-COUNT)
056000         END-IF
056100     END-IF.
056200     IF JL-TOKEN(6) = "SHORT" THEN
056300         MOVE "Y" TO LOTB-SHORT(LOTB-COUNT)
056400         MOVE JL-TOKEN(5)(1:24) TO JL-AMOUNT-X
056500         MOVE JL-TOKEN(10)(1:8) TO JL-DATE-X
056600         IF JL-TOKEN(8)(1:8) IS NUMERIC THEN
056700             MOVE JL-TOKEN(8)(1:8)
056800                 TO LOTB-OPEN-DATE(LOTB-COUNT)
056900         END-IF
057000     END-IF.
057100     IF JL-AMOUNT-X IS NUMERIC THEN
057200         MOVE JL-AMOUNT TO LOTB-UNIT(LOTB-COUNT)
057300     ELSE
057400         MOVE "N" TO LOTB-BASIS-KNOWN(LOTB-COUNT)
057500     END-IF.
057600     IF JL-DATE-X IS NUMERIC THEN
057700         MOVE JL-DATE TO LOTB-SOLD-DATE(LOTB-COUNT)
057800     END-IF.
057900 1220-EXIT.
058000     EXIT.
058100
058200*--------------------------------------------------------------
058300* A SELL OR COVER TRADE LINE -- IT BECOMES THE PENDING SALE,
058400* POSTED WHEN ANY LINE BUT ITS OWN FEE LINE FOLLOWS.
058500*--------------------------------------------------------------
058600 1300-TAKE-SALE-LINE.
058700     SET PND-ACTIVE TO TRUE.
058800     MOVE JL-OPTION TO PND-OPTION.
058900     MOVE CUR-NIGHT TO PND-NIGHT.
059000     MOVE JRNL-SEQ TO PND-SEQ.
059100     MOVE JL-ACCOUNT TO PND-ACCOUNT.
059200     MOVE JL-TOKEN(3)(1:10) TO PND-TICKER.
059300     MOVE 0 TO PND-SHARES.
059400     MOVE JL-TOKEN(4)(1:16) TO JL-SHARES-X.
059500     IF JL-SHARES-X IS NUMERIC THEN
059600         MOVE JL-SHARES TO PND-SHARES
059700     END-IF.
059800     MOVE 0 TO PND-PRICE.
059900     MOVE JL-TOKEN(5)(1:24) TO JL-AMOUNT-X.
060000     IF JL-AMOUNT-X IS NUMERIC THEN
060100         MOVE JL-AMOUNT TO PND-PRICE
060200     END-IF.
060300     MOVE 0 TO PND-FEE.
060400     MOVE "N" TO PND-WASH-SWITCH.
060500     IF JL-WASH-DISALLOWED THEN
060600         MOVE "Y" TO PND-WASH-SWITCH
060700     END-IF.
060800 1300-EXIT.
060900     EXIT.
061000
061100*--------------------------------------------------------------
061200* "FEE TKR AMOUNT CCY ORIG ACCOUNT" -- THE BASE-CURRENCY FEE OF
061300* THE TRADE LINE JUST ABOVE IT, WHICH IS THEN COMPLETE.
061400*--------------------------------------------------------------
061500 1400-TAKE-FEE-LINE.
061600     IF PND-ACTIVE AND JL-TOKEN(3)(1:10) = PND-TICKER THEN
061700         MOVE JL-TOKEN(4)(1:24) TO JL-AMOUNT-X
061800         IF JL-AMOUNT-X IS NUMERIC THEN
061900             MOVE JL-AMOUNT TO PND-FEE
062000         END-IF
062100     END-IF.
062200     PERFORM 3000-POST-SALE.
062300 1400-EXIT.
062400     EXIT.
062500
062600*--------------------------------------------------------------
062700* A BUY FLAGGED WASH-SALE-CF-REVERSED TOOK BACK THE LAST LOSS
062800* THE TICKER HAD CARRIED FORWARD IN THAT ACCOUNT -- THE MOST
062900* RECENT SELL AT A LOSS THAT WAS NOT ITSELF A WASH SALE. THAT
063000* SELL'S LOSS BECOMES DISALLOWED ON THE STATEMENT.
063100*--------------------------------------------------------------
063200 1500-REVERSE-CARRIED-LOSS.
063300     SET SEARCH-GOING TO TRUE.
063400     MOVE DISPOSAL-COUNT TO DX.
063500     PERFORM UNTIL DX = 0 OR SEARCH-DONE
063600         IF DSP-ACTIVE(DX)
063700                 AND DSP-ACCOUNT(DX) = JL-ACCOUNT
063800                 AND DSP-TICKER(DX) = JL-TOKEN(3)(1:10)
063900                 AND DSP-SHORT(DX) = "N" THEN
064000             PERFORM 3200-FIND-GROUP
064100             PERFORM 3300-GROUP-NET
064200             IF GROUP-NET < 0 AND GROUP-WASH = 0 THEN
064300                 COMPUTE WASH-LEFT = 0 - GROUP-NET
064400                 PERFORM 3400-ALLOCATE-WASH
064500                 SET SEARCH-DONE TO TRUE
064600             ELSE
064700                 MOVE GROUP-FIRST-DX TO DX
064800             END-IF
064900         END-IF
065000         IF NOT SEARCH-DONE THEN
065100             SUBTRACT 1 FROM DX
065200         END-IF
065300     END-PERFORM.
065400 1500-EXIT.
065500     EXIT.
065600
065700*--------------------------------------------------------------
065800* "CANCELS-YYYYMMDD-NNNNNNN" -- THE NIGHT AND JOURNAL SEQUENCE
065900* OF THE TRADE LINE REVERSED. ITS DISPOSALS COME OFF THE
066000* STATEMENT (A CORRECT'S REPLACEMENT TRADE FOLLOWS AS A SALE OF
066100* ITS OWN).
066200*--------------------------------------------------------------
066300 1600-CANCEL-DISPOSALS.
066400     MOVE JL-CANCEL-REF(1:8) TO CXL-NIGHT-X.
066500     MOVE JL-CANCEL-REF(10:7) TO CXL-SEQ-X.
066550     IF CXL-NIGHT-X IS NUMERIC AND CXL-SEQ-X IS NUMERIC THEN
066600         PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DISPOSAL-COUNT
066650             IF DSP-NIGHT(DX) = CXL-NIGHT
066700                     AND DSP-SEQ(DX) = CXL-SEQ THEN
066750                 SET DSP-CANCELLED(DX) TO TRUE
066800             END-IF
066850         END-PERFORM
066900     END-IF.
067600 1600-EXIT.
067700     EXIT.
067800
067900*--------------------------------------------------------------
068000* THE STATEMENT IS ONLY AS COMPLETE AS THE ARCHIVE. A JOURNAL
068100* ARCHIVE THAT STARTS AFTER NEW YEAR'S DAY OF THE TAX YEAR HAS
068200* LOST SALES; ONE THAT ENDS BEFORE YEAR END WAS RUN EARLY.
068300*--------------------------------------------------------------
068400 1900-CHECK-COVERAGE.
068500     IF FIRST-NIGHT = 0 OR FIRST-NIGHT > YEAR-START THEN
068600         MOVE RUN-DATE TO EXCPT-RUN-DATE
068700         MOVE "DISPOSALS" TO EXCPT-PROGRAM
068800         MOVE "ARCH" TO EXCPT-CODE
068900         MOVE 2 TO EXCPT-SEVERITY
069000         MOVE SPACES TO EXCPT-TEXT
069100         STRING "JOURNAL-ARCHIVE-STARTS ", FIRST-NIGHT,
069200             " AFTER ", YEAR-START, " STATEMENTS INCOMPLETE"
069300             DELIMITED BY SIZE INTO EXCPT-TEXT
069400         CALL "EXCPTRPT" USING EXCEPTION-RECORD
069500     END-IF.
069600     IF LAST-NIGHT < YEAR-END THEN
069700         MOVE RUN-DATE TO EXCPT-RUN-DATE
069800         MOVE "DISPOSALS" TO EXCPT-PROGRAM
069900         MOVE "ARCH" TO EXCPT-CODE
070000         MOVE 1 TO EXCPT-SEVERITY
070100         MOVE SPACES TO EXCPT-TEXT
070200         STRING "JOURNAL-ARCHIVE-ENDS ", LAST-NIGHT,
070300             " BEFORE ", YEAR-END, " YEAR NOT CLOSED"
070400             DELIMITED BY SIZE INTO EXCPT-TEXT
070500         CALL "EXCPTRPT" USING EXCEPTION-RECORD
070600     END-IF.
070700 1900-EXIT.
070800     EXIT.
070900
071000*--------------------------------------------------------------
071100* POST THE PENDING SALE: ONE DISPOSAL PER RELIEVED LOT OF ITS
071200* TICKER. A SELL'S PROCEEDS (NET OF FEE) ARE SPREAD OVER ITS
071300* LOTS BY SHARES, EACH LOT CARRYING ITS OWN COST; A COVER'S
071400* COST (WITH FEE) IS SPREAD THE SAME WAY, EACH SHORT LOT
071500* CARRYING THE PROCEEDS IT WAS OPENED AT. THE LAST LOT TAKES
071600* THE ROUNDING. ONLY DISPOSALS DATED IN THE TAX YEAR ARE KEPT.
071700*--------------------------------------------------------------
071800 3000-POST-SALE.
071900     IF NOT PND-NONE THEN
072000         PERFORM 3050-POST-PENDING-SALE
072100     END-IF.
072120 3000-EXIT.
072140     EXIT.
072160
072180 3050-POST-PENDING-SALE.
072200     IF PND-OPTION = "sell" THEN
072300         COMPUTE PND-TOTAL ROUNDED =
072400             PND-SHARES * PND-PRICE - PND-FEE
072500     ELSE
072600         COMPUTE PND-TOTAL ROUNDED =
072700             PND-SHARES * PND-PRICE + PND-FEE
072800     END-IF.
072900     MOVE 0 TO PND-LOT-SHARES.
073000     PERFORM VARYING LBX FROM 1 BY 1 UNTIL LBX > LOTB-COUNT
073100         IF LOTB-TICKER(LBX) = PND-TICKER THEN
073200             ADD LOTB-SHARES(LBX) TO PND-LOT-SHARES
073300         END-IF
073400     END-PERFORM.
073500*--------------------------------------------------------------
073600* NO LOT LINES FOR THE SALE -- ONE DISPOSAL WITH NO BASIS.
073700*--------------------------------------------------------------
073800     IF PND-LOT-SHARES = 0 THEN
073900         MOVE 1 TO LOTB-COUNT
074000         MOVE PND-TICKER TO LOTB-TICKER(1)
074100         MOVE PND-SHARES TO LOTB-SHARES(1)
074200         MOVE 0 TO LOTB-UNIT(1)
074300         MOVE CUR-NIGHT TO LOTB-OPEN-DATE(1)
074400         MOVE CUR-NIGHT TO LOTB-SOLD-DATE(1)
074500         MOVE "N" TO LOTB-SHORT(1)
074600         IF PND-OPTION = "cover" THEN
074700             MOVE "Y" TO LOTB-SHORT(1)
074800         END-IF
074900         MOVE "N" TO LOTB-BASIS-KNOWN(1)
075000         MOVE PND-SHARES TO PND-LOT-SHARES
075100     END-IF.
075200     MOVE PND-LOT-SHARES TO PND-SHARES-LEFT.
075300     MOVE 0 TO PND-ALLOCATED.
075400     MOVE 0 TO GROUP-FIRST-DX.
075500     PERFORM VARYING LBX FROM 1 BY 1 UNTIL LBX > LOTB-COUNT
075600         IF LOTB-TICKER(LBX) = PND-TICKER THEN
075700             PERFORM 3100-POST-ONE-LOT
075800         END-IF
075900     END-PERFORM.
076000     IF PND-WASH-DISALLOWED AND GROUP-FIRST-DX > 0 THEN
076100         MOVE DISPOSAL-COUNT TO GROUP-LAST-DX
076200         PERFORM 3300-GROUP-NET
076300         IF GROUP-NET < 0 THEN
076400             COMPUTE WASH-LEFT = 0 - GROUP-NET
076500             PERFORM 3400-ALLOCATE-WASH
076600         END-IF
076700     END-IF.
076800     SET PND-NONE TO TRUE.
076900     MOVE 0 TO LOTB-COUNT.
077000 3050-EXIT.
077100     EXIT.
077200
077300 3100-POST-ONE-LOT.
077400     SUBTRACT LOTB-SHARES(LBX) FROM PND-SHARES-LEFT.
077500     IF PND-SHARES-LEFT = 0 THEN
077600         COMPUTE LOT-AMOUNT = PND-TOTAL - PND-ALLOCATED
077700     ELSE
077800         COMPUTE LOT-AMOUNT ROUNDED =
077900             PND-TOTAL * LOTB-SHARES(LBX) / PND-LOT-SHARES
078000     END-IF.
078100     ADD LOT-AMOUNT TO PND-ALLOCATED.
078200     COMPUTE LOT-OTHER ROUNDED =
078300         LOTB-SHARES(LBX) * LOTB-UNIT(LBX).
078350     IF LOTB-SOLD-DATE(LBX) NOT < YEAR-START
078400             AND LOTB-SOLD-DATE(LBX) NOT > YEAR-END THEN
078450         IF DISPOSAL-COUNT >= 3000 THEN
078500             PERFORM 3110-DISPOSAL-TABLE-FULL
078550         ELSE
078600             PERFORM 3120-KEEP-DISPOSAL
078650         END-IF
078700     END-IF.
078750 3100-EXIT.
078800     EXIT.
078850
078900 3110-DISPOSAL-TABLE-FULL.
078950     MOVE RUN-DATE TO EXCPT-RUN-DATE.
079000     MOVE "DISPOSALS" TO EXCPT-PROGRAM.
079050     MOVE "DISP" TO EXCPT-CODE.
079100     MOVE 3 TO EXCPT-SEVERITY.
079150     MOVE SPACES TO EXCPT-TEXT.
079200     STRING "DISPOSAL-TABLE-FULL ", PND-ACCOUNT, " ",
079250         PND-TICKER, " ", LOTB-SOLD-DATE(LBX), " DROPPED"
079300         DELIMITED BY SIZE INTO EXCPT-TEXT.
079350     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
079400     ADD 1 TO RECORDS-REJECTED.
079450 3110-EXIT.
079500     EXIT.
079550
079600 3120-KEEP-DISPOSAL.
080100     ADD 1 TO DISPOSAL-COUNT.
080200     MOVE DISPOSAL-COUNT TO DX.
080300     IF GROUP-FIRST-DX = 0 THEN
080400         MOVE DX TO GROUP-FIRST-DX
080500     END-IF.
080600     MOVE PND-NIGHT TO DSP-NIGHT(DX).
080700     MOVE PND-SEQ TO DSP-SEQ(DX).
080800     MOVE PND-ACCOUNT TO DSP-ACCOUNT(DX).
080900     MOVE PND-TICKER TO DSP-TICKER(DX).
081000     MOVE LOTB-SHARES(LBX) TO DSP-SHARES(DX).
081100     MOVE LOTB-SOLD-DATE(LBX) TO DSP-SOLD-DATE(DX).
081200     MOVE 0 TO DSP-WASH(DX).
081300     MOVE LOTB-SHORT(LBX) TO DSP-SHORT(DX).
081400     MOVE LOTB-BASIS-KNOWN(LBX) TO DSP-BASIS-KNOWN(DX).
081500     SET DSP-ACTIVE(DX) TO TRUE.
081600*--------------------------------------------------------------
081700* A LONG LOT WAS ACQUIRED WHEN IT OPENED AND IS LONG-TERM WHEN
081800* SOLD AFTER ITS ONE-YEAR ANNIVERSARY. A SHORT SALE CLOSES
081900* WITH SHARES BOUGHT AT THE COVER, SO IT IS ACQUIRED AND SOLD
082000* THAT DAY AND IS ALWAYS SHORT-TERM.
082100*--------------------------------------------------------------
082200     IF LOTB-SHORT(LBX) = "Y" THEN
082300         MOVE LOT-OTHER TO DSP-PROCEEDS(DX)
082400         MOVE LOT-AMOUNT TO DSP-COST(DX)
082500         MOVE LOTB-SOLD-DATE(LBX) TO DSP-ACQ-DATE(DX)
082600         MOVE "S" TO DSP-TERM(DX)
082700     ELSE
082800         MOVE LOT-AMOUNT TO DSP-PROCEEDS(DX)
082900         MOVE LOT-OTHER TO DSP-COST(DX)
083000         MOVE LOTB-OPEN-DATE(LBX) TO DSP-ACQ-DATE(DX)
083100         MOVE "S" TO DSP-TERM(DX)
083200         IF LOTB-SOLD-DATE(LBX) > LOTB-OPEN-DATE(LBX) + 10000
083300             THEN
083400             MOVE "L" TO DSP-TERM(DX)
083500         END-IF
083600     END-IF.
083700     PERFORM VARYING SAX FROM 1 BY 1
083800             UNTIL SAX > STMT-ACCOUNT-COUNT
083900         IF STMT-ACCOUNT(SAX) = PND-ACCOUNT THEN
084000             EXIT PERFORM
084100         END-IF
084200     END-PERFORM.
084300     IF SAX > STMT-ACCOUNT-COUNT AND STMT-ACCOUNT-COUNT < 200
084400         THEN
084500         ADD 1 TO STMT-ACCOUNT-COUNT
084600         MOVE PND-ACCOUNT TO STMT-ACCOUNT(STMT-ACCOUNT-COUNT)
084700     END-IF.
084800 3120-EXIT.
084900     EXIT.
085000
085100*--------------------------------------------------------------
085200* THE RUN OF TABLE ENTRIES BELONGING TO THE SAME SALE AS DX.
085300*--------------------------------------------------------------
085400 3200-FIND-GROUP.
085500     MOVE DX TO GROUP-FIRST-DX.
085600     MOVE DX TO GROUP-LAST-DX.
085700     PERFORM UNTIL GROUP-FIRST-DX = 1
085800             OR DSP-NIGHT(GROUP-FIRST-DX - 1) NOT = DSP-NIGHT(DX)
085900             OR DSP-SEQ(GROUP-FIRST-DX - 1) NOT = DSP-SEQ(DX)
086000         SUBTRACT 1 FROM GROUP-FIRST-DX
086100     END-PERFORM.
086200     PERFORM UNTIL GROUP-LAST-DX = DISPOSAL-COUNT
086300             OR DSP-NIGHT(GROUP-LAST-DX + 1) NOT = DSP-NIGHT(DX)
086400             OR DSP-SEQ(GROUP-LAST-DX + 1) NOT = DSP-SEQ(DX)
086500         ADD 1 TO GROUP-LAST-DX
086600     END-PERFORM.
086700 3200-EXIT.
086800     EXIT.
086900
087000 3300-GROUP-NET.
087100     MOVE 0 TO GROUP-NET.
087200     MOVE 0 TO GROUP-WASH.
087300     PERFORM VARYING DX FROM GROUP-FIRST-DX BY 1
087400             UNTIL DX > GROUP-LAST-DX
087500         COMPUTE GROUP-NET = GROUP-NET
087600             + DSP-PROCEEDS(DX) - DSP-COST(DX)
087700         ADD DSP-WASH(DX) TO GROUP-WASH
087800     END-PERFORM.
087900 3300-EXIT.
088000     EXIT.
088100
088200*--------------------------------------------------------------
088300* SPREAD WASH-LEFT OVER THE SALE'S LOSING LOTS IN ORDER, EACH
088400* TAKING NO MORE THAN ITS OWN LOSS.
088500*--------------------------------------------------------------
088600 3400-ALLOCATE-WASH.
088700     PERFORM VARYING DX FROM GROUP-FIRST-DX BY 1
088800             UNTIL DX > GROUP-LAST-DX OR WASH-LEFT = 0
088900         COMPUTE LOT-LOSS = DSP-COST(DX) - DSP-PROCEEDS(DX)
089000         IF LOT-LOSS > 0 THEN
089100             IF LOT-LOSS > WASH-LEFT THEN
089200                 MOVE WASH-LEFT TO LOT-LOSS
089300             END-IF
089400             MOVE LOT-LOSS TO DSP-WASH(DX)
089500             SUBTRACT LOT-LOSS FROM WASH-LEFT
089600         END-IF
089700     END-PERFORM.
089800 3400-EXIT.
089900     EXIT.
090000
090100*--------------------------------------------------------------
090200* ONE STATEMENT PER ACCOUNT: A HEADING WITH THE CLIENT AND TAX
090300* STATUS, ONE LINE PER DISPOSAL, AND THE ACCOUNT'S TOTALS. A
090400* TAX-DEFERRED OR EXEMPT ACCOUNT'S STATEMENT PRINTS FOR THE
090500* FILE BUT IS NOT REPORTABLE AND STAYS OFF THE VENDOR EXTRACT.
090600*--------------------------------------------------------------
090700 4000-WRITE-STATEMENTS.
090800     PERFORM VARYING SAX FROM 1 BY 1
090900             UNTIL SAX > STMT-ACCOUNT-COUNT
091000         PERFORM 4100-WRITE-ONE-STATEMENT
091100     END-PERFORM.
091200 4000-EXIT.
091300     EXIT.
091400
091500 4100-WRITE-ONE-STATEMENT.
091600     MOVE SPACES TO STMT-NAME.
091700     MOVE "T" TO STMT-TAX-STATUS.
091800     IF ACCTMAST-AVAILABLE THEN
091900         MOVE STMT-ACCOUNT(SAX) TO ACM-ACCOUNT
092000         READ ACCTMAST-FILE
092100             INVALID KEY
092200                 MOVE RUN-DATE TO EXCPT-RUN-DATE
092300                 MOVE "DISPOSALS" TO EXCPT-PROGRAM
092400                 MOVE "ACCT" TO EXCPT-CODE
092500                 MOVE 1 TO EXCPT-SEVERITY
092600                 MOVE SPACES TO EXCPT-TEXT
092700                 STRING STMT-ACCOUNT(SAX),
092800                     " NOT-ON-ACCOUNT-MASTER TAKEN AS TAXABLE"
092900                     DELIMITED BY SIZE INTO EXCPT-TEXT
093000                 CALL "EXCPTRPT" USING EXCEPTION-RECORD
093100             NOT INVALID KEY
093200                 MOVE ACM-CLIENT-NAME TO STMT-NAME
093300                 IF ACM-TAX-DEFERRED OR ACM-TAX-EXEMPT THEN
093400                     MOVE ACM-TAX-STATUS TO STMT-TAX-STATUS
093500                 END-IF
093600         END-READ
093700     END-IF.
093800     MOVE "TAXABLE" TO STMT-STATUS-WORD.
093900     IF STMT-TAX-STATUS = "D" THEN
094000         MOVE "TAX-DEFERRED" TO STMT-STATUS-WORD
094100     END-IF.
094200     IF STMT-TAX-STATUS = "E" THEN
094300         MOVE "TAX-EXEMPT" TO STMT-STATUS-WORD
094400     END-IF.
094500     MOVE 0 TO STMT-DISPOSALS.
094600     MOVE 0 TO STMT-PROCEEDS.
094700     MOVE 0 TO STMT-COST.
094800     MOVE 0 TO STMT-WASH.
094900     MOVE 0 TO STMT-GAIN.
095000     MOVE 0 TO STMT-SHORT-TERM.
095100     MOVE 0 TO STMT-LONG-TERM.
095200     MOVE SPACES TO RPT-LINE.
095300     STRING RUN-DATE, " DISPOSAL STATEMENT TAX YEAR ", TAX-YEAR,
095400         " ACCOUNT ", STMT-ACCOUNT(SAX), " ", STMT-NAME, " ",
095500         STMT-STATUS-WORD
095600         DELIMITED BY SIZE INTO RPT-LINE.
095700     PERFORM 0700-WRITE-REPORT.
095800     MOVE SPACES TO RPT-LINE.
095900     STRING "TICKER               SHARES ACQUIRED SOLD    ",
096000         "        PROCEEDS       COST BASIS   WASH DISALLOWED",
096100         "        GAIN/LOSS TERM  NOTE"
096200         DELIMITED BY SIZE INTO RPT-LINE.
096300     PERFORM 0700-WRITE-REPORT.
096400     PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DISPOSAL-COUNT
096500         IF DSP-ACTIVE(DX)
096600                 AND DSP-ACCOUNT(DX) = STMT-ACCOUNT(SAX) THEN
096700             PERFORM 4200-WRITE-DISPOSAL
096800         END-IF
096900     END-PERFORM.
097000     MOVE STMT-PROCEEDS TO PROCEEDS-DISP.
097100     MOVE STMT-COST TO COST-DISP.
097200     MOVE STMT-WASH TO WASH-DISP.
097300     MOVE STMT-GAIN TO GAIN-DISP.
097400     MOVE STMT-DISPOSALS TO COUNT-DISP.
097500     MOVE SPACES TO RPT-LINE.
097600     STRING "TOTAL ", STMT-ACCOUNT(SAX), " ", COUNT-DISP,
097700         " DISPOSALS          ", PROCEEDS-DISP, " ", COST-DISP,
097800         " ", WASH-DISP, " ", GAIN-DISP
097900         DELIMITED BY SIZE INTO RPT-LINE.
098000     PERFORM 0700-WRITE-REPORT.
098100     MOVE STMT-SHORT-TERM TO ST-DISP.
098200     MOVE STMT-LONG-TERM TO LT-DISP.
098300     MOVE SPACES TO RPT-LINE.
098400     STRING "      SHORT-TERM GAIN/LOSS ", ST-DISP,
098500         "  LONG-TERM GAIN/LOSS ", LT-DISP
098600         DELIMITED BY SIZE INTO RPT-LINE.
098700     PERFORM 0700-WRITE-REPORT.
098800     IF NOT STMT-TAXABLE THEN
098900         MOVE SPACES TO RPT-LINE
099000         STRING "      ", STMT-STATUS-WORD,
099100             " ACCOUNT -- NOT REPORTABLE, NOT EXTRACTED"
099200             DELIMITED BY SIZE INTO RPT-LINE
099300         PERFORM 0700-WRITE-REPORT
099400     ELSE
099500         PERFORM 4300-EXTRACT-TOTALS
099600     END-IF.
099700     MOVE SPACES TO RPT-LINE.
099800     PERFORM 0700-WRITE-REPORT.
099900 4100-EXIT.
100000     EXIT.
100100
100200*--------------------------------------------------------------
100300* THE GAIN OR LOSS IS PROCEEDS LESS BASIS PLUS ANY WASH-SALE
100400* LOSS DISALLOWED.
100500*--------------------------------------------------------------
100600 4200-WRITE-DISPOSAL.
100700     COMPUTE DSP-GAIN = DSP-PROCEEDS(DX) - DSP-COST(DX)
100800         + DSP-WASH(DX).
100900     ADD 1 TO STMT-DISPOSALS.
101000     ADD DSP-PROCEEDS(DX) TO STMT-PROCEEDS.
101100     ADD DSP-COST(DX) TO STMT-COST.
101200     ADD DSP-WASH(DX) TO STMT-WASH.
101300     ADD DSP-GAIN TO STMT-GAIN.
101400     IF DSP-TERM(DX) = "L" THEN
101500         ADD DSP-GAIN TO STMT-LONG-TERM
101600         MOVE "LONG" TO TERM-WORD
101700     ELSE
101800         ADD DSP-GAIN TO STMT-SHORT-TERM
101900         MOVE "SHORT" TO TERM-WORD
102000     END-IF.
102100     MOVE SPACES TO NOTE-WORD.
102200     IF DSP-SHORT(DX) = "Y" THEN
102300         MOVE "SHORT SALE" TO NOTE-WORD
102400     END-IF.
102500     IF DSP-BASIS-KNOWN(DX) = "N" THEN
102600         MOVE "NO BASIS" TO NOTE-WORD
102700     END-IF.
102800     MOVE DSP-SHARES(DX) TO SHARES-DISP.
102900     MOVE DSP-PROCEEDS(DX) TO PROCEEDS-DISP.
103000     MOVE DSP-COST(DX) TO COST-DISP.
103100     MOVE DSP-WASH(DX) TO WASH-DISP.
103200     MOVE DSP-GAIN TO GAIN-DISP.
103300     MOVE SPACES TO RPT-LINE.
103400     STRING DSP-TICKER(DX), " ", SHARES-DISP, " ",
103500         DSP-ACQ-DATE(DX), " ", DSP-SOLD-DATE(DX), " ",
103600         PROCEEDS-DISP, " ", COST-DISP, " ", WASH-DISP, " ",
103700         GAIN-DISP, " ", TERM-WORD, " ", NOTE-WORD
103800         DELIMITED BY SIZE INTO RPT-LINE.
103900     PERFORM 0700-WRITE-REPORT.
104000     IF STMT-TAXABLE AND EXTRACT-OK THEN
104100         MOVE SPACES TO EXTRACT-RECORD
104200         MOVE "D" TO TXE-RECORD-TYPE
104300         MOVE TAX-YEAR TO TXE-TAX-YEAR
104400         MOVE DSP-ACCOUNT(DX) TO TXE-ACCOUNT
104500         MOVE STMT-NAME TO TXE-CLIENT-NAME
104600         MOVE DSP-TICKER(DX) TO TXE-TICKER
104700         MOVE DSP-SHARES(DX) TO TXE-SHARES
104800         MOVE DSP-ACQ-DATE(DX) TO TXE-DATE-ACQUIRED
104900         MOVE DSP-SOLD-DATE(DX) TO TXE-DATE-SOLD
105000         MOVE DSP-PROCEEDS(DX) TO TXE-PROCEEDS
105100         MOVE DSP-COST(DX) TO TXE-COST-BASIS
105200         MOVE DSP-WASH(DX) TO TXE-WASH-DISALLOWED
105300         MOVE DSP-GAIN TO TXE-GAIN-LOSS
105400         MOVE DSP-TERM(DX) TO TXE-TERM
105500         MOVE "N" TO TXE-SHORT-SALE
105600         IF DSP-SHORT(DX) = "Y" THEN
105700             MOVE "Y" TO TXE-SHORT-SALE
105800         END-IF
105900         MOVE DSP-BASIS-KNOWN(DX) TO TXE-BASIS-KNOWN
106000         WRITE EXTRACT-RECORD
106100         ADD 1 TO EXTRACT-COUNT
106200         ADD DSP-PROCEEDS(DX) TO EXTRACT-PROCEEDS
106300     END-IF.
106400 4200-EXIT.
106500     EXIT.
106600
106700 4300-EXTRACT-TOTALS.
106710     IF EXTRACT-OK THEN
106720         MOVE SPACES TO EXTRACT-RECORD
106730         MOVE "T" TO TXE-RECORD-TYPE
106740         MOVE TAX-YEAR TO TXE-TAX-YEAR
106750         MOVE STMT-ACCOUNT(SAX) TO TXE-ACCOUNT
106760         MOVE STMT-NAME TO TXE-CLIENT-NAME
106770         MOVE STMT-DISPOSALS TO TXT-DISPOSALS
106780         MOVE STMT-PROCEEDS TO TXT-PROCEEDS
106790         MOVE STMT-COST TO TXT-COST-BASIS
106800         MOVE STMT-WASH TO TXT-WASH-DISALLOWED
106810         MOVE STMT-GAIN TO TXT-GAIN-LOSS
106820         MOVE STMT-SHORT-TERM TO TXT-SHORT-TERM
106830         MOVE STMT-LONG-TERM TO TXT-LONG-TERM
106840         WRITE EXTRACT-RECORD
106850         ADD 1 TO EXTRACT-COUNT
106860         ADD 1 TO EXTRACT-ACCOUNTS
107000     END-IF.
108600 4300-EXIT.
108700     EXIT.
108800
108900*--------------------------------------------------------------
109000* THE VENDOR FILE'S TRAILER -- RECORDS AHEAD OF IT, ACCOUNTS,
109100* AND TOTAL PROCEEDS, FOR THE VENDOR'S OWN BALANCING.
109200*--------------------------------------------------------------
109300 4900-WRITE-TRAILER.
109320     IF EXTRACT-OK THEN
109340         MOVE SPACES TO EXTRACT-RECORD
109360         MOVE "Z" TO TXE-RECORD-TYPE
109380         MOVE TAX-YEAR TO TXE-TAX-YEAR
109400         MOVE EXTRACT-COUNT TO TXZ-RECORD-COUNT
109420         MOVE EXTRACT-ACCOUNTS TO TXZ-ACCOUNTS
109440         MOVE EXTRACT-PROCEEDS TO TXZ-PROCEEDS
109460         WRITE EXTRACT-RECORD
109600     END-IF.
110400 4900-EXIT.
110500     EXIT.
110600
110700*--------------------------------------------------------------
110800* RUN-LOG START AND END RECORDS FOR THE MORNING OPERATIONS
110900* REPORT. RUNLOGW STAMPS THE CLOCK TIME ITSELF.
111000*--------------------------------------------------------------
111100 0100-LOG-RUN-START.
111200     MOVE "DISPOSALS" TO RLOG-PROGRAM.
111300     MOVE RUN-DATE TO RLOG-RUN-DATE.
111400     MOVE "S" TO RLOG-EVENT.
111500     MOVE 0 TO RLOG-READ.
111600     MOVE 0 TO RLOG-ACCEPTED.
111700     MOVE 0 TO RLOG-REJECTED.
111800     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
111900     CALL "RUNLOGW" USING RUN-LOG-RECORD.
112000     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
112100 0100-EXIT.
112200     EXIT.
112300
112400 0990-LOG-RUN-END.
112500     MOVE "DISPOSALS" TO RLOG-PROGRAM.
112600     MOVE RUN-DATE TO RLOG-RUN-DATE.
112700     MOVE "E" TO RLOG-EVENT.
112800     MOVE LINES-READ TO RLOG-READ.
112900     COMPUTE RLOG-ACCEPTED = LINES-READ - RECORDS-REJECTED.
113000     MOVE RECORDS-REJECTED TO RLOG-REJECTED.
113100     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
113200     CALL "RUNLOGW" USING RUN-LOG-RECORD.
113300     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
113400 0990-EXIT.
113500     EXIT.
113600
113700 0700-WRITE-REPORT.
113800     IF REPORT-OK THEN
113900         WRITE REPORT-RECORD FROM RPT-LINE
114000     END-IF.
114100 0700-EXIT.
114200     EXIT.
