000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLPOST.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. PORTFOLIO-ACCOUNTING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  RH   ORIGINAL VERSION - ONE GENERAL-LEDGER POSTING
000950*                    INTERFACE AT THE END OF THE NIGHTLY STREAM.
001000*                    READS THE TWO GL EXTRACTS THE STREAM WRITES
001050*                    -- DEATHANDTAXES'S DTXGLEX (GAINS, TAX
001100*                    WITHHELD, OFFSETS, COVERS, AND FEES PER
001150*                    ACCOUNT AND TICKER) AND PARKINGROLLUP'S
001200*                    GLEXTR (REVENUE PER GARAGE AND TIER) -- AND
001250*                    MAPS EVERY AMOUNT THROUGH THE
001300*                    CHART-OF-ACCOUNTS MAPPING DATASET (COAMAP) TO
001350*                    GL ACCOUNT, COST CENTER, AND DEBIT OR CREDIT
001400*                    SIDE. ON THE PARKING EXTRACT THE "C"
001450*                    TAX-COLLECTED RECORDS POST AS PARKING TAX
001500*                    (PRK KIND PTAX) BY GARAGE, AND CARDREC'S "N"
001550*                    NET-SETTLED AND "F" PROCESSOR-FEE RECORDS AS
001600*                    PRK KINDS CSET AND CFEE, SO THE LEDGER
001650*                    CARRIES WHAT THE CARD PROCESSOR PAID; THE "X"
001700*                    AND "E" TAXABLE AND EXEMPT REVENUE RECORDS
001750*                    ONLY RESTATE THE "D" REVENUE AND DO NOT POST.
001800*                    EACH EXTRACT IS ONE BATCH OF THE
001850*                    JOURNAL-ENTRY FILE (GLJRNL) IN THE LEDGER'S
001900*                    UPLOAD LAYOUT, AND A CONTROL REPORT GOES TO
001950*                    RPTOUT. AN AMOUNT WITH NO MAPPING, A BATCH
002000*                    WHOSE DEBITS AND CREDITS DO NOT NET TO ZERO,
002050*                    OR AN EXTRACT THAT IS MISSING, STALE, OR
002100*                    DISAGREES WITH ITS OWN TOTAL RECORD IS A
002150*                    SERIOUS EXCEPTION, AND THE UPLOAD FILE IS
002200*                    THEN LEFT EMPTY SO NOTHING GOES TO THE LEDGER
002250*                    UNTIL THE NIGHT IS PUT RIGHT AND THE STEP
002300*                    RERUN.
003000*--------------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT COAMAP-FILE ASSIGN TO COAMAP
003600         FILE STATUS IS COAMAP-STATUS.
003700     SELECT DTXGLEX-FILE ASSIGN TO DTXGLEX
003800         FILE STATUS IS DTXGLEX-STATUS.
003900     SELECT PRKGLEX-FILE ASSIGN TO PRKGLEX
004000         FILE STATUS IS PRKGLEX-STATUS.
004100     SELECT GLJRNL-FILE ASSIGN TO GLJRNL
004200         FILE STATUS IS GLJRNL-STATUS.
004300     SELECT REPORT-FILE ASSIGN TO RPTOUT
004400         FILE STATUS IS REPORT-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800*--------------------------------------------------------------
004900* CHART-OF-ACCOUNTS MAPPING -- ONE RECORD PER GL LINE A SOURCE
005000* AMOUNT POSTS TO. THE SOURCE IS "DTX" OR "PRK"; THE RECORD
005100* TYPE IS THE AMOUNT'S KIND:
005200*     DTX  STGN SHORT-TERM GAIN   STTX SHORT-TERM TAX WITHHELD
005300*          LTGN LONG-TERM GAIN    LTTX LONG-TERM TAX WITHHELD
005400*          OFST LOSS OFFSET       CVGN SHORT-COVER GAIN
005500*          FEES COMMISSION AND FEES
005600*     PRK  REVN PARKING REVENUE
005620*          PTAX PARKING TAX COLLECTED
005640*          CSET CARD SETTLEMENT NET
005660*          CFEE CARD PROCESSOR FEES
005700* THE KEY IS THE ACCOUNT (DTX) OR GARAGE (PRK); "*" COVERS ANY
005800* ACCOUNT OR GARAGE WITHOUT RECORDS OF ITS OWN. A COST CENTER
005900* OF "*" TAKES THE ACCOUNT OR GARAGE ITSELF. AN AMOUNT POSTS
006000* ONE LINE PER MATCHING RECORD, SO EVERY KIND NEEDS A DEBIT
006100* RECORD AND A CREDIT RECORD TO BALANCE.
006200*--------------------------------------------------------------
006300 FD  COAMAP-FILE.
006400 01  COAMAP-RECORD.
006500     05  COA-SOURCE           PIC X(4).
006600     05  FILLER               PIC X(1).
006700     05  COA-RECORD-TYPE      PIC X(4).
006800     05  FILLER               PIC X(1).
006900     05  COA-KEY              PIC X(8).
007000     05  FILLER               PIC X(1).
007100     05  COA-GL-ACCOUNT       PIC X(10).
007200     05  FILLER               PIC X(1).
007300     05  COA-COST-CENTER      PIC X(8).
007400     05  FILLER               PIC X(1).
007500     05  COA-SIDE             PIC X(1).
007600*--------------------------------------------------------------
007700* DEATHANDTAXES'S GL EXTRACT, AS ITS GLEXTR FD WRITES IT -- "D"
007800* ACCOUNT-PLUS-TICKER DETAIL, "S" SHORT COVER, "F" ACCOUNT FEES,
007900* AND ONE "T" TOTAL (THE "D" AMOUNTS, AND THE "F" FEES).
008000*--------------------------------------------------------------
008100 FD  DTXGLEX-FILE.
008200 01  DTXGLEX-RECORD.
008300     05  DGL-RUN-DATE         PIC 9(8).
008400     05  DGL-RECORD-TYPE      PIC X(1).
008500     05  DGL-ACCOUNT          PIC X(8).
008600     05  DGL-TICKER           PIC X(10).
008700     05  DGL-ST-GROSS         PIC S9(16)V9(8).
008800     05  DGL-ST-TAX           PIC 9(16)V9(8).
008900     05  DGL-LT-GROSS         PIC S9(16)V9(8).
009000     05  DGL-LT-TAX           PIC 9(16)V9(8).
009100     05  DGL-OFFSET           PIC 9(16)V9(8).
009200     05  DGL-FEES             PIC S9(16)V9(8).
009300*--------------------------------------------------------------
009400* PARKINGROLLUP'S GL EXTRACT, AS ITS GLEXTR FD WRITES IT -- "D"
009500* GARAGE-AND-TIER DETAIL, A "T" TOTAL PER GARAGE, AND A LAST
009600* "T" TOTAL FOR GARAGE "*CHAIN*".
009620* WITH PARKING TAX IN FORCE EACH GARAGE ALSO HAS "X" TAXABLE AND
009640* "E" EXEMPT REVENUE AND A "C" TAX-COLLECTED RECORD.
009660* CARDREC ADDS AN "N" NET CARD SETTLEMENT AND AN "F" PROCESSOR-
009680* FEE RECORD PER GARAGE AFTER THE TOTALS.
009700*--------------------------------------------------------------
009800 FD  PRKGLEX-FILE.
009900 01  PRKGLEX-RECORD.
010000     05  PGL-RUN-DATE         PIC 9(8).
010100     05  PGL-RECORD-TYPE      PIC X(1).
010200     05  PGL-GARAGE           PIC X(8).
010300     05  PGL-TIER             PIC 9(2).
010400     05  PGL-UNITS            PIC 9(7).
010500     05  PGL-AMOUNT           PIC 9(9)V9(2).
010600*--------------------------------------------------------------
010700* JOURNAL-ENTRY UPLOAD, IN THE LEDGER SYSTEM'S LAYOUT -- PER
010800* BATCH AN "H" HEADER, ONE "L" LINE PER GL POSTING (AMOUNTS
010900* UNSIGNED, THE SIDE SAYING WHICH WAY), AND A "T" TRAILER
011000* CARRYING THE BATCH'S LINE COUNT AND DEBIT AND CREDIT TOTALS.
011100*--------------------------------------------------------------
011200 FD  GLJRNL-FILE.
011300 01  GLJRNL-RECORD.
011400     05  GLJ-RECORD-TYPE      PIC X(1).
011500     05  GLJ-BATCH-ID.
011600         10  GLJ-BATCH-SOURCE PIC X(4).
011700         10  GLJ-BATCH-DATE   PIC 9(8).
011800     05  GLJ-LINE-NO          PIC 9(6).
011900     05  GLJ-DETAIL.
012000         10  GLJ-GL-ACCOUNT   PIC X(10).
012100         10  GLJ-COST-CENTER  PIC X(8).
012200         10  GLJ-SIDE         PIC X(1).
012300         10  GLJ-AMOUNT       PIC 9(13)V9(2).
012400         10  GLJ-REFERENCE    PIC X(20).
012500         10  GLJ-DESCRIPTION  PIC X(30).
012600     05  GLJ-HEADER REDEFINES GLJ-DETAIL.
012700         10  GLJ-EFFECTIVE-DATE PIC 9(8).
012800         10  GLJ-BATCH-TEXT   PIC X(30).
012900         10  FILLER           PIC X(46).
013000     05  GLJ-TRAILER REDEFINES GLJ-DETAIL.
013100         10  GLJ-LINE-COUNT   PIC 9(6).
013200         10  GLJ-DEBIT-TOTAL  PIC 9(13)V9(2).
013300         10  GLJ-CREDIT-TOTAL PIC 9(13)V9(2).
013400         10  FILLER           PIC X(48).
013500     05  FILLER               PIC X(6).
013600 FD  REPORT-FILE.
013700 01  REPORT-RECORD            PIC X(132).
013800
013900 WORKING-STORAGE SECTION.
014000 COPY EXCPTREC.
014100 COPY PDATEREC.
014200 COPY RUNLOGRC.
014300 01  SAVED-RETURN-CODE        PIC S9(9) COMP.
014400 01  RECORDS-READ             PIC 9(7) VALUE 0.
014500 01  RECORDS-REJECTED         PIC 9(7) VALUE 0.
014600 01  RUN-DATE                 PIC 9(8).
014700
014800 01  COAMAP-STATUS            PIC X(2).
014900     88  COAMAP-OK            VALUE "00".
015000     88  COAMAP-AT-END        VALUE "10".
015100 01  DTXGLEX-STATUS           PIC X(2).
015200     88  DTXGLEX-OK           VALUE "00".
015300     88  DTXGLEX-AT-END       VALUE "10".
015400 01  PRKGLEX-STATUS           PIC X(2).
015500     88  PRKGLEX-OK           VALUE "00".
015600     88  PRKGLEX-AT-END       VALUE "10".
015700 01  GLJRNL-STATUS            PIC X(2).
015800     88  GLJRNL-OK            VALUE "00".
015900 01  REPORT-STATUS            PIC X(2).
016000     88  REPORT-OK            VALUE "00".
016100 01  RPT-LINE                 PIC X(132).
016200
016300*--------------------------------------------------------------
016400* ANY SERIOUS FINDING HOLDS THE WHOLE JOURNAL -- THE LEDGER
016500* TAKES THE NIGHT COMPLETE AND BALANCED OR NOT AT ALL.
016600*--------------------------------------------------------------
016700 01  JOURNAL-HOLD-SWITCH      PIC X(1) VALUE "N".
016800     88  JOURNAL-HELD         VALUE "Y".
016900     88  JOURNAL-RELEASABLE   VALUE "N".
017000
017100*--------------------------------------------------------------
017200* THE MAPPING, AS LOADED.
017300*--------------------------------------------------------------
017400 01  MAP-COUNT                PIC 9(3) COMP VALUE 0.
017500 01  MX                       PIC 9(3) COMP.
017600 01  MAP-TABLE.
017700     05  MAP-ENTRY OCCURS 300 TIMES.
017800         10  MAPT-SOURCE      PIC X(4).
017900         10  MAPT-TYPE        PIC X(4).
018000         10  MAPT-KEY         PIC X(8).
018100         10  MAPT-GL-ACCOUNT  PIC X(10).
018200         10  MAPT-COST-CENTER PIC X(8).
018300         10  MAPT-SIDE        PIC X(1).
018400 01  MAP-BAD-COUNT            PIC 9(3) VALUE 0.
018500
018600*--------------------------------------------------------------
018700* THE TWO BATCHES -- 1 THE DEATHANDTAXES EXTRACT, 2 THE
018800* PARKINGROLLUP EXTRACT -- WITH THEIR POSTED TOTALS AND THE
018900* CONTROL TOTALS THEIR OWN "T" RECORDS CARRY.
019000*--------------------------------------------------------------
019100 01  BX                       PIC 9(1) COMP.
019200 01  BATCH-TABLE.
019300     05  BATCH-ENTRY OCCURS 2 TIMES.
019400         10  BAT-SOURCE       PIC X(4).
019500         10  BAT-TEXT         PIC X(30).
019600         10  BAT-RECORDS      PIC 9(7).
019700         10  BAT-LINES        PIC 9(6).
019800         10  BAT-DEBITS       PIC 9(13)V9(2).
019900         10  BAT-CREDITS      PIC 9(13)V9(2).
020000         10  BAT-UNMAPPED     PIC 9(5).
020100         10  BAT-STALE        PIC 9(5).
020200         10  BAT-TOTAL-SWITCH PIC X(1).
020300             88  BAT-TOTAL-SEEN     VALUE "Y".
020400         10  BAT-AGREE-SWITCH PIC X(1).
020500             88  BAT-TOTAL-AGREES   VALUE "Y".
020600             88  BAT-TOTAL-DISAGREES VALUE "N".
020700         10  BAT-OPEN-SWITCH  PIC X(1).
020800             88  BAT-OPENED         VALUE "Y".
020900 01  DTX-SUMS.
021000     05  DTX-SUM-ST-GROSS     PIC S9(16)V9(8) VALUE 0.
021100     05  DTX-SUM-ST-TAX       PIC S9(16)V9(8) VALUE 0.
021200     05  DTX-SUM-LT-GROSS     PIC S9(16)V9(8) VALUE 0.
021300     05  DTX-SUM-LT-TAX       PIC S9(16)V9(8) VALUE 0.
021400     05  DTX-SUM-OFFSET       PIC S9(16)V9(8) VALUE 0.
021500     05  DTX-SUM-FEES         PIC S9(16)V9(8) VALUE 0.
021600 01  PRK-SUM-REVENUE          PIC 9(11)V9(2) VALUE 0.
021700
021800*--------------------------------------------------------------
021900* ONE SOURCE AMOUNT BEING POSTED, AND THE JOURNAL LINES HELD
022000* UNTIL THE WHOLE NIGHT IS KNOWN TO BE CLEAN.
022100*--------------------------------------------------------------
022200 01  POST-SOURCE              PIC X(4).
022300 01  POST-TYPE                PIC X(4).
022400 01  POST-KEY                 PIC X(8).
022500 01  POST-REFERENCE           PIC X(20).
022600 01  POST-AMOUNT              PIC S9(16)V9(8).
022700 01  POST-CENTS               PIC S9(13)V9(2).
022800 01  POST-MATCHES             PIC 9(3) COMP.
022900 01  MATCH-KEY                PIC X(8).
023000 01  JL-COUNT                 PIC 9(4) COMP VALUE 0.
023100 01  JX                       PIC 9(4) COMP.
023200 01  JL-FULL-SWITCH           PIC X(1) VALUE "N".
023300     88  JL-FULL              VALUE "Y".
023400 01  JOURNAL-LINES.
023500     05  JL-ENTRY OCCURS 3000 TIMES.
023600         10  JL-BATCH         PIC 9(1).
023700         10  JL-GL-ACCOUNT    PIC X(10).
023800         10  JL-COST-CENTER   PIC X(8).
023900         10  JL-SIDE          PIC X(1).
024000         10  JL-AMOUNT        PIC 9(13)V9(2).
024100         10  JL-REFERENCE     PIC X(20).
024200         10  JL-DESCRIPTION   PIC X(30).
024300 01  LINE-DESCRIPTION         PIC X(30).
024400
024500*--------------------------------------------------------------
024600* GL ACCOUNT AND COST CENTER TOTALS FOR THE CONTROL REPORT.
024700*--------------------------------------------------------------
024800 01  GLS-COUNT                PIC 9(3) COMP VALUE 0.
024900 01  GX                       PIC 9(3) COMP.
025000 01  GL-SUMMARY.
025100     05  GLS-ENTRY OCCURS 200 TIMES.
025200         10  GLS-GL-ACCOUNT   PIC X(10).
025300         10  GLS-COST-CENTER  PIC X(8).
025400         10  GLS-DEBITS       PIC 9(13)V9(2).
025500         10  GLS-CREDITS      PIC 9(13)V9(2).
025600 01  GLS-OVERFLOW             PIC 9(4) VALUE 0.
025700
025800*--------------------------------------------------------------
025900* REPORT PRINT FIELDS.
026000*--------------------------------------------------------------
026100 01  AMOUNT-DISP              PIC -(13)9.99.
026200 01  DEBIT-DISP               PIC Z(12)9.99.
026300 01  CREDIT-DISP              PIC Z(12)9.99.
026400 01  COUNT-DISP               PIC Z(5)9.
026500 01  MAP-COUNT-DISP           PIC ZZ9.
026600 01  BATCH-LINE-NO            PIC 9(6).
026700 01  RELEASED-LINES           PIC 9(6) VALUE 0.
026800
026900 PROCEDURE DIVISION.
027000 0000-MAINLINE.
027100     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
027200     MOVE RUN-DATE TO PDAT-CLOCK-DATE.
027300     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
027400     CALL "SETPDATE" USING PROCESSING-DATE-RECORD.
027500     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
027600     MOVE PDAT-RUN-DATE TO RUN-DATE.
027700     PERFORM 0100-LOG-RUN-START.
027800     OPEN OUTPUT REPORT-FILE.
027900     IF NOT REPORT-OK THEN
028000         MOVE RUN-DATE TO EXCPT-RUN-DATE
028100         MOVE "GLPOST" TO EXCPT-PROGRAM
028200         MOVE "RPTO" TO EXCPT-CODE
028300         MOVE 3 TO EXCPT-SEVERITY
028400         MOVE SPACES TO EXCPT-TEXT
028500         STRING "REPORT-OPEN-FAILED STATUS ", REPORT-STATUS
028600             DELIMITED BY SIZE INTO EXCPT-TEXT
028700         CALL "EXCPTRPT" USING EXCEPTION-RECORD
028800     END-IF.
028900     MOVE "DTX" TO BAT-SOURCE(1).
029000     MOVE "PORTFOLIO GAINS TAX AND FEES" TO BAT-TEXT(1).
029100     MOVE "PRK" TO BAT-SOURCE(2).
029200     MOVE "PARKING REVENUE" TO BAT-TEXT(2).
029300     PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 2
029400         MOVE 0 TO BAT-RECORDS(BX)
029500         MOVE 0 TO BAT-LINES(BX)
029600         MOVE 0 TO BAT-DEBITS(BX)
029700         MOVE 0 TO BAT-CREDITS(BX)
029800         MOVE 0 TO BAT-UNMAPPED(BX)
029900         MOVE 0 TO BAT-STALE(BX)
030000         MOVE "N" TO BAT-TOTAL-SWITCH(BX)
030100         MOVE "Y" TO BAT-AGREE-SWITCH(BX)
030200         MOVE "N" TO BAT-OPEN-SWITCH(BX)
030300     END-PERFORM.
030400     PERFORM 0500-LOAD-MAP.
030500     MOVE MAP-COUNT TO MAP-COUNT-DISP.
030600     MOVE SPACES TO RPT-LINE.
030700     STRING RUN-DATE, " GENERAL LEDGER POSTING -- MAP RECORDS ",
030800         MAP-COUNT-DISP
030900         DELIMITED BY SIZE INTO RPT-LINE.
031000     PERFORM 0700-WRITE-REPORT.
031100     PERFORM 1000-READ-DTX-EXTRACT.
031200     PERFORM 2000-READ-PRK-EXTRACT.
031300     PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 2
031400         PERFORM 3000-CHECK-BATCH
031500     END-PERFORM.
031600     PERFORM 3500-PRINT-GL-SUMMARY.
031700     PERFORM 4000-WRITE-JOURNAL.
031800     IF REPORT-OK THEN
031900         CLOSE REPORT-FILE
032000     END-IF.
032100     DISPLAY RUN-DATE, " GLPOST EXTRACT RECORDS ", RECORDS-READ,
032200         " JOURNAL LINES ", RELEASED-LINES,
032300         " HELD ", JOURNAL-HOLD-SWITCH.
032400     PERFORM 0990-LOG-RUN-END.
032500     STOP RUN.
032600
032700*--------------------------------------------------------------
032800* LOAD THE CHART-OF-ACCOUNTS MAPPING. WITHOUT IT NOTHING CAN
032900* POST, SO A MAPPING THAT WILL NOT OPEN HOLDS THE JOURNAL. A
033000* RECORD WITH NO GL ACCOUNT OR A SIDE OTHER THAN D OR C IS
033100* SKIPPED AND NOTED.
033200*--------------------------------------------------------------
033300 0500-LOAD-MAP.
033400     OPEN INPUT COAMAP-FILE.
033500     IF COAMAP-OK THEN
033550         PERFORM 0510-LOAD-ONE-MAP
033600             UNTIL COAMAP-AT-END
033700         CLOSE COAMAP-FILE
033800     ELSE
033900         SET JOURNAL-HELD TO TRUE
034000         MOVE RUN-DATE TO EXCPT-RUN-DATE
034100         MOVE "GLPOST" TO EXCPT-PROGRAM
034200         MOVE "COAM" TO EXCPT-CODE
034300         MOVE 2 TO EXCPT-SEVERITY
034400         MOVE SPACES TO EXCPT-TEXT
034500         STRING "COA-MAPPING-OPEN-FAILED STATUS ",
034600             COAMAP-STATUS, " JOURNAL HELD"
034700             DELIMITED BY SIZE INTO EXCPT-TEXT
034800         CALL "EXCPTRPT" USING EXCEPTION-RECORD
034900     END-IF.
035000 0500-EXIT.
035100     EXIT.
035200
035300 0510-LOAD-ONE-MAP.
035400     READ COAMAP-FILE
035500         AT END
035600             SET COAMAP-AT-END TO TRUE
035650         NOT AT END
035700             PERFORM 0520-TAKE-MAP-RECORD
035800     END-READ.
035820 0510-EXIT.
035840     EXIT.
035860
035880 0520-TAKE-MAP-RECORD.
035900     IF COA-GL-ACCOUNT = SPACES
036000             OR (COA-SIDE NOT = "D" AND COA-SIDE NOT = "C") THEN
036100         ADD 1 TO MAP-BAD-COUNT
036200         MOVE SPACES TO RPT-LINE
036300         STRING RUN-DATE, "   MAP RECORD SKIPPED -- ",
036400             COAMAP-RECORD
036500             DELIMITED BY SIZE INTO RPT-LINE
036600         PERFORM 0700-WRITE-REPORT
036610     ELSE
036620         IF MAP-COUNT >= 300 THEN
036630             PERFORM 0530-MAP-TABLE-FULL
036640         ELSE
036650             ADD 1 TO MAP-COUNT
036660             MOVE COA-SOURCE TO MAPT-SOURCE(MAP-COUNT)
036670             MOVE COA-RECORD-TYPE TO MAPT-TYPE(MAP-COUNT)
036680             MOVE COA-KEY TO MAPT-KEY(MAP-COUNT)
036690             MOVE COA-GL-ACCOUNT TO MAPT-GL-ACCOUNT(MAP-COUNT)
036700             MOVE COA-COST-CENTER TO MAPT-COST-CENTER(MAP-COUNT)
036710             MOVE COA-SIDE TO MAPT-SIDE(MAP-COUNT)
036720         END-IF
036800     END-IF.
036900 0520-EXIT.
039100     EXIT.
039105
039110 0530-MAP-TABLE-FULL.
039115     SET JOURNAL-HELD TO TRUE.
039120     MOVE RUN-DATE TO EXCPT-RUN-DATE.
039125     MOVE "GLPOST" TO EXCPT-PROGRAM.
039130     MOVE "COAM" TO EXCPT-CODE.
039135     MOVE 2 TO EXCPT-SEVERITY.
039140     MOVE SPACES TO EXCPT-TEXT.
039145     STRING "COA-MAPPING-TABLE-FULL AT ", COA-SOURCE, " ",
039150         COA-RECORD-TYPE, " ", COA-KEY, " JOURNAL HELD"
039155         DELIMITED BY SIZE INTO EXCPT-TEXT.
039160     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
039165     SET COAMAP-AT-END TO TRUE.
039170 0530-EXIT.
039175     EXIT.
039200
039300*--------------------------------------------------------------
039400* BATCH 1 -- THE DEATHANDTAXES EXTRACT. EVERY NON-ZERO AMOUNT
039500* ON A "D", "S", OR "F" RECORD POSTS; THE "T" RECORD IS ONLY
039600* CHECKED AGAINST WHAT THE DETAIL ADDED UP TO.
039700*--------------------------------------------------------------
039800 1000-READ-DTX-EXTRACT.
039900     MOVE 1 TO BX.
040000     OPEN INPUT DTXGLEX-FILE.
040100     IF NOT DTXGLEX-OK THEN
040200         PERFORM 2900-REPORT-EXTRACT-MISSING
040220     ELSE
040240         SET BAT-OPENED(1) TO TRUE
040260         PERFORM 1100-READ-ONE-DTX
040280             UNTIL DTXGLEX-AT-END
040300         CLOSE DTXGLEX-FILE
040400     END-IF.
040800 1000-EXIT.
040900     EXIT.
041000
041100 1100-READ-ONE-DTX.
041200     READ DTXGLEX-FILE
041300         AT END
041400             SET DTXGLEX-AT-END TO TRUE
041450         NOT AT END
041500             PERFORM 1110-TAKE-DTX-RECORD
041600     END-READ.
041620 1100-EXIT.
041640     EXIT.
041660
041680 1110-TAKE-DTX-RECORD.
041700     ADD 1 TO RECORDS-READ.
041800     ADD 1 TO BAT-RECORDS(1).
041900     IF DGL-RUN-DATE NOT = RUN-DATE THEN
042000         ADD 1 TO BAT-STALE(1)
042100         ADD 1 TO RECORDS-REJECTED
042110     ELSE
042120         IF DGL-RECORD-TYPE = "T" THEN
042130             SET BAT-TOTAL-SEEN(1) TO TRUE
042140             IF DGL-ST-GROSS NOT = DTX-SUM-ST-GROSS
042150                     OR DGL-ST-TAX NOT = DTX-SUM-ST-TAX
042160                     OR DGL-LT-GROSS NOT = DTX-SUM-LT-GROSS
042170                     OR DGL-LT-TAX NOT = DTX-SUM-LT-TAX
042180                     OR DGL-OFFSET NOT = DTX-SUM-OFFSET
042190                     OR DGL-FEES NOT = DTX-SUM-FEES THEN
042200                 SET BAT-TOTAL-DISAGREES(1) TO TRUE
042210             END-IF
042220         ELSE
042230             PERFORM 1120-POST-DTX-RECORD
042240         END-IF
042300     END-IF.
042400 1110-EXIT.
042500     EXIT.
042600
042700 1120-POST-DTX-RECORD.
043600     MOVE "DTX" TO POST-SOURCE.
043700     MOVE DGL-ACCOUNT TO POST-KEY.
043800     MOVE SPACES TO POST-REFERENCE.
043900     STRING DGL-ACCOUNT, " ", DGL-TICKER
044000         DELIMITED BY SIZE INTO POST-REFERENCE.
044100     IF DGL-RECORD-TYPE = "D" THEN
044200         ADD DGL-ST-GROSS TO DTX-SUM-ST-GROSS
044300         ADD DGL-ST-TAX TO DTX-SUM-ST-TAX
044400         ADD DGL-LT-GROSS TO DTX-SUM-LT-GROSS
044500         ADD DGL-LT-TAX TO DTX-SUM-LT-TAX
044600         ADD DGL-OFFSET TO DTX-SUM-OFFSET
044700         MOVE "STGN" TO POST-TYPE
044800         MOVE DGL-ST-GROSS TO POST-AMOUNT
044900         PERFORM 1500-POST-AMOUNT
045000         MOVE "STTX" TO POST-TYPE
045100         MOVE DGL-ST-TAX TO POST-AMOUNT
045200         PERFORM 1500-POST-AMOUNT
045300         MOVE "LTGN" TO POST-TYPE
045400         MOVE DGL-LT-GROSS TO POST-AMOUNT
045500         PERFORM 1500-POST-AMOUNT
045600         MOVE "LTTX" TO POST-TYPE
045700         MOVE DGL-LT-TAX TO POST-AMOUNT
045800         PERFORM 1500-POST-AMOUNT
045900         MOVE "OFST" TO POST-TYPE
046000         MOVE DGL-OFFSET TO POST-AMOUNT
046100         PERFORM 1500-POST-AMOUNT
046200     END-IF.
046300     IF DGL-RECORD-TYPE = "S" THEN
046400         MOVE "CVGN" TO POST-TYPE
046500         MOVE DGL-ST-GROSS TO POST-AMOUNT
046600         PERFORM 1500-POST-AMOUNT
046700     END-IF.
046800     IF DGL-RECORD-TYPE = "F" THEN
046900         ADD DGL-FEES TO DTX-SUM-FEES
047000         MOVE "FEES" TO POST-TYPE
047100         MOVE DGL-FEES TO POST-AMOUNT
047200         PERFORM 1500-POST-AMOUNT
047300     END-IF.
047400 1120-EXIT.
047500     EXIT.
047600
047700*--------------------------------------------------------------
047800* POST ONE SOURCE AMOUNT IN BATCH BX -- ROUNDED TO THE CENT,
047900* ONE JOURNAL LINE PER MAPPING RECORD FOR ITS OWN ACCOUNT OR
048000* GARAGE, ELSE PER "*" RECORD. A NEGATIVE AMOUNT (A LOSS, OR
048100* FEES BACKED OUT) POSTS TO THE OPPOSITE SIDE. AN AMOUNT THAT
048200* NOTHING MAPS IS A SERIOUS EXCEPTION AND HOLDS THE JOURNAL.
048300*--------------------------------------------------------------
048400 1500-POST-AMOUNT.
048500     COMPUTE POST-CENTS ROUNDED = POST-AMOUNT.
048600     IF POST-CENTS NOT = 0 THEN
048700         PERFORM 1550-DESCRIBE-TYPE
048800         MOVE 0 TO POST-MATCHES
048900         MOVE POST-KEY TO MATCH-KEY
049600         PERFORM 1600-MATCH-ONE-MAP
049700             VARYING MX FROM 1 BY 1 UNTIL MX > MAP-COUNT
049710         IF POST-MATCHES = 0 THEN
049720             MOVE "*" TO MATCH-KEY
049730             PERFORM 1600-MATCH-ONE-MAP
049740                 VARYING MX FROM 1 BY 1 UNTIL MX > MAP-COUNT
049750         END-IF
049760         IF POST-MATCHES = 0 THEN
049770             PERFORM 1800-REPORT-UNMAPPED
049780         END-IF
049800     END-IF.
050200 1500-EXIT.
050300     EXIT.
050400
050500 1550-DESCRIBE-TYPE.
050600     MOVE SPACES TO LINE-DESCRIPTION.
050700     IF POST-TYPE = "STGN" THEN
050800         MOVE "SHORT-TERM GAIN" TO LINE-DESCRIPTION
050900     END-IF.
051000     IF POST-TYPE = "STTX" THEN
051100         MOVE "SHORT-TERM TAX WITHHELD" TO LINE-DESCRIPTION
051200     END-IF.
051300     IF POST-TYPE = "LTGN" THEN
051400         MOVE "LONG-TERM GAIN" TO LINE-DESCRIPTION
051500     END-IF.
051600     IF POST-TYPE = "LTTX" THEN
051700         MOVE "LONG-TERM TAX WITHHELD" TO LINE-DESCRIPTION
051800     END-IF.
051900     IF POST-TYPE = "OFST" THEN
052000         MOVE "LOSS OFFSET" TO LINE-DESCRIPTION
052100     END-IF.
052200     IF POST-TYPE = "CVGN" THEN
052300         MOVE "SHORT-COVER GAIN" TO LINE-DESCRIPTION
052400     END-IF.
052500     IF POST-TYPE = "FEES" THEN
052600         MOVE "COMMISSION AND FEES" TO LINE-DESCRIPTION
052700     END-IF.
052800     IF POST-TYPE = "REVN" THEN
052900         MOVE "PARKING REVENUE" TO LINE-DESCRIPTION
053000     END-IF.
053010     IF POST-TYPE = "PTAX" THEN
053020         MOVE "PARKING TAX COLLECTED" TO LINE-DESCRIPTION
053030     END-IF.
053040     IF POST-TYPE = "CSET" THEN
053050         MOVE "CARD SETTLEMENT NET" TO LINE-DESCRIPTION
053060     END-IF.
053070     IF POST-TYPE = "CFEE" THEN
053080         MOVE "CARD PROCESSOR FEES" TO LINE-DESCRIPTION
053090     END-IF.
053100 1550-EXIT.
053200     EXIT.
053300
053400 1600-MATCH-ONE-MAP.
053500     IF MAPT-SOURCE(MX) = POST-SOURCE
053600             AND MAPT-TYPE(MX) = POST-TYPE
053700             AND MAPT-KEY(MX) = MATCH-KEY THEN
053800         ADD 1 TO POST-MATCHES
053900         PERFORM 1700-ADD-JOURNAL-LINE
054000     END-IF.
054100 1600-EXIT.
054200     EXIT.
054300
054400*--------------------------------------------------------------
054500* ONE JOURNAL LINE FROM MAPPING RECORD MX, HELD IN THE TABLE
054600* AND ADDED TO ITS BATCH'S AND ITS GL ACCOUNT'S TOTALS. A FULL
054700* TABLE HOLDS THE JOURNAL -- A PART-POSTED NIGHT NEVER GOES.
054800*--------------------------------------------------------------
054900 1700-ADD-JOURNAL-LINE.
055000     IF JL-COUNT >= 3000 THEN
055100         IF NOT JL-FULL THEN
055200             SET JL-FULL TO TRUE
055300             SET JOURNAL-HELD TO TRUE
055400             MOVE RUN-DATE TO EXCPT-RUN-DATE
055500             MOVE "GLPOST" TO EXCPT-PROGRAM
055600             MOVE "GLJE" TO EXCPT-CODE
055700             MOVE 2 TO EXCPT-SEVERITY
055800             MOVE SPACES TO EXCPT-TEXT
055900             STRING "JOURNAL-TABLE-FULL AT ", POST-SOURCE, " ",
056000                 POST-REFERENCE, " JOURNAL HELD"
056100                 DELIMITED BY SIZE INTO EXCPT-TEXT
056200             CALL "EXCPTRPT" USING EXCEPTION-RECORD
056300         END-IF
056350     ELSE
056400         PERFORM 1710-STORE-JOURNAL-LINE
056500     END-IF.
056520 1700-EXIT.
056540     EXIT.
056560
056580 1710-STORE-JOURNAL-LINE.
056600     ADD 1 TO JL-COUNT.
056700     MOVE BX TO JL-BATCH(JL-COUNT).
056800     MOVE MAPT-GL-ACCOUNT(MX) TO JL-GL-ACCOUNT(JL-COUNT).
056900     IF MAPT-COST-CENTER(MX) = "*" THEN
057000         MOVE POST-KEY TO JL-COST-CENTER(JL-COUNT)
057100     ELSE
057200         MOVE MAPT-COST-CENTER(MX) TO JL-COST-CENTER(JL-COUNT)
057300     END-IF.
057400     IF POST-CENTS > 0 THEN
057500         MOVE MAPT-SIDE(MX) TO JL-SIDE(JL-COUNT)
057600         MOVE POST-CENTS TO JL-AMOUNT(JL-COUNT)
057700     ELSE
057800         IF MAPT-SIDE(MX) = "D" THEN
057900             MOVE "C" TO JL-SIDE(JL-COUNT)
058000         ELSE
058100             MOVE "D" TO JL-SIDE(JL-COUNT)
058200         END-IF
058300         COMPUTE JL-AMOUNT(JL-COUNT) = 0 - POST-CENTS
058400     END-IF.
058500     MOVE POST-REFERENCE TO JL-REFERENCE(JL-COUNT).
058600     MOVE LINE-DESCRIPTION TO JL-DESCRIPTION(JL-COUNT).
058700     ADD 1 TO BAT-LINES(BX).
058800     IF JL-SIDE(JL-COUNT) = "D" THEN
058900         ADD JL-AMOUNT(JL-COUNT) TO BAT-DEBITS(BX)
059000     ELSE
059100         ADD JL-AMOUNT(JL-COUNT) TO BAT-CREDITS(BX)
059200     END-IF.
059300     PERFORM 1750-ADD-GL-SUMMARY.
059400 1710-EXIT.
059500     EXIT.
059600
059700 1750-ADD-GL-SUMMARY.
059800     PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GLS-COUNT
059900         IF GLS-GL-ACCOUNT(GX) = JL-GL-ACCOUNT(JL-COUNT)
060000                 AND GLS-COST-CENTER(GX)
060100                     = JL-COST-CENTER(JL-COUNT) THEN
060200             EXIT PERFORM
060300         END-IF
060400     END-PERFORM.
060420     IF GX > GLS-COUNT AND GLS-COUNT >= 200 THEN
060440         ADD 1 TO GLS-OVERFLOW
060460     ELSE
060480         IF GX > GLS-COUNT THEN
060500             ADD 1 TO GLS-COUNT
060520             MOVE GLS-COUNT TO GX
060540             MOVE JL-GL-ACCOUNT(JL-COUNT) TO GLS-GL-ACCOUNT(GX)
060560             MOVE JL-COST-CENTER(JL-COUNT) TO GLS-COST-CENTER(GX)
060580             MOVE 0 TO GLS-DEBITS(GX)
060600             MOVE 0 TO GLS-CREDITS(GX)
060900         END-IF
061000         IF JL-SIDE(JL-COUNT) = "D" THEN
061100             ADD JL-AMOUNT(JL-COUNT) TO GLS-DEBITS(GX)
061200         ELSE
061300             ADD JL-AMOUNT(JL-COUNT) TO GLS-CREDITS(GX)
061400         END-IF
061600     END-IF.
062200 1750-EXIT.
062300     EXIT.
062400
062500 1800-REPORT-UNMAPPED.
062600     SET JOURNAL-HELD TO TRUE.
062700     ADD 1 TO BAT-UNMAPPED(BX).
062800     ADD 1 TO RECORDS-REJECTED.
062900     MOVE POST-CENTS TO AMOUNT-DISP.
063000     MOVE SPACES TO RPT-LINE.
063100     STRING RUN-DATE, "   UNMAPPED ", POST-SOURCE, " ",
063200         POST-TYPE, " ", POST-REFERENCE, " ", AMOUNT-DISP
063300         DELIMITED BY SIZE INTO RPT-LINE.
063400     PERFORM 0700-WRITE-REPORT.
063500     MOVE RUN-DATE TO EXCPT-RUN-DATE.
063600     MOVE "GLPOST" TO EXCPT-PROGRAM.
063700     MOVE "GLMP" TO EXCPT-CODE.
063800     MOVE 2 TO EXCPT-SEVERITY.
063900     MOVE SPACES TO EXCPT-TEXT.
064000     STRING "NO-GL-MAPPING ", POST-SOURCE, " ", POST-TYPE, " ",
064100         POST-REFERENCE, " JOURNAL HELD"
064200         DELIMITED BY SIZE INTO EXCPT-TEXT.
064300     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
064400 1800-EXIT.
064500     EXIT.
064600
064700*--------------------------------------------------------------
064800* BATCH 2 -- THE PARKINGROLLUP EXTRACT. EACH "D" TIER AMOUNT
064900* POSTS AS REVENUE OF ITS GARAGE; THE GARAGE "T" RECORDS ARE
065000* SUBTOTALS, AND THE "*CHAIN*" TOTAL IS CHECKED AGAINST THE
065100* DETAIL.
065120* A "C" RECORD'S TAX POSTS AS PARKING TAX OF ITS GARAGE; "X" AND
065140* "E" SPLIT THE SAME REVENUE AND ARE NOT POSTED.
065160* AN "N" RECORD POSTS AS CARD SETTLEMENT AND AN "F" AS CARD
065180* PROCESSOR FEES OF ITS GARAGE.
065200*--------------------------------------------------------------
065300 2000-READ-PRK-EXTRACT.
065400     MOVE 2 TO BX.
065500     OPEN INPUT PRKGLEX-FILE.
065600     IF NOT PRKGLEX-OK THEN
065700         PERFORM 2900-REPORT-EXTRACT-MISSING
065720     ELSE
065740         SET BAT-OPENED(2) TO TRUE
065760         PERFORM 2100-READ-ONE-PRK
065780             UNTIL PRKGLEX-AT-END
065800         CLOSE PRKGLEX-FILE
065900     END-IF.
066300 2000-EXIT.
066400     EXIT.
066500
066600 2100-READ-ONE-PRK.
066700     READ PRKGLEX-FILE
066800         AT END
066900             SET PRKGLEX-AT-END TO TRUE
066950         NOT AT END
067000             PERFORM 2110-TAKE-PRK-RECORD
067100     END-READ.
067120 2100-EXIT.
067140     EXIT.
067160
067180 2110-TAKE-PRK-RECORD.
067200     ADD 1 TO RECORDS-READ.
067300     ADD 1 TO BAT-RECORDS(2).
067400     IF PGL-RUN-DATE NOT = RUN-DATE THEN
067500         ADD 1 TO BAT-STALE(2)
067600         ADD 1 TO RECORDS-REJECTED
067610     ELSE
067620         IF PGL-RECORD-TYPE = "T" THEN
067630             IF PGL-GARAGE = "*CHAIN*" THEN
067640                 SET BAT-TOTAL-SEEN(2) TO TRUE
067650                 IF PGL-AMOUNT NOT = PRK-SUM-REVENUE THEN
067660                     SET BAT-TOTAL-DISAGREES(2) TO TRUE
067670                 END-IF
067680             END-IF
067690         ELSE
067700             PERFORM 2120-POST-PRK-RECORD
067710         END-IF
067800     END-IF.
067900 2110-EXIT.
068000     EXIT.
068100
068200 2120-POST-PRK-RECORD.
068800     IF PGL-RECORD-TYPE = "D" THEN
068900         ADD PGL-AMOUNT TO PRK-SUM-REVENUE
069000         MOVE "PRK" TO POST-SOURCE
069100         MOVE "REVN" TO POST-TYPE
069200         MOVE PGL-GARAGE TO POST-KEY
069300         MOVE SPACES TO POST-REFERENCE
069400         STRING PGL-GARAGE, " TIER ", PGL-TIER
069500             DELIMITED BY SIZE INTO POST-REFERENCE
069600         MOVE PGL-AMOUNT TO POST-AMOUNT
069700         PERFORM 1500-POST-AMOUNT
069800     END-IF.
069805     IF PGL-RECORD-TYPE = "C" THEN
069810         MOVE "PRK" TO POST-SOURCE
069815         MOVE "PTAX" TO POST-TYPE
069820         MOVE PGL-GARAGE TO POST-KEY
069825         MOVE SPACES TO POST-REFERENCE
069830         STRING PGL-GARAGE, " PARKING TAX"
069835             DELIMITED BY SIZE INTO POST-REFERENCE
069840         MOVE PGL-AMOUNT TO POST-AMOUNT
069845         PERFORM 1500-POST-AMOUNT
069850     END-IF.
069855     IF PGL-RECORD-TYPE = "N" THEN
069860         MOVE "PRK" TO POST-SOURCE
069865         MOVE "CSET" TO POST-TYPE
069870         MOVE PGL-GARAGE TO POST-KEY
069875         MOVE SPACES TO POST-REFERENCE
069880         STRING PGL-GARAGE, " CARD SETTLED"
069885             DELIMITED BY SIZE INTO POST-REFERENCE
069890         MOVE PGL-AMOUNT TO POST-AMOUNT
069895         PERFORM 1500-POST-AMOUNT
069900     END-IF.
069905     IF PGL-RECORD-TYPE = "F" THEN
069910         MOVE "PRK" TO POST-SOURCE
069915         MOVE "CFEE" TO POST-TYPE
069920         MOVE PGL-GARAGE TO POST-KEY
069925         MOVE SPACES TO POST-REFERENCE
069930         STRING PGL-GARAGE, " CARD FEES"
069935             DELIMITED BY SIZE INTO POST-REFERENCE
069940         MOVE PGL-AMOUNT TO POST-AMOUNT
069945         PERFORM 1500-POST-AMOUNT
069950     END-IF.
069955 2120-EXIT.
070000     EXIT.
070100
070200*--------------------------------------------------------------
070300* AN EXTRACT THAT WILL NOT OPEN MEANS ITS BATCH CANNOT POST,
070400* AND THE NIGHT'S JOURNAL WOULD GO OUT SHORT -- HOLD IT.
070500*--------------------------------------------------------------
070600 2900-REPORT-EXTRACT-MISSING.
070700     SET JOURNAL-HELD TO TRUE.
070800     MOVE RUN-DATE TO EXCPT-RUN-DATE.
070900     MOVE "GLPOST" TO EXCPT-PROGRAM.
071000     MOVE "GLEX" TO EXCPT-CODE.
071100     MOVE 2 TO EXCPT-SEVERITY.
071200     MOVE SPACES TO EXCPT-TEXT.
071300     IF BX = 1 THEN
071400         STRING "DTXGLEX-OPEN-FAILED STATUS ", DTXGLEX-STATUS,
071500             " JOURNAL HELD"
071600             DELIMITED BY SIZE INTO EXCPT-TEXT
071700     ELSE
071800         STRING "PRKGLEX-OPEN-FAILED STATUS ", PRKGLEX-STATUS,
071900             " JOURNAL HELD"
072000             DELIMITED BY SIZE INTO EXCPT-TEXT
072100     END-IF.
072200     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
072300 2900-EXIT.
072400     EXIT.
072500
072600*--------------------------------------------------------------
072700* PROVE ONE BATCH -- DEBITS MUST EQUAL CREDITS, EVERY RECORD
072800* MUST BELONG TO TONIGHT, AND THE EXTRACT'S OWN TOTAL RECORD
072900* MUST BE THERE AND AGREE WITH ITS DETAIL. ANY FAILURE IS A
073000* SERIOUS EXCEPTION AND HOLDS THE JOURNAL.
073100*--------------------------------------------------------------
073200 3000-CHECK-BATCH.
073300     MOVE BAT-LINES(BX) TO COUNT-DISP.
073400     MOVE BAT-DEBITS(BX) TO DEBIT-DISP.
073500     MOVE BAT-CREDITS(BX) TO CREDIT-DISP.
073600     MOVE SPACES TO RPT-LINE.
073700     STRING RUN-DATE, "   BATCH ", BAT-SOURCE(BX), " ",
073800         BAT-TEXT(BX), " LINES ", COUNT-DISP,
073900         " DEBITS ", DEBIT-DISP, " CREDITS ", CREDIT-DISP
074000         DELIMITED BY SIZE INTO RPT-LINE.
074100     PERFORM 0700-WRITE-REPORT.
074200     IF BAT-OPENED(BX) THEN
074300         PERFORM 3100-PROVE-BATCH
074400     END-IF.
074420 3000-EXIT.
074440     EXIT.
074460
074480 3100-PROVE-BATCH.
074500     IF BAT-DEBITS(BX) NOT = BAT-CREDITS(BX) THEN
074600         SET JOURNAL-HELD TO TRUE
074700         MOVE SPACES TO RPT-LINE
074800         STRING RUN-DATE, "   BATCH ", BAT-SOURCE(BX),
074900             " OUT OF BALANCE"
075000             DELIMITED BY SIZE INTO RPT-LINE
075100         PERFORM 0700-WRITE-REPORT
075200         MOVE RUN-DATE TO EXCPT-RUN-DATE
075300         MOVE "GLPOST" TO EXCPT-PROGRAM
075400         MOVE "GLBL" TO EXCPT-CODE
075500         MOVE 2 TO EXCPT-SEVERITY
075600         MOVE SPACES TO EXCPT-TEXT
075700         STRING "BATCH ", BAT-SOURCE(BX), " DEBITS ",
075800             DEBIT-DISP, " CREDITS ", CREDIT-DISP,
075900             " JOURNAL HELD"
076000             DELIMITED BY SIZE INTO EXCPT-TEXT
076100         CALL "EXCPTRPT" USING EXCEPTION-RECORD
076200     END-IF.
076300     IF BAT-STALE(BX) > 0 THEN
076400         SET JOURNAL-HELD TO TRUE
076500         MOVE BAT-STALE(BX) TO COUNT-DISP
076600         MOVE RUN-DATE TO EXCPT-RUN-DATE
076700         MOVE "GLPOST" TO EXCPT-PROGRAM
076800         MOVE "GLST" TO EXCPT-CODE
076900         MOVE 2 TO EXCPT-SEVERITY
077000         MOVE SPACES TO EXCPT-TEXT
077100         STRING "BATCH ", BAT-SOURCE(BX), COUNT-DISP,
077200             " EXTRACT RECORDS NOT DATED ", RUN-DATE,
077300             " JOURNAL HELD"
077400             DELIMITED BY SIZE INTO EXCPT-TEXT
077500         CALL "EXCPTRPT" USING EXCEPTION-RECORD
077600     END-IF.
077700     IF NOT BAT-TOTAL-SEEN(BX) OR BAT-TOTAL-DISAGREES(BX) THEN
077800         SET JOURNAL-HELD TO TRUE
077900         MOVE RUN-DATE TO EXCPT-RUN-DATE
078000         MOVE "GLPOST" TO EXCPT-PROGRAM
078100         MOVE "GLCT" TO EXCPT-CODE
078200         MOVE 2 TO EXCPT-SEVERITY
078300         MOVE SPACES TO EXCPT-TEXT
078400         IF NOT BAT-TOTAL-SEEN(BX) THEN
078500             STRING "BATCH ", BAT-SOURCE(BX),
078600                 " EXTRACT HAS NO TOTAL RECORD JOURNAL HELD"
078700                 DELIMITED BY SIZE INTO EXCPT-TEXT
078800         ELSE
078900             STRING "BATCH ", BAT-SOURCE(BX),
079000                 " EXTRACT DETAIL DISAGREES WITH ITS TOTAL",
079100                 " JOURNAL HELD"
079200                 DELIMITED BY SIZE INTO EXCPT-TEXT
079300         END-IF
079400         CALL "EXCPTRPT" USING EXCEPTION-RECORD
079500     END-IF.
079600 3100-EXIT.
079700     EXIT.
079800
079900*--------------------------------------------------------------
080000* THE NIGHT'S POSTINGS BY GL ACCOUNT AND COST CENTER.
080100*--------------------------------------------------------------
080200 3500-PRINT-GL-SUMMARY.
080300     PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GLS-COUNT
080400         MOVE GLS-DEBITS(GX) TO DEBIT-DISP
080500         MOVE GLS-CREDITS(GX) TO CREDIT-DISP
080600         MOVE SPACES TO RPT-LINE
080700         STRING RUN-DATE, "   GL ", GLS-GL-ACCOUNT(GX),
080800             " CENTER ", GLS-COST-CENTER(GX),
080900             " DEBITS ", DEBIT-DISP, " CREDITS ", CREDIT-DISP
081000             DELIMITED BY SIZE INTO RPT-LINE
081100         PERFORM 0700-WRITE-REPORT
081200     END-PERFORM.
081300     IF GLS-OVERFLOW > 0 THEN
081400         MOVE SPACES TO RPT-LINE
081500         STRING RUN-DATE, "   ", GLS-OVERFLOW,
081600             " LINE(S) PAST THE GL SUMMARY TABLE NOT SHOWN"
081700             DELIMITED BY SIZE INTO RPT-LINE
081800         PERFORM 0700-WRITE-REPORT
081900     END-IF.
082000 3500-EXIT.
082100     EXIT.
082200
082300*--------------------------------------------------------------
082400* WRITE THE UPLOAD FILE -- THE WHOLE NIGHT WHEN NOTHING HELD
082500* IT, OTHERWISE AN EMPTY FILE, SO LAST NIGHT'S BATCH CAN NEVER
082600* BE SENT AGAIN IN TONIGHT'S PLACE.
082700*--------------------------------------------------------------
082800 4000-WRITE-JOURNAL.
082900     OPEN OUTPUT GLJRNL-FILE.
083000     IF NOT GLJRNL-OK THEN
083100         MOVE RUN-DATE TO EXCPT-RUN-DATE
083200         MOVE "GLPOST" TO EXCPT-PROGRAM
083300         MOVE "GLJE" TO EXCPT-CODE
083400         MOVE 3 TO EXCPT-SEVERITY
083500         MOVE SPACES TO EXCPT-TEXT
083600         STRING "JOURNAL-OPEN-FAILED STATUS ", GLJRNL-STATUS
083700             DELIMITED BY SIZE INTO EXCPT-TEXT
083800         CALL "EXCPTRPT" USING EXCEPTION-RECORD
083810     ELSE
083820         IF JOURNAL-HELD THEN
083830             CLOSE GLJRNL-FILE
083840             MOVE SPACES TO RPT-LINE
083850             STRING RUN-DATE,
083860                 "   JOURNAL HELD -- UPLOAD FILE LEFT EMPTY"
083870                 DELIMITED BY SIZE INTO RPT-LINE
083880             PERFORM 0700-WRITE-REPORT
083890         ELSE
083900             PERFORM 4050-RELEASE-JOURNAL
083910         END-IF
084000     END-IF.
084100 4000-EXIT.
084200     EXIT.
084300
084400 4050-RELEASE-JOURNAL.
085000     PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 2
085100         PERFORM 4100-WRITE-ONE-BATCH
085200     END-PERFORM.
085300     CLOSE GLJRNL-FILE.
085400     MOVE RELEASED-LINES TO COUNT-DISP.
085500     MOVE SPACES TO RPT-LINE.
085600     STRING RUN-DATE, "   JOURNAL RELEASED -- ", COUNT-DISP,
085700         " LINES"
085800         DELIMITED BY SIZE INTO RPT-LINE.
085900     PERFORM 0700-WRITE-REPORT.
086000 4050-EXIT.
086100     EXIT.
086200
086300 4100-WRITE-ONE-BATCH.
086400     MOVE SPACES TO GLJRNL-RECORD.
086500     MOVE "H" TO GLJ-RECORD-TYPE.
086600     MOVE BAT-SOURCE(BX) TO GLJ-BATCH-SOURCE.
086700     MOVE RUN-DATE TO GLJ-BATCH-DATE.
086800     MOVE 0 TO GLJ-LINE-NO.
086900     MOVE RUN-DATE TO GLJ-EFFECTIVE-DATE.
087000     MOVE BAT-TEXT(BX) TO GLJ-BATCH-TEXT.
087100     WRITE GLJRNL-RECORD.
087200     MOVE 0 TO BATCH-LINE-NO.
087300     PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > JL-COUNT
087400         IF JL-BATCH(JX) = BX THEN
087500             PERFORM 4200-WRITE-ONE-LINE
087600         END-IF
087700     END-PERFORM.
087800     MOVE SPACES TO GLJRNL-RECORD.
087900     MOVE "T" TO GLJ-RECORD-TYPE.
088000     MOVE BAT-SOURCE(BX) TO GLJ-BATCH-SOURCE.
088100     MOVE RUN-DATE TO GLJ-BATCH-DATE.
088200     MOVE 999999 TO GLJ-LINE-NO.
088300     MOVE BATCH-LINE-NO TO GLJ-LINE-COUNT.
088400     MOVE BAT-DEBITS(BX) TO GLJ-DEBIT-TOTAL.
088500     MOVE BAT-CREDITS(BX) TO GLJ-CREDIT-TOTAL.
088600     WRITE GLJRNL-RECORD.
088700 4100-EXIT.
088800     EXIT.
088900
089000 4200-WRITE-ONE-LINE.
089100     ADD 1 TO BATCH-LINE-NO.
089200     ADD 1 TO RELEASED-LINES.
089300     MOVE SPACES TO GLJRNL-RECORD.
089400     MOVE "L" TO GLJ-RECORD-TYPE.
089500     MOVE BAT-SOURCE(BX) TO GLJ-BATCH-SOURCE.
089600     MOVE RUN-DATE TO GLJ-BATCH-DATE.
089700     MOVE BATCH-LINE-NO TO GLJ-LINE-NO.
089800     MOVE JL-GL-ACCOUNT(JX) TO GLJ-GL-ACCOUNT.
089900     MOVE JL-COST-CENTER(JX) TO GLJ-COST-CENTER.
090000     MOVE JL-SIDE(JX) TO GLJ-SIDE.
090100     MOVE JL-AMOUNT(JX) TO GLJ-AMOUNT.
090200     MOVE JL-REFERENCE(JX) TO GLJ-REFERENCE.
090300     MOVE JL-DESCRIPTION(JX) TO GLJ-DESCRIPTION.
090400     WRITE GLJRNL-RECORD.
090500 4200-EXIT.
090600     EXIT.
090700
090800*--------------------------------------------------------------
090900* RUN-LOG START AND END RECORDS FOR THE MORNING OPERATIONS
091000* REPORT. RUNLOGW STAMPS THE CLOCK TIME ITSELF.
091100*--------------------------------------------------------------
091200 0100-LOG-RUN-START.
091300     MOVE "GLPOST" TO RLOG-PROGRAM.
091400     MOVE RUN-DATE TO RLOG-RUN-DATE.
091500     MOVE "S" TO RLOG-EVENT.
091600     MOVE 0 TO RLOG-READ.
091700     MOVE 0 TO RLOG-ACCEPTED.
091800     MOVE 0 TO RLOG-REJECTED.
091900     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
092000     CALL "RUNLOGW" USING RUN-LOG-RECORD.
092100     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
092200 0100-EXIT.
092300     EXIT.
092400
092500 0990-LOG-RUN-END.
092600     MOVE "GLPOST" TO RLOG-PROGRAM.
092700     MOVE RUN-DATE TO RLOG-RUN-DATE.
092800     MOVE "E" TO RLOG-EVENT.
092900     MOVE RECORDS-READ TO RLOG-READ.
093000     COMPUTE RLOG-ACCEPTED = RECORDS-READ - RECORDS-REJECTED.
093100     MOVE RECORDS-REJECTED TO RLOG-REJECTED.
093200     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
093300     CALL "RUNLOGW" USING RUN-LOG-RECORD.
093400     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
093500 0990-EXIT.
093600     EXIT.
093700
093800 0700-WRITE-REPORT.
093900     IF REPORT-OK THEN
094000         WRITE REPORT-RECORD FROM RPT-LINE
094100     END-IF.
094200 0700-EXIT.
094300     EXIT.
