000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BCCLOSE.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BATCH-ARITHMETIC.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  RH   ORIGINAL VERSION - MONTH-END CLOSE OF THE
001000*                    BROKENCALCULATOR LEDGERS. EVERY LEDGER ON
001100*                    THE BALANCES MASTER (BCBALMST) HAS ITS
001200*                    CLOSING C SNAPSHOT INTO THE PERIOD BALANCES
001300*                    HISTORY (PERBAL) UNDER THE CLOSED MONTH, AND
001400*                    A TRIAL BALANCE PRINTS TO RPTOUT WITH EACH
001500*                    LEDGER'S CLOSING AT THE PREVIOUS CLOSE AND
001600*                    THE MONTH-OVER-MONTH CHANGE. THE PRIOR-
001700*                    PERIOD ADJUSTMENTS BROKENCALCULATOR POSTED
001800*                    TO PPADJ IN THE MONTHS SINCE THE PREVIOUS
001900*                    CLOSE ARE LISTED AND NETTED PER LEDGER.
002000*                    ONCE CLOSED, A MONTH CANNOT BE CLOSED AGAIN,
002100*                    NOR CAN ONE BEFORE IT. THE SYSIN LINE
002200*                    "period YYYYMM" NAMES THE MONTH; WITHOUT IT
002300*                    THE MONTH OF THE RUN DATE IS CLOSED.
002400*--------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT BALMAST-FILE ASSIGN TO BALMAST
003000         FILE STATUS IS BALMAST-STATUS.
003100     SELECT PERBAL-FILE ASSIGN TO PERBAL
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS PRB-KEY
003500         FILE STATUS IS PERBAL-STATUS.
003600     SELECT PPADJ-FILE ASSIGN TO PPADJ
003700         FILE STATUS IS PPADJ-STATUS.
003800     SELECT REPORT-FILE ASSIGN TO RPTOUT
003900         FILE STATUS IS REPORT-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300*--------------------------------------------------------------
004400* LEDGER BALANCES MASTER -- ONE RECORD PER LEDGER, THE CLOSING
004500* C BROKENCALCULATOR CARRIES ACROSS NIGHTLY RUNS.
004600*--------------------------------------------------------------
004700 FD  BALMAST-FILE.
004800 01  BALMAST-RECORD.
004900     05  BAL-LEDGER           PIC X(8).
005000     05  BAL-C                PIC S9(16)V9(2).
005100 FD  PERBAL-FILE.
005200 COPY PERBREC.
005300 FD  PPADJ-FILE.
005400 COPY PPADREC.
005500 FD  REPORT-FILE.
005600 01  REPORT-RECORD            PIC X(132).
005700
005800 WORKING-STORAGE SECTION.
005900 COPY EXCPTREC.
006000 COPY PDATEREC.
006100 COPY RUNLOGRC.
006200 01  SAVED-RETURN-CODE        PIC S9(9) COMP.
006300 01  RECORDS-READ             PIC 9(7) VALUE 0.
006400 01  RECORDS-REJECTED         PIC 9(7) VALUE 0.
006500 01  RUN-DATE                 PIC 9(8).
006600 01  RUN-DATE-PARTS REDEFINES RUN-DATE.
006700     05  RUN-PERIOD           PIC 9(6).
006800     05  FILLER               PIC 9(2).
006900
007000 01  BALMAST-STATUS           PIC X(2).
007100     88  BALMAST-OK           VALUE "00".
007200     88  BALMAST-AT-END       VALUE "10".
007300     88  BALMAST-NOT-FOUND    VALUE "35".
007400 01  PERBAL-STATUS            PIC X(2).
007500     88  PERBAL-OK            VALUE "00".
007600     88  PERBAL-AT-END        VALUE "10".
007700     88  PERBAL-NOT-FOUND     VALUE "35".
007800 01  PPADJ-STATUS             PIC X(2).
007900     88  PPADJ-OK             VALUE "00".
008000     88  PPADJ-AT-END         VALUE "10".
008100     88  PPADJ-NOT-FOUND      VALUE "35".
008200 01  REPORT-STATUS            PIC X(2).
008300     88  REPORT-OK            VALUE "00".
008400 01  RPT-LINE                 PIC X(132).
008500
008600*--------------------------------------------------------------
008700* THE MONTH TO CLOSE, FROM THE OPTIONAL "period YYYYMM"
008800* CONTROL LINE, AND WHETHER THE CLOSE MAY GO AHEAD.
008900*--------------------------------------------------------------
009000 01  INPUT-LINE               PIC X(80).
009100 01  OPTION                   PIC X(10).
009200 01  KEYWORD-COUNT            PIC 9(1).
009300 01  CLOSE-PERIOD-X           PIC X(6).
009400 01  CLOSE-PERIOD             PIC 9(6) VALUE 0.
009500 01  CLOSE-PERIOD-PARTS REDEFINES CLOSE-PERIOD.
009600     05  CLP-YEAR             PIC 9(4).
009700     05  CLP-MONTH            PIC 9(2).
009800 01  CLOSE-SWITCH             PIC X(1) VALUE "Y".
009900     88  CLOSE-ALLOWED        VALUE "Y".
010000     88  CLOSE-REFUSED        VALUE "N".
010100 01  CLOSE-REASON             PIC X(50).
010200
010300*--------------------------------------------------------------
010400* THE HISTORY SO FAR -- THE LATEST PERIOD CLOSED. ADJUSTMENTS
010500* POSTED IN A LATER MONTH, UP TO THE ONE BEING CLOSED, BELONG
010600* TO THIS CLOSE.
010700*--------------------------------------------------------------
010800 01  LAST-CLOSED-PERIOD       PIC 9(6) VALUE 0.
010900 01  ADJ-POSTED-DATE          PIC 9(8).
011000 01  ADJ-POSTED-PARTS REDEFINES ADJ-POSTED-DATE.
011100     05  ADJ-POSTED-PERIOD    PIC 9(6).
011200     05  FILLER               PIC 9(2).
011300
011400*--------------------------------------------------------------
011500* ONE ENTRY PER LEDGER ON THE BALANCES MASTER, WITH ITS MOST
011600* RECENT EARLIER CLOSE AND THE NET OF ITS ADJUSTMENTS.
011700*--------------------------------------------------------------
011800 01  LEDGER-IN                PIC X(8).
011900 01  LEDGER-COUNT             PIC 9(2) COMP VALUE 0.
012000 01  LEDGER-IDX               PIC 9(2) COMP.
012100 01  LEDGER-FOUND-SWITCH      PIC X(1).
012200     88  LEDGER-FOUND         VALUE "Y".
012300     88  LEDGER-NOT-FOUND     VALUE "N".
012400 01  LEDGER-TABLE.
012500     05  LEDGER-ENTRY OCCURS 20 TIMES.
012600         10  LDGR-ID          PIC X(8).
012700         10  LDGR-CLOSING     PIC S9(16)V9(2).
012800         10  LDGR-PRIOR-PERIOD PIC 9(6).
012900         10  LDGR-PRIOR       PIC S9(16)V9(2).
013000         10  LDGR-ADJ         PIC S9(16)V9(2).
013100
013200*--------------------------------------------------------------
013300* RUN TOTALS AND PRINT FIELDS.
013400*--------------------------------------------------------------
013500 01  LEDGER-CHANGE            PIC S9(16)V9(2).
013600 01  ADJ-AMOUNT               PIC S9(16)V9(2).
013700 01  ADJ-COUNT                PIC 9(5) VALUE 0.
013800 01  HISTORY-WRITTEN          PIC 9(5) VALUE 0.
013900 01  HISTORY-FAILS            PIC 9(5) VALUE 0.
014000 01  TOTAL-PRIOR              PIC S9(16)V9(2) VALUE 0.
014100 01  TOTAL-CLOSING            PIC S9(16)V9(2) VALUE 0.
014200 01  TOTAL-CHANGE             PIC S9(16)V9(2) VALUE 0.
014300 01  TOTAL-ADJ                PIC S9(16)V9(2) VALUE 0.
014400 01  PRIOR-OUT                PIC -(16)9.99.
014500 01  CLOSING-OUT              PIC -(16)9.99.
014600 01  CHANGE-OUT               PIC -(16)9.99.
014700 01  ADJ-OUT                  PIC -(16)9.99.
014800 01  PERIOD-OUT               PIC X(6).
014900 01  COUNT-DISP               PIC Z(4)9.
015000
015100 PROCEDURE DIVISION.
015200 0000-MAINLINE.
015300     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
015400     MOVE RUN-DATE TO PDAT-CLOCK-DATE.
015500     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
015600     CALL "SETPDATE" USING PROCESSING-DATE-RECORD.
015700     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
015800     MOVE PDAT-RUN-DATE TO RUN-DATE.
015900     PERFORM 0100-LOG-RUN-START.
016000     PERFORM 0200-READ-CONTROL-LINE.
016100     OPEN OUTPUT REPORT-FILE.
016200     IF NOT REPORT-OK THEN
016300         MOVE RUN-DATE TO EXCPT-RUN-DATE
016400         MOVE "BCCLOSE" TO EXCPT-PROGRAM
016500         MOVE "RPTO" TO EXCPT-CODE
016600         MOVE 3 TO EXCPT-SEVERITY
016700         MOVE SPACES TO EXCPT-TEXT
016800         STRING "REPORT-OPEN-FAILED STATUS ", REPORT-STATUS
016900             DELIMITED BY SIZE INTO EXCPT-TEXT
017000         CALL "EXCPTRPT" USING EXCEPTION-RECORD
017100     END-IF.
017200     MOVE SPACES TO RPT-LINE.
017300     STRING RUN-DATE, " LEDGER MONTH-END CLOSE -- PERIOD ",
017400         CLOSE-PERIOD
017500         DELIMITED BY SIZE INTO RPT-LINE.
017600     PERFORM 0700-WRITE-REPORT.
017700
017800     IF CLOSE-ALLOWED THEN
017900         PERFORM 0500-LOAD-BALANCES
018000     END-IF.
018100     IF CLOSE-ALLOWED THEN
018200         PERFORM 0600-LOAD-HISTORY
018300     END-IF.
018400     IF CLOSE-ALLOWED THEN
018500         PERFORM 1000-LIST-ADJUSTMENTS
018600         PERFORM 2000-PRINT-TRIAL-BALANCE
018700         PERFORM 3000-WRITE-HISTORY
018800     ELSE
018900         ADD 1 TO RECORDS-REJECTED
019000         MOVE RUN-DATE TO EXCPT-RUN-DATE
019100         MOVE "BCCLOSE" TO EXCPT-PROGRAM
019200         MOVE "PCLS" TO EXCPT-CODE
019300         MOVE 2 TO EXCPT-SEVERITY
019400         MOVE SPACES TO EXCPT-TEXT
019500         STRING "PERIOD ", CLOSE-PERIOD, " NOT CLOSED ",
019600             CLOSE-REASON
019700             DELIMITED BY SIZE INTO EXCPT-TEXT
019800         CALL "EXCPTRPT" USING EXCEPTION-RECORD
019900         MOVE SPACES TO RPT-LINE
020000         STRING RUN-DATE, " PERIOD NOT CLOSED -- ",
020100             CLOSE-REASON
020200             DELIMITED BY SIZE INTO RPT-LINE
020300         PERFORM 0700-WRITE-REPORT
020400     END-IF.
020500
020600     IF REPORT-OK THEN
020700         CLOSE REPORT-FILE
020800     END-IF.
020900     DISPLAY RUN-DATE, " BCCLOSE PERIOD ", CLOSE-PERIOD,
021000         " LEDGERS ", LEDGER-COUNT, " HISTORY WRITTEN ",
021100         HISTORY-WRITTEN, " ADJUSTMENTS ", ADJ-COUNT.
021200     PERFORM 0990-LOG-RUN-END.
021300     STOP RUN.
021400
021500*--------------------------------------------------------------
021600* THE OPTIONAL "period YYYYMM" CONTROL LINE. A MONTH THAT IS
021700* NOT A MONTH, OR ONE STILL TO COME, IS NOT CLOSED.
021800*--------------------------------------------------------------
021900 0200-READ-CONTROL-LINE.
022000     MOVE SPACES TO INPUT-LINE, CLOSE-PERIOD-X.
022100     ACCEPT INPUT-LINE.
022200     MOVE 0 TO KEYWORD-COUNT.
022300     INSPECT INPUT-LINE TALLYING KEYWORD-COUNT FOR ALL "period".
022400     IF KEYWORD-COUNT = 1 THEN
022500         UNSTRING INPUT-LINE DELIMITED BY ALL SPACE
022600             INTO OPTION, CLOSE-PERIOD-X
022700     END-IF.
022800     IF CLOSE-PERIOD-X = SPACES THEN
022900         MOVE RUN-PERIOD TO CLOSE-PERIOD
023000     ELSE
023100         IF CLOSE-PERIOD-X IS NUMERIC THEN
023200             MOVE CLOSE-PERIOD-X TO CLOSE-PERIOD
023300         ELSE
023400             SET CLOSE-REFUSED TO TRUE
023500             MOVE "CONTROL LINE PERIOD IS NOT YYYYMM"
023600                 TO CLOSE-REASON
023700         END-IF
023800     END-IF.
023900     IF CLOSE-ALLOWED AND
024000             (CLP-MONTH < 1 OR CLP-MONTH > 12) THEN
024100         SET CLOSE-REFUSED TO TRUE
024200         MOVE "CONTROL LINE PERIOD IS NOT YYYYMM"
024300             TO CLOSE-REASON
024400     END-IF.
024500     IF CLOSE-ALLOWED AND CLOSE-PERIOD > RUN-PERIOD THEN
024600         SET CLOSE-REFUSED TO TRUE
024700         MOVE "PERIOD HAS NOT STARTED YET" TO CLOSE-REASON
024800     END-IF.
024900 0200-EXIT.
025000     EXIT.
025100
025200*--------------------------------------------------------------
025300* LOAD EVERY LEDGER'S CLOSING C FROM THE BALANCES MASTER.
025400* WITHOUT IT THERE IS NOTHING TO CLOSE.
025500*--------------------------------------------------------------
025600 0500-LOAD-BALANCES.
025700     OPEN INPUT BALMAST-FILE.
025800     IF NOT BALMAST-OK THEN
025900         SET CLOSE-REFUSED TO TRUE
026000         MOVE SPACES TO CLOSE-REASON
026100         STRING "BALANCES MASTER NOT AVAILABLE STATUS ",
026200             BALMAST-STATUS
026300             DELIMITED BY SIZE INTO CLOSE-REASON
026340     ELSE
026380         PERFORM 0510-LOAD-ONE-BALANCE
026420             UNTIL BALMAST-AT-END
026460         CLOSE BALMAST-FILE
026500     END-IF.
026900 0500-EXIT.
027000     EXIT.
027100
027200 0510-LOAD-ONE-BALANCE.
027300     READ BALMAST-FILE
027400         AT END
027500             SET BALMAST-AT-END TO TRUE
027510         NOT AT END
027520             ADD 1 TO RECORDS-READ
027530             IF LEDGER-COUNT >= 20 THEN
027540                 SET CLOSE-REFUSED TO TRUE
027550                 MOVE
027555                     "MORE THAN 20 LEDGERS ON THE BALANCES MASTER"
027560                     TO CLOSE-REASON
027570                 SET BALMAST-AT-END TO TRUE
027580             ELSE
027590                 ADD 1 TO LEDGER-COUNT
027600                 MOVE BAL-LEDGER TO LDGR-ID(LEDGER-COUNT)
027610                 MOVE BAL-C TO LDGR-CLOSING(LEDGER-COUNT)
027620                 MOVE 0 TO LDGR-PRIOR-PERIOD(LEDGER-COUNT)
027630                 MOVE 0 TO LDGR-PRIOR(LEDGER-COUNT)
027640                 MOVE 0 TO LDGR-ADJ(LEDGER-COUNT)
027650             END-IF
027700     END-READ.
029200 0510-EXIT.
029300     EXIT.
029400
029500*--------------------------------------------------------------
029600* READ THE PERIOD BALANCES HISTORY -- THE LATEST PERIOD CLOSED,
029700* AND EACH LEDGER'S MOST RECENT EARLIER CLOSING. A
029800* PERIOD ALREADY CLOSED, OR ONE BEFORE THE LATEST CLOSED, IS
029900* NOT CLOSED AGAIN. NO HISTORY YET IS THE FIRST CLOSE.
030000*--------------------------------------------------------------
030100 0600-LOAD-HISTORY.
030200     OPEN INPUT PERBAL-FILE.
030300     IF PERBAL-OK THEN
030400         PERFORM 0610-READ-ONE-PERIOD
030500             UNTIL PERBAL-AT-END
030600         CLOSE PERBAL-FILE
030700         IF CLOSE-PERIOD NOT > LAST-CLOSED-PERIOD THEN
030800             SET CLOSE-REFUSED TO TRUE
030900             MOVE SPACES TO CLOSE-REASON
031000             STRING "PERIOD ", LAST-CLOSED-PERIOD,
031100                 " IS ALREADY CLOSED"
031200                 DELIMITED BY SIZE INTO CLOSE-REASON
031300         END-IF
031400     ELSE
031500         IF NOT PERBAL-NOT-FOUND THEN
031600             SET CLOSE-REFUSED TO TRUE
031700             MOVE SPACES TO CLOSE-REASON
031800             STRING "PERIOD BALANCES HISTORY OPEN FAILED STATUS ",
031900                 PERBAL-STATUS
032000                 DELIMITED BY SIZE INTO CLOSE-REASON
032100         END-IF
032300     END-IF.
032400 0600-EXIT.
032500     EXIT.
032600
032700 0610-READ-ONE-PERIOD.
032800     READ PERBAL-FILE NEXT RECORD
032900         AT END
033000             SET PERBAL-AT-END TO TRUE
033020         NOT AT END
033040             IF PRB-PERIOD > LAST-CLOSED-PERIOD THEN
033060                 MOVE PRB-PERIOD TO LAST-CLOSED-PERIOD
033080             END-IF
033100             IF PRB-PERIOD < CLOSE-PERIOD THEN
033120                 PERFORM 0620-TAKE-PRIOR-CLOSING
033140             END-IF
033200     END-READ.
033340 0610-EXIT.
033480     EXIT.
033620
033760 0620-TAKE-PRIOR-CLOSING.
033900     MOVE PRB-LEDGER TO LEDGER-IN.
034000     PERFORM 1500-FIND-LEDGER.
034100     IF LEDGER-FOUND AND
034200             PRB-PERIOD > LDGR-PRIOR-PERIOD(LEDGER-IDX) THEN
034300         MOVE PRB-PERIOD TO LDGR-PRIOR-PERIOD(LEDGER-IDX)
034400         MOVE PRB-CLOSING TO LDGR-PRIOR(LEDGER-IDX)
034500     END-IF.
034600 0620-EXIT.
034700     EXIT.
034800
034900*--------------------------------------------------------------
035000* LIST EVERY PRIOR-PERIOD ADJUSTMENT BROKENCALCULATOR POSTED
035100* AFTER THE LAST CLOSED MONTH AND NO LATER THAN THE MONTH BEING
035200* CLOSED, NETTING EACH ONE INTO ITS LEDGER.
035300* NO ADJUSTMENTS LOG MEANS NONE HAVE BEEN POSTED.
035400*--------------------------------------------------------------
035500 1000-LIST-ADJUSTMENTS.
035600     MOVE SPACES TO RPT-LINE.
035700     STRING RUN-DATE, " PRIOR-PERIOD ADJUSTMENTS POSTED AFTER ",
035800         "PERIOD ", LAST-CLOSED-PERIOD
035900         DELIMITED BY SIZE INTO RPT-LINE.
036000     PERFORM 0700-WRITE-REPORT.
036100     MOVE SPACES TO RPT-LINE.
036200     STRING RUN-DATE, " POSTED   DATED    PERIOD LEDGER   ",
036300         "OP XFER-REF                BEFORE",
036400         "                AFTER"
036500         DELIMITED BY SIZE INTO RPT-LINE.
036600     PERFORM 0700-WRITE-REPORT.
036700     OPEN INPUT PPADJ-FILE.
036710     IF PPADJ-OK THEN
036720         PERFORM 1100-READ-ADJUSTMENT
036730             UNTIL PPADJ-AT-END
036740         CLOSE PPADJ-FILE
036750     ELSE
036760         IF NOT PPADJ-NOT-FOUND THEN
036770             MOVE RUN-DATE TO EXCPT-RUN-DATE
036780             MOVE "BCCLOSE" TO EXCPT-PROGRAM
036790             MOVE "PCLS" TO EXCPT-CODE
036800             MOVE 2 TO EXCPT-SEVERITY
036810             MOVE SPACES TO EXCPT-TEXT
036820             STRING "ADJUSTMENTS-LOG-OPEN-FAILED STATUS ",
036830                 PPADJ-STATUS, " NOT LISTED"
036840                 DELIMITED BY SIZE INTO EXCPT-TEXT
036850             CALL "EXCPTRPT" USING EXCEPTION-RECORD
036860         END-IF
037000     END-IF.
038700     MOVE ADJ-COUNT TO COUNT-DISP.
038800     MOVE TOTAL-ADJ TO ADJ-OUT.
038900     MOVE SPACES TO RPT-LINE.
039000     STRING RUN-DATE, " ADJUSTMENTS ", COUNT-DISP,
039100         " NET ", ADJ-OUT
039200         DELIMITED BY SIZE INTO RPT-LINE.
039300     PERFORM 0700-WRITE-REPORT.
039400 1000-EXIT.
039500     EXIT.
039600
039700 1100-READ-ADJUSTMENT.
039800     READ PPADJ-FILE
039900         AT END
040000             SET PPADJ-AT-END TO TRUE
040020         NOT AT END
040040             MOVE PPA-RUN-DATE TO ADJ-POSTED-DATE
040060             IF ADJ-POSTED-PERIOD > LAST-CLOSED-PERIOD
040080                     AND ADJ-POSTED-PERIOD NOT > CLOSE-PERIOD THEN
040100                 PERFORM 1110-LIST-ONE-ADJUSTMENT
040120             END-IF
040200     END-READ.
040320 1100-EXIT.
040440     EXIT.
040560
040680 1110-LIST-ONE-ADJUSTMENT.
040800     ADD 1 TO ADJ-COUNT.
040900     COMPUTE ADJ-AMOUNT = PPA-AFTER - PPA-BEFORE.
041000     ADD ADJ-AMOUNT TO TOTAL-ADJ.
041100     MOVE PPA-LEDGER TO LEDGER-IN.
041200     PERFORM 1500-FIND-LEDGER.
041300     IF LEDGER-FOUND THEN
041400         ADD ADJ-AMOUNT TO LDGR-ADJ(LEDGER-IDX)
041500     END-IF.
041600     MOVE PPA-BEFORE TO PRIOR-OUT.
041700     MOVE PPA-AFTER TO CLOSING-OUT.
041800     MOVE SPACES TO RPT-LINE.
041900     STRING RUN-DATE, " ", PPA-RUN-DATE, " ", PPA-LINE-DATE,
042000         " ", PPA-PERIOD, " ", PPA-LEDGER, " ", PPA-OP,
042100         "  ", PPA-XFER-REF, " ", PRIOR-OUT, " ", CLOSING-OUT
042200         DELIMITED BY SIZE INTO RPT-LINE.
042300     PERFORM 0700-WRITE-REPORT.
042400 1110-EXIT.
042500     EXIT.
042600
042700*--------------------------------------------------------------
042800* FIND THE LEDGER SLOT FOR LEDGER-IN.
042900*--------------------------------------------------------------
043000 1500-FIND-LEDGER.
043100     SET LEDGER-NOT-FOUND TO TRUE.
043200     PERFORM VARYING LEDGER-IDX FROM 1 BY 1
043300             UNTIL LEDGER-IDX > LEDGER-COUNT
043400         IF LDGR-ID(LEDGER-IDX) = LEDGER-IN THEN
043500             SET LEDGER-FOUND TO TRUE
043600             EXIT PERFORM
043700         END-IF
043800     END-PERFORM.
043900 1500-EXIT.
044000     EXIT.
044100
044200*--------------------------------------------------------------
044300* THE TRIAL BALANCE -- EACH LEDGER'S CLOSING AT THE PREVIOUS
044400* CLOSE, ITS CLOSING NOW, THE CHANGE, AND THE PART OF THE
044500* CHANGE THAT CAME FROM PRIOR-PERIOD ADJUSTMENTS, THEN THE
044600* TOTALS ACROSS ALL LEDGERS. A LEDGER WITH NO EARLIER CLOSE
044700* IS NEW THIS PERIOD AND CHANGES FROM ZERO.
044800*--------------------------------------------------------------
044900 2000-PRINT-TRIAL-BALANCE.
045000     MOVE SPACES TO RPT-LINE.
045100     STRING RUN-DATE, " TRIAL BALANCE PERIOD ", CLOSE-PERIOD
045200         DELIMITED BY SIZE INTO RPT-LINE.
045300     PERFORM 0700-WRITE-REPORT.
045400     MOVE SPACES TO RPT-LINE.
045500     STRING RUN-DATE, " LEDGER   PRIOR ",
045600         "      PRIOR CLOSING       PERIOD CLOSING",
045700         "               CHANGE    PRIOR-PERIOD ADJ"
045800         DELIMITED BY SIZE INTO RPT-LINE.
045900     PERFORM 0700-WRITE-REPORT.
046000     PERFORM VARYING LEDGER-IDX FROM 1 BY 1
046100             UNTIL LEDGER-IDX > LEDGER-COUNT
046200         COMPUTE LEDGER-CHANGE = LDGR-CLOSING(LEDGER-IDX)
046300             - LDGR-PRIOR(LEDGER-IDX)
046400         ADD LDGR-PRIOR(LEDGER-IDX) TO TOTAL-PRIOR
046500         ADD LDGR-CLOSING(LEDGER-IDX) TO TOTAL-CLOSING
046600         ADD LEDGER-CHANGE TO TOTAL-CHANGE
046700         IF LDGR-PRIOR-PERIOD(LEDGER-IDX) = 0 THEN
046800             MOVE "NEW" TO PERIOD-OUT
046900         ELSE
047000             MOVE LDGR-PRIOR-PERIOD(LEDGER-IDX) TO PERIOD-OUT
047100         END-IF
047200         MOVE LDGR-PRIOR(LEDGER-IDX) TO PRIOR-OUT
047300         MOVE LDGR-CLOSING(LEDGER-IDX) TO CLOSING-OUT
047400         MOVE LEDGER-CHANGE TO CHANGE-OUT
047500         MOVE LDGR-ADJ(LEDGER-IDX) TO ADJ-OUT
047600         MOVE SPACES TO RPT-LINE
047700         STRING RUN-DATE, " ", LDGR-ID(LEDGER-IDX), " ",
047800             PERIOD-OUT, " ", PRIOR-OUT, " ", CLOSING-OUT,
047900             " ", CHANGE-OUT, " ", ADJ-OUT
048000             DELIMITED BY SIZE INTO RPT-LINE
048100         PERFORM 0700-WRITE-REPORT
048200     END-PERFORM.
048300     MOVE TOTAL-PRIOR TO PRIOR-OUT.
048400     MOVE TOTAL-CLOSING TO CLOSING-OUT.
048500     MOVE TOTAL-CHANGE TO CHANGE-OUT.
048600     MOVE TOTAL-ADJ TO ADJ-OUT.
048700     MOVE SPACES TO RPT-LINE.
048800     STRING RUN-DATE, " TOTAL           ", PRIOR-OUT, " ",
048900         CLOSING-OUT, " ", CHANGE-OUT, " ", ADJ-OUT
049000         DELIMITED BY SIZE INTO RPT-LINE.
049100     PERFORM 0700-WRITE-REPORT.
049200 2000-EXIT.
049300     EXIT.
049400
049500*--------------------------------------------------------------
049600* SNAPSHOT EVERY LEDGER INTO THE PERIOD BALANCES HISTORY UNDER
049700* THE CLOSED MONTH. THE FIRST CLOSE CREATES THE HISTORY. A
049800* HISTORY THAT WILL NOT OPEN LEAVES THE PERIOD OPEN AND IS
049900* CRITICAL -- THE TRIAL BALANCE ABOVE IS THEN ONLY A PREVIEW.
050000*--------------------------------------------------------------
050100 3000-WRITE-HISTORY.
050200     OPEN I-O PERBAL-FILE.
050300     IF PERBAL-NOT-FOUND THEN
050400         OPEN OUTPUT PERBAL-FILE
050500         IF PERBAL-OK THEN
050600             CLOSE PERBAL-FILE
050700             OPEN I-O PERBAL-FILE
050800         END-IF
050900     END-IF.
051000     IF NOT PERBAL-OK THEN
051100         MOVE RUN-DATE TO EXCPT-RUN-DATE
051200         MOVE "BCCLOSE" TO EXCPT-PROGRAM
051300         MOVE "PCLS" TO EXCPT-CODE
051400         MOVE 3 TO EXCPT-SEVERITY
051500         MOVE SPACES TO EXCPT-TEXT
051600         STRING "PERIOD-BALANCES-OPEN-FAILED STATUS ",
051700             PERBAL-STATUS, " PERIOD NOT CLOSED"
051800             DELIMITED BY SIZE INTO EXCPT-TEXT
051900         CALL "EXCPTRPT" USING EXCEPTION-RECORD
051960     ELSE
052020         PERFORM 3100-SNAPSHOT-LEDGERS
052100     END-IF.
052120 3000-EXIT.
052140     EXIT.
052160
052180 3100-SNAPSHOT-LEDGERS.
052200     PERFORM VARYING LEDGER-IDX FROM 1 BY 1
052300             UNTIL LEDGER-IDX > LEDGER-COUNT
052400         MOVE SPACES TO PERIOD-BALANCE-RECORD
052500         MOVE LDGR-ID(LEDGER-IDX) TO PRB-LEDGER
052600         MOVE CLOSE-PERIOD TO PRB-PERIOD
052700         MOVE LDGR-CLOSING(LEDGER-IDX) TO PRB-CLOSING
052800         MOVE LDGR-PRIOR-PERIOD(LEDGER-IDX) TO PRB-PRIOR-PERIOD
052900         MOVE LDGR-PRIOR(LEDGER-IDX) TO PRB-PRIOR-CLOSING
053000         MOVE LDGR-ADJ(LEDGER-IDX) TO PRB-ADJ-TOTAL
053100         MOVE RUN-DATE TO PRB-CLOSED-DATE
053200         WRITE PERIOD-BALANCE-RECORD
053300             INVALID KEY
053400                 ADD 1 TO HISTORY-FAILS
053500             NOT INVALID KEY
053600                 ADD 1 TO HISTORY-WRITTEN
053700         END-WRITE
053800     END-PERFORM.
053900     CLOSE PERBAL-FILE.
054000     IF HISTORY-FAILS > 0 THEN
054100         MOVE RUN-DATE TO EXCPT-RUN-DATE
054200         MOVE "BCCLOSE" TO EXCPT-PROGRAM
054300         MOVE "PCLS" TO EXCPT-CODE
054400         MOVE 3 TO EXCPT-SEVERITY
054500         MOVE SPACES TO EXCPT-TEXT
054600         STRING "PERIOD-BALANCES-WRITE-FAILED ", HISTORY-FAILS,
054700             " LEDGERS NOT SNAPSHOT"
054800             DELIMITED BY SIZE INTO EXCPT-TEXT
054900         CALL "EXCPTRPT" USING EXCEPTION-RECORD
055000     END-IF.
055100     MOVE HISTORY-WRITTEN TO COUNT-DISP.
055200     MOVE SPACES TO RPT-LINE.
055300     STRING RUN-DATE, " PERIOD ", CLOSE-PERIOD, " CLOSED -- ",
055400         COUNT-DISP, " LEDGERS SNAPSHOT"
055500         DELIMITED BY SIZE INTO RPT-LINE.
055600     PERFORM 0700-WRITE-REPORT.
055700 3100-EXIT.
055800     EXIT.
055900
056000*--------------------------------------------------------------
056100* RUN-LOG START AND END RECORDS FOR THE MORNING OPERATIONS
056200* REPORT. RUNLOGW STAMPS THE CLOCK TIME ITSELF.
056300*--------------------------------------------------------------
056400 0100-LOG-RUN-START.
056500     MOVE "BCCLOSE" TO RLOG-PROGRAM.
056600     MOVE RUN-DATE TO RLOG-RUN-DATE.
056700     MOVE "S" TO RLOG-EVENT.
056800     MOVE 0 TO RLOG-READ.
056900     MOVE 0 TO RLOG-ACCEPTED.
057000     MOVE 0 TO RLOG-REJECTED.
057100     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
057200     CALL "RUNLOGW" USING RUN-LOG-RECORD.
057300     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
057400 0100-EXIT.
057500     EXIT.
057600
057700 0990-LOG-RUN-END.
057800     MOVE "BCCLOSE" TO RLOG-PROGRAM.
057900     MOVE RUN-DATE TO RLOG-RUN-DATE.
058000     MOVE "E" TO RLOG-EVENT.
058100     MOVE RECORDS-READ TO RLOG-READ.
058200     COMPUTE RLOG-ACCEPTED = RECORDS-READ - RECORDS-REJECTED.
058300     MOVE RECORDS-REJECTED TO RLOG-REJECTED.
058400     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
058500     CALL "RUNLOGW" USING RUN-LOG-RECORD.
058600     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
058700 0990-EXIT.
058800     EXIT.
058900
059000 0700-WRITE-REPORT.
059100     IF REPORT-OK THEN
059200         WRITE REPORT-RECORD FROM RPT-LINE
059300     END-IF.
059400 0700-EXIT.
059500     EXIT.
