000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CARDREC.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. GARAGE-OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  RH   ORIGINAL VERSION - RUNS AFTER THE PARKING
001000*                    ROLLUP AND MATCHES EVERY CARD-PAID TICKET ON
001100*                    PARKING'S CARD RECEIPTS EXTRACT (CARDRCPT)
001200*                    AGAINST THE CARD PROCESSOR'S SETTLEMENT FILE
001300*                    (SETTLE) BY GARAGE, DATE, TICKET, AND PLATE,
001400*                    THE SAME WAY BROKERREC MATCHES TRADES. A
001500*                    MATCHED/UNMATCHED REPORT GOES TO RPTOUT -- A
001600*                    RECEIPT THE PROCESSOR NEVER SETTLED (A
001700*                    DROPPED AUTHORIZATION), A SETTLEMENT OR
001800*                    CHARGEBACK WITH NO RECEIPT, AND A RECEIPT
001900*                    SETTLED FOR A DIFFERENT AMOUNT EACH RAISE A
002000*                    SERIOUS EXCEPTION THROUGH EXCPTRPT. THE
002100*                    PROCESSOR'S FEES ARE NETTED OUT PER GARAGE,
002200*                    AND THE NET SETTLED AND THE FEES GO TO THE
002300*                    PARKING GL EXTRACT (GLEXTR) AS "N" AND "F"
002400*                    RECORDS SO GLPOST TIES THE LEDGER TO THE
002500*                    BANK DEPOSIT. A RERUN REPLACES THEM. NO
002600*                    RECEIPTS EXTRACT SKIPS THE RECONCILIATION
002700*                    WITH A NOTE.
002800*--------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT REPORT-FILE ASSIGN TO RPTOUT
003400         FILE STATUS IS REPORT-STATUS.
003500     SELECT CARDRCPT-FILE ASSIGN TO CARDRCPT
003600         FILE STATUS IS CARDRCPT-STATUS.
003700     SELECT SETTLE-FILE ASSIGN TO SETTLE
003800         FILE STATUS IS SETTLE-STATUS.
003900     SELECT GLEXTR-FILE ASSIGN TO GLEXTR
004000         FILE STATUS IS GLEXTR-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  REPORT-FILE.
004500 01  REPORT-RECORD            PIC X(132).
004600*--------------------------------------------------------------
004700* PARKING'S CARD RECEIPTS EXTRACT, AS ITS CARDRCPT FD WRITES IT
004800* -- A "D" RECORD PER TICKET PAID AT THE BOOTH BY CARD, THEN A
004900* "T" RECORD CARRYING THE COUNT AND AMOUNT OF THE "D" RECORDS.
005000*--------------------------------------------------------------
005100 FD  CARDRCPT-FILE.
005200 01  CARDRCPT-RECORD.
005300     05  CRC-RUN-DATE         PIC 9(8).
005400     05  CRC-RECORD-TYPE      PIC X(1).
005500     05  CRC-GARAGE           PIC X(8).
005600     05  CRC-DETAIL.
005700         10  CRC-PAID-DATE    PIC 9(8).
005800         10  CRC-TICKET       PIC 9(2).
005900         10  CRC-PLATE        PIC X(8).
006000         10  CRC-AMOUNT       PIC 9(7)V9(2).
006100     05  CRC-TOTAL REDEFINES CRC-DETAIL.
006200         10  CRC-COUNT        PIC 9(5).
006300         10  CRC-TOTAL-AMOUNT PIC 9(9)V9(2).
006400         10  FILLER           PIC X(11).
006500*--------------------------------------------------------------
006600* CARD PROCESSOR'S SETTLEMENT FILE -- ONE RECORD PER SETTLED
006700* TRANSACTION: THE PROCESSOR'S LOCATION ID (SET UP AS THE
006800* GARAGE), THE TRANSACTION DATE, THE TICKET AND PLATE KEYED AT
006900* THE BOOTH, S FOR A SALE OR C FOR A CHARGEBACK, THE AMOUNT,
007000* AND THE PROCESSOR'S FEE ON IT.
007100*--------------------------------------------------------------
007200 FD  SETTLE-FILE.
007300 01  SETTLE-RECORD.
007400     05  STL-GARAGE           PIC X(8).
007500     05  STL-TXN-DATE         PIC 9(8).
007600     05  STL-TICKET           PIC 9(2).
007700     05  STL-PLATE            PIC X(8).
007800     05  STL-TYPE             PIC X(1).
007900         88  STL-CHARGEBACK   VALUE "C".
008000     05  STL-AMOUNT           PIC 9(7)V9(2).
008100     05  STL-FEE              PIC 9(5)V9(2).
008200*--------------------------------------------------------------
008300* PARKINGROLLUP'S GL EXTRACT, AS ITS GLEXTR FD WRITES IT. THIS
008400* STEP ADDS AN "N" NET-SETTLED AND AN "F" PROCESSOR-FEE RECORD
008500* PER GARAGE, UNITS THE SETTLED ITEMS.
008600*--------------------------------------------------------------
008700 FD  GLEXTR-FILE.
008800 01  GLEXTR-RECORD.
008900     05  GLX-RUN-DATE         PIC 9(8).
009000     05  GLX-RECORD-TYPE      PIC X(1).
009100     05  GLX-GARAGE           PIC X(8).
009200     05  GLX-TIER             PIC 9(2).
009300     05  GLX-UNITS            PIC 9(7).
009400     05  GLX-AMOUNT           PIC 9(9)V9(2).
009500
009600 WORKING-STORAGE SECTION.
009700 COPY EXCPTREC.
009800 COPY PDATEREC.
009900 01  REPORT-STATUS            PIC X(2).
010000     88  REPORT-OK            VALUE "00".
010100 01  RPT-LINE                 PIC X(132).
010200*--------------------------------------------------------------
010300* RUN-LOG BOOKKEEPING -- ONE "S" RECORD AT START AND ONE "E"
010400* RECORD AT END GO TO THE SHARED RUN-LOG DATASET THROUGH THE
010500* COMMON RUNLOGW SUBPROGRAM, CARRYING THE STEP'S RECORDS READ,
010600* ACCEPTED, AND REJECTED FOR THE MORNING OPERATIONS REPORT.
010700*--------------------------------------------------------------
010800 COPY RUNLOGRC.
010900*--------------------------------------------------------------
011000* THE STEP'S RETURN CODE IS SAVED ACROSS EACH RUNLOGW CALL --
011100* A CALLED PROGRAM'S EXIT REPLACES THE CALLER'S RETURN-CODE,
011200* AND THE GRADUATED EXCEPTION CODE MUST SURVIVE TO END OF STEP.
011300*--------------------------------------------------------------
011400 01  SAVED-RETURN-CODE        PIC S9(9) COMP.
011500 01  RECORDS-READ             PIC 9(7) VALUE 0.
011600 01  RECORDS-REJECTED         PIC 9(7) VALUE 0.
011700 01  RUN-DATE                 PIC 9(8).
011800
011900*--------------------------------------------------------------
012000* THE NIGHT'S CARD RECEIPTS, EACH WITH A MATCHED FLAG, AND THE
012100* CONTROL TOTALS THE EXTRACT'S OWN "T" RECORD CARRIES.
012200*--------------------------------------------------------------
012300 01  CARDRCPT-STATUS          PIC X(2).
012400     88  CARDRCPT-OK          VALUE "00".
012500     88  CARDRCPT-AT-END      VALUE "10".
012600     88  CARDRCPT-NOT-FOUND   VALUE "35".
012700 01  RECEIPTS-LOADED-SWITCH   PIC X(1) VALUE "N".
012800     88  RECEIPTS-LOADED      VALUE "Y".
012900 01  RECEIPT-COUNT            PIC 9(3) COMP VALUE 0.
013000 01  RCX                      PIC 9(3) COMP.
013100 01  RCPT-STALE               PIC 9(5) VALUE 0.
013200 01  RCPT-SUM-AMOUNT          PIC 9(9)V9(2) VALUE 0.
013300 01  RCPT-TOTAL-SWITCH        PIC X(1) VALUE "N".
013400     88  RCPT-TOTAL-SEEN      VALUE "Y".
013500 01  RCPT-TOTAL-COUNT         PIC 9(5) VALUE 0.
013600 01  RCPT-TOTAL-AMOUNT        PIC 9(9)V9(2) VALUE 0.
013700 01  RECEIPT-TABLE.
013800     05  RECEIPT-ENTRY OCCURS 500 TIMES.
013900         10  RCT-GARAGE       PIC X(8).
014000         10  RCT-DATE         PIC 9(8).
014100         10  RCT-TICKET       PIC 9(2).
014200         10  RCT-PLATE        PIC X(8).
014300         10  RCT-AMOUNT       PIC 9(7)V9(2).
014400
014500*--------------------------------------------------------------
014600* THE PROCESSOR'S SETTLEMENTS, EACH WITH A MATCHED FLAG SO THE
014700* LEFTOVERS CAN BE REPORTED AFTER EVERY RECEIPT HAS BEEN TRIED.
014800*--------------------------------------------------------------
014900 01  SETTLE-STATUS            PIC X(2).
015000     88  SETTLE-OK            VALUE "00".
015100     88  SETTLE-AT-END        VALUE "10".
015200     88  SETTLE-NOT-FOUND     VALUE "35".
015300 01  SETTLE-LOADED-SWITCH     PIC X(1) VALUE "N".
015400     88  SETTLE-LOADED        VALUE "Y".
015500 01  SETTLE-COUNT             PIC 9(3) COMP VALUE 0.
015600 01  STX                      PIC 9(3) COMP.
015700 01  SETTLE-TABLE.
015800     05  SETTLE-ENTRY OCCURS 500 TIMES.
015900         10  STT-GARAGE       PIC X(8).
016000         10  STT-DATE         PIC 9(8).
016100         10  STT-TICKET       PIC 9(2).
016200         10  STT-PLATE        PIC X(8).
016300         10  STT-TYPE         PIC X(1).
016400         10  STT-AMOUNT       PIC 9(7)V9(2).
016500         10  STT-FEE          PIC 9(5)V9(2).
016600         10  STT-MATCHED      PIC X(1).
016700
016800*--------------------------------------------------------------
016900* MATCH RESULTS.
017000*--------------------------------------------------------------
017100 01  MATCH-SWITCH             PIC X(1).
017200     88  RECEIPT-MATCHED      VALUE "Y".
017300     88  RECEIPT-NOT-MATCHED  VALUE "N".
017400 01  BREAK-X                  PIC 9(3) COMP.
017500 01  MATCHED-ITEMS            PIC 9(7) VALUE 0.
017600 01  UNMATCHED-RECEIPTS       PIC 9(7) VALUE 0.
017700 01  UNMATCHED-SETTLEMENTS    PIC 9(7) VALUE 0.
017800 01  AMOUNT-BREAKS            PIC 9(7) VALUE 0.
017900 01  CHARGEBACKS              PIC 9(7) VALUE 0.
018000
018100*--------------------------------------------------------------
018200* WHAT THE PROCESSOR SETTLED PER GARAGE -- SALES, CHARGEBACKS
018300* TAKEN BACK, AND FEES -- AND THE NET THAT REACHES THE BANK.
018400*--------------------------------------------------------------
018500 01  GARAGE-COUNT             PIC 9(2) COMP VALUE 0.
018600 01  GRX                      PIC 9(2) COMP.
018700 01  GAR-HIT-X                PIC 9(2) COMP.
018800 01  GARAGE-TABLE.
018900     05  GARAGE-ENTRY OCCURS 20 TIMES.
019000         10  GAR-ID           PIC X(8).
019100         10  GAR-ITEMS        PIC 9(5).
019200         10  GAR-GROSS        PIC 9(9)V9(2).
019300         10  GAR-CHARGEBACKS  PIC 9(9)V9(2).
019400         10  GAR-FEES         PIC 9(9)V9(2).
019500         10  GAR-NET          PIC S9(9)V9(2).
019600 01  TOTAL-GROSS              PIC 9(9)V9(2) VALUE 0.
019700 01  TOTAL-CHARGEBACKS        PIC 9(9)V9(2) VALUE 0.
019800 01  TOTAL-FEES               PIC 9(9)V9(2) VALUE 0.
019900 01  TOTAL-NET                PIC S9(9)V9(2) VALUE 0.
020000
020100*--------------------------------------------------------------
020200* THE GL EXTRACT AS PARKINGROLLUP LEFT IT, LESS ANY "N" AND "F"
020300* RECORDS AN EARLIER RUN OF THIS STEP ADDED, HELD WHILE THE
020400* EXTRACT IS WRITTEN BACK WITH TONIGHT'S SETTLEMENT.
020500*--------------------------------------------------------------
020600 01  GLEXTR-STATUS            PIC X(2).
020700     88  GLEXTR-OK            VALUE "00".
020800     88  GLEXTR-AT-END        VALUE "10".
020900 01  GL-KEEP-COUNT            PIC 9(4) COMP VALUE 0.
021000 01  GKX                      PIC 9(4) COMP.
021100 01  GL-FULL-SWITCH           PIC X(1) VALUE "N".
021200     88  GL-KEEP-FULL         VALUE "Y".
021300 01  GL-KEEP-TABLE.
021400     05  GL-KEEP-RECORD       PIC X(37) OCCURS 2000 TIMES.
021500
021600*--------------------------------------------------------------
021700* REPORT PRINT FIELDS.
021800*--------------------------------------------------------------
021900 01  AMOUNT-DISP              PIC Z(6)9.99.
022000 01  SETTLED-DISP             PIC Z(6)9.99.
022100 01  FEE-DISP                 PIC Z(4)9.99.
022200 01  GROSS-DISP               PIC Z(8)9.99.
022300 01  CHARGEBACK-DISP          PIC Z(8)9.99.
022400 01  FEES-DISP                PIC Z(8)9.99.
022500 01  NET-DISP                 PIC -(9)9.99.
022600 01  ITEMS-DISP               PIC Z(4)9.
022700
022800 PROCEDURE DIVISION.
022900 0000-MAINLINE.
023000     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
023100     MOVE RUN-DATE TO PDAT-CLOCK-DATE.
023200     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
023300     CALL "SETPDATE" USING PROCESSING-DATE-RECORD.
023400     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
023500     MOVE PDAT-RUN-DATE TO RUN-DATE.
023600     PERFORM 0100-LOG-RUN-START.
023700     OPEN OUTPUT REPORT-FILE.
023800*--------------------------------------------------------------
023900* A REPORT THAT CANNOT BE OPENED LOSES THE WHOLE MATCH REPORT
024000* -- SAY SO AT CRITICAL SEVERITY, THOUGH THE RUN GOES ON.
024100*--------------------------------------------------------------
024200     IF NOT REPORT-OK THEN
024300         MOVE RUN-DATE TO EXCPT-RUN-DATE
024400         MOVE "CARDREC" TO EXCPT-PROGRAM
024500         MOVE "RPTO" TO EXCPT-CODE
024600         MOVE 3 TO EXCPT-SEVERITY
024700         MOVE SPACES TO EXCPT-TEXT
024800         STRING "REPORT-OPEN-FAILED STATUS ", REPORT-STATUS
024900             DELIMITED BY SIZE INTO EXCPT-TEXT
025000         CALL "EXCPTRPT" USING EXCEPTION-RECORD
025100     END-IF.
025200     PERFORM 0500-LOAD-RECEIPTS.
025300     IF RECEIPTS-LOADED THEN
025400         PERFORM 0600-LOAD-SETTLEMENTS
025500     END-IF.
025600     IF SETTLE-LOADED THEN
025700         PERFORM 1000-MATCH-RECEIPT
025800             VARYING RCX FROM 1 BY 1 UNTIL RCX > RECEIPT-COUNT
025900         PERFORM 2000-REPORT-LEFTOVER-SETTLEMENTS
026000         PERFORM 2500-PRINT-SETTLEMENT-TOTALS
026100         PERFORM 3000-WRITE-GL-SETTLEMENT
026200         PERFORM 4000-PRINT-SUMMARY
026300     END-IF.
026400     IF REPORT-OK THEN
026500         CLOSE REPORT-FILE
026600     END-IF.
026700     PERFORM 0990-LOG-RUN-END.
026800     STOP RUN.
026900
027000*--------------------------------------------------------------
027100* LOAD PARKING'S CARD RECEIPTS EXTRACT. A MISSING EXTRACT
027200* (STATUS 35) SKIPS THE RECONCILIATION WITH A NOTE; ANY OTHER
027300* OPEN FAILURE IS A CRITICAL EXCEPTION SINCE THE CHECK CANNOT
027400* RUN. A RECORD FROM ANOTHER NIGHT, OR DETAIL THAT DOES NOT
027500* AGREE WITH THE EXTRACT'S OWN TOTAL, MEANS THE NIGHT'S CARD
027600* SALES ARE NOT ALL HERE -- A SERIOUS EXCEPTION.
027700*--------------------------------------------------------------
027800 0500-LOAD-RECEIPTS.
027900     OPEN INPUT CARDRCPT-FILE.
028000     IF CARDRCPT-OK THEN
028100         SET RECEIPTS-LOADED TO TRUE
028200         PERFORM 0510-LOAD-ONE-RECEIPT UNTIL CARDRCPT-AT-END
028300         CLOSE CARDRCPT-FILE
028400         PERFORM 0550-CHECK-RECEIPT-TOTAL
028500     ELSE
028600         IF CARDRCPT-NOT-FOUND THEN
028700             DISPLAY RUN-DATE,
028800                 " CARDREC NO CARD RECEIPTS EXTRACT, SKIPPED"
028900         ELSE
029000             MOVE RUN-DATE TO EXCPT-RUN-DATE
029100             MOVE "CARDREC" TO EXCPT-PROGRAM
029200             MOVE "CRDX" TO EXCPT-CODE
029300             MOVE 3 TO EXCPT-SEVERITY
029400             MOVE SPACES TO EXCPT-TEXT
029500             STRING "CARDRCPT-OPEN-FAILED STATUS ",
029600                 CARDRCPT-STATUS DELIMITED BY SIZE
029700                 INTO EXCPT-TEXT
029800             CALL "EXCPTRPT" USING EXCEPTION-RECORD
029900         END-IF
030000     END-IF.
030100 0500-EXIT.
030200     EXIT.
030300
030400 0510-LOAD-ONE-RECEIPT.
030500     READ CARDRCPT-FILE
030600         AT END
030700             SET CARDRCPT-AT-END TO TRUE
030800         NOT AT END
030900             ADD 1 TO RECORDS-READ
031000             PERFORM 0520-HOLD-ONE-RECEIPT
031100     END-READ.
031200 0510-EXIT.
031300     EXIT.
031400
031500 0520-HOLD-ONE-RECEIPT.
031600     IF CRC-RUN-DATE NOT = RUN-DATE THEN
031700         ADD 1 TO RCPT-STALE
031800         ADD 1 TO RECORDS-REJECTED
031900     ELSE
032000         IF CRC-RECORD-TYPE = "T" THEN
032100             SET RCPT-TOTAL-SEEN TO TRUE
032200             ADD CRC-COUNT TO RCPT-TOTAL-COUNT
032300             ADD CRC-TOTAL-AMOUNT TO RCPT-TOTAL-AMOUNT
032400         ELSE
032500             IF RECEIPT-COUNT < 500 THEN
032600                 ADD 1 TO RECEIPT-COUNT
032700                 MOVE CRC-GARAGE TO RCT-GARAGE(RECEIPT-COUNT)
032800                 MOVE CRC-PAID-DATE TO RCT-DATE(RECEIPT-COUNT)
032900                 MOVE CRC-TICKET TO RCT-TICKET(RECEIPT-COUNT)
033000                 MOVE CRC-PLATE TO RCT-PLATE(RECEIPT-COUNT)
033100                 MOVE CRC-AMOUNT TO RCT-AMOUNT(RECEIPT-COUNT)
033200                 ADD CRC-AMOUNT TO RCPT-SUM-AMOUNT
033300             ELSE
033400                 MOVE RUN-DATE TO EXCPT-RUN-DATE
033500                 MOVE "CARDREC" TO EXCPT-PROGRAM
033600                 MOVE "CRDX" TO EXCPT-CODE
033700                 MOVE 2 TO EXCPT-SEVERITY
033800                 MOVE SPACES TO EXCPT-TEXT
033900                 STRING "RECEIPT-TABLE-FULL ", CRC-GARAGE,
034000                     " TICKET ", CRC-TICKET, " RECORD DROPPED"
034100                     DELIMITED BY SIZE INTO EXCPT-TEXT
034200                 CALL "EXCPTRPT" USING EXCEPTION-RECORD
034300                 SET CARDRCPT-AT-END TO TRUE
034400             END-IF
034500         END-IF
034600     END-IF.
034700 0520-EXIT.
034800     EXIT.
034900
035000 0550-CHECK-RECEIPT-TOTAL.
035100     IF RCPT-STALE > 0 THEN
035200         MOVE RUN-DATE TO EXCPT-RUN-DATE
035300         MOVE "CARDREC" TO EXCPT-PROGRAM
035400         MOVE "CRDX" TO EXCPT-CODE
035500         MOVE 2 TO EXCPT-SEVERITY
035600         MOVE SPACES TO EXCPT-TEXT
035700         STRING "CARDRCPT ", RCPT-STALE,
035800             " RECORDS NOT FROM TONIGHT'S PARKING RUN"
035900             DELIMITED BY SIZE INTO EXCPT-TEXT
036000         CALL "EXCPTRPT" USING EXCEPTION-RECORD
036100     END-IF.
036200     IF NOT RCPT-TOTAL-SEEN
036300             OR RCPT-TOTAL-COUNT NOT = RECEIPT-COUNT
036400             OR RCPT-TOTAL-AMOUNT NOT = RCPT-SUM-AMOUNT THEN
036500         MOVE RUN-DATE TO EXCPT-RUN-DATE
036600         MOVE "CARDREC" TO EXCPT-PROGRAM
036700         MOVE "CRDX" TO EXCPT-CODE
036800         MOVE 2 TO EXCPT-SEVERITY
036900         MOVE SPACES TO EXCPT-TEXT
037000         STRING "CARDRCPT TOTAL RECORD MISSING OR DISAGREES "
037100             "WITH ITS DETAIL"
037200             DELIMITED BY SIZE INTO EXCPT-TEXT
037300         CALL "EXCPTRPT" USING EXCEPTION-RECORD
037400     END-IF.
037500 0550-EXIT.
037600     EXIT.
037700
037800*--------------------------------------------------------------
037900* LOAD THE PROCESSOR'S SETTLEMENT FILE, ADDING EACH ITEM INTO
038000* ITS GARAGE'S SETTLED TOTALS AS IT GOES. A MISSING FILE
038100* (STATUS 35) ON A NIGHT WITH NO CARD RECEIPTS IS NOTED AND
038200* SKIPPED; WITH CARD RECEIPTS TO SETTLE IT IS A SERIOUS
038300* EXCEPTION. ANY OTHER OPEN FAILURE IS CRITICAL.
038400*--------------------------------------------------------------
038500 0600-LOAD-SETTLEMENTS.
038600     OPEN INPUT SETTLE-FILE.
038700     IF SETTLE-OK THEN
038800         SET SETTLE-LOADED TO TRUE
038900         PERFORM 0610-LOAD-ONE-SETTLEMENT UNTIL SETTLE-AT-END
039000         CLOSE SETTLE-FILE
039100     ELSE
039200         IF SETTLE-NOT-FOUND THEN
039300             IF RECEIPT-COUNT = 0 THEN
039400                 DISPLAY RUN-DATE,
039500                     " CARDREC NO SETTLEMENT FILE, SKIPPED"
039600             ELSE
039700                 MOVE RUN-DATE TO EXCPT-RUN-DATE
039800                 MOVE "CARDREC" TO EXCPT-PROGRAM
039900                 MOVE "STLM" TO EXCPT-CODE
040000                 MOVE 2 TO EXCPT-SEVERITY
040100                 MOVE SPACES TO EXCPT-TEXT
040200                 MOVE RECEIPT-COUNT TO ITEMS-DISP
040300                 STRING "NO SETTLEMENT FILE FOR ", ITEMS-DISP,
040400                     " CARD RECEIPTS"
040500                     DELIMITED BY SIZE INTO EXCPT-TEXT
040600                 CALL "EXCPTRPT" USING EXCEPTION-RECORD
040700             END-IF
040800         ELSE
040900             MOVE RUN-DATE TO EXCPT-RUN-DATE
041000             MOVE "CARDREC" TO EXCPT-PROGRAM
041100             MOVE "STLM" TO EXCPT-CODE
041200             MOVE 3 TO EXCPT-SEVERITY
041300             MOVE SPACES TO EXCPT-TEXT
041400             STRING "SETTLE-OPEN-FAILED STATUS ",
041500                 SETTLE-STATUS DELIMITED BY SIZE
041600                 INTO EXCPT-TEXT
041700             CALL "EXCPTRPT" USING EXCEPTION-RECORD
041800         END-IF
041900     END-IF.
042000 0600-EXIT.
042100     EXIT.
042200
042300 0610-LOAD-ONE-SETTLEMENT.
042400     READ SETTLE-FILE
042500         AT END
042600             SET SETTLE-AT-END TO TRUE
042700         NOT AT END
042800             ADD 1 TO RECORDS-READ
042900             PERFORM 0620-HOLD-ONE-SETTLEMENT
043000     END-READ.
043100 0610-EXIT.
043200     EXIT.
043300
043400 0620-HOLD-ONE-SETTLEMENT.
043500     IF SETTLE-COUNT < 500 THEN
043600         ADD 1 TO SETTLE-COUNT
043700         MOVE STL-GARAGE TO STT-GARAGE(SETTLE-COUNT)
043800         MOVE STL-TXN-DATE TO STT-DATE(SETTLE-COUNT)
043900         MOVE STL-TICKET TO STT-TICKET(SETTLE-COUNT)
044000         MOVE STL-PLATE TO STT-PLATE(SETTLE-COUNT)
044100         MOVE STL-TYPE TO STT-TYPE(SETTLE-COUNT)
044200         MOVE STL-AMOUNT TO STT-AMOUNT(SETTLE-COUNT)
044300         MOVE STL-FEE TO STT-FEE(SETTLE-COUNT)
044400         MOVE "N" TO STT-MATCHED(SETTLE-COUNT)
044500         PERFORM 0650-ADD-TO-GARAGE
044600     ELSE
044700         MOVE RUN-DATE TO EXCPT-RUN-DATE
044800         MOVE "CARDREC" TO EXCPT-PROGRAM
044900         MOVE "STLM" TO EXCPT-CODE
045000         MOVE 2 TO EXCPT-SEVERITY
045100         MOVE SPACES TO EXCPT-TEXT
045200         STRING "SETTLEMENT-TABLE-FULL ", STL-GARAGE,
045300             " TICKET ", STL-TICKET, " RECORD DROPPED"
045400             DELIMITED BY SIZE INTO EXCPT-TEXT
045500         CALL "EXCPTRPT" USING EXCEPTION-RECORD
045600         SET SETTLE-AT-END TO TRUE
045700     END-IF.
045800 0620-EXIT.
045900     EXIT.
046000
046100*--------------------------------------------------------------
046200* ADD ONE SETTLEMENT ITEM INTO ITS GARAGE'S TOTALS -- A SALE TO
046300* THE GROSS, A CHARGEBACK TO WHAT WAS TAKEN BACK, AND THE FEE
046400* EITHER WAY. EVERY ITEM COUNTS, MATCHED OR NOT: THE DEPOSIT IS
046500* WHAT THE PROCESSOR PAID, AND A BREAK IS CHASED SEPARATELY.
046600*--------------------------------------------------------------
046700 0650-ADD-TO-GARAGE.
046800     MOVE 0 TO GAR-HIT-X.
046900     PERFORM VARYING GRX FROM 1 BY 1 UNTIL GRX > GARAGE-COUNT
047000         IF GAR-HIT-X = 0 AND GAR-ID(GRX) = STL-GARAGE THEN
047100             MOVE GRX TO GAR-HIT-X
047200         END-IF
047300     END-PERFORM.
047400     IF GAR-HIT-X = 0 THEN
047500         IF GARAGE-COUNT < 20 THEN
047600             ADD 1 TO GARAGE-COUNT
047700             MOVE GARAGE-COUNT TO GAR-HIT-X
047800             MOVE STL-GARAGE TO GAR-ID(GAR-HIT-X)
047900             MOVE 0 TO GAR-ITEMS(GAR-HIT-X)
048000             MOVE 0 TO GAR-GROSS(GAR-HIT-X)
048100             MOVE 0 TO GAR-CHARGEBACKS(GAR-HIT-X)
048200             MOVE 0 TO GAR-FEES(GAR-HIT-X)
048300             MOVE 0 TO GAR-NET(GAR-HIT-X)
048400         ELSE
048500             MOVE RUN-DATE TO EXCPT-RUN-DATE
048600             MOVE "CARDREC" TO EXCPT-PROGRAM
048700             MOVE "STLM" TO EXCPT-CODE
048800             MOVE 2 TO EXCPT-SEVERITY
048900             MOVE SPACES TO EXCPT-TEXT
049000             STRING "GARAGE-TABLE-FULL ", STL-GARAGE,
049100                 " SETTLEMENT NOT EXTRACTED"
049200                 DELIMITED BY SIZE INTO EXCPT-TEXT
049300             CALL "EXCPTRPT" USING EXCEPTION-RECORD
049400         END-IF
049500     END-IF.
049600     IF GAR-HIT-X > 0 THEN
049700         ADD 1 TO GAR-ITEMS(GAR-HIT-X)
049800         IF STL-CHARGEBACK THEN
049900             ADD STL-AMOUNT TO GAR-CHARGEBACKS(GAR-HIT-X)
050000             SUBTRACT STL-AMOUNT FROM GAR-NET(GAR-HIT-X)
050100         ELSE
050200             ADD STL-AMOUNT TO GAR-GROSS(GAR-HIT-X)
050300             ADD STL-AMOUNT TO GAR-NET(GAR-HIT-X)
050400         END-IF
050500         ADD STL-FEE TO GAR-FEES(GAR-HIT-X)
050600         SUBTRACT STL-FEE FROM GAR-NET(GAR-HIT-X)
050700     END-IF.
050800 0650-EXIT.
050900     EXIT.
051000
051100*--------------------------------------------------------------
051200* MATCH ONE CARD RECEIPT AGAINST THE SETTLEMENTS BY GARAGE,
051300* DATE, TICKET, AND PLATE. THE FIRST STILL-OPEN SALE THAT
051400* AGREES ON ALL FOUR AND ON THE AMOUNT TAKES THE MATCH. ONE
051500* THAT AGREES ON ALL BUT THE AMOUNT IS AN AMOUNT BREAK -- IT IS
051600* CLOSED AGAINST THE RECEIPT SO IT IS NOT REPORTED TWICE, AND
051700* THE BREAK RAISES ITS OWN EXCEPTION. NO SALE AT ALL MEANS THE
051800* PROCESSOR NEVER SETTLED THE CHARGE.
051900*--------------------------------------------------------------
052000 1000-MATCH-RECEIPT.
052100     SET RECEIPT-NOT-MATCHED TO TRUE.
052200     MOVE 0 TO BREAK-X.
052300     PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > SETTLE-COUNT
052400         IF RECEIPT-NOT-MATCHED
052500                 AND STT-MATCHED(STX) = "N"
052600                 AND STT-TYPE(STX) NOT = "C"
052700                 AND STT-GARAGE(STX) = RCT-GARAGE(RCX)
052800                 AND STT-DATE(STX) = RCT-DATE(RCX)
052900                 AND STT-TICKET(STX) = RCT-TICKET(RCX)
053000                 AND STT-PLATE(STX) = RCT-PLATE(RCX) THEN
053100             IF STT-AMOUNT(STX) = RCT-AMOUNT(RCX) THEN
053200                 MOVE "Y" TO STT-MATCHED(STX)
053300                 SET RECEIPT-MATCHED TO TRUE
053400             ELSE
053500                 IF BREAK-X = 0 THEN
053600                     MOVE STX TO BREAK-X
053700                 END-IF
053800             END-IF
053900         END-IF
054000     END-PERFORM.
054100     MOVE RCT-AMOUNT(RCX) TO AMOUNT-DISP.
054200     MOVE SPACES TO RPT-LINE.
054300     IF RECEIPT-MATCHED THEN
054400         ADD 1 TO MATCHED-ITEMS
054500         STRING RUN-DATE, " MATCHED   ", RCT-GARAGE(RCX),
054600             " TICKET ", RCT-TICKET(RCX), " ", RCT-PLATE(RCX),
054700             " ", RCT-DATE(RCX), " ", AMOUNT-DISP
054800             DELIMITED BY SIZE INTO RPT-LINE
054900         PERFORM 0700-WRITE-REPORT
055000     END-IF.
055100     IF RECEIPT-NOT-MATCHED AND BREAK-X > 0 THEN
055200         PERFORM 1600-REPORT-AMOUNT-BREAK
055300     END-IF.
055400     IF RECEIPT-NOT-MATCHED AND BREAK-X = 0 THEN
055500         ADD 1 TO UNMATCHED-RECEIPTS
055600         ADD 1 TO RECORDS-REJECTED
055700         STRING RUN-DATE, " UNMATCHED ", RCT-GARAGE(RCX),
055800             " TICKET ", RCT-TICKET(RCX), " ", RCT-PLATE(RCX),
055900             " ", RCT-DATE(RCX), " ", AMOUNT-DISP,
056000             " NO-SETTLEMENT"
056100             DELIMITED BY SIZE INTO RPT-LINE
056200         PERFORM 0700-WRITE-REPORT
056300         MOVE RUN-DATE TO EXCPT-RUN-DATE
056400         MOVE "CARDREC" TO EXCPT-PROGRAM
056500         MOVE "NOST" TO EXCPT-CODE
056600         MOVE 2 TO EXCPT-SEVERITY
056700         MOVE SPACES TO EXCPT-TEXT
056800         STRING RCT-GARAGE(RCX), " TICKET ", RCT-TICKET(RCX),
056900             " ", RCT-DATE(RCX), " ", AMOUNT-DISP,
057000             " CARD-RECEIPT-NOT-SETTLED"
057100             DELIMITED BY SIZE INTO EXCPT-TEXT
057200         CALL "EXCPTRPT" USING EXCEPTION-RECORD
057300     END-IF.
057400 1000-EXIT.
057500     EXIT.
057600
057700*--------------------------------------------------------------
057800* THE RECEIPT AGREES WITH A SETTLEMENT ON EVERYTHING BUT THE
057900* AMOUNT -- CLOSE THE SETTLEMENT AGAINST IT, SHOW BOTH AMOUNTS,
058000* AND RAISE THE BREAK SO IT IS TAKEN UP WITH THE PROCESSOR.
058100*--------------------------------------------------------------
058200 1600-REPORT-AMOUNT-BREAK.
058300     MOVE "Y" TO STT-MATCHED(BREAK-X).
058400     ADD 1 TO AMOUNT-BREAKS.
058500     ADD 1 TO RECORDS-REJECTED.
058600     STRING RUN-DATE, " UNMATCHED ", RCT-GARAGE(RCX),
058700         " TICKET ", RCT-TICKET(RCX), " ", RCT-PLATE(RCX),
058800         " ", RCT-DATE(RCX), " ", AMOUNT-DISP,
058900         " AMOUNT-BREAK"
059000         DELIMITED BY SIZE INTO RPT-LINE.
059100     PERFORM 0700-WRITE-REPORT.
059200     MOVE STT-AMOUNT(BREAK-X) TO SETTLED-DISP.
059300     MOVE STT-FEE(BREAK-X) TO FEE-DISP.
059400     MOVE SPACES TO RPT-LINE.
059500     STRING RUN-DATE, "           SETTLED ", SETTLED-DISP,
059600         " FEE ", FEE-DISP
059700         DELIMITED BY SIZE INTO RPT-LINE.
059800     PERFORM 0700-WRITE-REPORT.
059900     MOVE RUN-DATE TO EXCPT-RUN-DATE.
060000     MOVE "CARDREC" TO EXCPT-PROGRAM.
060100     MOVE "AMTB" TO EXCPT-CODE.
060200     MOVE 2 TO EXCPT-SEVERITY.
060300     MOVE SPACES TO EXCPT-TEXT.
060400     STRING RCT-GARAGE(RCX), " TICKET ", RCT-TICKET(RCX),
060500         " RECEIPT ", AMOUNT-DISP, " SETTLED ", SETTLED-DISP
060600         DELIMITED BY SIZE INTO EXCPT-TEXT.
060700     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
060800 1600-EXIT.
060900     EXIT.
061000
061100*--------------------------------------------------------------
061200* EVERY SETTLEMENT STILL OPEN AFTER THE RECEIPTS RAN OUT IS
061300* MONEY THE PROCESSOR MOVED WITH NO BOOTH RECEIPT BEHIND IT --
061400* A CHARGEBACK AGAINST AN EARLIER SALE, OR A SALE NOBODY RANG
061500* UP. EACH ONE GOES TO THE REPORT AND THE EXCEPTIONS MASTER.
061600*--------------------------------------------------------------
061700 2000-REPORT-LEFTOVER-SETTLEMENTS.
061800     PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > SETTLE-COUNT
061900         IF STT-MATCHED(STX) = "N" THEN
062000             PERFORM 2100-REPORT-ONE-SETTLEMENT
062100         END-IF
062200     END-PERFORM.
062300 2000-EXIT.
062400     EXIT.
062500
062600 2100-REPORT-ONE-SETTLEMENT.
062700     MOVE STT-AMOUNT(STX) TO SETTLED-DISP.
062800     MOVE STT-FEE(STX) TO FEE-DISP.
062900     MOVE SPACES TO RPT-LINE.
063000     MOVE RUN-DATE TO EXCPT-RUN-DATE.
063100     MOVE "CARDREC" TO EXCPT-PROGRAM.
063200     MOVE 2 TO EXCPT-SEVERITY.
063300     MOVE SPACES TO EXCPT-TEXT.
063400     IF STT-TYPE(STX) = "C" THEN
063500         ADD 1 TO CHARGEBACKS
063600         STRING RUN-DATE, " UNMATCHED ", STT-GARAGE(STX),
063700             " TICKET ", STT-TICKET(STX), " ", STT-PLATE(STX),
063800             " ", STT-DATE(STX), " ", SETTLED-DISP,
063900             " CHARGEBACK FEE ", FEE-DISP
064000             DELIMITED BY SIZE INTO RPT-LINE
064100         MOVE "CHBK" TO EXCPT-CODE
064200         STRING STT-GARAGE(STX), " TICKET ", STT-TICKET(STX),
064300             " ", STT-DATE(STX), " ", SETTLED-DISP,
064400             " CARD-CHARGEBACK"
064500             DELIMITED BY SIZE INTO EXCPT-TEXT
064600     ELSE
064700         ADD 1 TO UNMATCHED-SETTLEMENTS
064800         STRING RUN-DATE, " UNMATCHED ", STT-GARAGE(STX),
064900             " TICKET ", STT-TICKET(STX), " ", STT-PLATE(STX),
065000             " ", STT-DATE(STX), " ", SETTLED-DISP,
065100             " NO-RECEIPT FEE ", FEE-DISP
065200             DELIMITED BY SIZE INTO RPT-LINE
065300         MOVE "NORC" TO EXCPT-CODE
065400         STRING STT-GARAGE(STX), " TICKET ", STT-TICKET(STX),
065500             " ", STT-DATE(STX), " ", SETTLED-DISP,
065600             " SETTLEMENT-WITHOUT-RECEIPT"
065700             DELIMITED BY SIZE INTO EXCPT-TEXT
065800     END-IF.
065900     PERFORM 0700-WRITE-REPORT.
066000     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
066100 2100-EXIT.
066200     EXIT.
066300
066400*--------------------------------------------------------------
066500* WHAT THE PROCESSOR SETTLED, PER GARAGE AND FOR THE NIGHT --
066600* SALES, CHARGEBACKS, FEES, AND THE NET THAT SHOULD AGREE WITH
066700* THE BANK DEPOSIT.
066800*--------------------------------------------------------------
066900 2500-PRINT-SETTLEMENT-TOTALS.
067000     PERFORM VARYING GRX FROM 1 BY 1 UNTIL GRX > GARAGE-COUNT
067100         ADD GAR-GROSS(GRX) TO TOTAL-GROSS
067200         ADD GAR-CHARGEBACKS(GRX) TO TOTAL-CHARGEBACKS
067300         ADD GAR-FEES(GRX) TO TOTAL-FEES
067400         ADD GAR-NET(GRX) TO TOTAL-NET
067500         MOVE GAR-ITEMS(GRX) TO ITEMS-DISP
067600         MOVE GAR-GROSS(GRX) TO GROSS-DISP
067700         MOVE GAR-CHARGEBACKS(GRX) TO CHARGEBACK-DISP
067800         MOVE GAR-FEES(GRX) TO FEES-DISP
067900         MOVE GAR-NET(GRX) TO NET-DISP
068000         MOVE SPACES TO RPT-LINE
068100         STRING RUN-DATE, " SETTLED   ", GAR-ID(GRX),
068200             " ITEMS ", ITEMS-DISP, " GROSS ", GROSS-DISP,
068300             " CHARGEBACKS ", CHARGEBACK-DISP,
068400             " FEES ", FEES-DISP, " NET ", NET-DISP
068500             DELIMITED BY SIZE INTO RPT-LINE
068600         PERFORM 0700-WRITE-REPORT
068700     END-PERFORM.
068800     MOVE TOTAL-GROSS TO GROSS-DISP.
068900     MOVE TOTAL-CHARGEBACKS TO CHARGEBACK-DISP.
069000     MOVE TOTAL-FEES TO FEES-DISP.
069100     MOVE TOTAL-NET TO NET-DISP.
069200     MOVE SPACES TO RPT-LINE.
069300     STRING RUN-DATE, " SETTLEMENT TOTAL  ",
069400         "       GROSS ", GROSS-DISP,
069500         " CHARGEBACKS ", CHARGEBACK-DISP,
069600         " FEES ", FEES-DISP, " NET ", NET-DISP
069700         DELIMITED BY SIZE INTO RPT-LINE.
069800     PERFORM 0700-WRITE-REPORT.
069900 2500-EXIT.
070000     EXIT.
070100
070200*--------------------------------------------------------------
070300* CARRY THE NIGHT'S SETTLEMENT INTO THE PARKING GL EXTRACT --
070400* PER GARAGE AN "F" RECORD FOR THE PROCESSOR'S FEES AND AN "N"
070500* RECORD FOR THE NET SETTLED, WHICH GLPOST POSTS AS PRK KINDS
070600* CFEE AND CSET. THE EXTRACT IS READ BACK AND REWRITTEN SO THAT
070700* A RERUN OF THIS STEP REPLACES ITS OWN RECORDS RATHER THAN
070800* ADDING A SECOND SET. A GARAGE WHOSE CHARGEBACKS AND FEES
070900* CAME TO MORE THAN ITS SALES HAS NOTHING TO DEPOSIT AND IS
071000* RAISED FOR A MANUAL ENTRY INSTEAD.
071100*--------------------------------------------------------------
071200 3000-WRITE-GL-SETTLEMENT.
071300     OPEN INPUT GLEXTR-FILE.
071400     IF GLEXTR-OK THEN
071500         PERFORM 3100-KEEP-ONE-GL-RECORD UNTIL GLEXTR-AT-END
071600         CLOSE GLEXTR-FILE
071700         IF GL-KEEP-FULL THEN
071800             MOVE RUN-DATE TO EXCPT-RUN-DATE
071900             MOVE "CARDREC" TO EXCPT-PROGRAM
072000             MOVE "GLEX" TO EXCPT-CODE
072100             MOVE 2 TO EXCPT-SEVERITY
072200             MOVE SPACES TO EXCPT-TEXT
072300             STRING "GLEXTR OVER 2000 RECORDS, "
072400                 "SETTLEMENT NOT EXTRACTED"
072500                 DELIMITED BY SIZE INTO EXCPT-TEXT
072600             CALL "EXCPTRPT" USING EXCEPTION-RECORD
072700         ELSE
072800             PERFORM 3200-REWRITE-GL-EXTRACT
072900         END-IF
073000     ELSE
073100         MOVE RUN-DATE TO EXCPT-RUN-DATE
073200         MOVE "CARDREC" TO EXCPT-PROGRAM
073300         MOVE "GLEX" TO EXCPT-CODE
073400         MOVE 2 TO EXCPT-SEVERITY
073500         MOVE SPACES TO EXCPT-TEXT
073600         STRING "GLEXTR-OPEN-FAILED STATUS ", GLEXTR-STATUS,
073700             " SETTLEMENT NOT EXTRACTED"
073800             DELIMITED BY SIZE INTO EXCPT-TEXT
073900         CALL "EXCPTRPT" USING EXCEPTION-RECORD
074000     END-IF.
074100 3000-EXIT.
074200     EXIT.
074300
074400 3100-KEEP-ONE-GL-RECORD.
074500     READ GLEXTR-FILE
074600         AT END
074700             SET GLEXTR-AT-END TO TRUE
074800         NOT AT END
074900             IF GLX-RECORD-TYPE NOT = "N"
075000                     AND GLX-RECORD-TYPE NOT = "F" THEN
075100                 IF GL-KEEP-COUNT < 2000 THEN
075200                     ADD 1 TO GL-KEEP-COUNT
075300                     MOVE GLEXTR-RECORD
075400                         TO GL-KEEP-RECORD(GL-KEEP-COUNT)
075500                 ELSE
075600                     SET GL-KEEP-FULL TO TRUE
075700                     SET GLEXTR-AT-END TO TRUE
075800                 END-IF
075900             END-IF
076000     END-READ.
076100 3100-EXIT.
076200     EXIT.
076300
076400 3200-REWRITE-GL-EXTRACT.
076500     OPEN OUTPUT GLEXTR-FILE.
076600     IF GLEXTR-OK THEN
076700         PERFORM VARYING GKX FROM 1 BY 1
076800                 UNTIL GKX > GL-KEEP-COUNT
076900             WRITE GLEXTR-RECORD FROM GL-KEEP-RECORD(GKX)
077000         END-PERFORM
077100         PERFORM 3300-WRITE-GARAGE-SETTLEMENT
077200             VARYING GRX FROM 1 BY 1 UNTIL GRX > GARAGE-COUNT
077300         CLOSE GLEXTR-FILE
077400     ELSE
077500         MOVE RUN-DATE TO EXCPT-RUN-DATE
077600         MOVE "CARDREC" TO EXCPT-PROGRAM
077700         MOVE "GLEX" TO EXCPT-CODE
077800         MOVE 2 TO EXCPT-SEVERITY
077900         MOVE SPACES TO EXCPT-TEXT
078000         STRING "GLEXTR-REWRITE-FAILED STATUS ", GLEXTR-STATUS,
078100             " EXTRACT LOST -- RERUN FROM THE ROLLUP"
078200             DELIMITED BY SIZE INTO EXCPT-TEXT
078300         CALL "EXCPTRPT" USING EXCEPTION-RECORD
078400     END-IF.
078500 3200-EXIT.
078600     EXIT.
078700
078800 3300-WRITE-GARAGE-SETTLEMENT.
078900     IF GAR-FEES(GRX) > 0 THEN
079000         MOVE SPACES TO GLEXTR-RECORD
079100         MOVE RUN-DATE TO GLX-RUN-DATE
079200         MOVE "F" TO GLX-RECORD-TYPE
079300         MOVE GAR-ID(GRX) TO GLX-GARAGE
079400         MOVE 0 TO GLX-TIER
079500         MOVE GAR-ITEMS(GRX) TO GLX-UNITS
079600         MOVE GAR-FEES(GRX) TO GLX-AMOUNT
079700         WRITE GLEXTR-RECORD
079800     END-IF.
079900     IF GAR-NET(GRX) > 0 THEN
080000         MOVE SPACES TO GLEXTR-RECORD
080100         MOVE RUN-DATE TO GLX-RUN-DATE
080200         MOVE "N" TO GLX-RECORD-TYPE
080300         MOVE GAR-ID(GRX) TO GLX-GARAGE
080400         MOVE 0 TO GLX-TIER
080500         MOVE GAR-ITEMS(GRX) TO GLX-UNITS
080600         MOVE GAR-NET(GRX) TO GLX-AMOUNT
080700         WRITE GLEXTR-RECORD
080800     END-IF.
080900     IF GAR-NET(GRX) < 0 THEN
081000         MOVE GAR-NET(GRX) TO NET-DISP
081100         MOVE RUN-DATE TO EXCPT-RUN-DATE
081200         MOVE "CARDREC" TO EXCPT-PROGRAM
081300         MOVE "GLEX" TO EXCPT-CODE
081400         MOVE 2 TO EXCPT-SEVERITY
081500         MOVE SPACES TO EXCPT-TEXT
081600         STRING GAR-ID(GRX), " NET SETTLED ", NET-DISP,
081700             " BELOW ZERO, NOT EXTRACTED"
081800             DELIMITED BY SIZE INTO EXCPT-TEXT
081900         CALL "EXCPTRPT" USING EXCEPTION-RECORD
082000     END-IF.
082100 3300-EXIT.
082200     EXIT.
082300
082400 4000-PRINT-SUMMARY.
082500     MOVE SPACES TO RPT-LINE.
082600     STRING RUN-DATE, " RECON MATCHED ", MATCHED-ITEMS,
082700         " RECEIPT-ONLY ", UNMATCHED-RECEIPTS,
082800         " SETTLEMENT-ONLY ", UNMATCHED-SETTLEMENTS,
082900         " AMOUNT-BREAKS ", AMOUNT-BREAKS,
083000         " CHARGEBACKS ", CHARGEBACKS
083100         DELIMITED BY SIZE INTO RPT-LINE.
083200     PERFORM 0700-WRITE-REPORT.
083300 4000-EXIT.
083400     EXIT.
083500
083600*--------------------------------------------------------------
083700* RUN-LOG START AND END RECORDS FOR THE MORNING OPERATIONS
083800* REPORT. RUNLOGW STAMPS THE CLOCK TIME ITSELF.
083900*--------------------------------------------------------------
084000 0100-LOG-RUN-START.
084100     MOVE "CARDREC" TO RLOG-PROGRAM.
084200     MOVE RUN-DATE TO RLOG-RUN-DATE.
084300     MOVE "S" TO RLOG-EVENT.
084400     MOVE 0 TO RLOG-READ.
084500     MOVE 0 TO RLOG-ACCEPTED.
084600     MOVE 0 TO RLOG-REJECTED.
084700     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
084800     CALL "RUNLOGW" USING RUN-LOG-RECORD.
084900     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
085000 0100-EXIT.
085100     EXIT.
085200
085300 0990-LOG-RUN-END.
085400     MOVE "CARDREC" TO RLOG-PROGRAM.
085500     MOVE RUN-DATE TO RLOG-RUN-DATE.
085600     MOVE "E" TO RLOG-EVENT.
085700     MOVE RECORDS-READ TO RLOG-READ.
085800     COMPUTE RLOG-ACCEPTED = RECORDS-READ - RECORDS-REJECTED.
085900     MOVE RECORDS-REJECTED TO RLOG-REJECTED.
086000     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
086100     CALL "RUNLOGW" USING RUN-LOG-RECORD.
086200     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
086300 0990-EXIT.
086400     EXIT.
086500*--------------------------------------------------------------
086600* ONE LINE TO THE REPORT DATASET. A REPORT THAT COULD NOT BE
086700* OPENED DROPS THE LINE RATHER THAN TAKING THE STEP DOWN.
086800*--------------------------------------------------------------
086900 0700-WRITE-REPORT.
087000     IF REPORT-OK THEN
087100         WRITE REPORT-RECORD FROM RPT-LINE
087200     END-IF.
087300 0700-EXIT.
087400     EXIT.
