000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DEBTAGE.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. GARAGE-OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  RH   ORIGINAL VERSION - WEEKLY AGING OF THE
001000*                    GARAGE DEBT MASTER PARKING CARRIES
001100*                    (DEBTMAST, LAYOUT DEBTREC) FOR THE
001200*                    COLLECTIONS AGENCY. EVERY PLATE WITH AN
001300*                    OPEN ITEM PRINTS IN PLATE ORDER WITH ITS
001400*                    ITEM COUNT, WHAT IT STILL OWES AGED INTO
001500*                    0-30, 31-60, 61-90, AND OVER-90-DAY
001600*                    BUCKETS BY THE DATE IT LEFT THE GARAGE,
001700*                    ITS TOTAL, AND ITS OLDEST ITEM, FOLLOWED
001800*                    BY THE BUCKET TOTALS. THE ITEMS THE
001900*                    AGENCY'S PAYMENTS CLEARED IN THE SEVEN
002000*                    DAYS TO THE REPORT DATE PRINT AFTER IT,
002100*                    SO THE AGENCY CAN CLOSE ITS OWN FILES. THE
002200*                    SYSIN LINE "asof YYYYMMDD" AGES AS OF AN
002300*                    EARLIER DATE; WITHOUT IT THE RUN DATE IS
002400*                    USED.
002500*--------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DEBTMAST-FILE ASSIGN TO DEBTMAST
003100         FILE STATUS IS DEBTMAST-STATUS.
003200     SELECT REPORT-FILE ASSIGN TO RPTOUT
003300         FILE STATUS IS REPORT-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  DEBTMAST-FILE.
003800 COPY DEBTREC.
003900 FD  REPORT-FILE.
004000 01  REPORT-RECORD            PIC X(132).
004100
004200 WORKING-STORAGE SECTION.
004300 COPY EXCPTREC.
004400 COPY PDATEREC.
004500 COPY RUNLOGRC.
004600 01  SAVED-RETURN-CODE        PIC S9(9) COMP.
004700 01  RECORDS-READ             PIC 9(7) VALUE 0.
004800 01  RECORDS-REJECTED         PIC 9(7) VALUE 0.
004900 01  RUN-DATE                 PIC 9(8).
005000
005100 01  DEBTMAST-STATUS          PIC X(2).
005200     88  DEBTMAST-OK          VALUE "00".
005300     88  DEBTMAST-AT-END      VALUE "10".
005400     88  DEBTMAST-NOT-FOUND   VALUE "35".
005500 01  REPORT-STATUS            PIC X(2).
005600     88  REPORT-OK            VALUE "00".
005700 01  RPT-LINE                 PIC X(132).
005800
005900*--------------------------------------------------------------
006000* THE REPORTING DATE, AND THE START OF THE WEEK WHOSE
006100* COLLECTIONS ARE LISTED.
006200*--------------------------------------------------------------
006300 01  INPUT-LINE               PIC X(80).
006400 01  OPTION                   PIC X(10).
006500 01  KEYWORD-COUNT            PIC 9(1).
006600 01  ASOF-DATE                PIC 9(8) VALUE 0.
006700 01  ASOF-INT                 PIC S9(9) COMP.
006800 01  ITEM-INT                 PIC S9(9) COMP.
006900 01  AGE-DAYS                 PIC S9(9) COMP.
007000 01  WEEK-START               PIC 9(8).
007100 01  OWED                     PIC 9(7)V9(2).
007200
007300*--------------------------------------------------------------
007400* ONE ENTRY PER PLATE STILL OWING, HELD IN PLATE ORDER, WITH
007500* WHAT IT OWES IN EACH AGE BUCKET (1 0-30 DAYS, 2 31-60, 3
007600* 61-90, 4 OVER 90) AND ITS OLDEST OPEN ITEM.
007700*--------------------------------------------------------------
007800 01  PLATE-COUNT              PIC 9(3) COMP VALUE 0.
007900 01  PX                       PIC 9(3) COMP.
008000 01  PY                       PIC 9(3) COMP.
008100 01  BX                       PIC 9(1) COMP.
008200 01  PLATE-TABLE.
008300     05  PLATE-ENTRY OCCURS 500 TIMES.
008400         10  PLT-PLATE        PIC X(8).
008500         10  PLT-ITEMS        PIC 9(3).
008600         10  PLT-OLDEST       PIC 9(8).
008700         10  PLT-BUCKET       PIC 9(7)V9(2) OCCURS 4 TIMES.
008800         10  PLT-TOTAL        PIC 9(7)V9(2).
008900 01  PLATE-FULL-SWITCH        PIC X(1) VALUE "N".
009000     88  PLATE-TABLE-FULL     VALUE "Y".
009100 01  FIND-SWITCH              PIC X(1).
009200     88  PLATE-FOUND          VALUE "Y".
009300     88  PLATE-NOT-FOUND      VALUE "N".
009400
009500*--------------------------------------------------------------
009600* REPORT TOTALS -- OPEN ITEMS BY BUCKET, AND THE WEEK'S
009700* COLLECTIONS.
009800*--------------------------------------------------------------
009900 01  OPEN-ITEMS               PIC 9(5) VALUE 0.
010000 01  BUCKET-TOTALS            VALUE ZEROS.
010100     05  BUCKET-TOTAL         PIC 9(9)V9(2) OCCURS 4 TIMES.
010200 01  GRAND-TOTAL              PIC 9(9)V9(2) VALUE 0.
010300 01  CLEARED-ITEMS            PIC 9(5) VALUE 0.
010400 01  CLEARED-TOTAL            PIC 9(9)V9(2) VALUE 0.
010500
010600*--------------------------------------------------------------
010700* REPORT PRINT FIELDS.
010800*--------------------------------------------------------------
010900 01  ITEMS-DISP               PIC Z(4)9.
011000 01  PLATES-DISP              PIC Z(4)9.
011100 01  TICKET-DISP              PIC 9(2).
011200 01  BUCKET-DISP-1            PIC Z(9).99.
011300 01  BUCKET-DISP-2            PIC Z(9).99.
011400 01  BUCKET-DISP-3            PIC Z(9).99.
011500 01  BUCKET-DISP-4            PIC Z(9).99.
011600 01  TOTAL-DISP               PIC Z(9).99.
011700 01  REASON-DISP              PIC X(8).
011800
011900 PROCEDURE DIVISION.
012000 0000-MAINLINE.
012100     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
012200     MOVE RUN-DATE TO PDAT-CLOCK-DATE.
012300     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
012400     CALL "SETPDATE" USING PROCESSING-DATE-RECORD.
012500     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
012600     MOVE PDAT-RUN-DATE TO RUN-DATE.
012700     PERFORM 0100-LOG-RUN-START.
012800     PERFORM 0200-READ-CONTROL-LINE.
012900     OPEN OUTPUT REPORT-FILE.
013000     IF NOT REPORT-OK THEN
013100         MOVE RUN-DATE TO EXCPT-RUN-DATE
013200         MOVE "DEBTAGE" TO EXCPT-PROGRAM
013300         MOVE "RPTO" TO EXCPT-CODE
013400         MOVE 3 TO EXCPT-SEVERITY
013500         MOVE SPACES TO EXCPT-TEXT
013600         STRING "REPORT-OPEN-FAILED STATUS ", REPORT-STATUS
013700             DELIMITED BY SIZE INTO EXCPT-TEXT
013800         CALL "EXCPTRPT" USING EXCEPTION-RECORD
013900     END-IF.
014000     MOVE SPACES TO RPT-LINE.
014100     STRING RUN-DATE, " OUTSTANDING PLATES AGED AS OF ",
014200         ASOF-DATE, " -- COLLECTIONS AGENCY"
014300         DELIMITED BY SIZE INTO RPT-LINE.
014400     PERFORM 0700-WRITE-REPORT.
014500     OPEN INPUT DEBTMAST-FILE.
014600     IF DEBTMAST-OK THEN
014700         PERFORM 1000-READ-DEBT
014800             UNTIL DEBTMAST-AT-END
014900         CLOSE DEBTMAST-FILE
015000     ELSE
015100         IF DEBTMAST-NOT-FOUND THEN
015200             DISPLAY RUN-DATE,
015300                 " DEBTAGE NO DEBT MASTER, NOTHING OUTSTANDING"
015400         ELSE
015500             MOVE RUN-DATE TO EXCPT-RUN-DATE
015600             MOVE "DEBTAGE" TO EXCPT-PROGRAM
015700             MOVE "DEBT" TO EXCPT-CODE
015800             MOVE 3 TO EXCPT-SEVERITY
015900             MOVE SPACES TO EXCPT-TEXT
016000             STRING "DEBT-MASTER-OPEN-FAILED STATUS ",
016100                 DEBTMAST-STATUS, " NO AGING PRODUCED"
016200                 DELIMITED BY SIZE INTO EXCPT-TEXT
016300             CALL "EXCPTRPT" USING EXCEPTION-RECORD
016400         END-IF
016500     END-IF.
016600     PERFORM 2000-PRINT-AGING.
016700     PERFORM 3000-PRINT-COLLECTED.
016800     IF REPORT-OK THEN
016900         CLOSE REPORT-FILE
017000     END-IF.
017100     DISPLAY RUN-DATE, " DEBTAGE AS OF ", ASOF-DATE,
017200         " ITEMS READ ", RECORDS-READ, " OPEN ", OPEN-ITEMS,
017300         " CLEARED THIS WEEK ", CLEARED-ITEMS.
017400     PERFORM 0990-LOG-RUN-END.
017500     STOP RUN.
017600
017700*--------------------------------------------------------------
017800* THE OPTIONAL "asof YYYYMMDD" CONTROL LINE, AND THE WEEK IT
017900* CLOSES.
018000*--------------------------------------------------------------
018100 0200-READ-CONTROL-LINE.
018200     MOVE SPACES TO INPUT-LINE.
018300     ACCEPT INPUT-LINE.
018400     MOVE 0 TO KEYWORD-COUNT.
018500     INSPECT INPUT-LINE TALLYING KEYWORD-COUNT FOR ALL "asof".
018600     IF KEYWORD-COUNT = 1 THEN
018700         UNSTRING INPUT-LINE DELIMITED BY ALL SPACE
018800             INTO OPTION, ASOF-DATE
018900     END-IF.
019000     IF ASOF-DATE = 0 THEN
019100         MOVE RUN-DATE TO ASOF-DATE
019200     END-IF.
019300     COMPUTE ASOF-INT = FUNCTION INTEGER-OF-DATE (ASOF-DATE).
019400     COMPUTE WEEK-START =
019500         FUNCTION DATE-OF-INTEGER (ASOF-INT - 6).
019600 0200-EXIT.
019700     EXIT.
019800
019900*--------------------------------------------------------------
020000* ONE DEBT ITEM. AN OPEN ITEM ON OR BEFORE THE REPORT DATE
020100* GOES INTO ITS PLATE'S AGE BUCKET; AN ITEM CLEARED IN THE
020200* WEEK IS COUNTED FOR THE COLLECTED SECTION. AN ITEM DATED
020300* AFTER THE REPORT DATE IS NOT YET OWED AS OF IT.
020400*--------------------------------------------------------------
020500 1000-READ-DEBT.
020600     READ DEBTMAST-FILE
020700         AT END
020800             SET DEBTMAST-AT-END TO TRUE
020830         NOT AT END
020860             ADD 1 TO RECORDS-READ
020890             IF DBT-DATE NOT > ASOF-DATE THEN
020920                 PERFORM 1050-TAKE-ITEM
020950             END-IF
021000     END-READ.
021100 1000-EXIT.
021200     EXIT.
021300
021400 1050-TAKE-ITEM.
021500     IF DBT-CLEARED THEN
021600         IF DBT-CLEARED-DATE >= WEEK-START
021700                 AND DBT-CLEARED-DATE <= ASOF-DATE THEN
021800             ADD 1 TO CLEARED-ITEMS
021900             ADD DBT-AMOUNT TO CLEARED-TOTAL
022000         END-IF
023600     ELSE
023700         COMPUTE OWED = DBT-AMOUNT - DBT-PAID
023800         IF OWED NOT = 0 THEN
023900             PERFORM 1100-FIND-PLATE
024000             IF PLATE-NOT-FOUND THEN
024100                 ADD 1 TO RECORDS-REJECTED
024200             ELSE
024300                 PERFORM 1200-AGE-ITEM
024400             END-IF
024500         END-IF
024600     END-IF.
025150 1050-EXIT.
025700     EXIT.
025800
025900*--------------------------------------------------------------
026000* FIND THE ITEM'S PLATE, OR OPEN AN ENTRY FOR IT IN PLATE
026100* ORDER. A FULL TABLE IS REPORTED ONCE AND THE PLATES THAT DO
026200* NOT FIT ARE LEFT OFF THE AGING.
026300*--------------------------------------------------------------
026400 1100-FIND-PLATE.
026500     SET PLATE-NOT-FOUND TO TRUE.
026600     PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PLATE-COUNT
026700         IF PLT-PLATE(PX) >= DBT-PLATE THEN
026800             EXIT PERFORM
026900         END-IF
027000     END-PERFORM.
027100     IF PX <= PLATE-COUNT THEN
027200         IF PLT-PLATE(PX) = DBT-PLATE THEN
027300             SET PLATE-FOUND TO TRUE
027500         END-IF
027600     END-IF.
027810     IF PLATE-NOT-FOUND THEN
028020         IF PLATE-COUNT >= 500 THEN
028230             PERFORM 1110-PLATE-TABLE-FULL
028440         ELSE
028650             PERFORM 1120-OPEN-PLATE
028900         END-IF
029100     END-IF.
029105 1100-EXIT.
029110     EXIT.
029115
029120 1110-PLATE-TABLE-FULL.
029125     IF NOT PLATE-TABLE-FULL THEN
029130         SET PLATE-TABLE-FULL TO TRUE
029135         MOVE RUN-DATE TO EXCPT-RUN-DATE
029140         MOVE "DEBTAGE" TO EXCPT-PROGRAM
029145         MOVE "DEBT" TO EXCPT-CODE
029150         MOVE 2 TO EXCPT-SEVERITY
029155         MOVE SPACES TO EXCPT-TEXT
029160         STRING "PLATE-TABLE-FULL AT ", DBT-PLATE,
029165             " LATER PLATES NOT AGED"
029170             DELIMITED BY SIZE INTO EXCPT-TEXT
029175         CALL "EXCPTRPT" USING EXCEPTION-RECORD
029180     END-IF.
029185 1110-EXIT.
029190     EXIT.
029195
029200*--------------------------------------------------------------
029300* OPEN A SLOT AT PX BY SHIFTING THE LATER PLATES UP ONE.
029400*--------------------------------------------------------------
029450 1120-OPEN-PLATE.
029500     ADD 1 TO PLATE-COUNT.
029600     PERFORM VARYING PY FROM PLATE-COUNT BY -1 UNTIL PY <= PX
029700         MOVE PLATE-ENTRY(PY - 1) TO PLATE-ENTRY(PY)
029800     END-PERFORM.
029900     MOVE DBT-PLATE TO PLT-PLATE(PX).
030000     MOVE 0 TO PLT-ITEMS(PX).
030100     MOVE 0 TO PLT-OLDEST(PX).
030200     MOVE 0 TO PLT-TOTAL(PX).
030300     PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 4
030400         MOVE 0 TO PLT-BUCKET(PX, BX)
030500     END-PERFORM.
030600     SET PLATE-FOUND TO TRUE.
030700 1120-EXIT.
030800     EXIT.
030803
030806*--------------------------------------------------------------
030809* AGE THE ITEM BY THE DATE IT LEFT THE GARAGE AND ADD WHAT IT
030812* STILL OWES TO ITS PLATE AND TO THE BUCKET TOTALS.
030815*--------------------------------------------------------------
030818 1200-AGE-ITEM.
030821     COMPUTE ITEM-INT = FUNCTION INTEGER-OF-DATE (DBT-DATE).
030824     COMPUTE AGE-DAYS = ASOF-INT - ITEM-INT.
030827     IF AGE-DAYS <= 30 THEN
030830         MOVE 1 TO BX
030833     ELSE
030836         IF AGE-DAYS <= 60 THEN
030839             MOVE 2 TO BX
030842         ELSE
030845             IF AGE-DAYS <= 90 THEN
030848                 MOVE 3 TO BX
030851             ELSE
030854                 MOVE 4 TO BX
030857             END-IF
030860         END-IF
030863     END-IF.
030866     ADD 1 TO PLT-ITEMS(PX).
030869     ADD OWED TO PLT-BUCKET(PX, BX).
030872     ADD OWED TO PLT-TOTAL(PX).
030875     IF PLT-OLDEST(PX) = 0 OR DBT-DATE < PLT-OLDEST(PX) THEN
030878         MOVE DBT-DATE TO PLT-OLDEST(PX)
030881     END-IF.
030884     ADD 1 TO OPEN-ITEMS.
030887     ADD OWED TO BUCKET-TOTAL(BX).
030890     ADD OWED TO GRAND-TOTAL.
030893 1200-EXIT.
030896     EXIT.
030900
031000*--------------------------------------------------------------
031100* THE AGING -- ONE LINE PER PLATE STILL OWING, THEN THE
031200* BUCKET TOTALS.
031300*--------------------------------------------------------------
031400 2000-PRINT-AGING.
031500     MOVE SPACES TO RPT-LINE.
031600     STRING RUN-DATE, " PLATE    ITEMS     0-30 DAYS",
031700         "    31-60 DAYS    61-90 DAYS  OVER 90 DAYS",
031800         "    TOTAL OWED  OLDEST"
031900         DELIMITED BY SIZE INTO RPT-LINE.
032000     PERFORM 0700-WRITE-REPORT.
032100     PERFORM 2100-PRINT-ONE-PLATE
032200         VARYING PX FROM 1 BY 1 UNTIL PX > PLATE-COUNT.
032300     IF PLATE-COUNT = 0 THEN
032400         MOVE SPACES TO RPT-LINE
032500         STRING RUN-DATE, " NOTHING OUTSTANDING"
032600             DELIMITED BY SIZE INTO RPT-LINE
032700         PERFORM 0700-WRITE-REPORT
032800     END-IF.
032900     MOVE PLATE-COUNT TO PLATES-DISP.
033000     MOVE OPEN-ITEMS TO ITEMS-DISP.
033100     MOVE BUCKET-TOTAL(1) TO BUCKET-DISP-1.
033200     MOVE BUCKET-TOTAL(2) TO BUCKET-DISP-2.
033300     MOVE BUCKET-TOTAL(3) TO BUCKET-DISP-3.
033400     MOVE BUCKET-TOTAL(4) TO BUCKET-DISP-4.
033500     MOVE GRAND-TOTAL TO TOTAL-DISP.
033600     MOVE SPACES TO RPT-LINE.
033700     STRING RUN-DATE, " TOTAL   ", ITEMS-DISP, " ",
033800         BUCKET-DISP-1, " ", BUCKET-DISP-2, " ",
033900         BUCKET-DISP-3, " ", BUCKET-DISP-4, " ",
034000         TOTAL-DISP, "  PLATES ", PLATES-DISP
034100         DELIMITED BY SIZE INTO RPT-LINE.
034200     PERFORM 0700-WRITE-REPORT.
034300 2000-EXIT.
034400     EXIT.
034500
034600 2100-PRINT-ONE-PLATE.
034700     MOVE PLT-ITEMS(PX) TO ITEMS-DISP.
034800     MOVE PLT-BUCKET(PX, 1) TO BUCKET-DISP-1.
034900     MOVE PLT-BUCKET(PX, 2) TO BUCKET-DISP-2.
035000     MOVE PLT-BUCKET(PX, 3) TO BUCKET-DISP-3.
035100     MOVE PLT-BUCKET(PX, 4) TO BUCKET-DISP-4.
035200     MOVE PLT-TOTAL(PX) TO TOTAL-DISP.
035300     MOVE SPACES TO RPT-LINE.
035400     STRING RUN-DATE, " ", PLT-PLATE(PX), ITEMS-DISP, " ",
035500         BUCKET-DISP-1, " ", BUCKET-DISP-2, " ",
035600         BUCKET-DISP-3, " ", BUCKET-DISP-4, " ",
035700         TOTAL-DISP, "  ", PLT-OLDEST(PX)
035800         DELIMITED BY SIZE INTO RPT-LINE.
035900     PERFORM 0700-WRITE-REPORT.
036000 2100-EXIT.
036100     EXIT.
036200
036300*--------------------------------------------------------------
036400* THE WEEK'S COLLECTIONS -- EVERY ITEM THE AGENCY'S PAYMENTS
036500* CLEARED IN THE SEVEN DAYS TO THE REPORT DATE, READ BACK OFF
036600* THE MASTER IN THE ORDER THE ITEMS WERE ADDED.
036700*--------------------------------------------------------------
036800 3000-PRINT-COLLECTED.
036900     MOVE SPACES TO RPT-LINE.
037000     STRING RUN-DATE, " CLEARED ", WEEK-START, " THROUGH ",
037100         ASOF-DATE
037200         DELIMITED BY SIZE INTO RPT-LINE.
037300     PERFORM 0700-WRITE-REPORT.
037400     IF CLEARED-ITEMS > 0 THEN
037500         OPEN INPUT DEBTMAST-FILE
037600         IF DEBTMAST-OK THEN
037700             PERFORM 3100-READ-CLEARED
037800                 UNTIL DEBTMAST-AT-END
037900             CLOSE DEBTMAST-FILE
038000         END-IF
038100     END-IF.
038200     MOVE CLEARED-ITEMS TO ITEMS-DISP.
038300     MOVE CLEARED-TOTAL TO TOTAL-DISP.
038400     MOVE SPACES TO RPT-LINE.
038500     STRING RUN-DATE, " CLEARED ITEMS ", ITEMS-DISP,
038600         " AMOUNT ", TOTAL-DISP
038700         DELIMITED BY SIZE INTO RPT-LINE.
038800     PERFORM 0700-WRITE-REPORT.
038900 3000-EXIT.
039000     EXIT.
039100
039200 3100-READ-CLEARED.
039300     READ DEBTMAST-FILE
039400         AT END
039500             SET DEBTMAST-AT-END TO TRUE
039520         NOT AT END
039540             IF DBT-CLEARED AND DBT-DATE NOT > ASOF-DATE
039560                     AND DBT-CLEARED-DATE >= WEEK-START
039580                     AND DBT-CLEARED-DATE NOT > ASOF-DATE THEN
039600                 PERFORM 3110-PRINT-ONE-CLEARED
039620             END-IF
039700     END-READ.
039820 3100-EXIT.
039940     EXIT.
040060
040180 3110-PRINT-ONE-CLEARED.
040300     IF DBT-UNPAID-EXIT THEN
040400         MOVE "UNPAID" TO REASON-DISP
040500     ELSE
040600         MOVE "DECLINED" TO REASON-DISP
040700     END-IF.
040800     MOVE DBT-TICKET TO TICKET-DISP.
040900     MOVE DBT-AMOUNT TO TOTAL-DISP.
041000     MOVE SPACES TO RPT-LINE.
041100     STRING RUN-DATE, " ", DBT-PLATE, " ", DBT-DATE, " ",
041200         DBT-GARAGE, " TICKET ", TICKET-DISP, " ",
041300         REASON-DISP, " ", TOTAL-DISP, " CLEARED ",
041400         DBT-CLEARED-DATE
041500         DELIMITED BY SIZE INTO RPT-LINE.
041600     PERFORM 0700-WRITE-REPORT.
041700 3110-EXIT.
041800     EXIT.
041900
042000*--------------------------------------------------------------
042100* RUN-LOG START AND END RECORDS FOR THE MORNING OPERATIONS
042200* REPORT. RUNLOGW STAMPS THE CLOCK TIME ITSELF.
042300*--------------------------------------------------------------
042400 0100-LOG-RUN-START.
042500     MOVE "DEBTAGE" TO RLOG-PROGRAM.
042600     MOVE RUN-DATE TO RLOG-RUN-DATE.
042700     MOVE "S" TO RLOG-EVENT.
042800     MOVE 0 TO RLOG-READ.
042900     MOVE 0 TO RLOG-ACCEPTED.
043000     MOVE 0 TO RLOG-REJECTED.
043100     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
043200     CALL "RUNLOGW" USING RUN-LOG-RECORD.
043300     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
043400 0100-EXIT.
043500     EXIT.
043600
043700 0990-LOG-RUN-END.
043800     MOVE "DEBTAGE" TO RLOG-PROGRAM.
043900     MOVE RUN-DATE TO RLOG-RUN-DATE.
044000     MOVE "E" TO RLOG-EVENT.
044100     MOVE RECORDS-READ TO RLOG-READ.
044200     COMPUTE RLOG-ACCEPTED = RECORDS-READ - RECORDS-REJECTED.
044300     MOVE RECORDS-REJECTED TO RLOG-REJECTED.
044400     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
044500     CALL "RUNLOGW" USING RUN-LOG-RECORD.
044600     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
044700 0990-EXIT.
044800     EXIT.
044900
045000 0700-WRITE-REPORT.
045100     IF REPORT-OK THEN
045200         WRITE REPORT-RECORD FROM RPT-LINE
045300     END-IF.
045400 0700-EXIT.
045500     EXIT.
