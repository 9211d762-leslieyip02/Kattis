000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INVMAINT.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. WAREHOUSE-LOGISTICS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  RH   ORIGINAL VERSION - WAREHOUSE MAINTENANCE OF
000950*                    THE INVENTORY MASTER (INVMAST, LAYOUT
001000*                    INVMREC). THE NIGHT'S RECEIVE, ADJUST,
001050*                    REASSIGN, DAMAGE, RETURN, AND LOST
001100*                    TRANSACTIONS, KEYED BY SHIPMENT AND BOX, ARE
001150*                    VALIDATED AND APPLIED IN FEED ORDER -- A BOX
001200*                    ALREADY ON FILE CANNOT BE RECEIVED AGAIN, AND
001250*                    A BOX MOVINGDAY HAS MARKED SHIPPED TAKES NO
001300*                    CHANGE BUT A RETURN TO STOCK OR A WRITE-OFF
001350*                    AS LOST. A LOST BOX STAYS ON THE MASTER AS
001400*                    SHIPPED WITH ITS DELIVERY STATUS L, DATED THE
001450*                    RUN DATE, SO MOVINGDAY STOPS CHASING IT;
001500*                    EVERY OTHER CHANGE CARRIES THE DELIVERY GROUP
001550*                    THROUGH UNCHANGED, AND A BOX RECEIVED STARTS
001600*                    WITH IT BLANK. A REJECTED TRANSACTION RAISES
001650*                    A SERIOUS EXCEPTION THROUGH EXCPTRPT. EVERY
001700*                    CHANGE APPLIED IS APPENDED TO THE MOVEMENT
001750*                    HISTORY (INVHIST, LAYOUT INVHREC), AND A
001800*                    STOCK REPORT BY SHIPMENT FOLLOWS THE
001850*                    TRANSACTION LISTING.
002300*--------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT REPORT-FILE ASSIGN TO RPTOUT
002900         FILE STATUS IS REPORT-STATUS.
003000     SELECT INVMAST-FILE ASSIGN TO INVMAST
003100         FILE STATUS IS INVMAST-STATUS.
003200     SELECT INVHIST-FILE ASSIGN TO INVHIST
003300         FILE STATUS IS INVHIST-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  REPORT-FILE.
003800 01  REPORT-RECORD            PIC X(132).
003900 FD  INVMAST-FILE.
004000 COPY INVMREC.
004100 FD  INVHIST-FILE.
004200 COPY INVHREC.
004300
004400 WORKING-STORAGE SECTION.
004500 COPY EXCPTREC.
004600 COPY PDATEREC.
004700 01  REPORT-STATUS            PIC X(2).
004800     88  REPORT-OK            VALUE "00".
004900 01  RPT-LINE                 PIC X(132).
005000*--------------------------------------------------------------
005100* RUN-LOG BOOKKEEPING -- ONE "S" RECORD AT START AND ONE "E"
005200* RECORD AT END GO TO THE SHARED RUN-LOG DATASET THROUGH THE
005300* COMMON RUNLOGW SUBPROGRAM, CARRYING THE STEP'S RECORDS READ,
005400* ACCEPTED, AND REJECTED FOR THE MORNING OPERATIONS REPORT.
005500*--------------------------------------------------------------
005600 COPY RUNLOGRC.
005700*--------------------------------------------------------------
005800* THE STEP'S RETURN CODE IS SAVED ACROSS EACH RUNLOGW CALL --
005900* A CALLED PROGRAM'S EXIT REPLACES THE CALLER'S RETURN-CODE,
006000* AND THE GRADUATED EXCEPTION CODE MUST SURVIVE TO END OF STEP.
006100*--------------------------------------------------------------
006200 01  SAVED-RETURN-CODE        PIC S9(9) COMP.
006300 01  RECORDS-REJECTED         PIC 9(7) VALUE 0.
006400 01  RUN-DATE                 PIC 9(8).
006500
006600*--------------------------------------------------------------
006700* THE WAREHOUSE TRANSACTION FEED ON SYSIN -- A "busdate
006800* YYYYMMDD" HEADER, ONE TRANSACTION PER LINE, AND A "trailer
006900* COUNT" LINE GIVING THE LINES BEFORE IT, HEADER INCLUDED. A
007000* "*" IN COLUMN 1 IS A COMMENT. TRANSACTION COLUMNS:
007100*    1-8   ACTION  RECEIVE, ADJUST, REASSIGN, DAMAGE, RETURN,
007150*                  LOST
007200*    9-11  SHIPMENT          12-14 BOX
007300*   15-32  LENGTH, WIDTH, HEIGHT, SIX DIGITS EACH (RECEIVE AND
007400*          ADJUST)
007500*   33-43  WEIGHT, TWO IMPLIED DECIMALS (RECEIVE AND ADJUST)
007600*   44-46  NEW SHIPMENT      47-49 NEW BOX, 000 TO KEEP THE
007700*          BOX NUMBER (REASSIGN)
007800*   50-61  WAREHOUSE REFERENCE, CARRIED TO THE HISTORY
007900*--------------------------------------------------------------
008000 01  INPUT-LINE               PIC X(80).
008100     88  END-OF-FEED          VALUE SPACES.
008200 01  INPUT-TRANSACTION REDEFINES INPUT-LINE.
008300     05  TRN-ACTION           PIC X(8).
008400         88  TRN-RECEIVE      VALUE "RECEIVE".
008500         88  TRN-ADJUST       VALUE "ADJUST".
008600         88  TRN-REASSIGN     VALUE "REASSIGN".
008700         88  TRN-DAMAGE       VALUE "DAMAGE".
008800         88  TRN-RETURN       VALUE "RETURN".
008850         88  TRN-LOST         VALUE "LOST".
008900     05  TRN-SHIPMENT         PIC 9(3).
009000     05  TRN-BOX              PIC 9(3).
009100     05  TRN-L                PIC 9(6).
009200     05  TRN-W                PIC 9(6).
009300     05  TRN-H                PIC 9(6).
009400     05  TRN-WEIGHT           PIC 9(9)V9(2).
009500     05  TRN-NEW-SHIPMENT     PIC 9(3).
009600     05  TRN-NEW-BOX          PIC 9(3).
009700     05  TRN-REFERENCE        PIC X(12).
009800     05  FILLER               PIC X(19).
009900 01  OPTION                   PIC X(10).
010000 01  KEYWORD-COUNT            PIC 9(1).
010100 01  BUSDATE-X                PIC X(8).
010200 01  BUSDATE                  PIC 9(8).
010300 01  FEED-DATE-SWITCH         PIC X(1) VALUE "Y".
010400     88  FEED-VERIFIED        VALUE "Y".
010500     88  FEED-UNVERIFIED      VALUE "N".
010600*--------------------------------------------------------------
010700* FEED CONTROL TOTALS -- A MISSING TRAILER OR A COUNT OFF THE
010800* LINES READ MEANS A TRUNCATED TRANSFER, AND NOTHING APPLIES.
010900*--------------------------------------------------------------
011000 01  LINES-READ               PIC 9(7) VALUE 0.
011100 01  TRL-COUNT                PIC 9(7).
011200 01  TRL-SWITCH               PIC X(1) VALUE "N".
011300     88  TRAILER-SEEN         VALUE "Y".
011400     88  TRAILER-NOT-SEEN     VALUE "N".
011500 01  FEED-SWITCH              PIC X(1) VALUE "N".
011600     88  FEED-COMPLETE        VALUE "Y".
011700     88  FEED-INCOMPLETE      VALUE "N".
011800
011900*--------------------------------------------------------------
012000* THE NIGHT'S TRANSACTIONS, HELD IN FEED ORDER UNTIL THE
012100* TRAILER HAS PROVED THE FEED WHOLE. THE SEQUENCE NUMBER IS THE
012200* POSITION IN THE TABLE.
012300*--------------------------------------------------------------
012400 01  TRAN-COUNT               PIC 9(3) COMP VALUE 0.
012500 01  TRX                      PIC 9(3) COMP.
012600 01  TRAN-OVERFLOW            PIC 9(5) VALUE 0.
012700 01  TRAN-TABLE.
012800     05  TRAN-ENTRY OCCURS 500 TIMES.
012900         10  TRT-LINE         PIC X(80).
013000
013100*--------------------------------------------------------------
013200* THE INVENTORY MASTER, HELD THE WAY MOVINGDAY HOLDS IT. A BOX
013300* WRITTEN OFF AS DAMAGED STAYS IN THE TABLE FLAGGED "W" UNTIL
013400* THE SAVE, WHICH LEAVES IT OFF THE MASTER.
013500*--------------------------------------------------------------
013600 01  INVMAST-STATUS           PIC X(2).
013700     88  INVMAST-OK           VALUE "00".
013800     88  INVMAST-AT-END       VALUE "10".
013900     88  INVMAST-NOT-FOUND    VALUE "35".
014000 01  MASTER-SWITCH            PIC X(1) VALUE "N".
014100     88  MASTER-USABLE        VALUE "Y".
014200     88  MASTER-NOT-USABLE    VALUE "N".
014300 01  INV-COUNT                PIC 9(3) COMP VALUE 0.
014400 01  INV-X                    PIC 9(3) COMP.
014500 01  HIT-X                    PIC 9(3) COMP.
014600 01  FOUND-X                  PIC 9(3) COMP.
014700 01  SORT-I                   PIC 9(3) COMP.
014800 01  SORT-J                   PIC 9(3) COMP.
014900 01  FIND-KEY.
015000     05  FIND-SHIPMENT        PIC 9(3).
015100     05  FIND-BOX             PIC 9(3).
015200 01  INVENTORY-TABLE.
015300     05  INV-ENTRY OCCURS 500 TIMES.
015400         10  INVT-KEY.
015500             15  INVT-SHIPMENT PIC 9(3).
015600             15  INVT-BOX     PIC 9(3).
015700         10  INVT-L           PIC 9(6).
015800         10  INVT-W           PIC 9(6).
015900         10  INVT-H           PIC 9(6).
016000         10  INVT-WEIGHT      PIC 9(9)V9(2).
016100         10  INVT-SHIPPED     PIC X(1).
016200             88  INVT-BOX-SHIPPED VALUE "Y".
016300         10  INVT-SHIP-DATE   PIC 9(8).
016400         10  INVT-SHIP-TRUCK  PIC 9(2).
016410         10  INVT-DELIVERY.
016419             15  INVT-PLANNED-STOP PIC X(3).
016428             15  INVT-DLV-STATUS  PIC X(1).
016437                 88  INVT-NOT-CONFIRMED VALUE " ".
016446                 88  INVT-LOST    VALUE "L".
016455             15  INVT-DLV-DATE    PIC 9(8).
016464             15  INVT-DLV-TIME    PIC 9(6).
016473             15  INVT-DLV-STOP    PIC 9(3).
016482             15  INVT-RECEIVER    PIC X(24).
016491             15  INVT-DLV-CHASED  PIC X(1).
016500         10  INVT-STATE       PIC X(1).
016600             88  INVT-ON-FILE VALUE " ".
016700             88  INVT-WRITTEN-OFF VALUE "W".
016800 01  SWAP-ENTRY               PIC X(93).
016900
017000*--------------------------------------------------------------
017100* THE MOVEMENT HISTORY, APPENDED ONE RECORD PER CHANGE APPLIED.
017200*--------------------------------------------------------------
017300 01  INVHIST-STATUS           PIC X(2).
017400     88  INVHIST-OK           VALUE "00".
017500     88  INVHIST-NOT-FOUND    VALUE "35".
017600
017700*--------------------------------------------------------------
017800* TRANSACTION WORK FIELDS AND COUNTS.
017900*--------------------------------------------------------------
018000 01  REJECT-REASON            PIC X(44).
018100 01  NEW-KEY.
018200     05  NEW-SHIPMENT         PIC 9(3).
018300     05  NEW-BOX              PIC 9(3).
018400 01  APPLIED-COUNT            PIC 9(5) VALUE 0.
018500 01  RECEIVED-COUNT           PIC 9(5) VALUE 0.
018600 01  ADJUSTED-COUNT           PIC 9(5) VALUE 0.
018700 01  REASSIGNED-COUNT         PIC 9(5) VALUE 0.
018800 01  DAMAGED-COUNT            PIC 9(5) VALUE 0.
018900 01  RETURNED-COUNT           PIC 9(5) VALUE 0.
018950 01  LOST-COUNT               PIC 9(5) VALUE 0.
019000
019100*--------------------------------------------------------------
019200* STOCK REPORT ACCUMULATORS -- ONE SHIPMENT AT A TIME, THEN THE
019300* WAREHOUSE AS A WHOLE. VOLUME IS LENGTH TIMES WIDTH TIMES
019400* HEIGHT, IN THE UNITS THE BOXES ARE MEASURED IN.
019500*--------------------------------------------------------------
019600 01  STOCK-SHIPMENT           PIC 9(3).
019700 01  GROUP-START              PIC 9(3) COMP.
019800 01  GROUP-SWITCH             PIC X(1).
019900     88  GROUP-ENDED          VALUE "Y".
020000     88  GROUP-GOING          VALUE "N".
020100 01  BOX-VOLUME               PIC 9(18).
020200 01  SHIP-IN-STOCK            PIC 9(5).
020300 01  SHIP-SHIPPED             PIC 9(5).
020400 01  SHIP-WEIGHT              PIC 9(11)V9(2).
020500 01  SHIP-VOLUME              PIC 9(18).
020600 01  TOTAL-SHIPMENTS          PIC 9(5) VALUE 0.
020700 01  TOTAL-IN-STOCK           PIC 9(5) VALUE 0.
020800 01  TOTAL-SHIPPED            PIC 9(5) VALUE 0.
020900 01  TOTAL-WEIGHT             PIC 9(11)V9(2) VALUE 0.
021000 01  TOTAL-VOLUME             PIC 9(18) VALUE 0.
021100
021200*--------------------------------------------------------------
021300* REPORT PRINT FIELDS.
021400*--------------------------------------------------------------
021500 01  SEQ-DISP                 PIC 9(5).
021600 01  COUNT-DISP               PIC Z(4)9.
021700 01  SHIPPED-DISP             PIC Z(4)9.
021800 01  WEIGHT-DISP              PIC Z(10)9.99.
021900 01  VOLUME-DISP              PIC Z(17)9.
022000 01  LENGTH-DISP              PIC Z(5)9.
022100 01  WIDTH-DISP               PIC Z(5)9.
022200 01  HEIGHT-DISP              PIC Z(5)9.
022300 01  RECEIVED-DISP            PIC Z(4)9.
022400 01  ADJUSTED-DISP            PIC Z(4)9.
022500 01  REASSIGNED-DISP          PIC Z(4)9.
022600 01  DAMAGED-DISP             PIC Z(4)9.
022700 01  RETURNED-DISP            PIC Z(4)9.
022750 01  LOST-DISP                PIC Z(4)9.
022800 01  REJECTED-DISP            PIC Z(4)9.
022900
023000 PROCEDURE DIVISION.
023100 0000-MAINLINE.
023200     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
023300     MOVE RUN-DATE TO PDAT-CLOCK-DATE.
023400     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
023500     CALL "SETPDATE" USING PROCESSING-DATE-RECORD.
023600     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
023700     MOVE PDAT-RUN-DATE TO RUN-DATE.
023800     PERFORM 0100-LOG-RUN-START.
023900     OPEN OUTPUT REPORT-FILE.
024000*--------------------------------------------------------------
024100* A REPORT THAT CANNOT BE OPENED LOSES THE LISTING AND THE
024200* STOCK REPORT -- SAY SO AT CRITICAL SEVERITY, THOUGH THE RUN
024300* GOES ON.
024400*--------------------------------------------------------------
024500     IF NOT REPORT-OK THEN
024600         MOVE RUN-DATE TO EXCPT-RUN-DATE
024700         MOVE "INVMAINT" TO EXCPT-PROGRAM
024800         MOVE "RPTO" TO EXCPT-CODE
024900         MOVE 3 TO EXCPT-SEVERITY
025000         MOVE SPACES TO EXCPT-TEXT
025100         STRING "REPORT-OPEN-FAILED STATUS ", REPORT-STATUS
025200             DELIMITED BY SIZE INTO EXCPT-TEXT
025300         CALL "EXCPTRPT" USING EXCEPTION-RECORD
025400     END-IF.
025500     PERFORM 0150-VERIFY-FEED-DATE.
025600     IF FEED-VERIFIED THEN
025700         PERFORM 0500-READ-TRANSACTIONS
025800         PERFORM 0900-VERIFY-TRAILER
025900     END-IF.
026000     PERFORM 0600-LOAD-INVENTORY.
026100     MOVE TRAN-COUNT TO COUNT-DISP.
026200     MOVE SPACES TO RPT-LINE.
026300     STRING RUN-DATE, " WAREHOUSE INVENTORY MAINTENANCE -- ",
026400         "TRANSACTIONS ", COUNT-DISP
026500         DELIMITED BY SIZE INTO RPT-LINE.
026600     PERFORM 0700-WRITE-REPORT.
026700*--------------------------------------------------------------
026800* NOTHING APPLIES FROM A FEED THAT IS STALE OR TRUNCATED, OR TO
026900* A MASTER THAT COULD NOT BE READ WHOLE.
027000*--------------------------------------------------------------
027100     IF FEED-COMPLETE AND MASTER-USABLE THEN
027200         PERFORM 0800-OPEN-MOVEMENT-HISTORY
027300     ELSE
027400         IF TRAN-COUNT > 0 OR FEED-UNVERIFIED
027500                 OR TRAILER-NOT-SEEN THEN
027600             MOVE SPACES TO RPT-LINE
027700             STRING RUN-DATE, " FEED OR MASTER NOT VERIFIED -- ",
027800                 "NO TRANSACTIONS APPLIED"
027900                 DELIMITED BY SIZE INTO RPT-LINE
028000             PERFORM 0700-WRITE-REPORT
028100         END-IF
028200     END-IF.
028300     PERFORM 2000-PRINT-APPLY-SUMMARY.
028400     IF MASTER-USABLE THEN
028500         PERFORM 3100-SORT-INVENTORY
028600         IF APPLIED-COUNT > 0 THEN
028700             PERFORM 5000-SAVE-INVENTORY
028800         END-IF
028900         PERFORM 4000-PRINT-STOCK-REPORT
029000     END-IF.
029100     IF REPORT-OK THEN
029200         CLOSE REPORT-FILE
029300     END-IF.
029400     PERFORM 0990-LOG-RUN-END.
029500     STOP RUN.
029600
029700*--------------------------------------------------------------
029800* VERIFY THE FEED'S BUSINESS-DATE HEADER BEFORE ANYTHING
029900* POSTS -- A STALE OR FUTURE-DATED FEED (OR ONE WITH NO
030000* HEADER) IS A RE-DELIVERED OLD FILE UNTIL PROVEN OTHERWISE,
030100* AND RAISES A CRITICAL EXCEPTION. ON THE FIRST BUSINESS DAY
030200* AFTER A WEEKEND OR HOLIDAY THE FEED CUT ON THE LAST BUSINESS
030300* DAY BEFORE IT IS CURRENT TOO.
030400*--------------------------------------------------------------
030500 0150-VERIFY-FEED-DATE.
030600     MOVE SPACES TO INPUT-LINE.
030700     ACCEPT INPUT-LINE.
030800     ADD 1 TO LINES-READ.
030900     MOVE 0 TO KEYWORD-COUNT.
031000     INSPECT INPUT-LINE TALLYING KEYWORD-COUNT FOR ALL "busdate".
031100     MOVE SPACES TO BUSDATE-X.
031200     IF KEYWORD-COUNT = 1 THEN
031300         UNSTRING INPUT-LINE DELIMITED BY SPACE
031400             INTO OPTION, BUSDATE-X
031500     END-IF.
031600     IF BUSDATE-X IS NUMERIC THEN
031700         MOVE BUSDATE-X TO BUSDATE
031800         IF BUSDATE NOT = RUN-DATE
031900                 AND BUSDATE NOT = PDAT-REOPEN-FEED-DATE THEN
032000             MOVE RUN-DATE TO EXCPT-RUN-DATE
032100             MOVE "INVMAINT" TO EXCPT-PROGRAM
032200             MOVE "STAL" TO EXCPT-CODE
032300             MOVE 3 TO EXCPT-SEVERITY
032400             MOVE SPACES TO EXCPT-TEXT
032500             STRING "FEED-DATED ", BUSDATE,
032600                 " NOT PROCESSING DATE ", RUN-DATE
032700                 DELIMITED BY SIZE INTO EXCPT-TEXT
032800             CALL "EXCPTRPT" USING EXCEPTION-RECORD
032900             SET FEED-UNVERIFIED TO TRUE
033000         END-IF
033100     ELSE
033200         MOVE RUN-DATE TO EXCPT-RUN-DATE
033300         MOVE "INVMAINT" TO EXCPT-PROGRAM
033400         MOVE "STAL" TO EXCPT-CODE
033500         MOVE 3 TO EXCPT-SEVERITY
033600         MOVE "BUSDATE-HEADER-MISSING FEED NOT VERIFIED"
033700             TO EXCPT-TEXT
033800         CALL "EXCPTRPT" USING EXCEPTION-RECORD
033900         SET FEED-UNVERIFIED TO TRUE
034000     END-IF.
034100 0150-EXIT.
034200     EXIT.
034300
034400*--------------------------------------------------------------
034500* READ THE TRANSACTIONS INTO THE TABLE UP TO THE TRAILER, A
034600* BLANK LINE, OR THE END OF THE FEED. ONES PAST THE 500TH ARE
034700* NOT TAKEN AND MUST BE RESUBMITTED.
034800*--------------------------------------------------------------
034900 0500-READ-TRANSACTIONS.
035000     MOVE SPACES TO INPUT-LINE.
035100     ACCEPT INPUT-LINE.
035200     PERFORM 0950-CHECK-TRAILER-LINE.
035300     PERFORM 0510-TAKE-ONE-TRANSACTION
035400         UNTIL END-OF-FEED OR TRAILER-SEEN.
035500     IF TRAN-OVERFLOW > 0 THEN
035600         MOVE RUN-DATE TO EXCPT-RUN-DATE
035700         MOVE "INVMAINT" TO EXCPT-PROGRAM
035800         MOVE "WHFL" TO EXCPT-CODE
035900         MOVE 2 TO EXCPT-SEVERITY
036000         MOVE SPACES TO EXCPT-TEXT
036100         STRING "TRANSACTIONS PAST 500 NOT TAKEN ",
036200             TRAN-OVERFLOW, ", RESUBMIT THEM"
036300             DELIMITED BY SIZE INTO EXCPT-TEXT
036400         CALL "EXCPTRPT" USING EXCEPTION-RECORD
036500         ADD TRAN-OVERFLOW TO RECORDS-REJECTED
036600     END-IF.
036700 0500-EXIT.
036800     EXIT.
036900
037000 0510-TAKE-ONE-TRANSACTION.
037100     ADD 1 TO LINES-READ.
037200     IF TRN-ACTION(1:1) NOT = "*" THEN
037300         IF TRAN-COUNT < 500 THEN
037400             ADD 1 TO TRAN-COUNT
037500             MOVE INPUT-LINE TO TRT-LINE(TRAN-COUNT)
037600         ELSE
037700             ADD 1 TO TRAN-OVERFLOW
037800         END-IF
037900     END-IF.
038000     MOVE SPACES TO INPUT-LINE.
038100     ACCEPT INPUT-LINE.
038200     PERFORM 0950-CHECK-TRAILER-LINE.
038300 0510-EXIT.
038400     EXIT.
038500
038600*--------------------------------------------------------------
038700* LOAD THE INVENTORY MASTER. NO DATASET IS A WAREHOUSE WITH
038800* NOTHING IN IT YET, AND THE FIRST RECEIPT CREATES ONE. ANY
038900* OTHER OPEN FAILURE, OR A MASTER TOO LARGE TO HOLD WHOLE, IS
039000* CRITICAL -- SAVING PART OF IT WOULD LOSE BOXES.
039100*--------------------------------------------------------------
039200 0600-LOAD-INVENTORY.
039300     OPEN INPUT INVMAST-FILE.
039400     IF INVMAST-OK THEN
039500         SET MASTER-USABLE TO TRUE
039600         PERFORM 0610-LOAD-ONE-INVENTORY UNTIL INVMAST-AT-END
039700         CLOSE INVMAST-FILE
039800     ELSE
039900         IF INVMAST-NOT-FOUND THEN
040000             SET MASTER-USABLE TO TRUE
040100             DISPLAY RUN-DATE,
040200                 " INVMAINT NO INVENTORY MASTER, STARTING EMPTY"
040300         ELSE
040400             MOVE RUN-DATE TO EXCPT-RUN-DATE
040500             MOVE "INVMAINT" TO EXCPT-PROGRAM
040600             MOVE "INVM" TO EXCPT-CODE
040700             MOVE 3 TO EXCPT-SEVERITY
040800             MOVE SPACES TO EXCPT-TEXT
040900             STRING "INVENTORY-MASTER-OPEN-FAILED STATUS ",
041000                 INVMAST-STATUS DELIMITED BY SIZE
041100                 INTO EXCPT-TEXT
041200             CALL "EXCPTRPT" USING EXCEPTION-RECORD
041300         END-IF
041400     END-IF.
041500 0600-EXIT.
041600     EXIT.
041700
041800 0610-LOAD-ONE-INVENTORY.
041900     READ INVMAST-FILE
042000         AT END
042100             SET INVMAST-AT-END TO TRUE
042200         NOT AT END
042300             IF INV-COUNT = 500 THEN
042400                 MOVE RUN-DATE TO EXCPT-RUN-DATE
042500                 MOVE "INVMAINT" TO EXCPT-PROGRAM
042600                 MOVE "INVM" TO EXCPT-CODE
042700                 MOVE 3 TO EXCPT-SEVERITY
042800                 MOVE SPACES TO EXCPT-TEXT
042900                 MOVE "INVENTORY-TABLE-FULL NO CHANGES APPLIED"
043000                     TO EXCPT-TEXT
043100                 CALL "EXCPTRPT" USING EXCEPTION-RECORD
043200                 SET MASTER-NOT-USABLE TO TRUE
043300                 SET INVMAST-AT-END TO TRUE
043400             ELSE
043500                 ADD 1 TO INV-COUNT
043600                 MOVE IVM-KEY TO INVT-KEY(INV-COUNT)
043700                 MOVE IVM-L TO INVT-L(INV-COUNT)
043800                 MOVE IVM-W TO INVT-W(INV-COUNT)
043900                 MOVE IVM-H TO INVT-H(INV-COUNT)
044000                 MOVE IVM-WEIGHT TO INVT-WEIGHT(INV-COUNT)
044100                 MOVE IVM-SHIPPED TO INVT-SHIPPED(INV-COUNT)
044200                 IF IVM-SHIPPED = SPACE THEN
044300                     MOVE "N" TO INVT-SHIPPED(INV-COUNT)
044400                 END-IF
044500                 MOVE IVM-SHIP-DATE TO INVT-SHIP-DATE(INV-COUNT)
044600                 MOVE IVM-SHIP-TRUCK
044700                     TO INVT-SHIP-TRUCK(INV-COUNT)
044710                 MOVE IVM-DELIVERY TO INVT-DELIVERY(INV-COUNT)
044800                 SET INVT-ON-FILE(INV-COUNT) TO TRUE
044900             END-IF
045000     END-READ.
045100 0610-EXIT.
045200     EXIT.
045300
045400*--------------------------------------------------------------
045500* OPEN THE MOVEMENT HISTORY FOR APPEND -- THE FIRST NIGHT
045600* CREATES IT. NO HISTORY, NO CHANGES: A HISTORY THAT WILL NOT
045700* OPEN REJECTS EVERY TRANSACTION AND IS CRITICAL.
045800*--------------------------------------------------------------
045900 0800-OPEN-MOVEMENT-HISTORY.
046000     OPEN EXTEND INVHIST-FILE.
046100     IF INVHIST-NOT-FOUND THEN
046200         OPEN OUTPUT INVHIST-FILE
046300     END-IF.
046400     IF INVHIST-OK THEN
046500         PERFORM 1000-APPLY-ONE-TRANSACTION
046600             VARYING TRX FROM 1 BY 1 UNTIL TRX > TRAN-COUNT
046700         CLOSE INVHIST-FILE
046800     ELSE
046900         MOVE RUN-DATE TO EXCPT-RUN-DATE
047000         MOVE "INVMAINT" TO EXCPT-PROGRAM
047100         MOVE "INVH" TO EXCPT-CODE
047200         MOVE 3 TO EXCPT-SEVERITY
047300         MOVE SPACES TO EXCPT-TEXT
047400         STRING "MOVEMENT-HISTORY-OPEN-FAILED STATUS ",
047500             INVHIST-STATUS, ", NO CHANGES APPLIED"
047600             DELIMITED BY SIZE INTO EXCPT-TEXT
047700         CALL "EXCPTRPT" USING EXCEPTION-RECORD
047800         MOVE "MOVEMENT HISTORY UNAVAILABLE" TO REJECT-REASON
047900         PERFORM VARYING TRX FROM 1 BY 1 UNTIL TRX > TRAN-COUNT
048000             MOVE TRT-LINE(TRX) TO INPUT-LINE
048100             PERFORM 3800-REJECT-TRANSACTION
048200         END-PERFORM
048300     END-IF.
048400 0800-EXIT.
048500     EXIT.
048600
048700*--------------------------------------------------------------
048800* VERIFY THE FEED'S TRAILER -- A MISSING TRAILER OR A LINE
048900* COUNT OFF THE ONE EXPECTED RAISES A SERIOUS EXCEPTION AND
049000* NONE OF THE NIGHT'S TRANSACTIONS IS APPLIED.
049100*--------------------------------------------------------------
049200 0900-VERIFY-TRAILER.
049300     IF TRAILER-NOT-SEEN THEN
049400         MOVE RUN-DATE TO EXCPT-RUN-DATE
049500         MOVE "INVMAINT" TO EXCPT-PROGRAM
049600         MOVE "TRLR" TO EXCPT-CODE
049700         MOVE 2 TO EXCPT-SEVERITY
049800         MOVE SPACES TO EXCPT-TEXT
049900         MOVE "TRAILER-MISSING FEED MAY BE TRUNCATED"
050000             TO EXCPT-TEXT
050100         CALL "EXCPTRPT" USING EXCEPTION-RECORD
050200     ELSE
050300         IF TRL-COUNT NOT = LINES-READ THEN
050400             MOVE RUN-DATE TO EXCPT-RUN-DATE
050500             MOVE "INVMAINT" TO EXCPT-PROGRAM
050600             MOVE "TRLR" TO EXCPT-CODE
050700             MOVE 2 TO EXCPT-SEVERITY
050800             MOVE SPACES TO EXCPT-TEXT
050900             STRING "RECORD-COUNT EXPECTED ", TRL-COUNT,
051000                 " READ ", LINES-READ
051100                 DELIMITED BY SIZE INTO EXCPT-TEXT
051200             CALL "EXCPTRPT" USING EXCEPTION-RECORD
051300         ELSE
051400             SET FEED-COMPLETE TO TRUE
051500         END-IF
051600     END-IF.
051700 0900-EXIT.
051800     EXIT.
051900
052000*--------------------------------------------------------------
052100* PARSE THE CURRENT INPUT LINE AS THE TRAILER IF THAT IS WHAT
052200* IT IS.
052300*--------------------------------------------------------------
052400 0950-CHECK-TRAILER-LINE.
052500     MOVE 0 TO KEYWORD-COUNT.
052600     INSPECT INPUT-LINE TALLYING KEYWORD-COUNT
052700         FOR ALL "trailer".
052800     IF KEYWORD-COUNT = 1 THEN
052900         MOVE 0 TO TRL-COUNT
053000         UNSTRING INPUT-LINE DELIMITED BY ALL SPACE
053100             INTO OPTION, TRL-COUNT
053200         SET TRAILER-SEEN TO TRUE
053300     END-IF.
053400 0950-EXIT.
053500     EXIT.
053600
053700*--------------------------------------------------------------
053800* VALIDATE ONE TRANSACTION AND APPLY IT TO THE TABLE. THE BOX
053900* AS IT STANDS IS TAKEN AS THE HISTORY'S BEFORE IMAGE FIRST.
054000*--------------------------------------------------------------
054100 1000-APPLY-ONE-TRANSACTION.
054200     MOVE TRT-LINE(TRX) TO INPUT-LINE.
054300     MOVE SPACES TO REJECT-REASON.
054400     MOVE 0 TO HIT-X.
054500     MOVE ZEROS TO IVH-BEFORE.
054600     MOVE SPACE TO IVH-BEFORE-SHIPPED.
054700     IF TRN-SHIPMENT IS NOT NUMERIC
054800             OR TRN-BOX IS NOT NUMERIC THEN
054900         MOVE "SHIPMENT OR BOX NOT NUMERIC" TO REJECT-REASON
055000     ELSE
055100         IF TRN-SHIPMENT = 0 OR TRN-BOX = 0 THEN
055200             MOVE "SHIPMENT AND BOX MUST BE 001-999"
055300                 TO REJECT-REASON
055400         ELSE
055500             MOVE TRN-SHIPMENT TO FIND-SHIPMENT
055600             MOVE TRN-BOX TO FIND-BOX
055700             PERFORM 3000-FIND-BOX
055800             MOVE FOUND-X TO HIT-X
055900             IF HIT-X > 0 THEN
056000                 MOVE INVT-L(HIT-X) TO IVH-BEFORE-L
056100                 MOVE INVT-W(HIT-X) TO IVH-BEFORE-W
056200                 MOVE INVT-H(HIT-X) TO IVH-BEFORE-H
056300                 MOVE INVT-WEIGHT(HIT-X) TO IVH-BEFORE-WEIGHT
056400                 MOVE INVT-SHIPPED(HIT-X) TO IVH-BEFORE-SHIPPED
056500             END-IF
056600             IF TRN-RECEIVE THEN
056700                 PERFORM 1100-RECEIVE-BOX
056800             ELSE
056900                 IF TRN-ADJUST THEN
057000                     PERFORM 1200-ADJUST-BOX
057100                 ELSE
057200                     IF TRN-REASSIGN THEN
057300                         PERFORM 1300-REASSIGN-BOX
057400                     ELSE
057500                         IF TRN-DAMAGE THEN
057600                             PERFORM 1400-DAMAGE-BOX
057700                         ELSE
057800                             IF TRN-RETURN THEN
057900                                 PERFORM 1500-RETURN-BOX
058000                             ELSE
058040                                 IF TRN-LOST THEN
058080                                     PERFORM 1600-LOSE-BOX
058120                                 ELSE
058160                                     MOVE "ACTION NOT KNOWN"
058200                                         TO REJECT-REASON
058240                                 END-IF
058300                             END-IF
058400                         END-IF
058500                     END-IF
058600                 END-IF
058700             END-IF
058800         END-IF
058900     END-IF.
059000     IF REJECT-REASON = SPACES THEN
059100         PERFORM 1800-RECORD-MOVEMENT
059200     ELSE
059300         PERFORM 3800-REJECT-TRANSACTION
059400     END-IF.
059500 1000-EXIT.
059600     EXIT.
059700
059800*--------------------------------------------------------------
059900* A RECEIPT ADDS A BOX NOT YET ON FILE, IN STOCK.
060000*--------------------------------------------------------------
060100 1100-RECEIVE-BOX.
060200     IF HIT-X > 0 THEN
060300         MOVE "BOX ALREADY ON FILE, DUPLICATE RECEIVE"
060400             TO REJECT-REASON
060500     ELSE
060600         PERFORM 1050-CHECK-MEASUREMENTS
060700         IF REJECT-REASON = SPACES THEN
060800             IF INV-COUNT = 500 THEN
060900                 MOVE "INVENTORY MASTER FULL AT 500 BOXES"
061000                     TO REJECT-REASON
061100             ELSE
061200                 ADD 1 TO INV-COUNT
061300                 MOVE INV-COUNT TO HIT-X
061400                 MOVE TRN-SHIPMENT TO INVT-SHIPMENT(HIT-X)
061500                 MOVE TRN-BOX TO INVT-BOX(HIT-X)
061600                 MOVE TRN-L TO INVT-L(HIT-X)
061700                 MOVE TRN-W TO INVT-W(HIT-X)
061800                 MOVE TRN-H TO INVT-H(HIT-X)
061900                 MOVE TRN-WEIGHT TO INVT-WEIGHT(HIT-X)
062000                 MOVE "N" TO INVT-SHIPPED(HIT-X)
062100                 MOVE 0 TO INVT-SHIP-DATE(HIT-X)
062200                 MOVE 0 TO INVT-SHIP-TRUCK(HIT-X)
062210                 MOVE SPACES TO INVT-DELIVERY(HIT-X)
062300                 SET INVT-ON-FILE(HIT-X) TO TRUE
062400                 ADD 1 TO RECEIVED-COUNT
062500             END-IF
062600         END-IF
062700     END-IF.
062800 1100-EXIT.
062900     EXIT.
063000
063100*--------------------------------------------------------------
063200* DIMENSIONS AND WEIGHT ON A RECEIPT OR ADJUSTMENT -- ALL
063300* NUMERIC, AND NO DIMENSION ZERO.
063400*--------------------------------------------------------------
063500 1050-CHECK-MEASUREMENTS.
063600     IF TRN-L IS NOT NUMERIC OR TRN-W IS NOT NUMERIC
063700             OR TRN-H IS NOT NUMERIC
063800             OR TRN-WEIGHT IS NOT NUMERIC THEN
063900         MOVE "DIMENSIONS OR WEIGHT NOT NUMERIC"
064000             TO REJECT-REASON
064100     ELSE
064200         IF TRN-L = 0 OR TRN-W = 0 OR TRN-H = 0 THEN
064300             MOVE "A DIMENSION IS ZERO" TO REJECT-REASON
064400         END-IF
064500     END-IF.
064600 1050-EXIT.
064700     EXIT.
064800
064900*--------------------------------------------------------------
065000* AN ADJUSTMENT REPLACES THE DIMENSIONS AND WEIGHT OF A BOX IN
065100* STOCK.
065200*--------------------------------------------------------------
065300 1200-ADJUST-BOX.
065400     PERFORM 1060-CHECK-BOX-IN-STOCK.
065500     IF REJECT-REASON = SPACES THEN
065600         PERFORM 1050-CHECK-MEASUREMENTS
065700     END-IF.
065800     IF REJECT-REASON = SPACES THEN
065900         MOVE TRN-L TO INVT-L(HIT-X)
066000         MOVE TRN-W TO INVT-W(HIT-X)
066100         MOVE TRN-H TO INVT-H(HIT-X)
066200         MOVE TRN-WEIGHT TO INVT-WEIGHT(HIT-X)
066300         ADD 1 TO ADJUSTED-COUNT
066400     END-IF.
066500 1200-EXIT.
066600     EXIT.
066700
066800*--------------------------------------------------------------
066900* ONLY A BOX ON FILE AND NOT YET SHIPPED TAKES AN ADJUSTMENT,
067000* A REASSIGNMENT, OR A WRITE-OFF -- A SHIPPED BOX IS OUT OF THE
067100* WAREHOUSE'S HANDS UNTIL IT COMES BACK.
067200*--------------------------------------------------------------
067300 1060-CHECK-BOX-IN-STOCK.
067400     IF HIT-X = 0 THEN
067500         MOVE "BOX NOT ON FILE" TO REJECT-REASON
067600     ELSE
067700         IF INVT-BOX-SHIPPED(HIT-X) THEN
067800             MOVE "BOX ALREADY SHIPPED, NO CHANGE ALLOWED"
067900                 TO REJECT-REASON
068000         END-IF
068100     END-IF.
068200 1060-EXIT.
068300     EXIT.
068400
068500*--------------------------------------------------------------
068600* A REASSIGNMENT MOVES A BOX IN STOCK TO ANOTHER SHIPMENT (AND
068700* BOX NUMBER, WHEN ONE IS GIVEN). THE NEW KEY MUST BE FREE.
068800*--------------------------------------------------------------
068900 1300-REASSIGN-BOX.
069000     PERFORM 1060-CHECK-BOX-IN-STOCK.
069100     IF REJECT-REASON = SPACES THEN
069200         IF TRN-NEW-SHIPMENT IS NOT NUMERIC
069300                 OR TRN-NEW-BOX IS NOT NUMERIC THEN
069400             MOVE "NEW SHIPMENT OR BOX NOT NUMERIC"
069500                 TO REJECT-REASON
069600         ELSE
069700             IF TRN-NEW-SHIPMENT = 0 THEN
069800                 MOVE "NEW SHIPMENT MUST BE 001-999"
069900                     TO REJECT-REASON
070000             END-IF
070100         END-IF
070200     END-IF.
070300     IF REJECT-REASON = SPACES THEN
070400         MOVE TRN-NEW-SHIPMENT TO NEW-SHIPMENT
070500         MOVE TRN-NEW-BOX TO NEW-BOX
070600         IF NEW-BOX = 0 THEN
070700             MOVE TRN-BOX TO NEW-BOX
070800         END-IF
070900         MOVE NEW-KEY TO FIND-KEY
071000         PERFORM 3000-FIND-BOX
071100         IF FOUND-X = HIT-X THEN
071200             MOVE "NEW SHIPMENT AND BOX SAME AS OLD"
071300                 TO REJECT-REASON
071400         ELSE
071500             IF FOUND-X > 0 THEN
071600                 MOVE "NEW SHIPMENT AND BOX ALREADY ON FILE"
071700                     TO REJECT-REASON
071800             ELSE
071900                 MOVE NEW-KEY TO INVT-KEY(HIT-X)
072000                 ADD 1 TO REASSIGNED-COUNT
072100             END-IF
072200         END-IF
072300     END-IF.
072400 1300-EXIT.
072500     EXIT.
072600
072700*--------------------------------------------------------------
072800* A DAMAGED BOX IN STOCK IS WRITTEN OFF -- IT LEAVES THE MASTER
072900* AT THE SAVE, AND ITS LAST IMAGE SURVIVES IN THE HISTORY.
073000*--------------------------------------------------------------
073100 1400-DAMAGE-BOX.
073200     PERFORM 1060-CHECK-BOX-IN-STOCK.
073300     IF REJECT-REASON = SPACES THEN
073400         SET INVT-WRITTEN-OFF(HIT-X) TO TRUE
073500         ADD 1 TO DAMAGED-COUNT
073600     END-IF.
073700 1400-EXIT.
073800     EXIT.
073900
074000*--------------------------------------------------------------
074100* A RETURN BRINGS A SHIPPED BOX BACK INTO STOCK -- THE ONE
074200* CHANGE A SHIPPED BOX TAKES. THE SHIPPED FLAG, DATE, AND
074300* TRUCK ARE CLEARED SO THE BOX CAN BE LOADED AGAIN.
074400*--------------------------------------------------------------
074500 1500-RETURN-BOX.
074600     IF HIT-X = 0 THEN
074700         MOVE "BOX NOT ON FILE" TO REJECT-REASON
074800     ELSE
074900         IF NOT INVT-BOX-SHIPPED(HIT-X) THEN
075000             MOVE "BOX NOT SHIPPED, NOTHING TO RETURN"
075100                 TO REJECT-REASON
075200         ELSE
075300             MOVE "N" TO INVT-SHIPPED(HIT-X)
075400             MOVE 0 TO INVT-SHIP-DATE(HIT-X)
075500             MOVE 0 TO INVT-SHIP-TRUCK(HIT-X)
075600             ADD 1 TO RETURNED-COUNT
075700         END-IF
075800     END-IF.
075900 1500-EXIT.
076000     EXIT.
076003
076006*--------------------------------------------------------------
076009* A SHIPPED BOX THAT NEVER ARRIVED IS WRITTEN OFF AS LOST -- ITS
076012* DELIVERY STATUS BECOMES L, DATED TONIGHT, AND MOVINGDAY STOPS
076015* CHASING IT. THE BOX STAYS ON THE MASTER AS SHIPPED; A
076018* DELIVERY THAT TURNS UP LATER STILL CLOSES IT OUT, AND A
076021* RETURN BRINGS IT BACK INTO STOCK.
076024*--------------------------------------------------------------
076027 1600-LOSE-BOX.
076030     IF HIT-X = 0 THEN
076033         MOVE "BOX NOT ON FILE" TO REJECT-REASON
076036     ELSE
076039         IF NOT INVT-BOX-SHIPPED(HIT-X) THEN
076042             MOVE "BOX NOT SHIPPED, CANNOT BE LOST IN TRANSIT"
076045                 TO REJECT-REASON
076048         ELSE
076051             IF NOT INVT-NOT-CONFIRMED(HIT-X) THEN
076054                 MOVE "DELIVERY ALREADY CONFIRMED OR WRITTEN OFF"
076057                     TO REJECT-REASON
076060             ELSE
076063                 SET INVT-LOST(HIT-X) TO TRUE
076066                 MOVE RUN-DATE TO INVT-DLV-DATE(HIT-X)
076069                 MOVE 0 TO INVT-DLV-TIME(HIT-X)
076072                 MOVE 0 TO INVT-DLV-STOP(HIT-X)
076075                 MOVE SPACES TO INVT-RECEIVER(HIT-X)
076078                 ADD 1 TO LOST-COUNT
076081             END-IF
076084         END-IF
076087     END-IF.
076090 1600-EXIT.
076093     EXIT.
076100
076200*--------------------------------------------------------------
076300* AN APPLIED TRANSACTION -- APPEND ITS MOVEMENT TO THE HISTORY
076400* AND LIST IT.
076500*--------------------------------------------------------------
076600 1800-RECORD-MOVEMENT.
076700     ADD 1 TO APPLIED-COUNT.
076800     MOVE RUN-DATE TO IVH-RUN-DATE.
076900     MOVE TRX TO IVH-SEQUENCE.
077000     MOVE TRN-ACTION TO IVH-ACTION.
077100     MOVE TRN-SHIPMENT TO IVH-SHIPMENT.
077200     MOVE TRN-BOX TO IVH-BOX.
077300     IF INVT-WRITTEN-OFF(HIT-X) THEN
077400         MOVE ZEROS TO IVH-AFTER
077500         MOVE SPACE TO IVH-AFTER-SHIPPED
077600     ELSE
077700         MOVE INVT-SHIPMENT(HIT-X) TO IVH-AFTER-SHIPMENT
077800         MOVE INVT-BOX(HIT-X) TO IVH-AFTER-BOX
077900         MOVE INVT-L(HIT-X) TO IVH-AFTER-L
078000         MOVE INVT-W(HIT-X) TO IVH-AFTER-W
078100         MOVE INVT-H(HIT-X) TO IVH-AFTER-H
078200         MOVE INVT-WEIGHT(HIT-X) TO IVH-AFTER-WEIGHT
078300         MOVE INVT-SHIPPED(HIT-X) TO IVH-AFTER-SHIPPED
078400     END-IF.
078500     MOVE TRN-REFERENCE TO IVH-REFERENCE.
078600     WRITE INVENTORY-MOVEMENT-RECORD.
078700     MOVE TRX TO SEQ-DISP.
078800     MOVE SPACES TO RPT-LINE.
078900     IF TRN-REASSIGN THEN
079000         STRING RUN-DATE, " TRAN ", SEQ-DISP, " ", TRN-ACTION,
079100             " SHIPMENT ", TRN-SHIPMENT, " BOX ", TRN-BOX,
079200             " REF ", TRN-REFERENCE, " APPLIED -- NOW SHIPMENT ",
079300             INVT-SHIPMENT(HIT-X), " BOX ", INVT-BOX(HIT-X)
079400             DELIMITED BY SIZE INTO RPT-LINE
079500     ELSE
079600         STRING RUN-DATE, " TRAN ", SEQ-DISP, " ", TRN-ACTION,
079700             " SHIPMENT ", TRN-SHIPMENT, " BOX ", TRN-BOX,
079800             " REF ", TRN-REFERENCE, " APPLIED"
079900             DELIMITED BY SIZE INTO RPT-LINE
080000     END-IF.
080100     PERFORM 0700-WRITE-REPORT.
080200 1800-EXIT.
080300     EXIT.
080400
080500*--------------------------------------------------------------
080600* WHAT THE NIGHT'S TRANSACTIONS CAME TO.
080700*--------------------------------------------------------------
080800 2000-PRINT-APPLY-SUMMARY.
080900     MOVE APPLIED-COUNT TO COUNT-DISP.
081000     MOVE RECEIVED-COUNT TO RECEIVED-DISP.
081100     MOVE ADJUSTED-COUNT TO ADJUSTED-DISP.
081200     MOVE REASSIGNED-COUNT TO REASSIGNED-DISP.
081300     MOVE DAMAGED-COUNT TO DAMAGED-DISP.
081400     MOVE RETURNED-COUNT TO RETURNED-DISP.
081450     MOVE LOST-COUNT TO LOST-DISP.
081500     MOVE RECORDS-REJECTED TO REJECTED-DISP.
081600     MOVE SPACES TO RPT-LINE.
081700     STRING RUN-DATE, " APPLIED ", COUNT-DISP,
081800         "  RECEIVED ", RECEIVED-DISP,
081900         "  ADJUSTED ", ADJUSTED-DISP,
082000         "  REASSIGNED ", REASSIGNED-DISP,
082100         "  DAMAGED ", DAMAGED-DISP,
082200         "  RETURNED ", RETURNED-DISP,
082250         "  LOST ", LOST-DISP,
082300         "  REJECTED ", REJECTED-DISP
082400         DELIMITED BY SIZE INTO RPT-LINE.
082500     PERFORM 0700-WRITE-REPORT.
082600 2000-EXIT.
082700     EXIT.
082800
082900*--------------------------------------------------------------
083000* LOOK FIND-KEY UP AMONG THE BOXES ON FILE -- FOUND-X IS ITS
083100* ENTRY, OR ZERO. A BOX WRITTEN OFF TONIGHT IS NO LONGER ON
083200* FILE.
083300*--------------------------------------------------------------
083400 3000-FIND-BOX.
083500     MOVE 0 TO FOUND-X.
083600     PERFORM VARYING INV-X FROM 1 BY 1
083700             UNTIL INV-X > INV-COUNT OR FOUND-X > 0
083800         IF INVT-KEY(INV-X) = FIND-KEY
083900                 AND INVT-ON-FILE(INV-X) THEN
084000             MOVE INV-X TO FOUND-X
084100         END-IF
084200     END-PERFORM.
084300 3000-EXIT.
084400     EXIT.
084500
084600*--------------------------------------------------------------
084700* PUT THE TABLE IN SHIPMENT AND BOX ORDER FOR THE SAVE AND THE
084800* STOCK REPORT -- RECEIPTS AND REASSIGNMENTS LAND OUT OF ORDER.
084900*--------------------------------------------------------------
085000 3100-SORT-INVENTORY.
085100     PERFORM VARYING SORT-I FROM 1 BY 1
085200             UNTIL SORT-I >= INV-COUNT
085300         PERFORM VARYING SORT-J FROM 1 BY 1
085400                 UNTIL SORT-J > INV-COUNT - SORT-I
085500             IF INVT-KEY(SORT-J) > INVT-KEY(SORT-J + 1) THEN
085600                 MOVE INV-ENTRY(SORT-J) TO SWAP-ENTRY
085700                 MOVE INV-ENTRY(SORT-J + 1) TO INV-ENTRY(SORT-J)
085800                 MOVE SWAP-ENTRY TO INV-ENTRY(SORT-J + 1)
085900             END-IF
086000         END-PERFORM
086100     END-PERFORM.
086200 3100-EXIT.
086300     EXIT.
086400
086500*--------------------------------------------------------------
086600* A REJECTED TRANSACTION -- COUNTED, LISTED, AND RAISED AS A
086700* SERIOUS EXCEPTION NAMING THE TRANSACTION AND THE REASON.
086800*--------------------------------------------------------------
086900 3800-REJECT-TRANSACTION.
087000     ADD 1 TO RECORDS-REJECTED.
087100     MOVE TRX TO SEQ-DISP.
087200     MOVE RUN-DATE TO EXCPT-RUN-DATE.
087300     MOVE "INVMAINT" TO EXCPT-PROGRAM.
087400     MOVE "WHTX" TO EXCPT-CODE.
087500     MOVE 2 TO EXCPT-SEVERITY.
087600     MOVE SPACES TO EXCPT-TEXT.
087700     STRING "TRAN ", SEQ-DISP, " ", TRN-ACTION, " ",
087800         TRN-SHIPMENT, "/", TRN-BOX, " ", REJECT-REASON
087900         DELIMITED BY SIZE INTO EXCPT-TEXT.
088000     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
088100     MOVE SPACES TO RPT-LINE.
088200     STRING RUN-DATE, " TRAN ", SEQ-DISP, " ", TRN-ACTION,
088300         " SHIPMENT ", TRN-SHIPMENT, " BOX ", TRN-BOX,
088400         " REF ", TRN-REFERENCE, " REJECTED -- ", REJECT-REASON
088500         DELIMITED BY SIZE INTO RPT-LINE.
088600     PERFORM 0700-WRITE-REPORT.
088700 3800-EXIT.
088800     EXIT.
088900
089000*--------------------------------------------------------------
089100* THE DAILY STOCK REPORT -- FOR EACH SHIPMENT WITH A BOX ON
089200* FILE, THE BOXES IN STOCK WITH THEIR WEIGHT AND VOLUME AND THE
089300* BOXES ALREADY SHIPPED, THEN EACH BOX IN STOCK; THEN THE
089400* WAREHOUSE TOTALS.
089500*--------------------------------------------------------------
089600 4000-PRINT-STOCK-REPORT.
089700     MOVE SPACES TO RPT-LINE.
089800     STRING RUN-DATE, " DAILY STOCK REPORT BY SHIPMENT"
089900         DELIMITED BY SIZE INTO RPT-LINE.
090000     PERFORM 0700-WRITE-REPORT.
090100     MOVE 1 TO INV-X.
090200     PERFORM 4100-PRINT-ONE-SHIPMENT UNTIL INV-X > INV-COUNT.
090300     MOVE TOTAL-SHIPMENTS TO SHIPPED-DISP.
090400     MOVE SPACES TO RPT-LINE.
090500     STRING RUN-DATE, " SHIPMENTS ON FILE ", SHIPPED-DISP
090600         DELIMITED BY SIZE INTO RPT-LINE.
090700     PERFORM 0700-WRITE-REPORT.
090800     MOVE TOTAL-IN-STOCK TO COUNT-DISP.
090900     MOVE TOTAL-SHIPPED TO SHIPPED-DISP.
091000     MOVE TOTAL-WEIGHT TO WEIGHT-DISP.
091100     MOVE TOTAL-VOLUME TO VOLUME-DISP.
091200     MOVE SPACES TO RPT-LINE.
091300     STRING RUN-DATE, " WAREHOUSE    IN STOCK ", COUNT-DISP,
091400         "  WEIGHT ", WEIGHT-DISP, "  VOLUME ", VOLUME-DISP,
091500         "  SHIPPED ", SHIPPED-DISP
091600         DELIMITED BY SIZE INTO RPT-LINE.
091700     PERFORM 0700-WRITE-REPORT.
091800 4000-EXIT.
091900     EXIT.
092000
092100*--------------------------------------------------------------
092200* ONE SHIPMENT'S GROUP OF ENTRIES, STARTING AT INV-X AND
092300* LEAVING INV-X AT THE NEXT SHIPMENT'S FIRST ENTRY.
092400*--------------------------------------------------------------
092500 4100-PRINT-ONE-SHIPMENT.
092600     MOVE INVT-SHIPMENT(INV-X) TO STOCK-SHIPMENT.
092700     MOVE INV-X TO GROUP-START.
092800     MOVE 0 TO SHIP-IN-STOCK.
092900     MOVE 0 TO SHIP-SHIPPED.
093000     MOVE 0 TO SHIP-WEIGHT.
093100     MOVE 0 TO SHIP-VOLUME.
093200     SET GROUP-GOING TO TRUE.
093300     PERFORM 4110-COUNT-ONE-BOX
093400         UNTIL INV-X > INV-COUNT OR GROUP-ENDED.
093500     IF SHIP-IN-STOCK + SHIP-SHIPPED > 0 THEN
093600         ADD 1 TO TOTAL-SHIPMENTS
093700         ADD SHIP-IN-STOCK TO TOTAL-IN-STOCK
093800         ADD SHIP-SHIPPED TO TOTAL-SHIPPED
093900         ADD SHIP-WEIGHT TO TOTAL-WEIGHT
094000         ADD SHIP-VOLUME TO TOTAL-VOLUME
094100         MOVE SHIP-IN-STOCK TO COUNT-DISP
094200         MOVE SHIP-SHIPPED TO SHIPPED-DISP
094300         MOVE SHIP-WEIGHT TO WEIGHT-DISP
094400         MOVE SHIP-VOLUME TO VOLUME-DISP
094500         MOVE SPACES TO RPT-LINE
094600         STRING RUN-DATE, " SHIPMENT ", STOCK-SHIPMENT,
094700             " IN STOCK ", COUNT-DISP,
094800             "  WEIGHT ", WEIGHT-DISP, "  VOLUME ", VOLUME-DISP,
094900             "  SHIPPED ", SHIPPED-DISP
095000             DELIMITED BY SIZE INTO RPT-LINE
095100         PERFORM 0700-WRITE-REPORT
095200         PERFORM 4120-PRINT-ONE-BOX
095300             VARYING HIT-X FROM GROUP-START BY 1
095400             UNTIL HIT-X = INV-X
095500     END-IF.
095600 4100-EXIT.
095700     EXIT.
095800
095900 4110-COUNT-ONE-BOX.
096000     IF INVT-SHIPMENT(INV-X) NOT = STOCK-SHIPMENT THEN
096100         SET GROUP-ENDED TO TRUE
096200     ELSE
096300         IF INVT-ON-FILE(INV-X) THEN
096400             IF INVT-BOX-SHIPPED(INV-X) THEN
096500                 ADD 1 TO SHIP-SHIPPED
096600             ELSE
096700                 ADD 1 TO SHIP-IN-STOCK
096800                 ADD INVT-WEIGHT(INV-X) TO SHIP-WEIGHT
096900                 COMPUTE BOX-VOLUME = INVT-L(INV-X)
097000                     * INVT-W(INV-X) * INVT-H(INV-X)
097100                 ADD BOX-VOLUME TO SHIP-VOLUME
097200             END-IF
097300         END-IF
097400         ADD 1 TO INV-X
097500     END-IF.
097600 4110-EXIT.
097700     EXIT.
097800
097900 4120-PRINT-ONE-BOX.
098000     IF INVT-ON-FILE(HIT-X) AND NOT INVT-BOX-SHIPPED(HIT-X) THEN
098100         MOVE INVT-L(HIT-X) TO LENGTH-DISP
098200         MOVE INVT-W(HIT-X) TO WIDTH-DISP
098300         MOVE INVT-H(HIT-X) TO HEIGHT-DISP
098400         MOVE INVT-WEIGHT(HIT-X) TO WEIGHT-DISP
098500         MOVE SPACES TO RPT-LINE
098600         STRING RUN-DATE, "     BOX ", INVT-BOX(HIT-X),
098700             "  L ", LENGTH-DISP, "  W ", WIDTH-DISP,
098800             "  H ", HEIGHT-DISP, "  WEIGHT ", WEIGHT-DISP
098900             DELIMITED BY SIZE INTO RPT-LINE
099000         PERFORM 0700-WRITE-REPORT
099100     END-IF.
099200 4120-EXIT.
099300     EXIT.
099400
099500*--------------------------------------------------------------
099600* REWRITE THE INVENTORY MASTER FROM THE TABLE, IN KEY ORDER,
099700* LEAVING OFF THE BOXES WRITTEN OFF TONIGHT.
099800*--------------------------------------------------------------
099900 5000-SAVE-INVENTORY.
100000     OPEN OUTPUT INVMAST-FILE.
100100     IF INVMAST-OK THEN
100200         PERFORM VARYING INV-X FROM 1 BY 1
100300                 UNTIL INV-X > INV-COUNT
100400             IF INVT-ON-FILE(INV-X) THEN
100410                 MOVE SPACES TO INVENTORY-MASTER-RECORD
100500                 MOVE INVT-KEY(INV-X) TO IVM-KEY
100600                 MOVE INVT-L(INV-X) TO IVM-L
100700                 MOVE INVT-W(INV-X) TO IVM-W
100800                 MOVE INVT-H(INV-X) TO IVM-H
100900                 MOVE INVT-WEIGHT(INV-X) TO IVM-WEIGHT
101000                 MOVE INVT-SHIPPED(INV-X) TO IVM-SHIPPED
101100                 MOVE INVT-SHIP-DATE(INV-X) TO IVM-SHIP-DATE
101200                 MOVE INVT-SHIP-TRUCK(INV-X) TO IVM-SHIP-TRUCK
101210                 MOVE INVT-DELIVERY(INV-X) TO IVM-DELIVERY
101300                 WRITE INVENTORY-MASTER-RECORD
101400             END-IF
101500         END-PERFORM
101600         CLOSE INVMAST-FILE
101700     ELSE
101800         MOVE RUN-DATE TO EXCPT-RUN-DATE
101900         MOVE "INVMAINT" TO EXCPT-PROGRAM
102000         MOVE "INVM" TO EXCPT-CODE
102100         MOVE 3 TO EXCPT-SEVERITY
102200         MOVE SPACES TO EXCPT-TEXT
102300         STRING "INVENTORY-MASTER-WRITE-FAILED STATUS ",
102400             INVMAST-STATUS DELIMITED BY SIZE INTO EXCPT-TEXT
102500         CALL "EXCPTRPT" USING EXCEPTION-RECORD
102600     END-IF.
102700 5000-EXIT.
102800     EXIT.
102900
103000*--------------------------------------------------------------
103100* RUN-LOG START AND END RECORDS FOR THE MORNING OPERATIONS
103200* REPORT. RUNLOGW STAMPS THE CLOCK TIME ITSELF. A TRANSACTION
103300* IS ACCEPTED ONCE APPLIED.
103400*--------------------------------------------------------------
103500 0100-LOG-RUN-START.
103600     MOVE "INVMAINT" TO RLOG-PROGRAM.
103700     MOVE RUN-DATE TO RLOG-RUN-DATE.
103800     MOVE "S" TO RLOG-EVENT.
103900     MOVE 0 TO RLOG-READ.
104000     MOVE 0 TO RLOG-ACCEPTED.
104100     MOVE 0 TO RLOG-REJECTED.
104200     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
104300     CALL "RUNLOGW" USING RUN-LOG-RECORD.
104400     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
104500 0100-EXIT.
104600     EXIT.
104700
104800 0990-LOG-RUN-END.
104900     MOVE "INVMAINT" TO RLOG-PROGRAM.
105000     MOVE RUN-DATE TO RLOG-RUN-DATE.
105100     MOVE "E" TO RLOG-EVENT.
105200     MOVE LINES-READ TO RLOG-READ.
105300     MOVE APPLIED-COUNT TO RLOG-ACCEPTED.
105400     MOVE RECORDS-REJECTED TO RLOG-REJECTED.
105500     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
105600     CALL "RUNLOGW" USING RUN-LOG-RECORD.
105700     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
105800 0990-EXIT.
105900     EXIT.
106000*--------------------------------------------------------------
106100* ONE LINE TO THE REPORT DATASET. A REPORT THAT COULD NOT BE
106200* OPENED DROPS THE LINE RATHER THAN TAKING THE STEP DOWN.
106300*--------------------------------------------------------------
106400 0700-WRITE-REPORT.
106500     IF REPORT-OK THEN
106600         WRITE REPORT-RECORD FROM RPT-LINE
106700     END-IF.
106800 0700-EXIT.
106900     EXIT.
