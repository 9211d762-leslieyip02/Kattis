000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OCCPROF.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. GARAGE-OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  RH   ORIGINAL VERSION - OCCUPANCY DEMAND PROFILE.
001000*                    READS THE OCCUPANCY HISTORY PARKINGROLLUP
001100*                    APPENDS EVERY NIGHT (OCCHIST) AND PRINTS,
001200*                    PER GARAGE, THE TYPICAL AVERAGE AND PEAK
001300*                    OCCUPANCY BY DAY OF WEEK AND HOUR OVER THE
001400*                    LAST N WEEKS, THE HOURS THAT REACHED THE BAY
001500*                    COUNT MOST OFTEN, AND A WEEK-OVER-WEEK
001600*                    TREND, FOR THE PRICING AND STAFFING
001700*                    DECISIONS. THE SYSIN LINE MAY CARRY "asof
001800*                    YYYYMMDD" (DEFAULT THE RUN DATE) AND
001900*                    "weeks NN" (DEFAULT 13, AT MOST 26).
002000*--------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT OCCHIST-FILE ASSIGN TO OCCHIST
002600         FILE STATUS IS OCCHIST-STATUS.
002700     SELECT REPORT-FILE ASSIGN TO RPTOUT
002800         FILE STATUS IS REPORT-STATUS.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  OCCHIST-FILE.
003300 COPY OCCHREC.
003400 FD  REPORT-FILE.
003500 01  REPORT-RECORD            PIC X(132).
003600
003700 WORKING-STORAGE SECTION.
003800 COPY EXCPTREC.
003900 COPY PDATEREC.
004000 COPY RUNLOGRC.
004100 01  SAVED-RETURN-CODE        PIC S9(9) COMP.
004200 01  RECORDS-READ             PIC 9(7) VALUE 0.
004300 01  RECORDS-REJECTED         PIC 9(7) VALUE 0.
004400 01  RUN-DATE                 PIC 9(8).
004500
004600 01  OCCHIST-STATUS           PIC X(2).
004700     88  OCCHIST-OK           VALUE "00".
004800     88  OCCHIST-AT-END       VALUE "10".
004900 01  REPORT-STATUS            PIC X(2).
005000     88  REPORT-OK            VALUE "00".
005100 01  RPT-LINE                 PIC X(132).
005200
005300*--------------------------------------------------------------
005400* THE REPORTING DATE AND THE WINDOW OF WEEKS BEHIND IT. WEEK 1
005500* IS THE SEVEN DAYS ENDING ON THE AS-OF DATE, WEEK 2 THE SEVEN
005600* BEFORE THAT, AND SO ON.
005700*--------------------------------------------------------------
005800 01  INPUT-LINE               PIC X(80).
005900 01  OPTION-1                 PIC X(10).
006000 01  OPTION-VALUE-1           PIC X(10).
006100 01  OPTION-2                 PIC X(10).
006200 01  OPTION-VALUE-2           PIC X(10).
006300 01  OPTION                   PIC X(10).
006400 01  OPTION-VALUE             PIC X(10).
006500 01  ASOF-DATE                PIC 9(8) VALUE 0.
006600 01  WEEKS-BACK               PIC 9(2) VALUE 0.
006700 01  DEFAULT-WEEKS            PIC 9(2) VALUE 13.
006800 01  MAX-WEEKS                PIC 9(2) VALUE 26.
006900 01  WINDOW-START             PIC 9(8).
007000 01  ASOF-INT                 PIC 9(7) COMP.
007100 01  DAY-INT                  PIC 9(7) COMP.
007200 01  WEEK-QUOTIENT            PIC 9(7) COMP.
007300 01  WEEKDAY-NUMBER           PIC 9(1) COMP.
007400
007500*--------------------------------------------------------------
007600* THE HISTORY NIGHTS INSIDE THE WINDOW, LAID OUT AS OCCHREC. A
007700* RERUN NIGHT'S SECOND RECORD FOR A GARAGE REPLACES THE FIRST.
007800*--------------------------------------------------------------
007900 01  HIST-COUNT               PIC 9(4) COMP VALUE 0.
008000 01  HX                       PIC 9(4) COMP.
008100 01  HIST-HIT-X               PIC 9(4) COMP.
008200 01  HIST-TABLE.
008300     05  HIST-ENTRY OCCURS 1820 TIMES.
008400         10  HST-DATE         PIC 9(8).
008500         10  HST-GARAGE       PIC X(8).
008600         10  HST-BAYS         PIC 9(2).
008700         10  HST-HOUR OCCURS 24 TIMES.
008800             15  HST-PEAK     PIC 9(5).
008900             15  HST-AVG      PIC 9(5)V9(2).
009000         10  FILLER           PIC X(14).
009100 01  HIST-FULL-SWITCH         PIC X(1) VALUE "N".
009200     88  HIST-FULL            VALUE "Y".
009300
009400*--------------------------------------------------------------
009500* THE PROFILE, PER GARAGE IN FIRST-SEEN ORDER -- FOR EACH DAY
009600* OF THE WEEK (1 MONDAY THROUGH 7 SUNDAY) AND HOUR, THE NIGHTS
009700* ON FILE, THE SUMS OF THE HOUR'S AVERAGE AND PEAK, THE HIGHEST
009800* PEAK, AND THE NIGHTS THE PEAK REACHED THAT NIGHT'S BAY COUNT;
009900* FOR EACH WEEK OF THE WINDOW, THE NIGHTS ON FILE, THE
010000* VEHICLE-HOURS, THE SUM OF THE DAILY PEAKS, AND THE HOURS AT
010100* THE BAY COUNT. PRF-BAYS IS THE LATEST BAY COUNT ON FILE.
010200*--------------------------------------------------------------
010300 01  PRF-GARAGE-COUNT         PIC 9(2) COMP VALUE 0.
010400 01  GRX                      PIC 9(2) COMP.
010500 01  DOW-X                    PIC 9(1) COMP.
010600 01  HOUR-X                   PIC 9(2) COMP.
010700 01  WEEK-X                   PIC 9(2) COMP.
010800 01  PROFILE-TABLE.
010900     05  PRF-GARAGE-ENTRY OCCURS 10 TIMES.
011000         10  PRF-GARAGE       PIC X(8).
011100         10  PRF-BAYS         PIC 9(2).
011200         10  PRF-BAYS-DATE    PIC 9(8).
011300         10  PRF-DOW OCCURS 7 TIMES.
011400             15  PRF-SLOT OCCURS 24 TIMES.
011500                 20  PRF-DAYS       PIC 9(3).
011600                 20  PRF-AVG-SUM    PIC 9(7)V9(2).
011700                 20  PRF-PEAK-SUM   PIC 9(7).
011800                 20  PRF-PEAK-MAX   PIC 9(5).
011900                 20  PRF-FULL       PIC 9(3).
012000                 20  PRF-LISTED     PIC X(1).
012100         10  PRF-WEEK OCCURS 26 TIMES.
012200             15  WK-DAYS          PIC 9(2).
012300             15  WK-VEH-HOURS     PIC 9(7)V9(2).
012400             15  WK-PEAK-SUM      PIC 9(7).
012500             15  WK-FULL-HOURS    PIC 9(3).
012600 01  DAY-PEAK                 PIC 9(5).
012700
012800 01  DAY-NAME-VALUES          PIC X(21)
012900                              VALUE "MONTUEWEDTHUFRISATSUN".
013000 01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
013100     05  DAY-NAME             PIC X(3) OCCURS 7 TIMES.
013200
013300*--------------------------------------------------------------
013400* THE BAY-COUNT RANKING -- UP TO TEN DAY-AND-HOUR SLOTS PER
013500* GARAGE, MOST NIGHTS AT THE BAY COUNT FIRST.
013600*--------------------------------------------------------------
013700 01  RANK-COUNT               PIC 9(2) COMP.
013800 01  RANK-LIMIT               PIC 9(2) COMP VALUE 10.
013900 01  BEST-FULL                PIC 9(3).
014000 01  BEST-DOW                 PIC 9(1) COMP.
014100 01  BEST-HOUR                PIC 9(2) COMP.
014200
014300*--------------------------------------------------------------
014400* REPORT PRINT FIELDS.
014500*--------------------------------------------------------------
014600 01  LINE-POS                 PIC 9(3) COMP.
014700 01  CELL-TEXT                PIC X(13).
014800 01  CELL-AVG                 PIC 9(5)V9(1).
014900 01  CELL-AVG-DISP            PIC ZZZ9.9.
015000 01  CELL-PEAK                PIC 9(5).
015100 01  CELL-PEAK-DISP           PIC ZZZZ9.
015200 01  HOUR-LABEL               PIC 9(2).
015300 01  DAYS-DISP                PIC ZZ9.
015400 01  BAYS-DISP                PIC Z9.
015500 01  WEEKS-DISP               PIC Z9.
015600 01  WEEK-END-DATE            PIC 9(8).
015700 01  PER-DAY                  PIC 9(7)V9(2).
015800 01  PRIOR-PER-DAY            PIC 9(7)V9(2).
015900 01  VEH-HOURS-DISP           PIC Z(6)9.9.
016000 01  PER-DAY-DISP             PIC Z(6)9.9.
016100 01  DAILY-PEAK-DISP          PIC ZZZZ9.
016200 01  FULL-DISP                PIC ZZ9.
016300 01  CHANGE-PCT               PIC S9(5)V9(1).
016400 01  CHANGE-DISP              PIC -(5)9.9.
016500
016600 PROCEDURE DIVISION.
016700 0000-MAINLINE.
016800     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
016900     MOVE RUN-DATE TO PDAT-CLOCK-DATE.
017000     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
017100     CALL "SETPDATE" USING PROCESSING-DATE-RECORD.
017200     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
017300     MOVE PDAT-RUN-DATE TO RUN-DATE.
017400     PERFORM 0100-LOG-RUN-START.
017500     PERFORM 0200-READ-CONTROL-LINE.
017600     OPEN OUTPUT REPORT-FILE.
017700     IF NOT REPORT-OK THEN
017800         MOVE RUN-DATE TO EXCPT-RUN-DATE
017900         MOVE "OCCPROF" TO EXCPT-PROGRAM
018000         MOVE "RPTO" TO EXCPT-CODE
018100         MOVE 3 TO EXCPT-SEVERITY
018200         MOVE SPACES TO EXCPT-TEXT
018300         STRING "REPORT-OPEN-FAILED STATUS ", REPORT-STATUS
018400             DELIMITED BY SIZE INTO EXCPT-TEXT
018500         CALL "EXCPTRPT" USING EXCEPTION-RECORD
018600     END-IF.
018700     OPEN INPUT OCCHIST-FILE.
018800     IF OCCHIST-OK THEN
018900         PERFORM 1000-READ-HISTORY UNTIL OCCHIST-AT-END
019000         CLOSE OCCHIST-FILE
019100     ELSE
019200         MOVE RUN-DATE TO EXCPT-RUN-DATE
019300         MOVE "OCCPROF" TO EXCPT-PROGRAM
019400         MOVE "OCCH" TO EXCPT-CODE
019500         MOVE 3 TO EXCPT-SEVERITY
019600         MOVE SPACES TO EXCPT-TEXT
019700         STRING "OCCUPANCY-HISTORY-OPEN-FAILED STATUS ",
019800             OCCHIST-STATUS, " NO PROFILE PRODUCED"
019900             DELIMITED BY SIZE INTO EXCPT-TEXT
020000         CALL "EXCPTRPT" USING EXCEPTION-RECORD
020100     END-IF.
020200     PERFORM 2000-ACCUMULATE-NIGHT
020300         VARYING HX FROM 1 BY 1 UNTIL HX > HIST-COUNT.
020400     MOVE WEEKS-BACK TO WEEKS-DISP.
020500     MOVE SPACES TO RPT-LINE.
020600     STRING RUN-DATE, " OCCUPANCY DEMAND PROFILE AS OF ",
020700         ASOF-DATE, " -- ", WEEKS-DISP, " WEEKS FROM ",
020800         WINDOW-START
020900         DELIMITED BY SIZE INTO RPT-LINE.
021000     PERFORM 0700-WRITE-REPORT.
021100     PERFORM VARYING GRX FROM 1 BY 1
021200             UNTIL GRX > PRF-GARAGE-COUNT
021300         PERFORM 3000-PRINT-PROFILE
021400         PERFORM 4000-PRINT-CAPACITY-HOURS
021500         PERFORM 5000-PRINT-TREND
021600     END-PERFORM.
021700     IF PRF-GARAGE-COUNT = 0 THEN
021800         MOVE RUN-DATE TO EXCPT-RUN-DATE
021900         MOVE "OCCPROF" TO EXCPT-PROGRAM
022000         MOVE "OCCH" TO EXCPT-CODE
022100         MOVE 1 TO EXCPT-SEVERITY
022200         MOVE SPACES TO EXCPT-TEXT
022300         STRING "NO-OCCUPANCY-HISTORY FROM ", WINDOW-START,
022400             " THROUGH ", ASOF-DATE
022500             DELIMITED BY SIZE INTO EXCPT-TEXT
022600         CALL "EXCPTRPT" USING EXCEPTION-RECORD
022700     END-IF.
022800     IF REPORT-OK THEN
022900         CLOSE REPORT-FILE
023000     END-IF.
023100     DISPLAY RUN-DATE, " OCCPROF AS OF ", ASOF-DATE,
023200         " HISTORY RECORDS ", RECORDS-READ,
023300         " NIGHTS ", HIST-COUNT, " GARAGES ", PRF-GARAGE-COUNT.
023400     PERFORM 0990-LOG-RUN-END.
023500     STOP RUN.
023600
023700*--------------------------------------------------------------
023800* THE OPTIONAL CONTROL LINE -- "asof YYYYMMDD" AND "weeks NN",
023900* IN EITHER ORDER -- AND THE WINDOW THEY GIVE.
024000*--------------------------------------------------------------
024100 0200-READ-CONTROL-LINE.
024200     MOVE SPACES TO INPUT-LINE.
024300     ACCEPT INPUT-LINE.
024400     MOVE SPACES TO OPTION-1, OPTION-VALUE-1, OPTION-2,
024500         OPTION-VALUE-2.
024600     UNSTRING INPUT-LINE DELIMITED BY ALL SPACE
024700         INTO OPTION-1, OPTION-VALUE-1, OPTION-2, OPTION-VALUE-2.
024800     MOVE OPTION-1 TO OPTION.
024900     MOVE OPTION-VALUE-1 TO OPTION-VALUE.
025000     PERFORM 0250-TAKE-OPTION.
025100     MOVE OPTION-2 TO OPTION.
025200     MOVE OPTION-VALUE-2 TO OPTION-VALUE.
025300     PERFORM 0250-TAKE-OPTION.
025400     IF ASOF-DATE = 0 THEN
025500         MOVE RUN-DATE TO ASOF-DATE
025600     END-IF.
025700     IF WEEKS-BACK = 0 THEN
025800         MOVE DEFAULT-WEEKS TO WEEKS-BACK
025900     END-IF.
026000     IF WEEKS-BACK > MAX-WEEKS THEN
026100         MOVE MAX-WEEKS TO WEEKS-BACK
026200     END-IF.
026300     COMPUTE ASOF-INT = FUNCTION INTEGER-OF-DATE (ASOF-DATE).
026400     COMPUTE DAY-INT = ASOF-INT - WEEKS-BACK * 7 + 1.
026500     COMPUTE WINDOW-START = FUNCTION DATE-OF-INTEGER (DAY-INT).
026600 0200-EXIT.
026700     EXIT.
026800
026900 0250-TAKE-OPTION.
027000     IF OPTION = "asof" THEN
027100         UNSTRING OPTION-VALUE DELIMITED BY SPACE
027200             INTO ASOF-DATE
027300     END-IF.
027400     IF OPTION = "weeks" THEN
027500         UNSTRING OPTION-VALUE DELIMITED BY SPACE
027600             INTO WEEKS-BACK
027700     END-IF.
027800 0250-EXIT.
027900     EXIT.
028000
028100*--------------------------------------------------------------
028200* LOAD ONE HISTORY RECORD INSIDE THE WINDOW. THE HISTORY IS
028300* APPENDED NIGHT BY NIGHT, SO A RERUN'S EARLIER RECORD FOR THE
028400* SAME GARAGE AND DATE IS NEAR THE END; THE SCAN RUNS BACK FROM
028500* THERE UNTIL IT REACHES AN EARLIER NIGHT.
028600*--------------------------------------------------------------
028700 1000-READ-HISTORY.
028800     READ OCCHIST-FILE
028900         AT END
029000             SET OCCHIST-AT-END TO TRUE
029100         NOT AT END
029200             ADD 1 TO RECORDS-READ
029300             IF OCH-RUN-DATE >= WINDOW-START
029400                     AND OCH-RUN-DATE <= ASOF-DATE THEN
029500                 PERFORM 1100-PLACE-RECORD
029600             END-IF
029700     END-READ.
029800 1000-EXIT.
029900     EXIT.
030000
030100 1100-PLACE-RECORD.
030200     MOVE 0 TO HIST-HIT-X.
030300     PERFORM VARYING HX FROM HIST-COUNT BY -1 UNTIL HX = 0
030400         IF HST-DATE(HX) < OCH-RUN-DATE THEN
030500             EXIT PERFORM
030600         END-IF
030700         IF HST-DATE(HX) = OCH-RUN-DATE
030800                 AND HST-GARAGE(HX) = OCH-GARAGE THEN
030900             MOVE HX TO HIST-HIT-X
031000             EXIT PERFORM
031100         END-IF
031200     END-PERFORM.
031300     IF HIST-HIT-X > 0 THEN
031400         MOVE OCCUPANCY-HISTORY-RECORD TO HIST-ENTRY(HIST-HIT-X)
031420     ELSE
031440         IF HIST-COUNT >= 1820 THEN
031460             PERFORM 1110-HISTORY-FULL
031480         ELSE
031500             ADD 1 TO HIST-COUNT
031520             MOVE OCCUPANCY-HISTORY-RECORD
031530                 TO HIST-ENTRY(HIST-COUNT)
031540         END-IF
031600     END-IF.
033500 1100-EXIT.
033600     EXIT.
033605
033610 1110-HISTORY-FULL.
033615     ADD 1 TO RECORDS-REJECTED.
033620     IF NOT HIST-FULL THEN
033625         SET HIST-FULL TO TRUE
033630         MOVE RUN-DATE TO EXCPT-RUN-DATE
033635         MOVE "OCCPROF" TO EXCPT-PROGRAM
033640         MOVE "OCCH" TO EXCPT-CODE
033645         MOVE 2 TO EXCPT-SEVERITY
033650         MOVE SPACES TO EXCPT-TEXT
033655         STRING "HISTORY-TABLE-FULL AT ", OCH-RUN-DATE,
033660             " LATER NIGHTS NOT PROFILED"
033665             DELIMITED BY SIZE INTO EXCPT-TEXT
033670         CALL "EXCPTRPT" USING EXCEPTION-RECORD
033675     END-IF.
033680 1110-EXIT.
033685     EXIT.
033700
033800*--------------------------------------------------------------
033900* FOLD ONE GARAGE-NIGHT INTO ITS GARAGE'S PROFILE -- ITS DAY OF
034000* THE WEEK FROM THE DAY NUMBER (DAY 1 IS MONDAY 1601-01-01, SO
034100* A REMAINDER OF 0 BY SEVEN IS A SUNDAY), AND ITS WEEK OF THE
034200* WINDOW COUNTING BACK FROM THE AS-OF DATE.
034300*--------------------------------------------------------------
034400 2000-ACCUMULATE-NIGHT.
034500     PERFORM 2100-FIND-GARAGE.
034600     IF GRX > 0 THEN
034700         PERFORM 2050-FOLD-NIGHT
034800     END-IF.
034820 2000-EXIT.
034840     EXIT.
034860
034880 2050-FOLD-NIGHT.
034900     COMPUTE DAY-INT = FUNCTION INTEGER-OF-DATE (HST-DATE(HX)).
035000     DIVIDE DAY-INT BY 7 GIVING WEEK-QUOTIENT
035100         REMAINDER WEEKDAY-NUMBER.
035200     IF WEEKDAY-NUMBER = 0 THEN
035300         MOVE 7 TO DOW-X
035400     ELSE
035500         MOVE WEEKDAY-NUMBER TO DOW-X
035600     END-IF.
035700     COMPUTE WEEK-X = (ASOF-INT - DAY-INT) / 7 + 1.
035800     IF HST-BAYS(HX) > 0
035900             AND HST-DATE(HX) >= PRF-BAYS-DATE(GRX) THEN
036000         MOVE HST-BAYS(HX) TO PRF-BAYS(GRX)
036100         MOVE HST-DATE(HX) TO PRF-BAYS-DATE(GRX)
036200     END-IF.
036300     MOVE 0 TO DAY-PEAK.
036400     PERFORM VARYING HOUR-X FROM 1 BY 1 UNTIL HOUR-X > 24
036500         ADD 1 TO PRF-DAYS(GRX, DOW-X, HOUR-X)
036600         ADD HST-AVG(HX, HOUR-X)
036700             TO PRF-AVG-SUM(GRX, DOW-X, HOUR-X)
036800         ADD HST-PEAK(HX, HOUR-X)
036900             TO PRF-PEAK-SUM(GRX, DOW-X, HOUR-X)
037000         IF HST-PEAK(HX, HOUR-X)
037100                 > PRF-PEAK-MAX(GRX, DOW-X, HOUR-X) THEN
037200             MOVE HST-PEAK(HX, HOUR-X)
037300                 TO PRF-PEAK-MAX(GRX, DOW-X, HOUR-X)
037400         END-IF
037500         IF HST-BAYS(HX) > 0
037600                 AND HST-PEAK(HX, HOUR-X) >= HST-BAYS(HX) THEN
037700             ADD 1 TO PRF-FULL(GRX, DOW-X, HOUR-X)
037800             ADD 1 TO WK-FULL-HOURS(GRX, WEEK-X)
037900         END-IF
038000         IF HST-PEAK(HX, HOUR-X) > DAY-PEAK THEN
038100             MOVE HST-PEAK(HX, HOUR-X) TO DAY-PEAK
038200         END-IF
038300         ADD HST-AVG(HX, HOUR-X) TO WK-VEH-HOURS(GRX, WEEK-X)
038400     END-PERFORM.
038500     ADD 1 TO WK-DAYS(GRX, WEEK-X).
038600     ADD DAY-PEAK TO WK-PEAK-SUM(GRX, WEEK-X).
038700 2050-EXIT.
038800     EXIT.
038900
039000*--------------------------------------------------------------
039100* FIND THE GARAGE'S PROFILE SLOT, STARTING A NEW ONE (ZERO
039200* TOTALS) THE FIRST TIME IT IS SEEN. A FULL TABLE LEAVES THE
039300* GARAGE OUT OF THE PROFILE AND SAYS SO ONCE.
039400*--------------------------------------------------------------
039500 2100-FIND-GARAGE.
039600     PERFORM VARYING GRX FROM 1 BY 1
039700             UNTIL GRX > PRF-GARAGE-COUNT
039800         IF PRF-GARAGE(GRX) = HST-GARAGE(HX) THEN
039900             EXIT PERFORM
040000         END-IF
040100     END-PERFORM.
040110     IF GRX > PRF-GARAGE-COUNT THEN
040120         IF PRF-GARAGE-COUNT >= 10 THEN
040130             MOVE 0 TO GRX
040140             ADD 1 TO RECORDS-REJECTED
040150             MOVE RUN-DATE TO EXCPT-RUN-DATE
040160             MOVE "OCCPROF" TO EXCPT-PROGRAM
040170             MOVE "GARG" TO EXCPT-CODE
040180             MOVE 2 TO EXCPT-SEVERITY
040190             MOVE SPACES TO EXCPT-TEXT
040200             STRING "GARAGE-TABLE-FULL ", HST-GARAGE(HX), " ",
040210                 HST-DATE(HX), " NOT PROFILED"
040220                 DELIMITED BY SIZE INTO EXCPT-TEXT
040230             CALL "EXCPTRPT" USING EXCEPTION-RECORD
040240         ELSE
040250             ADD 1 TO PRF-GARAGE-COUNT
040260             MOVE PRF-GARAGE-COUNT TO GRX
040270             INITIALIZE PRF-GARAGE-ENTRY(GRX)
040280             MOVE HST-GARAGE(HX) TO PRF-GARAGE(GRX)
040290         END-IF
040400     END-IF.
042300 2100-EXIT.
042400     EXIT.
042500
042600*--------------------------------------------------------------
042700* THE TYPICAL WEEK -- ONE LINE PER HOUR, ONE COLUMN PER DAY OF
042800* THE WEEK, EACH CELL THE AVERAGE OCCUPANCY AND THE AVERAGE PEAK
042900* OVER THE NIGHTS ON FILE FOR THAT DAY. A DAY WITH NO NIGHTS ON
043000* FILE PRINTS A DASH.
043100*--------------------------------------------------------------
043200 3000-PRINT-PROFILE.
043300     MOVE SPACES TO RPT-LINE.
043400     PERFORM 0700-WRITE-REPORT.
043500     MOVE SPACES TO RPT-LINE.
043600     STRING RUN-DATE, " GARAGE ", PRF-GARAGE(GRX),
043700         " TYPICAL WEEK -- AVERAGE/PEAK VEHICLES BY DAY AND HOUR"
043800         DELIMITED BY SIZE INTO RPT-LINE.
043900     PERFORM 0700-WRITE-REPORT.
044000     MOVE SPACES TO RPT-LINE.
044100     STRING RUN-DATE, " HOUR" DELIMITED BY SIZE INTO RPT-LINE.
044200     PERFORM VARYING DOW-X FROM 1 BY 1 UNTIL DOW-X > 7
044300         COMPUTE LINE-POS = 18 + (DOW-X - 1) * 13 + 5
044400         MOVE DAY-NAME(DOW-X) TO RPT-LINE(LINE-POS:3)
044500     END-PERFORM.
044600     PERFORM 0700-WRITE-REPORT.
044700     PERFORM VARYING HOUR-X FROM 1 BY 1 UNTIL HOUR-X > 24
044800         COMPUTE HOUR-LABEL = HOUR-X - 1
044900         MOVE SPACES TO RPT-LINE
045000         STRING RUN-DATE, " HOUR ", HOUR-LABEL
045100             DELIMITED BY SIZE INTO RPT-LINE
045200         PERFORM 3100-FORMAT-CELL
045300             VARYING DOW-X FROM 1 BY 1 UNTIL DOW-X > 7
045400         PERFORM 0700-WRITE-REPORT
045500     END-PERFORM.
045600     MOVE SPACES TO RPT-LINE.
045700     STRING RUN-DATE, " DAYS" DELIMITED BY SIZE INTO RPT-LINE.
045800     PERFORM VARYING DOW-X FROM 1 BY 1 UNTIL DOW-X > 7
045900         COMPUTE LINE-POS = 18 + (DOW-X - 1) * 13 + 5
046000         MOVE PRF-DAYS(GRX, DOW-X, 1) TO DAYS-DISP
046100         MOVE DAYS-DISP TO RPT-LINE(LINE-POS:3)
046200     END-PERFORM.
046300     PERFORM 0700-WRITE-REPORT.
046400 3000-EXIT.
046500     EXIT.
046600
046700 3100-FORMAT-CELL.
046800     IF PRF-DAYS(GRX, DOW-X, HOUR-X) = 0 THEN
046900         MOVE "      -" TO CELL-TEXT
047000     ELSE
047100         COMPUTE CELL-AVG ROUNDED =
047200             PRF-AVG-SUM(GRX, DOW-X, HOUR-X)
047300             / PRF-DAYS(GRX, DOW-X, HOUR-X)
047400         COMPUTE CELL-PEAK ROUNDED =
047500             PRF-PEAK-SUM(GRX, DOW-X, HOUR-X)
047600             / PRF-DAYS(GRX, DOW-X, HOUR-X)
047700         MOVE CELL-AVG TO CELL-AVG-DISP
047800         MOVE CELL-PEAK TO CELL-PEAK-DISP
047900         MOVE SPACES TO CELL-TEXT
048000         STRING " ", CELL-AVG-DISP, "/", CELL-PEAK-DISP
048100             DELIMITED BY SIZE INTO CELL-TEXT
048200     END-IF.
048300     COMPUTE LINE-POS = 18 + (DOW-X - 1) * 13.
048400     MOVE CELL-TEXT TO RPT-LINE(LINE-POS:13).
048500 3100-EXIT.
048600     EXIT.
048700
048800*--------------------------------------------------------------
048900* THE DAY-AND-HOUR SLOTS THAT REACHED THE BAY COUNT MOST OFTEN,
049000* EACH NIGHT MEASURED AGAINST ITS OWN BAY COUNT. A GARAGE WITH
049100* NO BAY COUNT ON FILE CANNOT BE MEASURED.
049200*--------------------------------------------------------------
049300 4000-PRINT-CAPACITY-HOURS.
049400     MOVE SPACES TO RPT-LINE.
049500     IF PRF-BAYS(GRX) = 0 THEN
049600         STRING RUN-DATE, " GARAGE ", PRF-GARAGE(GRX),
049700             " HOURS AT THE BAY COUNT -- NO BAY COUNT ON FILE"
049800             DELIMITED BY SIZE INTO RPT-LINE
049900         PERFORM 0700-WRITE-REPORT
049960     ELSE
050020         PERFORM 4050-RANK-BUSIEST-HOURS
050100     END-IF.
050120 4000-EXIT.
050140     EXIT.
050160
050180 4050-RANK-BUSIEST-HOURS.
050200     MOVE PRF-BAYS(GRX) TO BAYS-DISP.
050300     STRING RUN-DATE, " GARAGE ", PRF-GARAGE(GRX),
050400         " HOURS AT THE BAY COUNT (", BAYS-DISP,
050500         " BAYS), MOST NIGHTS FIRST"
050600         DELIMITED BY SIZE INTO RPT-LINE.
050700     PERFORM 0700-WRITE-REPORT.
050800     PERFORM VARYING DOW-X FROM 1 BY 1 UNTIL DOW-X > 7
050900         PERFORM VARYING HOUR-X FROM 1 BY 1 UNTIL HOUR-X > 24
051000             MOVE "N" TO PRF-LISTED(GRX, DOW-X, HOUR-X)
051100         END-PERFORM
051200     END-PERFORM.
051300     MOVE 0 TO RANK-COUNT.
051450     PERFORM 4100-PRINT-NEXT-BUSIEST RANK-LIMIT TIMES.
051600     IF RANK-COUNT = 0 THEN
051700         MOVE SPACES TO RPT-LINE
051800         STRING RUN-DATE,
051900             "   NO HOUR REACHED THE BAY COUNT IN THE WINDOW"
052000             DELIMITED BY SIZE INTO RPT-LINE
052100         PERFORM 0700-WRITE-REPORT
052200     END-IF.
052300 4050-EXIT.
052400     EXIT.
052500
052600 4100-PRINT-NEXT-BUSIEST.
052700     MOVE 0 TO BEST-FULL.
052800     PERFORM VARYING DOW-X FROM 1 BY 1 UNTIL DOW-X > 7
052900         PERFORM VARYING HOUR-X FROM 1 BY 1 UNTIL HOUR-X > 24
053000             IF PRF-LISTED(GRX, DOW-X, HOUR-X) = "N"
053100                     AND PRF-FULL(GRX, DOW-X, HOUR-X)
053200                         > BEST-FULL THEN
053300                 MOVE PRF-FULL(GRX, DOW-X, HOUR-X) TO BEST-FULL
053400                 MOVE DOW-X TO BEST-DOW
053500                 MOVE HOUR-X TO BEST-HOUR
053600             END-IF
053700         END-PERFORM
053800     END-PERFORM.
053900     IF BEST-FULL > 0 THEN
054000         PERFORM 4110-PRINT-BUSIEST-LINE
054100     END-IF.
054120 4100-EXIT.
054140     EXIT.
054160
054180 4110-PRINT-BUSIEST-LINE.
054200     ADD 1 TO RANK-COUNT.
054300     MOVE "Y" TO PRF-LISTED(GRX, BEST-DOW, BEST-HOUR).
054400     COMPUTE HOUR-LABEL = BEST-HOUR - 1.
054500     MOVE BEST-FULL TO FULL-DISP.
054600     MOVE PRF-DAYS(GRX, BEST-DOW, BEST-HOUR) TO DAYS-DISP.
054700     MOVE PRF-PEAK-MAX(GRX, BEST-DOW, BEST-HOUR)
054800         TO CELL-PEAK-DISP.
054900     MOVE SPACES TO RPT-LINE.
055000     STRING RUN-DATE, "   ", DAY-NAME(BEST-DOW), " HOUR ",
055100         HOUR-LABEL, "  AT THE BAY COUNT ", FULL-DISP, " OF ",
055200         DAYS-DISP, " NIGHTS  HIGHEST PEAK ", CELL-PEAK-DISP
055300         DELIMITED BY SIZE INTO RPT-LINE.
055400     PERFORM 0700-WRITE-REPORT.
055500 4110-EXIT.
055600     EXIT.
055700
055800*--------------------------------------------------------------
055900* WEEK OVER WEEK, OLDEST WEEK FIRST -- VEHICLE-HOURS (THE SUM
056000* OF THE HOURLY AVERAGES), VEHICLE-HOURS PER NIGHT ON FILE, THE
056100* AVERAGE DAILY PEAK, AND THE HOURS AT THE BAY COUNT, WITH THE
056200* CHANGE IN VEHICLE-HOURS PER NIGHT FROM THE WEEK BEFORE SO A
056300* WEEK WITH A MISSING NIGHT COMPARES FAIRLY.
056400*--------------------------------------------------------------
056500 5000-PRINT-TREND.
056600     MOVE SPACES TO RPT-LINE.
056700     STRING RUN-DATE, " GARAGE ", PRF-GARAGE(GRX),
056800         " WEEK-OVER-WEEK TREND"
056900         DELIMITED BY SIZE INTO RPT-LINE.
057000     PERFORM 0700-WRITE-REPORT.
057100     MOVE SPACES TO RPT-LINE.
057200     STRING RUN-DATE, "   WEEK ENDING NIGHTS VEHICLE-HOURS",
057300         "   PER NIGHT  AVG DAILY PEAK  HOURS FULL   CHANGE %"
057400         DELIMITED BY SIZE INTO RPT-LINE.
057500     PERFORM 0700-WRITE-REPORT.
057600     MOVE 0 TO PRIOR-PER-DAY.
057700     PERFORM 5100-PRINT-ONE-WEEK
057800         VARYING WEEK-X FROM WEEKS-BACK BY -1 UNTIL WEEK-X = 0.
057900 5000-EXIT.
058000     EXIT.
058100
058200 5100-PRINT-ONE-WEEK.
058300     COMPUTE DAY-INT = ASOF-INT - (WEEK-X - 1) * 7.
058400     COMPUTE WEEK-END-DATE = FUNCTION DATE-OF-INTEGER (DAY-INT).
058500     MOVE SPACES TO RPT-LINE.
058600     IF WK-DAYS(GRX, WEEK-X) = 0 THEN
058700         STRING RUN-DATE, "   ", WEEK-END-DATE,
058800             "       0   NO OCCUPANCY ON FILE"
058900             DELIMITED BY SIZE INTO RPT-LINE
059000         PERFORM 0700-WRITE-REPORT
059100         MOVE 0 TO PRIOR-PER-DAY
059200     ELSE
059300         COMPUTE PER-DAY ROUNDED = WK-VEH-HOURS(GRX, WEEK-X)
059400             / WK-DAYS(GRX, WEEK-X)
059500         COMPUTE CELL-PEAK ROUNDED = WK-PEAK-SUM(GRX, WEEK-X)
059600             / WK-DAYS(GRX, WEEK-X)
059700         MOVE WK-DAYS(GRX, WEEK-X) TO DAYS-DISP
059800         MOVE WK-VEH-HOURS(GRX, WEEK-X) TO VEH-HOURS-DISP
059900         MOVE PER-DAY TO PER-DAY-DISP
060000         MOVE CELL-PEAK TO DAILY-PEAK-DISP
060100         MOVE WK-FULL-HOURS(GRX, WEEK-X) TO FULL-DISP
060200         STRING RUN-DATE, "   ", WEEK-END-DATE, "     ",
060300             DAYS-DISP, "     ", VEH-HOURS-DISP, "     ",
060400             PER-DAY-DISP, "           ", DAILY-PEAK-DISP,
060500             "         ", FULL-DISP
060600             DELIMITED BY SIZE INTO RPT-LINE
060700         IF PRIOR-PER-DAY > 0 THEN
060800             COMPUTE CHANGE-PCT ROUNDED =
060900                 (PER-DAY - PRIOR-PER-DAY) * 100 / PRIOR-PER-DAY
061000             MOVE CHANGE-PCT TO CHANGE-DISP
061100             MOVE CHANGE-DISP TO RPT-LINE(85:8)
061200         END-IF
061300         PERFORM 0700-WRITE-REPORT
061400         MOVE PER-DAY TO PRIOR-PER-DAY
061500     END-IF.
061600 5100-EXIT.
061700     EXIT.
061800
061900*--------------------------------------------------------------
062000* RUN-LOG START AND END RECORDS FOR THE MORNING OPERATIONS
062100* REPORT. RUNLOGW STAMPS THE CLOCK TIME ITSELF.
062200*--------------------------------------------------------------
062300 0100-LOG-RUN-START.
062400     MOVE "OCCPROF" TO RLOG-PROGRAM.
062500     MOVE RUN-DATE TO RLOG-RUN-DATE.
062600     MOVE "S" TO RLOG-EVENT.
062700     MOVE 0 TO RLOG-READ.
062800     MOVE 0 TO RLOG-ACCEPTED.
062900     MOVE 0 TO RLOG-REJECTED.
063000     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
063100     CALL "RUNLOGW" USING RUN-LOG-RECORD.
063200     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
063300 0100-EXIT.
063400     EXIT.
063500
063600 0990-LOG-RUN-END.
063700     MOVE "OCCPROF" TO RLOG-PROGRAM.
063800     MOVE RUN-DATE TO RLOG-RUN-DATE.
063900     MOVE "E" TO RLOG-EVENT.
064000     MOVE RECORDS-READ TO RLOG-READ.
064100     COMPUTE RLOG-ACCEPTED = RECORDS-READ - RECORDS-REJECTED.
064200     MOVE RECORDS-REJECTED TO RLOG-REJECTED.
064300     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
064400     CALL "RUNLOGW" USING RUN-LOG-RECORD.
064500     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
064600 0990-EXIT.
064700     EXIT.
064800
064900 0700-WRITE-REPORT.
065000     IF REPORT-OK THEN
065100         WRITE REPORT-RECORD FROM RPT-LINE
065200     END-IF.
065300 0700-EXIT.
065400     EXIT.
