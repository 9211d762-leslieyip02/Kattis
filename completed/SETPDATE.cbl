002000*                    SYSOUT WITH THE TRUE CLOCK DATE FOR AUDIT.
002100*                    NO DATASET (THE NORMAL NIGHT) RETURNS THE
002200*                    CLOCK DATE UNTOUCHED.
002210*   2026-10-15  RH   ALSO LOADS THE EXCHANGE HOLIDAY CALENDAR
002220*                    (HOLCAL) INTO THE RECORD AND SETS WHETHER THE
002230*                    RUN DATE IS A BUSINESS DAY, THE BUSINESS DAY
002240*                    BEFORE IT, AND THE REOPEN FEED DATE THE
002250*                    BUSDATE CHECKS ACCEPT ON THE FIRST BUSINESS
002260*                    DAY AFTER A WEEKEND OR HOLIDAY. NO CALENDAR
002270*                    DATASET MEANS WEEKENDS ONLY, NOTED ON SYSOUT.
002300*--------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
002700 FILE-CONTROL.
002800     SELECT PROCDATE-FILE ASSIGN TO PROCDATE
002900         FILE STATUS IS PROCDATE-STATUS.
002920     SELECT HOLCAL-FILE ASSIGN TO HOLCAL
002940         FILE STATUS IS HOLCAL-STATUS.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003700 FD  PROCDATE-FILE.
003800 01  PROCDATE-RECORD.
003900     05  PDT-DATE             PIC 9(8).
003905*--------------------------------------------------------------
003910* EXCHANGE HOLIDAY CALENDAR -- ONE RECORD PER DATE THE MARKET IS
003915* CLOSED ON A WEEKDAY, WITH ITS NAME. A RECORD WHOSE DATE IS NOT
003920* NUMERIC (A HEADING OR A NOTE) IS SKIPPED.
003925*--------------------------------------------------------------
003930 FD  HOLCAL-FILE.
003935 01  HOLCAL-RECORD.
003940     05  HOL-DATE             PIC 9(8).
003945     05  FILLER               PIC X(1).
003950     05  HOL-NAME             PIC X(30).
004000
004100 WORKING-STORAGE SECTION.
004200 01  PROCDATE-STATUS          PIC X(2).
004300     88  PROCDATE-OK          VALUE "00".
004400     88  PROCDATE-AT-END      VALUE "10".
004500     88  PROCDATE-NOT-FOUND   VALUE "35".
004510 01  HOLCAL-STATUS            PIC X(2).
004520     88  HOLCAL-OK            VALUE "00".
004530     88  HOLCAL-AT-END        VALUE "10".
004540     88  HOLCAL-NOT-FOUND     VALUE "35".
004550 01  RUN-YEAR-HOLIDAYS        PIC 9(3) COMP.
004560 01  CLOSED-GAP-DAYS          PIC 9(5) COMP.
004570 COPY BUSDREC.
004600
004700 LINKAGE SECTION.
004800 COPY PDATEREC.
007200                 PROCDATE-STATUS, " CLOCK DATE USED"
007300         END-IF
007400     END-IF.
007420     PERFORM 1000-LOAD-HOLIDAYS.
007440     PERFORM 2000-SET-BUSINESS-DAYS.
007500     GOBACK.
007600
007700*--------------------------------------------------------------
007800* LOAD THE HOLIDAY CALENDAR INTO THE PROCESSING-DATE RECORD. A
007900* MISSING CALENDAR, ONE THAT OVERFLOWS THE TABLE, OR ONE WITH NO
008000* DATE IN THE RUN YEAR IS NOTED ON SYSOUT -- THE STREAM STILL
008100* RUNS, WITH WEEKENDS (AND WHATEVER DID LOAD) AS THE ONLY
008200* CLOSED DAYS.
008300*--------------------------------------------------------------
008400 1000-LOAD-HOLIDAYS.
008500     MOVE "N" TO PDAT-CALENDAR-SWITCH.
008600     MOVE 0 TO PDAT-HOLIDAY-COUNT.
008700     MOVE 0 TO RUN-YEAR-HOLIDAYS.
008800     OPEN INPUT HOLCAL-FILE.
008900     IF HOLCAL-OK THEN
009000         SET PDAT-CALENDAR-LOADED TO TRUE
009100         PERFORM 1100-LOAD-ONE-HOLIDAY UNTIL HOLCAL-AT-END
009200         CLOSE HOLCAL-FILE
009300         IF RUN-YEAR-HOLIDAYS = 0 THEN
009400             DISPLAY PDAT-CLOCK-DATE,
009500                 " SETPDATE HOLIDAY CALENDAR HAS NO DATES FOR ",
009600                 PDAT-RUN-DATE(1:4)
009700         END-IF
009800     ELSE
009900         IF HOLCAL-NOT-FOUND THEN
010000             DISPLAY PDAT-CLOCK-DATE,
010100                 " SETPDATE NO HOLIDAY CALENDAR WEEKENDS ONLY"
010200         ELSE
010300             DISPLAY PDAT-CLOCK-DATE,
010400                 " SETPDATE CALENDAR-UNAVAILABLE STATUS ",
010500                 HOLCAL-STATUS, " WEEKENDS ONLY"
010600         END-IF
010700     END-IF.
010800 1000-EXIT.
010900     EXIT.
011000
011100 1100-LOAD-ONE-HOLIDAY.
011200     READ HOLCAL-FILE
011300         AT END
011400             SET HOLCAL-AT-END TO TRUE
011500         NOT AT END
011600             IF HOL-DATE IS NUMERIC AND HOL-DATE > 0 THEN
011700                 IF PDAT-HOLIDAY-COUNT < 200 THEN
011800                     ADD 1 TO PDAT-HOLIDAY-COUNT
011900                     MOVE HOL-DATE
012000                         TO PDAT-HOLIDAY-DATE(PDAT-HOLIDAY-COUNT)
012100                     IF HOL-DATE(1:4) = PDAT-RUN-DATE(1:4) THEN
012200                         ADD 1 TO RUN-YEAR-HOLIDAYS
012300                     END-IF
012400                 ELSE
012500                     DISPLAY PDAT-CLOCK-DATE,
012600                         " SETPDATE HOLIDAY CALENDAR FULL, ",
012700                         HOL-DATE, " ", HOL-NAME, " IGNORED"
012800                 END-IF
012900             END-IF
013000     END-READ.
013100 1100-EXIT.
013200     EXIT.
013300
013400*--------------------------------------------------------------
013500* SET THE RUN DATE'S BUSINESS-DAY FIELDS. THE REOPEN FEED DATE
013600* IS FILLED ONLY WHEN THE RUN DATE IS A BUSINESS DAY WITH ONE
013700* OR MORE CLOSED DAYS JUST BEFORE IT -- A MONDAY, OR THE DAY
013800* AFTER A HOLIDAY -- SO THE FEED CUT ON THE LAST BUSINESS DAY
013900* BEFORE THE CLOSURE STILL PASSES THE BUSDATE CHECK THAT NIGHT
014000* AND ONLY THAT NIGHT. ON ANY OTHER NIGHT IT IS THE RUN DATE
014100* ITSELF, SO THE CHECK STAYS EXACT.
014200*--------------------------------------------------------------
014300 2000-SET-BUSINESS-DAYS.
014400     MOVE "N" TO PDAT-RUN-DAY-SWITCH.
014500     MOVE 0 TO PDAT-PREV-BUS-DATE.
014600     MOVE PDAT-RUN-DATE TO PDAT-REOPEN-FEED-DATE.
014700     MOVE PDAT-RUN-DATE TO BDR-DATE.
014800     SET BDR-ASK-BUSINESS-DAY TO TRUE.
014900     CALL "BUSDAY" USING PROCESSING-DATE-RECORD,
015000         BUSINESS-DAY-REQUEST.
015100     IF BDR-IS-BUSINESS-DAY THEN
015200         SET PDAT-RUN-IS-BUSINESS-DAY TO TRUE
015300     END-IF.
015400     SET BDR-ASK-PREVIOUS TO TRUE.
015500     CALL "BUSDAY" USING PROCESSING-DATE-RECORD,
015600         BUSINESS-DAY-REQUEST.
015700     MOVE BDR-RESULT-DATE TO PDAT-PREV-BUS-DATE.
015800     IF PDAT-RUN-IS-BUSINESS-DAY AND PDAT-PREV-BUS-DATE > 0 THEN
015900         COMPUTE CLOSED-GAP-DAYS =
016000             FUNCTION INTEGER-OF-DATE(PDAT-RUN-DATE)
016100             - FUNCTION INTEGER-OF-DATE(PDAT-PREV-BUS-DATE)
016200         IF CLOSED-GAP-DAYS > 1 THEN
016300             MOVE PDAT-PREV-BUS-DATE TO PDAT-REOPEN-FEED-DATE
016400         END-IF
016500     END-IF.
016600 2000-EXIT.
016700     EXIT.
