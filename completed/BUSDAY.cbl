000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BUSDAY.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BATCH-OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  RH   ORIGINAL VERSION - ONE COMMON BUSINESS-DAY
001000*                    CALCULATOR CALLED BY ANY PROGRAM IN THE
001100*                    NIGHTLY STREAM WITH ITS PROCESSING-DATE
001200*                    RECORD (THE HOLIDAY CALENDAR SETPDATE LOADED)
001300*                    AND A BUSINESS-DAY REQUEST: IS A DATE A
001400*                    BUSINESS DAY, WHICH IS THE BUSINESS DAY
001500*                    BEFORE IT, AND HOW MANY BUSINESS DAYS LIE
001600*                    BETWEEN TWO DATES. A SATURDAY, A SUNDAY, OR A
001700*                    CALENDAR HOLIDAY IS CLOSED; WITHOUT A
001800*                    CALENDAR ONLY WEEKENDS ARE. AN UNUSABLE DATE
001900*                    ANSWERS CLOSED, ZERO DATE, AND ZERO COUNT.
002000*--------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
002300
002400 DATA DIVISION.
002500 WORKING-STORAGE SECTION.
002600*--------------------------------------------------------------
002700* DAY NUMBERS ARE INTEGER DATES -- DAY 1 IS MONDAY 1601-01-01,
002800* SO A DAY NUMBER'S REMAINDER BY SEVEN IS 6 ON A SATURDAY AND
002900* 0 ON A SUNDAY.
003000*--------------------------------------------------------------
003100 01  FROM-DAY-NUMBER          PIC 9(7) COMP.
003200 01  TO-DAY-NUMBER            PIC 9(7) COMP.
003300 01  TEST-DAY-NUMBER          PIC 9(7) COMP.
003400 01  TEST-DATE                PIC 9(8).
003500 01  WEEK-NUMBER              PIC 9(7) COMP.
003600 01  WEEKDAY-NUMBER           PIC 9(1) COMP.
003700 01  TEST-DAY-SWITCH          PIC X(1).
003800     88  TEST-DAY-OPEN        VALUE "Y".
003900     88  TEST-DAY-CLOSED      VALUE "N".
004000 01  DAYS-STEPPED             PIC 9(3) COMP.
004100 01  HOLIDAY-INDEX            PIC 9(3) COMP.
004200
004300 LINKAGE SECTION.
004400 COPY PDATEREC.
004500 COPY BUSDREC.
004600
004700 PROCEDURE DIVISION USING PROCESSING-DATE-RECORD,
004800         BUSINESS-DAY-REQUEST.
004900 0000-MAINLINE.
005000     MOVE 0 TO BDR-RESULT-DATE.
005100     MOVE 0 TO BDR-RESULT-COUNT.
005200     SET BDR-IS-CLOSED TO TRUE.
005300     IF BDR-DATE IS NUMERIC AND BDR-DATE >= 16010101 THEN
005400         COMPUTE FROM-DAY-NUMBER =
005500             FUNCTION INTEGER-OF-DATE(BDR-DATE)
005600         IF BDR-ASK-BUSINESS-DAY THEN
005700             PERFORM 1000-ASK-BUSINESS-DAY
005800         END-IF
005900         IF BDR-ASK-PREVIOUS THEN
006000             PERFORM 2000-ASK-PREVIOUS
006100         END-IF
006200         IF BDR-ASK-COUNT THEN
006300             PERFORM 3000-ASK-COUNT
006400         END-IF
006500     END-IF.
006600     GOBACK.
006700
006800*--------------------------------------------------------------
006900* IS THE DATE ITSELF A BUSINESS DAY.
007000*--------------------------------------------------------------
007100 1000-ASK-BUSINESS-DAY.
007200     MOVE FROM-DAY-NUMBER TO TEST-DAY-NUMBER.
007300     PERFORM 5000-TEST-ONE-DAY.
007400     IF TEST-DAY-OPEN THEN
007500         SET BDR-IS-BUSINESS-DAY TO TRUE
007600     END-IF.
007700 1000-EXIT.
007800     EXIT.
007900
008000*--------------------------------------------------------------
008100* STEP BACK A DAY AT A TIME TO THE LAST BUSINESS DAY BEFORE THE
008200* DATE. SIXTY CLOSED DAYS IN A ROW MEANS A BAD CALENDAR, AND
008300* THE ANSWER STAYS ZERO.
008400*--------------------------------------------------------------
008500 2000-ASK-PREVIOUS.
008600     MOVE FROM-DAY-NUMBER TO TEST-DAY-NUMBER.
008700     MOVE 0 TO DAYS-STEPPED.
008800     SET TEST-DAY-CLOSED TO TRUE.
008900     PERFORM 2100-STEP-BACK-ONE-DAY
009000         UNTIL TEST-DAY-OPEN OR DAYS-STEPPED >= 60.
009100     IF TEST-DAY-OPEN THEN
009200         MOVE TEST-DATE TO BDR-RESULT-DATE
009300     END-IF.
009400 2000-EXIT.
009500     EXIT.
009600
009700 2100-STEP-BACK-ONE-DAY.
009800     SUBTRACT 1 FROM TEST-DAY-NUMBER.
009900     ADD 1 TO DAYS-STEPPED.
010000     PERFORM 5000-TEST-ONE-DAY.
010100 2100-EXIT.
010200     EXIT.
010300
010400*--------------------------------------------------------------
010500* COUNT THE BUSINESS DAYS AFTER THE DATE UP TO AND INCLUDING
010600* THE TO-DATE -- A TO-DATE NOT LATER THAN THE DATE COUNTS ZERO.
010700*--------------------------------------------------------------
010800 3000-ASK-COUNT.
010900     IF BDR-TO-DATE IS NUMERIC AND BDR-TO-DATE > BDR-DATE THEN
011000         COMPUTE TO-DAY-NUMBER =
011100             FUNCTION INTEGER-OF-DATE(BDR-TO-DATE)
011200         MOVE FROM-DAY-NUMBER TO TEST-DAY-NUMBER
011300         PERFORM 3100-COUNT-ONE-DAY
011400             UNTIL TEST-DAY-NUMBER >= TO-DAY-NUMBER
011500     END-IF.
011600 3000-EXIT.
011700     EXIT.
011800
011900 3100-COUNT-ONE-DAY.
012000     ADD 1 TO TEST-DAY-NUMBER.
012100     PERFORM 5000-TEST-ONE-DAY.
012200     IF TEST-DAY-OPEN THEN
012300         ADD 1 TO BDR-RESULT-COUNT
012400     END-IF.
012500 3100-EXIT.
012600     EXIT.
012700
012800*--------------------------------------------------------------
012900* TEST ONE DAY NUMBER -- CLOSED ON A WEEKEND, OTHERWISE CLOSED
013000* WHEN THE DATE IS IN THE HOLIDAY TABLE.
013100*--------------------------------------------------------------
013200 5000-TEST-ONE-DAY.
013300     SET TEST-DAY-OPEN TO TRUE.
013400     COMPUTE TEST-DATE =
013500         FUNCTION DATE-OF-INTEGER(TEST-DAY-NUMBER).
013600     DIVIDE TEST-DAY-NUMBER BY 7 GIVING WEEK-NUMBER
013700         REMAINDER WEEKDAY-NUMBER.
013800     IF WEEKDAY-NUMBER = 0 OR WEEKDAY-NUMBER = 6 THEN
013900         SET TEST-DAY-CLOSED TO TRUE
014000     ELSE
014100         PERFORM 5100-CHECK-ONE-HOLIDAY
014200             VARYING HOLIDAY-INDEX FROM 1 BY 1
014300             UNTIL HOLIDAY-INDEX > PDAT-HOLIDAY-COUNT
014400                 OR TEST-DAY-CLOSED
014500     END-IF.
014600 5000-EXIT.
014700     EXIT.
014800
014900 5100-CHECK-ONE-HOLIDAY.
015000     IF PDAT-HOLIDAY-DATE(HOLIDAY-INDEX) = TEST-DATE THEN
015100         SET TEST-DAY-CLOSED TO TRUE
015200     END-IF.
015300 5100-EXIT.
015400     EXIT.
