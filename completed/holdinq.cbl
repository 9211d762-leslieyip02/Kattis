000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOLDINQ.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. PORTFOLIO-ACCOUNTING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  RH   ORIGINAL VERSION - ON-DEMAND POSITION
001000*                    INQUIRY AGAINST THE HOLDINGS HISTORY MASTER
001100*                    TRACKINGSHARES KEEPS. SYSIN CARRIES ONE
001200*                    "COMPANY YYYYMMDD YYYYMMDD" LINE (E.G.
001300*                    "XYZ 20260301 20260331"), AND EVERY DAY ON
001400*                    FILE FOR THAT COMPANY IN THE RANGE PRINTS
001500*                    TO RPTOUT WITH ITS SHARES, PRICE, VALUE, AND
001600*                    SOURCE, FOLLOWED BY THE PERIOD-START AND
001700*                    PERIOD-END POSITIONS AND THE CHANGE BETWEEN
001800*                    THEM -- SO "WHAT DID WE HOLD IN XYZ ON
001900*                    MARCH 12" IS A JOB SUBMISSION, NOT A READ
002000*                    DOWN AN ARCHIVED YEAR-LONG REPORT. A DAY THE
002100*                    COMPANY WAS NOT HELD HAS NO RECORD, SO A
002200*                    RANGE OPENING BEFORE THE FIRST HELD DAY
002300*                    STARTS FROM ZERO.
002400*--------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT HOLDHIST-FILE ASSIGN TO HOLDHIST
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS HLD-KEY
003300         FILE STATUS IS HOLDHIST-STATUS.
003400     SELECT REPORT-FILE ASSIGN TO RPTOUT
003500         FILE STATUS IS REPORT-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  HOLDHIST-FILE.
004000 COPY HOLDHREC.
004100 FD  REPORT-FILE.
004200 01  REPORT-RECORD            PIC X(132).
004300
004400 WORKING-STORAGE SECTION.
004500 01  RUN-DATE                 PIC 9(8).
004600 01  HOLDHIST-STATUS          PIC X(2).
004700     88  HOLDHIST-OK          VALUE "00".
004800 01  HOLDHIST-SWITCH          PIC X(1).
004900     88  HOLDHIST-MORE        VALUE "Y".
005000     88  HOLDHIST-DONE        VALUE "N".
005100 01  REPORT-STATUS            PIC X(2).
005200     88  REPORT-OK            VALUE "00".
005300 01  RPT-LINE                 PIC X(132).
005400
005500 01  INPUT-LINE               PIC X(50).
005600 01  WANT-COMPANY             PIC X(10).
005700 01  WANT-FROM-X              PIC X(8).
005800 01  WANT-FROM                REDEFINES WANT-FROM-X PIC 9(8).
005900 01  WANT-THRU-X              PIC X(8).
006000 01  WANT-THRU                REDEFINES WANT-THRU-X PIC 9(8).
006100 01  FETCHED-COUNT            PIC 9(7) VALUE 0.
006200
006300*--------------------------------------------------------------
006400* THE PERIOD'S OPENING AND CLOSING POSITIONS. THE OPENING IS
006500* THE FROM-DATE'S OWN RECORD, OR ZERO WHEN THE COMPANY WAS NOT
006600* HELD THAT DAY; THE CLOSING IS THE LAST DAY ON FILE IN THE
006700* RANGE, WHICH IS THE THRU-DATE ITSELF UNLESS THE POSITION WAS
006800* CLOSED OUT OR THE HISTORY DOES NOT YET REACH IT.
006900*--------------------------------------------------------------
007000 01  START-DATE               PIC 9(8).
007100 01  START-SHARES             PIC 9(8) VALUE 0.
007200 01  START-VALUE              PIC 9(12)V9(2) VALUE 0.
007300 01  END-DATE                 PIC 9(8).
007400 01  END-SHARES               PIC 9(8) VALUE 0.
007500 01  END-VALUE                PIC 9(12)V9(2) VALUE 0.
007600 01  SHARE-CHANGE             PIC S9(9).
007700 01  VALUE-CHANGE             PIC S9(13)V9(2).
007800
007900 01  SHARES-OUT               PIC Z(7)9.
008000 01  PRICE-OUT                PIC Z(4)9.99.
008100 01  VALUE-OUT                PIC Z(11)9.99.
008200 01  SHARE-CHANGE-OUT         PIC -(8)9.
008300 01  VALUE-CHANGE-OUT         PIC -(12)9.99.
008400 01  SOURCE-OUT               PIC X(14).
008500
008600 PROCEDURE DIVISION.
008700 0000-MAINLINE.
008800     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
008900     MOVE SPACES TO INPUT-LINE.
009000     MOVE SPACES TO WANT-FROM-X, WANT-THRU-X.
009100     ACCEPT INPUT-LINE.
009200     UNSTRING INPUT-LINE DELIMITED BY ALL SPACE
009300         INTO WANT-COMPANY, WANT-FROM-X, WANT-THRU-X.
009400     IF WANT-COMPANY = SPACES OR WANT-FROM-X IS NOT NUMERIC
009500             OR WANT-THRU-X IS NOT NUMERIC THEN
009600         DISPLAY RUN-DATE,
009700             " HOLDINQ EXPECTS: COMPANY YYYYMMDD YYYYMMDD"
009800         MOVE 8 TO RETURN-CODE
009900         STOP RUN
010000     END-IF.
010100     IF WANT-THRU < WANT-FROM THEN
010200         DISPLAY RUN-DATE, " HOLDINQ TO-DATE ", WANT-THRU,
010300             " IS BEFORE FROM-DATE ", WANT-FROM
010400         MOVE 8 TO RETURN-CODE
010500         STOP RUN
010600     END-IF.
010700     MOVE WANT-FROM TO START-DATE.
010800     OPEN OUTPUT REPORT-FILE.
010900     MOVE SPACES TO RPT-LINE.
011000     STRING RUN-DATE, " HOLDINGS HISTORY ", WANT-COMPANY,
011100         " FROM ", WANT-FROM, " THRU ", WANT-THRU
011200         DELIMITED BY SIZE INTO RPT-LINE.
011300     PERFORM 0700-WRITE-REPORT.
011400     OPEN INPUT HOLDHIST-FILE.
011500     IF HOLDHIST-OK THEN
011600         PERFORM 1000-POSITION-AT-FROM-DATE
011700         PERFORM 1100-FETCH-ONE-DAY UNTIL HOLDHIST-DONE
011800         CLOSE HOLDHIST-FILE
011900     ELSE
012000         DISPLAY RUN-DATE,
012100             " HOLDINQ HISTORY-UNAVAILABLE STATUS ",
012200             HOLDHIST-STATUS
012300         MOVE 8 TO RETURN-CODE
012400     END-IF.
012500     IF FETCHED-COUNT = 0 THEN
012600         DISPLAY RUN-DATE, " HOLDINQ NOTHING ON FILE FOR ",
012700             WANT-COMPANY, " ", WANT-FROM, " ", WANT-THRU
012800         MOVE SPACES TO RPT-LINE
012900         STRING RUN-DATE, " NOTHING ON FILE FOR THE RANGE"
013000             DELIMITED BY SIZE INTO RPT-LINE
013100         PERFORM 0700-WRITE-REPORT
013200     ELSE
013300         PERFORM 2000-PRINT-PERIOD
013400         DISPLAY RUN-DATE, " HOLDINQ PRINTED ", FETCHED-COUNT,
013500             " DAYS FOR ", WANT-COMPANY, " ", WANT-FROM, " ",
013600             WANT-THRU
013700     END-IF.
013800     IF REPORT-OK THEN
013900         CLOSE REPORT-FILE
014000     END-IF.
014100     STOP RUN.
014200
014300*--------------------------------------------------------------
014400* START AT THE COMPANY'S FIRST DAY ON OR AFTER THE FROM-DATE.
014500*--------------------------------------------------------------
014600 1000-POSITION-AT-FROM-DATE.
014700     SET HOLDHIST-MORE TO TRUE.
014800     MOVE WANT-COMPANY TO HLD-COMPANY.
014900     MOVE WANT-FROM TO HLD-DATE.
015000     START HOLDHIST-FILE KEY IS NOT < HLD-KEY
015100         INVALID KEY
015200             SET HOLDHIST-DONE TO TRUE
015300     END-START.
015400 1000-EXIT.
015500     EXIT.
015600
015700 1100-FETCH-ONE-DAY.
015800     READ HOLDHIST-FILE NEXT RECORD
015900         AT END
016000             SET HOLDHIST-DONE TO TRUE
016100         NOT AT END
016200             IF HLD-COMPANY NOT = WANT-COMPANY
016300                     OR HLD-DATE > WANT-THRU THEN
016400                 SET HOLDHIST-DONE TO TRUE
016500             ELSE
016600                 PERFORM 1200-PRINT-ONE-DAY
016700             END-IF
016800     END-READ.
016900 1100-EXIT.
017000     EXIT.
017100
017200 1200-PRINT-ONE-DAY.
017300     ADD 1 TO FETCHED-COUNT.
017400     IF HLD-DATE = WANT-FROM THEN
017500         MOVE HLD-SHARES TO START-SHARES
017600         MOVE HLD-VALUE TO START-VALUE
017700     END-IF.
017800     MOVE HLD-DATE TO END-DATE.
017900     MOVE HLD-SHARES TO END-SHARES.
018000     MOVE HLD-VALUE TO END-VALUE.
018100     MOVE "CARRIED" TO SOURCE-OUT.
018200     IF HLD-TRADED THEN
018300         MOVE "TRADED" TO SOURCE-OUT
018400     END-IF.
018500     IF HLD-VENDOR-PRICED THEN
018600         MOVE "VENDOR-PRICED" TO SOURCE-OUT
018700     END-IF.
018800     MOVE HLD-SHARES TO SHARES-OUT.
018900     MOVE HLD-PRICE TO PRICE-OUT.
019000     MOVE HLD-VALUE TO VALUE-OUT.
019100     MOVE SPACES TO RPT-LINE.
019200     STRING RUN-DATE, "   ", HLD-DATE, " SHARES ", SHARES-OUT,
019300         " PRICE ", PRICE-OUT, " VALUE ", VALUE-OUT, " ",
019400         SOURCE-OUT
019500         DELIMITED BY SIZE INTO RPT-LINE.
019600     PERFORM 0700-WRITE-REPORT.
019700 1200-EXIT.
019800     EXIT.
019900
020000*--------------------------------------------------------------
020100* PERIOD-START AND PERIOD-END POSITIONS AND THE CHANGE.
020200*--------------------------------------------------------------
020300 2000-PRINT-PERIOD.
020400     MOVE START-SHARES TO SHARES-OUT.
020500     MOVE START-VALUE TO VALUE-OUT.
020600     MOVE SPACES TO RPT-LINE.
020700     STRING RUN-DATE, " PERIOD START ", START-DATE,
020800         " SHARES ", SHARES-OUT, " VALUE ", VALUE-OUT
020900         DELIMITED BY SIZE INTO RPT-LINE.
021000     PERFORM 0700-WRITE-REPORT.
021100     MOVE END-SHARES TO SHARES-OUT.
021200     MOVE END-VALUE TO VALUE-OUT.
021300     MOVE SPACES TO RPT-LINE.
021400     STRING RUN-DATE, " PERIOD END   ", END-DATE,
021500         " SHARES ", SHARES-OUT, " VALUE ", VALUE-OUT
021600         DELIMITED BY SIZE INTO RPT-LINE.
021700     PERFORM 0700-WRITE-REPORT.
021800     COMPUTE SHARE-CHANGE = END-SHARES - START-SHARES.
021900     COMPUTE VALUE-CHANGE = END-VALUE - START-VALUE.
022000     MOVE SHARE-CHANGE TO SHARE-CHANGE-OUT.
022100     MOVE VALUE-CHANGE TO VALUE-CHANGE-OUT.
022200     MOVE SPACES TO RPT-LINE.
022300     STRING RUN-DATE, " CHANGE                SHARES ",
022400         SHARE-CHANGE-OUT, " VALUE ", VALUE-CHANGE-OUT
022500         DELIMITED BY SIZE INTO RPT-LINE.
022600     PERFORM 0700-WRITE-REPORT.
022700 2000-EXIT.
022800     EXIT.
022900
023000 0700-WRITE-REPORT.
023100     IF REPORT-OK THEN
023200         WRITE REPORT-RECORD FROM RPT-LINE
023300     END-IF.
023400 0700-EXIT.
023500     EXIT.
