995105*                    STAMPS ITS REPORTS, EXCEPTIONS, AND RUN
995106*                    LOG AS THE BUSINESS DATE IT BELONGS TO,
995107*                    WITH THE TRUE CLOCK DATE NOTED ON SYSOUT.
995301*   2026-10-15  RH   NIGHTS REVERSED BY THE BACKOUT JOB -- EACH
995302*                    "B" RUN-LOG RECORD (THE TEN MOST RECENT) NOW
995303*                    PRINTS AFTER THE STEP LINES WITH THE NIGHT
995304*                    REVERSED, WHEN, AND WHAT WAS PUT BACK, AND A
995305*                    RUN DATE THAT WAS ITSELF REVERSED IS FLAGGED
995306*                    AS A RERUN.
995307*                    THE STEP TABLE NOW HOLDS 30 PROGRAMS.
002100*--------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
005400 01  STEP-X                   PIC 9(2) COMP.
005500 01  STEP-HIT-X               PIC 9(2) COMP.
005600 01  STEP-TABLE.
005700     05  STEP-ENTRY OCCURS 30 TIMES.
005800         10  STP-PROGRAM      PIC X(12).
005900         10  STP-START-TIME   PIC 9(8).
006000         10  STP-START-SEEN   PIC 9(1).
007850     05  DEADLINE-ENTRY OCCURS 20 TIMES.
007860         10  DLN-T-PROGRAM    PIC X(12).
007870         10  DLN-T-TIME       PIC 9(6).
007872
007874*--------------------------------------------------------------
007876* NIGHTS REVERSED BY BACKOUT -- THE TEN MOST RECENT "B" RECORDS
007878* IN THE LOG, OLDEST FIRST; AN ELEVENTH PUSHES OUT THE OLDEST.
007880*--------------------------------------------------------------
007882 01  BKO-COUNT                PIC 9(2) COMP VALUE 0.
007884 01  BKX                      PIC 9(2) COMP.
007886 01  BACKOUT-TABLE.
007888     05  BACKOUT-ENTRY OCCURS 10 TIMES.
007890         10  BKO-NIGHT        PIC 9(8).
007892         10  BKO-TIME         PIC 9(8).
007894         10  BKO-MASTERS      PIC 9(7).
007896         10  BKO-RECORDS      PIC 9(7).
007898         10  BKO-SKIPPED      PIC 9(7).
007700
007800 PROCEDURE DIVISION.
007900 0000-MAINLINE.
009200         END-IF
009300     END-IF.
009400     PERFORM 2000-PRINT-OPERATIONS-REPORT.
009402     IF BKO-COUNT > 0 THEN
009404         PERFORM 4000-PRINT-BACKOUTS
009406     END-IF.
009410     IF DLN-COUNT > 0 THEN
009420         PERFORM 3000-PRINT-DEADLINE-WATCH
009430     END-IF.
010500         AT END
010600             SET RUNLOG-AT-END TO TRUE
010700         NOT AT END
010720             IF RLF-EVENT = "B" THEN
010740                 PERFORM 1700-NOTE-BACKOUT
010760             END-IF
010800             PERFORM 1500-FIND-STEP
010900             IF STEP-HIT-X > 0 THEN
011000                 IF RLF-RUN-DATE = RUN-DATE THEN
015100             MOVE STEP-X TO STEP-HIT-X
015200         END-IF
015300     END-PERFORM.
015400     IF STEP-HIT-X = 0 AND STEP-COUNT < 30 THEN
015500         ADD 1 TO STEP-COUNT
015600         MOVE STEP-COUNT TO STEP-HIT-X
015700         MOVE RLF-PROGRAM TO STP-PROGRAM(STEP-HIT-X)
024890     END-PERFORM.
024910 3100-EXIT.
024920     EXIT.
025020
025120*--------------------------------------------------------------
025220* HOLD ONE "B" RECORD -- A FULL TABLE SHIFTS DOWN ONE SO THE
025320* MOST RECENT TEN BACKOUTS ARE THE ONES KEPT.
025420*--------------------------------------------------------------
025520 1700-NOTE-BACKOUT.
025620     IF BKO-COUNT >= 10 THEN
025720         PERFORM VARYING BKX FROM 1 BY 1 UNTIL BKX > 9
025820             MOVE BACKOUT-ENTRY(BKX + 1) TO BACKOUT-ENTRY(BKX)
025920         END-PERFORM
026020     ELSE
026120         ADD 1 TO BKO-COUNT
026220     END-IF.
026320     MOVE RLF-RUN-DATE TO BKO-NIGHT(BKO-COUNT).
026420     MOVE RLF-TIME TO BKO-TIME(BKO-COUNT).
026520     MOVE RLF-READ TO BKO-MASTERS(BKO-COUNT).
026620     MOVE RLF-ACCEPTED TO BKO-RECORDS(BKO-COUNT).
026720     MOVE RLF-REJECTED TO BKO-SKIPPED(BKO-COUNT).
026820 1700-EXIT.
026920     EXIT.
027020
027120*--------------------------------------------------------------
027220* NIGHTS REVERSED -- WHICH NIGHT, WHEN THE BACKOUT RAN, AND HOW
027320* MUCH WENT BACK. TONIGHT'S OWN RUN DATE AMONG THEM MEANS THIS
027420* IS THE RERUN OF A REVERSED NIGHT.
027520*--------------------------------------------------------------
027620 4000-PRINT-BACKOUTS.
027720     DISPLAY RUN-DATE, " NIGHTS REVERSED BY BACKOUT".
027820     PERFORM VARYING BKX FROM 1 BY 1 UNTIL BKX > BKO-COUNT
027920         DISPLAY RUN-DATE, "   NIGHT ", BKO-NIGHT(BKX),
028020             " REVERSED AT ", BKO-TIME(BKX),
028120             " MASTERS ", BKO-MASTERS(BKX),
028220             " RECORDS ", BKO-RECORDS(BKX),
028320             " LEFT AS STOOD ", BKO-SKIPPED(BKX)
028420         IF BKO-NIGHT(BKX) = RUN-DATE THEN
028520             DISPLAY RUN-DATE, "   THIS RUN DATE WAS REVERSED --",
028620                 " TONIGHT'S STEPS ARE ITS RERUN"
028720         END-IF
028820     END-PERFORM.
028920 4000-EXIT.
029020     EXIT.
