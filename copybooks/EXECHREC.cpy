000100*--------------------------------------------------------------
000200* EXECHREC -- PLAN EXECUTION HISTORY RECORD
000300*   ONE RECORD PER FROMATOB PLAN THE MACHINE CONTROLLERS LOGGED,
000400*   APPENDED BY PLANREC EACH NIGHT IT RECONCILES THE EXECUTION
000500*   LOG. THE STATUS IS C (COMPLETED EXACTLY), I (INCOMPLETE),
000600*   D (DEVIATED -- THE FIRST STEP THAT DIFFERS IS CARRIED), OR
000700*   N (NO MATCHING PLAN IN THE LIBRARY). PLANNED FIGURES COME
000800*   FROM THE PLAN LIBRARY; ACTUAL ONES FROM THE LOG, PRICED AT
000900*   THE PLAN'S OWN UNIT COSTS (ZERO WHEN THERE IS NO PLAN). THE
001000*   ELAPSED TIME RUNS FROM THE FIRST LOGGED STEP TO THE LAST.
001100*   A RERUN NIGHT MAY APPEND A SECOND RECORD FOR THE SAME PLAN
001200*   AND DATE; THE LATER ONE STANDS.
001300*
001400*   2026-10-15  RH   ORIGINAL VERSION.
001500*--------------------------------------------------------------
001600 01  PLAN-EXECUTION-RECORD.
001700     05  EXH-RUN-DATE         PIC 9(8).
001800     05  EXH-PLAN-KEY         PIC 9(8).
001900     05  EXH-STATUS           PIC X(1).
002000         88  EXH-COMPLETED    VALUE "C".
002100         88  EXH-INCOMPLETE   VALUE "I".
002200         88  EXH-DEVIATED     VALUE "D".
002300         88  EXH-NO-PLAN      VALUE "N".
002400     05  EXH-DEVIATION-STEP   PIC 9(3).
002500     05  EXH-PLANNED-STEPS    PIC 9(3).
002600     05  EXH-ACTUAL-STEPS     PIC 9(5).
002700     05  EXH-PLANNED-OPS      PIC 9(18).
002800     05  EXH-ACTUAL-OPS       PIC 9(18).
002900     05  EXH-PLANNED-COST     PIC 9(21)V9(2).
003000     05  EXH-ACTUAL-COST      PIC 9(21)V9(2).
003100     05  EXH-STARTED          PIC 9(14).
003200     05  EXH-FINISHED         PIC 9(14).
003300     05  EXH-ELAPSED-SECONDS  PIC 9(7).
003400     05  FILLER               PIC X(15).
