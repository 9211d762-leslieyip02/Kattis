000100*--------------------------------------------------------------
000200* PERBREC -- LEDGER PERIOD BALANCES HISTORY RECORD (PERBAL)
000300*   ONE RECORD PER BROKENCALCULATOR LEDGER PER CLOSED MONTH,
000400*   KEYED BY LEDGER AND PERIOD (YYYYMM), KEPT ACROSS YEARS.
000500*   BCCLOSE WRITES ONE FOR EVERY LEDGER ON THE BALANCES MASTER
000600*   WHEN IT CLOSES A MONTH: THE LEDGER'S CLOSING C, ITS CLOSING
000700*   AT THE PREVIOUS CLOSE (ZERO FOR A LEDGER NEW THIS PERIOD),
000800*   AND THE NET OF THE PRIOR-PERIOD ADJUSTMENTS POSTED TO IT
000900*   SINCE THAT CLOSE. A PERIOD WITH RECORDS ON FILE IS CLOSED,
001000*   AND BROKENCALCULATOR REJECTS A FEED LINE DATED INTO IT
001100*   UNLESS THE LINE CARRIES THE ADJUSTMENT FLAG.
001200*
001300*   2026-10-15  RH   ORIGINAL VERSION.
001400*--------------------------------------------------------------
001500 01  PERIOD-BALANCE-RECORD.
001600     05  PRB-KEY.
001700         10  PRB-LEDGER       PIC X(8).
001800         10  PRB-PERIOD       PIC 9(6).
001900     05  PRB-CLOSING          PIC S9(16)V9(2).
002000     05  PRB-PRIOR-PERIOD     PIC 9(6).
002100     05  PRB-PRIOR-CLOSING    PIC S9(16)V9(2).
002200     05  PRB-ADJ-TOTAL        PIC S9(16)V9(2).
002300     05  PRB-CLOSED-DATE      PIC 9(8).
002400     05  FILLER               PIC X(8).
