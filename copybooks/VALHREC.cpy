000100*--------------------------------------------------------------
000200* VALHREC -- ACCOUNT VALUATION HISTORY RECORD
000300*   ONE RECORD PER ACCOUNT PER NIGHT, APPENDED BY DEATHANDTAXES
000400*   AFTER THE CLOSING POSITIONS ARE MARKED. THE MARKET VALUE IS
000500*   THE ACCOUNT'S LONG POSITIONS LESS ITS SHORTS AT THE NIGHT'S
000600*   CLOSE (AT COST OR OPEN PROCEEDS WHERE NO CLOSE WAS LOADED,
000700*   WHEN VAL-PRICED IS "N"); CASH IS THE CLOSING BALANCE; THE
000800*   NET FLOW IS THE NIGHT'S DEPOSITS LESS WITHDRAWALS -- THE
000900*   EXTERNAL MONEY A TIME-WEIGHTED RETURN MUST STRIP OUT. ALL
001000*   AMOUNTS IN BASE CURRENCY. A RERUN NIGHT MAY APPEND A SECOND
001100*   RECORD FOR THE SAME ACCOUNT AND DATE; THE LATER ONE STANDS.
001200*
001300*   2026-10-15  RH   ORIGINAL VERSION.
001400*--------------------------------------------------------------
001500 01  VALUATION-RECORD.
001600     05  VAL-RUN-DATE         PIC 9(8).
001700     05  VAL-ACCOUNT          PIC X(8).
001800     05  VAL-MARKET-VALUE     PIC S9(16)V9(8).
001900     05  VAL-CASH             PIC S9(16)V9(8).
002000     05  VAL-NET-FLOW         PIC S9(16)V9(8).
002100     05  VAL-PRICED           PIC X(1).
002200         88  VAL-ALL-PRICED   VALUE "Y".
002300     05  FILLER               PIC X(31).
