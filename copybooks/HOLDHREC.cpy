000100*--------------------------------------------------------------
000200* HOLDHREC -- HOLDINGS HISTORY MASTER RECORD
000300*   ONE RECORD PER COMPANY PER DAY HELD, KEYED BY COMPANY AND
000400*   DATE, KEPT ACROSS YEARS. TRACKINGSHARES WRITES EVERY DAY OF
000500*   THE REPORT YEAR UP TO THE RUN DATE ON WHICH THE COMPANY IS
000600*   HELD OR HAS AN ENTRY OF ITS OWN, WITH THE SHARES, PRICE, AND
000700*   VALUE ITS DAILY REPORT CARRIES AND WHERE THE FIGURE CAME
000800*   FROM -- T AN ENTRY THAT DAY (A TRADE OR KEYED POSITION), C
000900*   CARRIED FORWARD AT THE LAST PRICE, V CARRIED FORWARD AND
001000*   REVALUED AT THE VENDOR'S CLOSE. A DAY NOT HELD HAS NO
001100*   RECORD. HOLDINQ PRINTS A COMPANY'S SLICE OF IT.
001200*
001300*   2026-10-15  RH   ORIGINAL VERSION.
001400*--------------------------------------------------------------
001500 01  HOLDINGS-HISTORY-RECORD.
001600     05  HLD-KEY.
001700         10  HLD-COMPANY      PIC X(10).
001800         10  HLD-DATE         PIC 9(8).
001900     05  HLD-SHARES           PIC 9(8).
002000     05  HLD-PRICE            PIC 9(5)V9(2).
002100     05  HLD-VALUE            PIC 9(12)V9(2).
002200     05  HLD-SOURCE           PIC X(1).
002300         88  HLD-TRADED       VALUE "T".
002400         88  HLD-CARRIED      VALUE "C".
002500         88  HLD-VENDOR-PRICED VALUE "V".
002600     05  HLD-RUN-DATE         PIC 9(8).
002700     05  FILLER               PIC X(10).
