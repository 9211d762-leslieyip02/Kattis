000100*--------------------------------------------------------------
000200* PPADREC -- PRIOR-PERIOD ADJUSTMENT RECORD (PPADJ)
000300*   ONE RECORD PER LEDGER POSTING BROKENCALCULATOR ACCEPTS
000400*   FROM A FEED LINE DATED INTO A CLOSED PERIOD UNDER THE
000500*   "ppa" FLAG, APPENDED THE NIGHT IT POSTS. A TRANSFER WRITES
000600*   ONE FOR EACH SIDE UNDER ITS TRANSFER REFERENCE. THE
000700*   ADJUSTMENT LANDS IN THE LEDGER'S RUNNING C; THE CLOSED
000800*   PERIOD'S OWN BALANCE IS NEVER REOPENED. BCCLOSE LISTS
000900*   EVERY RECORD POSTED SINCE THE PREVIOUS CLOSE ON ITS NEXT
001000*   TRIAL BALANCE. A NIGHT BACKED OUT WITH BCBALMST HAS ITS
001020*   RECORDS DROPPED BY BACKOUT, SO ITS RERUN APPENDS THEM ONCE;
001040*   A NIGHT RERUN WITHOUT A BACKOUT APPENDS THEM AGAIN, AND THE
001060*   NEXT CLOSE COUNTS BOTH COPIES.
001100*
001200*   2026-10-15  RH   ORIGINAL VERSION.
001300*--------------------------------------------------------------
001400 01  PRIOR-PERIOD-ADJ-RECORD.
001500     05  PPA-RUN-DATE         PIC 9(8).
001600     05  PPA-LINE-DATE        PIC 9(8).
001700     05  PPA-PERIOD           PIC 9(6).
001800     05  PPA-LEDGER           PIC X(8).
001900     05  PPA-OP               PIC X(1).
002000         88  PPA-TRANSFER     VALUE "T".
002100     05  PPA-XFER-REF         PIC X(8).
002200     05  PPA-BEFORE           PIC S9(16)V9(2).
002300     05  PPA-AFTER            PIC S9(16)V9(2).
002400     05  FILLER               PIC X(15).
