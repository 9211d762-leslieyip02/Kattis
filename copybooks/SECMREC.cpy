000100*--------------------------------------------------------------
000200* SECMREC -- SECURITY MASTER RECORD
000300*   ONE RECORD PER SECURITY, KEYED BY THE 10-CHARACTER TICKER
000400*   EVERY FEED AND MASTER IN THE SYSTEM CARRIES. SECURITIES
000500*   OPERATIONS KEEPS THE ISSUER'S NAME, THE CURRENCY THE
000600*   SECURITY TRADES IN, ITS ASSET CLASS (EQTY COMMON STOCK,
000700*   PREF PREFERRED, BOND, FUND, ETF), AND WHETHER IT IS STILL
000800*   ACTIVE. A DELISTED SECURITY KEEPS ITS RECORD SO HOLDINGS
000900*   AND HISTORY STILL RESOLVE.
001000*
001100*   2026-10-15  RH   ORIGINAL VERSION.
001200*--------------------------------------------------------------
001300 01  SECURITY-MASTER-RECORD.
001400     05  SEC-TICKER           PIC X(10).
001500     05  SEC-ISSUER-NAME      PIC X(30).
001600     05  SEC-CURRENCY         PIC X(3).
001700     05  SEC-ASSET-CLASS      PIC X(4).
001800     05  SEC-STATUS           PIC X(1).
001900         88  SEC-ACTIVE       VALUE "A".
002000         88  SEC-DELISTED     VALUE "D".
002100     05  FILLER               PIC X(32).
