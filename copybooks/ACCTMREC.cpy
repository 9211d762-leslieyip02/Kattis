000100*--------------------------------------------------------------
000200* ACCTMREC -- ACCOUNT MASTER RECORD
000300*   ONE RECORD PER CLIENT ACCOUNT, KEYED BY THE 8-CHARACTER
000400*   ACCOUNT CODE THE TICKERS FEED NAMES ON ITS "account"
000500*   CONTROL LINE. THE TAX STATUS GOVERNS WHAT IS WITHHELD AT A
000600*   DEEMED DISPOSITION: T TAXABLE, D TAX-DEFERRED (IRAS AND
000700*   SIMILAR), E EXEMPT (THE FOUNDATION). ONLY AN OPEN ACCOUNT
000800*   MAY TRADE; A CLOSED ONE KEEPS ITS RECORD FOR HISTORY.
000810*   THE RELIEF METHOD PICKS THE LOTS A SELL CONSUMES: L LAST-IN
000820*   FIRST-OUT, H HIGHEST COST FIRST, ANYTHING ELSE FIRST-IN
000830*   FIRST-OUT.
000900*
001000*   2026-10-15  RH   ORIGINAL VERSION.
001100*--------------------------------------------------------------
001200 01  ACCOUNT-MASTER-RECORD.
001300     05  ACM-ACCOUNT          PIC X(8).
001400     05  ACM-CLIENT-NAME      PIC X(30).
001500     05  ACM-TAX-STATUS       PIC X(1).
001600         88  ACM-TAXABLE      VALUE "T".
001700         88  ACM-TAX-DEFERRED VALUE "D".
001800         88  ACM-TAX-EXEMPT   VALUE "E".
001900     05  ACM-STATUS           PIC X(1).
002000         88  ACM-OPEN         VALUE "O".
002100         88  ACM-CLOSED       VALUE "C".
002110     05  ACM-RELIEF-METHOD    PIC X(1).
002120         88  ACM-RELIEVE-LIFO VALUE "L".
002130         88  ACM-RELIEVE-HIFO VALUE "H".
002200     05  FILLER               PIC X(39).
