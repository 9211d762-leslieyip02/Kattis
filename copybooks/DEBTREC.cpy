000100*--------------------------------------------------------------
000200* DEBTREC -- OUTSTANDING-BALANCE (DEBT) MASTER RECORD
000300*   ONE RECORD PER TICKET A PLATE LEFT THE GARAGE WITHOUT
000400*   PAYING -- U DROVE OUT UNPAID (GATE RAISED, TAILGATED), D THE
000500*   CARD WAS DECLINED -- CARRIED ACROSS NIGHTS UNTIL THE
000600*   COLLECTIONS AGENCY'S PAYMENTS CLEAR IT. PARKING LOADS IT AT
000700*   STARTUP, APPLIES THE NIGHT'S PAYMENTS OLDEST ITEM FIRST,
000800*   FLAGS ANY PLATE WITH AN OPEN ITEM THAT SHOWS UP ON THE GATE
000900*   LOG, ADDS THE NIGHT'S UNPAID TICKETS, AND WRITES IT BACK.
001000*   THE RUN DATE THAT ADDED AN ITEM AND THE RUN DATE AND AMOUNT
001100*   OF THE LAST NIGHT'S PAYMENTS AGAINST IT LET A RERUN OF THE
001200*   SAME NIGHT TAKE BOTH BACK OUT BEFORE DOING THEM AGAIN. A
001300*   CLEARED ITEM IS KEPT 30 DAYS FOR THE AGING REPORT'S
001400*   COLLECTED SECTION. DEBTAGE PRINTS THE WEEKLY AGING FROM IT.
001500*
001600*   2026-10-15  RH   ORIGINAL VERSION.
001700*--------------------------------------------------------------
001800 01  DEBT-RECORD.
001900     05  DBT-PLATE            PIC X(8).
002000     05  DBT-DATE             PIC 9(8).
002100     05  DBT-GARAGE           PIC X(8).
002200     05  DBT-TICKET           PIC 9(2).
002300     05  DBT-REASON           PIC X(1).
002400         88  DBT-UNPAID-EXIT  VALUE "U".
002500         88  DBT-DECLINED     VALUE "D".
002600     05  DBT-AMOUNT           PIC 9(7)V9(2).
002700     05  DBT-PAID             PIC 9(7)V9(2).
002800     05  DBT-STATUS           PIC X(1).
002900         88  DBT-OPEN         VALUE "O".
003000         88  DBT-CLEARED      VALUE "C".
003100     05  DBT-CLEARED-DATE     PIC 9(8).
003200     05  DBT-PAY-RUN-DATE     PIC 9(8).
003300     05  DBT-PAY-RUN-AMOUNT   PIC 9(7)V9(2).
003400     05  DBT-RUN-DATE         PIC 9(8).
003500     05  FILLER               PIC X(1).
