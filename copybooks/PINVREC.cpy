000100*--------------------------------------------------------------
000200* PINVREC -- PERMIT RENEWAL INVOICE RECORD (PERMINV)
000300*   ONE RECORD PER RENEWAL INVOICE, CARRIED UNTIL IT IS PAID
000400*   AND THEN KEPT A YEAR. PERMRENW ADDS AN OPEN INVOICE FOR EACH
000500*   PERMIT RUNNING OUT IN THE COMING MONTH; ITS DUE DATE IS THE
000600*   PERMIT'S PAID-THROUGH DATE WHEN BILLED, AND PAYING IT IN
000700*   FULL CARRIES THE PERMIT TO THE NEW PAID-THROUGH DATE.
000800*   PERMPOST APPLIES THE NIGHT'S RENEWAL PAYMENTS TO IT. THE RUN
000900*   DATE AND AMOUNT OF THE LAST NIGHT'S PAYMENT LET A RERUN OF
001000*   THE SAME NIGHT TAKE THE PAYMENT BACK OUT BEFORE APPLYING IT
001100*   AGAIN.
001200*
001300*   2026-10-15  RH   ORIGINAL VERSION.
001400*--------------------------------------------------------------
001500 01  PERMIT-INVOICE-RECORD.
001600     05  PIV-INVOICE          PIC X(10).
001700     05  PIV-PLATE            PIC X(8).
001800     05  PIV-ISSUED           PIC 9(8).
001900     05  PIV-DUE-DATE         PIC 9(8).
002000     05  PIV-NEW-PAID-THRU    PIC 9(8).
002100     05  PIV-MONTHS           PIC 9(2).
002200     05  PIV-AMOUNT           PIC 9(4)V9(2).
002300     05  PIV-PAID             PIC 9(4)V9(2).
002400     05  PIV-STATUS           PIC X(1).
002500         88  PIV-OPEN         VALUE "O".
002600         88  PIV-PAID-IN-FULL VALUE "P".
002700     05  PIV-PAID-DATE        PIC 9(8).
002800     05  PIV-PAY-RUN-DATE     PIC 9(8).
002900     05  PIV-PAY-RUN-AMOUNT   PIC 9(4)V9(2).
003000     05  FILLER               PIC X(1).
