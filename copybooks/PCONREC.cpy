000100*--------------------------------------------------------------
000200* PCONREC -- PERMIT-HOLDER CONTACT AND RATE RECORD (PERMCONT)
000300*   ONE RECORD PER PASSHOLDER PLATE, BESIDE ITS PERMMAST RECORD,
000400*   MAINTAINED BY THE OFFICE THROUGH CTLMAINT. IT CARRIES WHO
000500*   HOLDS THE PERMIT AND HOW TO REACH THEM, THE MONTHLY RATE,
000600*   AND HOW MANY MONTHS ONE RENEWAL BUYS (01 MONTHLY, 03
000700*   QUARTERLY, 12 ANNUAL). PERMRENW BILLS THE RENEWALS FROM IT
000800*   AND PERMPOST PRINTS THE CONTACT ON THE LAPSED-PERMITS REPORT.
000900*
001000*   2026-10-15  RH   ORIGINAL VERSION.
001100*--------------------------------------------------------------
001200 01  PERMIT-CONTACT-RECORD.
001300     05  PCT-PLATE            PIC X(8).
001400     05  PCT-HOLDER           PIC X(24).
001500     05  PCT-PHONE            PIC X(12).
001600     05  PCT-RATE             PIC 9(4)V9(2).
001700     05  PCT-MONTHS           PIC 9(2).
001800     05  PCT-ADDRESS          PIC X(28).
