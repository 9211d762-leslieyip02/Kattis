000100*--------------------------------------------------------------
000200* FRTXREC -- FREIGHT INVOICE EXTRACT RECORD (FRTEXT)
000300*   WRITTEN BY MOVINGDAY FOR RECEIVABLES, ONE "D" RECORD PER
000400*   SHIPMENT INVOICED AND A "Z" TRAILER CARRYING THE COUNT OF
000500*   INVOICES AND THEIR TOTAL. THE EXTRACT IS REWRITTEN EVERY
000600*   RUN, SO IT ONLY EVER HOLDS THE ONE NIGHT'S INVOICES. THE
000700*   INVOICE NUMBER IS THE RUN DATE AND THE SHIPMENT NUMBER.
000800*   ONLY BOXES LOADED ON A TRUCK ARE BILLED; BOXES LEFT OFF
000900*   EVERY TRUCK ARE COUNTED BUT CARRY NO CHARGE.
001000*
001100*   2026-10-15  RH   ORIGINAL VERSION.
001200*--------------------------------------------------------------
001300 01  FREIGHT-INVOICE-RECORD.
001400     05  FXT-RECORD-TYPE      PIC X(1).
001500         88  FXT-INVOICE-DETAIL VALUE "D".
001600         88  FXT-TRAILER      VALUE "Z".
001700     05  FXT-INVOICE-NUMBER   PIC X(12).
001800     05  FXT-RUN-DATE         PIC 9(8).
001900     05  FXT-DETAIL.
002000         10  FXT-SHIPMENT     PIC 9(3).
002100         10  FXT-RATE-CARD-DATE PIC 9(8).
002200         10  FXT-TRUCKS-USED  PIC 9(2).
002300         10  FXT-BOXES-BILLED PIC 9(3).
002400         10  FXT-BOXES-NOT-LOADED PIC 9(3).
002500         10  FXT-WEIGHT       PIC 9(9)V99.
002600         10  FXT-VOLUME       PIC 9(18).
002700         10  FXT-STOPS        PIC 9(3).
002800         10  FXT-FRAGILE-BOXES PIC 9(3).
002900         10  FXT-HAZARD-BOXES PIC 9(3).
003000         10  FXT-WEIGHT-CHARGE PIC 9(9)V99.
003100         10  FXT-VOLUME-CHARGE PIC 9(9)V99.
003200         10  FXT-STOP-CHARGE  PIC 9(9)V99.
003300         10  FXT-FRAGILE-CHARGE PIC 9(9)V99.
003400         10  FXT-HAZARD-CHARGE PIC 9(9)V99.
003500         10  FXT-MINIMUM-ADJUSTMENT PIC 9(9)V99.
003600         10  FXT-INVOICE-TOTAL PIC 9(9)V99.
003700         10  FILLER           PIC X(45).
003800     05  FXT-TRAILER-DATA REDEFINES FXT-DETAIL.
003900         10  FXT-INVOICE-COUNT PIC 9(7).
004000         10  FXT-GRAND-TOTAL  PIC 9(11)V99.
004100         10  FILLER           PIC X(159).
