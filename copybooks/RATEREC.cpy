000100*--------------------------------------------------------------
000200* RATEREC -- FREIGHT RATE CARD RECORD (RATECARD)
000300*   ONE RECORD PER RATE CARD, KEYED BY THE DATE IT TAKES
000400*   EFFECT AND MAINTAINED BY TRAFFIC THROUGH CTLMAINT.
000500*   MOVINGDAY PRICES EVERY SHIPMENT OF THE NIGHT WITH THE
000600*   LATEST CARD WHOSE EFFECTIVE DATE IS ON OR BEFORE THE RUN
000700*   DATE. THE WEIGHT RATE IS PER UNIT OF BOX WEIGHT AND THE
000800*   VOLUME RATE PER CUBIC UNIT OF BOX DIMENSIONS, BOTH AS THE
000900*   INVENTORY CARRIES THEM. THE STOP CHARGE IS PER DELIVERY
001000*   STOP PER TRUCK, AND THE FRAGILE AND HAZARDOUS SURCHARGES
001100*   ARE PER BOX OF THAT HANDLING CLASS LOADED. A SHIPMENT
001200*   PRICED BELOW THE MINIMUM CHARGE IS BILLED THE MINIMUM.
001300*
001400*   2026-10-15  RH   ORIGINAL VERSION.
001500*--------------------------------------------------------------
001600 01  RATE-CARD-RECORD.
001700     05  RCD-EFFECTIVE-DATE   PIC 9(8).
001800     05  RCD-WEIGHT-RATE      PIC 9(5)V9(4).
001900     05  RCD-VOLUME-RATE      PIC 9(3)V9(6).
002000     05  RCD-MINIMUM-CHARGE   PIC 9(7)V99.
002100     05  RCD-STOP-CHARGE      PIC 9(5)V99.
002200     05  RCD-FRAGILE-CHARGE   PIC 9(5)V99.
002300     05  RCD-HAZARD-CHARGE    PIC 9(5)V99.
002400     05  RCD-DESCRIPTION      PIC X(24).
