000100*--------------------------------------------------------------
000200* INVMREC -- WAREHOUSE INVENTORY MASTER RECORD (INVMAST)
000300*   ONE RECORD PER BOX HELD FOR A SHIPMENT, KEYED BY SHIPMENT
000400*   AND BOX NUMBER, WITH ITS DIMENSIONS AND WEIGHT AS RECEIVED
000500*   OR LAST ADJUSTED. THE WAREHOUSE KEEPS IT THROUGH INVMAINT;
000600*   MOVINGDAY MARKS A BOX SHIPPED ("Y", WITH THE RUN DATE AND
000700*   TRUCK THAT TOOK IT). A BLANK SHIPPED FLAG ON AN OLD MASTER
000800*   READS AS NOT SHIPPED.
000810*   THE DELIVERY GROUP IS SET AS THE BOX SHIPS -- THE STOP THE
000820*   LOAD PLAN PUT IT ON (000 IS DEPOT FREIGHT) -- AND COMPLETED
000830*   BY THE DRIVERS' PROOF OF DELIVERY: D DELIVERED, R REFUSED,
000840*   X DAMAGED, WITH WHEN, AT WHICH STOP, AND WHO SIGNED. A
000850*   BLANK STATUS IS NOT YET CONFIRMED, AND A BLANK PLANNED STOP
000860*   MEANS THE BOX SHIPPED BEFORE PLANNED STOPS WERE KEPT.
000870*   L LOST IS SET BY INVMAINT WHEN THE WAREHOUSE WRITES OFF A
000880*   BOX THAT NEVER ARRIVED. THE CHASE SWITCH IS SET WHEN
000890*   MOVINGDAY FIRST RAISES THE BOX AS OVERDUE.
000900*
001000*   2026-10-15  RH   ORIGINAL VERSION.
001100*--------------------------------------------------------------
001200 01  INVENTORY-MASTER-RECORD.
001300     05  IVM-KEY.
001400         10  IVM-SHIPMENT     PIC 9(3).
001500         10  IVM-BOX          PIC 9(3).
001600     05  IVM-L                PIC 9(6).
001700     05  IVM-W                PIC 9(6).
001800     05  IVM-H                PIC 9(6).
001900     05  IVM-WEIGHT           PIC 9(9)V9(2).
002000     05  IVM-SHIPPED          PIC X(1).
002100         88  IVM-BOX-SHIPPED  VALUE "Y".
002200     05  IVM-SHIP-DATE        PIC 9(8).
002300     05  IVM-SHIP-TRUCK       PIC 9(2).
002310     05  IVM-DELIVERY.
002320         10  IVM-PLANNED-STOP PIC 9(3).
002330         10  IVM-PLANNED-STOP-X REDEFINES IVM-PLANNED-STOP
002340                              PIC X(3).
002350             88  IVM-PLANNED-STOP-UNKNOWN VALUE SPACES.
002360         10  IVM-DELIVERY-STATUS PIC X(1).
002370             88  IVM-NOT-CONFIRMED VALUE " ".
002380             88  IVM-DELIVERED VALUE "D".
002390             88  IVM-REFUSED  VALUE "R".
002400             88  IVM-DAMAGED  VALUE "X".
002405             88  IVM-LOST     VALUE "L".
002410         10  IVM-DELIVERY-DATE PIC 9(8).
002420         10  IVM-DELIVERY-TIME PIC 9(6).
002430         10  IVM-DELIVERED-STOP PIC 9(3).
002440         10  IVM-RECEIVER     PIC X(24).
002445         10  IVM-CHASE-SWITCH PIC X(1).
002447             88  IVM-CHASE-RAISED VALUE "Y".
002450     05  FILLER               PIC X(8).
