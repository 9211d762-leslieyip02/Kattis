000100*--------------------------------------------------------------
000200* PODREC -- PROOF-OF-DELIVERY RECORD (PODFEED)
000300*   ONE RECORD PER BOX HANDED OVER, AS THE DRIVERS' HANDHELDS
000400*   UPLOAD THEM: THE SHIPMENT AND BOX, THE STOP IT WAS HANDED
000500*   OVER AT (000 IS THE DEPOT), THE OUTCOME -- D DELIVERED,
000600*   R REFUSED, X DAMAGED -- WHEN (YYYYMMDDHHMMSS), AND THE NAME
000700*   THE RECEIVER SIGNED. A BOX MAY COME TWICE; THE LATER
000800*   TIMESTAMP STANDS. MOVINGDAY APPLIES THE FEED TO INVMAST.
000900*
001000*   2026-10-15  RH   ORIGINAL VERSION.
001100*--------------------------------------------------------------
001200 01  PROOF-OF-DELIVERY-RECORD.
001300     05  POD-SHIPMENT         PIC 9(3).
001400     05  POD-BOX              PIC 9(3).
001500     05  POD-STOP             PIC 9(3).
001600     05  POD-STATUS           PIC X(1).
001700         88  POD-DELIVERED    VALUE "D".
001800         88  POD-REFUSED      VALUE "R".
001900         88  POD-DAMAGED      VALUE "X".
002000     05  POD-TIMESTAMP.
002100         10  POD-DATE         PIC 9(8).
002200         10  POD-TIME         PIC 9(6).
002300     05  POD-RECEIVER         PIC X(24).
002400     05  FILLER               PIC X(32).
