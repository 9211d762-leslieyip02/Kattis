000100*--------------------------------------------------------------
000200* INVHREC -- INVENTORY MOVEMENT HISTORY RECORD (INVHIST)
000300*   ONE RECORD PER WAREHOUSE TRANSACTION INVMAINT APPLIED TO
000400*   INVMAST, APPENDED IN THE ORDER THEY WERE APPLIED. THE
000500*   ACTION IS RECEIVE, ADJUST, REASSIGN, DAMAGE, RETURN, OR
000550*   LOST. THE BEFORE IMAGE IS THE BOX AS IT STOOD (ZERO FOR A
000600*   RECEIPT); THE AFTER IMAGE IS THE BOX AS LEFT, UNDER ITS NEW
000700*   KEY FOR A REASSIGNMENT, AND ZERO FOR A BOX WRITTEN OFF AS
000800*   DAMAGED. A LOST BOX'S TWO IMAGES ARE THE SAME.
000900*   THE SEQUENCE IS THE TRANSACTION'S POSITION IN THE NIGHT'S
001000*   FEED AND THE REFERENCE IS THE WAREHOUSE DOCUMENT NUMBER AS
001100*   KEYED. REJECTED TRANSACTIONS ARE NOT RECORDED HERE.
001200*
001300*   2026-10-15  RH   ORIGINAL VERSION.
001400*--------------------------------------------------------------
001500 01  INVENTORY-MOVEMENT-RECORD.
001600     05  IVH-RUN-DATE         PIC 9(8).
001700     05  IVH-SEQUENCE         PIC 9(5).
001800     05  IVH-ACTION           PIC X(8).
001900     05  IVH-SHIPMENT         PIC 9(3).
002000     05  IVH-BOX              PIC 9(3).
002100     05  IVH-BEFORE.
002200         10  IVH-BEFORE-L     PIC 9(6).
002300         10  IVH-BEFORE-W     PIC 9(6).
002400         10  IVH-BEFORE-H     PIC 9(6).
002500         10  IVH-BEFORE-WEIGHT PIC 9(9)V9(2).
002600         10  IVH-BEFORE-SHIPPED PIC X(1).
002700     05  IVH-AFTER.
002800         10  IVH-AFTER-SHIPMENT PIC 9(3).
002900         10  IVH-AFTER-BOX    PIC 9(3).
003000         10  IVH-AFTER-L      PIC 9(6).
003100         10  IVH-AFTER-W      PIC 9(6).
003200         10  IVH-AFTER-H      PIC 9(6).
003300         10  IVH-AFTER-WEIGHT PIC 9(9)V9(2).
003400         10  IVH-AFTER-SHIPPED PIC X(1).
003500     05  IVH-REFERENCE        PIC X(12).
003600     05  FILLER               PIC X(15).
