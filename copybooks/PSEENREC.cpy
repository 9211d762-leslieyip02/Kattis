000100*--------------------------------------------------------------
000200* PSEENREC -- LAPSED-PERMIT SIGHTING RECORD (PERMSEEN)
000300*   ONE RECORD EACH TIME A PASSHOLDER PLATE WHOSE PERMIT HAS RUN
000400*   PAST ITS PAID-THROUGH DATE COMES THROUGH THE GATE. PARKING
000500*   EXTENDS THE DATASET AS IT BILLS THE VISIT AS A TRANSIENT;
000600*   PERMPOST REPORTS THE PLATES STILL LAPSED THE NEXT MORNING
000700*   AND WRITES THE DATASET BACK WITHOUT THE PLATES SINCE RENEWED
000800*   AND WITHOUT THE DUPLICATES A RERUN OF PARKING LEAVES.
000900*
001000*   2026-10-15  RH   ORIGINAL VERSION.
001100*--------------------------------------------------------------
001200 01  PERMIT-SIGHTING-RECORD.
001300     05  PSN-PLATE            PIC X(8).
001400     05  PSN-DATE             PIC 9(8).
001500     05  PSN-GARAGE           PIC X(8).
001600     05  PSN-TICKET           PIC 9(2).
001700     05  PSN-PAID-THRU        PIC 9(8).
001800     05  FILLER               PIC X(6).
