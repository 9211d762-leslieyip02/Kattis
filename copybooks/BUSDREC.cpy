000100*--------------------------------------------------------------
000200* BUSDREC -- BUSINESS-DAY REQUEST PASSED TO THE COMMON BUSDAY
000300*   SUBPROGRAM ALONG WITH PROCESSING-DATE-RECORD (WHOSE HOLIDAY
000400*   TABLE SETPDATE HAS LOADED). THE FUNCTION SAYS WHAT IS
000500*   ASKED OF BDR-DATE:
000600*     B  IS IT A BUSINESS DAY -- BDR-BUSINESS-SWITCH
000700*     P  THE PREVIOUS BUSINESS DAY -- BDR-RESULT-DATE
000800*     C  BUSINESS DAYS AFTER BDR-DATE UP TO AND INCLUDING
000900*        BDR-TO-DATE -- BDR-RESULT-COUNT
001000*   A SATURDAY, A SUNDAY, OR A DATE ON THE CALENDAR IS CLOSED.
001100*
001200*   2026-10-15  RH   ORIGINAL VERSION.
001300*--------------------------------------------------------------
001400 01  BUSINESS-DAY-REQUEST.
001500     05  BDR-FUNCTION         PIC X(1).
001600         88  BDR-ASK-BUSINESS-DAY VALUE "B".
001700         88  BDR-ASK-PREVIOUS     VALUE "P".
001800         88  BDR-ASK-COUNT        VALUE "C".
001900     05  BDR-DATE             PIC 9(8).
002000     05  BDR-TO-DATE          PIC 9(8).
002100     05  BDR-RESULT-DATE      PIC 9(8).
002200     05  BDR-RESULT-COUNT     PIC 9(5).
002300     05  BDR-BUSINESS-SWITCH  PIC X(1).
002400         88  BDR-IS-BUSINESS-DAY  VALUE "Y".
002500         88  BDR-IS-CLOSED        VALUE "N".
