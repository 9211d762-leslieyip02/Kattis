000600*   STAMP: THE PROCESSING-DATE CONTROL DATASET'S DATE WHEN ONE
000700*   IS SUPPLIED (A PRIOR-DATE RERUN), OTHERWISE THE CLOCK DATE
000800*   UNCHANGED. THE CLOCK DATE STAYS IN THE RECORD FOR AUDIT.
000810*   SETPDATE ALSO LOADS THE EXCHANGE HOLIDAY CALENDAR INTO THE
000820*   RECORD AND SETS WHETHER THE RUN DATE IS A BUSINESS DAY, THE
000830*   BUSINESS DAY BEFORE IT, AND -- ON THE FIRST BUSINESS DAY
000840*   AFTER A WEEKEND OR HOLIDAY ONLY -- THE REOPEN FEED DATE, THE
000850*   LAST BUSINESS DAY BEFORE THE CLOSURE, WHOSE FEED IS STILL
000860*   CURRENT (ON ANY OTHER NIGHT IT IS THE RUN DATE ITSELF). ANY
000870*   PROGRAM ASKS FURTHER BUSINESS-DAY QUESTIONS BY CALLING
000880*   BUSDAY WITH THIS RECORD.
000900*
001000*   2026-09-02  RH   ORIGINAL VERSION.
001010*   2026-10-15  RH   ADD THE BUSINESS CALENDAR FIELDS.
001100*--------------------------------------------------------------
001200 01  PROCESSING-DATE-RECORD.
001300     05  PDAT-CLOCK-DATE      PIC 9(8).
001400     05  PDAT-RUN-DATE        PIC 9(8).
001500     05  PDAT-RUN-DAY-SWITCH  PIC X(1).
001600         88  PDAT-RUN-IS-BUSINESS-DAY VALUE "Y".
001700     05  PDAT-PREV-BUS-DATE   PIC 9(8).
001800     05  PDAT-REOPEN-FEED-DATE PIC 9(8).
001900     05  PDAT-CALENDAR-SWITCH PIC X(1).
002000         88  PDAT-CALENDAR-LOADED VALUE "Y".
002100     05  PDAT-HOLIDAY-COUNT   PIC 9(3) COMP.
002200     05  PDAT-HOLIDAY-DATE    PIC 9(8) OCCURS 200 TIMES.
