995105*                    STAMPS ITS REPORTS, EXCEPTIONS, AND RUN
995106*                    LOG AS THE BUSINESS DATE IT BELONGS TO,
995107*                    WITH THE TRUE CLOCK DATE NOTED ON SYSOUT.
995301*   2026-10-15  RH   AN OPEN ITEM IS ALSO AGED IN BUSINESS DAYS
995302*                    BY THE COMMON HOLIDAY CALENDAR, SO A LONG
995303*                    WEEKEND DOES NOT MAKE AN ITEM LOOK STALER
995304*                    THAN THE DESK'S WORKING DAYS SAY IT IS.
002000*--------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
004100 WORKING-STORAGE SECTION.
004110 COPY RUNLOGRC.
995111 COPY PDATEREC.
995131 COPY BUSDREC.
950011*--------------------------------------------------------------
950012* THE STEP'S RETURN CODE IS SAVED ACROSS EACH RUNLOGW CALL --
950013* A CALLED PROGRAM'S EXIT REPLACES THE CALLER'S RETURN-CODE,
006580 01  TODAY-INT                PIC S9(9) COMP.
006590 01  ITEM-INT                 PIC S9(9) COMP.
006610 01  AGE-NIGHTS               PIC 9(4).
006615 01  AGE-BUS-DAYS             PIC 9(4).
006620 01  ESCALATED-COUNT          PIC 9(3) VALUE 0.
006630 01  ACK-TABLE.
006640     05  ACK-ENTRY OCCURS 200 TIMES.
015900         " WORST SEVERITY ", WORST-SEVERITY.
015910*--------------------------------------------------------------
015920* OPEN ITEMS -- EVERY PRIOR-NIGHT EXCEPTION GROUP STILL
015930* WITHOUT AN ACKNOWLEDGMENT, AGED BY NIGHTS OUTSTANDING AND
015935* BY BUSINESS DAYS OUTSTANDING.
015940*--------------------------------------------------------------
015950     DISPLAY RUN-DATE, " OPEN ITEMS FROM PRIOR NIGHTS ",
015960         OPEN-TOTAL-COUNT.
016130     COMPUTE ITEM-INT =
016140         FUNCTION INTEGER-OF-DATE (OPN-DATE(OPEN-X)).
016150     COMPUTE AGE-NIGHTS = TODAY-INT - ITEM-INT.
016151     MOVE OPN-DATE(OPEN-X) TO BDR-DATE.
016152     MOVE RUN-DATE TO BDR-TO-DATE.
016153     SET BDR-ASK-COUNT TO TRUE.
016154     CALL "BUSDAY" USING PROCESSING-DATE-RECORD,
016155         BUSINESS-DAY-REQUEST.
016156     MOVE BDR-RESULT-COUNT TO AGE-BUS-DAYS.
016160     DISPLAY RUN-DATE, "   ", OPN-PROGRAM(OPEN-X), " ",
016170         OPN-CODE(OPEN-X), " S", OPN-SEVERITY(OPEN-X),
016180         " FROM ", OPN-DATE(OPEN-X),
016190         " COUNT ", OPN-COUNT(OPEN-X),
016210         " NIGHTS OPEN ", AGE-NIGHTS,
016215         " BUS DAYS OPEN ", AGE-BUS-DAYS.
016220 2200-EXIT.
016230     EXIT.
960001*--------------------------------------------------------------
