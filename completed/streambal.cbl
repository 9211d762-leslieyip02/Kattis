995105*                    STAMPS ITS REPORTS, EXCEPTIONS, AND RUN
995106*                    LOG AS THE BUSINESS DATE IT BELONGS TO,
995107*                    WITH THE TRUE CLOCK DATE NOTED ON SYSOUT.
995301*   2026-10-15  RH   THE "cancel" LINE DEATHANDTAXES JOURNALS WHEN
995302*                    IT REVERSES AN EARLIER NIGHT'S TRADE CARRIES
995303*                    THE POST-REVERSAL SHARES LIKE A TRADE
995304*                    LINE AND IS NOW FOLDED AND HASHED WITH
995305*                    THEM.
002900*--------------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
024100         IF JT-OPTION = "buy" OR JT-OPTION = "sell"
024200                 OR JT-OPTION = "split"
024300                 OR JT-OPTION = "merge"
024400                 OR JT-OPTION = "spinoff"
024450                 OR JT-OPTION = "cancel" THEN
024500             MOVE SPACES TO JT-SHARES-X
024600             MOVE JT-TOKEN(6)(1:16) TO JT-SHARES-X
024700             IF JT-SHARES-X IS NUMERIC THEN
