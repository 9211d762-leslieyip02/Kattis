003100*                    STAMPS ITS REPORTS, EXCEPTIONS, AND RUN
003200*                    LOG AS THE BUSINESS DATE IT BELONGS TO,
003300*                    WITH THE TRUE CLOCK DATE NOTED ON SYSOUT.
003305*   2026-10-15  RH   ARCHIVE THE COMPLIANCE CHECK REPORT
003310*                    (CMPRPT) WITH THE REST OF THE NIGHT.
003315*   2026-10-15  RH   AN OPTIONAL SECOND CONTROL LINE "journal
003320*                    NNNN" KEEPS THE DTXJRNL LINES LONGER THAN
003325*                    THE REPORTS -- THE YEAR-END DISPOSAL
003330*                    STATEMENT READS A FULL TAX YEAR OF JOURNAL
003335*                    BACK OUT OF THE ARCHIVE. ABSENT, THE JOURNAL
003340*                    KEEPS THE SAME WINDOW AS EVERYTHING ELSE.
003345*   2026-10-15  RH   ARCHIVE THE GL POSTING CONTROL REPORT
003350*                    (GLPRPT) WITH THE REST OF THE NIGHT.
003355*   2026-10-15  RH   ARCHIVE THE CARD SETTLEMENT RECONCILIATION
003360*                    REPORT (CRDRPT) WITH THE REST OF THE NIGHT.
003400*--------------------------------------------------------------
003500
003600 ENVIRONMENT DIVISION.
006200         FILE STATUS IS MVDRPT-STATUS.
006300     SELECT BALRPT-FILE ASSIGN TO BALRPT
006400         FILE STATUS IS BALRPT-STATUS.
006410     SELECT CMPRPT-FILE ASSIGN TO CMPRPT
006420         FILE STATUS IS CMPRPT-STATUS.
006430     SELECT GLPRPT-FILE ASSIGN TO GLPRPT
006440         FILE STATUS IS GLPRPT-STATUS.
006450     SELECT CRDRPT-FILE ASSIGN TO CRDRPT
006460         FILE STATUS IS CRDRPT-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
010500 01  MVDRPT-RECORD            PIC X(180).
010600 FD  BALRPT-FILE.
010700 01  BALRPT-RECORD            PIC X(180).
010710 FD  CMPRPT-FILE.
010720 01  CMPRPT-RECORD            PIC X(180).
010730 FD  GLPRPT-FILE.
010740 01  GLPRPT-RECORD            PIC X(180).
010750 FD  CRDRPT-FILE.
010760 01  CRDRPT-RECORD            PIC X(180).
010800
010900 WORKING-STORAGE SECTION.
011000 COPY EXCPTREC.
015700 01  BALRPT-STATUS            PIC X(2).
015800     88  BALRPT-OK            VALUE "00".
015900     88  BALRPT-AT-END        VALUE "10".
015910 01  CMPRPT-STATUS            PIC X(2).
015920     88  CMPRPT-OK            VALUE "00".
015930     88  CMPRPT-AT-END        VALUE "10".
015940 01  GLPRPT-STATUS            PIC X(2).
015950     88  GLPRPT-OK            VALUE "00".
015960     88  GLPRPT-AT-END        VALUE "10".
015970 01  CRDRPT-STATUS            PIC X(2).
015980     88  CRDRPT-OK            VALUE "00".
015990     88  CRDRPT-AT-END        VALUE "10".
016000
016100*--------------------------------------------------------------
016200* RETENTION -- RECORDS OLDER THAN RETAIN-DAYS BEFORE TONIGHT
016300* ARE DROPPED WHEN THE PRIOR GENERATION IS COPIED FORWARD.
016320* DTXJRNL RECORDS USE JRNL-RETAIN-DAYS INSTEAD, WHICH DEFAULTS
016340* TO RETAIN-DAYS.
016400*--------------------------------------------------------------
016500 01  INPUT-LINE               PIC X(50).
016600 01  OPTION                   PIC X(10).
016700 01  KEYWORD-COUNT            PIC 9(1).
016800 01  RETAIN-DAYS              PIC 9(4) VALUE 92.
016850 01  JRNL-RETAIN-DAYS         PIC 9(4) VALUE 0.
016900 01  TODAY-INT                PIC S9(9) COMP.
017000 01  CUTOFF-INT               PIC S9(9) COMP.
017050 01  JRNL-CUTOFF-INT          PIC S9(9) COMP.
017100 01  RECORD-INT               PIC S9(9) COMP.
017200
017300*--------------------------------------------------------------
019200     MOVE PDAT-RUN-DATE TO RUN-DATE.
019300     PERFORM 0100-LOG-RUN-START.
019400*--------------------------------------------------------------
019500* THE OPTIONAL "retain NNN" AND "journal NNNN" CONTROL LINES,
019600* IN EITHER ORDER -- ABSENT OR BLANK SYSIN KEEPS THE 92-DAY
019650* DEFAULT FOR EVERYTHING.
019700*--------------------------------------------------------------
019720     PERFORM 0200-READ-CONTROL-LINE 2 TIMES.
019740     IF JRNL-RETAIN-DAYS = 0 THEN
019760         MOVE RETAIN-DAYS TO JRNL-RETAIN-DAYS
019780     END-IF.
020800     COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE (RUN-DATE).
020900     COMPUTE CUTOFF-INT = TODAY-INT - RETAIN-DAYS.
020950     COMPUTE JRNL-CUTOFF-INT = TODAY-INT - JRNL-RETAIN-DAYS.
021000
021100     OPEN OUTPUT ARCHOUT-FILE.
021200     IF NOT ARCHOUT-OK THEN
023000         PERFORM 2090-ARCHIVE-BCRPT
023100         PERFORM 2110-ARCHIVE-MVDRPT
023200         PERFORM 2120-ARCHIVE-BALRPT
023220         PERFORM 2130-ARCHIVE-CMPRPT
023240         PERFORM 2140-ARCHIVE-GLPRPT
023260         PERFORM 2150-ARCHIVE-CRDRPT
023300         CLOSE ARCHOUT-FILE
023400     END-IF.
023500     DISPLAY RUN-DATE, " RPTARCH CARRIED ", CARRIED-COUNT,
023600         " PURGED ", PURGED-COUNT, " ADDED ", ADDED-COUNT.
023700     PERFORM 0990-LOG-RUN-END.
023800     STOP RUN.
023820
023840 0200-READ-CONTROL-LINE.
019800     MOVE SPACES TO INPUT-LINE.
019900     ACCEPT INPUT-LINE.
020000     MOVE 0 TO KEYWORD-COUNT.
020100     INSPECT INPUT-LINE TALLYING KEYWORD-COUNT
020200         FOR ALL "retain".
020300     IF KEYWORD-COUNT = 1 THEN
020400         UNSTRING INPUT-LINE DELIMITED BY SPACE
020500             INTO OPTION, RETAIN-DAYS
020600         ADD 1 TO LINES-READ
020700     END-IF.
020705     MOVE 0 TO KEYWORD-COUNT.
020710     INSPECT INPUT-LINE TALLYING KEYWORD-COUNT
020715         FOR ALL "journal".
020720     IF KEYWORD-COUNT = 1 THEN
020725         UNSTRING INPUT-LINE DELIMITED BY SPACE
020730             INTO OPTION, JRNL-RETAIN-DAYS
020735         ADD 1 TO LINES-READ
020740     END-IF.
020745 0200-EXIT.
020750     EXIT.
023900
024000*--------------------------------------------------------------
024100* COPY THE PRIOR GENERATION FORWARD, DROPPING RECORDS PAST THE
027200                     AND ARI-RUN-DATE > 0 THEN
027300                 COMPUTE RECORD-INT =
027400                     FUNCTION INTEGER-OF-DATE (ARI-RUN-DATE)
027500                 IF (ARI-SOURCE NOT = "DTXJRNL"
027520                         AND RECORD-INT >= CUTOFF-INT)
027540                         OR (ARI-SOURCE = "DTXJRNL"
027560                         AND RECORD-INT >= JRNL-CUTOFF-INT) THEN
027600                     MOVE ARCHIN-RECORD TO ARCHOUT-RECORD
027700                     WRITE ARCHOUT-RECORD
027800                     ADD 1 TO CARRIED-COUNT
053400     END-READ.
053500 2121-EXIT.
053600     EXIT.
053601
053602 2130-ARCHIVE-CMPRPT.
053603     MOVE "CMPRPT" TO CUR-SOURCE.
053604     OPEN INPUT CMPRPT-FILE.
053605     IF CMPRPT-OK THEN
053606         PERFORM 2131-READ-CMPRPT UNTIL CMPRPT-AT-END
053607         CLOSE CMPRPT-FILE
053608     ELSE
053609         PERFORM 2200-NOTE-ABSENT-SOURCE
053610     END-IF.
053611 2130-EXIT.
053612     EXIT.
053613
053614 2131-READ-CMPRPT.
053615     READ CMPRPT-FILE INTO SOURCE-LINE
053616         AT END
053617             SET CMPRPT-AT-END TO TRUE
053618         NOT AT END
053619             PERFORM 2100-ARCHIVE-ONE-LINE
053620     END-READ.
053621 2131-EXIT.
053622     EXIT.
053623
053624 2140-ARCHIVE-GLPRPT.
053625     MOVE "GLPRPT" TO CUR-SOURCE.
053626     OPEN INPUT GLPRPT-FILE.
053627     IF GLPRPT-OK THEN
053628         PERFORM 2141-READ-GLPRPT UNTIL GLPRPT-AT-END
053629         CLOSE GLPRPT-FILE
053630     ELSE
053631         PERFORM 2200-NOTE-ABSENT-SOURCE
053632     END-IF.
053633 2140-EXIT.
053634     EXIT.
053635
053636 2141-READ-GLPRPT.
053637     READ GLPRPT-FILE INTO SOURCE-LINE
053638         AT END
053639             SET GLPRPT-AT-END TO TRUE
053640         NOT AT END
053641             PERFORM 2100-ARCHIVE-ONE-LINE
053642     END-READ.
053643 2141-EXIT.
053644     EXIT.
053645
053646 2150-ARCHIVE-CRDRPT.
053647     MOVE "CRDRPT" TO CUR-SOURCE.
053648     OPEN INPUT CRDRPT-FILE.
053649     IF CRDRPT-OK THEN
053650         PERFORM 2151-READ-CRDRPT UNTIL CRDRPT-AT-END
053651         CLOSE CRDRPT-FILE
053652     ELSE
053653         PERFORM 2200-NOTE-ABSENT-SOURCE
053654     END-IF.
053655 2150-EXIT.
053656     EXIT.
053657
053658 2151-READ-CRDRPT.
053659     READ CRDRPT-FILE INTO SOURCE-LINE
053660         AT END
053661             SET CRDRPT-AT-END TO TRUE
053662         NOT AT END
053663             PERFORM 2100-ARCHIVE-ONE-LINE
053664     END-READ.
053665 2151-EXIT.
053666     EXIT.
053700
053800*--------------------------------------------------------------
053900* ONE SOURCE LINE INTO THE ARCHIVE, STAMPED WITH THE NIGHT AND
