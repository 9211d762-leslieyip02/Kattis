997305*                    CRITICAL EXCEPTION PROTECTS THIS STEP'S
997306*                    OWN DATASETS FROM DOUBLE-POSTING, NOT
997307*                    JUST THE STEPS BEHIND IT.
997312*   2026-10-15  RH   THE BUSDATE CHECK ALSO ACCEPTS THE LAST
997317*                    BUSINESS DAY'S FEED ON THE FIRST BUSINESS
997322*                    DAY AFTER A WEEKEND OR EXCHANGE HOLIDAY.
997327*   2026-10-15  RH   A "transfer FROM TO AMOUNT" LINE MOVES AN
997332*                    AMOUNT BETWEEN TWO LEDGERS AS ONE UNIT --
997337*                    EVERY CHECK IS MADE BEFORE EITHER SIDE POSTS,
997342*                    SO A REJECTED TRANSFER (REPORTED THROUGH
997347*                    EXCPTRPT) LEAVES BOTH LEDGERS UNTOUCHED. BOTH
997352*                    SIDES PRINT UNDER A SHARED TRANSFER REFERENCE
997357*                    AND EACH CHECKPOINTS ITS OWN LEDGER. A
997362*                    NET-TRANSFERS SECTION AFTER THE BALANCES
997367*                    PROVES THE NIGHT'S TRANSFERS SUM TO ZERO.
997372*   2026-10-15  RH   A FEED LINE MAY NOW END "dated YYYYMMDD",
997377*                    OPTIONALLY FOLLOWED BY "ppa"; AN UNDATED LINE
997382*                    IS DATED THE FEED'S BUSINESS DATE. ONCE
997387*                    BCCLOSE HAS CLOSED A MONTH INTO THE PERIOD
997392*                    BALANCES HISTORY, A LINE DATED INTO IT IS
997397*                    REJECTED THROUGH EXCPTRPT UNLESS IT CARRIES
997402*                    THE "ppa" PRIOR-PERIOD-ADJUSTMENT FLAG. AN
997407*                    ADJUSTMENT POSTS TO THE RUNNING C AS ALWAYS,
997412*                    IS MARKED ON THE REPORT, AND IS APPENDED TO
997417*                    THE PPADJ DATASET FOR THE NEXT CLOSE TO LIST.
997422*   2026-10-15  RH   STANDING INSTRUCTIONS -- RECURRING ENTRIES
997427*                    KEPT ON THE STNDINST MASTER THROUGH CTLMAINT
997432*                    -- ARE POSTED AHEAD OF THE KEYED FEED WHEN
997437*                    THEY FALL DUE ON THE BUSINESS DATE, THROUGH
997442*                    THE SAME OPERATOR LOGIC. EACH IS MARKED
997447*                    "STANDING" ON ITS REPORT LINE, AND A SECTION
997452*                    AT THE END LISTS EVERY ONE DUE AS POSTED,
997457*                    REJECTED, OR SKIPPED BECAUSE IT HAD EXPIRED.
003100*--------------------------------------------------------------
003200
981001 ENVIRONMENT DIVISION.
981007         FILE STATUS IS CHKPT-STATUS.
986021     SELECT BALMAST-FILE ASSIGN TO BALMAST
986022         FILE STATUS IS BALMAST-STATUS.
997601     SELECT PERBAL-FILE ASSIGN TO PERBAL
997602         ORGANIZATION IS INDEXED
997603         ACCESS MODE IS SEQUENTIAL
997604         RECORD KEY IS PRB-KEY
997605         FILE STATUS IS PERBAL-STATUS.
997606     SELECT PPADJ-FILE ASSIGN TO PPADJ
997607         FILE STATUS IS PPADJ-STATUS.
997801     SELECT STNDINST-FILE ASSIGN TO STNDINST
997802         FILE STATUS IS STNDINST-STATUS.
981008
003300 DATA DIVISION.
981011 FILE SECTION.
986028 01  BALMAST-RECORD.
986029     05  BAL-LEDGER           PIC X(8).
986031     05  BAL-C                PIC S9(16)V9(2).
997608*--------------------------------------------------------------
997609* PERIOD BALANCES HISTORY -- READ ONLY FOR THE LATEST CLOSED
997610* PERIOD -- AND THE PRIOR-PERIOD ADJUSTMENTS LOG, APPENDED TO.
997611*--------------------------------------------------------------
997612 FD  PERBAL-FILE.
997613 COPY PERBREC.
997614 FD  PPADJ-FILE.
997615 COPY PPADREC.
997803*--------------------------------------------------------------
997804* STANDING INSTRUCTIONS MASTER -- READ ONCE, AHEAD OF THE FEED.
997805*--------------------------------------------------------------
997806 FD  STNDINST-FILE.
997807 COPY STNDREC.

003400 WORKING-STORAGE SECTION.
003420 COPY EXCPTREC.
995111 COPY PDATEREC.
995131 COPY BUSDREC.
982001*--------------------------------------------------------------
982002* REPORT AND CHECKPOINT DATASET STATUS, AND THE BUILD AREA FOR
982003* EACH LINE WRITTEN.
003698         10  LDGR-ID          PIC X(8).
003699         10  LDGR-C           PIC S9(16)V9(2).
986041         10  LDGR-OPEN        PIC S9(16)V9(2).
998101         10  LDGR-XFER-OUT    PIC S9(16)V9(2).
998102         10  LDGR-XFER-IN     PIC S9(16)V9(2).
998103*--------------------------------------------------------------
998104* INTER-LEDGER TRANSFERS -- EACH ONE TAKES THE NEXT TRANSFER
998105* REFERENCE, WHICH BOTH OF ITS SIDES CARRY ON THE REPORT (AND A
998106* REJECTION CARRIES ON ITS EXCEPTION). THE SLOT AND NEW-C FIELDS
998107* HOLD BOTH SIDES UNTIL EVERY CHECK HAS PASSED.
998108*--------------------------------------------------------------
998109 01  XFER-SEQ                 PIC 9(5) VALUE 0.
998110 01  XFER-REF                 PIC X(8).
998111 01  XFER-POSTED              PIC 9(5) VALUE 0.
998112 01  XFER-REJECTED            PIC 9(5) VALUE 0.
998113 01  XFER-FROM-LEDGER         PIC X(8).
998114 01  XFER-TO-LEDGER           PIC X(8).
998115 01  XFER-AMOUNT              PIC S9(16)V9(2).
998116 01  XFER-FROM-OLD            PIC S9(16)V9(2).
998117 01  XFER-TO-OLD              PIC S9(16)V9(2).
998118 01  XFER-FROM-NEW            PIC S9(16)V9(2).
998119 01  XFER-TO-NEW              PIC S9(16)V9(2).
998120 01  XFER-NEW-SLOTS           PIC 9(2) COMP.
998121 01  XFER-REASON              PIC X(50).
998122 01  XFER-DIRECTION           PIC X(8).
998123 01  XFER-OTHER-LEDGER        PIC X(8).
998124 01  XFER-NET                 PIC S9(16)V9(2).
998125 01  XFER-NET-TOTAL           PIC S9(16)V9(2).
998126 01  N-SIGN                   PIC X(1).
998127 01  N-TEXT                   PIC X(19).
986042
986043*--------------------------------------------------------------
986044* BALANCES MASTER FILE STATUS -- A "35" ON OPEN IS THE FIRST
986048     88  BALMAST-OK           VALUE "00".
986049     88  BALMAST-AT-END       VALUE "10".
986051     88  BALMAST-NOT-FOUND    VALUE "35".
997616*--------------------------------------------------------------
997617* CLOSED PERIODS -- THE LATEST MONTH BCCLOSE HAS CLOSED, AND
997618* EACH TRANSACTION LINE'S OWN DATE: AN OPTIONAL TRAILING
997619* "dated YYYYMMDD" (THE FEED'S BUSINESS DATE WITHOUT ONE), AND
997620* AN OPTIONAL "ppa" FLAG AFTER IT MARKING A PRIOR-PERIOD
997621* ADJUSTMENT. THE ADJUSTMENTS LOG IS OPENED ON ITS FIRST WRITE.
997622*--------------------------------------------------------------
997623 01  PERBAL-STATUS            PIC X(2).
997624     88  PERBAL-OK            VALUE "00".
997625     88  PERBAL-AT-END        VALUE "10".
997626     88  PERBAL-NOT-FOUND     VALUE "35".
997627 01  PPADJ-STATUS             PIC X(2).
997628     88  PPADJ-OK             VALUE "00".
997629     88  PPADJ-NOT-FOUND      VALUE "35".
997630 01  PPADJ-SWITCH             PIC X(1) VALUE "N".
997631     88  PPADJ-OPEN           VALUE "Y".
997632     88  PPADJ-NOT-OPEN       VALUE "N".
997633     88  PPADJ-FAILED         VALUE "F".
997634 01  LAST-CLOSED-PERIOD       PIC 9(6) VALUE 0.
997635 01  LINE-BODY                PIC X(80).
997636 01  DATED-TAIL               PIC X(80).
997637 01  LINE-DATE-X              PIC X(8).
997638 01  PPA-TOKEN                PIC X(10).
997639 01  LINE-DATE                PIC 9(8).
997640 01  LINE-DATE-PARTS REDEFINES LINE-DATE.
997641     05  LINE-PERIOD          PIC 9(6).
997642     05  FILLER               PIC 9(2).
997643 01  LINE-REJECT-REASON       PIC X(50).
997644 01  LINE-PERIOD-SWITCH       PIC X(1).
997645     88  LINE-IN-OPEN-PERIOD  VALUE "O".
997646     88  LINE-PRIOR-ADJ       VALUE "A".
997647     88  LINE-REJECTED        VALUE "R".
997648 01  ADJ-OP                   PIC X(1).
997649 01  ADJ-XFER-REF             PIC X(8).
997650 01  ADJ-MARKER               PIC X(12).
997808*--------------------------------------------------------------
997809* STANDING INSTRUCTIONS -- A DUE INSTRUCTION POSTS THROUGH THE
997810* TRANSACTION PARAGRAPH WITH THE STANDING SWITCH ON, AND ITS
997811* OUTCOME IS HELD FOR THE SECTION AT THE END OF THE REPORT. A
997812* WEEKLY INSTRUCTION IS DUE WHEN ITS LATEST SEVEN-DAY STEP FROM
997813* THE START DATE FALLS AFTER THE PREVIOUS BUSINESS DAY; A MONTH-
997814* END ONE WHEN THE BUSINESS DATE IS THE LAST BUSINESS DAY BEFORE
997815* THE FIRST OF THE NEXT MONTH.
997816*--------------------------------------------------------------
997817 01  STNDINST-STATUS          PIC X(2).
997818     88  STNDINST-OK          VALUE "00".
997819     88  STNDINST-AT-END      VALUE "10".
997820     88  STNDINST-NOT-FOUND   VALUE "35".
997821 01  STANDING-SWITCH          PIC X(1) VALUE "N".
997822     88  STANDING-POSTING     VALUE "Y".
997823     88  KEYED-POSTING        VALUE "N".
997824 01  STND-RUN-SWITCH          PIC X(1) VALUE "N".
997825     88  STND-NOT-RUN         VALUE "N".
997826     88  STND-RESTART-SKIP    VALUE "R".
997827     88  STND-NO-MASTER       VALUE "M".
997828     88  STND-MASTER-FAILED   VALUE "F".
997829     88  STND-GENERATED       VALUE "G".
997830 01  STND-DUE-SWITCH          PIC X(1).
997831     88  STND-IS-DUE          VALUE "Y".
997832     88  STND-NOT-DUE         VALUE "N".
997833 01  STND-DUE                 PIC 9(5) VALUE 0.
997834 01  STND-POSTED              PIC 9(5) VALUE 0.
997835 01  STND-EXPIRED             PIC 9(5) VALUE 0.
997836 01  STND-REJECTED            PIC 9(5) VALUE 0.
997837 01  STND-INACTIVE            PIC 9(5) VALUE 0.
997838 01  STND-NOT-LISTED          PIC 9(5) VALUE 0.
997839 01  STND-REJECTED-BEFORE     PIC 9(7).
997840 01  STND-OUTCOME             PIC X(16).
997841 01  STND-MARKER              PIC X(17).
997842 01  STND-PREV-BUSDATE        PIC 9(8).
997843 01  STND-MONTH-END           PIC 9(8).
997844 01  STND-NEXT-MONTH          PIC 9(8).
997845 01  STND-NEXT-MONTH-PARTS REDEFINES STND-NEXT-MONTH.
997846     05  STND-NM-YEAR         PIC 9(4).
997847     05  STND-NM-MONTH        PIC 9(2).
997848     05  STND-NM-DAY          PIC 9(2).
997849 01  STND-TODAY-INT           PIC 9(7).
997850 01  STND-PREV-INT            PIC 9(7).
997851 01  STND-LAST-INT            PIC 9(7).
997852 01  STND-DAYS                PIC 9(7).
997853 01  STND-WEEKS               PIC 9(7).
997854 01  STND-WEEK-DAYS           PIC 9(1).
997855 01  STND-COUNT               PIC 9(3) COMP VALUE 0.
997856 01  STND-IDX                 PIC 9(3) COMP.
997857 01  STND-TABLE.
997858     05  STND-ENTRY OCCURS 200 TIMES.
997859         10  STT-ID           PIC X(8).
997860         10  STT-LEDGER       PIC X(8).
997861         10  STT-FREQUENCY    PIC X(1).
997862         10  STT-OUTCOME      PIC X(16).
997863         10  STT-MEMO         PIC X(11).
003701
003706*--------------------------------------------------------------
003707* ROUNDING MODE FROM THE OPTIONAL LEADING "rounding" CONTROL
004000 01  P                        PIC S9(16)V9(2).
004100 01  MOD-QUOTIENT             PIC S9(18).
004200 01  OP                       PIC X(1).
004300 01  INPUT-LINE               PIC X(80).
004400 01  EXP-I                    PIC 9(4) COMP.
004450 01  OP-SWITCH                PIC X(1) VALUE "N".
004460     88  OP-RECOGNIZED        VALUE "Y".
981024        CALL "EXCPTRPT" USING EXCEPTION-RECORD
981025     END-IF.
986061     PERFORM 0450-LOAD-BALANCES.
997651     PERFORM 0470-LOAD-CLOSED-PERIOD.
005855
005852*--------------------------------------------------------------
005853* THE FIRST LINE IS EITHER THE OPTIONAL "rounding" CONTROL
997507         PERFORM 0200-PROCESS-FEED
997508     END-IF.
986062     PERFORM 2700-PRINT-BALANCES.
998128     PERFORM 2800-PRINT-NET-TRANSFERS.
997864     PERFORM 2900-PRINT-STANDING.
997509     IF FEED-VERIFIED THEN
986063         PERFORM 4500-SAVE-BALANCES
997510     END-IF.
006708     IF CHKPT-OK THEN
006709         CLOSE CHKPT-FILE
006712     END-IF.
006732     IF PPADJ-OPEN THEN
006752         CLOSE PPADJ-FILE
006772     END-IF.
980006     PERFORM 0990-LOG-RUN-END.
006800     STOP RUN.
997511
006400     END-IF.
006500     ACCEPT N.
980005     ADD 1 TO LINES-READ.
998401     PERFORM 0300-POST-STANDING.
006600
006700     PERFORM 1000-PROCESS-TRANSACTION
006702         UNTIL N = 0.
006710     PERFORM 0900-VERIFY-TRAILER.
997518 0200-EXIT.
997519     EXIT.
006925     MOVE C TO LDGR-OPEN(LEDGER-IDX).
006930 0500-EXIT.
006940     EXIT.
997865
997866*--------------------------------------------------------------
997867* POST THE STANDING INSTRUCTIONS DUE ON THE BUSINESS DATE AHEAD
997868* OF THE KEYED LINES. A RESTART RUN POSTS NONE -- THE FAILED
997869* RUN POSTED THEM FIRST AND THE CHECKPOINT SEEDS CARRY THEM. NO
997870* MASTER MEANS NO STANDING INSTRUCTIONS; ONE THAT WILL NOT OPEN
997871* POSTS NONE AND SAYS SO AT CRITICAL SEVERITY.
997872*--------------------------------------------------------------
997873 0300-POST-STANDING.
998402     IF RESTART-FLAG = 1 THEN
998403         SET STND-RESTART-SKIP TO TRUE
998404     ELSE
998405         OPEN INPUT STNDINST-FILE
998406         IF STNDINST-NOT-FOUND THEN
998407             SET STND-NO-MASTER TO TRUE
998408         ELSE
998409             IF STNDINST-OK THEN
998410                 PERFORM 0305-POST-FROM-MASTER
998411             ELSE
998412                 SET STND-MASTER-FAILED TO TRUE
998413                 MOVE RUN-DATE TO EXCPT-RUN-DATE
998414                 MOVE "BROKENCALC" TO EXCPT-PROGRAM
998415                 MOVE "STND" TO EXCPT-CODE
998416                 MOVE 3 TO EXCPT-SEVERITY
998417                 MOVE SPACES TO EXCPT-TEXT
998418                 STRING "STANDING-MASTER-OPEN-FAILED STATUS ",
998419                     STNDINST-STATUS, " NONE POSTED"
998420                     DELIMITED BY SIZE INTO EXCPT-TEXT
998421                 CALL "EXCPTRPT" USING EXCEPTION-RECORD
998422             END-IF
998423         END-IF
998424     END-IF.
998425 0300-EXIT.
998426     EXIT.
998427
998428*--------------------------------------------------------------
998429* THE MASTER IS OPEN -- WORK OUT THE DATES THE DUE RULES NEED,
998430* THEN TAKE EVERY INSTRUCTION ON IT.
998431*--------------------------------------------------------------
998432 0305-POST-FROM-MASTER.
997874     SET STND-GENERATED TO TRUE.
997875     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
997876     MOVE BUSDATE TO BDR-DATE.
997877     SET BDR-ASK-PREVIOUS TO TRUE.
997878     CALL "BUSDAY" USING PROCESSING-DATE-RECORD,
997879         BUSINESS-DAY-REQUEST.
997880     MOVE BDR-RESULT-DATE TO STND-PREV-BUSDATE.
997881     MOVE BUSDATE TO STND-NEXT-MONTH.
997882     IF STND-NM-MONTH = 12 THEN
997883         ADD 1 TO STND-NM-YEAR
997884         MOVE 1 TO STND-NM-MONTH
997885     ELSE
997886         ADD 1 TO STND-NM-MONTH
997887     END-IF.
997888     MOVE 1 TO STND-NM-DAY.
997889     MOVE STND-NEXT-MONTH TO BDR-DATE.
997890     SET BDR-ASK-PREVIOUS TO TRUE.
997891     CALL "BUSDAY" USING PROCESSING-DATE-RECORD,
997892         BUSINESS-DAY-REQUEST.
997893     MOVE BDR-RESULT-DATE TO STND-MONTH-END.
997894     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
997895     COMPUTE STND-TODAY-INT = FUNCTION INTEGER-OF-DATE(BUSDATE).
997896     IF STND-PREV-BUSDATE = 0 THEN
997897         COMPUTE STND-PREV-INT = STND-TODAY-INT - 1
997898     ELSE
997899         COMPUTE STND-PREV-INT =
997900             FUNCTION INTEGER-OF-DATE(STND-PREV-BUSDATE)
997901     END-IF.
998433     PERFORM 0310-TAKE-ONE-INSTRUCTION
997902         UNTIL STNDINST-AT-END.
997903     CLOSE STNDINST-FILE.
998434 0305-EXIT.
997904     EXIT.
997905
997906*--------------------------------------------------------------
997907* ONE STANDING INSTRUCTION. AN INACTIVE ONE IS ONLY COUNTED, AND
997908* ONE NOT YET STARTED OR NOT DUE TODAY IS PASSED OVER. A DUE ONE
997909* PAST ITS END DATE IS SKIPPED AS EXPIRED; OTHERWISE IT POSTS,
997910* COUNTING ONE LINE ONTO N FOR THE TRANSACTION PARAGRAPH TO TAKE
997911* OFF AGAIN. ITS REJECTION IS COUNTED HERE RATHER THAN AGAINST
997912* THE FEED'S RECORDS ON THE RUN LOG.
997913*--------------------------------------------------------------
997914 0310-TAKE-ONE-INSTRUCTION.
998435     READ STNDINST-FILE
998436         AT END
998437             SET STNDINST-AT-END TO TRUE
998438         NOT AT END
998439             PERFORM 0315-CHECK-INSTRUCTION
998440     END-READ.
998441 0310-EXIT.
998442     EXIT.
998443
998444 0315-CHECK-INSTRUCTION.
998445     IF NOT STI-ACTIVE THEN
998446         ADD 1 TO STND-INACTIVE
998447     ELSE
998448         IF STI-AMOUNT IS NOT NUMERIC
998449                 OR STI-OPERAND IS NOT NUMERIC
998450                 OR STI-START-DATE IS NOT NUMERIC
998451                 OR STI-END-DATE IS NOT NUMERIC
998452                 OR NOT STI-FREQUENCY-KNOWN THEN
998453             MOVE "REJECTED INVALID" TO STND-OUTCOME
998454             ADD 1 TO STND-REJECTED
998455             PERFORM 0340-HOLD-OUTCOME
998456             MOVE RUN-DATE TO EXCPT-RUN-DATE
998457             MOVE "BROKENCALC" TO EXCPT-PROGRAM
998458             MOVE "STND" TO EXCPT-CODE
998459             MOVE 2 TO EXCPT-SEVERITY
998460             MOVE SPACES TO EXCPT-TEXT
998461             STRING "STANDING-INSTRUCTION ", STI-ID,
998462                 " INVALID RECORD NOT POSTED"
998463                 DELIMITED BY SIZE INTO EXCPT-TEXT
998464             CALL "EXCPTRPT" USING EXCEPTION-RECORD
998465         ELSE
998466             IF STI-START-DATE NOT > BUSDATE THEN
998467                 PERFORM 0320-CHECK-DUE
998468                 IF STND-IS-DUE THEN
998469                     PERFORM 0318-POST-DUE-INSTRUCTION
998470                 END-IF
998471             END-IF
998472         END-IF
998473     END-IF.
998474 0315-EXIT.
998475     EXIT.
998476
998477 0318-POST-DUE-INSTRUCTION.
998478     ADD 1 TO STND-DUE.
998479     IF STI-END-DATE NOT = 0 AND STI-END-DATE < BUSDATE THEN
998480         MOVE "SKIPPED EXPIRED" TO STND-OUTCOME
998481         ADD 1 TO STND-EXPIRED
998482     ELSE
998483         MOVE RECORDS-REJECTED TO STND-REJECTED-BEFORE
998484         SET STANDING-POSTING TO TRUE
998485         ADD 1 TO N
998486         PERFORM 1000-PROCESS-TRANSACTION
998487         SET KEYED-POSTING TO TRUE
998488         IF RECORDS-REJECTED > STND-REJECTED-BEFORE THEN
998489             MOVE STND-REJECTED-BEFORE TO RECORDS-REJECTED
998490             MOVE "REJECTED" TO STND-OUTCOME
998491             ADD 1 TO STND-REJECTED
998492         ELSE
998493             MOVE "POSTED" TO STND-OUTCOME
998494             ADD 1 TO STND-POSTED
998495         END-IF
998496     END-IF.
998497     PERFORM 0340-HOLD-OUTCOME.
998498 0318-EXIT.
997915     EXIT.
997916
997917 0320-CHECK-DUE.
997918     SET STND-NOT-DUE TO TRUE.
997919     IF STI-DAILY THEN
997920         SET STND-IS-DUE TO TRUE
997921     END-IF.
997922     IF STI-MONTH-END AND STND-MONTH-END = BUSDATE THEN
997923         SET STND-IS-DUE TO TRUE
997924     END-IF.
997925     IF STI-WEEKLY THEN
997926         COMPUTE STND-DAYS = STND-TODAY-INT
997927             - FUNCTION INTEGER-OF-DATE(STI-START-DATE)
997928         DIVIDE STND-DAYS BY 7 GIVING STND-WEEKS
997929             REMAINDER STND-WEEK-DAYS
997930         COMPUTE STND-LAST-INT = STND-TODAY-INT - STND-WEEK-DAYS
997931         IF STND-LAST-INT > STND-PREV-INT THEN
997932             SET STND-IS-DUE TO TRUE
997933         END-IF
997934     END-IF.
997935 0320-EXIT.
997936     EXIT.
997937
997938 0340-HOLD-OUTCOME.
997939     IF STND-COUNT < 200 THEN
997940         ADD 1 TO STND-COUNT
997941         MOVE STI-ID TO STT-ID(STND-COUNT)
997942         MOVE STI-LEDGER TO STT-LEDGER(STND-COUNT)
997943         MOVE STI-FREQUENCY TO STT-FREQUENCY(STND-COUNT)
997944         MOVE STND-OUTCOME TO STT-OUTCOME(STND-COUNT)
997945         MOVE STI-MEMO TO STT-MEMO(STND-COUNT)
997946     ELSE
997947         ADD 1 TO STND-NOT-LISTED
997948     END-IF.
997949 0340-EXIT.
997950     EXIT.
006950
986101*--------------------------------------------------------------
986102* LOAD THE LEDGER BALANCES MASTER -- EVERY LEDGER OPENS AT ITS
986141     END-READ.
986142 0460-EXIT.
986143     EXIT.
997652*--------------------------------------------------------------
997653* FIND THE LATEST PERIOD BCCLOSE HAS CLOSED. NO PERIOD BALANCES
997654* HISTORY YET MEANS NOTHING IS CLOSED; ONE THAT CANNOT BE READ
997655* LEAVES EVERY PERIOD OPEN AND SAYS SO AT CRITICAL SEVERITY.
997656*--------------------------------------------------------------
997657 0470-LOAD-CLOSED-PERIOD.
997658     OPEN INPUT PERBAL-FILE.
997659     IF PERBAL-OK THEN
997660         PERFORM 0471-READ-ONE-PERIOD UNTIL PERBAL-AT-END
997661         CLOSE PERBAL-FILE
997662     ELSE
997663         IF NOT PERBAL-NOT-FOUND THEN
997664             MOVE RUN-DATE TO EXCPT-RUN-DATE
997665             MOVE "BROKENCALC" TO EXCPT-PROGRAM
997666             MOVE "PCLD" TO EXCPT-CODE
997667             MOVE 3 TO EXCPT-SEVERITY
997668             MOVE SPACES TO EXCPT-TEXT
997669             STRING "PERIOD-BALANCES-OPEN-FAILED STATUS ",
997670                 PERBAL-STATUS, " NO PERIOD CLOSED"
997671                 DELIMITED BY SIZE INTO EXCPT-TEXT
997672             CALL "EXCPTRPT" USING EXCEPTION-RECORD
997673         END-IF
997674     END-IF.
997675 0470-EXIT.
997676     EXIT.
997677
997678 0471-READ-ONE-PERIOD.
997679     READ PERBAL-FILE
997680         AT END
997681             SET PERBAL-AT-END TO TRUE
997682         NOT AT END
997683             IF PRB-PERIOD > LAST-CLOSED-PERIOD THEN
997684                 MOVE PRB-PERIOD TO LAST-CLOSED-PERIOD
997685             END-IF
997686     END-READ.
997687 0471-EXIT.
997688     EXIT.
986144
986151*--------------------------------------------------------------
986152* OPENING AND CLOSING BALANCE PER LEDGER, ON THE REPORT AFTER
986175 2700-EXIT.
986176     EXIT.
986177
998129*--------------------------------------------------------------
998130* NET TRANSFERS PER LEDGER -- EVERY TRANSFER TAKES FROM ONE
998131* LEDGER EXACTLY WHAT IT GIVES ANOTHER, SO THE NETS ACROSS ALL
998132* LEDGERS MUST SUM TO ZERO. A NONZERO TOTAL IS A SERIOUS
998133* EXCEPTION.
998134*--------------------------------------------------------------
998135 2800-PRINT-NET-TRANSFERS.
998136     MOVE SPACES TO RPT-LINE.
998137     STRING RUN-DATE, " NET TRANSFERS ", XFER-POSTED,
998138         " POSTED ", XFER-REJECTED, " REJECTED"
998139         DELIMITED BY SIZE INTO RPT-LINE.
998140     PERFORM 0700-WRITE-REPORT.
998141     MOVE 0 TO XFER-NET-TOTAL.
998142     PERFORM VARYING LEDGER-IDX FROM 1 BY 1
998143             UNTIL LEDGER-IDX > LEDGER-COUNT
998144         COMPUTE XFER-NET = LDGR-XFER-IN(LEDGER-IDX)
998145             - LDGR-XFER-OUT(LEDGER-IDX)
998146         ADD XFER-NET TO XFER-NET-TOTAL
998147         IF LDGR-XFER-IN(LEDGER-IDX) NOT = 0
998148                 OR LDGR-XFER-OUT(LEDGER-IDX) NOT = 0 THEN
998149             MOVE LDGR-XFER-OUT(LEDGER-IDX) TO FMT-VALUE-IN
998150             PERFORM 5000-FORMAT-VALUE
998151             MOVE SIGN-CHAR TO P-SIGN
998152             MOVE FMT-VALUE-OUT TO P-TEXT
998153             MOVE LDGR-XFER-IN(LEDGER-IDX) TO FMT-VALUE-IN
998154             PERFORM 5000-FORMAT-VALUE
998155             MOVE SIGN-CHAR TO C-SIGN
998156             MOVE FMT-VALUE-OUT TO C-TEXT
998157             MOVE XFER-NET TO FMT-VALUE-IN
998158             PERFORM 5000-FORMAT-VALUE
998159             MOVE SIGN-CHAR TO N-SIGN
998160             MOVE FMT-VALUE-OUT TO N-TEXT
998161             MOVE SPACES TO RPT-LINE
998162             STRING RUN-DATE, " LEDGER ", LDGR-ID(LEDGER-IDX),
998163                 " OUT ", P-SIGN, P-TEXT, " IN ", C-SIGN, C-TEXT,
998164                 " NET ", N-SIGN, N-TEXT
998165                 DELIMITED BY SIZE INTO RPT-LINE
998166             PERFORM 0700-WRITE-REPORT
998167         END-IF
998168     END-PERFORM.
998169     MOVE XFER-NET-TOTAL TO FMT-VALUE-IN.
998170     PERFORM 5000-FORMAT-VALUE.
998171     MOVE SIGN-CHAR TO N-SIGN.
998172     MOVE FMT-VALUE-OUT TO N-TEXT.
998173     MOVE SPACES TO RPT-LINE.
998174     IF XFER-NET-TOTAL = 0 THEN
998175         STRING RUN-DATE,
998176             " NET TRANSFERS ALL LEDGERS IN BALANCE ",
998177             N-SIGN, N-TEXT
998178             DELIMITED BY SIZE INTO RPT-LINE
998179     ELSE
998180         STRING RUN-DATE,
998181             " NET TRANSFERS ALL LEDGERS OUT OF BALANCE ",
998182             N-SIGN, N-TEXT
998183             DELIMITED BY SIZE INTO RPT-LINE
998184         MOVE RUN-DATE TO EXCPT-RUN-DATE
998185         MOVE "BROKENCALC" TO EXCPT-PROGRAM
998186         MOVE "XFNB" TO EXCPT-CODE
998187         MOVE 2 TO EXCPT-SEVERITY
998188         MOVE SPACES TO EXCPT-TEXT
998189         STRING "NET-TRANSFERS-OUT-OF-BALANCE ", N-SIGN, N-TEXT
998190             DELIMITED BY SIZE INTO EXCPT-TEXT
998191         CALL "EXCPTRPT" USING EXCEPTION-RECORD
998192     END-IF.
998193     PERFORM 0700-WRITE-REPORT.
998194 2800-EXIT.
998195     EXIT.
997951
997952*--------------------------------------------------------------
997953* STANDING INSTRUCTIONS -- THE COUNTS, THEN EVERY INSTRUCTION DUE
997954* TODAY (AND ANY INVALID RECORD) WITH WHAT BECAME OF IT.
997955*--------------------------------------------------------------
997956 2900-PRINT-STANDING.
997957     MOVE SPACES TO RPT-LINE.
997958     IF STND-NOT-RUN THEN
997959         STRING RUN-DATE, " STANDING INSTRUCTIONS NOT POSTED",
997960             " -- FEED NOT VERIFIED"
997961             DELIMITED BY SIZE INTO RPT-LINE
997962     END-IF.
997963     IF STND-RESTART-SKIP THEN
997964         STRING RUN-DATE, " STANDING INSTRUCTIONS NOT POSTED",
997965             " -- RESTART RUN"
997966             DELIMITED BY SIZE INTO RPT-LINE
997967     END-IF.
997968     IF STND-NO-MASTER THEN
997969         STRING RUN-DATE, " STANDING INSTRUCTIONS NONE",
997970             " -- NO STANDING INSTRUCTIONS MASTER"
997971             DELIMITED BY SIZE INTO RPT-LINE
997972     END-IF.
997973     IF STND-MASTER-FAILED THEN
997974         STRING RUN-DATE, " STANDING INSTRUCTIONS NOT POSTED",
997975             " -- MASTER OPEN FAILED STATUS ", STNDINST-STATUS
997976             DELIMITED BY SIZE INTO RPT-LINE
997977     END-IF.
997978     IF STND-GENERATED THEN
997979         STRING RUN-DATE, " STANDING INSTRUCTIONS ", STND-DUE,
997980             " DUE ", STND-POSTED, " POSTED ", STND-EXPIRED,
997981             " SKIPPED EXPIRED ", STND-REJECTED, " REJECTED ",
997982             STND-INACTIVE, " INACTIVE"
997983             DELIMITED BY SIZE INTO RPT-LINE
997984     END-IF.
997985     PERFORM 0700-WRITE-REPORT.
997986     PERFORM VARYING STND-IDX FROM 1 BY 1
997987             UNTIL STND-IDX > STND-COUNT
997988         MOVE SPACES TO RPT-LINE
997989         STRING RUN-DATE, " STANDING ", STT-ID(STND-IDX),
997990             " LEDGER ", STT-LEDGER(STND-IDX),
997991             " FREQ ", STT-FREQUENCY(STND-IDX), " ",
997992             STT-OUTCOME(STND-IDX), " ", STT-MEMO(STND-IDX)
997993             DELIMITED BY SIZE INTO RPT-LINE
997994         PERFORM 0700-WRITE-REPORT
997995     END-PERFORM.
997996     IF STND-NOT-LISTED > 0 THEN
997997         MOVE SPACES TO RPT-LINE
997998         STRING RUN-DATE, " STANDING ", STND-NOT-LISTED,
997999             " MORE NOT LISTED"
998000             DELIMITED BY SIZE INTO RPT-LINE
998001         PERFORM 0700-WRITE-REPORT
998002     END-IF.
998003 2900-EXIT.
998004     EXIT.
986181*--------------------------------------------------------------
986182* REWRITE THE BALANCES MASTER WITH EVERY LEDGER'S CLOSING C SO
986183* TOMORROW'S RUN ROLLS FORWARD BY ITSELF.
007200* PREVIOUS VALUE P, AND CHECKPOINT C AND THE REMAINING COUNT.
007300*--------------------------------------------------------------
007400 1000-PROCESS-TRANSACTION.
007402     IF STANDING-POSTING THEN
007404         MOVE SPACES TO INPUT-LINE
007406         STRING "standing ", STI-ID DELIMITED BY SIZE
007408             INTO INPUT-LINE
007410     ELSE
007412         ACCEPT INPUT-LINE
007414         ADD 1 TO LINES-READ
007416     END-IF.
007418     PERFORM 1050-CHECK-LINE-DATE.
007420     IF LINE-REJECTED THEN
007422         SUBTRACT 1 FROM N
007424     ELSE
007426*--------------------------------------------------------------
007428* A STANDING INSTRUCTION POSTS STRAIGHT FROM ITS MASTER RECORD.
007430*--------------------------------------------------------------
007432         IF STANDING-POSTING THEN
007434             MOVE STI-LEDGER TO LEDGER-IN
007436             MOVE STI-AMOUNT TO A
007438             MOVE STI-OPERATOR TO OP
007440             MOVE STI-OPERAND TO B
007442             PERFORM 1100-POST-LINE
007444         ELSE
007446             PERFORM 1010-PARSE-LINE
007448         END-IF
007450     END-IF.
007452 1000-EXIT.
007454     EXIT.
007456
007458 1010-PARSE-LINE.
007710
007720*--------------------------------------------------------------
007730* A FOUR-TOKEN LINE LEADS WITH ITS LEDGER IDENTIFIER; A THREE-
007760     MOVE SPACES TO TOKEN-1, TOKEN-2, TOKEN-3, TOKEN-4.
007770     UNSTRING INPUT-LINE DELIMITED BY SPACE
007780         INTO TOKEN-1, TOKEN-2, TOKEN-3, TOKEN-4.
007790*--------------------------------------------------------------
007810* A "transfer" LINE POSTS TWO LEDGERS AS ONE UNIT ON ITS OWN
007820* PATH AND COUNTS AS ONE TRANSACTION.
007830*--------------------------------------------------------------
007840     IF TOKEN-1 = "transfer" THEN
007850         PERFORM 3000-POST-TRANSFER
007860         SUBTRACT 1 FROM N
007861     ELSE
007862         IF TOKEN-4 = SPACES THEN
007863             MOVE "MAIN" TO LEDGER-IN
007864             UNSTRING INPUT-LINE DELIMITED BY SPACE
007865                 INTO A, OP, B
007866         ELSE
007867             UNSTRING INPUT-LINE DELIMITED BY SPACE
007868                 INTO LEDGER-IN, A, OP, B
007869         END-IF
007870         PERFORM 1100-POST-LINE
007871     END-IF.
007872 1010-EXIT.
007873     EXIT.
007874
007875 1100-POST-LINE.
007880     PERFORM 1500-LOOKUP-LEDGER.
007890     MOVE LDGR-C(LEDGER-IDX) TO C.
007500     MOVE C TO P.
010800     MOVE FMT-VALUE-OUT TO P-TEXT.
010900
010910     MOVE C TO LDGR-C(LEDGER-IDX).
010920     IF LINE-PRIOR-ADJ AND OP-RECOGNIZED THEN
010930         MOVE OP TO ADJ-OP
010940         MOVE SPACES TO ADJ-XFER-REF
010950         PERFORM 1080-LOG-ADJUSTMENT
010960     END-IF.
011000     MOVE SPACES TO RPT-LINE.
011010     STRING RUN-DATE, " ", LDGR-ID(LEDGER-IDX), " ",
011020         C-SIGN, C-TEXT, " P ", P-SIGN, P-TEXT
011030         DELIMITED BY SIZE INTO RPT-LINE.
011031     IF LINE-PRIOR-ADJ THEN
011032         MOVE ADJ-MARKER TO RPT-LINE(100:12)
011033     END-IF.
011034     IF STANDING-POSTING THEN
011035         MOVE SPACES TO STND-MARKER
011036         STRING "STANDING ", STI-ID DELIMITED BY SIZE
011037             INTO STND-MARKER
011038         MOVE STND-MARKER TO RPT-LINE(113:17)
011039     END-IF.
011040     PERFORM 0700-WRITE-REPORT.
011100
011200     SUBTRACT 1 FROM N.
011290     IF CHKPT-OK THEN
011310         WRITE CHKPT-RECORD
011320     END-IF.
011500 1100-EXIT.
011600     EXIT.
011610
011620*--------------------------------------------------------------
011830             MOVE LEDGER-IN TO LDGR-ID(LEDGER-IDX)
011840             MOVE 1 TO LDGR-C(LEDGER-IDX)
011845             MOVE 1 TO LDGR-OPEN(LEDGER-IDX)
011846             MOVE 0 TO LDGR-XFER-OUT(LEDGER-IDX)
011847             MOVE 0 TO LDGR-XFER-IN(LEDGER-IDX)
011850         ELSE
011860             MOVE LEDGER-COUNT TO LEDGER-IDX
011870             MOVE RUN-DATE TO EXCPT-RUN-DATE
011960     END-IF.
011970 1500-EXIT.
011980     EXIT.
997689*--------------------------------------------------------------
997690* DATE THE LINE -- STRIP AN OPTIONAL "dated YYYYMMDD [ppa]"
997691* SUFFIX, LEAVING THE TRANSACTION ITSELF IN INPUT-LINE. A LINE
997692* DATED INTO A CLOSED PERIOD POSTS ONLY AS A FLAGGED PRIOR-
997693* PERIOD ADJUSTMENT; WITHOUT THE FLAG (OR WITH A DATE THAT IS
997694* NOT A DATE) IT IS REJECTED, AND NEITHER C NOR THE CHECKPOINT
997695* MOVES.
997696*--------------------------------------------------------------
997697 1050-CHECK-LINE-DATE.
997698     SET LINE-IN-OPEN-PERIOD TO TRUE.
997699     MOVE SPACES TO LINE-REJECT-REASON, PPA-TOKEN.
997700     MOVE BUSDATE TO LINE-DATE.
997701     MOVE 0 TO KEYWORD-COUNT.
997702     INSPECT INPUT-LINE TALLYING KEYWORD-COUNT FOR ALL " dated ".
997703     IF KEYWORD-COUNT = 1 THEN
997704         MOVE SPACES TO LINE-BODY, DATED-TAIL, LINE-DATE-X
997705         UNSTRING INPUT-LINE DELIMITED BY " dated "
997706             INTO LINE-BODY, DATED-TAIL
997707         MOVE LINE-BODY TO INPUT-LINE
997708         UNSTRING DATED-TAIL DELIMITED BY ALL SPACE
997709             INTO LINE-DATE-X, PPA-TOKEN
998499         IF LINE-DATE-X IS NUMERIC THEN
998500             MOVE LINE-DATE-X TO LINE-DATE
998501         ELSE
998502             STRING "LINE-DATE ", LINE-DATE-X, " NOT A DATE"
998503                 DELIMITED BY SIZE INTO LINE-REJECT-REASON
998504         END-IF
998505     END-IF.
998506     IF LINE-REJECT-REASON = SPACES
998507             AND LINE-PERIOD NOT > LAST-CLOSED-PERIOD THEN
998508         IF PPA-TOKEN = "ppa" THEN
998509             SET LINE-PRIOR-ADJ TO TRUE
998510             MOVE SPACES TO ADJ-MARKER
998511             STRING "PPA ", LINE-PERIOD DELIMITED BY SIZE
998512                 INTO ADJ-MARKER
998513         ELSE
998514             STRING "LINE-DATED ", LINE-DATE,
998515                 " INTO CLOSED PERIOD ", LINE-PERIOD
998516                 DELIMITED BY SIZE INTO LINE-REJECT-REASON
998517         END-IF
998518     END-IF.
998519     IF LINE-REJECT-REASON NOT = SPACES THEN
998520         PERFORM 1060-REJECT-LINE
998521     END-IF.
998522 1050-EXIT.
998523     EXIT.
998524
998525 1060-REJECT-LINE.
998526     SET LINE-REJECTED TO TRUE.
998527     ADD 1 TO RECORDS-REJECTED.
998528     MOVE RUN-DATE TO EXCPT-RUN-DATE.
998529     MOVE "BROKENCALC" TO EXCPT-PROGRAM.
998530     MOVE "PCLD" TO EXCPT-CODE.
998531     MOVE 2 TO EXCPT-SEVERITY.
998532     MOVE SPACES TO EXCPT-TEXT.
998533     MOVE LINE-REJECT-REASON TO EXCPT-TEXT.
998534     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
998535     MOVE SPACES TO RPT-LINE.
998536     STRING RUN-DATE, " REJECTED ", LINE-REJECT-REASON, " ",
998537         INPUT-LINE DELIMITED BY SIZE INTO RPT-LINE.
998538     PERFORM 0700-WRITE-REPORT.
998539 1060-EXIT.
998540     EXIT.
997710
997711*--------------------------------------------------------------
997712* APPEND ONE PRIOR-PERIOD ADJUSTMENT -- THE LEDGER'S C BEFORE
997713* AND AFTER -- TO THE ADJUSTMENTS LOG FOR THE NEXT CLOSE. A LOG
997714* THAT WILL NOT OPEN IS REPORTED ONCE; THE POSTING STANDS.
997715*--------------------------------------------------------------
997716 1080-LOG-ADJUSTMENT.
997717     IF PPADJ-NOT-OPEN THEN
997718         OPEN EXTEND PPADJ-FILE
997719         IF PPADJ-NOT-FOUND THEN
997720             OPEN OUTPUT PPADJ-FILE
997721         END-IF
997722         IF PPADJ-OK THEN
997723             SET PPADJ-OPEN TO TRUE
997724         ELSE
997725             SET PPADJ-FAILED TO TRUE
997726             MOVE RUN-DATE TO EXCPT-RUN-DATE
997727             MOVE "BROKENCALC" TO EXCPT-PROGRAM
997728             MOVE "PCLD" TO EXCPT-CODE
997729             MOVE 2 TO EXCPT-SEVERITY
997730             MOVE SPACES TO EXCPT-TEXT
997731             STRING "ADJUSTMENTS-LOG-OPEN-FAILED STATUS ",
997732                 PPADJ-STATUS, " NOT LOGGED"
997733                 DELIMITED BY SIZE INTO EXCPT-TEXT
997734             CALL "EXCPTRPT" USING EXCEPTION-RECORD
997735         END-IF
997736     END-IF.
997737     IF PPADJ-OPEN THEN
997738         MOVE SPACES TO PRIOR-PERIOD-ADJ-RECORD
997739         MOVE RUN-DATE TO PPA-RUN-DATE
997740         MOVE LINE-DATE TO PPA-LINE-DATE
997741         MOVE LINE-PERIOD TO PPA-PERIOD
997742         MOVE LDGR-ID(LEDGER-IDX) TO PPA-LEDGER
997743         MOVE ADJ-OP TO PPA-OP
997744         MOVE ADJ-XFER-REF TO PPA-XFER-REF
997745         MOVE P TO PPA-BEFORE
997746         MOVE C TO PPA-AFTER
997747         WRITE PRIOR-PERIOD-ADJ-RECORD
997748     END-IF.
997749 1080-EXIT.
997750     EXIT.
998196*--------------------------------------------------------------
998197* FIND THE LEDGER SLOT FOR LEDGER-IN WITHOUT ADDING ONE -- A
998198* TRANSFER MUST KNOW BOTH ITS LEDGERS HAVE ROOM BEFORE EITHER
998199* SIDE POSTS.
998200*--------------------------------------------------------------
998201 1550-FIND-LEDGER.
998202     SET LEDGER-NOT-FOUND TO TRUE.
998203     PERFORM VARYING LEDGER-IDX FROM 1 BY 1
998204             UNTIL LEDGER-IDX > LEDGER-COUNT
998205         IF LDGR-ID(LEDGER-IDX) = LEDGER-IN THEN
998206             SET LEDGER-FOUND TO TRUE
998207             EXIT PERFORM
998208         END-IF
998209     END-PERFORM.
998210 1550-EXIT.
998211     EXIT.
011700
011800*--------------------------------------------------------------
011900* "+" -- UNCHANGED FROM THE ORIGINAL LEDGER.
018200     END-PERFORM.
018300 2600-EXIT.
018400     EXIT.
998212*--------------------------------------------------------------
998213* "transfer FROM TO AMOUNT" -- MOVES A POSITIVE AMOUNT OUT OF
998214* THE FROM-LEDGER AND INTO THE TO-LEDGER AS ONE UNIT. EVERY
998215* CHECK (A COMPLETE LINE, A POSITIVE AMOUNT, TWO DIFFERENT
998216* LEDGERS, ROOM IN THE LEDGER TABLE, AND NEITHER NEW C
998217* OVERFLOWING) IS MADE BEFORE EITHER SIDE POSTS, SO A REJECTED
998218* TRANSFER LEAVES BOTH LEDGERS EXACTLY AS THEY WERE. A LEDGER
998219* SEEN FOR THE FIRST TIME STARTS AT 1 LIKE ANY OTHER.
998220*--------------------------------------------------------------
998221 3000-POST-TRANSFER.
998222     ADD 1 TO XFER-SEQ.
998223     MOVE SPACES TO XFER-REF.
998224     STRING "XFR", XFER-SEQ DELIMITED BY SIZE INTO XFER-REF.
998225     MOVE SPACES TO XFER-REASON.
998226     MOVE TOKEN-2 TO XFER-FROM-LEDGER.
998227     MOVE TOKEN-3 TO XFER-TO-LEDGER.
998228     MOVE 0 TO XFER-AMOUNT.
998229     IF TOKEN-4 = SPACES THEN
998230         MOVE "TRANSFER-INCOMPLETE NEEDS FROM, TO, AND AMOUNT"
998231             TO XFER-REASON
998232     ELSE
998233         UNSTRING INPUT-LINE DELIMITED BY SPACE
998234             INTO OPTION, XFER-FROM-LEDGER, XFER-TO-LEDGER,
998235                 XFER-AMOUNT
998236     END-IF.
998237     IF XFER-REASON = SPACES AND XFER-AMOUNT NOT > 0 THEN
998238         MOVE "TRANSFER-AMOUNT NOT POSITIVE" TO XFER-REASON
998239     END-IF.
998240     IF XFER-REASON = SPACES
998241             AND XFER-FROM-LEDGER = XFER-TO-LEDGER THEN
998242         STRING "TRANSFER-TO-OWN-LEDGER ", XFER-FROM-LEDGER
998243             DELIMITED BY SIZE INTO XFER-REASON
998244     END-IF.
998541     IF XFER-REASON = SPACES THEN
998542         PERFORM 3010-CHECK-LEDGERS
998543     END-IF.
998544     IF XFER-REASON NOT = SPACES THEN
998545         PERFORM 3090-REJECT-TRANSFER
998546     ELSE
998547         PERFORM 3020-POST-BOTH-SIDES
998548     END-IF.
998549 3000-EXIT.
998550     EXIT.
998551
998552*--------------------------------------------------------------
998553* ROOM IN THE LEDGER TABLE FOR ANY LEDGER THE TRANSFER OPENS,
998554* AND NEITHER NEW C OVERFLOWING.
998555*--------------------------------------------------------------
998556 3010-CHECK-LEDGERS.
998245     MOVE 0 TO XFER-NEW-SLOTS.
998246     MOVE XFER-FROM-LEDGER TO LEDGER-IN.
998247     PERFORM 1550-FIND-LEDGER.
998248     IF LEDGER-FOUND THEN
998249         MOVE LDGR-C(LEDGER-IDX) TO XFER-FROM-OLD
998250     ELSE
998251         ADD 1 TO XFER-NEW-SLOTS
998252         MOVE 1 TO XFER-FROM-OLD
998253     END-IF.
998254     MOVE XFER-TO-LEDGER TO LEDGER-IN.
998255     PERFORM 1550-FIND-LEDGER.
998256     IF LEDGER-FOUND THEN
998257         MOVE LDGR-C(LEDGER-IDX) TO XFER-TO-OLD
998258     ELSE
998259         ADD 1 TO XFER-NEW-SLOTS
998260         MOVE 1 TO XFER-TO-OLD
998261     END-IF.
998262     IF LEDGER-COUNT + XFER-NEW-SLOTS > 20 THEN
998263         MOVE "LEDGER-TABLE-FULL NO SLOT FOR TRANSFER"
998264             TO XFER-REASON
998265     END-IF.
998266     SUBTRACT XFER-AMOUNT FROM XFER-FROM-OLD GIVING XFER-FROM-NEW
998267         ON SIZE ERROR
998268             MOVE "TRANSFER-OVERFLOWS FROM-LEDGER" TO XFER-REASON
998269     END-SUBTRACT.
998270     ADD XFER-AMOUNT TO XFER-TO-OLD GIVING XFER-TO-NEW
998271         ON SIZE ERROR
998272             MOVE "TRANSFER-OVERFLOWS TO-LEDGER" TO XFER-REASON
998273     END-ADD.
998557 3010-EXIT.
998558     EXIT.
998559
998560*--------------------------------------------------------------
998561* EVERY CHECK HAS PASSED -- POST THE FROM SIDE, THEN THE TO SIDE.
998562*--------------------------------------------------------------
998563 3020-POST-BOTH-SIDES.
998274     MOVE XFER-FROM-LEDGER TO LEDGER-IN.
998275     PERFORM 1500-LOOKUP-LEDGER.
998276     MOVE LDGR-C(LEDGER-IDX) TO P.
998277     MOVE XFER-FROM-NEW TO C.
998278     ADD XFER-AMOUNT TO LDGR-XFER-OUT(LEDGER-IDX).
998279     MOVE "OUT TO" TO XFER-DIRECTION.
998280     MOVE XFER-TO-LEDGER TO XFER-OTHER-LEDGER.
998281     PERFORM 3050-POST-TRANSFER-SIDE.
998282     MOVE XFER-TO-LEDGER TO LEDGER-IN.
998283     PERFORM 1500-LOOKUP-LEDGER.
998284     MOVE LDGR-C(LEDGER-IDX) TO P.
998285     MOVE XFER-TO-NEW TO C.
998286     ADD XFER-AMOUNT TO LDGR-XFER-IN(LEDGER-IDX).
998287     MOVE "IN FROM" TO XFER-DIRECTION.
998288     MOVE XFER-FROM-LEDGER TO XFER-OTHER-LEDGER.
998289     PERFORM 3050-POST-TRANSFER-SIDE.
998290     ADD 1 TO XFER-POSTED.
998564 3020-EXIT.
998291     EXIT.
998292
998293*--------------------------------------------------------------
998294* ONE SIDE OF A TRANSFER -- SET THE LEDGER'S NEW C, PRINT IT
998295* ALONGSIDE P WITH THE SHARED TRANSFER REFERENCE, AND
998296* CHECKPOINT THE LEDGER THE SAME WAY ANY TRANSACTION DOES.
998297*--------------------------------------------------------------
998298 3050-POST-TRANSFER-SIDE.
998299     MOVE C TO LDGR-C(LEDGER-IDX).
997751     IF LINE-PRIOR-ADJ THEN
997752         MOVE "T" TO ADJ-OP
997753         MOVE XFER-REF TO ADJ-XFER-REF
997754         PERFORM 1080-LOG-ADJUSTMENT
997755     END-IF.
998300     MOVE C TO FMT-VALUE-IN.
998301     PERFORM 5000-FORMAT-VALUE.
998302     MOVE SIGN-CHAR TO C-SIGN.
998303     MOVE FMT-VALUE-OUT TO C-TEXT.
998304     MOVE P TO FMT-VALUE-IN.
998305     PERFORM 5000-FORMAT-VALUE.
998306     MOVE SIGN-CHAR TO P-SIGN.
998307     MOVE FMT-VALUE-OUT TO P-TEXT.
998308     MOVE SPACES TO RPT-LINE.
998309     STRING RUN-DATE, " ", LDGR-ID(LEDGER-IDX), " ",
998310         C-SIGN, C-TEXT, " P ", P-SIGN, P-TEXT,
998311         " TRANSFER ", XFER-REF, " ", XFER-DIRECTION, " ",
998312         XFER-OTHER-LEDGER
998313         DELIMITED BY SIZE INTO RPT-LINE.
997756     IF LINE-PRIOR-ADJ THEN
997757         MOVE ADJ-MARKER TO RPT-LINE(100:12)
997758     END-IF.
998314     PERFORM 0700-WRITE-REPORT.
998315     MOVE SPACES TO CHKPT-RECORD.
998316     STRING LDGR-ID(LEDGER-IDX), " ", C-SIGN, C-TEXT
998317         DELIMITED BY SIZE INTO CHKPT-RECORD.
998318     IF CHKPT-OK THEN
998319         WRITE CHKPT-RECORD
998320     END-IF.
998321 3050-EXIT.
998322     EXIT.
998323
998324*--------------------------------------------------------------
998325* A REJECTED TRANSFER -- SERIOUS, LIKE AN UNRECOGNIZED OPERATOR,
998326* WITH ITS TRANSFER REFERENCE ON BOTH THE EXCEPTION AND A REPORT
998327* LINE. NEITHER LEDGER HAS BEEN TOUCHED.
998328*--------------------------------------------------------------
998329 3090-REJECT-TRANSFER.
998330     ADD 1 TO RECORDS-REJECTED.
998331     ADD 1 TO XFER-REJECTED.
998332     MOVE RUN-DATE TO EXCPT-RUN-DATE.
998333     MOVE "BROKENCALC" TO EXCPT-PROGRAM.
998334     MOVE "XFER" TO EXCPT-CODE.
998335     MOVE 2 TO EXCPT-SEVERITY.
998336     MOVE SPACES TO EXCPT-TEXT.
998337     STRING XFER-REF, " ", XFER-REASON
998338         DELIMITED BY SIZE INTO EXCPT-TEXT.
998339     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
998340     MOVE SPACES TO RPT-LINE.
998341     STRING RUN-DATE, " TRANSFER ", XFER-REF, " REJECTED ",
998342         XFER-REASON
998343         DELIMITED BY SIZE INTO RPT-LINE.
998344     PERFORM 0700-WRITE-REPORT.
998345 3090-EXIT.
998346     EXIT.
018500
018600*--------------------------------------------------------------
018700* FORMAT A SIGNED VALUE THE WAY THE ORIGINAL LEDGER FORMATTED C
996716* STREAM BEFORE A RECORD POSTS.
9967A1* AN UNVERIFIED FEED ALSO TRIPS FEED-UNVERIFIED, WHICH
9967A2* BYPASSES THIS PROGRAM'S OWN POSTING LOOP AND MASTER SAVE.
998601* ON THE FIRST BUSINESS DAY AFTER A WEEKEND OR HOLIDAY THE FEED
998602* CUT ON THE LAST BUSINESS DAY BEFORE IT IS CURRENT TOO.
996717*--------------------------------------------------------------
996718 0150-VERIFY-FEED-DATE.
996719     ACCEPT INPUT-LINE.
996728     END-IF.
996729     IF BUSDATE-X IS NUMERIC THEN
996731         MOVE BUSDATE-X TO BUSDATE
996732         IF BUSDATE NOT = RUN-DATE
998603                 AND BUSDATE NOT = PDAT-REOPEN-FEED-DATE THEN
996733             MOVE RUN-DATE TO EXCPT-RUN-DATE
996734             MOVE "BROKENCALC" TO EXCPT-PROGRAM
996735             MOVE "STAL" TO EXCPT-CODE
