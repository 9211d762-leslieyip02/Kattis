000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOGPURGE.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BATCH-OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  RH   ORIGINAL VERSION - MONTHLY HOUSEKEEPING OF
001000*                    THE TWO DATASETS EVERY NIGHTLY STEP EXTENDS
001100*                    AND NOTHING EVER TRIMMED: THE CUMULATIVE
001200*                    EXCEPTIONS MASTER AND THE RUN LOG. RECORDS
001300*                    DATED BEFORE THE RETENTION WINDOW (SYSIN
001400*                    "retain NNNN" DAYS, 90 WHEN ABSENT) ARE
001500*                    COPIED TO A NEW HISTORY GENERATION OF EACH,
001600*                    AND THE LIVE DATASET IS REWRITTEN WITH ONLY
001700*                    THE RECENT NIGHTS. AN OLD EXCEPTION WITH NO
001800*                    ACKNOWLEDGMENT ON FILE IS STILL AN OPEN
001900*                    ITEM FOR THE MORNING SUMMARY AND STAYS ON
002000*                    THE LIVE MASTER HOWEVER OLD IT IS. EVERY
002100*                    RECORD MOVED OUT IS FOLDED INTO A MONTHLY
002200*                    ROLL-UP GENERATION -- ONE RECORD PER MONTH
002300*                    AND PROGRAM WITH RUNS, RECORDS READ AND
002400*                    REJECTED, AND EXCEPTIONS BY SEVERITY -- SO
002500*                    THE TRENDS OUTLIVE THE DETAIL. THE REPORT
002600*                    SAYS WHAT MOVED AND WHAT STAYED. ANY
002700*                    DATASET THAT WILL NOT OPEN HOLDS THE WHOLE
002800*                    PURGE: BOTH LIVE DATASETS ARE LEFT AS THEY
002900*                    STOOD, THE NEW HISTORY GENERATIONS ARE LEFT
003000*                    EMPTY, AND THE ROLL-UP IS CARRIED FORWARD
003100*                    UNCHANGED.
003200*--------------------------------------------------------------
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT EXCPMAST-FILE ASSIGN TO EXCPMAST
003800         FILE STATUS IS EXCPMAST-STATUS.
003900     SELECT EXCPWORK-FILE ASSIGN TO EXCPWORK
004000         FILE STATUS IS EXCPWORK-STATUS.
004100     SELECT EXCPHIST-FILE ASSIGN TO EXCPHIST
004200         FILE STATUS IS EXCPHIST-STATUS.
004300     SELECT EXCPACK-FILE ASSIGN TO EXCPACK
004400         FILE STATUS IS EXCPACK-STATUS.
004500     SELECT RUNLOG-FILE ASSIGN TO RUNLOG
004600         FILE STATUS IS RUNLOG-STATUS.
004700     SELECT RLOGWORK-FILE ASSIGN TO RLOGWORK
004800         FILE STATUS IS RLOGWORK-STATUS.
004900     SELECT RLOGHIST-FILE ASSIGN TO RLOGHIST
005000         FILE STATUS IS RLOGHIST-STATUS.
005100     SELECT ROLLIN-FILE ASSIGN TO ROLLIN
005200         FILE STATUS IS ROLLIN-STATUS.
005300     SELECT ROLLOUT-FILE ASSIGN TO ROLLOUT
005400         FILE STATUS IS ROLLOUT-STATUS.
005500     SELECT REPORT-FILE ASSIGN TO RPTOUT
005600         FILE STATUS IS REPORT-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000*--------------------------------------------------------------
006100* CUMULATIVE EXCEPTIONS MASTER, AS WRITTEN BY EXCPTRPT, WITH
006200* ITS WORK COPY AND ITS HISTORY GENERATION AT THE SAME LENGTH.
006300*--------------------------------------------------------------
006400 FD  EXCPMAST-FILE.
006500 01  EXCPMAST-RECORD.
006600     05  EXM-RUN-DATE         PIC 9(8).
006700     05  EXM-PROGRAM          PIC X(12).
006800     05  EXM-CODE             PIC X(4).
006900     05  EXM-SEVERITY         PIC 9(1).
007000     05  EXM-TEXT             PIC X(72).
007100 FD  EXCPWORK-FILE.
007200 01  EXCPWORK-RECORD          PIC X(97).
007300 FD  EXCPHIST-FILE.
007400 01  EXCPHIST-RECORD          PIC X(97).
007500*--------------------------------------------------------------
007600* ACKNOWLEDGMENT DATASET THE MORNING REVIEWER MAINTAINS -- ONE
007700* RECORD PER PROGRAM/CODE/NIGHT SIGNED OFF.
007800*--------------------------------------------------------------
007900 FD  EXCPACK-FILE.
008000 01  EXCPACK-RECORD.
008100     05  ACK-PROGRAM          PIC X(12).
008200     05  ACK-CODE             PIC X(4).
008300     05  ACK-DATE             PIC 9(8).
008400     05  ACK-DISP             PIC X(16).
008500*--------------------------------------------------------------
008600* RUN LOG, AS WRITTEN BY RUNLOGW, WITH ITS WORK COPY AND ITS
008700* HISTORY GENERATION AT THE SAME LENGTH.
008800*--------------------------------------------------------------
008900 FD  RUNLOG-FILE.
009000 01  RUNLOG-FILE-RECORD.
009100     05  RLF-PROGRAM          PIC X(12).
009200     05  RLF-RUN-DATE         PIC 9(8).
009300     05  RLF-EVENT            PIC X(1).
009400     05  RLF-TIME             PIC 9(8).
009500     05  RLF-READ             PIC 9(7).
009600     05  RLF-ACCEPTED         PIC 9(7).
009700     05  RLF-REJECTED         PIC 9(7).
009800 FD  RLOGWORK-FILE.
009900 01  RLOGWORK-RECORD          PIC X(50).
010000 FD  RLOGHIST-FILE.
010100 01  RLOGHIST-RECORD          PIC X(50).
010200*--------------------------------------------------------------
010300* MONTHLY ROLL-UP GENERATIONS -- ONE RECORD PER MONTH AND
010400* PROGRAM, IN MONTH AND PROGRAM ORDER.
010500*--------------------------------------------------------------
010600 FD  ROLLIN-FILE.
010700 01  ROLLIN-RECORD.
010800     05  RUI-MONTH            PIC 9(6).
010900     05  RUI-PROGRAM          PIC X(12).
011000     05  RUI-RUNS             PIC 9(7).
011100     05  RUI-READ             PIC 9(11).
011200     05  RUI-REJECTED         PIC 9(11).
011300     05  RUI-SEV-1            PIC 9(7).
011400     05  RUI-SEV-2            PIC 9(7).
011500     05  RUI-SEV-3            PIC 9(7).
011600 FD  ROLLOUT-FILE.
011700 01  ROLLOUT-RECORD.
011800     05  RUO-MONTH            PIC 9(6).
011900     05  RUO-PROGRAM          PIC X(12).
012000     05  RUO-RUNS             PIC 9(7).
012100     05  RUO-READ             PIC 9(11).
012200     05  RUO-REJECTED         PIC 9(11).
012300     05  RUO-SEV-1            PIC 9(7).
012400     05  RUO-SEV-2            PIC 9(7).
012500     05  RUO-SEV-3            PIC 9(7).
012600 FD  REPORT-FILE.
012700 01  REPORT-RECORD            PIC X(132).
012800
012900 WORKING-STORAGE SECTION.
013000 COPY EXCPTREC.
013100 COPY PDATEREC.
013200 COPY RUNLOGRC.
013300*--------------------------------------------------------------
013400* THE STEP'S RETURN CODE IS SAVED ACROSS EACH RUNLOGW CALL --
013500* A CALLED PROGRAM'S EXIT REPLACES THE CALLER'S RETURN-CODE,
013600* AND THE GRADUATED EXCEPTION CODE MUST SURVIVE TO END OF STEP.
013700*--------------------------------------------------------------
013800 01  SAVED-RETURN-CODE        PIC S9(9) COMP.
013900
014000 01  RUN-DATE                 PIC 9(8).
014100 01  EXCPMAST-STATUS          PIC X(2).
014200     88  EXCPMAST-OK          VALUE "00".
014300     88  EXCPMAST-AT-END      VALUE "10".
014400     88  EXCPMAST-NOT-FOUND   VALUE "35".
014500 01  EXCPWORK-STATUS          PIC X(2).
014600     88  EXCPWORK-OK          VALUE "00".
014700     88  EXCPWORK-AT-END      VALUE "10".
014800 01  EXCPHIST-STATUS          PIC X(2).
014900     88  EXCPHIST-OK          VALUE "00".
015000 01  EXCPACK-STATUS           PIC X(2).
015100     88  EXCPACK-OK           VALUE "00".
015200     88  EXCPACK-AT-END       VALUE "10".
015300     88  EXCPACK-NOT-FOUND    VALUE "35".
015400 01  RUNLOG-STATUS            PIC X(2).
015500     88  RUNLOG-OK            VALUE "00".
015600     88  RUNLOG-AT-END        VALUE "10".
015700     88  RUNLOG-NOT-FOUND     VALUE "35".
015800 01  RLOGWORK-STATUS          PIC X(2).
015900     88  RLOGWORK-OK          VALUE "00".
016000     88  RLOGWORK-AT-END      VALUE "10".
016100 01  RLOGHIST-STATUS          PIC X(2).
016200     88  RLOGHIST-OK          VALUE "00".
016300 01  ROLLIN-STATUS            PIC X(2).
016400     88  ROLLIN-OK            VALUE "00".
016500     88  ROLLIN-AT-END        VALUE "10".
016600     88  ROLLIN-NOT-FOUND     VALUE "35".
016700 01  ROLLOUT-STATUS           PIC X(2).
016800     88  ROLLOUT-OK           VALUE "00".
016900 01  REPORT-STATUS            PIC X(2).
017000     88  REPORT-OK            VALUE "00".
017100 01  RPT-LINE                 PIC X(132).
017200
017300*--------------------------------------------------------------
017400* RETENTION -- A RECORD DATED BEFORE CUTOFF-DATE IS OLDER THAN
017500* THE WINDOW AND MOVES TO HISTORY.
017600*--------------------------------------------------------------
017700 01  INPUT-LINE               PIC X(50).
017800 01  OPTION                   PIC X(10).
017900 01  KEYWORD-COUNT            PIC 9(1).
018000 01  RETAIN-DAYS              PIC 9(4) VALUE 90.
018100 01  TODAY-INT                PIC S9(9) COMP.
018200 01  CUTOFF-INT               PIC S9(9) COMP.
018300 01  CUTOFF-DATE              PIC 9(8).
018400
018500*--------------------------------------------------------------
018600* HOLD SWITCH -- ANY DATASET THAT WILL NOT OPEN BEFORE THE LIVE
018700* DATASETS ARE REWRITTEN HOLDS THE WHOLE PURGE. THE EXCEPTION
018800* IS RAISED ONCE EVERY DATASET IS CLOSED, SINCE EXCPTRPT AND
018900* RUNLOGW EXTEND THE VERY DATASETS THIS PROGRAM HAS OPEN.
019000*--------------------------------------------------------------
019100 01  HOLD-SWITCH              PIC X(1) VALUE "N".
019200     88  PURGE-HELD           VALUE "Y".
019300     88  PURGE-NOT-HELD       VALUE "N".
019400 01  HOLD-TEXT                PIC X(72) VALUE SPACES.
019500 01  FAIL-NAME                PIC X(8).
019600 01  FAIL-STATUS              PIC X(2).
019700 01  REWRITE-FAILED-COUNT     PIC 9(1) VALUE 0.
019800 01  REWRITE-TEXT             PIC X(72) VALUE SPACES.
019900 01  EXCPMAST-PRESENT-SWITCH  PIC X(1) VALUE "N".
020000     88  EXCPMAST-PRESENT     VALUE "Y".
020100 01  RUNLOG-PRESENT-SWITCH    PIC X(1) VALUE "N".
020200     88  RUNLOG-PRESENT       VALUE "Y".
020300
020400*--------------------------------------------------------------
020500* ACKNOWLEDGMENTS ON FILE. A DATASET LARGER THAN THE TABLE
020600* LEAVES THE UNLOADED ACKNOWLEDGMENTS UNSEEN, WHICH ONLY KEEPS
020700* MORE EXCEPTIONS LIVE -- NEVER FEWER.
020800*--------------------------------------------------------------
020900 01  ACK-COUNT                PIC 9(4) COMP VALUE 0.
021000 01  ACK-X                    PIC 9(4) COMP.
021100 01  ACK-OVERFLOW             PIC 9(7) VALUE 0.
021200 01  ACK-SWITCH               PIC X(1).
021300     88  ACK-ON-FILE          VALUE "Y".
021400     88  ACK-NOT-ON-FILE      VALUE "N".
021500 01  ACK-TABLE.
021600     05  ACK-ENTRY OCCURS 2000 TIMES.
021700         10  ACK-T-PROGRAM    PIC X(12).
021800         10  ACK-T-CODE       PIC X(4).
021900         10  ACK-T-DATE       PIC 9(8).
022000
022100*--------------------------------------------------------------
022200* THE MONTHLY ROLL-UP, HELD IN MONTH AND PROGRAM ORDER. THE
022300* TOUCHED SWITCH MARKS THE ENTRIES THIS RUN ADDED TO, FOR THE
022400* REPORT.
022500*--------------------------------------------------------------
022600 01  ROLLUP-COUNT             PIC 9(4) COMP VALUE 0.
022700 01  RUX                      PIC 9(4) COMP.
022800 01  RUP-HIT-X                PIC 9(4) COMP.
022900 01  SHX                      PIC 9(4) COMP.
023000 01  ROLLUP-LOADED            PIC 9(7) VALUE 0.
023100 01  ROLLUP-COUNT-DISP        PIC 9(4).
023200 01  ROLL-KEY.
023300     05  ROLL-MONTH           PIC 9(6).
023400     05  ROLL-PROGRAM         PIC X(12).
023500 01  DATE-WORK                PIC 9(8).
023600 01  DATE-WORK-PARTS REDEFINES DATE-WORK.
023700     05  DW-MONTH             PIC 9(6).
023800     05  DW-DAY               PIC 9(2).
023900 01  ROLLUP-TABLE.
024000     05  ROLLUP-ENTRY OCCURS 3000 TIMES.
024100         10  RUT-KEY.
024200             15  RUT-MONTH    PIC 9(6).
024300             15  RUT-PROGRAM  PIC X(12).
024400         10  RUT-RUNS         PIC 9(7).
024500         10  RUT-READ         PIC 9(11).
024600         10  RUT-REJECTED     PIC 9(11).
024700         10  RUT-SEV-1        PIC 9(7).
024800         10  RUT-SEV-2        PIC 9(7).
024900         10  RUT-SEV-3        PIC 9(7).
025000         10  RUT-TOUCHED      PIC X(1).
025100
025200*--------------------------------------------------------------
025300* WHAT MOVED AND WHAT STAYED, PER DATASET.
025400*--------------------------------------------------------------
025500 01  EXCP-READ-COUNT          PIC 9(7) VALUE 0.
025600 01  EXCP-MOVED-COUNT         PIC 9(7) VALUE 0.
025700 01  EXCP-RECENT-COUNT        PIC 9(7) VALUE 0.
025800 01  EXCP-OPEN-COUNT          PIC 9(7) VALUE 0.
025900 01  EXCP-UNDATED-COUNT       PIC 9(7) VALUE 0.
026000 01  EXCP-KEPT-COUNT          PIC 9(7) VALUE 0.
026100 01  RLOG-READ-COUNT          PIC 9(7) VALUE 0.
026200 01  RLOG-MOVED-COUNT         PIC 9(7) VALUE 0.
026300 01  RLOG-RECENT-COUNT        PIC 9(7) VALUE 0.
026400 01  RLOG-UNDATED-COUNT       PIC 9(7) VALUE 0.
026500 01  RLOG-KEPT-COUNT          PIC 9(7) VALUE 0.
026600 01  RECORDS-READ             PIC 9(7) VALUE 0.
026700
026800 PROCEDURE DIVISION.
026900 0000-MAINLINE.
027000     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
027100     MOVE RUN-DATE TO PDAT-CLOCK-DATE.
027200     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
027300     CALL "SETPDATE" USING PROCESSING-DATE-RECORD.
027400     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
027500     MOVE PDAT-RUN-DATE TO RUN-DATE.
027600     PERFORM 0100-LOG-RUN-START.
027700*--------------------------------------------------------------
027800* THE OPTIONAL "retain NNNN" CONTROL LINE -- ABSENT OR BLANK
027900* SYSIN KEEPS THE 90-DAY DEFAULT.
028000*--------------------------------------------------------------
028100     MOVE SPACES TO INPUT-LINE.
028200     ACCEPT INPUT-LINE.
028300     MOVE 0 TO KEYWORD-COUNT.
028400     INSPECT INPUT-LINE TALLYING KEYWORD-COUNT
028500         FOR ALL "retain".
028600     IF KEYWORD-COUNT = 1 THEN
028700         UNSTRING INPUT-LINE DELIMITED BY SPACE
028800             INTO OPTION, RETAIN-DAYS
028900     END-IF.
029000     COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE (RUN-DATE).
029100     COMPUTE CUTOFF-INT = TODAY-INT - RETAIN-DAYS.
029200     COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER (CUTOFF-INT).
029300
029400     OPEN OUTPUT REPORT-FILE.
029500     IF NOT REPORT-OK THEN
029600         DISPLAY RUN-DATE, " LOGPURGE REPORT-OPEN-FAILED STATUS ",
029700             REPORT-STATUS
029800     END-IF.
029900     MOVE SPACES TO RPT-LINE.
030000     STRING RUN-DATE, " EXCEPTIONS MASTER AND RUN LOG PURGE -- ",
030100         "RETAIN ", RETAIN-DAYS, " DAYS, RECORDS BEFORE ",
030200         CUTOFF-DATE, " MOVE TO HISTORY"
030300         DELIMITED BY SIZE INTO RPT-LINE.
030400     PERFORM 0700-WRITE-REPORT.
030500
030600     PERFORM 0500-LOAD-ACKNOWLEDGMENTS.
030700     PERFORM 0600-LOAD-PRIOR-ROLLUP.
030800     IF PURGE-NOT-HELD THEN
030900         PERFORM 1000-SPLIT-EXCPMAST
031000     END-IF.
031100     IF PURGE-NOT-HELD THEN
031200         PERFORM 2000-SPLIT-RUNLOG
031300     END-IF.
031400     PERFORM 3000-WRITE-ROLLUP.
031500     IF PURGE-HELD THEN
031600         PERFORM 3500-EMPTY-HISTORY
031700     END-IF.
031800     IF PURGE-NOT-HELD THEN
031900         IF EXCP-MOVED-COUNT > 0 THEN
032000             PERFORM 4000-REWRITE-EXCPMAST
032100         END-IF
032200         IF RLOG-MOVED-COUNT > 0 THEN
032300             PERFORM 4500-REWRITE-RUNLOG
032400         END-IF
032500     END-IF.
032600     PERFORM 5000-PRINT-SUMMARY.
032700     IF REPORT-OK THEN
032800         CLOSE REPORT-FILE
032900     END-IF.
033000     PERFORM 8000-RAISE-EXCEPTIONS.
033100     PERFORM 0990-LOG-RUN-END.
033200     STOP RUN.
033300
033400*--------------------------------------------------------------
033500* LOAD THE REVIEWER'S ACKNOWLEDGMENT DATASET. A MISSING
033600* DATASET MEANS NOTHING HAS BEEN SIGNED OFF -- EVERY OLD
033700* EXCEPTION STAYS LIVE. ONE THAT IS THERE BUT WILL NOT OPEN
033800* HOLDS THE PURGE, SINCE OPEN ITEMS COULD NOT BE TOLD APART.
033900*--------------------------------------------------------------
034000 0500-LOAD-ACKNOWLEDGMENTS.
034100     OPEN INPUT EXCPACK-FILE.
034200     IF EXCPACK-OK THEN
034300         PERFORM 0510-LOAD-ONE-ACK UNTIL EXCPACK-AT-END
034400         CLOSE EXCPACK-FILE
034500     ELSE
034600         IF NOT EXCPACK-NOT-FOUND THEN
034700             MOVE "EXCPACK" TO FAIL-NAME
034800             MOVE EXCPACK-STATUS TO FAIL-STATUS
034900             PERFORM 3900-HOLD-PURGE
035000         END-IF
035100     END-IF.
035200     IF ACK-OVERFLOW > 0 THEN
035300         DISPLAY RUN-DATE, " LOGPURGE ACKNOWLEDGMENTS NOT ",
035400             "LOADED ", ACK-OVERFLOW,
035500             " -- THEIR EXCEPTIONS STAY LIVE"
035600     END-IF.
035700 0500-EXIT.
035800     EXIT.
035900
036000 0510-LOAD-ONE-ACK.
036100     READ EXCPACK-FILE
036200         AT END
036300             SET EXCPACK-AT-END TO TRUE
036400         NOT AT END
036500             IF ACK-COUNT < 2000 THEN
036600                 ADD 1 TO ACK-COUNT
036700                 MOVE ACK-PROGRAM TO ACK-T-PROGRAM(ACK-COUNT)
036800                 MOVE ACK-CODE TO ACK-T-CODE(ACK-COUNT)
036900                 MOVE ACK-DATE TO ACK-T-DATE(ACK-COUNT)
037000             ELSE
037100                 ADD 1 TO ACK-OVERFLOW
037200             END-IF
037300     END-READ.
037400 0510-EXIT.
037500     EXIT.
037600
037700*--------------------------------------------------------------
037800* LOAD THE PRIOR ROLL-UP GENERATION. NO PRIOR GENERATION (THE
037900* FIRST RUN) STARTS FRESH; ONE THAT WILL NOT OPEN, OR THAT
038000* OVERFILLS THE TABLE, HOLDS THE PURGE RATHER THAN LOSE MONTHS.
038100*--------------------------------------------------------------
038200 0600-LOAD-PRIOR-ROLLUP.
038300     OPEN INPUT ROLLIN-FILE.
038400     IF ROLLIN-OK THEN
038500         PERFORM 0610-LOAD-ONE-ROLLUP UNTIL ROLLIN-AT-END
038600         CLOSE ROLLIN-FILE
038700     ELSE
038800         IF NOT ROLLIN-NOT-FOUND THEN
038900             MOVE "ROLLIN" TO FAIL-NAME
039000             MOVE ROLLIN-STATUS TO FAIL-STATUS
039100             PERFORM 3900-HOLD-PURGE
039200         END-IF
039300     END-IF.
039400 0600-EXIT.
039500     EXIT.
039600
039700 0610-LOAD-ONE-ROLLUP.
039800     READ ROLLIN-FILE
039900         AT END
040000             SET ROLLIN-AT-END TO TRUE
040100         NOT AT END
040200             ADD 1 TO ROLLUP-LOADED
040300             MOVE RUI-MONTH TO ROLL-MONTH
040400             MOVE RUI-PROGRAM TO ROLL-PROGRAM
040500             PERFORM 2500-FIND-ROLLUP
040600             IF RUP-HIT-X > 0 THEN
040700                 ADD RUI-RUNS TO RUT-RUNS(RUP-HIT-X)
040800                 ADD RUI-READ TO RUT-READ(RUP-HIT-X)
040900                 ADD RUI-REJECTED TO RUT-REJECTED(RUP-HIT-X)
041000                 ADD RUI-SEV-1 TO RUT-SEV-1(RUP-HIT-X)
041100                 ADD RUI-SEV-2 TO RUT-SEV-2(RUP-HIT-X)
041200                 ADD RUI-SEV-3 TO RUT-SEV-3(RUP-HIT-X)
041300             END-IF
041400     END-READ.
041500 0610-EXIT.
041600     EXIT.
041700
041800*--------------------------------------------------------------
041900* FIRST PASS OVER THE EXCEPTIONS MASTER -- EACH RECORD GOES
042000* EITHER TO THE HISTORY GENERATION (AND THE ROLL-UP) OR TO THE
042100* WORK COPY THE LIVE MASTER IS REWRITTEN FROM. NO MASTER AT
042200* ALL IS NOTHING TO PURGE.
042300*--------------------------------------------------------------
042400 1000-SPLIT-EXCPMAST.
042500     OPEN INPUT EXCPMAST-FILE.
042600     IF EXCPMAST-NOT-FOUND THEN
042700         DISPLAY RUN-DATE, " LOGPURGE NO EXCEPTIONS MASTER"
042800     ELSE
042900         IF NOT EXCPMAST-OK THEN
043000             MOVE "EXCPMAST" TO FAIL-NAME
043100             MOVE EXCPMAST-STATUS TO FAIL-STATUS
043200             PERFORM 3900-HOLD-PURGE
043300         ELSE
043400             SET EXCPMAST-PRESENT TO TRUE
043500             OPEN OUTPUT EXCPWORK-FILE
043600             OPEN OUTPUT EXCPHIST-FILE
043700             IF NOT EXCPWORK-OK THEN
043800                 MOVE "EXCPWORK" TO FAIL-NAME
043900                 MOVE EXCPWORK-STATUS TO FAIL-STATUS
044000                 PERFORM 3900-HOLD-PURGE
044100             END-IF
044200             IF NOT EXCPHIST-OK THEN
044300                 MOVE "EXCPHIST" TO FAIL-NAME
044400                 MOVE EXCPHIST-STATUS TO FAIL-STATUS
044500                 PERFORM 3900-HOLD-PURGE
044600             END-IF
044700             IF PURGE-NOT-HELD THEN
044800                 PERFORM 1100-SPLIT-ONE-EXCEPTION
044900                     UNTIL EXCPMAST-AT-END
045000             END-IF
045100             IF EXCPWORK-OK THEN
045200                 CLOSE EXCPWORK-FILE
045300             END-IF
045400             IF EXCPHIST-OK THEN
045500                 CLOSE EXCPHIST-FILE
045600             END-IF
045700             CLOSE EXCPMAST-FILE
045800         END-IF
045900     END-IF.
046000 1000-EXIT.
046100     EXIT.
046200
046300*--------------------------------------------------------------
046400* AN UNDATED RECORD STAYS LIVE -- NOTHING IS THROWN AWAY THAT
046500* CANNOT BE PLACED IN A MONTH. AN OLD RECORD WITH NO
046600* ACKNOWLEDGMENT IS AN OPEN ITEM AND STAYS LIVE AS WELL.
046700*--------------------------------------------------------------
046800 1100-SPLIT-ONE-EXCEPTION.
046900     READ EXCPMAST-FILE
047000         AT END
047100             SET EXCPMAST-AT-END TO TRUE
047200         NOT AT END
047300             ADD 1 TO RECORDS-READ
047400             ADD 1 TO EXCP-READ-COUNT
047500             IF EXM-RUN-DATE IS NOT NUMERIC
047600                     OR EXM-RUN-DATE = 0 THEN
047700                 ADD 1 TO EXCP-UNDATED-COUNT
047800                 WRITE EXCPWORK-RECORD FROM EXCPMAST-RECORD
047900             ELSE
048000                 IF EXM-RUN-DATE >= CUTOFF-DATE THEN
048100                     ADD 1 TO EXCP-RECENT-COUNT
048200                     WRITE EXCPWORK-RECORD FROM EXCPMAST-RECORD
048300                 ELSE
048400                     PERFORM 1200-CHECK-ACKNOWLEDGED
048500                     IF ACK-NOT-ON-FILE THEN
048600                         ADD 1 TO EXCP-OPEN-COUNT
048700                         WRITE EXCPWORK-RECORD
048800                             FROM EXCPMAST-RECORD
048900                     ELSE
049000                         PERFORM 1300-MOVE-EXCEPTION
049100                     END-IF
049200                 END-IF
049300             END-IF
049400     END-READ.
049500 1100-EXIT.
049600     EXIT.
049700
049800*--------------------------------------------------------------
049900* THE SAME PROGRAM/CODE/NIGHT MATCH THE MORNING SUMMARY USES TO
050000* CLOSE AN OPEN ITEM.
050100*--------------------------------------------------------------
050200 1200-CHECK-ACKNOWLEDGED.
050300     SET ACK-NOT-ON-FILE TO TRUE.
050400     PERFORM VARYING ACK-X FROM 1 BY 1 UNTIL ACK-X > ACK-COUNT
050500         IF ACK-T-PROGRAM(ACK-X) = EXM-PROGRAM
050600                 AND ACK-T-CODE(ACK-X) = EXM-CODE
050700                 AND ACK-T-DATE(ACK-X) = EXM-RUN-DATE THEN
050800             SET ACK-ON-FILE TO TRUE
050900         END-IF
051000     END-PERFORM.
051100 1200-EXIT.
051200     EXIT.
051300
051400 1300-MOVE-EXCEPTION.
051500     WRITE EXCPHIST-RECORD FROM EXCPMAST-RECORD.
051600     ADD 1 TO EXCP-MOVED-COUNT.
051700     MOVE EXM-RUN-DATE TO DATE-WORK.
051800     MOVE DW-MONTH TO ROLL-MONTH.
051900     MOVE EXM-PROGRAM TO ROLL-PROGRAM.
052000     PERFORM 2500-FIND-ROLLUP.
052100     IF RUP-HIT-X > 0 THEN
052200         MOVE "Y" TO RUT-TOUCHED(RUP-HIT-X)
052300         IF EXM-SEVERITY = 3 THEN
052400             ADD 1 TO RUT-SEV-3(RUP-HIT-X)
052500         ELSE
052600             IF EXM-SEVERITY = 2 THEN
052700                 ADD 1 TO RUT-SEV-2(RUP-HIT-X)
052800             ELSE
052900                 ADD 1 TO RUT-SEV-1(RUP-HIT-X)
053000             END-IF
053100         END-IF
053200     END-IF.
053300 1300-EXIT.
053400     EXIT.
053500
053600*--------------------------------------------------------------
053700* FIRST PASS OVER THE RUN LOG, THE SAME WAY. THIS RUN'S OWN
053800* START RECORD IS ALREADY ON IT AND IS RECENT, SO IT STAYS.
053900*--------------------------------------------------------------
054000 2000-SPLIT-RUNLOG.
054100     OPEN INPUT RUNLOG-FILE.
054200     IF RUNLOG-NOT-FOUND THEN
054300         DISPLAY RUN-DATE, " LOGPURGE NO RUN LOG"
054400     ELSE
054500         IF NOT RUNLOG-OK THEN
054600             MOVE "RUNLOG" TO FAIL-NAME
054700             MOVE RUNLOG-STATUS TO FAIL-STATUS
054800             PERFORM 3900-HOLD-PURGE
054900         ELSE
055000             SET RUNLOG-PRESENT TO TRUE
055100             OPEN OUTPUT RLOGWORK-FILE
055200             OPEN OUTPUT RLOGHIST-FILE
055300             IF NOT RLOGWORK-OK THEN
055400                 MOVE "RLOGWORK" TO FAIL-NAME
055500                 MOVE RLOGWORK-STATUS TO FAIL-STATUS
055600                 PERFORM 3900-HOLD-PURGE
055700             END-IF
055800             IF NOT RLOGHIST-OK THEN
055900                 MOVE "RLOGHIST" TO FAIL-NAME
056000                 MOVE RLOGHIST-STATUS TO FAIL-STATUS
056100                 PERFORM 3900-HOLD-PURGE
056200             END-IF
056300             IF PURGE-NOT-HELD THEN
056400                 PERFORM 2100-SPLIT-ONE-RUN-RECORD
056500                     UNTIL RUNLOG-AT-END
056600             END-IF
056700             IF RLOGWORK-OK THEN
056800                 CLOSE RLOGWORK-FILE
056900             END-IF
057000             IF RLOGHIST-OK THEN
057100                 CLOSE RLOGHIST-FILE
057200             END-IF
057300             CLOSE RUNLOG-FILE
057400         END-IF
057500     END-IF.
057600 2000-EXIT.
057700     EXIT.
057800
057900*--------------------------------------------------------------
058000* A MOVED "S" RECORD COUNTS ONE RUN; A MOVED "E" RECORD CARRIES
058100* THE STEP'S RECORDS READ AND REJECTED. A BACKOUT "B" RECORD
058200* MOVES TO HISTORY BUT ITS COUNTS ARE MASTERS AND RECORDS PUT
058300* BACK, NOT WORK DONE, SO THE ROLL-UP LEAVES THEM OUT.
058400*--------------------------------------------------------------
058500 2100-SPLIT-ONE-RUN-RECORD.
058600     READ RUNLOG-FILE
058700         AT END
058800             SET RUNLOG-AT-END TO TRUE
058900         NOT AT END
059000             ADD 1 TO RECORDS-READ
059100             ADD 1 TO RLOG-READ-COUNT
059200             IF RLF-RUN-DATE IS NOT NUMERIC
059300                     OR RLF-RUN-DATE = 0 THEN
059400                 ADD 1 TO RLOG-UNDATED-COUNT
059500                 WRITE RLOGWORK-RECORD FROM RUNLOG-FILE-RECORD
059600             ELSE
059700                 IF RLF-RUN-DATE >= CUTOFF-DATE THEN
059800                     ADD 1 TO RLOG-RECENT-COUNT
059900                     WRITE RLOGWORK-RECORD
060000                         FROM RUNLOG-FILE-RECORD
060100                 ELSE
060200                     PERFORM 2200-MOVE-RUN-RECORD
060300                 END-IF
060400             END-IF
060500     END-READ.
060600 2100-EXIT.
060700     EXIT.
060800
060900 2200-MOVE-RUN-RECORD.
061000     WRITE RLOGHIST-RECORD FROM RUNLOG-FILE-RECORD.
061100     ADD 1 TO RLOG-MOVED-COUNT.
061200     IF RLF-EVENT = "S" OR RLF-EVENT = "E" THEN
061300         MOVE RLF-RUN-DATE TO DATE-WORK
061400         MOVE DW-MONTH TO ROLL-MONTH
061500         MOVE RLF-PROGRAM TO ROLL-PROGRAM
061600         PERFORM 2500-FIND-ROLLUP
061700         IF RUP-HIT-X > 0 THEN
061800             MOVE "Y" TO RUT-TOUCHED(RUP-HIT-X)
061900             IF RLF-EVENT = "S" THEN
062000                 ADD 1 TO RUT-RUNS(RUP-HIT-X)
062100             ELSE
062200                 IF RLF-READ IS NUMERIC THEN
062300                     ADD RLF-READ TO RUT-READ(RUP-HIT-X)
062400                 END-IF
062500                 IF RLF-REJECTED IS NUMERIC THEN
062600                     ADD RLF-REJECTED TO RUT-REJECTED(RUP-HIT-X)
062700                 END-IF
062800             END-IF
062900         END-IF
063000     END-IF.
063100 2200-EXIT.
063200     EXIT.
063300
063400*--------------------------------------------------------------
063500* FIND THE ROLL-UP ENTRY FOR ROLL-KEY, OR OPEN ONE IN ITS
063600* MONTH AND PROGRAM PLACE. A FULL TABLE HOLDS THE PURGE -- A
063700* RECORD MOVED TO HISTORY MUST NOT DROP OUT OF THE ROLL-UP.
063800*--------------------------------------------------------------
063900 2500-FIND-ROLLUP.
064000     MOVE 0 TO RUP-HIT-X.
064100     PERFORM VARYING RUX FROM 1 BY 1
064200             UNTIL RUX > ROLLUP-COUNT
064300         IF RUT-KEY(RUX) NOT < ROLL-KEY THEN
064400             EXIT PERFORM
064500         END-IF
064600     END-PERFORM.
064700     IF RUX <= ROLLUP-COUNT AND RUT-KEY(RUX) = ROLL-KEY THEN
064800         MOVE RUX TO RUP-HIT-X
064900     ELSE
065000         IF ROLLUP-COUNT < 3000 THEN
065100             PERFORM VARYING SHX FROM ROLLUP-COUNT BY -1
065200                     UNTIL SHX < RUX
065300                 MOVE ROLLUP-ENTRY(SHX) TO ROLLUP-ENTRY(SHX + 1)
065400             END-PERFORM
065500             ADD 1 TO ROLLUP-COUNT
065600             MOVE RUX TO RUP-HIT-X
065700             MOVE ROLL-KEY TO RUT-KEY(RUP-HIT-X)
065800             MOVE 0 TO RUT-RUNS(RUP-HIT-X)
065900             MOVE 0 TO RUT-READ(RUP-HIT-X)
066000             MOVE 0 TO RUT-REJECTED(RUP-HIT-X)
066100             MOVE 0 TO RUT-SEV-1(RUP-HIT-X)
066200             MOVE 0 TO RUT-SEV-2(RUP-HIT-X)
066300             MOVE 0 TO RUT-SEV-3(RUP-HIT-X)
066400             MOVE "N" TO RUT-TOUCHED(RUP-HIT-X)
066500         ELSE
066600             IF PURGE-NOT-HELD THEN
066700                 SET PURGE-HELD TO TRUE
066800                 MOVE SPACES TO HOLD-TEXT
066900                 STRING "ROLL-UP TABLE FULL AT 3000 MONTH/",
067000                     "PROGRAM ENTRIES, PURGE HELD"
067100                     DELIMITED BY SIZE INTO HOLD-TEXT
067200                 DISPLAY RUN-DATE, " LOGPURGE ", HOLD-TEXT
067300             END-IF
067400         END-IF
067500     END-IF.
067600 2500-EXIT.
067700     EXIT.
067800
067900*--------------------------------------------------------------
068000* WRITE THE NEW ROLL-UP GENERATION. A HELD PURGE MOVED NOTHING,
068100* SO THE PRIOR GENERATION IS COPIED FORWARD AS IT STOOD RATHER
068200* THAN WITH THE COUNTS OF RECORDS STILL ON THE LIVE DATASETS.
068300*--------------------------------------------------------------
068400 3000-WRITE-ROLLUP.
068500     OPEN OUTPUT ROLLOUT-FILE.
068600     IF NOT ROLLOUT-OK THEN
068700         MOVE "ROLLOUT" TO FAIL-NAME
068800         MOVE ROLLOUT-STATUS TO FAIL-STATUS
068900         PERFORM 3900-HOLD-PURGE
069000     ELSE
069100         IF PURGE-HELD THEN
069200             PERFORM 3200-COPY-PRIOR-ROLLUP
069300         ELSE
069400             PERFORM VARYING RUX FROM 1 BY 1
069500                     UNTIL RUX > ROLLUP-COUNT
069600                 PERFORM 3100-WRITE-ONE-ROLLUP
069700             END-PERFORM
069800         END-IF
069900         CLOSE ROLLOUT-FILE
070000     END-IF.
070100 3000-EXIT.
070200     EXIT.
070300
070400 3100-WRITE-ONE-ROLLUP.
070500     MOVE RUT-MONTH(RUX) TO RUO-MONTH.
070600     MOVE RUT-PROGRAM(RUX) TO RUO-PROGRAM.
070700     MOVE RUT-RUNS(RUX) TO RUO-RUNS.
070800     MOVE RUT-READ(RUX) TO RUO-READ.
070900     MOVE RUT-REJECTED(RUX) TO RUO-REJECTED.
071000     MOVE RUT-SEV-1(RUX) TO RUO-SEV-1.
071100     MOVE RUT-SEV-2(RUX) TO RUO-SEV-2.
071200     MOVE RUT-SEV-3(RUX) TO RUO-SEV-3.
071300     WRITE ROLLOUT-RECORD.
071400 3100-EXIT.
071500     EXIT.
071600
071700 3200-COPY-PRIOR-ROLLUP.
071800     OPEN INPUT ROLLIN-FILE.
071900     IF ROLLIN-OK THEN
072000         PERFORM 3210-COPY-ONE-ROLLUP UNTIL ROLLIN-AT-END
072100         CLOSE ROLLIN-FILE
072200     END-IF.
072300 3200-EXIT.
072400     EXIT.
072500
072600 3210-COPY-ONE-ROLLUP.
072700     READ ROLLIN-FILE
072800         AT END
072900             SET ROLLIN-AT-END TO TRUE
073000         NOT AT END
073100             WRITE ROLLOUT-RECORD FROM ROLLIN-RECORD
073200     END-READ.
073300 3210-EXIT.
073400     EXIT.
073500
073600*--------------------------------------------------------------
073700* A HELD PURGE LEAVES THE NEW HISTORY GENERATIONS EMPTY -- THE
073800* RECORDS A PART-FINISHED PASS COPIED THERE ARE STILL LIVE, AND
073900* THE NEXT RUN WOULD OTHERWISE FILE THEM TWICE.
074000*--------------------------------------------------------------
074100 3500-EMPTY-HISTORY.
074200     IF EXCPMAST-PRESENT THEN
074300         OPEN OUTPUT EXCPHIST-FILE
074400         IF EXCPHIST-OK THEN
074500             CLOSE EXCPHIST-FILE
074600         END-IF
074700     END-IF.
074800     IF RUNLOG-PRESENT THEN
074900         OPEN OUTPUT RLOGHIST-FILE
075000         IF RLOGHIST-OK THEN
075100             CLOSE RLOGHIST-FILE
075200         END-IF
075300     END-IF.
075400     MOVE 0 TO EXCP-MOVED-COUNT.
075500     MOVE 0 TO RLOG-MOVED-COUNT.
075600 3500-EXIT.
075700     EXIT.
075800
075900 3900-HOLD-PURGE.
076000     DISPLAY RUN-DATE, " LOGPURGE ", FAIL-NAME,
076100         " OPEN-FAILED STATUS ", FAIL-STATUS.
076200     IF PURGE-NOT-HELD THEN
076300         SET PURGE-HELD TO TRUE
076400         MOVE SPACES TO HOLD-TEXT
076500         STRING FAIL-NAME, " OPEN-FAILED STATUS ", FAIL-STATUS,
076600             ", PURGE HELD, LIVE DATASETS UNCHANGED"
076700             DELIMITED BY SIZE INTO HOLD-TEXT
076800     END-IF.
076900 3900-EXIT.
077000     EXIT.
077100
077200*--------------------------------------------------------------
077300* SECOND PASS -- REWRITE EACH LIVE DATASET FROM ITS WORK COPY.
077400* THE HISTORY AND ROLL-UP GENERATIONS ARE ALREADY WRITTEN, SO
077500* A LIVE DATASET THAT WILL NOT REOPEN HAS LOST NOTHING, BUT IT
077600* IS LEFT UNTRIMMED AND ITS HISTORY GENERATION DUPLICATES IT.
077700*--------------------------------------------------------------
077800 4000-REWRITE-EXCPMAST.
077900     OPEN INPUT EXCPWORK-FILE.
078000     OPEN OUTPUT EXCPMAST-FILE.
078100     IF EXCPWORK-OK AND EXCPMAST-OK THEN
078200         PERFORM 4100-COPY-ONE-EXCEPTION UNTIL EXCPWORK-AT-END
078300     ELSE
078400         ADD 1 TO REWRITE-FAILED-COUNT
078500         MOVE SPACES TO REWRITE-TEXT
078600         STRING "EXCPMAST REWRITE-FAILED STATUS ",
078700             EXCPMAST-STATUS, "/", EXCPWORK-STATUS,
078800             ", EXCPHIST GENERATION DUPLICATES LIVE"
078900             DELIMITED BY SIZE INTO REWRITE-TEXT
079000         MOVE EXCP-READ-COUNT TO EXCP-KEPT-COUNT
079100         DISPLAY RUN-DATE, " LOGPURGE ", REWRITE-TEXT
079200     END-IF.
079300     IF EXCPWORK-OK OR EXCPWORK-AT-END THEN
079400         CLOSE EXCPWORK-FILE
079500     END-IF.
079600     IF EXCPMAST-OK THEN
079700         CLOSE EXCPMAST-FILE
079800     END-IF.
079900 4000-EXIT.
080000     EXIT.
080100
080200 4100-COPY-ONE-EXCEPTION.
080300     READ EXCPWORK-FILE
080400         AT END
080500             SET EXCPWORK-AT-END TO TRUE
080600         NOT AT END
080700             WRITE EXCPMAST-RECORD FROM EXCPWORK-RECORD
080800             ADD 1 TO EXCP-KEPT-COUNT
080900     END-READ.
081000 4100-EXIT.
081100     EXIT.
081200
081300 4500-REWRITE-RUNLOG.
081400     OPEN INPUT RLOGWORK-FILE.
081500     OPEN OUTPUT RUNLOG-FILE.
081600     IF RLOGWORK-OK AND RUNLOG-OK THEN
081700         PERFORM 4600-COPY-ONE-RUN-RECORD UNTIL RLOGWORK-AT-END
081800     ELSE
081900         ADD 1 TO REWRITE-FAILED-COUNT
082000         MOVE SPACES TO REWRITE-TEXT
082100         STRING "RUNLOG REWRITE-FAILED STATUS ",
082200             RUNLOG-STATUS, "/", RLOGWORK-STATUS,
082300             ", RLOGHIST GENERATION DUPLICATES LIVE"
082400             DELIMITED BY SIZE INTO REWRITE-TEXT
082500         MOVE RLOG-READ-COUNT TO RLOG-KEPT-COUNT
082600         DISPLAY RUN-DATE, " LOGPURGE ", REWRITE-TEXT
082700     END-IF.
082800     IF RLOGWORK-OK OR RLOGWORK-AT-END THEN
082900         CLOSE RLOGWORK-FILE
083000     END-IF.
083100     IF RUNLOG-OK THEN
083200         CLOSE RUNLOG-FILE
083300     END-IF.
083400 4500-EXIT.
083500     EXIT.
083600
083700 4600-COPY-ONE-RUN-RECORD.
083800     READ RLOGWORK-FILE
083900         AT END
084000             SET RLOGWORK-AT-END TO TRUE
084100         NOT AT END
084200             WRITE RUNLOG-FILE-RECORD FROM RLOGWORK-RECORD
084300             ADD 1 TO RLOG-KEPT-COUNT
084400     END-READ.
084500 4600-EXIT.
084600     EXIT.
084700
084800*--------------------------------------------------------------
084900* THE PURGE REPORT -- WHAT MOVED AND WHAT STAYED ON EACH
085000* DATASET, THEN EVERY MONTH/PROGRAM ROLL-UP THIS RUN ADDED TO.
085100*--------------------------------------------------------------
085200 5000-PRINT-SUMMARY.
085300     IF PURGE-HELD THEN
085400         MOVE SPACES TO RPT-LINE
085500         STRING RUN-DATE, " PURGE HELD -- ", HOLD-TEXT
085600             DELIMITED BY SIZE INTO RPT-LINE
085700         PERFORM 0700-WRITE-REPORT
085800     END-IF.
085900     IF EXCP-MOVED-COUNT = 0 THEN
086000         MOVE EXCP-READ-COUNT TO EXCP-KEPT-COUNT
086100     END-IF.
086200     IF RLOG-MOVED-COUNT = 0 THEN
086300         MOVE RLOG-READ-COUNT TO RLOG-KEPT-COUNT
086400     END-IF.
086500     MOVE SPACES TO RPT-LINE.
086600     STRING RUN-DATE, "   EXCPMAST READ ", EXCP-READ-COUNT,
086700         " MOVED TO HISTORY ", EXCP-MOVED-COUNT,
086800         " LIVE ", EXCP-KEPT-COUNT
086900         DELIMITED BY SIZE INTO RPT-LINE.
087000     PERFORM 0700-WRITE-REPORT.
087100     MOVE SPACES TO RPT-LINE.
087200     STRING RUN-DATE, "     KEPT RECENT ", EXCP-RECENT-COUNT,
087300         " KEPT OPEN UNACKNOWLEDGED ", EXCP-OPEN-COUNT,
087400         " KEPT UNDATED ", EXCP-UNDATED-COUNT
087500         DELIMITED BY SIZE INTO RPT-LINE.
087600     PERFORM 0700-WRITE-REPORT.
087700     MOVE SPACES TO RPT-LINE.
087800     STRING RUN-DATE, "   RUNLOG   READ ", RLOG-READ-COUNT,
087900         " MOVED TO HISTORY ", RLOG-MOVED-COUNT,
088000         " LIVE ", RLOG-KEPT-COUNT
088100         DELIMITED BY SIZE INTO RPT-LINE.
088200     PERFORM 0700-WRITE-REPORT.
088300     MOVE SPACES TO RPT-LINE.
088400     STRING RUN-DATE, "     KEPT RECENT ", RLOG-RECENT-COUNT,
088500         " KEPT UNDATED ", RLOG-UNDATED-COUNT
088600         DELIMITED BY SIZE INTO RPT-LINE.
088700     PERFORM 0700-WRITE-REPORT.
088800     IF PURGE-NOT-HELD THEN
088900         MOVE ROLLUP-COUNT TO ROLLUP-COUNT-DISP
089000         MOVE SPACES TO RPT-LINE
089100         STRING RUN-DATE, " MONTHLY ROLL-UP -- ENTRIES ",
089200             ROLLUP-COUNT-DISP, " (", ROLLUP-LOADED,
089300             " CARRIED), ADDED TO THIS RUN:"
089400             DELIMITED BY SIZE INTO RPT-LINE
089500         PERFORM 0700-WRITE-REPORT
089600         PERFORM VARYING RUX FROM 1 BY 1
089700                 UNTIL RUX > ROLLUP-COUNT
089800             IF RUT-TOUCHED(RUX) = "Y" THEN
089900                 PERFORM 5100-PRINT-ONE-ROLLUP
090000             END-IF
090100         END-PERFORM
090200     END-IF.
090300     DISPLAY RUN-DATE, " LOGPURGE EXCPMAST MOVED ",
090400         EXCP-MOVED-COUNT, " OPEN KEPT ", EXCP-OPEN-COUNT,
090500         " RUNLOG MOVED ", RLOG-MOVED-COUNT.
090600 5000-EXIT.
090700     EXIT.
090800
090900 5100-PRINT-ONE-ROLLUP.
091000     MOVE SPACES TO RPT-LINE.
091100     STRING RUN-DATE, "   ", RUT-MONTH(RUX), " ",
091200         RUT-PROGRAM(RUX), " RUNS ", RUT-RUNS(RUX),
091300         " READ ", RUT-READ(RUX),
091400         " REJECTED ", RUT-REJECTED(RUX),
091500         " EXCP S1 ", RUT-SEV-1(RUX),
091600         " S2 ", RUT-SEV-2(RUX),
091700         " S3 ", RUT-SEV-3(RUX)
091800         DELIMITED BY SIZE INTO RPT-LINE.
091900     PERFORM 0700-WRITE-REPORT.
092000 5100-EXIT.
092100     EXIT.
092200
092300*--------------------------------------------------------------
092400* EXCEPTIONS ARE RAISED ONLY NOW, WITH EVERY DATASET CLOSED. A
092500* HELD PURGE IS SERIOUS -- NOTHING WAS LOST, BUT NOTHING WAS
092600* TRIMMED. A FAILED REWRITE IS CRITICAL -- THE HISTORY AND THE
092700* LIVE DATASET NOW OVERLAP UNTIL SOMEONE SORTS IT OUT.
092800*--------------------------------------------------------------
092900 8000-RAISE-EXCEPTIONS.
093000     IF PURGE-HELD THEN
093100         MOVE RUN-DATE TO EXCPT-RUN-DATE
093200         MOVE "LOGPURGE" TO EXCPT-PROGRAM
093300         MOVE "LGPH" TO EXCPT-CODE
093400         MOVE 2 TO EXCPT-SEVERITY
093500         MOVE HOLD-TEXT TO EXCPT-TEXT
093600         CALL "EXCPTRPT" USING EXCEPTION-RECORD
093700     END-IF.
093800     IF REWRITE-FAILED-COUNT > 0 THEN
093900         MOVE RUN-DATE TO EXCPT-RUN-DATE
094000         MOVE "LOGPURGE" TO EXCPT-PROGRAM
094100         MOVE "LGRW" TO EXCPT-CODE
094200         MOVE 3 TO EXCPT-SEVERITY
094300         MOVE REWRITE-TEXT TO EXCPT-TEXT
094400         CALL "EXCPTRPT" USING EXCEPTION-RECORD
094500     END-IF.
094600 8000-EXIT.
094700     EXIT.
094800
094900*--------------------------------------------------------------
095000* RUN-LOG START AND END RECORDS FOR THE MORNING OPERATIONS
095100* REPORT. RUNLOGW STAMPS THE CLOCK TIME ITSELF. THE END RECORD
095200* IS WRITTEN AFTER THE RUN LOG HAS BEEN REWRITTEN.
095300*--------------------------------------------------------------
095400 0100-LOG-RUN-START.
095500     MOVE "LOGPURGE" TO RLOG-PROGRAM.
095600     MOVE RUN-DATE TO RLOG-RUN-DATE.
095700     MOVE "S" TO RLOG-EVENT.
095800     MOVE 0 TO RLOG-READ.
095900     MOVE 0 TO RLOG-ACCEPTED.
096000     MOVE 0 TO RLOG-REJECTED.
096100     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
096200     CALL "RUNLOGW" USING RUN-LOG-RECORD.
096300     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
096400 0100-EXIT.
096500     EXIT.
096600
096700 0990-LOG-RUN-END.
096800     MOVE "LOGPURGE" TO RLOG-PROGRAM.
096900     MOVE RUN-DATE TO RLOG-RUN-DATE.
097000     MOVE "E" TO RLOG-EVENT.
097100     MOVE RECORDS-READ TO RLOG-READ.
097200     MOVE RECORDS-READ TO RLOG-ACCEPTED.
097300     MOVE 0 TO RLOG-REJECTED.
097400     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
097500     CALL "RUNLOGW" USING RUN-LOG-RECORD.
097600     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
097700 0990-EXIT.
097800     EXIT.
097900
098000 0700-WRITE-REPORT.
098100     IF REPORT-OK THEN
098200         WRITE REPORT-RECORD FROM RPT-LINE
098300     END-IF.
098400 0700-EXIT.
098500     EXIT.
