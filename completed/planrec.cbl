000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PLANREC.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BATCH-ARITHMETIC.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  RH   ORIGINAL VERSION - RUNS AFTER FROMATOB AND
001000*                    RECONCILES THE MACHINE CONTROLLERS'
001100*                    EXECUTION LOG (EXECLOG) AGAINST THE PLANS
001200*                    STORED IN THE PLAN LIBRARY (PLANLIB). EVERY
001300*                    PLAN KEY THE LOG CARRIES IS REPORTED AS
001400*                    COMPLETED EXACTLY, INCOMPLETE, DEVIATED
001500*                    (NAMING THE FIRST STEP THAT DIFFERS -- A
001600*                    STEP SKIPPED, REPEATED, RUN PAST THE END OF
001700*                    THE PLAN, OR NOT THE OPERATION PLANNED), OR
001800*                    EXECUTED WITH NO MATCHING PLAN; THE LAST
001900*                    TWO RAISE A SERIOUS EXCEPTION THROUGH
002000*                    EXCPTRPT. THE STEPS RUN, THE ELAPSED TIME,
002100*                    AND THE PLANNED AND ACTUAL COST OF EACH ARE
002200*                    PRINTED AND APPENDED TO THE EXECUTION
002300*                    HISTORY (EXECHIST, LAYOUT EXECHREC). NO
002400*                    EXECUTION LOG SKIPS THE RECONCILIATION WITH
002500*                    A NOTE.
002600*--------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT REPORT-FILE ASSIGN TO RPTOUT
003200         FILE STATUS IS REPORT-STATUS.
003300     SELECT PLANLIB-FILE ASSIGN TO PLANLIB
003400         FILE STATUS IS PLANLIB-STATUS.
003500     SELECT EXECLOG-FILE ASSIGN TO EXECLOG
003600         FILE STATUS IS EXECLOG-STATUS.
003700     SELECT EXECHIST-FILE ASSIGN TO EXECHIST
003800         FILE STATUS IS EXECHIST-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  REPORT-FILE.
004300 01  REPORT-RECORD            PIC X(132).
004400*--------------------------------------------------------------
004500* FROMATOB'S PLAN LIBRARY, AS ITS PLANLIB FD WRITES IT -- ONE
004600* "H" HEADER RECORD PER STORED PLAN FOLLOWED BY THAT PLAN'S "O"
004700* OPERATION RECORDS IN SEQUENCE.
004800*--------------------------------------------------------------
004900 FD  PLANLIB-FILE.
005000 01  PLANLIB-RECORD.
005100     05  PLB-RECORD-TYPE      PIC X(1).
005200     05  PLB-DATA.
005300         10  PLB-A            PIC 9(18).
005400         10  PLB-B            PIC 9(18).
005500         10  PLB-ADD1-COST    PIC 9(3)V9(2).
005600         10  PLB-HALVE-COST   PIC 9(3)V9(2).
005700         10  PLB-CHEAP        PIC X(1).
005800         10  PLB-OPS          PIC 9(18).
005900         10  PLB-OP-COUNT     PIC 9(3).
006000         10  PLB-PLAN-KEY     PIC 9(8).
006100         10  FILLER           PIC X(13).
006200     05  PLB-OP-DATA REDEFINES PLB-DATA.
006300         10  PLB-OP-NAME      PIC X(5).
006400         10  PLB-OP-AMOUNT    PIC 9(18).
006500         10  FILLER           PIC X(66).
006600*--------------------------------------------------------------
006700* MACHINE CONTROLLERS' EXECUTION LOG -- ONE RECORD PER STEP RUN:
006800* THE PLAN KEY FROMATOB PRINTED, THE STEP NUMBER WITHIN THE
006900* PLAN, THE OPERATION (ADD1, HALVE, OR ADDN, AS THE PLAN
007000* LIBRARY NAMES THEM), ITS AMOUNT (1 FOR ADD1 AND HALVE, THE
007100* COUNT FOR ADDN), AND WHEN IT RAN (YYYYMMDDHHMMSS). A PLAN'S
007200* STEPS ARE LOGGED IN THE ORDER THEY RAN.
007300*--------------------------------------------------------------
007400 FD  EXECLOG-FILE.
007500 01  EXECLOG-RECORD.
007600     05  EXL-PLAN-KEY         PIC 9(8).
007700     05  EXL-STEP             PIC 9(3).
007800     05  EXL-OPERATION        PIC X(5).
007900     05  EXL-AMOUNT           PIC 9(18).
008000     05  EXL-TIMESTAMP        PIC 9(14).
008100     05  FILLER               PIC X(12).
008200 FD  EXECHIST-FILE.
008300 COPY EXECHREC.
008400
008500 WORKING-STORAGE SECTION.
008600 COPY EXCPTREC.
008700 COPY PDATEREC.
008800 01  REPORT-STATUS            PIC X(2).
008900     88  REPORT-OK            VALUE "00".
009000 01  RPT-LINE                 PIC X(132).
009100*--------------------------------------------------------------
009200* RUN-LOG BOOKKEEPING -- ONE "S" RECORD AT START AND ONE "E"
009300* RECORD AT END GO TO THE SHARED RUN-LOG DATASET THROUGH THE
009400* COMMON RUNLOGW SUBPROGRAM, CARRYING THE STEP'S RECORDS READ,
009500* ACCEPTED, AND REJECTED FOR THE MORNING OPERATIONS REPORT.
009600*--------------------------------------------------------------
009700 COPY RUNLOGRC.
009800*--------------------------------------------------------------
009900* THE STEP'S RETURN CODE IS SAVED ACROSS EACH RUNLOGW CALL --
010000* A CALLED PROGRAM'S EXIT REPLACES THE CALLER'S RETURN-CODE,
010100* AND THE GRADUATED EXCEPTION CODE MUST SURVIVE TO END OF STEP.
010200*--------------------------------------------------------------
010300 01  SAVED-RETURN-CODE        PIC S9(9) COMP.
010400 01  RECORDS-READ             PIC 9(7) VALUE 0.
010500 01  RECORDS-REJECTED         PIC 9(7) VALUE 0.
010600 01  RUN-DATE                 PIC 9(8).
010700
010800*--------------------------------------------------------------
010900* THE PLAN LIBRARY, HELD THE WAY FROMATOB HOLDS IT -- KEY, UNIT
011000* COSTS, OP COUNT, AND THE OPERATIONS IN SEQUENCE.
011100*--------------------------------------------------------------
011200 01  PLANLIB-STATUS           PIC X(2).
011300     88  PLANLIB-OK           VALUE "00".
011400     88  PLANLIB-AT-END       VALUE "10".
011500     88  PLANLIB-NOT-FOUND    VALUE "35".
011600 01  PLAN-COUNT               PIC 9(3) COMP VALUE 0.
011700 01  PLX                      PIC 9(3) COMP.
011800 01  PLAN-OPX                 PIC 9(3) COMP.
011900 01  PLAN-LIBRARY.
012000     05  PLAN-ENTRY OCCURS 100 TIMES.
012100         10  PL-T-KEY         PIC 9(8).
012200         10  PL-T-AC          PIC 9(3)V9(2).
012300         10  PL-T-HC          PIC 9(3)V9(2).
012400         10  PL-T-OPS         PIC 9(18).
012500         10  PL-T-OPCNT       PIC 9(3) COMP.
012600         10  PL-T-OP OCCURS 200 TIMES.
012700             15  PL-T-NAME    PIC X(5).
012800             15  PL-T-AMT     PIC 9(18).
012900
013000*--------------------------------------------------------------
013100* ONE ENTRY PER PLAN KEY THE LOG CARRIES -- WHICH LIBRARY PLAN
013200* IT IS (ZERO FOR NONE), THE STEPS RUN, THE OPERATIONS AND COST
013300* THEY CAME TO, THE FIRST AND LAST TIME LOGGED, AND THE FIRST
013400* STEP THAT DIFFERED FROM THE PLAN (ZERO WHILE NONE HAS).
013500*--------------------------------------------------------------
013600 01  EXECLOG-STATUS           PIC X(2).
013700     88  EXECLOG-OK           VALUE "00".
013800     88  EXECLOG-AT-END       VALUE "10".
013900     88  EXECLOG-NOT-FOUND    VALUE "35".
014000 01  LOG-LOADED-SWITCH        PIC X(1) VALUE "N".
014100     88  LOG-LOADED           VALUE "Y".
014200 01  BAD-LOG-RECORDS          PIC 9(7) VALUE 0.
014300 01  EXEC-COUNT               PIC 9(3) COMP VALUE 0.
014400 01  EXX                      PIC 9(3) COMP.
014500 01  EXEC-HIT-X               PIC 9(3) COMP.
014600 01  EXEC-TABLE.
014700     05  EXEC-ENTRY OCCURS 200 TIMES.
014800         10  EXT-KEY          PIC 9(8).
014900         10  EXT-PLAN-X       PIC 9(3) COMP.
015000         10  EXT-STEPS        PIC 9(5) COMP.
015100         10  EXT-OPS          PIC 9(18).
015200         10  EXT-COST         PIC 9(21)V9(2).
015300         10  EXT-STARTED      PIC 9(14).
015400         10  EXT-FINISHED     PIC 9(14).
015500         10  EXT-DEV-STEP     PIC 9(3).
015600         10  EXT-DEV-TEXT     PIC X(36).
015700
015800*--------------------------------------------------------------
015900* THE EXECUTION HISTORY, APPENDED ONE RECORD PER PLAN LOGGED.
016000*--------------------------------------------------------------
016100 01  EXECHIST-STATUS          PIC X(2).
016200     88  EXECHIST-OK          VALUE "00".
016300
016400*--------------------------------------------------------------
016500* RECONCILIATION WORK FIELDS AND COUNTS.
016600*--------------------------------------------------------------
016700 01  STEP-X                   PIC 9(3) COMP.
016800 01  STEP-DISP                PIC 9(3).
016900 01  PLANNED-STEPS            PIC 9(3).
017000 01  PLANNED-OPS              PIC 9(18).
017100 01  PLANNED-COST             PIC 9(21)V9(2).
017200 01  ELAPSED-SECONDS          PIC S9(9).
017300 01  ELAPSED-HOURS            PIC 9(5).
017400 01  ELAPSED-REST             PIC 9(5).
017500 01  TS-WORK                  PIC 9(14).
017600 01  TS-PARTS REDEFINES TS-WORK.
017700     05  TS-DATE              PIC 9(8).
017800     05  TS-HH                PIC 9(2).
017900     05  TS-MM                PIC 9(2).
018000     05  TS-SS                PIC 9(2).
018100 01  START-DAY                PIC 9(9).
018200 01  START-SECONDS            PIC 9(5).
018300 01  FINISH-DAY               PIC 9(9).
018400 01  FINISH-SECONDS           PIC 9(5).
018500 01  PLANS-LOGGED             PIC 9(5).
018600 01  PLANS-COMPLETED          PIC 9(5) VALUE 0.
018700 01  PLANS-INCOMPLETE         PIC 9(5) VALUE 0.
018800 01  PLANS-DEVIATED           PIC 9(5) VALUE 0.
018900 01  PLANS-NO-PLAN            PIC 9(5) VALUE 0.
019000
019100*--------------------------------------------------------------
019200* REPORT PRINT FIELDS.
019300*--------------------------------------------------------------
019400 01  STEPS-DISP               PIC Z(4)9.
019500 01  OPS-DISP                 PIC Z(17)9.
019600 01  ACTUAL-OPS-DISP          PIC Z(17)9.
019700 01  COST-DISP                PIC Z(20)9.99.
019800 01  ACTUAL-COST-DISP         PIC Z(20)9.99.
019900 01  ELAPSED-DISP.
020000     05  ELD-HOURS            PIC Z(4)9.
020100     05  FILLER               PIC X(1) VALUE ":".
020200     05  ELD-MINUTES          PIC 9(2).
020300     05  FILLER               PIC X(1) VALUE ":".
020400     05  ELD-SECONDS          PIC 9(2).
020500
020600 PROCEDURE DIVISION.
020700 0000-MAINLINE.
020800     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
020900     MOVE RUN-DATE TO PDAT-CLOCK-DATE.
021000     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
021100     CALL "SETPDATE" USING PROCESSING-DATE-RECORD.
021200     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
021300     MOVE PDAT-RUN-DATE TO RUN-DATE.
021400     PERFORM 0100-LOG-RUN-START.
021500     OPEN OUTPUT REPORT-FILE.
021600*--------------------------------------------------------------
021700* A REPORT THAT CANNOT BE OPENED LOSES THE WHOLE RECONCILIATION
021800* -- SAY SO AT CRITICAL SEVERITY, THOUGH THE RUN GOES ON.
021900*--------------------------------------------------------------
022000     IF NOT REPORT-OK THEN
022100         MOVE RUN-DATE TO EXCPT-RUN-DATE
022200         MOVE "PLANREC" TO EXCPT-PROGRAM
022300         MOVE "RPTO" TO EXCPT-CODE
022400         MOVE 3 TO EXCPT-SEVERITY
022500         MOVE SPACES TO EXCPT-TEXT
022600         STRING "REPORT-OPEN-FAILED STATUS ", REPORT-STATUS
022700             DELIMITED BY SIZE INTO EXCPT-TEXT
022800         CALL "EXCPTRPT" USING EXCEPTION-RECORD
022900     END-IF.
023000     PERFORM 0500-LOAD-PLAN-LIBRARY.
023100     PERFORM 0600-LOAD-EXECUTION-LOG.
023200     IF LOG-LOADED THEN
023300         PERFORM 0800-OPEN-EXECUTION-HISTORY
023400         PERFORM 1000-RECONCILE-PLAN
023500             VARYING EXX FROM 1 BY 1 UNTIL EXX > EXEC-COUNT
023600         IF EXECHIST-OK THEN
023700             CLOSE EXECHIST-FILE
023800         END-IF
023900         PERFORM 4000-PRINT-SUMMARY
024000     END-IF.
024100     IF REPORT-OK THEN
024200         CLOSE REPORT-FILE
024300     END-IF.
024400     PERFORM 0990-LOG-RUN-END.
024500     STOP RUN.
024600
024700*--------------------------------------------------------------
024800* LOAD THE PLAN LIBRARY. A MISSING LIBRARY LEAVES EVERY LOGGED
024900* PLAN UNMATCHED; ANY OTHER OPEN FAILURE IS CRITICAL SINCE NO
025000* PLAN CAN BE CHECKED.
025100*--------------------------------------------------------------
025200 0500-LOAD-PLAN-LIBRARY.
025300     OPEN INPUT PLANLIB-FILE.
025400     IF PLANLIB-OK THEN
025500         PERFORM 0510-LOAD-ONE-PLAN-RECORD
025600             UNTIL PLANLIB-AT-END
025700         CLOSE PLANLIB-FILE
025800     ELSE
025900         IF NOT PLANLIB-NOT-FOUND THEN
026000             MOVE RUN-DATE TO EXCPT-RUN-DATE
026100             MOVE "PLANREC" TO EXCPT-PROGRAM
026200             MOVE "PLIB" TO EXCPT-CODE
026300             MOVE 3 TO EXCPT-SEVERITY
026400             MOVE SPACES TO EXCPT-TEXT
026500             STRING "PLAN-LIBRARY-OPEN-FAILED STATUS ",
026600                 PLANLIB-STATUS DELIMITED BY SIZE
026700                 INTO EXCPT-TEXT
026800             CALL "EXCPTRPT" USING EXCEPTION-RECORD
026900         END-IF
027000     END-IF.
027100 0500-EXIT.
027200     EXIT.
027300
027400 0510-LOAD-ONE-PLAN-RECORD.
027500     READ PLANLIB-FILE
027600         AT END
027700             SET PLANLIB-AT-END TO TRUE
027800         NOT AT END
027900             IF PLB-RECORD-TYPE = "H" THEN
028000                 IF PLAN-COUNT < 100 THEN
028100                     ADD 1 TO PLAN-COUNT
028200                     MOVE PLB-PLAN-KEY TO PL-T-KEY(PLAN-COUNT)
028300                     MOVE PLB-ADD1-COST TO PL-T-AC(PLAN-COUNT)
028400                     MOVE PLB-HALVE-COST
028500                         TO PL-T-HC(PLAN-COUNT)
028600                     MOVE PLB-OPS TO PL-T-OPS(PLAN-COUNT)
028700                     MOVE 0 TO PL-T-OPCNT(PLAN-COUNT)
028800                 ELSE
028900                     SET PLANLIB-AT-END TO TRUE
029000                 END-IF
029100             ELSE
029200                 IF PLAN-COUNT > 0
029300                         AND PL-T-OPCNT(PLAN-COUNT) < 200 THEN
029400                     ADD 1 TO PL-T-OPCNT(PLAN-COUNT)
029500                     MOVE PL-T-OPCNT(PLAN-COUNT) TO PLAN-OPX
029600                     MOVE PLB-OP-NAME
029700                         TO PL-T-NAME(PLAN-COUNT, PLAN-OPX)
029800                     MOVE PLB-OP-AMOUNT
029900                         TO PL-T-AMT(PLAN-COUNT, PLAN-OPX)
030000                 END-IF
030100             END-IF
030200     END-READ.
030300 0510-EXIT.
030400     EXIT.
030500
030600*--------------------------------------------------------------
030700* LOAD THE EXECUTION LOG, POSTING EACH STEP TO ITS PLAN AS IT
030800* IS READ. A MISSING LOG (STATUS 35 -- NO MACHINE RAN) SKIPS
030900* THE RECONCILIATION WITH A NOTE; ANY OTHER OPEN FAILURE IS
031000* CRITICAL.
031100*--------------------------------------------------------------
031200 0600-LOAD-EXECUTION-LOG.
031300     OPEN INPUT EXECLOG-FILE.
031400     IF EXECLOG-OK THEN
031500         SET LOG-LOADED TO TRUE
031600         PERFORM 0610-READ-ONE-LOG-RECORD UNTIL EXECLOG-AT-END
031700         CLOSE EXECLOG-FILE
031800     ELSE
031900         IF EXECLOG-NOT-FOUND THEN
032000             DISPLAY RUN-DATE,
032100                 " PLANREC NO EXECUTION LOG, SKIPPED"
032200         ELSE
032300             MOVE RUN-DATE TO EXCPT-RUN-DATE
032400             MOVE "PLANREC" TO EXCPT-PROGRAM
032500             MOVE "EXLG" TO EXCPT-CODE
032600             MOVE 3 TO EXCPT-SEVERITY
032700             MOVE SPACES TO EXCPT-TEXT
032800             STRING "EXECLOG-OPEN-FAILED STATUS ",
032900                 EXECLOG-STATUS DELIMITED BY SIZE
033000                 INTO EXCPT-TEXT
033100             CALL "EXCPTRPT" USING EXCEPTION-RECORD
033200         END-IF
033300     END-IF.
033400 0600-EXIT.
033500     EXIT.
033600
033700 0610-READ-ONE-LOG-RECORD.
033800     READ EXECLOG-FILE
033900         AT END
034000             SET EXECLOG-AT-END TO TRUE
034100         NOT AT END
034200             ADD 1 TO RECORDS-READ
034300             IF EXL-PLAN-KEY IS NUMERIC
034400                     AND EXL-STEP IS NUMERIC
034500                     AND EXL-AMOUNT IS NUMERIC
034600                     AND EXL-TIMESTAMP IS NUMERIC THEN
034700                 PERFORM 0620-FIND-EXECUTION
034800                 IF EXEC-HIT-X > 0 THEN
034900                     PERFORM 0650-POST-LOG-STEP
035000                 END-IF
035100             ELSE
035200                 ADD 1 TO BAD-LOG-RECORDS
035300                 ADD 1 TO RECORDS-REJECTED
035400             END-IF
035500     END-READ.
035600 0610-EXIT.
035700     EXIT.
035800
035900*--------------------------------------------------------------
036000* FIND THE LOG RECORD'S PLAN KEY AMONG THE PLANS LOGGED SO FAR,
036100* OR START A NEW ENTRY FOR IT, MATCHED TO ITS LIBRARY PLAN.
036200*--------------------------------------------------------------
036300 0620-FIND-EXECUTION.
036400     MOVE 0 TO EXEC-HIT-X.
036500     PERFORM VARYING EXX FROM 1 BY 1 UNTIL EXX > EXEC-COUNT
036600         IF EXEC-HIT-X = 0 AND EXT-KEY(EXX) = EXL-PLAN-KEY THEN
036700             MOVE EXX TO EXEC-HIT-X
036800         END-IF
036900     END-PERFORM.
037000     IF EXEC-HIT-X = 0 THEN
037100         IF EXEC-COUNT < 200 THEN
037200             ADD 1 TO EXEC-COUNT
037300             MOVE EXEC-COUNT TO EXEC-HIT-X
037400             MOVE EXL-PLAN-KEY TO EXT-KEY(EXEC-HIT-X)
037500             MOVE 0 TO EXT-PLAN-X(EXEC-HIT-X)
037600             MOVE 0 TO EXT-STEPS(EXEC-HIT-X)
037700             MOVE 0 TO EXT-OPS(EXEC-HIT-X)
037800             MOVE 0 TO EXT-COST(EXEC-HIT-X)
037900             MOVE EXL-TIMESTAMP TO EXT-STARTED(EXEC-HIT-X)
038000             MOVE EXL-TIMESTAMP TO EXT-FINISHED(EXEC-HIT-X)
038100             MOVE 0 TO EXT-DEV-STEP(EXEC-HIT-X)
038200             MOVE SPACES TO EXT-DEV-TEXT(EXEC-HIT-X)
038300             PERFORM VARYING PLX FROM 1 BY 1
038400                     UNTIL PLX > PLAN-COUNT
038500                 IF EXT-PLAN-X(EXEC-HIT-X) = 0
038600                         AND PL-T-KEY(PLX) = EXL-PLAN-KEY THEN
038700                     MOVE PLX TO EXT-PLAN-X(EXEC-HIT-X)
038800                 END-IF
038900             END-PERFORM
039000         ELSE
039100             MOVE RUN-DATE TO EXCPT-RUN-DATE
039200             MOVE "PLANREC" TO EXCPT-PROGRAM
039300             MOVE "EXLG" TO EXCPT-CODE
039400             MOVE 2 TO EXCPT-SEVERITY
039500             MOVE SPACES TO EXCPT-TEXT
039600             STRING "EXECUTION-TABLE-FULL AT PLAN ",
039700                 EXL-PLAN-KEY, " REST OF LOG NOT CHECKED"
039800                 DELIMITED BY SIZE INTO EXCPT-TEXT
039900             CALL "EXCPTRPT" USING EXCEPTION-RECORD
040000             SET EXECLOG-AT-END TO TRUE
040100         END-IF
040200     END-IF.
040300 0620-EXIT.
040400     EXIT.
040500
040600*--------------------------------------------------------------
040700* POST ONE LOGGED STEP -- COUNT IT, PRICE IT AT THE PLAN'S OWN
040800* UNIT COSTS THE WAY FROMATOB PRICES A PLAN, WIDEN THE PLAN'S
040900* TIME SPAN, AND, UNTIL THE PLAN HAS DEVIATED, CHECK IT AGAINST
041000* THE PLANNED STEP AT THE SAME POSITION.
041100*--------------------------------------------------------------
041200 0650-POST-LOG-STEP.
041300     ADD 1 TO EXT-STEPS(EXEC-HIT-X).
041400     MOVE EXT-PLAN-X(EXEC-HIT-X) TO PLX.
041500     IF EXL-OPERATION = "HALVE" THEN
041600         ADD 1 TO EXT-OPS(EXEC-HIT-X)
041700         IF PLX > 0 THEN
041800             ADD PL-T-HC(PLX) TO EXT-COST(EXEC-HIT-X)
041900         END-IF
042000     ELSE
042100         ADD EXL-AMOUNT TO EXT-OPS(EXEC-HIT-X)
042200         IF PLX > 0 THEN
042300             COMPUTE EXT-COST(EXEC-HIT-X) = EXT-COST(EXEC-HIT-X)
042400                 + EXL-AMOUNT * PL-T-AC(PLX)
042500         END-IF
042600     END-IF.
042700     IF EXL-TIMESTAMP < EXT-STARTED(EXEC-HIT-X) THEN
042800         MOVE EXL-TIMESTAMP TO EXT-STARTED(EXEC-HIT-X)
042900     END-IF.
043000     IF EXL-TIMESTAMP > EXT-FINISHED(EXEC-HIT-X) THEN
043100         MOVE EXL-TIMESTAMP TO EXT-FINISHED(EXEC-HIT-X)
043200     END-IF.
043300     IF PLX = 0 THEN
043400         ADD 1 TO RECORDS-REJECTED
043500     ELSE
043600         IF EXT-DEV-STEP(EXEC-HIT-X) = 0 THEN
043700             PERFORM 0660-CHECK-LOG-STEP
043800         END-IF
043900     END-IF.
044000 0650-EXIT.
044100     EXIT.
044200
044300*--------------------------------------------------------------
044400* THE N-TH STEP LOGGED MUST BE STEP N OF THE PLAN AND MUST BE
044500* THE OPERATION AND AMOUNT THE PLAN HAS THERE. A LOWER STEP
044600* NUMBER IS A REPEAT, A HIGHER ONE MEANS STEPS WERE SKIPPED.
044700*--------------------------------------------------------------
044800 0660-CHECK-LOG-STEP.
044900     MOVE EXT-STEPS(EXEC-HIT-X) TO STEP-X.
045000     MOVE STEP-X TO STEP-DISP.
045100     IF EXL-STEP < STEP-X THEN
045200         STRING "STEP ", EXL-STEP, " LOGGED AGAIN"
045300             DELIMITED BY SIZE INTO EXT-DEV-TEXT(EXEC-HIT-X)
045400     END-IF.
045500     IF EXL-STEP > STEP-X THEN
045600         STRING "STEP ", EXL-STEP, " LOGGED NEXT, STEPS SKIPPED"
045700             DELIMITED BY SIZE INTO EXT-DEV-TEXT(EXEC-HIT-X)
045800     END-IF.
045900     IF EXL-STEP = STEP-X AND STEP-X > PL-T-OPCNT(PLX) THEN
046000         MOVE "RUN PAST THE END OF THE PLAN"
046100             TO EXT-DEV-TEXT(EXEC-HIT-X)
046200     END-IF.
046300     IF EXL-STEP = STEP-X AND STEP-X NOT > PL-T-OPCNT(PLX) THEN
046400         IF EXL-OPERATION NOT = PL-T-NAME(PLX, STEP-X) THEN
046500             STRING "RAN ", EXL-OPERATION, " WHERE PLAN HAS ",
046600                 PL-T-NAME(PLX, STEP-X)
046700                 DELIMITED BY SIZE INTO EXT-DEV-TEXT(EXEC-HIT-X)
046800         ELSE
046900             IF EXL-AMOUNT NOT = PL-T-AMT(PLX, STEP-X) THEN
047000                 MOVE "AMOUNT NOT THE AMOUNT PLANNED"
047100                     TO EXT-DEV-TEXT(EXEC-HIT-X)
047200             END-IF
047300         END-IF
047400     END-IF.
047500     IF EXT-DEV-TEXT(EXEC-HIT-X) NOT = SPACES THEN
047600         MOVE STEP-DISP TO EXT-DEV-STEP(EXEC-HIT-X)
047700         ADD 1 TO RECORDS-REJECTED
047800     END-IF.
047900 0660-EXIT.
048000     EXIT.
048100
048200*--------------------------------------------------------------
048300* OPEN THE EXECUTION HISTORY FOR APPEND. A FAILURE IS REPORTED
048400* AND THE NIGHT'S RECONCILIATION IS PRINTED BUT NOT KEPT.
048500*--------------------------------------------------------------
048600 0800-OPEN-EXECUTION-HISTORY.
048700     OPEN EXTEND EXECHIST-FILE.
048800     IF NOT EXECHIST-OK THEN
048900         MOVE RUN-DATE TO EXCPT-RUN-DATE
049000         MOVE "PLANREC" TO EXCPT-PROGRAM
049100         MOVE "EXHS" TO EXCPT-CODE
049200         MOVE 2 TO EXCPT-SEVERITY
049300         MOVE SPACES TO EXCPT-TEXT
049400         STRING "EXECUTION-HISTORY-OPEN-FAILED STATUS ",
049500             EXECHIST-STATUS, " NIGHT NOT RECORDED"
049600             DELIMITED BY SIZE INTO EXCPT-TEXT
049700         CALL "EXCPTRPT" USING EXCEPTION-RECORD
049800     END-IF.
049900 0800-EXIT.
050000     EXIT.
050100
050200*--------------------------------------------------------------
050300* RECONCILE ONE LOGGED PLAN -- ITS STANDING, THE PLANNED AND
050400* ACTUAL STEPS, OPERATIONS, AND COST, AND HOW LONG IT RAN --
050500* TO THE REPORT, THE EXCEPTIONS MASTER, AND THE HISTORY.
050600*--------------------------------------------------------------
050700 1000-RECONCILE-PLAN.
050800     MOVE EXT-PLAN-X(EXX) TO PLX.
050900     MOVE 0 TO PLANNED-STEPS.
051000     MOVE 0 TO PLANNED-OPS.
051100     MOVE 0 TO PLANNED-COST.
051200     IF PLX > 0 THEN
051300         PERFORM 1100-COST-PLANNED
051400     END-IF.
051500     PERFORM 1200-COMPUTE-ELAPSED.
051600     MOVE SPACES TO PLAN-EXECUTION-RECORD.
051700     MOVE SPACES TO RPT-LINE.
051800     IF PLX = 0 THEN
051900         ADD 1 TO PLANS-NO-PLAN
052000         SET EXH-NO-PLAN TO TRUE
052100         STRING RUN-DATE, " PLAN ", EXT-KEY(EXX),
052200             " EXECUTED WITH NO MATCHING PLAN IN THE LIBRARY"
052300             DELIMITED BY SIZE INTO RPT-LINE
052400         MOVE RUN-DATE TO EXCPT-RUN-DATE
052500         MOVE "PLANREC" TO EXCPT-PROGRAM
052600         MOVE "EXNP" TO EXCPT-CODE
052700         MOVE 2 TO EXCPT-SEVERITY
052800         MOVE SPACES TO EXCPT-TEXT
052900         STRING "PLAN ", EXT-KEY(EXX),
053000             " EXECUTED BUT NOT IN THE PLAN LIBRARY"
053100             DELIMITED BY SIZE INTO EXCPT-TEXT
053200         CALL "EXCPTRPT" USING EXCEPTION-RECORD
053300     ELSE
053400         IF EXT-DEV-STEP(EXX) > 0 THEN
053500             ADD 1 TO PLANS-DEVIATED
053600             SET EXH-DEVIATED TO TRUE
053700             STRING RUN-DATE, " PLAN ", EXT-KEY(EXX),
053800                 " DEVIATED AT STEP ", EXT-DEV-STEP(EXX),
053900                 " -- ", EXT-DEV-TEXT(EXX)
054000                 DELIMITED BY SIZE INTO RPT-LINE
054100             MOVE RUN-DATE TO EXCPT-RUN-DATE
054200             MOVE "PLANREC" TO EXCPT-PROGRAM
054300             MOVE "EXDV" TO EXCPT-CODE
054400             MOVE 2 TO EXCPT-SEVERITY
054500             MOVE SPACES TO EXCPT-TEXT
054600             STRING "PLAN ", EXT-KEY(EXX), " DEVIATED AT STEP ",
054700                 EXT-DEV-STEP(EXX), " ", EXT-DEV-TEXT(EXX)
054800                 DELIMITED BY SIZE INTO EXCPT-TEXT
054900             CALL "EXCPTRPT" USING EXCEPTION-RECORD
055000         ELSE
055100             IF EXT-STEPS(EXX) < PLANNED-STEPS THEN
055200                 ADD 1 TO PLANS-INCOMPLETE
055300                 SET EXH-INCOMPLETE TO TRUE
055400                 MOVE EXT-STEPS(EXX) TO STEPS-DISP
055500                 STRING RUN-DATE, " PLAN ", EXT-KEY(EXX),
055600                     " INCOMPLETE -- STOPPED AFTER STEP ",
055700                     STEPS-DISP, " OF ", PLANNED-STEPS
055800                     DELIMITED BY SIZE INTO RPT-LINE
055900             ELSE
056000                 ADD 1 TO PLANS-COMPLETED
056100                 SET EXH-COMPLETED TO TRUE
056200                 STRING RUN-DATE, " PLAN ", EXT-KEY(EXX),
056300                     " COMPLETED EXACTLY"
056400                     DELIMITED BY SIZE INTO RPT-LINE
056500             END-IF
056600         END-IF
056700     END-IF.
056800     PERFORM 0700-WRITE-REPORT.
056900     MOVE EXT-STEPS(EXX) TO STEPS-DISP.
057000     MOVE PLANNED-OPS TO OPS-DISP.
057100     MOVE EXT-OPS(EXX) TO ACTUAL-OPS-DISP.
057200     MOVE SPACES TO RPT-LINE.
057300     STRING RUN-DATE, "      STEPS PLANNED ", PLANNED-STEPS,
057400         " RUN ", STEPS-DISP, "  ELAPSED ", ELAPSED-DISP,
057500         "  OPS PLANNED ", OPS-DISP, " RUN ", ACTUAL-OPS-DISP
057600         DELIMITED BY SIZE INTO RPT-LINE.
057700     PERFORM 0700-WRITE-REPORT.
057800     MOVE PLANNED-COST TO COST-DISP.
057900     MOVE EXT-COST(EXX) TO ACTUAL-COST-DISP.
058000     MOVE SPACES TO RPT-LINE.
058100     STRING RUN-DATE, "      COST PLANNED ", COST-DISP,
058200         " RUN ", ACTUAL-COST-DISP
058300         DELIMITED BY SIZE INTO RPT-LINE.
058400     PERFORM 0700-WRITE-REPORT.
058500     IF EXECHIST-OK THEN
058600         PERFORM 1300-WRITE-HISTORY
058700     END-IF.
058800 1000-EXIT.
058900     EXIT.
059000
059100*--------------------------------------------------------------
059200* THE PLAN'S OWN STEP COUNT, OPERATIONS, AND COST -- ADD1 AND
059300* EACH ADDN'S FULL RUN OF INCREMENTS AT THE ADD1 COST, HALVES
059400* AT THE HALVE COST, AS FROMATOB PRICES IT.
059500*--------------------------------------------------------------
059600 1100-COST-PLANNED.
059700     MOVE PL-T-OPCNT(PLX) TO PLANNED-STEPS.
059800     MOVE PL-T-OPS(PLX) TO PLANNED-OPS.
059900     PERFORM VARYING PLAN-OPX FROM 1 BY 1
060000             UNTIL PLAN-OPX > PL-T-OPCNT(PLX)
060100         IF PL-T-NAME(PLX, PLAN-OPX) = "HALVE" THEN
060200             ADD PL-T-HC(PLX) TO PLANNED-COST
060300         ELSE
060400             COMPUTE PLANNED-COST = PLANNED-COST
060500                 + PL-T-AMT(PLX, PLAN-OPX) * PL-T-AC(PLX)
060600         END-IF
060700     END-PERFORM.
060800 1100-EXIT.
060900     EXIT.
061000
061100*--------------------------------------------------------------
061200* ELAPSED TIME FROM THE FIRST STEP LOGGED TO THE LAST, ACROSS
061300* MIDNIGHT IF THE PLAN RAN OVER ONE. A TIMESTAMP THAT IS NOT A
061400* DATE AND TIME COUNTS AS NO TIME AT ALL.
061500*--------------------------------------------------------------
061600 1200-COMPUTE-ELAPSED.
061700     MOVE EXT-STARTED(EXX) TO TS-WORK.
061800     COMPUTE START-DAY = FUNCTION INTEGER-OF-DATE (TS-DATE).
061900     COMPUTE START-SECONDS = TS-HH * 3600 + TS-MM * 60 + TS-SS.
062000     MOVE EXT-FINISHED(EXX) TO TS-WORK.
062100     COMPUTE FINISH-DAY = FUNCTION INTEGER-OF-DATE (TS-DATE).
062200     COMPUTE FINISH-SECONDS = TS-HH * 3600 + TS-MM * 60 + TS-SS.
062300     COMPUTE ELAPSED-SECONDS = (FINISH-DAY - START-DAY) * 86400
062400         + FINISH-SECONDS - START-SECONDS.
062500     IF START-DAY = 0 OR FINISH-DAY = 0
062600             OR ELAPSED-SECONDS < 0 THEN
062700         MOVE 0 TO ELAPSED-SECONDS
062800     END-IF.
062900     DIVIDE ELAPSED-SECONDS BY 3600 GIVING ELAPSED-HOURS
063000         REMAINDER ELAPSED-REST.
063100     MOVE ELAPSED-HOURS TO ELD-HOURS.
063200     DIVIDE ELAPSED-REST BY 60 GIVING ELD-MINUTES
063300         REMAINDER ELD-SECONDS.
063400 1200-EXIT.
063500     EXIT.
063600
063700*--------------------------------------------------------------
063800* ONE HISTORY RECORD PER LOGGED PLAN, SO PLANNED AND ACTUAL
063900* STEPS, TIME, AND COST CAN BE COMPARED ACROSS NIGHTS.
064000*--------------------------------------------------------------
064100 1300-WRITE-HISTORY.
064200     MOVE RUN-DATE TO EXH-RUN-DATE.
064300     MOVE EXT-KEY(EXX) TO EXH-PLAN-KEY.
064400     MOVE EXT-DEV-STEP(EXX) TO EXH-DEVIATION-STEP.
064500     MOVE PLANNED-STEPS TO EXH-PLANNED-STEPS.
064600     MOVE EXT-STEPS(EXX) TO EXH-ACTUAL-STEPS.
064700     MOVE PLANNED-OPS TO EXH-PLANNED-OPS.
064800     MOVE EXT-OPS(EXX) TO EXH-ACTUAL-OPS.
064900     MOVE PLANNED-COST TO EXH-PLANNED-COST.
065000     MOVE EXT-COST(EXX) TO EXH-ACTUAL-COST.
065100     MOVE EXT-STARTED(EXX) TO EXH-STARTED.
065200     MOVE EXT-FINISHED(EXX) TO EXH-FINISHED.
065300     MOVE ELAPSED-SECONDS TO EXH-ELAPSED-SECONDS.
065400     WRITE PLAN-EXECUTION-RECORD.
065500 1300-EXIT.
065600     EXIT.
065700
065800*--------------------------------------------------------------
065900* THE NIGHT'S COUNTS, AND ONE SERIOUS EXCEPTION FOR ANY LOG
066000* RECORD THAT COULD NOT BE READ AS A STEP AT ALL.
066100*--------------------------------------------------------------
066200 4000-PRINT-SUMMARY.
066300     MOVE EXEC-COUNT TO PLANS-LOGGED.
066400     MOVE SPACES TO RPT-LINE.
066500     STRING RUN-DATE, " PLANS LOGGED ", PLANS-LOGGED,
066600         " COMPLETED ", PLANS-COMPLETED,
066700         " INCOMPLETE ", PLANS-INCOMPLETE,
066800         " DEVIATED ", PLANS-DEVIATED,
066900         " NO-PLAN ", PLANS-NO-PLAN
067000         DELIMITED BY SIZE INTO RPT-LINE.
067100     PERFORM 0700-WRITE-REPORT.
067200     IF BAD-LOG-RECORDS > 0 THEN
067300         MOVE RUN-DATE TO EXCPT-RUN-DATE
067400         MOVE "PLANREC" TO EXCPT-PROGRAM
067500         MOVE "EXLG" TO EXCPT-CODE
067600         MOVE 2 TO EXCPT-SEVERITY
067700         MOVE SPACES TO EXCPT-TEXT
067800         STRING "EXECLOG ", BAD-LOG-RECORDS,
067900             " RECORDS NOT NUMERIC WHERE THEY MUST BE, SKIPPED"
068000             DELIMITED BY SIZE INTO EXCPT-TEXT
068100         CALL "EXCPTRPT" USING EXCEPTION-RECORD
068200     END-IF.
068300 4000-EXIT.
068400     EXIT.
068500
068600*--------------------------------------------------------------
068700* RUN-LOG START AND END RECORDS FOR THE MORNING OPERATIONS
068800* REPORT. RUNLOGW STAMPS THE CLOCK TIME ITSELF.
068900*--------------------------------------------------------------
069000 0100-LOG-RUN-START.
069100     MOVE "PLANREC" TO RLOG-PROGRAM.
069200     MOVE RUN-DATE TO RLOG-RUN-DATE.
069300     MOVE "S" TO RLOG-EVENT.
069400     MOVE 0 TO RLOG-READ.
069500     MOVE 0 TO RLOG-ACCEPTED.
069600     MOVE 0 TO RLOG-REJECTED.
069700     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
069800     CALL "RUNLOGW" USING RUN-LOG-RECORD.
069900     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
070000 0100-EXIT.
070100     EXIT.
070200
070300 0990-LOG-RUN-END.
070400     MOVE "PLANREC" TO RLOG-PROGRAM.
070500     MOVE RUN-DATE TO RLOG-RUN-DATE.
070600     MOVE "E" TO RLOG-EVENT.
070700     MOVE RECORDS-READ TO RLOG-READ.
070800     COMPUTE RLOG-ACCEPTED = RECORDS-READ - RECORDS-REJECTED.
070900     MOVE RECORDS-REJECTED TO RLOG-REJECTED.
071000     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
071100     CALL "RUNLOGW" USING RUN-LOG-RECORD.
071200     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
071300 0990-EXIT.
071400     EXIT.
071500*--------------------------------------------------------------
071600* ONE LINE TO THE REPORT DATASET. A REPORT THAT COULD NOT BE
071700* OPENED DROPS THE LINE RATHER THAN TAKING THE STEP DOWN.
071800*--------------------------------------------------------------
071900 0700-WRITE-REPORT.
072000     IF REPORT-OK THEN
072100         WRITE REPORT-RECORD FROM RPT-LINE
072200     END-IF.
072300 0700-EXIT.
072400     EXIT.
