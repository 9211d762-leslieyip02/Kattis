000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PLANSCHD.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BATCH-ARITHMETIC.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  RH   ORIGINAL VERSION - RUNS AFTER FROMATOB AND
000950*                    SCHEDULES THE NIGHT'S PLANS (FROMATOB'S
001000*                    NITEPLAN EXTRACT), WITH ANY CARRIED OVER FROM
001050*                    EARLIER NIGHTS, ACROSS THE MACHINE ROSTER
001100*                    (MACHROST, KEPT THROUGH CTLMAINT) -- LARGEST
001150*                    PLAN FIRST, EACH TO THE FIRST MACHINE SHIFT
001200*                    WITH ROOM FOR IT IN ITS OWN CAPACITY UNITS
001250*                    (OPERATIONS OR PLAN COST). PRINTS A RUN SHEET
001300*                    PER MACHINE IN EXECUTION ORDER WITH THE
001350*                    CUMULATIVE LOAD. A PLAN THAT FITS NOWHERE
001400*                    TONIGHT GOES TO THE CARRY-OVER DATASET
001450*                    (PLANCARY) FOR TOMORROW AND IS RAISED AS AN
001500*                    EXCEPTION. ONE TOO LARGE FOR ANY MACHINE
001550*                    SHIFT, EVEN EMPTY, IS RAISED ONCE, MARKED
001600*                    DROPPED ON THE RUN SHEET AND COUNTED IN THE
001650*                    SUMMARY, AND NOT CARRIED.
002100*--------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT REPORT-FILE ASSIGN TO RPTOUT
002700         FILE STATUS IS REPORT-STATUS.
002800     SELECT NITEPLAN-FILE ASSIGN TO NITEPLAN
002900         FILE STATUS IS NITEPLAN-STATUS.
003000     SELECT MACHROST-FILE ASSIGN TO MACHROST
003100         FILE STATUS IS MACHROST-STATUS.
003200     SELECT PLANCARY-FILE ASSIGN TO PLANCARY
003300         FILE STATUS IS PLANCARY-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  REPORT-FILE.
003800 01  REPORT-RECORD            PIC X(132).
003900*--------------------------------------------------------------
004000* FROMATOB'S PLAN EXTRACT, AS ITS NITEPLAN FD WRITES IT -- A "D"
004100* RECORD PER CASE PLANNED OR REPLAYED, THEN A "T" RECORD
004200* CARRYING THE COUNT OF "D" RECORDS.
004300*--------------------------------------------------------------
004400 FD  NITEPLAN-FILE.
004500 01  NITEPLAN-RECORD.
004600     05  NPL-RUN-DATE         PIC 9(8).
004700     05  NPL-RECORD-TYPE      PIC X(1).
004800     05  NPL-DETAIL.
004900         10  NPL-CASE         PIC 9(5).
005000         10  NPL-PLAN-KEY     PIC 9(8).
005100         10  NPL-A            PIC 9(18).
005200         10  NPL-B            PIC 9(18).
005300         10  NPL-OPS          PIC 9(18).
005400         10  NPL-COST         PIC 9(21)V9(2).
005500     05  NPL-TOTAL REDEFINES NPL-DETAIL.
005600         10  NPL-COUNT        PIC 9(5).
005700         10  FILLER           PIC X(85).
005800     05  FILLER               PIC X(1).
005900*--------------------------------------------------------------
006000* MACHINE ROSTER -- ONE RECORD PER MACHINE PER SHIFT, IN SHIFT
006100* AND MACHINE ORDER AS CTLMAINT KEEPS IT, WITH THE SHIFT'S
006200* CAPACITY IN OPERATIONS (TYPE O) OR PLAN COST UNITS (TYPE C).
006300*--------------------------------------------------------------
006400 FD  MACHROST-FILE.
006500 01  MACHROST-RECORD.
006600     05  MRS-SHIFT            PIC 9(1).
006700     05  MRS-MACHINE          PIC X(8).
006800     05  MRS-CAPACITY-TYPE    PIC X(1).
006900     05  MRS-CAPACITY         PIC 9(16)V9(2).
007000     05  FILLER               PIC X(2).
007100*--------------------------------------------------------------
007200* CARRY-OVER -- READ AT START AND REWRITTEN AT END. A "P" RECORD
007300* IS A PLAN STILL WAITING FOR A MACHINE: THE NIGHT IT WAS
007400* PLANNED AND THE LAST NIGHT IT WAS OFFERED. AN "S" RECORD IS A
007500* CARRIED PLAN THAT WAS SCHEDULED ON THE NIGHT SHOWN; IT IS KEPT
007600* ONLY SO A RERUN OF THAT NIGHT SCHEDULES IT AGAIN, AND DROPS
007700* OUT THE NIGHT AFTER.
007800*--------------------------------------------------------------
007900 FD  PLANCARY-FILE.
008000 01  PLANCARY-RECORD.
008100     05  CRY-ORIGIN-DATE      PIC 9(8).
008200     05  CRY-STATUS           PIC X(1).
008300         88  CRY-PENDING      VALUE "P".
008400         88  CRY-SCHEDULED    VALUE "S".
008500     05  CRY-OFFERED-DATE     PIC 9(8).
008600     05  CRY-CASE             PIC 9(5).
008700     05  CRY-PLAN-KEY         PIC 9(8).
008800     05  CRY-A                PIC 9(18).
008900     05  CRY-B                PIC 9(18).
009000     05  CRY-OPS              PIC 9(18).
009100     05  CRY-COST             PIC 9(21)V9(2).
009200     05  FILLER               PIC X(13).
009300
009400 WORKING-STORAGE SECTION.
009500 COPY EXCPTREC.
009600 COPY PDATEREC.
009700 01  REPORT-STATUS            PIC X(2).
009800     88  REPORT-OK            VALUE "00".
009900 01  RPT-LINE                 PIC X(132).
010000*--------------------------------------------------------------
010100* RUN-LOG BOOKKEEPING -- ONE "S" RECORD AT START AND ONE "E"
010200* RECORD AT END GO TO THE SHARED RUN-LOG DATASET THROUGH THE
010300* COMMON RUNLOGW SUBPROGRAM, CARRYING THE STEP'S RECORDS READ,
010400* ACCEPTED, AND REJECTED FOR THE MORNING OPERATIONS REPORT.
010500*--------------------------------------------------------------
010600 COPY RUNLOGRC.
010700*--------------------------------------------------------------
010800* THE STEP'S RETURN CODE IS SAVED ACROSS EACH RUNLOGW CALL --
010900* A CALLED PROGRAM'S EXIT REPLACES THE CALLER'S RETURN-CODE,
011000* AND THE GRADUATED EXCEPTION CODE MUST SURVIVE TO END OF STEP.
011100*--------------------------------------------------------------
011200 01  SAVED-RETURN-CODE        PIC S9(9) COMP.
011300 01  RECORDS-READ             PIC 9(7) VALUE 0.
011400 01  RECORDS-REJECTED         PIC 9(7) VALUE 0.
011500 01  RUN-DATE                 PIC 9(8).
011600
011700*--------------------------------------------------------------
011800* THE MACHINE ROSTER AND EACH SHIFT'S LOAD AS PLANS ARE PLACED.
011900*--------------------------------------------------------------
012000 01  MACHROST-STATUS          PIC X(2).
012100     88  MACHROST-OK          VALUE "00".
012200     88  MACHROST-AT-END      VALUE "10".
012300     88  MACHROST-NOT-FOUND   VALUE "35".
012400 01  BAD-ROSTER-RECORDS       PIC 9(5) VALUE 0.
012500 01  MACHINE-COUNT            PIC 9(3) COMP VALUE 0.
012600 01  MX                       PIC 9(3) COMP.
012700 01  MACHINE-HIT-X            PIC 9(3) COMP.
012800 01  MACHINE-TABLE.
012900     05  MACHINE-ENTRY OCCURS 50 TIMES.
013000         10  MT-SHIFT         PIC 9(1).
013100         10  MT-MACHINE       PIC X(8).
013200         10  MT-TYPE          PIC X(1).
013300             88  MT-BY-OPS    VALUE "O".
013400             88  MT-BY-COST   VALUE "C".
013500         10  MT-CAPACITY      PIC 9(16)V9(2).
013600         10  MT-LOAD          PIC 9(21)V9(2).
013700         10  MT-PLANS         PIC 9(3) COMP.
013800
013900*--------------------------------------------------------------
014000* EVERY PLAN OFFERED TONIGHT -- CARRIED ONES FIRST, THEN THE
014100* NIGHT'S OWN -- AND WHERE IT WAS PLACED: THE MACHINE SHIFT AND
014200* ITS POSITION IN THAT SHIFT'S RUN, ZERO WHILE UNPLACED.
014300*--------------------------------------------------------------
014400 01  NITEPLAN-STATUS          PIC X(2).
014500     88  NITEPLAN-OK          VALUE "00".
014600     88  NITEPLAN-AT-END      VALUE "10".
014700     88  NITEPLAN-NOT-FOUND   VALUE "35".
014800 01  PLANCARY-STATUS          PIC X(2).
014900     88  PLANCARY-OK          VALUE "00".
015000     88  PLANCARY-AT-END      VALUE "10".
015100     88  PLANCARY-NOT-FOUND   VALUE "35".
015200 01  CARRY-LOAD-SWITCH        PIC X(1) VALUE "N".
015300     88  CARRY-LOAD-FAILED    VALUE "Y".
015400 01  NPL-TOTAL-SWITCH         PIC X(1) VALUE "N".
015500     88  NPL-TOTAL-SEEN       VALUE "Y".
015600 01  NPL-TOTAL-COUNT          PIC 9(5) VALUE 0.
015700 01  NPL-DETAIL-COUNT         PIC 9(5) VALUE 0.
015800 01  NPL-STALE                PIC 9(5) VALUE 0.
015900 01  JOB-COUNT                PIC 9(3) COMP VALUE 0.
016000 01  JX                       PIC 9(3) COMP.
016100 01  JOB-HIT-X                PIC 9(3) COMP.
016200 01  JOB-TABLE.
016300     05  JOB-ENTRY OCCURS 500 TIMES.
016400         10  JB-ORIGIN        PIC 9(8).
016500         10  JB-CASE          PIC 9(5).
016600         10  JB-KEY           PIC 9(8).
016700         10  JB-A             PIC 9(18).
016800         10  JB-B             PIC 9(18).
016900         10  JB-OPS           PIC 9(18).
017000         10  JB-COST          PIC 9(21)V9(2).
017100         10  JB-CARRIED       PIC X(1).
017200         10  JB-TRIED         PIC X(1).
017250         10  JB-DROPPED       PIC X(1).
017300         10  JB-MACHINE-X     PIC 9(3) COMP.
017400         10  JB-SEQ           PIC 9(3) COMP.
017500
017600*--------------------------------------------------------------
017700* SCHEDULING WORK FIELDS AND COUNTS.
017800*--------------------------------------------------------------
017900 01  JOB-SIZE                 PIC 9(21)V9(2).
018000 01  ROOM-LEFT                PIC 9(21)V9(2).
018100 01  CUM-LOAD                 PIC 9(21)V9(2).
018200 01  SEQ-X                    PIC 9(3) COMP.
018300 01  FITS-ANY-SWITCH          PIC X(1).
018400     88  FITS-SOME-MACHINE    VALUE "Y".
018500 01  PLANS-OFFERED            PIC 9(5) VALUE 0.
018600 01  PLANS-CARRIED-IN         PIC 9(5) VALUE 0.
018700 01  PLANS-SCHEDULED          PIC 9(5) VALUE 0.
018800 01  PLANS-CARRIED-OVER       PIC 9(5) VALUE 0.
018850 01  PLANS-DROPPED            PIC 9(5) VALUE 0.
018900 01  MACHINES-DISP            PIC 9(3).
019000
019100*--------------------------------------------------------------
019200* REPORT PRINT FIELDS.
019300*--------------------------------------------------------------
019400 01  SEQ-DISP                 PIC ZZ9.
019500 01  OPS-DISP                 PIC Z(17)9.
019600 01  COST-DISP                PIC Z(20)9.99.
019700 01  LOAD-DISP                PIC Z(20)9.99.
019800 01  CAPACITY-DISP            PIC Z(15)9.99.
019900 01  UNITS-DISP               PIC X(10).
020000
020100 PROCEDURE DIVISION.
020200 0000-MAINLINE.
020300     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
020400     MOVE RUN-DATE TO PDAT-CLOCK-DATE.
020500     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
020600     CALL "SETPDATE" USING PROCESSING-DATE-RECORD.
020700     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
020800     MOVE PDAT-RUN-DATE TO RUN-DATE.
020900     PERFORM 0100-LOG-RUN-START.
021000     OPEN OUTPUT REPORT-FILE.
021100*--------------------------------------------------------------
021200* A REPORT THAT CANNOT BE OPENED LOSES EVERY RUN SHEET -- SAY SO
021300* AT CRITICAL SEVERITY, THOUGH THE RUN GOES ON.
021400*--------------------------------------------------------------
021500     IF NOT REPORT-OK THEN
021600         MOVE RUN-DATE TO EXCPT-RUN-DATE
021700         MOVE "PLANSCHD" TO EXCPT-PROGRAM
021800         MOVE "RPTO" TO EXCPT-CODE
021900         MOVE 3 TO EXCPT-SEVERITY
022000         MOVE SPACES TO EXCPT-TEXT
022100         STRING "REPORT-OPEN-FAILED STATUS ", REPORT-STATUS
022200             DELIMITED BY SIZE INTO EXCPT-TEXT
022300         CALL "EXCPTRPT" USING EXCEPTION-RECORD
022400     END-IF.
022500     PERFORM 0500-LOAD-ROSTER.
022600     PERFORM 0600-LOAD-CARRY-OVER.
022700     PERFORM 0700-LOAD-NIGHT-PLANS.
022800     PERFORM 2000-PLACE-NEXT-LARGEST JOB-COUNT TIMES.
022900     PERFORM 3000-PRINT-RUN-SHEET
023000         VARYING MX FROM 1 BY 1 UNTIL MX > MACHINE-COUNT.
023100     PERFORM 3500-PRINT-CARRY-OVER
023200         VARYING JX FROM 1 BY 1 UNTIL JX > JOB-COUNT.
023300     PERFORM 3900-PRINT-SUMMARY.
023400     PERFORM 4000-SAVE-CARRY-OVER.
023500     IF REPORT-OK THEN
023600         CLOSE REPORT-FILE
023700     END-IF.
023800     PERFORM 0990-LOG-RUN-END.
023900     STOP RUN.
024000
024100*--------------------------------------------------------------
024200* LOAD THE MACHINE ROSTER. NO ROSTER LEAVES NOTHING TO SCHEDULE
024300* ON, SO EVERY PLAN CARRIES OVER -- A SERIOUS EXCEPTION, AND A
024400* CRITICAL ONE IF THE ROSTER IS THERE BUT WILL NOT OPEN. A
024500* RECORD THAT IS NOT A USABLE MACHINE SHIFT IS SKIPPED AND
024600* COUNTED.
024700*--------------------------------------------------------------
024800 0500-LOAD-ROSTER.
024900     OPEN INPUT MACHROST-FILE.
025000     IF MACHROST-OK THEN
025100         PERFORM 0510-LOAD-ONE-MACHINE UNTIL MACHROST-AT-END
025200         CLOSE MACHROST-FILE
025300     END-IF.
025400     IF BAD-ROSTER-RECORDS > 0 THEN
025500         MOVE RUN-DATE TO EXCPT-RUN-DATE
025600         MOVE "PLANSCHD" TO EXCPT-PROGRAM
025700         MOVE "MROS" TO EXCPT-CODE
025800         MOVE 2 TO EXCPT-SEVERITY
025900         MOVE SPACES TO EXCPT-TEXT
026000         STRING "MACHROST ", BAD-ROSTER-RECORDS,
026100             " RECORDS NOT A USABLE MACHINE SHIFT, SKIPPED"
026200             DELIMITED BY SIZE INTO EXCPT-TEXT
026300         CALL "EXCPTRPT" USING EXCEPTION-RECORD
026400     END-IF.
026500     IF MACHINE-COUNT = 0 THEN
026600         MOVE RUN-DATE TO EXCPT-RUN-DATE
026700         MOVE "PLANSCHD" TO EXCPT-PROGRAM
026800         MOVE "MROS" TO EXCPT-CODE
026900         MOVE 2 TO EXCPT-SEVERITY
027000         IF NOT MACHROST-OK AND NOT MACHROST-AT-END
027100                 AND NOT MACHROST-NOT-FOUND THEN
027200             MOVE 3 TO EXCPT-SEVERITY
027300         END-IF
027400         MOVE SPACES TO EXCPT-TEXT
027500         STRING "NO MACHINE ROSTER (STATUS ", MACHROST-STATUS,
027600             "), EVERY PLAN CARRIED OVER"
027700             DELIMITED BY SIZE INTO EXCPT-TEXT
027800         CALL "EXCPTRPT" USING EXCEPTION-RECORD
027900     END-IF.
028000 0500-EXIT.
028100     EXIT.
028200
028300 0510-LOAD-ONE-MACHINE.
028400     READ MACHROST-FILE
028500         AT END
028600             SET MACHROST-AT-END TO TRUE
028700         NOT AT END
028800             IF MRS-SHIFT IS NOT NUMERIC OR MRS-SHIFT = 0
028900                     OR MRS-MACHINE = SPACES
029000                     OR MRS-CAPACITY IS NOT NUMERIC
029100                     OR MRS-CAPACITY = 0
029200                     OR (MRS-CAPACITY-TYPE NOT = "O"
029300                         AND MRS-CAPACITY-TYPE NOT = "C") THEN
029400                 ADD 1 TO BAD-ROSTER-RECORDS
029500             ELSE
029600                 IF MACHINE-COUNT < 50 THEN
029700                     ADD 1 TO MACHINE-COUNT
029800                     MOVE MRS-SHIFT TO MT-SHIFT(MACHINE-COUNT)
029900                     MOVE MRS-MACHINE
030000                         TO MT-MACHINE(MACHINE-COUNT)
030100                     MOVE MRS-CAPACITY-TYPE
030200                         TO MT-TYPE(MACHINE-COUNT)
030300                     MOVE MRS-CAPACITY
030400                         TO MT-CAPACITY(MACHINE-COUNT)
030500                     MOVE 0 TO MT-LOAD(MACHINE-COUNT)
030600                     MOVE 0 TO MT-PLANS(MACHINE-COUNT)
030700                 ELSE
030800                     ADD 1 TO BAD-ROSTER-RECORDS
030900                 END-IF
031000             END-IF
031100     END-READ.
031200 0510-EXIT.
031300     EXIT.
031400
031500*--------------------------------------------------------------
031600* LOAD THE PLANS CARRIED OVER FROM EARLIER NIGHTS -- EVERY ONE
031700* STILL WAITING, PLUS ANY CARRIED PLAN A FIRST RUN OF TONIGHT
031800* ALREADY SCHEDULED. A WAITING PLAN FROM TONIGHT ITSELF CAME
031900* FROM AN EARLIER RUN OF TONIGHT AND IS OFFERED AGAIN FROM THE
032000* NIGHT'S EXTRACT, SO IT IS PASSED OVER HERE. NO DATASET MEANS
032100* NOTHING CARRIED; ONE THAT WILL NOT OPEN IS CRITICAL, AND IT
032200* IS THEN LEFT AS IT IS RATHER THAN REWRITTEN WITHOUT THEM.
032300*--------------------------------------------------------------
032400 0600-LOAD-CARRY-OVER.
032500     OPEN INPUT PLANCARY-FILE.
032600     IF PLANCARY-OK THEN
032700         PERFORM 0610-LOAD-ONE-CARRIED UNTIL PLANCARY-AT-END
032800         CLOSE PLANCARY-FILE
032900     ELSE
033000         IF PLANCARY-NOT-FOUND THEN
033100             DISPLAY RUN-DATE,
033200                 " PLANSCHD NO CARRY-OVER DATASET, NONE CARRIED"
033300         ELSE
033400             SET CARRY-LOAD-FAILED TO TRUE
033500             MOVE RUN-DATE TO EXCPT-RUN-DATE
033600             MOVE "PLANSCHD" TO EXCPT-PROGRAM
033700             MOVE "PCRX" TO EXCPT-CODE
033800             MOVE 3 TO EXCPT-SEVERITY
033900             MOVE SPACES TO EXCPT-TEXT
034000             STRING "PLANCARY-OPEN-FAILED STATUS ",
034100                 PLANCARY-STATUS, " CARRIED PLANS NOT OFFERED"
034200                 DELIMITED BY SIZE INTO EXCPT-TEXT
034300             CALL "EXCPTRPT" USING EXCEPTION-RECORD
034400         END-IF
034500     END-IF.
034600 0600-EXIT.
034700     EXIT.
034800
034900 0610-LOAD-ONE-CARRIED.
035000     READ PLANCARY-FILE
035100         AT END
035200             SET PLANCARY-AT-END TO TRUE
035300         NOT AT END
035400             ADD 1 TO RECORDS-READ
035500             IF (CRY-PENDING AND CRY-ORIGIN-DATE < RUN-DATE)
035600                     OR (CRY-SCHEDULED
035700                         AND CRY-OFFERED-DATE = RUN-DATE) THEN
035800                 PERFORM 0800-ADD-JOB
035900                 IF JOB-HIT-X > 0 THEN
036000                     MOVE CRY-ORIGIN-DATE TO JB-ORIGIN(JOB-HIT-X)
036100                     MOVE CRY-CASE TO JB-CASE(JOB-HIT-X)
036200                     MOVE CRY-PLAN-KEY TO JB-KEY(JOB-HIT-X)
036300                     MOVE CRY-A TO JB-A(JOB-HIT-X)
036400                     MOVE CRY-B TO JB-B(JOB-HIT-X)
036500                     MOVE CRY-OPS TO JB-OPS(JOB-HIT-X)
036600                     MOVE CRY-COST TO JB-COST(JOB-HIT-X)
036700                     MOVE "Y" TO JB-CARRIED(JOB-HIT-X)
036800                     ADD 1 TO PLANS-CARRIED-IN
036900                 ELSE
037000                     SET PLANCARY-AT-END TO TRUE
037100                 END-IF
037200             END-IF
037300     END-READ.
037400 0610-EXIT.
037500     EXIT.
037600
037700*--------------------------------------------------------------
037800* LOAD THE NIGHT'S PLANS FROM FROMATOB'S EXTRACT. A MISSING
037900* EXTRACT (STATUS 35) SCHEDULES THE CARRIED PLANS ALONE WITH A
038000* NOTE; ANY OTHER OPEN FAILURE IS CRITICAL. A RECORD FROM
038100* ANOTHER NIGHT, OR DETAIL THAT DOES NOT AGREE WITH THE
038200* EXTRACT'S OWN TOTAL, MEANS THE NIGHT'S PLANS ARE NOT ALL HERE
038300* -- A SERIOUS EXCEPTION.
038400*--------------------------------------------------------------
038500 0700-LOAD-NIGHT-PLANS.
038600     OPEN INPUT NITEPLAN-FILE.
038700     IF NITEPLAN-OK THEN
038800         PERFORM 0710-LOAD-ONE-NIGHT-PLAN UNTIL NITEPLAN-AT-END
038900         CLOSE NITEPLAN-FILE
039000         PERFORM 0750-CHECK-NIGHT-TOTAL
039100     ELSE
039200         IF NITEPLAN-NOT-FOUND THEN
039300             DISPLAY RUN-DATE,
039400                 " PLANSCHD NO NIGHT PLAN EXTRACT, CARRIED ONLY"
039500         ELSE
039600             MOVE RUN-DATE TO EXCPT-RUN-DATE
039700             MOVE "PLANSCHD" TO EXCPT-PROGRAM
039800             MOVE "NPLX" TO EXCPT-CODE
039900             MOVE 3 TO EXCPT-SEVERITY
040000             MOVE SPACES TO EXCPT-TEXT
040100             STRING "NITEPLAN-OPEN-FAILED STATUS ",
040200                 NITEPLAN-STATUS DELIMITED BY SIZE
040300                 INTO EXCPT-TEXT
040400             CALL "EXCPTRPT" USING EXCEPTION-RECORD
040500         END-IF
040600     END-IF.
040700 0700-EXIT.
040800     EXIT.
040900
041000 0710-LOAD-ONE-NIGHT-PLAN.
041100     READ NITEPLAN-FILE
041200         AT END
041300             SET NITEPLAN-AT-END TO TRUE
041400         NOT AT END
041500             ADD 1 TO RECORDS-READ
041600             PERFORM 0720-HOLD-ONE-NIGHT-PLAN
041700     END-READ.
041800 0710-EXIT.
041900     EXIT.
042000
042100 0720-HOLD-ONE-NIGHT-PLAN.
042200     IF NPL-RUN-DATE NOT = RUN-DATE THEN
042300         ADD 1 TO NPL-STALE
042400         ADD 1 TO RECORDS-REJECTED
042500     ELSE
042600         IF NPL-RECORD-TYPE = "T" THEN
042700             SET NPL-TOTAL-SEEN TO TRUE
042800             ADD NPL-COUNT TO NPL-TOTAL-COUNT
042900         ELSE
043000             ADD 1 TO NPL-DETAIL-COUNT
043100             PERFORM 0800-ADD-JOB
043200             IF JOB-HIT-X > 0 THEN
043300                 MOVE NPL-RUN-DATE TO JB-ORIGIN(JOB-HIT-X)
043400                 MOVE NPL-CASE TO JB-CASE(JOB-HIT-X)
043500                 MOVE NPL-PLAN-KEY TO JB-KEY(JOB-HIT-X)
043600                 MOVE NPL-A TO JB-A(JOB-HIT-X)
043700                 MOVE NPL-B TO JB-B(JOB-HIT-X)
043800                 MOVE NPL-OPS TO JB-OPS(JOB-HIT-X)
043900                 MOVE NPL-COST TO JB-COST(JOB-HIT-X)
044000                 MOVE "N" TO JB-CARRIED(JOB-HIT-X)
044100             ELSE
044200                 SET NITEPLAN-AT-END TO TRUE
044300             END-IF
044400         END-IF
044500     END-IF.
044600 0720-EXIT.
044700     EXIT.
044800
044900 0750-CHECK-NIGHT-TOTAL.
045000     IF NPL-STALE > 0 THEN
045100         MOVE RUN-DATE TO EXCPT-RUN-DATE
045200         MOVE "PLANSCHD" TO EXCPT-PROGRAM
045300         MOVE "NPLX" TO EXCPT-CODE
045400         MOVE 2 TO EXCPT-SEVERITY
045500         MOVE SPACES TO EXCPT-TEXT
045600         STRING "NITEPLAN ", NPL-STALE,
045700             " RECORDS NOT FROM TONIGHT'S FROMATOB RUN"
045800             DELIMITED BY SIZE INTO EXCPT-TEXT
045900         CALL "EXCPTRPT" USING EXCEPTION-RECORD
046000     END-IF.
046100     IF NOT NPL-TOTAL-SEEN
046200             OR NPL-TOTAL-COUNT NOT = NPL-DETAIL-COUNT THEN
046300         MOVE RUN-DATE TO EXCPT-RUN-DATE
046400         MOVE "PLANSCHD" TO EXCPT-PROGRAM
046500         MOVE "NPLX" TO EXCPT-CODE
046600         MOVE 2 TO EXCPT-SEVERITY
046700         MOVE SPACES TO EXCPT-TEXT
046800         STRING "NITEPLAN TOTAL RECORD MISSING OR DISAGREES "
046900             "WITH ITS DETAIL"
047000             DELIMITED BY SIZE INTO EXCPT-TEXT
047100         CALL "EXCPTRPT" USING EXCEPTION-RECORD
047200     END-IF.
047300 0750-EXIT.
047400     EXIT.
047500
047600*--------------------------------------------------------------
047700* TAKE THE NEXT FREE PLAN ENTRY. A FULL TABLE IS A SERIOUS
047800* EXCEPTION AND STOPS THE LOAD; JOB-HIT-X IS THEN ZERO.
047900*--------------------------------------------------------------
048000 0800-ADD-JOB.
048100     IF JOB-COUNT < 500 THEN
048200         ADD 1 TO JOB-COUNT
048300         MOVE JOB-COUNT TO JOB-HIT-X
048400         MOVE "N" TO JB-TRIED(JOB-HIT-X)
048450         MOVE "N" TO JB-DROPPED(JOB-HIT-X)
048500         MOVE 0 TO JB-MACHINE-X(JOB-HIT-X)
048600         MOVE 0 TO JB-SEQ(JOB-HIT-X)
048700         ADD 1 TO PLANS-OFFERED
048800     ELSE
048900         MOVE 0 TO JOB-HIT-X
049000         MOVE RUN-DATE TO EXCPT-RUN-DATE
049100         MOVE "PLANSCHD" TO EXCPT-PROGRAM
049200         MOVE "NPLX" TO EXCPT-CODE
049300         MOVE 2 TO EXCPT-SEVERITY
049400         MOVE SPACES TO EXCPT-TEXT
049500         STRING "PLAN-TABLE-FULL AT 500 PLANS, REST NOT "
049600             "SCHEDULED OR CARRIED"
049700             DELIMITED BY SIZE INTO EXCPT-TEXT
049800         CALL "EXCPTRPT" USING EXCEPTION-RECORD
049900     END-IF.
050000 0800-EXIT.
050100     EXIT.
050200
050300*--------------------------------------------------------------
050400* PLACE THE LARGEST PLAN NOT YET TRIED -- MOST OPERATIONS, THEN
050500* HIGHEST COST, THEN THE EARLIEST OFFERED -- ON THE FIRST
050600* MACHINE SHIFT, IN ROSTER ORDER, WITH ROOM LEFT FOR IT.
050700*--------------------------------------------------------------
050800 2000-PLACE-NEXT-LARGEST.
050900     MOVE 0 TO JOB-HIT-X.
051000     PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > JOB-COUNT
051100         IF JB-TRIED(JX) = "N" THEN
051200             IF JOB-HIT-X = 0 THEN
051300                 MOVE JX TO JOB-HIT-X
051400             ELSE
051500                 IF JB-OPS(JX) > JB-OPS(JOB-HIT-X)
051600                         OR (JB-OPS(JX) = JB-OPS(JOB-HIT-X)
051700                         AND JB-COST(JX) > JB-COST(JOB-HIT-X))
051800                         THEN
051900                     MOVE JX TO JOB-HIT-X
052000                 END-IF
052100             END-IF
052200         END-IF
052300     END-PERFORM.
052400     IF JOB-HIT-X > 0 THEN
052500         MOVE "Y" TO JB-TRIED(JOB-HIT-X)
052600         MOVE 0 TO MACHINE-HIT-X
052700         PERFORM 2100-TRY-MACHINE
052800             VARYING MX FROM 1 BY 1 UNTIL MX > MACHINE-COUNT
052900             OR MACHINE-HIT-X > 0
053000         IF MACHINE-HIT-X > 0 THEN
053100             ADD JOB-SIZE TO MT-LOAD(MACHINE-HIT-X)
053200             ADD 1 TO MT-PLANS(MACHINE-HIT-X)
053300             MOVE MACHINE-HIT-X TO JB-MACHINE-X(JOB-HIT-X)
053400             MOVE MT-PLANS(MACHINE-HIT-X) TO JB-SEQ(JOB-HIT-X)
053500             ADD 1 TO PLANS-SCHEDULED
053600         END-IF
053700     END-IF.
053800 2000-EXIT.
053900     EXIT.
054000
054100*--------------------------------------------------------------
054200* THE PLAN'S SIZE IN THIS MACHINE'S UNITS, AND WHETHER IT FITS
054300* IN WHAT IS LEFT OF THE SHIFT.
054400*--------------------------------------------------------------
054500 2100-TRY-MACHINE.
054600     IF MT-BY-OPS(MX) THEN
054700         MOVE JB-OPS(JOB-HIT-X) TO JOB-SIZE
054800     ELSE
054900         MOVE JB-COST(JOB-HIT-X) TO JOB-SIZE
055000     END-IF.
055100     IF MT-LOAD(MX) NOT > MT-CAPACITY(MX) THEN
055200         COMPUTE ROOM-LEFT = MT-CAPACITY(MX) - MT-LOAD(MX)
055300         IF JOB-SIZE NOT > ROOM-LEFT THEN
055400             MOVE MX TO MACHINE-HIT-X
055500         END-IF
055600     END-IF.
055700 2100-EXIT.
055800     EXIT.
055900
056000*--------------------------------------------------------------
056100* ONE MACHINE SHIFT'S RUN SHEET -- ITS PLANS IN THE ORDER THEY
056200* ARE TO RUN, WITH THE LOAD BUILDING UP IN THE SHIFT'S UNITS.
056300*--------------------------------------------------------------
056400 3000-PRINT-RUN-SHEET.
056500     IF MT-BY-OPS(MX) THEN
056600         MOVE "OPERATIONS" TO UNITS-DISP
056700     ELSE
056800         MOVE "COST UNITS" TO UNITS-DISP
056900     END-IF.
057000     MOVE MT-CAPACITY(MX) TO CAPACITY-DISP.
057100     MOVE SPACES TO RPT-LINE.
057200     STRING RUN-DATE, " RUN SHEET MACHINE ", MT-MACHINE(MX),
057300         " SHIFT ", MT-SHIFT(MX), " CAPACITY ", CAPACITY-DISP,
057400         " ", UNITS-DISP
057500         DELIMITED BY SIZE INTO RPT-LINE.
057600     PERFORM 0900-WRITE-REPORT.
057700     MOVE 0 TO CUM-LOAD.
057800     PERFORM 3100-PRINT-RUN-STEP
057900         VARYING SEQ-X FROM 1 BY 1 UNTIL SEQ-X > MT-PLANS(MX).
058000     MOVE CUM-LOAD TO LOAD-DISP.
058100     MOVE MT-PLANS(MX) TO SEQ-DISP.
058200     MOVE SPACES TO RPT-LINE.
058300     STRING RUN-DATE, "   PLANS ", SEQ-DISP, " LOAD ",
058400         LOAD-DISP, " OF ", CAPACITY-DISP, " ", UNITS-DISP
058500         DELIMITED BY SIZE INTO RPT-LINE.
058600     PERFORM 0900-WRITE-REPORT.
058700 3000-EXIT.
058800     EXIT.
058900
059000 3100-PRINT-RUN-STEP.
059100     MOVE 0 TO JOB-HIT-X.
059200     PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > JOB-COUNT
059300         IF JB-MACHINE-X(JX) = MX AND JB-SEQ(JX) = SEQ-X THEN
059400             MOVE JX TO JOB-HIT-X
059500         END-IF
059600     END-PERFORM.
059700     IF JOB-HIT-X > 0 THEN
059800         IF MT-BY-OPS(MX) THEN
059900             ADD JB-OPS(JOB-HIT-X) TO CUM-LOAD
060000         ELSE
060100             ADD JB-COST(JOB-HIT-X) TO CUM-LOAD
060200         END-IF
060300         MOVE SEQ-X TO SEQ-DISP
060400         MOVE JB-OPS(JOB-HIT-X) TO OPS-DISP
060500         MOVE JB-COST(JOB-HIT-X) TO COST-DISP
060600         MOVE CUM-LOAD TO LOAD-DISP
060700         MOVE SPACES TO RPT-LINE
060800         STRING RUN-DATE, "   ", SEQ-DISP, " PLAN ",
060900             JB-KEY(JOB-HIT-X), " CASE ", JB-CASE(JOB-HIT-X),
061000             " OPS ", OPS-DISP, " COST ", COST-DISP,
061100             " LOAD ", LOAD-DISP
061200             DELIMITED BY SIZE INTO RPT-LINE
061300         IF JB-CARRIED(JOB-HIT-X) = "Y" THEN
061400             MOVE " CARRIED" TO RPT-LINE(123:8)
061500         END-IF
061600         PERFORM 0900-WRITE-REPORT
061700     END-IF.
061800 3100-EXIT.
061900     EXIT.
062000
062100*--------------------------------------------------------------
062200* A PLAN NO MACHINE HAD ROOM FOR GOES ON THE CARRY-OVER LIST
062300* AND IS RAISED AS AN EXCEPTION. ONE TOO LARGE FOR ANY MACHINE
062400* EVEN EMPTY WOULD NEVER GO WITHOUT A ROSTER CHANGE -- IT IS
062500* DROPPED INSTEAD, RAISED THIS ONCE, AND NOT CARRIED.
062600*--------------------------------------------------------------
062700 3500-PRINT-CARRY-OVER.
062800     IF JB-MACHINE-X(JX) = 0 THEN
063000         MOVE "N" TO FITS-ANY-SWITCH
063100         MOVE JX TO JOB-HIT-X
063200         PERFORM 3510-CHECK-EMPTY-MACHINE
063300             VARYING MX FROM 1 BY 1 UNTIL MX > MACHINE-COUNT
063400         MOVE JB-OPS(JX) TO OPS-DISP
063500         MOVE JB-COST(JX) TO COST-DISP
063600         MOVE SPACES TO RPT-LINE
063630         IF FITS-SOME-MACHINE THEN
063660             ADD 1 TO PLANS-CARRIED-OVER
063690             STRING RUN-DATE, " CARRIED OVER PLAN ", JB-KEY(JX),
063720                 " CASE ", JB-CASE(JX), " OF ", JB-ORIGIN(JX),
063750                 " OPS ", OPS-DISP, " COST ", COST-DISP
063780                 DELIMITED BY SIZE INTO RPT-LINE
063810         ELSE
063840             ADD 1 TO PLANS-DROPPED
063870             MOVE "Y" TO JB-DROPPED(JX)
063900             STRING RUN-DATE, " DROPPED PLAN ", JB-KEY(JX),
063930                 " CASE ", JB-CASE(JX), " OF ", JB-ORIGIN(JX),
063960                 " OPS ", OPS-DISP, " COST ", COST-DISP
063990                 DELIMITED BY SIZE INTO RPT-LINE
064020         END-IF
064100         PERFORM 0900-WRITE-REPORT
064200         MOVE RUN-DATE TO EXCPT-RUN-DATE
064300         MOVE "PLANSCHD" TO EXCPT-PROGRAM
064400         MOVE "PCRY" TO EXCPT-CODE
064500         MOVE 1 TO EXCPT-SEVERITY
064600         MOVE SPACES TO EXCPT-TEXT
064700         IF FITS-SOME-MACHINE THEN
064800             STRING "PLAN ", JB-KEY(JX), " CASE ", JB-CASE(JX),
064900                 " OF ", JB-ORIGIN(JX),
065000                 " CARRIED, NO ROOM ON ANY MACHINE"
065100                 DELIMITED BY SIZE INTO EXCPT-TEXT
065200         ELSE
065300             STRING "PLAN ", JB-KEY(JX), " CASE ", JB-CASE(JX),
065400                 " OF ", JB-ORIGIN(JX),
065500                 " DROPPED, TOO LARGE FOR ANY MACHINE"
065600                 DELIMITED BY SIZE INTO EXCPT-TEXT
065700             MOVE SPACES TO RPT-LINE
065800             STRING RUN-DATE, "   LARGER THAN ANY MACHINE "
065900                 "SHIFT ON THE ROSTER, NOT CARRIED"
066000                 DELIMITED BY SIZE INTO RPT-LINE
066100             PERFORM 0900-WRITE-REPORT
066200         END-IF
066300         CALL "EXCPTRPT" USING EXCEPTION-RECORD
066400     END-IF.
066500 3500-EXIT.
066600     EXIT.
066700
066800 3510-CHECK-EMPTY-MACHINE.
066900     IF MT-BY-OPS(MX) THEN
067000         MOVE JB-OPS(JOB-HIT-X) TO JOB-SIZE
067100     ELSE
067200         MOVE JB-COST(JOB-HIT-X) TO JOB-SIZE
067300     END-IF.
067400     IF JOB-SIZE NOT > MT-CAPACITY(MX) THEN
067500         SET FITS-SOME-MACHINE TO TRUE
067600     END-IF.
067700 3510-EXIT.
067800     EXIT.
067900
068000 3900-PRINT-SUMMARY.
068100     MOVE MACHINE-COUNT TO MACHINES-DISP.
068200     MOVE SPACES TO RPT-LINE.
068300     STRING RUN-DATE, " PLANS OFFERED ", PLANS-OFFERED,
068400         " CARRIED IN ", PLANS-CARRIED-IN,
068500         " SCHEDULED ", PLANS-SCHEDULED,
068600         " CARRIED OVER ", PLANS-CARRIED-OVER,
068650         " DROPPED ", PLANS-DROPPED,
068700         " MACHINE SHIFTS ", MACHINES-DISP
068800         DELIMITED BY SIZE INTO RPT-LINE.
068900     PERFORM 0900-WRITE-REPORT.
069000 3900-EXIT.
069100     EXIT.
069200
069300*--------------------------------------------------------------
069400* REWRITE THE CARRY-OVER -- EVERY PLAN LEFT UNPLACED AS WAITING,
069500* AND EVERY CARRIED PLAN PLACED TONIGHT AS SCHEDULED TONIGHT.
069560* A DROPPED PLAN IS NOT WRITTEN. A CARRY-OVER THAT COULD NOT BE
069620* READ IS LEFT AS IT IS.
069700*--------------------------------------------------------------
069800 4000-SAVE-CARRY-OVER.
069900     IF NOT CARRY-LOAD-FAILED THEN
070000         OPEN OUTPUT PLANCARY-FILE
070100         IF PLANCARY-OK THEN
070200             PERFORM 4100-WRITE-ONE-CARRIED
070300                 VARYING JX FROM 1 BY 1 UNTIL JX > JOB-COUNT
070400             CLOSE PLANCARY-FILE
070500         ELSE
070600             MOVE RUN-DATE TO EXCPT-RUN-DATE
070700             MOVE "PLANSCHD" TO EXCPT-PROGRAM
070800             MOVE "PCRX" TO EXCPT-CODE
070900             MOVE 2 TO EXCPT-SEVERITY
071000             MOVE SPACES TO EXCPT-TEXT
071100             STRING "PLANCARY-WRITE-FAILED STATUS ",
071200                 PLANCARY-STATUS, " CARRY-OVER NOT KEPT"
071300                 DELIMITED BY SIZE INTO EXCPT-TEXT
071400             CALL "EXCPTRPT" USING EXCEPTION-RECORD
071500         END-IF
071600     END-IF.
071800 4000-EXIT.
071900     EXIT.
072000
072100 4100-WRITE-ONE-CARRIED.
072140     IF JB-DROPPED(JX) NOT = "Y"
072180             AND (JB-MACHINE-X(JX) = 0
072220                 OR JB-CARRIED(JX) = "Y") THEN
072300         MOVE SPACES TO PLANCARY-RECORD
072400         MOVE JB-ORIGIN(JX) TO CRY-ORIGIN-DATE
072500         IF JB-MACHINE-X(JX) = 0 THEN
072600             SET CRY-PENDING TO TRUE
072700         ELSE
072800             SET CRY-SCHEDULED TO TRUE
072900         END-IF
073000         MOVE RUN-DATE TO CRY-OFFERED-DATE
073100         MOVE JB-CASE(JX) TO CRY-CASE
073200         MOVE JB-KEY(JX) TO CRY-PLAN-KEY
073300         MOVE JB-A(JX) TO CRY-A
073400         MOVE JB-B(JX) TO CRY-B
073500         MOVE JB-OPS(JX) TO CRY-OPS
073600         MOVE JB-COST(JX) TO CRY-COST
073700         WRITE PLANCARY-RECORD
073800     END-IF.
073900 4100-EXIT.
074000     EXIT.
074100
074200*--------------------------------------------------------------
074300* RUN-LOG START AND END RECORDS FOR THE MORNING OPERATIONS
074400* REPORT. RUNLOGW STAMPS THE CLOCK TIME ITSELF.
074500*--------------------------------------------------------------
074600 0100-LOG-RUN-START.
074700     MOVE "PLANSCHD" TO RLOG-PROGRAM.
074800     MOVE RUN-DATE TO RLOG-RUN-DATE.
074900     MOVE "S" TO RLOG-EVENT.
075000     MOVE 0 TO RLOG-READ.
075100     MOVE 0 TO RLOG-ACCEPTED.
075200     MOVE 0 TO RLOG-REJECTED.
075300     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
075400     CALL "RUNLOGW" USING RUN-LOG-RECORD.
075500     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
075600 0100-EXIT.
075700     EXIT.
075800
075900 0990-LOG-RUN-END.
076000     MOVE "PLANSCHD" TO RLOG-PROGRAM.
076100     MOVE RUN-DATE TO RLOG-RUN-DATE.
076200     MOVE "E" TO RLOG-EVENT.
076300     MOVE RECORDS-READ TO RLOG-READ.
076400     COMPUTE RLOG-ACCEPTED = RECORDS-READ - RECORDS-REJECTED.
076500     MOVE RECORDS-REJECTED TO RLOG-REJECTED.
076600     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
076700     CALL "RUNLOGW" USING RUN-LOG-RECORD.
076800     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
076900 0990-EXIT.
077000     EXIT.
077100*--------------------------------------------------------------
077200* ONE LINE TO THE REPORT DATASET. A REPORT THAT COULD NOT BE
077300* OPENED DROPS THE LINE RATHER THAN TAKING THE STEP DOWN.
077400*--------------------------------------------------------------
077500 0900-WRITE-REPORT.
077600     IF REPORT-OK THEN
077700         WRITE REPORT-RECORD FROM RPT-LINE
077800     END-IF.
077900 0900-EXIT.
078000     EXIT.
