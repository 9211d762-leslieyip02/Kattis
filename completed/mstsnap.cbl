000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MSTSNAP.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BATCH-OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  RH   ORIGINAL VERSION - RUNS AT THE HEAD OF THE
000950*                    NIGHTLY STREAM AND TAKES A BEFORE-IMAGE OF
001000*                    EVERY MASTER THE STREAM UPDATES IN PLACE
001050*                    (POSMAST, INVMAST, BCBALMST, PLANLIB,
001100*                    PROVMAST, TRKCARRY, DEBTMAST, PERMMAST,
001150*                    PERMINV, PERMSEEN, TAXMTD, PLANCARY) INTO A
001200*                    DATED BEFORE-IMAGE GENERATION: THE PRIOR
001250*                    GENERATION'S IMAGES STILL INSIDE THE
001300*                    RETENTION WINDOW ARE COPIED FORWARD, THEN
001350*                    EVERY RECORD OF EVERY MASTER IS APPENDED,
001400*                    STAMPED WITH THE RUN DATE AND THE MASTER IT
001450*                    CAME FROM -- SO A NIGHT A BAD FEED GOT
001500*                    THROUGH CAN BE PUT BACK BY THE BACKOUT JOB
001550*                    INSTEAD OF BY HAND. AN OPTIONAL SYSIN "retain
001600*                    NNN" LINE SETS THE RETENTION IN DAYS (14 WHEN
001650*                    ABSENT), THE WAY RPTARCH KEEPS ITS ARCHIVE. A
001700*                    MASTER ALREADY IMAGED FOR TONIGHT (THE STREAM
001750*                    RESTARTED FROM THE TOP AFTER SOME STEPS HAD
001800*                    UPDATED) KEEPS ITS FIRST IMAGE, SO THE
001850*                    GENERATION ALWAYS HOLDS THE MASTER AS THE
001900*                    NIGHT FOUND IT. AN ABSENT MASTER IS NOTED AND
001950*                    SKIPPED.
003000*--------------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT BIMGIN-FILE ASSIGN TO BIMGIN
003600         FILE STATUS IS BIMGIN-STATUS.
003700     SELECT BIMGOUT-FILE ASSIGN TO BIMGOUT
003800         FILE STATUS IS BIMGOUT-STATUS.
003900     SELECT POSMAST-FILE ASSIGN TO POSMAST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS SNP-POS-KEY
004300         FILE STATUS IS POSMAST-STATUS.
004400     SELECT INVMAST-FILE ASSIGN TO INVMAST
004500         FILE STATUS IS INVMAST-STATUS.
004600     SELECT BCBALMST-FILE ASSIGN TO BCBALMST
004700         FILE STATUS IS BCBALMST-STATUS.
004800     SELECT PLANLIB-FILE ASSIGN TO PLANLIB
004900         FILE STATUS IS PLANLIB-STATUS.
005000     SELECT PROVMAST-FILE ASSIGN TO PROVMAST
005100         FILE STATUS IS PROVMAST-STATUS.
005200     SELECT TRKCARRY-FILE ASSIGN TO TRKCARRY
005300         FILE STATUS IS TRKCARRY-STATUS.
005305     SELECT DEBTMAST-FILE ASSIGN TO DEBTMAST
005310         FILE STATUS IS DEBTMAST-STATUS.
005315     SELECT PERMMAST-FILE ASSIGN TO PERMMAST
005320         FILE STATUS IS PERMMAST-STATUS.
005325     SELECT PERMINV-FILE ASSIGN TO PERMINV
005330         FILE STATUS IS PERMINV-STATUS.
005335     SELECT PERMSEEN-FILE ASSIGN TO PERMSEEN
005340         FILE STATUS IS PERMSEEN-STATUS.
005345     SELECT TAXMTD-FILE ASSIGN TO TAXMTD
005350         FILE STATUS IS TAXMTD-STATUS.
005355     SELECT PLANCARY-FILE ASSIGN TO PLANCARY
005360         FILE STATUS IS PLANCARY-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700*--------------------------------------------------------------
005800* THE BEFORE-IMAGE GENERATION -- ONE RECORD PER MASTER RECORD,
005900* STAMPED WITH THE NIGHT IT WAS TAKEN AND THE MASTER'S DD NAME.
006000*--------------------------------------------------------------
006100 FD  BIMGIN-FILE.
006200 01  BIMGIN-RECORD.
006300     05  BII-RUN-DATE         PIC 9(8).
006400     05  BII-MASTER           PIC X(8).
006500     05  BII-IMAGE            PIC X(180).
006600 FD  BIMGOUT-FILE.
006700 01  BIMGOUT-RECORD.
006800     05  BIO-RUN-DATE         PIC 9(8).
006900     05  BIO-MASTER           PIC X(8).
007000     05  BIO-IMAGE            PIC X(180).
007100*--------------------------------------------------------------
007200* THE MASTERS, ONE FD PER DD AT EACH MASTER'S OWN RECORD
007300* LENGTH -- EACH READ LANDS IN THE COMMON MASTER-IMAGE BUFFER.
007400* POSMAST IS KEYED AND READ IN KEY ORDER, SO ITS IMAGE CAN BE
007500* LOADED BACK AS IT STANDS.
007600*--------------------------------------------------------------
007700 FD  POSMAST-FILE.
007800 01  POSMAST-RECORD.
007900     05  SNP-POS-KEY          PIC X(22).
008000     05  FILLER               PIC X(120).
008100 FD  INVMAST-FILE.
008200 01  INVMAST-RECORD           PIC X(100).
008300 FD  BCBALMST-FILE.
008400 01  BCBALMST-RECORD          PIC X(26).
008500 FD  PLANLIB-FILE.
008600 01  PLANLIB-RECORD           PIC X(90).
008700 FD  PROVMAST-FILE.
008800 01  PROVMAST-RECORD          PIC X(18).
008900 FD  TRKCARRY-FILE.
009000 01  TRKCARRY-RECORD          PIC X(29).
009005 FD  DEBTMAST-FILE.
009010 01  DEBTMAST-RECORD          PIC X(80).
009015 FD  PERMMAST-FILE.
009020 01  PERMMAST-RECORD          PIC X(17).
009025 FD  PERMINV-FILE.
009030 01  PERMINV-RECORD           PIC X(80).
009035 FD  PERMSEEN-FILE.
009040 01  PERMSEEN-RECORD          PIC X(40).
009045 FD  TAXMTD-FILE.
009050 01  TAXMTD-RECORD            PIC X(77).
009055 FD  PLANCARY-FILE.
009060 01  PLANCARY-RECORD          PIC X(120).
009100
009200 WORKING-STORAGE SECTION.
009300 COPY EXCPTREC.
009400 COPY PDATEREC.
009500 COPY RUNLOGRC.
009600*--------------------------------------------------------------
009700* THE STEP'S RETURN CODE IS SAVED ACROSS EACH RUNLOGW CALL --
009800* A CALLED PROGRAM'S EXIT REPLACES THE CALLER'S RETURN-CODE,
009900* AND THE GRADUATED EXCEPTION CODE MUST SURVIVE TO END OF STEP.
010000*--------------------------------------------------------------
010100 01  SAVED-RETURN-CODE        PIC S9(9) COMP.
010200
010300 01  RUN-DATE                 PIC 9(8).
010400 01  BIMGIN-STATUS            PIC X(2).
010500     88  BIMGIN-OK            VALUE "00".
010600     88  BIMGIN-AT-END        VALUE "10".
010700     88  BIMGIN-NOT-FOUND     VALUE "35".
010800 01  BIMGOUT-STATUS           PIC X(2).
010900     88  BIMGOUT-OK           VALUE "00".
011000 01  POSMAST-STATUS           PIC X(2).
011100     88  POSMAST-OK           VALUE "00".
011200     88  POSMAST-AT-END       VALUE "10".
011300     88  POSMAST-NOT-FOUND    VALUE "35".
011400 01  INVMAST-STATUS           PIC X(2).
011500     88  INVMAST-OK           VALUE "00".
011600     88  INVMAST-AT-END       VALUE "10".
011700     88  INVMAST-NOT-FOUND    VALUE "35".
011800 01  BCBALMST-STATUS          PIC X(2).
011900     88  BCBALMST-OK          VALUE "00".
012000     88  BCBALMST-AT-END      VALUE "10".
012100     88  BCBALMST-NOT-FOUND   VALUE "35".
012200 01  PLANLIB-STATUS           PIC X(2).
012300     88  PLANLIB-OK           VALUE "00".
012400     88  PLANLIB-AT-END       VALUE "10".
012500     88  PLANLIB-NOT-FOUND    VALUE "35".
012600 01  PROVMAST-STATUS          PIC X(2).
012700     88  PROVMAST-OK          VALUE "00".
012800     88  PROVMAST-AT-END      VALUE "10".
012900     88  PROVMAST-NOT-FOUND   VALUE "35".
013000 01  TRKCARRY-STATUS          PIC X(2).
013100     88  TRKCARRY-OK          VALUE "00".
013200     88  TRKCARRY-AT-END      VALUE "10".
013300     88  TRKCARRY-NOT-FOUND   VALUE "35".
013302 01  DEBTMAST-STATUS          PIC X(2).
013304     88  DEBTMAST-OK          VALUE "00".
013306     88  DEBTMAST-AT-END      VALUE "10".
013308     88  DEBTMAST-NOT-FOUND   VALUE "35".
013310 01  PERMMAST-STATUS          PIC X(2).
013312     88  PERMMAST-OK          VALUE "00".
013314     88  PERMMAST-AT-END      VALUE "10".
013316     88  PERMMAST-NOT-FOUND   VALUE "35".
013318 01  PERMINV-STATUS           PIC X(2).
013320     88  PERMINV-OK           VALUE "00".
013322     88  PERMINV-AT-END       VALUE "10".
013324     88  PERMINV-NOT-FOUND    VALUE "35".
013326 01  PERMSEEN-STATUS          PIC X(2).
013328     88  PERMSEEN-OK          VALUE "00".
013330     88  PERMSEEN-AT-END      VALUE "10".
013332     88  PERMSEEN-NOT-FOUND   VALUE "35".
013334 01  TAXMTD-STATUS            PIC X(2).
013336     88  TAXMTD-OK            VALUE "00".
013338     88  TAXMTD-AT-END        VALUE "10".
013340     88  TAXMTD-NOT-FOUND     VALUE "35".
013342 01  PLANCARY-STATUS          PIC X(2).
013344     88  PLANCARY-OK          VALUE "00".
013346     88  PLANCARY-AT-END      VALUE "10".
013348     88  PLANCARY-NOT-FOUND   VALUE "35".
013400
013500*--------------------------------------------------------------
013600* RETENTION -- IMAGES OLDER THAN RETAIN-DAYS BEFORE TONIGHT ARE
013700* DROPPED WHEN THE PRIOR GENERATION IS COPIED FORWARD.
013800*--------------------------------------------------------------
013900 01  INPUT-LINE               PIC X(50).
014000 01  OPTION                   PIC X(10).
014100 01  KEYWORD-COUNT            PIC 9(1).
014200 01  RETAIN-DAYS              PIC 9(4) VALUE 14.
014300 01  TODAY-INT                PIC S9(9) COMP.
014400 01  CUTOFF-INT               PIC S9(9) COMP.
014500 01  RECORD-INT               PIC S9(9) COMP.
014600
014700*--------------------------------------------------------------
014800* MASTERS ALREADY IMAGED FOR TONIGHT IN THE PRIOR GENERATION --
014900* A RESTARTED STREAM KEEPS THE FIRST IMAGE OF THE NIGHT.
015000*--------------------------------------------------------------
015100 01  TAKEN-COUNT              PIC 9(2) COMP VALUE 0.
015200 01  TKX                      PIC 9(2) COMP.
015300 01  TAKEN-TABLE.
015400     05  TAKEN-MASTER OCCURS 12 TIMES PIC X(8).
015500 01  TAKEN-SWITCH             PIC X(1).
015600     88  ALREADY-TAKEN        VALUE "Y".
015700     88  NOT-YET-TAKEN        VALUE "N".
015800
015900*--------------------------------------------------------------
016000* THE MASTER BEING IMAGED -- ITS DD NAME DOUBLES AS THE STAMP
016100* ON EVERY IMAGE RECORD, AND EACH READ LANDS IN MASTER-IMAGE.
016200*--------------------------------------------------------------
016300 01  CUR-MASTER               PIC X(8).
016400 01  MASTER-IMAGE             PIC X(180).
016500 01  MASTER-RECORDS           PIC 9(7).
016600
016700 01  CARRIED-COUNT            PIC 9(7) VALUE 0.
016800 01  PURGED-COUNT             PIC 9(7) VALUE 0.
016900 01  ADDED-COUNT              PIC 9(7) VALUE 0.
017000 01  RECORDS-READ             PIC 9(7) VALUE 0.
017100
017200 PROCEDURE DIVISION.
017300 0000-MAINLINE.
017400     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
017500     MOVE RUN-DATE TO PDAT-CLOCK-DATE.
017600     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
017700     CALL "SETPDATE" USING PROCESSING-DATE-RECORD.
017800     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
017900     MOVE PDAT-RUN-DATE TO RUN-DATE.
018000     PERFORM 0100-LOG-RUN-START.
018100*--------------------------------------------------------------
018200* THE OPTIONAL "retain NNN" CONTROL LINE -- ABSENT OR BLANK
018300* SYSIN KEEPS THE 14-DAY DEFAULT.
018400*--------------------------------------------------------------
018500     MOVE SPACES TO INPUT-LINE.
018600     ACCEPT INPUT-LINE.
018700     MOVE 0 TO KEYWORD-COUNT.
018800     INSPECT INPUT-LINE TALLYING KEYWORD-COUNT
018900         FOR ALL "retain".
019000     IF KEYWORD-COUNT = 1 THEN
019100         UNSTRING INPUT-LINE DELIMITED BY SPACE
019200             INTO OPTION, RETAIN-DAYS
019300     END-IF.
019400     COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE (RUN-DATE).
019500     COMPUTE CUTOFF-INT = TODAY-INT - RETAIN-DAYS.
019600
019700     OPEN OUTPUT BIMGOUT-FILE.
019800     IF NOT BIMGOUT-OK THEN
019900         MOVE RUN-DATE TO EXCPT-RUN-DATE
020000         MOVE "MSTSNAP" TO EXCPT-PROGRAM
020100         MOVE "BIMG" TO EXCPT-CODE
020200         MOVE 3 TO EXCPT-SEVERITY
020300         MOVE SPACES TO EXCPT-TEXT
020400         STRING "BEFORE-IMAGE-OUT-OPEN-FAILED STATUS ",
020500             BIMGOUT-STATUS DELIMITED BY SIZE
020600             INTO EXCPT-TEXT
020700         CALL "EXCPTRPT" USING EXCEPTION-RECORD
020800     ELSE
020900         PERFORM 1000-CARRY-PRIOR-GENERATION
021000         PERFORM 2010-SNAP-POSMAST
021100         PERFORM 2020-SNAP-INVMAST
021200         PERFORM 2030-SNAP-BCBALMST
021300         PERFORM 2040-SNAP-PLANLIB
021400         PERFORM 2050-SNAP-PROVMAST
021500         PERFORM 2060-SNAP-TRKCARRY
021510         PERFORM 2070-SNAP-DEBTMAST
021520         PERFORM 2080-SNAP-PERMMAST
021530         PERFORM 2082-SNAP-PERMINV
021540         PERFORM 2084-SNAP-PERMSEEN
021550         PERFORM 2086-SNAP-TAXMTD
021560         PERFORM 2088-SNAP-PLANCARY
021600         CLOSE BIMGOUT-FILE
021700     END-IF.
021800     DISPLAY RUN-DATE, " MSTSNAP CARRIED ", CARRIED-COUNT,
021900         " PURGED ", PURGED-COUNT, " ADDED ", ADDED-COUNT.
022000     PERFORM 0990-LOG-RUN-END.
022100     STOP RUN.
022200
022300*--------------------------------------------------------------
022400* COPY THE PRIOR GENERATION FORWARD, DROPPING IMAGES PAST THE
022500* RETENTION WINDOW AND NOTING ANY MASTER ALREADY IMAGED FOR
022600* TONIGHT. NO PRIOR GENERATION (FIRST NIGHT) STARTS FRESH.
022700*--------------------------------------------------------------
022800 1000-CARRY-PRIOR-GENERATION.
022900     OPEN INPUT BIMGIN-FILE.
023000     IF BIMGIN-OK THEN
023100         PERFORM 1100-CARRY-ONE-RECORD UNTIL BIMGIN-AT-END
023200         CLOSE BIMGIN-FILE
023300     ELSE
023400         IF NOT BIMGIN-NOT-FOUND THEN
023500             MOVE RUN-DATE TO EXCPT-RUN-DATE
023600             MOVE "MSTSNAP" TO EXCPT-PROGRAM
023700             MOVE "BIMG" TO EXCPT-CODE
023800             MOVE 2 TO EXCPT-SEVERITY
023900             MOVE SPACES TO EXCPT-TEXT
024000             STRING "BEFORE-IMAGE-IN-OPEN-FAILED STATUS ",
024100                 BIMGIN-STATUS DELIMITED BY SIZE
024200                 INTO EXCPT-TEXT
024300             CALL "EXCPTRPT" USING EXCEPTION-RECORD
024400         END-IF
024500     END-IF.
024600 1000-EXIT.
024700     EXIT.
024800
024900 1100-CARRY-ONE-RECORD.
025000     READ BIMGIN-FILE
025100         AT END
025200             SET BIMGIN-AT-END TO TRUE
025300         NOT AT END
025400             ADD 1 TO RECORDS-READ
025500             IF BII-RUN-DATE IS NUMERIC
025600                     AND BII-RUN-DATE > 0 THEN
025700                 COMPUTE RECORD-INT =
025800                     FUNCTION INTEGER-OF-DATE (BII-RUN-DATE)
025900                 IF RECORD-INT >= CUTOFF-INT THEN
026000                     MOVE BIMGIN-RECORD TO BIMGOUT-RECORD
026100                     WRITE BIMGOUT-RECORD
026200                     ADD 1 TO CARRIED-COUNT
026300                     IF BII-RUN-DATE = RUN-DATE THEN
026400                         PERFORM 1200-NOTE-TAKEN
026500                     END-IF
026600                 ELSE
026700                     ADD 1 TO PURGED-COUNT
026800                 END-IF
026900             ELSE
027000                 ADD 1 TO PURGED-COUNT
027100             END-IF
027200     END-READ.
027300 1100-EXIT.
027400     EXIT.
027500
027600 1200-NOTE-TAKEN.
027700     MOVE BII-MASTER TO CUR-MASTER.
027800     PERFORM 2300-CHECK-TAKEN.
027900     IF NOT-YET-TAKEN AND TAKEN-COUNT < 12 THEN
028000         ADD 1 TO TAKEN-COUNT
028100         MOVE BII-MASTER TO TAKEN-MASTER(TAKEN-COUNT)
028200     END-IF.
028300 1200-EXIT.
028400     EXIT.
028500
028600*--------------------------------------------------------------
028700* IMAGE EACH MASTER, EVERY RECORD STAMPED WITH TONIGHT'S RUN
028800* DATE AND THE MASTER'S NAME -- ONE OPEN/WALK/CLOSE PAIR PER
028900* DD, THE WAY RPTARCH WALKS ITS SOURCES. AN ABSENT MASTER IS
029000* NOTED AND SKIPPED; ONE THAT IS THERE BUT WILL NOT OPEN IS
029100* CRITICAL -- THE NIGHT WOULD RUN WITHOUT A WAY BACK.
029200*--------------------------------------------------------------
029300 2010-SNAP-POSMAST.
029400     MOVE "POSMAST" TO CUR-MASTER.
029500     PERFORM 2300-CHECK-TAKEN.
029600     IF ALREADY-TAKEN THEN
029700         PERFORM 2210-NOTE-ALREADY-TAKEN
029800     ELSE
029900         MOVE 0 TO MASTER-RECORDS
030000         OPEN INPUT POSMAST-FILE
030100         IF POSMAST-OK THEN
030200             PERFORM 2011-READ-POSMAST UNTIL POSMAST-AT-END
030300             CLOSE POSMAST-FILE
030400             PERFORM 2220-NOTE-IMAGED
030500         ELSE
030600             IF POSMAST-NOT-FOUND THEN
030700                 PERFORM 2200-NOTE-ABSENT-MASTER
030800             ELSE
030900                 MOVE POSMAST-STATUS TO BIMGIN-STATUS
031000                 PERFORM 2230-REPORT-OPEN-FAILED
031100             END-IF
031200         END-IF
031300     END-IF.
031400 2010-EXIT.
031500     EXIT.
031600
031700 2011-READ-POSMAST.
031800     READ POSMAST-FILE INTO MASTER-IMAGE
031900         AT END
032000             SET POSMAST-AT-END TO TRUE
032100         NOT AT END
032200             PERFORM 2100-SNAP-ONE-RECORD
032300     END-READ.
032400 2011-EXIT.
032500     EXIT.
032600
032700 2020-SNAP-INVMAST.
032800     MOVE "INVMAST" TO CUR-MASTER.
032900     PERFORM 2300-CHECK-TAKEN.
033000     IF ALREADY-TAKEN THEN
033100         PERFORM 2210-NOTE-ALREADY-TAKEN
033200     ELSE
033300         MOVE 0 TO MASTER-RECORDS
033400         OPEN INPUT INVMAST-FILE
033500         IF INVMAST-OK THEN
033600             PERFORM 2021-READ-INVMAST UNTIL INVMAST-AT-END
033700             CLOSE INVMAST-FILE
033800             PERFORM 2220-NOTE-IMAGED
033900         ELSE
034000             IF INVMAST-NOT-FOUND THEN
034100                 PERFORM 2200-NOTE-ABSENT-MASTER
034200             ELSE
034300                 MOVE INVMAST-STATUS TO BIMGIN-STATUS
034400                 PERFORM 2230-REPORT-OPEN-FAILED
034500             END-IF
034600         END-IF
034700     END-IF.
034800 2020-EXIT.
034900     EXIT.
035000
035100 2021-READ-INVMAST.
035200     READ INVMAST-FILE INTO MASTER-IMAGE
035300         AT END
035400             SET INVMAST-AT-END TO TRUE
035500         NOT AT END
035600             PERFORM 2100-SNAP-ONE-RECORD
035700     END-READ.
035800 2021-EXIT.
035900     EXIT.
036000
036100 2030-SNAP-BCBALMST.
036200     MOVE "BCBALMST" TO CUR-MASTER.
036300     PERFORM 2300-CHECK-TAKEN.
036400     IF ALREADY-TAKEN THEN
036500         PERFORM 2210-NOTE-ALREADY-TAKEN
036600     ELSE
036700         MOVE 0 TO MASTER-RECORDS
036800         OPEN INPUT BCBALMST-FILE
036900         IF BCBALMST-OK THEN
037000             PERFORM 2031-READ-BCBALMST UNTIL BCBALMST-AT-END
037100             CLOSE BCBALMST-FILE
037200             PERFORM 2220-NOTE-IMAGED
037300         ELSE
037400             IF BCBALMST-NOT-FOUND THEN
037500                 PERFORM 2200-NOTE-ABSENT-MASTER
037600             ELSE
037700                 MOVE BCBALMST-STATUS TO BIMGIN-STATUS
037800                 PERFORM 2230-REPORT-OPEN-FAILED
037900             END-IF
038000         END-IF
038100     END-IF.
038200 2030-EXIT.
038300     EXIT.
038400
038500 2031-READ-BCBALMST.
038600     READ BCBALMST-FILE INTO MASTER-IMAGE
038700         AT END
038800             SET BCBALMST-AT-END TO TRUE
038900         NOT AT END
039000             PERFORM 2100-SNAP-ONE-RECORD
039100     END-READ.
039200 2031-EXIT.
039300     EXIT.
039400
039500 2040-SNAP-PLANLIB.
039600     MOVE "PLANLIB" TO CUR-MASTER.
039700     PERFORM 2300-CHECK-TAKEN.
039800     IF ALREADY-TAKEN THEN
039900         PERFORM 2210-NOTE-ALREADY-TAKEN
040000     ELSE
040100         MOVE 0 TO MASTER-RECORDS
040200         OPEN INPUT PLANLIB-FILE
040300         IF PLANLIB-OK THEN
040400             PERFORM 2041-READ-PLANLIB UNTIL PLANLIB-AT-END
040500             CLOSE PLANLIB-FILE
040600             PERFORM 2220-NOTE-IMAGED
040700         ELSE
040800             IF PLANLIB-NOT-FOUND THEN
040900                 PERFORM 2200-NOTE-ABSENT-MASTER
041000             ELSE
041100                 MOVE PLANLIB-STATUS TO BIMGIN-STATUS
041200                 PERFORM 2230-REPORT-OPEN-FAILED
041300             END-IF
041400         END-IF
041500     END-IF.
041600 2040-EXIT.
041700     EXIT.
041800
041900 2041-READ-PLANLIB.
042000     READ PLANLIB-FILE INTO MASTER-IMAGE
042100         AT END
042200             SET PLANLIB-AT-END TO TRUE
042300         NOT AT END
042400             PERFORM 2100-SNAP-ONE-RECORD
042500     END-READ.
042600 2041-EXIT.
042700     EXIT.
042800
042900 2050-SNAP-PROVMAST.
043000     MOVE "PROVMAST" TO CUR-MASTER.
043100     PERFORM 2300-CHECK-TAKEN.
043200     IF ALREADY-TAKEN THEN
043300         PERFORM 2210-NOTE-ALREADY-TAKEN
043400     ELSE
043500         MOVE 0 TO MASTER-RECORDS
043600         OPEN INPUT PROVMAST-FILE
043700         IF PROVMAST-OK THEN
043800             PERFORM 2051-READ-PROVMAST UNTIL PROVMAST-AT-END
043900             CLOSE PROVMAST-FILE
044000             PERFORM 2220-NOTE-IMAGED
044100         ELSE
044200             IF PROVMAST-NOT-FOUND THEN
044300                 PERFORM 2200-NOTE-ABSENT-MASTER
044400             ELSE
044500                 MOVE PROVMAST-STATUS TO BIMGIN-STATUS
044600                 PERFORM 2230-REPORT-OPEN-FAILED
044700             END-IF
044800         END-IF
044900     END-IF.
045000 2050-EXIT.
045100     EXIT.
045200
045300 2051-READ-PROVMAST.
045400     READ PROVMAST-FILE INTO MASTER-IMAGE
045500         AT END
045600             SET PROVMAST-AT-END TO TRUE
045700         NOT AT END
045800             PERFORM 2100-SNAP-ONE-RECORD
045900     END-READ.
046000 2051-EXIT.
046100     EXIT.
046200
046300 2060-SNAP-TRKCARRY.
046400     MOVE "TRKCARRY" TO CUR-MASTER.
046500     PERFORM 2300-CHECK-TAKEN.
046600     IF ALREADY-TAKEN THEN
046700         PERFORM 2210-NOTE-ALREADY-TAKEN
046800     ELSE
046900         MOVE 0 TO MASTER-RECORDS
047000         OPEN INPUT TRKCARRY-FILE
047100         IF TRKCARRY-OK THEN
047200             PERFORM 2061-READ-TRKCARRY UNTIL TRKCARRY-AT-END
047300             CLOSE TRKCARRY-FILE
047400             PERFORM 2220-NOTE-IMAGED
047500         ELSE
047600             IF TRKCARRY-NOT-FOUND THEN
047700                 PERFORM 2200-NOTE-ABSENT-MASTER
047800             ELSE
047900                 MOVE TRKCARRY-STATUS TO BIMGIN-STATUS
048000                 PERFORM 2230-REPORT-OPEN-FAILED
048100             END-IF
048200         END-IF
048300     END-IF.
048400 2060-EXIT.
048500     EXIT.
048600
048700 2061-READ-TRKCARRY.
048800     READ TRKCARRY-FILE INTO MASTER-IMAGE
048900         AT END
049000             SET TRKCARRY-AT-END TO TRUE
049100         NOT AT END
049200             PERFORM 2100-SNAP-ONE-RECORD
049300     END-READ.
049400 2061-EXIT.
049500     EXIT.
049501
049502 2070-SNAP-DEBTMAST.
049503     MOVE "DEBTMAST" TO CUR-MASTER.
049504     PERFORM 2300-CHECK-TAKEN.
049505     IF ALREADY-TAKEN THEN
049506         PERFORM 2210-NOTE-ALREADY-TAKEN
049507     ELSE
049508         MOVE 0 TO MASTER-RECORDS
049509         OPEN INPUT DEBTMAST-FILE
049510         IF DEBTMAST-OK THEN
049511             PERFORM 2071-READ-DEBTMAST UNTIL DEBTMAST-AT-END
049512             CLOSE DEBTMAST-FILE
049513             PERFORM 2220-NOTE-IMAGED
049514         ELSE
049515             IF DEBTMAST-NOT-FOUND THEN
049516                 PERFORM 2200-NOTE-ABSENT-MASTER
049517             ELSE
049518                 MOVE DEBTMAST-STATUS TO BIMGIN-STATUS
049519                 PERFORM 2230-REPORT-OPEN-FAILED
049520             END-IF
049521         END-IF
049522     END-IF.
049523 2070-EXIT.
049524     EXIT.
049525
049526 2071-READ-DEBTMAST.
049527     READ DEBTMAST-FILE INTO MASTER-IMAGE
049528         AT END
049529             SET DEBTMAST-AT-END TO TRUE
049530         NOT AT END
049531             PERFORM 2100-SNAP-ONE-RECORD
049532     END-READ.
049533 2071-EXIT.
049534     EXIT.
049535 2080-SNAP-PERMMAST.
049536     MOVE "PERMMAST" TO CUR-MASTER.
049537     PERFORM 2300-CHECK-TAKEN.
049538     IF ALREADY-TAKEN THEN
049539         PERFORM 2210-NOTE-ALREADY-TAKEN
049540     ELSE
049541         MOVE 0 TO MASTER-RECORDS
049542         OPEN INPUT PERMMAST-FILE
049543         IF PERMMAST-OK THEN
049544             PERFORM 2081-READ-PERMMAST UNTIL PERMMAST-AT-END
049545             CLOSE PERMMAST-FILE
049546             PERFORM 2220-NOTE-IMAGED
049547         ELSE
049548             IF PERMMAST-NOT-FOUND THEN
049549                 PERFORM 2200-NOTE-ABSENT-MASTER
049550             ELSE
049551                 MOVE PERMMAST-STATUS TO BIMGIN-STATUS
049552                 PERFORM 2230-REPORT-OPEN-FAILED
049553             END-IF
049554         END-IF
049555     END-IF.
049556 2080-EXIT.
049557     EXIT.
049558
049559 2081-READ-PERMMAST.
049560     READ PERMMAST-FILE INTO MASTER-IMAGE
049561         AT END
049562             SET PERMMAST-AT-END TO TRUE
049563         NOT AT END
049564             PERFORM 2100-SNAP-ONE-RECORD
049565     END-READ.
049566 2081-EXIT.
049567     EXIT.
049568 2082-SNAP-PERMINV.
049569     MOVE "PERMINV" TO CUR-MASTER.
049570     PERFORM 2300-CHECK-TAKEN.
049571     IF ALREADY-TAKEN THEN
049572         PERFORM 2210-NOTE-ALREADY-TAKEN
049573     ELSE
049574         MOVE 0 TO MASTER-RECORDS
049575         OPEN INPUT PERMINV-FILE
049576         IF PERMINV-OK THEN
049577             PERFORM 2083-READ-PERMINV UNTIL PERMINV-AT-END
049578             CLOSE PERMINV-FILE
049579             PERFORM 2220-NOTE-IMAGED
049580         ELSE
049581             IF PERMINV-NOT-FOUND THEN
049582                 PERFORM 2200-NOTE-ABSENT-MASTER
049583             ELSE
049584                 MOVE PERMINV-STATUS TO BIMGIN-STATUS
049585                 PERFORM 2230-REPORT-OPEN-FAILED
049586             END-IF
049587         END-IF
049588     END-IF.
049589 2082-EXIT.
049590     EXIT.
049591
049592 2083-READ-PERMINV.
049593     READ PERMINV-FILE INTO MASTER-IMAGE
049594         AT END
049595             SET PERMINV-AT-END TO TRUE
049596         NOT AT END
049597             PERFORM 2100-SNAP-ONE-RECORD
049598     END-READ.
049599 2083-EXIT.
049600     EXIT.
049601 2084-SNAP-PERMSEEN.
049602     MOVE "PERMSEEN" TO CUR-MASTER.
049603     PERFORM 2300-CHECK-TAKEN.
049604     IF ALREADY-TAKEN THEN
049605         PERFORM 2210-NOTE-ALREADY-TAKEN
049606     ELSE
049607         MOVE 0 TO MASTER-RECORDS
049608         OPEN INPUT PERMSEEN-FILE
049609         IF PERMSEEN-OK THEN
049610             PERFORM 2085-READ-PERMSEEN UNTIL PERMSEEN-AT-END
049611             CLOSE PERMSEEN-FILE
049612             PERFORM 2220-NOTE-IMAGED
049613         ELSE
049614             IF PERMSEEN-NOT-FOUND THEN
049615                 PERFORM 2200-NOTE-ABSENT-MASTER
049616             ELSE
049617                 MOVE PERMSEEN-STATUS TO BIMGIN-STATUS
049618                 PERFORM 2230-REPORT-OPEN-FAILED
049619             END-IF
049620         END-IF
049621     END-IF.
049622 2084-EXIT.
049623     EXIT.
049624
049625 2085-READ-PERMSEEN.
049626     READ PERMSEEN-FILE INTO MASTER-IMAGE
049627         AT END
049628             SET PERMSEEN-AT-END TO TRUE
049629         NOT AT END
049630             PERFORM 2100-SNAP-ONE-RECORD
049631     END-READ.
049632 2085-EXIT.
049633     EXIT.
049634 2086-SNAP-TAXMTD.
049635     MOVE "TAXMTD" TO CUR-MASTER.
049636     PERFORM 2300-CHECK-TAKEN.
049637     IF ALREADY-TAKEN THEN
049638         PERFORM 2210-NOTE-ALREADY-TAKEN
049639     ELSE
049640         MOVE 0 TO MASTER-RECORDS
049641         OPEN INPUT TAXMTD-FILE
049642         IF TAXMTD-OK THEN
049643             PERFORM 2087-READ-TAXMTD UNTIL TAXMTD-AT-END
049644             CLOSE TAXMTD-FILE
049645             PERFORM 2220-NOTE-IMAGED
049646         ELSE
049647             IF TAXMTD-NOT-FOUND THEN
049648                 PERFORM 2200-NOTE-ABSENT-MASTER
049649             ELSE
049650                 MOVE TAXMTD-STATUS TO BIMGIN-STATUS
049651                 PERFORM 2230-REPORT-OPEN-FAILED
049652             END-IF
049653         END-IF
049654     END-IF.
049655 2086-EXIT.
049656     EXIT.
049657
049658 2087-READ-TAXMTD.
049659     READ TAXMTD-FILE INTO MASTER-IMAGE
049660         AT END
049661             SET TAXMTD-AT-END TO TRUE
049662         NOT AT END
049663             PERFORM 2100-SNAP-ONE-RECORD
049664     END-READ.
049665 2087-EXIT.
049666     EXIT.
049667 2088-SNAP-PLANCARY.
049668     MOVE "PLANCARY" TO CUR-MASTER.
049669     PERFORM 2300-CHECK-TAKEN.
049670     IF ALREADY-TAKEN THEN
049671         PERFORM 2210-NOTE-ALREADY-TAKEN
049672     ELSE
049673         MOVE 0 TO MASTER-RECORDS
049674         OPEN INPUT PLANCARY-FILE
049675         IF PLANCARY-OK THEN
049676             PERFORM 2089-READ-PLANCARY UNTIL PLANCARY-AT-END
049677             CLOSE PLANCARY-FILE
049678             PERFORM 2220-NOTE-IMAGED
049679         ELSE
049680             IF PLANCARY-NOT-FOUND THEN
049681                 PERFORM 2200-NOTE-ABSENT-MASTER
049682             ELSE
049683                 MOVE PLANCARY-STATUS TO BIMGIN-STATUS
049684                 PERFORM 2230-REPORT-OPEN-FAILED
049685             END-IF
049686         END-IF
049687     END-IF.
049688 2088-EXIT.
049689     EXIT.
049690
049691 2089-READ-PLANCARY.
049692     READ PLANCARY-FILE INTO MASTER-IMAGE
049693         AT END
049694             SET PLANCARY-AT-END TO TRUE
049695         NOT AT END
049696             PERFORM 2100-SNAP-ONE-RECORD
049697     END-READ.
049698 2089-EXIT.
049699     EXIT.
049700
049701*--------------------------------------------------------------
049800* ONE MASTER RECORD INTO THE GENERATION, STAMPED WITH THE
049900* NIGHT AND ITS MASTER.
050000*--------------------------------------------------------------
050100 2100-SNAP-ONE-RECORD.
050200     ADD 1 TO RECORDS-READ.
050300     ADD 1 TO MASTER-RECORDS.
050400     MOVE RUN-DATE TO BIO-RUN-DATE.
050500     MOVE CUR-MASTER TO BIO-MASTER.
050600     MOVE MASTER-IMAGE TO BIO-IMAGE.
050700     WRITE BIMGOUT-RECORD.
050800     ADD 1 TO ADDED-COUNT.
050900 2100-EXIT.
051000     EXIT.
051100
051200 2200-NOTE-ABSENT-MASTER.
051300     DISPLAY RUN-DATE, " MSTSNAP ", CUR-MASTER,
051400         " NOT PRESENT, NO IMAGE TAKEN".
051500 2200-EXIT.
051600     EXIT.
051700
051800 2210-NOTE-ALREADY-TAKEN.
051900     DISPLAY RUN-DATE, " MSTSNAP ", CUR-MASTER,
052000         " ALREADY IMAGED FOR THIS RUN DATE, FIRST IMAGE KEPT".
052100 2210-EXIT.
052200     EXIT.
052300
052400 2220-NOTE-IMAGED.
052500     DISPLAY RUN-DATE, " MSTSNAP ", CUR-MASTER,
052600         " IMAGED ", MASTER-RECORDS, " RECORDS".
052700 2220-EXIT.
052800     EXIT.
052900
053000 2230-REPORT-OPEN-FAILED.
053100     MOVE RUN-DATE TO EXCPT-RUN-DATE.
053200     MOVE "MSTSNAP" TO EXCPT-PROGRAM.
053300     MOVE "BIMG" TO EXCPT-CODE.
053400     MOVE 3 TO EXCPT-SEVERITY.
053500     MOVE SPACES TO EXCPT-TEXT.
053600     STRING CUR-MASTER, " OPEN-FAILED STATUS ", BIMGIN-STATUS,
053700         " NO BEFORE-IMAGE" DELIMITED BY SIZE
053800         INTO EXCPT-TEXT.
053900     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
054000 2230-EXIT.
054100     EXIT.
054200
054300 2300-CHECK-TAKEN.
054400     SET NOT-YET-TAKEN TO TRUE.
054500     PERFORM VARYING TKX FROM 1 BY 1 UNTIL TKX > TAKEN-COUNT
054600         IF TAKEN-MASTER(TKX) = CUR-MASTER THEN
054700             SET ALREADY-TAKEN TO TRUE
054800         END-IF
054900     END-PERFORM.
055000 2300-EXIT.
055100     EXIT.
055200
055300*--------------------------------------------------------------
055400* RUN-LOG START AND END RECORDS FOR THE MORNING OPERATIONS
055500* REPORT. RUNLOGW STAMPS THE CLOCK TIME ITSELF.
055600*--------------------------------------------------------------
055700 0100-LOG-RUN-START.
055800     MOVE "MSTSNAP" TO RLOG-PROGRAM.
055900     MOVE RUN-DATE TO RLOG-RUN-DATE.
056000     MOVE "S" TO RLOG-EVENT.
056100     MOVE 0 TO RLOG-READ.
056200     MOVE 0 TO RLOG-ACCEPTED.
056300     MOVE 0 TO RLOG-REJECTED.
056400     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
056500     CALL "RUNLOGW" USING RUN-LOG-RECORD.
056600     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
056700 0100-EXIT.
056800     EXIT.
056900
057000 0990-LOG-RUN-END.
057100     MOVE "MSTSNAP" TO RLOG-PROGRAM.
057200     MOVE RUN-DATE TO RLOG-RUN-DATE.
057300     MOVE "E" TO RLOG-EVENT.
057400     MOVE RECORDS-READ TO RLOG-READ.
057500     COMPUTE RLOG-ACCEPTED = CARRIED-COUNT + ADDED-COUNT.
057600     MOVE PURGED-COUNT TO RLOG-REJECTED.
057700     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
057800     CALL "RUNLOGW" USING RUN-LOG-RECORD.
057900     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
058000 0990-EXIT.
058100     EXIT.
