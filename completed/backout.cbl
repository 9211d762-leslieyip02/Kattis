000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BACKOUT.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BATCH-OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  RH   ORIGINAL VERSION - ONE-NIGHT BACKOUT FROM THE
001000*                    BEFORE-IMAGE GENERATION MSTSNAP TAKES AT THE
001100*                    HEAD OF EVERY NIGHTLY STREAM. SYSIN CARRIES
001200*                    ONE "backout YYYYMMDD" LINE NAMING THE NIGHT
001300*                    TO REVERSE, OPTIONALLY FOLLOWED BY UP TO
001400*                    SEVEN OF THE MASTERS WANTED (E.G. "backout
001500*                    20261014 POSMAST TRKCARRY"); WITH NONE NAMED,
001600*                    EVERY MASTER IMAGED THAT NIGHT IS RESTORED.
001700*                    THE MASTERS ARE POSMAST, INVMAST, BCBALMST,
001800*                    PLANLIB, PROVMAST, TRKCARRY, DEBTMAST,
001900*                    PERMMAST, PERMINV, PERMSEEN, TAXMTD, AND
002000*                    PLANCARY. EACH MASTER IS REWRITTEN FROM ITS
002100*                    IMAGE -- THE MASTER AS THAT NIGHT'S STREAM
002200*                    FOUND IT -- AND ONE "B" RECORD GOES TO THE
002300*                    RUN LOG CARRYING THE NIGHT REVERSED, SO
002400*                    OPSRPT AND THE AUDITORS SEE IT. THE TWO LOGS
002500*                    THE STREAM ONLY ADDS TO GO BACK WITH THEIR
002600*                    MASTERS: WITH POSMAST, THE TRADE HISTORY
002700*                    (TRDHIST) LOSES THE RECORDS KEYED ON OR AFTER
002800*                    THE NIGHT AND THE CANCEL MARKS SET ON OR
002900*                    AFTER IT ARE CLEARED, SO A CANCEL THE NIGHT
003000*                    MADE CAN BE MADE AGAIN; WITH BCBALMST, THE
003100*                    PRIOR-PERIOD ADJUSTMENTS LOG (PPADJ) LOSES
003200*                    THE ADJUSTMENTS POSTED ON OR AFTER THE NIGHT,
003300*                    SO THE RERUN POSTS THEM ONCE. HOLDHIST, THE
003400*                    ONE MASTER NOT RESTORED, IS NAMED ON SYSOUT
003500*                    WITH HOW IT IS PUT RIGHT. A NAMED MASTER THAT
003600*                    IS UNKNOWN OR HAS NO IMAGE FOR THE NIGHT, OR
003700*                    MORE THAN SEVEN NAMED, STOPS THE JOB BEFORE
003800*                    ANYTHING IS TOUCHED; A NIGHT WITH NO IMAGES
003900*                    AT ALL IS SAID IN SO MANY WORDS.
004000*--------------------------------------------------------------
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT BIMGIN-FILE ASSIGN TO BIMGIN
004600         FILE STATUS IS BIMGIN-STATUS.
004700     SELECT POSMAST-FILE ASSIGN TO POSMAST
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS BKO-POS-KEY
005100         FILE STATUS IS POSMAST-STATUS.
005200     SELECT INVMAST-FILE ASSIGN TO INVMAST
005300         FILE STATUS IS INVMAST-STATUS.
005400     SELECT BCBALMST-FILE ASSIGN TO BCBALMST
005500         FILE STATUS IS BCBALMST-STATUS.
005600     SELECT PLANLIB-FILE ASSIGN TO PLANLIB
005700         FILE STATUS IS PLANLIB-STATUS.
005800     SELECT PROVMAST-FILE ASSIGN TO PROVMAST
005900         FILE STATUS IS PROVMAST-STATUS.
006000     SELECT TRKCARRY-FILE ASSIGN TO TRKCARRY
006100         FILE STATUS IS TRKCARRY-STATUS.
006200     SELECT DEBTMAST-FILE ASSIGN TO DEBTMAST
006300         FILE STATUS IS DEBTMAST-STATUS.
006400     SELECT PERMMAST-FILE ASSIGN TO PERMMAST
006500         FILE STATUS IS PERMMAST-STATUS.
006600     SELECT PERMINV-FILE ASSIGN TO PERMINV
006700         FILE STATUS IS PERMINV-STATUS.
006800     SELECT PERMSEEN-FILE ASSIGN TO PERMSEEN
006900         FILE STATUS IS PERMSEEN-STATUS.
007000     SELECT TAXMTD-FILE ASSIGN TO TAXMTD
007100         FILE STATUS IS TAXMTD-STATUS.
007200     SELECT PLANCARY-FILE ASSIGN TO PLANCARY
007300         FILE STATUS IS PLANCARY-STATUS.
007400     SELECT TRDHIST-FILE ASSIGN TO TRDHIST
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS SEQUENTIAL
007700         RECORD KEY IS BKO-TRH-KEY
007800         FILE STATUS IS TRDHIST-STATUS.
007900     SELECT PPADJ-FILE ASSIGN TO PPADJ
008000         FILE STATUS IS PPADJ-STATUS.
008100     SELECT PPADWORK-FILE ASSIGN TO PPADWORK
008200         FILE STATUS IS PPADWORK-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600*--------------------------------------------------------------
008700* THE BEFORE-IMAGE GENERATION, AS MSTSNAP WRITES IT.
008800*--------------------------------------------------------------
008900 FD  BIMGIN-FILE.
009000 01  BIMGIN-RECORD.
009100     05  BII-RUN-DATE         PIC 9(8).
009200     05  BII-MASTER           PIC X(8).
009300     05  BII-IMAGE            PIC X(180).
009400*--------------------------------------------------------------
009500* THE MASTERS, AT THE RECORD LENGTHS MSTSNAP IMAGES THEM.
009600*--------------------------------------------------------------
009700 FD  POSMAST-FILE.
009800 01  POSMAST-RECORD.
009900     05  BKO-POS-KEY          PIC X(22).
010000     05  FILLER               PIC X(120).
010100 FD  INVMAST-FILE.
010200 01  INVMAST-RECORD           PIC X(100).
010300 FD  BCBALMST-FILE.
010400 01  BCBALMST-RECORD          PIC X(26).
010500 FD  PLANLIB-FILE.
010600 01  PLANLIB-RECORD           PIC X(90).
010700 FD  PROVMAST-FILE.
010800 01  PROVMAST-RECORD          PIC X(18).
010900 FD  TRKCARRY-FILE.
011000 01  TRKCARRY-RECORD          PIC X(29).
011100 FD  DEBTMAST-FILE.
011200 01  DEBTMAST-RECORD          PIC X(80).
011300 FD  PERMMAST-FILE.
011400 01  PERMMAST-RECORD          PIC X(17).
011500 FD  PERMINV-FILE.
011600 01  PERMINV-RECORD           PIC X(80).
011700 FD  PERMSEEN-FILE.
011800 01  PERMSEEN-RECORD          PIC X(40).
011900 FD  TAXMTD-FILE.
012000 01  TAXMTD-RECORD            PIC X(77).
012100 FD  PLANCARY-FILE.
012200 01  PLANCARY-RECORD          PIC X(120).
012300*--------------------------------------------------------------
012400* TRADE HISTORY, AS DEATHANDTAXES KEEPS IT -- ONLY THE RUN DATE
012500* AND RECORD TYPE IN THE KEY AND THE CANCEL MARK ON AN "H"
012600* RECORD MATTER HERE.
012700*--------------------------------------------------------------
012800 FD  TRDHIST-FILE.
012900 01  TRDHIST-RECORD.
013000     05  BKO-TRH-KEY.
013100         10  BKO-TRH-RUN-DATE PIC 9(8).
013200         10  FILLER           PIC X(7).
013300         10  BKO-TRH-TYPE     PIC X(1).
013400         10  FILLER           PIC X(3).
013500     05  FILLER               PIC X(269).
013600     05  BKO-TRH-STATUS       PIC X(1).
013700         88  BKO-TRH-CANCELLED VALUE "X".
013800     05  BKO-TRH-CANCEL-DATE  PIC 9(8).
013900*--------------------------------------------------------------
014000* PRIOR-PERIOD ADJUSTMENTS LOG, AS BROKENCALCULATOR APPENDS IT,
014100* AND THE WORK COPY IT IS WRITTEN BACK FROM.
014200*--------------------------------------------------------------
014300 FD  PPADJ-FILE.
014400 COPY PPADREC.
014500 FD  PPADWORK-FILE.
014600 01  PPADWORK-RECORD          PIC X(90).
014700
014800 WORKING-STORAGE SECTION.
014900 COPY EXCPTREC.
015000 COPY PDATEREC.
015100 COPY RUNLOGRC.
015200*--------------------------------------------------------------
015300* THE STEP'S RETURN CODE IS SAVED ACROSS EACH RUNLOGW CALL --
015400* A CALLED PROGRAM'S EXIT REPLACES THE CALLER'S RETURN-CODE,
015500* AND THE GRADUATED EXCEPTION CODE MUST SURVIVE TO END OF STEP.
015600*--------------------------------------------------------------
015700 01  SAVED-RETURN-CODE        PIC S9(9) COMP.
015800
015900 01  RUN-DATE                 PIC 9(8).
016000 01  BIMGIN-STATUS            PIC X(2).
016100     88  BIMGIN-OK            VALUE "00".
016200     88  BIMGIN-AT-END        VALUE "10".
016300 01  POSMAST-STATUS           PIC X(2).
016400     88  POSMAST-OK           VALUE "00".
016500 01  INVMAST-STATUS           PIC X(2).
016600     88  INVMAST-OK           VALUE "00".
016700 01  BCBALMST-STATUS          PIC X(2).
016800     88  BCBALMST-OK          VALUE "00".
016900 01  PLANLIB-STATUS           PIC X(2).
017000     88  PLANLIB-OK           VALUE "00".
017100 01  PROVMAST-STATUS          PIC X(2).
017200     88  PROVMAST-OK          VALUE "00".
017300 01  TRKCARRY-STATUS          PIC X(2).
017400     88  TRKCARRY-OK          VALUE "00".
017500 01  DEBTMAST-STATUS          PIC X(2).
017600     88  DEBTMAST-OK          VALUE "00".
017700 01  PERMMAST-STATUS          PIC X(2).
017800     88  PERMMAST-OK          VALUE "00".
017900 01  PERMINV-STATUS           PIC X(2).
018000     88  PERMINV-OK           VALUE "00".
018100 01  PERMSEEN-STATUS          PIC X(2).
018200     88  PERMSEEN-OK          VALUE "00".
018300 01  TAXMTD-STATUS            PIC X(2).
018400     88  TAXMTD-OK            VALUE "00".
018500 01  PLANCARY-STATUS          PIC X(2).
018600     88  PLANCARY-OK          VALUE "00".
018700 01  TRDHIST-STATUS           PIC X(2).
018800     88  TRDHIST-OK           VALUE "00".
018900     88  TRDHIST-AT-END       VALUE "10".
019000     88  TRDHIST-NOT-FOUND    VALUE "35".
019100 01  PPADJ-STATUS             PIC X(2).
019200     88  PPADJ-OK             VALUE "00".
019300     88  PPADJ-AT-END         VALUE "10".
019400     88  PPADJ-NOT-FOUND      VALUE "35".
019500 01  PPADWORK-STATUS          PIC X(2).
019600     88  PPADWORK-OK          VALUE "00".
019700     88  PPADWORK-AT-END      VALUE "10".
019800 01  OPEN-STATUS              PIC X(2).
019900 01  FAIL-NAME                PIC X(8).
020000
020100*--------------------------------------------------------------
020200* THE CONTROL LINE -- THE NIGHT AND UP TO SEVEN MASTER NAMES,
020300* AS MANY AS THE CARD HOLDS. TO RESTORE MORE, NAME NONE.
020400*--------------------------------------------------------------
020500 01  INPUT-LINE               PIC X(80).
020600 01  OPTION                   PIC X(10).
020700 01  WANT-DATE                PIC 9(8).
020800 01  WANT-TABLE.
020900     05  WANT-MASTER OCCURS 7 TIMES PIC X(8).
021000 01  WX                       PIC 9(1) COMP.
021100
021200*--------------------------------------------------------------
021300* ONE SLOT PER MASTER BACKOUT KNOWS -- WHETHER IT WAS ASKED
021400* FOR, HOW MANY IMAGE RECORDS THE NIGHT HOLDS FOR IT, AND HOW
021500* MANY WERE WRITTEN BACK.
021600*--------------------------------------------------------------
021700 01  MX                       PIC 9(2) COMP.
021800 01  HIT-X                    PIC 9(2) COMP.
021900 01  MASTER-TABLE.
022000     05  MASTER-ENTRY OCCURS 12 TIMES.
022100         10  MST-NAME         PIC X(8).
022200         10  MST-WANTED       PIC X(1).
022300             88  MST-IS-WANTED      VALUE "Y".
022400         10  MST-OPENED       PIC X(1).
022500             88  MST-IS-OPEN        VALUE "Y".
022600             88  MST-OPEN-FAILED    VALUE "F".
022700         10  MST-IMAGES       PIC 9(7).
022800         10  MST-RESTORED     PIC 9(7).
022900
023000 01  REFUSE-SWITCH            PIC X(1) VALUE "N".
023100     88  BACKOUT-REFUSED      VALUE "Y".
023200 01  IMAGES-FOR-NIGHT         PIC 9(7) VALUE 0.
023300 01  MASTERS-RESTORED         PIC 9(2) VALUE 0.
023400 01  MASTERS-SKIPPED          PIC 9(2) VALUE 0.
023500 01  RECORDS-RESTORED         PIC 9(7) VALUE 0.
023600 01  TRADES-DROPPED           PIC 9(7) VALUE 0.
023700 01  CANCELS-CLEARED          PIC 9(7) VALUE 0.
023800 01  ADJS-DROPPED             PIC 9(7) VALUE 0.
023900 01  ADJS-KEPT                PIC 9(7) VALUE 0.
024000 01  RECORDS-READ             PIC 9(7) VALUE 0.
024100
024200 PROCEDURE DIVISION.
024300 0000-MAINLINE.
024400     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
024500     MOVE RUN-DATE TO PDAT-CLOCK-DATE.
024600     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
024700     CALL "SETPDATE" USING PROCESSING-DATE-RECORD.
024800     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
024900     MOVE PDAT-RUN-DATE TO RUN-DATE.
025000     PERFORM 0100-LOG-RUN-START.
025100     MOVE "POSMAST" TO MST-NAME(1).
025200     MOVE "INVMAST" TO MST-NAME(2).
025300     MOVE "BCBALMST" TO MST-NAME(3).
025400     MOVE "PLANLIB" TO MST-NAME(4).
025500     MOVE "PROVMAST" TO MST-NAME(5).
025600     MOVE "TRKCARRY" TO MST-NAME(6).
025700     MOVE "DEBTMAST" TO MST-NAME(7).
025800     MOVE "PERMMAST" TO MST-NAME(8).
025900     MOVE "PERMINV" TO MST-NAME(9).
026000     MOVE "PERMSEEN" TO MST-NAME(10).
026100     MOVE "TAXMTD" TO MST-NAME(11).
026200     MOVE "PLANCARY" TO MST-NAME(12).
026300     PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 12
026400         MOVE "N" TO MST-WANTED(MX)
026500         MOVE "N" TO MST-OPENED(MX)
026600         MOVE 0 TO MST-IMAGES(MX)
026700         MOVE 0 TO MST-RESTORED(MX)
026800     END-PERFORM.
026900     PERFORM 0200-READ-CONTROL-LINE.
027000     IF NOT BACKOUT-REFUSED THEN
027100         PERFORM 1000-COUNT-IMAGES
027200     END-IF.
027300     IF NOT BACKOUT-REFUSED THEN
027400         PERFORM 2000-RESTORE-MASTERS
027500         IF MST-IS-OPEN(1) THEN
027600             PERFORM 2500-REVERSE-TRADE-HISTORY
027700         END-IF
027800         IF MST-IS-OPEN(3) THEN
027900             PERFORM 2600-TRIM-ADJUSTMENTS
028000         END-IF
028100         DISPLAY RUN-DATE, " BACKOUT HOLDHIST NOT RESTORED -- ",
028200             "THE NEXT TRACKINGSHARES RUN REWRITES ",
028300             "ITS YEAR TO DATE"
028400         PERFORM 3000-LOG-BACKOUT
028500     END-IF.
028600     PERFORM 0990-LOG-RUN-END.
028700     STOP RUN.
028800
028900*--------------------------------------------------------------
029000* "backout YYYYMMDD [MASTER ...]" -- NO MASTERS NAMED MEANS
029100* ALL OF THEM. A NAME BACKOUT DOES NOT KNOW, OR MORE NAMES THAN
029200* THE TABLE HOLDS, STOPS THE JOB.
029300*--------------------------------------------------------------
029400 0200-READ-CONTROL-LINE.
029500     MOVE SPACES TO INPUT-LINE.
029600     MOVE SPACES TO WANT-TABLE.
029700     MOVE 0 TO WANT-DATE.
029800     ACCEPT INPUT-LINE.
029900     UNSTRING INPUT-LINE DELIMITED BY ALL SPACE
030000         INTO OPTION, WANT-DATE, WANT-MASTER(1), WANT-MASTER(2),
030100             WANT-MASTER(3), WANT-MASTER(4), WANT-MASTER(5),
030200             WANT-MASTER(6), WANT-MASTER(7)
030300         ON OVERFLOW
030400             DISPLAY RUN-DATE, " BACKOUT NAMES AT MOST SEVEN ",
030500                 "MASTERS -- NAME NONE TO RESTORE EVERY MASTER"
030600             MOVE 8 TO RETURN-CODE
030700             SET BACKOUT-REFUSED TO TRUE
030800     END-UNSTRING.
030900     IF OPTION NOT = "backout" OR WANT-DATE NOT NUMERIC
031000             OR WANT-DATE < 16010101 THEN
031100         DISPLAY RUN-DATE,
031200             " BACKOUT EXPECTS: backout YYYYMMDD [MASTER ...]"
031300         MOVE 8 TO RETURN-CODE
031400         SET BACKOUT-REFUSED TO TRUE
031500     ELSE
031600         IF WANT-MASTER(1) = SPACES THEN
031700             PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 12
031800                 SET MST-IS-WANTED(MX) TO TRUE
031900             END-PERFORM
032000         ELSE
032100             PERFORM 0210-MARK-ONE-WANTED
032200                 VARYING WX FROM 1 BY 1 UNTIL WX > 7
032300         END-IF
032400     END-IF.
032500 0200-EXIT.
032600     EXIT.
032700
032800 0210-MARK-ONE-WANTED.
032900     IF WANT-MASTER(WX) NOT = SPACES THEN
033000         MOVE 0 TO HIT-X
033100         PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 12
033200             IF MST-NAME(MX) = WANT-MASTER(WX) THEN
033300                 MOVE MX TO HIT-X
033400             END-IF
033500         END-PERFORM
033600         IF HIT-X = 0 THEN
033700             DISPLAY RUN-DATE, " BACKOUT UNKNOWN MASTER ",
033800                 WANT-MASTER(WX), " -- NOTHING RESTORED"
033900             MOVE 8 TO RETURN-CODE
034000             SET BACKOUT-REFUSED TO TRUE
034100         ELSE
034200             SET MST-IS-WANTED(HIT-X) TO TRUE
034300         END-IF
034400     END-IF.
034500 0210-EXIT.
034600     EXIT.
034700
034800*--------------------------------------------------------------
034900* FIRST PASS -- COUNT THE NIGHT'S IMAGES PER MASTER. A MASTER
035000* NAMED ON SYSIN WITH NO IMAGE STOPS THE JOB BEFORE ANY MASTER
035100* IS REWRITTEN, SO A BACKOUT IS NEVER HALF-DONE BY SURPRISE.
035200*--------------------------------------------------------------
035300 1000-COUNT-IMAGES.
035400     OPEN INPUT BIMGIN-FILE.
035500     IF NOT BIMGIN-OK THEN
035600         MOVE RUN-DATE TO EXCPT-RUN-DATE
035700         MOVE "BACKOUT" TO EXCPT-PROGRAM
035800         MOVE "BKOT" TO EXCPT-CODE
035900         MOVE 3 TO EXCPT-SEVERITY
036000         MOVE SPACES TO EXCPT-TEXT
036100         STRING "BEFORE-IMAGE-UNAVAILABLE STATUS ",
036200             BIMGIN-STATUS, " NOTHING RESTORED"
036300             DELIMITED BY SIZE INTO EXCPT-TEXT
036400         CALL "EXCPTRPT" USING EXCEPTION-RECORD
036500         SET BACKOUT-REFUSED TO TRUE
036600     ELSE
036700         PERFORM 1100-COUNT-ONE-IMAGE
036800             UNTIL BIMGIN-AT-END
036900         CLOSE BIMGIN-FILE
037000         PERFORM 1050-CHECK-IMAGES
037100     END-IF.
037200 1000-EXIT.
037300     EXIT.
037400
037500 1050-CHECK-IMAGES.
037600     IF IMAGES-FOR-NIGHT = 0 THEN
037700         DISPLAY RUN-DATE,
037800             " BACKOUT NO BEFORE-IMAGES ON FILE FOR ",
037900             WANT-DATE, " -- NOTHING RESTORED"
038000         MOVE 8 TO RETURN-CODE
038100         SET BACKOUT-REFUSED TO TRUE
038200     ELSE
038300         IF WANT-MASTER(1) NOT = SPACES THEN
038400             PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 12
038500                 IF MST-IS-WANTED(MX) AND MST-IMAGES(MX) = 0 THEN
038600                     DISPLAY RUN-DATE,
038700                         " BACKOUT NO BEFORE-IMAGE OF ",
038800                         MST-NAME(MX), " FOR ", WANT-DATE,
038900                         " -- NOTHING RESTORED"
039000                     MOVE 8 TO RETURN-CODE
039100                     SET BACKOUT-REFUSED TO TRUE
039200                 END-IF
039300             END-PERFORM
039400         END-IF
039500     END-IF.
039600 1050-EXIT.
039700     EXIT.
039800
039900 1100-COUNT-ONE-IMAGE.
040000     READ BIMGIN-FILE
040100         AT END
040200             SET BIMGIN-AT-END TO TRUE
040300         NOT AT END
040400             ADD 1 TO RECORDS-READ
040500             IF BII-RUN-DATE = WANT-DATE THEN
040600                 PERFORM 1200-FIND-MASTER
040700                 IF HIT-X > 0 THEN
040800                     ADD 1 TO MST-IMAGES(HIT-X)
040900                     ADD 1 TO IMAGES-FOR-NIGHT
041000                 END-IF
041100             END-IF
041200     END-READ.
041300 1100-EXIT.
041400     EXIT.
041500
041600 1200-FIND-MASTER.
041700     MOVE 0 TO HIT-X.
041800     PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 12
041900         IF MST-NAME(MX) = BII-MASTER THEN
042000             MOVE MX TO HIT-X
042100         END-IF
042200     END-PERFORM.
042300 1200-EXIT.
042400     EXIT.
042500
042600*--------------------------------------------------------------
042700* SECOND PASS -- EACH WANTED MASTER IS OPENED FOR OUTPUT ON ITS
042800* FIRST IMAGE RECORD AND REWRITTEN FROM ITS IMAGES IN THE
042900* ORDER THEY WERE TAKEN (POSMAST'S IN KEY ORDER). A MASTER
043000* WITH NO IMAGE THAT NIGHT (ABSENT WHEN THE STREAM STARTED) IS
043100* LEFT AS IT STANDS AND NOTED.
043200*--------------------------------------------------------------
043300 2000-RESTORE-MASTERS.
043400     OPEN INPUT BIMGIN-FILE.
043500     IF NOT BIMGIN-OK THEN
043600         MOVE RUN-DATE TO EXCPT-RUN-DATE
043700         MOVE "BACKOUT" TO EXCPT-PROGRAM
043800         MOVE "BKOT" TO EXCPT-CODE
043900         MOVE 3 TO EXCPT-SEVERITY
044000         MOVE SPACES TO EXCPT-TEXT
044100         STRING "BEFORE-IMAGE-REOPEN-FAILED STATUS ",
044200             BIMGIN-STATUS, " NOTHING RESTORED"
044300             DELIMITED BY SIZE INTO EXCPT-TEXT
044400         CALL "EXCPTRPT" USING EXCEPTION-RECORD
044500     ELSE
044600         PERFORM 2100-RESTORE-ONE-IMAGE
044700             UNTIL BIMGIN-AT-END
044800         CLOSE BIMGIN-FILE
044900         PERFORM 2900-CLOSE-ONE-MASTER
045000             VARYING MX FROM 1 BY 1 UNTIL MX > 12
045100     END-IF.
045200 2000-EXIT.
045300     EXIT.
045400
045500 2100-RESTORE-ONE-IMAGE.
045600     READ BIMGIN-FILE
045700         AT END
045800             SET BIMGIN-AT-END TO TRUE
045900         NOT AT END
046000             IF BII-RUN-DATE = WANT-DATE THEN
046100                 PERFORM 1200-FIND-MASTER
046200                 IF HIT-X > 0 THEN
046300                     PERFORM 2110-RESTORE-TO-MASTER
046400                 END-IF
046500             END-IF
046600     END-READ.
046700 2100-EXIT.
046800     EXIT.
046900
047000*--------------------------------------------------------------
047100* A WANTED MASTER IS OPENED ON ITS FIRST IMAGE; ONE THAT WOULD
047200* NOT OPEN TAKES NO IMAGES.
047300*--------------------------------------------------------------
047400 2110-RESTORE-TO-MASTER.
047500     IF MST-IS-WANTED(HIT-X) THEN
047600         IF NOT MST-IS-OPEN(HIT-X)
047700                 AND NOT MST-OPEN-FAILED(HIT-X) THEN
047800             PERFORM 2200-OPEN-ONE-MASTER
047900         END-IF
048000         IF MST-IS-OPEN(HIT-X) THEN
048100             PERFORM 2120-WRITE-IMAGE
048200         END-IF
048300     END-IF.
048400 2110-EXIT.
048500     EXIT.
048600
048700 2120-WRITE-IMAGE.
048800     IF HIT-X = 1 THEN
048900         WRITE POSMAST-RECORD FROM BII-IMAGE
049000     END-IF.
049100     IF HIT-X = 2 THEN
049200         WRITE INVMAST-RECORD FROM BII-IMAGE
049300     END-IF.
049400     IF HIT-X = 3 THEN
049500         WRITE BCBALMST-RECORD FROM BII-IMAGE
049600     END-IF.
049700     IF HIT-X = 4 THEN
049800         WRITE PLANLIB-RECORD FROM BII-IMAGE
049900     END-IF.
050000     IF HIT-X = 5 THEN
050100         WRITE PROVMAST-RECORD FROM BII-IMAGE
050200     END-IF.
050300     IF HIT-X = 6 THEN
050400         WRITE TRKCARRY-RECORD FROM BII-IMAGE
050500     END-IF.
050600     IF HIT-X = 7 THEN
050700         WRITE DEBTMAST-RECORD FROM BII-IMAGE
050800     END-IF.
050900     IF HIT-X = 8 THEN
051000         WRITE PERMMAST-RECORD FROM BII-IMAGE
051100     END-IF.
051200     IF HIT-X = 9 THEN
051300         WRITE PERMINV-RECORD FROM BII-IMAGE
051400     END-IF.
051500     IF HIT-X = 10 THEN
051600         WRITE PERMSEEN-RECORD FROM BII-IMAGE
051700     END-IF.
051800     IF HIT-X = 11 THEN
051900         WRITE TAXMTD-RECORD FROM BII-IMAGE
052000     END-IF.
052100     IF HIT-X = 12 THEN
052200         WRITE PLANCARY-RECORD FROM BII-IMAGE
052300     END-IF.
052400     ADD 1 TO MST-RESTORED(HIT-X).
052500     ADD 1 TO RECORDS-RESTORED.
052600 2120-EXIT.
052700     EXIT.
052800
052900 2200-OPEN-ONE-MASTER.
053000     IF HIT-X = 1 THEN
053100         OPEN OUTPUT POSMAST-FILE
053200         MOVE POSMAST-STATUS TO OPEN-STATUS
053300     END-IF.
053400     IF HIT-X = 2 THEN
053500         OPEN OUTPUT INVMAST-FILE
053600         MOVE INVMAST-STATUS TO OPEN-STATUS
053700     END-IF.
053800     IF HIT-X = 3 THEN
053900         OPEN OUTPUT BCBALMST-FILE
054000         MOVE BCBALMST-STATUS TO OPEN-STATUS
054100     END-IF.
054200     IF HIT-X = 4 THEN
054300         OPEN OUTPUT PLANLIB-FILE
054400         MOVE PLANLIB-STATUS TO OPEN-STATUS
054500     END-IF.
054600     IF HIT-X = 5 THEN
054700         OPEN OUTPUT PROVMAST-FILE
054800         MOVE PROVMAST-STATUS TO OPEN-STATUS
054900     END-IF.
055000     IF HIT-X = 6 THEN
055100         OPEN OUTPUT TRKCARRY-FILE
055200         MOVE TRKCARRY-STATUS TO OPEN-STATUS
055300     END-IF.
055400     IF HIT-X = 7 THEN
055500         OPEN OUTPUT DEBTMAST-FILE
055600         MOVE DEBTMAST-STATUS TO OPEN-STATUS
055700     END-IF.
055800     IF HIT-X = 8 THEN
055900         OPEN OUTPUT PERMMAST-FILE
056000         MOVE PERMMAST-STATUS TO OPEN-STATUS
056100     END-IF.
056200     IF HIT-X = 9 THEN
056300         OPEN OUTPUT PERMINV-FILE
056400         MOVE PERMINV-STATUS TO OPEN-STATUS
056500     END-IF.
056600     IF HIT-X = 10 THEN
056700         OPEN OUTPUT PERMSEEN-FILE
056800         MOVE PERMSEEN-STATUS TO OPEN-STATUS
056900     END-IF.
057000     IF HIT-X = 11 THEN
057100         OPEN OUTPUT TAXMTD-FILE
057200         MOVE TAXMTD-STATUS TO OPEN-STATUS
057300     END-IF.
057400     IF HIT-X = 12 THEN
057500         OPEN OUTPUT PLANCARY-FILE
057600         MOVE PLANCARY-STATUS TO OPEN-STATUS
057700     END-IF.
057800     IF OPEN-STATUS = "00" THEN
057900         SET MST-IS-OPEN(HIT-X) TO TRUE
058000     ELSE
058100         SET MST-OPEN-FAILED(HIT-X) TO TRUE
058200         MOVE RUN-DATE TO EXCPT-RUN-DATE
058300         MOVE "BACKOUT" TO EXCPT-PROGRAM
058400         MOVE "BKOT" TO EXCPT-CODE
058500         MOVE 3 TO EXCPT-SEVERITY
058600         MOVE SPACES TO EXCPT-TEXT
058700         STRING MST-NAME(HIT-X), " OPEN-FAILED STATUS ",
058800             OPEN-STATUS, " NOT RESTORED TO ", WANT-DATE
058900             DELIMITED BY SIZE INTO EXCPT-TEXT
059000         CALL "EXCPTRPT" USING EXCEPTION-RECORD
059100     END-IF.
059200 2200-EXIT.
059300     EXIT.
059400
059500 2900-CLOSE-ONE-MASTER.
059600     IF MST-IS-WANTED(MX) THEN
059700         IF NOT MST-IS-OPEN(MX) THEN
059800             ADD 1 TO MASTERS-SKIPPED
059900             IF MST-IMAGES(MX) = 0 THEN
060000                 DISPLAY RUN-DATE, " BACKOUT ", MST-NAME(MX),
060100                     " HAS NO BEFORE-IMAGE FOR ", WANT-DATE,
060200                     ", LEFT AS IT STANDS"
060300             END-IF
060400         ELSE
060500             PERFORM 2910-CLOSE-RESTORED-MASTER
060600         END-IF
060700     END-IF.
060800 2900-EXIT.
060900     EXIT.
061000
061100 2910-CLOSE-RESTORED-MASTER.
061200     IF MX = 1 THEN
061300         CLOSE POSMAST-FILE
061400     END-IF.
061500     IF MX = 2 THEN
061600         CLOSE INVMAST-FILE
061700     END-IF.
061800     IF MX = 3 THEN
061900         CLOSE BCBALMST-FILE
062000     END-IF.
062100     IF MX = 4 THEN
062200         CLOSE PLANLIB-FILE
062300     END-IF.
062400     IF MX = 5 THEN
062500         CLOSE PROVMAST-FILE
062600     END-IF.
062700     IF MX = 6 THEN
062800         CLOSE TRKCARRY-FILE
062900     END-IF.
063000     IF MX = 7 THEN
063100         CLOSE DEBTMAST-FILE
063200     END-IF.
063300     IF MX = 8 THEN
063400         CLOSE PERMMAST-FILE
063500     END-IF.
063600     IF MX = 9 THEN
063700         CLOSE PERMINV-FILE
063800     END-IF.
063900     IF MX = 10 THEN
064000         CLOSE PERMSEEN-FILE
064100     END-IF.
064200     IF MX = 11 THEN
064300         CLOSE TAXMTD-FILE
064400     END-IF.
064500     IF MX = 12 THEN
064600         CLOSE PLANCARY-FILE
064700     END-IF.
064800     ADD 1 TO MASTERS-RESTORED.
064900     DISPLAY RUN-DATE, " BACKOUT ", MST-NAME(MX),
065000         " RESTORED TO ", WANT-DATE, " BEFORE-IMAGE, ",
065100         MST-RESTORED(MX), " RECORDS".
065200 2910-EXIT.
065300     EXIT.
065400
065500*--------------------------------------------------------------
065600* THE TRADE HISTORY GOES BACK WITH POSMAST. IT IS KEYED BY RUN
065700* DATE, SO THE TRADES BOOKED ON OR AFTER THE NIGHT ARE DROPPED,
065800* AND AN OLDER TRADE THOSE NIGHTS CANCELLED HAS ITS CANCEL MARK
065900* CLEARED -- THE POSITION IT WAS TAKEN OUT OF IS BACK, SO THE
066000* CANCEL MUST BE ABLE TO RUN AGAIN. NO TRADE HISTORY (NOTHING
066100* CANCELLABLE YET) IS NOTED; ONE THAT WILL NOT OPEN IS CRITICAL,
066200* SINCE POSMAST AND ITS HISTORY NOW DISAGREE.
066300*--------------------------------------------------------------
066400 2500-REVERSE-TRADE-HISTORY.
066500     OPEN I-O TRDHIST-FILE.
066600     IF TRDHIST-OK THEN
066700         PERFORM 2510-REVERSE-ONE-TRADE
066800             UNTIL TRDHIST-AT-END
066900         CLOSE TRDHIST-FILE
067000         ADD 1 TO MASTERS-RESTORED
067100         DISPLAY RUN-DATE, " BACKOUT TRDHIST TRADES OF ",
067200             WANT-DATE, " ON DROPPED ", TRADES-DROPPED,
067300             ", CANCEL MARKS CLEARED ", CANCELS-CLEARED
067400     ELSE
067500         IF TRDHIST-NOT-FOUND THEN
067600             DISPLAY RUN-DATE, " BACKOUT TRDHIST NOT PRESENT, ",
067700                 "NO TRADES TO REVERSE"
067800         ELSE
067900             ADD 1 TO MASTERS-SKIPPED
068000             MOVE RUN-DATE TO EXCPT-RUN-DATE
068100             MOVE "BACKOUT" TO EXCPT-PROGRAM
068200             MOVE "BKOT" TO EXCPT-CODE
068300             MOVE 3 TO EXCPT-SEVERITY
068400             MOVE SPACES TO EXCPT-TEXT
068500             STRING "TRDHIST OPEN-FAILED STATUS ", TRDHIST-STATUS,
068600                 " TRADES NOT REVERSED TO ", WANT-DATE
068700                 DELIMITED BY SIZE INTO EXCPT-TEXT
068800             CALL "EXCPTRPT" USING EXCEPTION-RECORD
068900         END-IF
069000     END-IF.
069100 2500-EXIT.
069200     EXIT.
069300
069400 2510-REVERSE-ONE-TRADE.
069500     READ TRDHIST-FILE
069600         AT END
069700             SET TRDHIST-AT-END TO TRUE
069800         NOT AT END
069900             IF BKO-TRH-RUN-DATE >= WANT-DATE THEN
070000                 DELETE TRDHIST-FILE RECORD
070100                 ADD 1 TO TRADES-DROPPED
070200                 ADD 1 TO RECORDS-RESTORED
070300             ELSE
070400                 IF BKO-TRH-TYPE = "H" AND BKO-TRH-CANCELLED
070500                         AND BKO-TRH-CANCEL-DATE >= WANT-DATE THEN
070600                     MOVE SPACE TO BKO-TRH-STATUS
070700                     MOVE 0 TO BKO-TRH-CANCEL-DATE
070800                     REWRITE TRDHIST-RECORD
070900                     ADD 1 TO CANCELS-CLEARED
071000                     ADD 1 TO RECORDS-RESTORED
071100                 END-IF
071200             END-IF
071300     END-READ.
071400 2510-EXIT.
071500     EXIT.
071600
071700*--------------------------------------------------------------
071800* THE PRIOR-PERIOD ADJUSTMENTS LOG GOES BACK WITH BCBALMST.
071900* BROKENCALCULATOR ONLY EVER APPENDS TO IT, SO THE ADJUSTMENTS
072000* POSTED ON OR AFTER THE NIGHT ARE DROPPED -- THE RERUN POSTS
072100* THEM AGAIN -- BY COPYING THE REST TO THE WORK DATASET AND
072200* WRITING THE LOG BACK FROM IT, AS LOGPURGE TRIMS THE
072300* EXCEPTIONS MASTER. THE LOG IS LEFT AS IT STANDS WHEN NOTHING
072400* IS DROPPED. NO LOG (NO ADJUSTMENT POSTED YET) IS NOTED; ONE
072500* THAT CANNOT BE COPIED IS CRITICAL, SINCE BCBALMST AND ITS
072600* ADJUSTMENTS NOW DISAGREE.
072700*--------------------------------------------------------------
072800 2600-TRIM-ADJUSTMENTS.
072900     OPEN INPUT PPADJ-FILE.
073000     IF PPADJ-NOT-FOUND THEN
073100         DISPLAY RUN-DATE, " BACKOUT PPADJ NOT PRESENT, ",
073200             "NO ADJUSTMENTS TO DROP"
073300     ELSE
073400         IF NOT PPADJ-OK THEN
073500             MOVE "PPADJ" TO FAIL-NAME
073600             MOVE PPADJ-STATUS TO OPEN-STATUS
073700             PERFORM 2690-ADJUSTMENTS-NOT-TRIMMED
073800         ELSE
073900             OPEN OUTPUT PPADWORK-FILE
074000             IF NOT PPADWORK-OK THEN
074100                 CLOSE PPADJ-FILE
074200                 MOVE "PPADWORK" TO FAIL-NAME
074300                 MOVE PPADWORK-STATUS TO OPEN-STATUS
074400                 PERFORM 2690-ADJUSTMENTS-NOT-TRIMMED
074500             ELSE
074600                 PERFORM 2610-KEEP-ONE-ADJUSTMENT
074700                     UNTIL PPADJ-AT-END
074800                 CLOSE PPADJ-FILE
074900                 CLOSE PPADWORK-FILE
075000                 IF ADJS-DROPPED > 0 THEN
075100                     PERFORM 2620-WRITE-ADJUSTMENTS-BACK
075200                 ELSE
075300                     ADD 1 TO MASTERS-RESTORED
075400                     DISPLAY RUN-DATE, " BACKOUT PPADJ HOLDS NO ",
075500                         "ADJUSTMENTS OF ", WANT-DATE, " ON"
075600                 END-IF
075700             END-IF
075800         END-IF
075900     END-IF.
076000 2600-EXIT.
076100     EXIT.
076200
076300 2610-KEEP-ONE-ADJUSTMENT.
076400     READ PPADJ-FILE
076500         AT END
076600             SET PPADJ-AT-END TO TRUE
076700         NOT AT END
076800             IF PPA-RUN-DATE >= WANT-DATE THEN
076900                 ADD 1 TO ADJS-DROPPED
077000                 ADD 1 TO RECORDS-RESTORED
077100             ELSE
077200                 WRITE PPADWORK-RECORD
077250                     FROM PRIOR-PERIOD-ADJ-RECORD
077300                 ADD 1 TO ADJS-KEPT
077400             END-IF
077500     END-READ.
077600 2610-EXIT.
077700     EXIT.
077800
077900*--------------------------------------------------------------
078000* THE LOG IS OPENED OUTPUT ONLY ONCE THE WORK COPY HAS OPENED,
078100* SO A WORK COPY THAT CANNOT BE READ LEAVES THE LOG UNTOUCHED.
078200*--------------------------------------------------------------
078300 2620-WRITE-ADJUSTMENTS-BACK.
078400     OPEN INPUT PPADWORK-FILE.
078500     IF NOT PPADWORK-OK THEN
078600         MOVE "PPADWORK" TO FAIL-NAME
078700         MOVE PPADWORK-STATUS TO OPEN-STATUS
078800         PERFORM 2690-ADJUSTMENTS-NOT-TRIMMED
078900     ELSE
079000         OPEN OUTPUT PPADJ-FILE
079100         IF NOT PPADJ-OK THEN
079200             CLOSE PPADWORK-FILE
079300             MOVE "PPADJ" TO FAIL-NAME
079400             MOVE PPADJ-STATUS TO OPEN-STATUS
079500             PERFORM 2690-ADJUSTMENTS-NOT-TRIMMED
079600         ELSE
079700             PERFORM 2630-COPY-ONE-ADJUSTMENT
079800                 UNTIL PPADWORK-AT-END
079900             CLOSE PPADWORK-FILE
080000             CLOSE PPADJ-FILE
080100             ADD 1 TO MASTERS-RESTORED
080200             DISPLAY RUN-DATE, " BACKOUT PPADJ ADJUSTMENTS OF ",
080300                 WANT-DATE, " ON DROPPED ", ADJS-DROPPED,
080400                 ", KEPT ", ADJS-KEPT
080500         END-IF
080600     END-IF.
080700 2620-EXIT.
080800     EXIT.
080900
081000 2630-COPY-ONE-ADJUSTMENT.
081100     READ PPADWORK-FILE
081200         AT END
081300             SET PPADWORK-AT-END TO TRUE
081400         NOT AT END
081500             WRITE PRIOR-PERIOD-ADJ-RECORD FROM PPADWORK-RECORD
081600     END-READ.
081700 2630-EXIT.
081800     EXIT.
081900
082000 2690-ADJUSTMENTS-NOT-TRIMMED.
082100     ADD 1 TO MASTERS-SKIPPED.
082200     MOVE RUN-DATE TO EXCPT-RUN-DATE.
082300     MOVE "BACKOUT" TO EXCPT-PROGRAM.
082400     MOVE "BKOT" TO EXCPT-CODE.
082500     MOVE 3 TO EXCPT-SEVERITY.
082600     MOVE SPACES TO EXCPT-TEXT.
082700     STRING FAIL-NAME, " OPEN-FAILED STATUS ", OPEN-STATUS,
082800         " ADJUSTMENTS NOT DROPPED TO ", WANT-DATE
082900         DELIMITED BY SIZE INTO EXCPT-TEXT.
083000     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
083100 2690-EXIT.
083200     EXIT.
083300
083400*--------------------------------------------------------------
083500* THE AUDIT TRAIL -- ONE "B" RUN-LOG RECORD DATED WITH THE
083600* NIGHT REVERSED: MASTERS RESTORED IN THE READ COUNT, RECORDS
083700* WRITTEN BACK IN THE ACCEPTED COUNT, WANTED MASTERS LEFT AS
083800* THEY STOOD IN THE REJECTED COUNT.
083900*--------------------------------------------------------------
084000 3000-LOG-BACKOUT.
084100     MOVE "BACKOUT" TO RLOG-PROGRAM.
084200     MOVE WANT-DATE TO RLOG-RUN-DATE.
084300     MOVE "B" TO RLOG-EVENT.
084400     MOVE MASTERS-RESTORED TO RLOG-READ.
084500     MOVE RECORDS-RESTORED TO RLOG-ACCEPTED.
084600     MOVE MASTERS-SKIPPED TO RLOG-REJECTED.
084700     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
084800     CALL "RUNLOGW" USING RUN-LOG-RECORD.
084900     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
085000     DISPLAY RUN-DATE, " BACKOUT NIGHT ", WANT-DATE,
085100         " REVERSED -- MASTERS RESTORED ", MASTERS-RESTORED,
085200         " RECORDS ", RECORDS-RESTORED.
085300 3000-EXIT.
085400     EXIT.
085500
085600*--------------------------------------------------------------
085700* RUN-LOG START AND END RECORDS FOR THE MORNING OPERATIONS
085800* REPORT. RUNLOGW STAMPS THE CLOCK TIME ITSELF.
085900*--------------------------------------------------------------
086000 0100-LOG-RUN-START.
086100     MOVE "BACKOUT" TO RLOG-PROGRAM.
086200     MOVE RUN-DATE TO RLOG-RUN-DATE.
086300     MOVE "S" TO RLOG-EVENT.
086400     MOVE 0 TO RLOG-READ.
086500     MOVE 0 TO RLOG-ACCEPTED.
086600     MOVE 0 TO RLOG-REJECTED.
086700     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
086800     CALL "RUNLOGW" USING RUN-LOG-RECORD.
086900     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
087000 0100-EXIT.
087100     EXIT.
087200
087300 0990-LOG-RUN-END.
087400     MOVE "BACKOUT" TO RLOG-PROGRAM.
087500     MOVE RUN-DATE TO RLOG-RUN-DATE.
087600     MOVE "E" TO RLOG-EVENT.
087700     MOVE RECORDS-READ TO RLOG-READ.
087800     MOVE RECORDS-RESTORED TO RLOG-ACCEPTED.
087900     MOVE MASTERS-SKIPPED TO RLOG-REJECTED.
088000     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
088100     CALL "RUNLOGW" USING RUN-LOG-RECORD.
088200     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
088300 0990-EXIT.
088400     EXIT.
