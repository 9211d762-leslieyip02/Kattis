000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PERMRENW.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. GARAGE-OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  RH   ORIGINAL VERSION - MONTHLY PERMIT RENEWAL
001000*                    BILLING. EVERY PERMIT ON PARKING'S PERMIT
001100*                    MASTER (PERMMAST) WHOSE PAID-THROUGH DATE
001200*                    FALLS IN THE CALENDAR MONTH AFTER THE
001300*                    REPORT DATE IS BILLED FOR ITS RENEWAL AT
001400*                    THE HOLDER'S RATE AND TERM FROM THE PERMIT
001500*                    CONTACT DATASET (PERMCONT). THE INVOICE IS
001600*                    ADDED TO THE RENEWAL INVOICE FILE (PERMINV)
001700*                    FOR PERMPOST TO POST PAYMENTS AGAINST, A
001800*                    NOTICE IS PRINTED FOR MAILING (INVOUT), AND
001900*                    THE RUN'S REGISTER GOES TO RPTOUT. A PERMIT
002000*                    ALREADY BILLED FOR THE SAME DUE DATE IS NOT
002100*                    BILLED AGAIN, SO THE JOB CAN BE RERUN; ONE
002200*                    WITH NO CONTACT OR RATE ON FILE IS AN
002300*                    EXCEPTION. THE SYSIN LINE "asof YYYYMMDD"
002400*                    BILLS AS OF AN EARLIER DATE; WITHOUT IT THE
002500*                    RUN DATE IS USED.
002600*--------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PERMMAST-FILE ASSIGN TO PERMMAST
003200         FILE STATUS IS PERMMAST-STATUS.
003300     SELECT PERMCONT-FILE ASSIGN TO PERMCONT
003400         FILE STATUS IS PERMCONT-STATUS.
003500     SELECT PERMINV-FILE ASSIGN TO PERMINV
003600         FILE STATUS IS PERMINV-STATUS.
003700     SELECT NOTICE-FILE ASSIGN TO INVOUT
003800         FILE STATUS IS NOTICE-STATUS.
003900     SELECT REPORT-FILE ASSIGN TO RPTOUT
004000         FILE STATUS IS REPORT-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400*--------------------------------------------------------------
004500* PERMIT MASTER -- ONE RECORD PER PASSHOLDER PLATE WITH ITS
004600* PERMIT TYPE AND PAID-THROUGH DATE, AS PARKING READS IT.
004700*--------------------------------------------------------------
004800 FD  PERMMAST-FILE.
004900 01  PERMMAST-RECORD.
005000     05  PRM-PLATE            PIC X(8).
005100     05  PRM-TYPE             PIC X(1).
005200     05  PRM-PAID-THRU        PIC 9(8).
005300 FD  PERMCONT-FILE.
005400 COPY PCONREC.
005500 FD  PERMINV-FILE.
005600 COPY PINVREC.
005700 FD  NOTICE-FILE.
005800 01  NOTICE-RECORD            PIC X(132).
005900 FD  REPORT-FILE.
006000 01  REPORT-RECORD            PIC X(132).
006100
006200 WORKING-STORAGE SECTION.
006300 COPY EXCPTREC.
006400 COPY PDATEREC.
006500 COPY RUNLOGRC.
006600 01  SAVED-RETURN-CODE        PIC S9(9) COMP.
006700 01  RECORDS-READ             PIC 9(7) VALUE 0.
006800 01  RECORDS-REJECTED         PIC 9(7) VALUE 0.
006900 01  RUN-DATE                 PIC 9(8).
007000
007100 01  PERMMAST-STATUS          PIC X(2).
007200     88  PERMMAST-OK          VALUE "00".
007300     88  PERMMAST-AT-END      VALUE "10".
007400     88  PERMMAST-NOT-FOUND   VALUE "35".
007500 01  PERMCONT-STATUS          PIC X(2).
007600     88  PERMCONT-OK          VALUE "00".
007700     88  PERMCONT-AT-END      VALUE "10".
007800     88  PERMCONT-NOT-FOUND   VALUE "35".
007900 01  PERMINV-STATUS           PIC X(2).
008000     88  PERMINV-OK           VALUE "00".
008100     88  PERMINV-AT-END       VALUE "10".
008200     88  PERMINV-NOT-FOUND    VALUE "35".
008300 01  NOTICE-STATUS            PIC X(2).
008400     88  NOTICE-OK            VALUE "00".
008500 01  REPORT-STATUS            PIC X(2).
008600     88  REPORT-OK            VALUE "00".
008700 01  RPT-LINE                 PIC X(132).
008800 01  NOTICE-LINE              PIC X(132).
008900
009000*--------------------------------------------------------------
009100* THE REPORTING DATE AND THE MONTH BILLED -- THE CALENDAR
009200* MONTH AFTER IT.
009300*--------------------------------------------------------------
009400 01  INPUT-LINE               PIC X(80).
009500 01  OPTION                   PIC X(10).
009600 01  KEYWORD-COUNT            PIC 9(1).
009700 01  ASOF-DATE                PIC 9(8) VALUE 0.
009800 01  ASOF-PARTS REDEFINES ASOF-DATE.
009900     05  ASOF-YYYYMM          PIC 9(6).
010000     05  FILLER               PIC 9(2).
010100 01  WINDOW-START             PIC 9(8).
010200 01  WINDOW-END               PIC 9(8).
010300
010400*--------------------------------------------------------------
010500* MONTH ARITHMETIC -- A DATE CARRIED FORWARD A NUMBER OF
010600* MONTHS, KEEPING ITS DAY, OR THE LAST DAY OF THE NEW MONTH
010700* WHEN IT WAS THE LAST DAY OF ITS OWN OR THE NEW MONTH IS
010800* SHORTER.
010900*--------------------------------------------------------------
011000 01  MONTH-DATE               PIC 9(8).
011100 01  MONTH-DATE-PARTS REDEFINES MONTH-DATE.
011200     05  MDT-YEAR             PIC 9(4).
011300     05  MDT-MONTH            PIC 9(2).
011400     05  MDT-DAY              PIC 9(2).
011500 01  MONTHS-TO-ADD            PIC 9(3).
011600 01  MONTH-SERIAL             PIC 9(6).
011700 01  FIRST-OF-MONTH           PIC 9(8).
011800 01  FIRST-PARTS REDEFINES FIRST-OF-MONTH.
011900     05  FOM-YEAR             PIC 9(4).
012000     05  FOM-MONTH            PIC 9(2).
012100     05  FOM-DAY              PIC 9(2).
012200 01  LAST-OF-MONTH            PIC 9(8).
012300 01  LAST-PARTS REDEFINES LAST-OF-MONTH.
012400     05  LOM-YEAR             PIC 9(4).
012500     05  LOM-MONTH            PIC 9(2).
012600     05  LOM-DAY              PIC 9(2).
012700 01  NEXT-DAY                 PIC 9(8).
012800 01  NEXT-DAY-PARTS REDEFINES NEXT-DAY.
012900     05  FILLER               PIC 9(6).
013000     05  NXD-DAY              PIC 9(2).
013100 01  KEEP-DAY                 PIC 9(2).
013200 01  WORK-INT                 PIC S9(9) COMP.
013300
013400*--------------------------------------------------------------
013500* THE HOLDERS' CONTACTS AND RATES, AND THE INVOICE FILE --
013600* THE INVOICES ALREADY ON IT FOLLOWED BY THIS RUN'S.
013700*--------------------------------------------------------------
013800 01  CONTACT-COUNT            PIC 9(4) COMP VALUE 0.
013900 01  CTX                      PIC 9(4) COMP.
014000 01  CONTACT-HIT-X            PIC 9(4) COMP.
014100 01  CONTACT-TABLE.
014200     05  CONTACT-ENTRY OCCURS 999 TIMES.
014300         10  CTT-PLATE        PIC X(8).
014400         10  CTT-HOLDER       PIC X(24).
014500         10  CTT-PHONE        PIC X(12).
014600         10  CTT-RATE         PIC 9(4)V9(2).
014700         10  CTT-MONTHS       PIC 9(2).
014800         10  CTT-ADDRESS      PIC X(28).
014900
015000 01  INVOICE-COUNT            PIC 9(4) COMP VALUE 0.
015100 01  IVX                      PIC 9(4) COMP.
015200 01  INVOICE-HIT-X            PIC 9(4) COMP.
015300 01  INVOICE-TABLE.
015400     05  INVOICE-ENTRY OCCURS 999 TIMES.
015500         10  IVT-INVOICE.
015600             15  IVT-INV-MONTH PIC X(6).
015700             15  IVT-INV-SEQ  PIC X(4).
015800         10  IVT-PLATE        PIC X(8).
015900         10  IVT-ISSUED       PIC 9(8).
016000         10  IVT-DUE-DATE     PIC 9(8).
016100         10  IVT-REST         PIC X(46).
016200 01  INVOICE-SWITCH           PIC X(1) VALUE "Y".
016300     88  INVOICES-LOADED      VALUE "Y".
016400     88  INVOICES-NOT-LOADED  VALUE "N".
016500 01  NEXT-SEQ                 PIC 9(4) VALUE 0.
016600 01  SEQ-NUMBER               PIC 9(4).
016700
016800*--------------------------------------------------------------
016900* RUN TOTALS AND PRINT FIELDS.
017000*--------------------------------------------------------------
017100 01  BILLED-COUNT             PIC 9(5) VALUE 0.
017200 01  BILLED-TOTAL             PIC 9(7)V9(2) VALUE 0.
017300 01  ALREADY-COUNT            PIC 9(5) VALUE 0.
017400 01  NOT-BILLED-COUNT         PIC 9(5) VALUE 0.
017500 01  INVOICE-AMOUNT           PIC 9(4)V9(2).
017600 01  AMOUNT-DISP              PIC Z(6)9.99.
017700 01  RATE-DISP                PIC Z(3)9.99.
017800 01  COUNT-DISP               PIC Z(4)9.
017900 01  MONTHS-DISP              PIC Z9.
018000
018100 PROCEDURE DIVISION.
018200 0000-MAINLINE.
018300     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
018400     MOVE RUN-DATE TO PDAT-CLOCK-DATE.
018500     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
018600     CALL "SETPDATE" USING PROCESSING-DATE-RECORD.
018700     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
018800     MOVE PDAT-RUN-DATE TO RUN-DATE.
018900     PERFORM 0100-LOG-RUN-START.
019000     PERFORM 0200-READ-CONTROL-LINE.
019100     OPEN OUTPUT REPORT-FILE.
019200     IF NOT REPORT-OK THEN
019300         MOVE RUN-DATE TO EXCPT-RUN-DATE
019400         MOVE "PERMRENW" TO EXCPT-PROGRAM
019500         MOVE "RPTO" TO EXCPT-CODE
019600         MOVE 3 TO EXCPT-SEVERITY
019700         MOVE SPACES TO EXCPT-TEXT
019800         STRING "REPORT-OPEN-FAILED STATUS ", REPORT-STATUS
019900             DELIMITED BY SIZE INTO EXCPT-TEXT
020000         CALL "EXCPTRPT" USING EXCEPTION-RECORD
020100     END-IF.
020200     OPEN OUTPUT NOTICE-FILE.
020300     IF NOT NOTICE-OK THEN
020400         MOVE RUN-DATE TO EXCPT-RUN-DATE
020500         MOVE "PERMRENW" TO EXCPT-PROGRAM
020600         MOVE "RPTO" TO EXCPT-CODE
020700         MOVE 3 TO EXCPT-SEVERITY
020800         MOVE SPACES TO EXCPT-TEXT
020900         STRING "NOTICE-FILE-OPEN-FAILED STATUS ",
021000             NOTICE-STATUS
021100             DELIMITED BY SIZE INTO EXCPT-TEXT
021200         CALL "EXCPTRPT" USING EXCEPTION-RECORD
021300     END-IF.
021400     MOVE SPACES TO RPT-LINE.
021500     STRING RUN-DATE, " PERMIT RENEWALS AS OF ", ASOF-DATE,
021600         " -- PERMITS RUNNING OUT ", WINDOW-START, " THROUGH ",
021700         WINDOW-END
021800         DELIMITED BY SIZE INTO RPT-LINE.
021900     PERFORM 0700-WRITE-REPORT.
022000     MOVE SPACES TO RPT-LINE.
022100     STRING RUN-DATE, " INVOICE    PLATE    HOLDER      ",
022200         "             DUE      NEW-THRU MONTHS     AMOUNT"
022300         DELIMITED BY SIZE INTO RPT-LINE.
022400     PERFORM 0700-WRITE-REPORT.
022500
022600     PERFORM 0500-LOAD-CONTACTS.
022700     PERFORM 0540-LOAD-INVOICES.
022800     IF INVOICES-LOADED THEN
022900         PERFORM 1000-BILL-PERMITS
023000     END-IF.
023100     IF INVOICES-LOADED AND BILLED-COUNT > 0 THEN
023200         PERFORM 0850-WRITE-INVOICES
023300     END-IF.
023400
023500     MOVE BILLED-COUNT TO COUNT-DISP.
023600     MOVE BILLED-TOTAL TO AMOUNT-DISP.
023700     MOVE SPACES TO RPT-LINE.
023800     STRING RUN-DATE, " INVOICES ISSUED ", COUNT-DISP,
023900         " AMOUNT ", AMOUNT-DISP
024000         DELIMITED BY SIZE INTO RPT-LINE.
024100     PERFORM 0700-WRITE-REPORT.
024200     MOVE ALREADY-COUNT TO COUNT-DISP.
024300     MOVE SPACES TO RPT-LINE.
024400     STRING RUN-DATE, " ALREADY BILLED  ", COUNT-DISP
024500         DELIMITED BY SIZE INTO RPT-LINE.
024600     PERFORM 0700-WRITE-REPORT.
024700     MOVE NOT-BILLED-COUNT TO COUNT-DISP.
024800     MOVE SPACES TO RPT-LINE.
024900     STRING RUN-DATE, " NOT BILLED      ", COUNT-DISP,
025000         " (NO CONTACT OR RATE ON FILE)"
025100         DELIMITED BY SIZE INTO RPT-LINE.
025200     PERFORM 0700-WRITE-REPORT.
025300     IF NOTICE-OK THEN
025400         CLOSE NOTICE-FILE
025500     END-IF.
025600     IF REPORT-OK THEN
025700         CLOSE REPORT-FILE
025800     END-IF.
025900     DISPLAY RUN-DATE, " PERMRENW AS OF ", ASOF-DATE,
026000         " PERMITS READ ", RECORDS-READ, " BILLED ",
026100         BILLED-COUNT, " NOT BILLED ", NOT-BILLED-COUNT.
026200     PERFORM 0990-LOG-RUN-END.
026300     STOP RUN.
026400
026500*--------------------------------------------------------------
026600* THE OPTIONAL "asof YYYYMMDD" CONTROL LINE, AND THE MONTH
026700* AFTER IT.
026800*--------------------------------------------------------------
026900 0200-READ-CONTROL-LINE.
027000     MOVE SPACES TO INPUT-LINE.
027100     ACCEPT INPUT-LINE.
027200     MOVE 0 TO KEYWORD-COUNT.
027300     INSPECT INPUT-LINE TALLYING KEYWORD-COUNT FOR ALL "asof".
027400     IF KEYWORD-COUNT = 1 THEN
027500         UNSTRING INPUT-LINE DELIMITED BY ALL SPACE
027600             INTO OPTION, ASOF-DATE
027700     END-IF.
027800     IF ASOF-DATE = 0 THEN
027900         MOVE RUN-DATE TO ASOF-DATE
028000     END-IF.
028100     MOVE ASOF-DATE TO MONTH-DATE.
028200     MOVE 1 TO MONTHS-TO-ADD.
028300     PERFORM 2200-FIRST-AND-LAST.
028400     MOVE FIRST-OF-MONTH TO WINDOW-START.
028500     MOVE LAST-OF-MONTH TO WINDOW-END.
028600 0200-EXIT.
028700     EXIT.
028800
028900*--------------------------------------------------------------
029000* LOAD THE HOLDERS' CONTACTS AND RATES. WITHOUT THEM NOTHING
029100* CAN BE BILLED, AND EVERY PERMIT DUE IS AN EXCEPTION.
029200*--------------------------------------------------------------
029300 0500-LOAD-CONTACTS.
029400     OPEN INPUT PERMCONT-FILE.
029500     IF NOT PERMCONT-OK THEN
029600         IF NOT PERMCONT-NOT-FOUND THEN
029700             MOVE RUN-DATE TO EXCPT-RUN-DATE
029800             MOVE "PERMRENW" TO EXCPT-PROGRAM
029900             MOVE "PREN" TO EXCPT-CODE
030000             MOVE 2 TO EXCPT-SEVERITY
030100             MOVE SPACES TO EXCPT-TEXT
030200             STRING "PERMIT-CONTACTS-OPEN-FAILED STATUS ",
030300                 PERMCONT-STATUS
030400                 DELIMITED BY SIZE INTO EXCPT-TEXT
030500             CALL "EXCPTRPT" USING EXCEPTION-RECORD
030600         END-IF
030640     ELSE
030680         PERFORM 0505-LOAD-ONE-CONTACT
030720             UNTIL PERMCONT-AT-END
030760         CLOSE PERMCONT-FILE
030800     END-IF.
031200 0500-EXIT.
031300     EXIT.
031400
031500 0505-LOAD-ONE-CONTACT.
031600     READ PERMCONT-FILE
031700         AT END
031800             SET PERMCONT-AT-END TO TRUE
031860         NOT AT END
031920             PERFORM 0506-KEEP-CONTACT
032000     END-READ.
032020 0505-EXIT.
032040     EXIT.
032060
032080 0506-KEEP-CONTACT.
032100     IF CONTACT-COUNT >= 999 THEN
032200         MOVE RUN-DATE TO EXCPT-RUN-DATE
032300         MOVE "PERMRENW" TO EXCPT-PROGRAM
032400         MOVE "PREN" TO EXCPT-CODE
032500         MOVE 2 TO EXCPT-SEVERITY
032600         MOVE SPACES TO EXCPT-TEXT
032700         STRING "CONTACT-TABLE-FULL AT ", PCT-PLATE,
032800             " LATER CONTACTS DROPPED"
032900             DELIMITED BY SIZE INTO EXCPT-TEXT
033000         CALL "EXCPTRPT" USING EXCEPTION-RECORD
033100         SET PERMCONT-AT-END TO TRUE
033140     ELSE
033180         ADD 1 TO CONTACT-COUNT
033220         MOVE PERMIT-CONTACT-RECORD
033260             TO CONTACT-ENTRY(CONTACT-COUNT)
033300     END-IF.
033500 0506-EXIT.
033700     EXIT.
033800
033900*--------------------------------------------------------------
034000* LOAD THE INVOICES ALREADY ISSUED, AND FIND THE LAST NUMBER
034100* USED IN THE BILLING MONTH. AN INVOICE FILE THAT WILL NOT
034200* OPEN, OR WILL NOT FIT, STOPS THE BILLING -- IT COULD NOT BE
034300* WRITTEN BACK WHOLE.
034400*--------------------------------------------------------------
034500 0540-LOAD-INVOICES.
034600     OPEN INPUT PERMINV-FILE.
034610     IF PERMINV-OK THEN
034620         PERFORM 0545-LOAD-ONE-INVOICE
034630             UNTIL PERMINV-AT-END
034640         CLOSE PERMINV-FILE
034650     ELSE
034660         IF NOT PERMINV-NOT-FOUND THEN
034670             SET INVOICES-NOT-LOADED TO TRUE
034680             MOVE RUN-DATE TO EXCPT-RUN-DATE
034690             MOVE "PERMRENW" TO EXCPT-PROGRAM
034700             MOVE "PINV" TO EXCPT-CODE
034710             MOVE 3 TO EXCPT-SEVERITY
034720             MOVE SPACES TO EXCPT-TEXT
034730             STRING "INVOICE-FILE-OPEN-FAILED STATUS ",
034740                 PERMINV-STATUS, " NOTHING BILLED"
034750                 DELIMITED BY SIZE INTO EXCPT-TEXT
034760             CALL "EXCPTRPT" USING EXCEPTION-RECORD
034770         END-IF
034900     END-IF.
036600 0540-EXIT.
036700     EXIT.
036800
036900 0545-LOAD-ONE-INVOICE.
037000     READ PERMINV-FILE
037100         AT END
037200             SET PERMINV-AT-END TO TRUE
037260         NOT AT END
037320             PERFORM 0546-KEEP-INVOICE
037400     END-READ.
037420 0545-EXIT.
037440     EXIT.
037460
037480 0546-KEEP-INVOICE.
037500     IF INVOICE-COUNT >= 999 THEN
037600         SET INVOICES-NOT-LOADED TO TRUE
037700         MOVE RUN-DATE TO EXCPT-RUN-DATE
037800         MOVE "PERMRENW" TO EXCPT-PROGRAM
037900         MOVE "PINV" TO EXCPT-CODE
038000         MOVE 3 TO EXCPT-SEVERITY
038100         MOVE SPACES TO EXCPT-TEXT
038200         STRING "INVOICE-TABLE-FULL AT ", PIV-INVOICE,
038300             " NOTHING BILLED"
038400             DELIMITED BY SIZE INTO EXCPT-TEXT
038500         CALL "EXCPTRPT" USING EXCEPTION-RECORD
038600         SET PERMINV-AT-END TO TRUE
038690     ELSE
038780         ADD 1 TO INVOICE-COUNT
038870         MOVE PERMIT-INVOICE-RECORD
038960             TO INVOICE-ENTRY(INVOICE-COUNT)
039050         IF IVT-INV-MONTH(INVOICE-COUNT) = ASOF-YYYYMM
039140                 AND IVT-INV-SEQ(INVOICE-COUNT) IS NUMERIC THEN
039230             MOVE IVT-INV-SEQ(INVOICE-COUNT) TO SEQ-NUMBER
039320             IF SEQ-NUMBER > NEXT-SEQ THEN
039410                 MOVE SEQ-NUMBER TO NEXT-SEQ
039500             END-IF
039600         END-IF
039700     END-IF.
039800 0546-EXIT.
039900     EXIT.
040000
040100*--------------------------------------------------------------
040200* READ THE PERMIT MASTER AND BILL EVERY PERMIT RUNNING OUT IN
040300* THE BILLING MONTH.
040400*--------------------------------------------------------------
040500 1000-BILL-PERMITS.
040600     OPEN INPUT PERMMAST-FILE.
040610     IF PERMMAST-OK THEN
040620         PERFORM 1010-BILL-ONE-PERMIT
040630             UNTIL PERMMAST-AT-END
040640         CLOSE PERMMAST-FILE
040650     ELSE
040660         IF NOT PERMMAST-NOT-FOUND THEN
040670             MOVE RUN-DATE TO EXCPT-RUN-DATE
040680             MOVE "PERMRENW" TO EXCPT-PROGRAM
040690             MOVE "PERM" TO EXCPT-CODE
040700             MOVE 3 TO EXCPT-SEVERITY
040710             MOVE SPACES TO EXCPT-TEXT
040720             STRING "PERMIT-MASTER-OPEN-FAILED STATUS ",
040730                 PERMMAST-STATUS, " NOTHING BILLED"
040740                 DELIMITED BY SIZE INTO EXCPT-TEXT
040750             CALL "EXCPTRPT" USING EXCEPTION-RECORD
040760         END-IF
040900     END-IF.
042500 1000-EXIT.
042600     EXIT.
042700
042800*--------------------------------------------------------------
042900* ONE PERMIT. ONE ALREADY BILLED FOR THIS PAID-THROUGH DATE IS
043000* COUNTED AND PASSED OVER; ONE WITH NO CONTACT OR NO RATE IS AN
043100* EXCEPTION AND GOES UNBILLED.
043200*--------------------------------------------------------------
043300 1010-BILL-ONE-PERMIT.
043400     READ PERMMAST-FILE
043500         AT END
043600             SET PERMMAST-AT-END TO TRUE
043660         NOT AT END
043720             PERFORM 1020-TAKE-PERMIT
043800     END-READ.
043820 1010-EXIT.
043840     EXIT.
043860
043880 1020-TAKE-PERMIT.
043900     ADD 1 TO RECORDS-READ.
044000     IF PRM-PAID-THRU NOT < WINDOW-START
044100             AND PRM-PAID-THRU NOT > WINDOW-END THEN
044200         PERFORM 1030-BILL-DUE-PERMIT
044300     END-IF.
044320 1020-EXIT.
044340     EXIT.
044360
044380 1030-BILL-DUE-PERMIT.
044400     MOVE 0 TO INVOICE-HIT-X.
044500     PERFORM VARYING IVX FROM 1 BY 1 UNTIL IVX > INVOICE-COUNT
044600         IF IVT-PLATE(IVX) = PRM-PLATE
044700                 AND IVT-DUE-DATE(IVX) = PRM-PAID-THRU THEN
044800             MOVE IVX TO INVOICE-HIT-X
044900         END-IF
045000     END-PERFORM.
045100     IF INVOICE-HIT-X > 0 THEN
045200         ADD 1 TO ALREADY-COUNT
045260     ELSE
045320         PERFORM 1040-CHECK-AND-ISSUE
045400     END-IF.
045420 1030-EXIT.
045440     EXIT.
045460
045480 1040-CHECK-AND-ISSUE.
045500     MOVE 0 TO CONTACT-HIT-X.
045600     PERFORM VARYING CTX FROM 1 BY 1 UNTIL CTX > CONTACT-COUNT
045700         IF CTT-PLATE(CTX) = PRM-PLATE THEN
045800             MOVE CTX TO CONTACT-HIT-X
045900             EXIT PERFORM
046000         END-IF
046100     END-PERFORM.
046200     IF CONTACT-HIT-X = 0 THEN
046300         PERFORM 1050-NO-CONTACT-ON-FILE
046400     ELSE
046500         IF CTT-RATE(CONTACT-HIT-X) IS NOT NUMERIC
046600                 OR CTT-RATE(CONTACT-HIT-X) = 0 THEN
046700             PERFORM 1060-NO-RATE-ON-FILE
046800         ELSE
046900             IF INVOICE-COUNT >= 999 OR NEXT-SEQ >= 9999 THEN
047000                 PERFORM 1070-INVOICE-TABLE-FULL
047100             ELSE
047200                 PERFORM 1100-ISSUE-INVOICE
047300             END-IF
047400         END-IF
047500     END-IF.
049100 1040-EXIT.
050700     EXIT.
050702
050704 1050-NO-CONTACT-ON-FILE.
050706     ADD 1 TO RECORDS-REJECTED.
050708     ADD 1 TO NOT-BILLED-COUNT.
050710     MOVE RUN-DATE TO EXCPT-RUN-DATE.
050712     MOVE "PERMRENW" TO EXCPT-PROGRAM.
050714     MOVE "PREN" TO EXCPT-CODE.
050716     MOVE 2 TO EXCPT-SEVERITY.
050718     MOVE SPACES TO EXCPT-TEXT.
050720     STRING "PLATE ", PRM-PLATE, " PAID THRU ",
050722         PRM-PAID-THRU, " NO CONTACT ON FILE, NOT BILLED"
050724         DELIMITED BY SIZE INTO EXCPT-TEXT.
050726     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
050728 1050-EXIT.
050730     EXIT.
050732
050734 1060-NO-RATE-ON-FILE.
050736     ADD 1 TO RECORDS-REJECTED.
050738     ADD 1 TO NOT-BILLED-COUNT.
050740     MOVE RUN-DATE TO EXCPT-RUN-DATE.
050742     MOVE "PERMRENW" TO EXCPT-PROGRAM.
050744     MOVE "PREN" TO EXCPT-CODE.
050746     MOVE 2 TO EXCPT-SEVERITY.
050748     MOVE SPACES TO EXCPT-TEXT.
050750     STRING "PLATE ", PRM-PLATE, " PAID THRU ",
050752         PRM-PAID-THRU, " NO RATE ON FILE, NOT BILLED"
050754         DELIMITED BY SIZE INTO EXCPT-TEXT.
050756     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
050758 1060-EXIT.
050760     EXIT.
050762
050764 1070-INVOICE-TABLE-FULL.
050766     ADD 1 TO RECORDS-REJECTED.
050768     ADD 1 TO NOT-BILLED-COUNT.
050770     MOVE RUN-DATE TO EXCPT-RUN-DATE.
050772     MOVE "PERMRENW" TO EXCPT-PROGRAM.
050774     MOVE "PINV" TO EXCPT-CODE.
050776     MOVE 2 TO EXCPT-SEVERITY.
050778     MOVE SPACES TO EXCPT-TEXT.
050780     STRING "INVOICE-TABLE-FULL AT PLATE ", PRM-PLATE,
050782         " NOT BILLED"
050784         DELIMITED BY SIZE INTO EXCPT-TEXT.
050786     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
050788 1070-EXIT.
050790     EXIT.
050800
050900*--------------------------------------------------------------
051000* ISSUE THE RENEWAL INVOICE -- THE HOLDER'S TERM (ONE MONTH
051100* WHEN NONE IS ON FILE) AT THE MONTHLY RATE, DUE ON THE DAY THE
051200* PERMIT RUNS OUT -- AND PRINT ITS NOTICE AND REGISTER LINE.
051300*--------------------------------------------------------------
051400 1100-ISSUE-INVOICE.
051500     MOVE CTT-MONTHS(CONTACT-HIT-X) TO MONTHS-TO-ADD.
051600     IF CTT-MONTHS(CONTACT-HIT-X) IS NOT NUMERIC
051700             OR CTT-MONTHS(CONTACT-HIT-X) = 0 THEN
051800         MOVE 1 TO MONTHS-TO-ADD
051900     END-IF.
052000     COMPUTE INVOICE-AMOUNT =
052100         CTT-RATE(CONTACT-HIT-X) * MONTHS-TO-ADD.
052200     MOVE PRM-PAID-THRU TO MONTH-DATE.
052300     PERFORM 2100-ADVANCE-MONTHS.
052400     ADD 1 TO NEXT-SEQ.
052500     MOVE NEXT-SEQ TO SEQ-NUMBER.
052600     MOVE SPACES TO PERMIT-INVOICE-RECORD.
052700     STRING ASOF-YYYYMM, SEQ-NUMBER
052800         DELIMITED BY SIZE INTO PIV-INVOICE.
052900     MOVE PRM-PLATE TO PIV-PLATE.
053000     MOVE RUN-DATE TO PIV-ISSUED.
053100     MOVE PRM-PAID-THRU TO PIV-DUE-DATE.
053200     MOVE MONTH-DATE TO PIV-NEW-PAID-THRU.
053300     MOVE MONTHS-TO-ADD TO PIV-MONTHS.
053400     MOVE INVOICE-AMOUNT TO PIV-AMOUNT.
053500     MOVE 0 TO PIV-PAID.
053600     SET PIV-OPEN TO TRUE.
053700     MOVE 0 TO PIV-PAID-DATE.
053800     MOVE 0 TO PIV-PAY-RUN-DATE.
053900     MOVE 0 TO PIV-PAY-RUN-AMOUNT.
054000     ADD 1 TO INVOICE-COUNT.
054100     MOVE PERMIT-INVOICE-RECORD TO INVOICE-ENTRY(INVOICE-COUNT).
054200     ADD 1 TO BILLED-COUNT.
054300     ADD INVOICE-AMOUNT TO BILLED-TOTAL.
054400
054500     MOVE INVOICE-AMOUNT TO AMOUNT-DISP.
054600     MOVE MONTHS-TO-ADD TO MONTHS-DISP.
054700     MOVE SPACES TO RPT-LINE.
054800     STRING RUN-DATE, " ", PIV-INVOICE, " ", PIV-PLATE, " ",
054900         CTT-HOLDER(CONTACT-HIT-X), " ", PIV-DUE-DATE, " ",
055000         PIV-NEW-PAID-THRU, "     ", MONTHS-DISP, " ",
055100         AMOUNT-DISP
055200         DELIMITED BY SIZE INTO RPT-LINE.
055300     PERFORM 0700-WRITE-REPORT.
055400     PERFORM 1200-PRINT-NOTICE.
055500 1100-EXIT.
055600     EXIT.
055700
055800*--------------------------------------------------------------
055900* THE MAILED RENEWAL NOTICE, ONE PAGE PER INVOICE.
056000*--------------------------------------------------------------
056100 1200-PRINT-NOTICE.
056200     MOVE SPACES TO NOTICE-LINE.
056300     STRING "PERMIT RENEWAL INVOICE ", PIV-INVOICE,
056400         "     ISSUED ", PIV-ISSUED
056500         DELIMITED BY SIZE INTO NOTICE-LINE.
056600     PERFORM 0710-WRITE-NOTICE.
056700     MOVE SPACES TO NOTICE-LINE.
056800     PERFORM 0710-WRITE-NOTICE.
056900     MOVE CTT-HOLDER(CONTACT-HIT-X) TO NOTICE-LINE.
057000     PERFORM 0710-WRITE-NOTICE.
057100     MOVE CTT-ADDRESS(CONTACT-HIT-X) TO NOTICE-LINE.
057200     PERFORM 0710-WRITE-NOTICE.
057300     MOVE SPACES TO NOTICE-LINE.
057400     PERFORM 0710-WRITE-NOTICE.
057500     MOVE SPACES TO NOTICE-LINE.
057600     STRING "PLATE ", PIV-PLATE, " PERMIT TYPE ", PRM-TYPE,
057700         " IS PAID THROUGH ", PIV-DUE-DATE, "."
057800         DELIMITED BY SIZE INTO NOTICE-LINE.
057900     PERFORM 0710-WRITE-NOTICE.
058000     MOVE CTT-RATE(CONTACT-HIT-X) TO RATE-DISP.
058100     MOVE SPACES TO NOTICE-LINE.
058200     STRING "RENEWAL FOR ", MONTHS-DISP, " MONTH(S) AT ",
058300         RATE-DISP, " A MONTH CARRIES IT THROUGH ",
058400         PIV-NEW-PAID-THRU, "."
058500         DELIMITED BY SIZE INTO NOTICE-LINE.
058600     PERFORM 0710-WRITE-NOTICE.
058700     MOVE SPACES TO NOTICE-LINE.
058800     STRING "AMOUNT DUE ", AMOUNT-DISP, " BY ", PIV-DUE-DATE,
058900         ". QUOTE THE INVOICE NUMBER WITH YOUR PAYMENT."
059000         DELIMITED BY SIZE INTO NOTICE-LINE.
059100     PERFORM 0710-WRITE-NOTICE.
059200     MOVE SPACES TO NOTICE-LINE.
059300     STRING "AN UNPAID PERMIT IS BILLED AT THE TRANSIENT RATE ",
059400         "AFTER ", PIV-DUE-DATE, "."
059500         DELIMITED BY SIZE INTO NOTICE-LINE.
059600     PERFORM 0710-WRITE-NOTICE.
059700     MOVE ALL "-" TO NOTICE-LINE.
059800     PERFORM 0710-WRITE-NOTICE.
059900 1200-EXIT.
060000     EXIT.
060100
060200*--------------------------------------------------------------
060300* WRITE BACK THE INVOICE FILE WITH THIS RUN'S INVOICES ADDED.
060400*--------------------------------------------------------------
060500 0850-WRITE-INVOICES.
060600     OPEN OUTPUT PERMINV-FILE.
060700     IF NOT PERMINV-OK THEN
060800         MOVE RUN-DATE TO EXCPT-RUN-DATE
060900         MOVE "PERMRENW" TO EXCPT-PROGRAM
061000         MOVE "PINV" TO EXCPT-CODE
061100         MOVE 3 TO EXCPT-SEVERITY
061200         MOVE SPACES TO EXCPT-TEXT
061300         STRING "INVOICE-FILE-REWRITE-FAILED STATUS ",
061400             PERMINV-STATUS
061500             DELIMITED BY SIZE INTO EXCPT-TEXT
061600         CALL "EXCPTRPT" USING EXCEPTION-RECORD
061630     ELSE
061660         PERFORM VARYING IVX FROM 1 BY 1 UNTIL IVX > INVOICE-COUNT
061690             WRITE PERMIT-INVOICE-RECORD FROM INVOICE-ENTRY(IVX)
061720         END-PERFORM
061750         CLOSE PERMINV-FILE
061800     END-IF.
062300 0850-EXIT.
062400     EXIT.
062500
062600*--------------------------------------------------------------
062700* CARRY MONTH-DATE FORWARD MONTHS-TO-ADD MONTHS.
062800*--------------------------------------------------------------
062900 2100-ADVANCE-MONTHS.
063000     MOVE MDT-DAY TO KEEP-DAY.
063100     COMPUTE WORK-INT =
063200         FUNCTION INTEGER-OF-DATE (MONTH-DATE) + 1.
063300     COMPUTE NEXT-DAY = FUNCTION DATE-OF-INTEGER (WORK-INT).
063400     PERFORM 2200-FIRST-AND-LAST.
063500     MOVE LAST-OF-MONTH TO MONTH-DATE.
063600     IF NXD-DAY NOT = 1 AND KEEP-DAY < LOM-DAY THEN
063700         MOVE KEEP-DAY TO MDT-DAY
063800     END-IF.
063900 2100-EXIT.
064000     EXIT.
064100
064200*--------------------------------------------------------------
064300* THE FIRST AND LAST DAYS OF THE MONTH MONTHS-TO-ADD MONTHS
064400* AFTER MONTH-DATE'S.
064500*--------------------------------------------------------------
064600 2200-FIRST-AND-LAST.
064700     COMPUTE MONTH-SERIAL =
064800         MDT-YEAR * 12 + MDT-MONTH - 1 + MONTHS-TO-ADD.
064900     DIVIDE MONTH-SERIAL BY 12 GIVING FOM-YEAR
065000         REMAINDER FOM-MONTH.
065100     ADD 1 TO FOM-MONTH.
065200     MOVE 1 TO FOM-DAY.
065300     IF FOM-MONTH = 12 THEN
065400         COMPUTE WORK-INT = FUNCTION INTEGER-OF-DATE
065500             ((FOM-YEAR + 1) * 10000 + 0101) - 1
065600     ELSE
065700         COMPUTE WORK-INT = FUNCTION INTEGER-OF-DATE
065800             (FOM-YEAR * 10000 + (FOM-MONTH + 1) * 100 + 1) - 1
065900     END-IF.
066000     COMPUTE LAST-OF-MONTH = FUNCTION DATE-OF-INTEGER (WORK-INT).
066100 2200-EXIT.
066200     EXIT.
066300
066400*--------------------------------------------------------------
066500* RUN-LOG START AND END RECORDS FOR THE MORNING OPERATIONS
066600* REPORT. RUNLOGW STAMPS THE CLOCK TIME ITSELF.
066700*--------------------------------------------------------------
066800 0100-LOG-RUN-START.
066900     MOVE "PERMRENW" TO RLOG-PROGRAM.
067000     MOVE RUN-DATE TO RLOG-RUN-DATE.
067100     MOVE "S" TO RLOG-EVENT.
067200     MOVE 0 TO RLOG-READ.
067300     MOVE 0 TO RLOG-ACCEPTED.
067400     MOVE 0 TO RLOG-REJECTED.
067500     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
067600     CALL "RUNLOGW" USING RUN-LOG-RECORD.
067700     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
067800 0100-EXIT.
067900     EXIT.
068000
068100 0990-LOG-RUN-END.
068200     MOVE "PERMRENW" TO RLOG-PROGRAM.
068300     MOVE RUN-DATE TO RLOG-RUN-DATE.
068400     MOVE "E" TO RLOG-EVENT.
068500     MOVE RECORDS-READ TO RLOG-READ.
068600     COMPUTE RLOG-ACCEPTED = RECORDS-READ - RECORDS-REJECTED.
068700     MOVE RECORDS-REJECTED TO RLOG-REJECTED.
068800     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
068900     CALL "RUNLOGW" USING RUN-LOG-RECORD.
069000     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
069100 0990-EXIT.
069200     EXIT.
069300
069400 0700-WRITE-REPORT.
069500     IF REPORT-OK THEN
069600         WRITE REPORT-RECORD FROM RPT-LINE
069700     END-IF.
069800 0700-EXIT.
069900     EXIT.
070000
070100 0710-WRITE-NOTICE.
070200     IF NOTICE-OK THEN
070300         WRITE NOTICE-RECORD FROM NOTICE-LINE
070400     END-IF.
070500 0710-EXIT.
070600     EXIT.
