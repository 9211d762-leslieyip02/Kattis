000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PERMPOST.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. GARAGE-OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  RH   ORIGINAL VERSION - NIGHTLY POSTING OF
001000*                    PERMIT RENEWAL PAYMENTS, RUN AHEAD OF
001100*                    PARKING. EACH PAYMENT IN THE NIGHT'S FEED
001200*                    (PERMPAY) IS APPLIED TO THE RENEWAL INVOICE
001300*                    PERMRENW ISSUED (PERMINV); AN INVOICE PAID
001400*                    IN FULL CARRIES THE PLATE'S PERMIT MASTER
001500*                    PAID-THROUGH DATE TO THE DATE THE INVOICE
001600*                    BOUGHT, SO THE SAME NIGHT'S GATE LOG SEES
001700*                    THE PERMIT AS CURRENT. A PAYMENT FOR AN
001800*                    INVOICE NOT ON FILE, ALREADY PAID, OR
001900*                    KEYED AGAINST ANOTHER PLATE IS AN
002000*                    EXCEPTION AND IS NOT APPLIED. A RERUN OF
002100*                    THE SAME NIGHT TAKES THE NIGHT'S PAYMENTS
002200*                    BACK OUT FIRST. THE LAPSED-PERMITS REPORT
002300*                    THEN LISTS EVERY PLATE PAST ITS PAID-THROUGH
002400*                    DATE THAT PARKING HAS SEEN ON THE GATE LOG
002500*                    SINCE (PERMSEEN), WITH THE HOLDER'S CONTACT
002600*                    AND ANY OPEN INVOICE, SO THE OFFICE CAN
002700*                    CALL BEFORE THE NEXT VISIT IS BILLED AS A
002800*                    TRANSIENT AGAIN.
002900*--------------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PERMMAST-FILE ASSIGN TO PERMMAST
003500         FILE STATUS IS PERMMAST-STATUS.
003600     SELECT PERMCONT-FILE ASSIGN TO PERMCONT
003700         FILE STATUS IS PERMCONT-STATUS.
003800     SELECT PERMINV-FILE ASSIGN TO PERMINV
003900         FILE STATUS IS PERMINV-STATUS.
004000     SELECT PERMPAY-FILE ASSIGN TO PERMPAY
004100         FILE STATUS IS PERMPAY-STATUS.
004200     SELECT PERMSEEN-FILE ASSIGN TO PERMSEEN
004300         FILE STATUS IS PERMSEEN-STATUS.
004400     SELECT REPORT-FILE ASSIGN TO RPTOUT
004500         FILE STATUS IS REPORT-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900*--------------------------------------------------------------
005000* PERMIT MASTER -- ONE RECORD PER PASSHOLDER PLATE WITH ITS
005100* PERMIT TYPE AND PAID-THROUGH DATE, AS PARKING READS IT.
005200*--------------------------------------------------------------
005300 FD  PERMMAST-FILE.
005400 01  PERMMAST-RECORD.
005500     05  PRM-PLATE            PIC X(8).
005600     05  PRM-TYPE             PIC X(1).
005700     05  PRM-PAID-THRU        PIC 9(8).
005800 FD  PERMCONT-FILE.
005900 COPY PCONREC.
006000 FD  PERMINV-FILE.
006100 COPY PINVREC.
006200*--------------------------------------------------------------
006300* RENEWAL PAYMENTS -- ONE RECORD PER PAYMENT RECEIVED AGAINST A
006400* RENEWAL INVOICE, AS THE OFFICE'S CASH RECEIPTS SEND IT.
006500*--------------------------------------------------------------
006600 FD  PERMPAY-FILE.
006700 01  PERMPAY-RECORD.
006800     05  PPY-INVOICE          PIC X(10).
006900     05  PPY-PLATE            PIC X(8).
007000     05  PPY-PAID-DATE        PIC 9(8).
007100     05  PPY-AMOUNT           PIC 9(4)V9(2).
007200     05  PPY-REFERENCE        PIC X(12).
007300 FD  PERMSEEN-FILE.
007400 COPY PSEENREC.
007500 FD  REPORT-FILE.
007600 01  REPORT-RECORD            PIC X(132).
007700
007800 WORKING-STORAGE SECTION.
007900 COPY EXCPTREC.
008000 COPY PDATEREC.
008100 COPY RUNLOGRC.
008200 01  SAVED-RETURN-CODE        PIC S9(9) COMP.
008300 01  RECORDS-READ             PIC 9(7) VALUE 0.
008400 01  RECORDS-REJECTED         PIC 9(7) VALUE 0.
008500 01  RUN-DATE                 PIC 9(8).
008600 01  RUN-INT                  PIC S9(9) COMP.
008700 01  WORK-INT                 PIC S9(9) COMP.
008800
008900 01  PERMMAST-STATUS          PIC X(2).
009000     88  PERMMAST-OK          VALUE "00".
009100     88  PERMMAST-AT-END      VALUE "10".
009200     88  PERMMAST-NOT-FOUND   VALUE "35".
009300 01  PERMCONT-STATUS          PIC X(2).
009400     88  PERMCONT-OK          VALUE "00".
009500     88  PERMCONT-AT-END      VALUE "10".
009600     88  PERMCONT-NOT-FOUND   VALUE "35".
009700 01  PERMINV-STATUS           PIC X(2).
009800     88  PERMINV-OK           VALUE "00".
009900     88  PERMINV-AT-END       VALUE "10".
010000     88  PERMINV-NOT-FOUND    VALUE "35".
010100 01  PERMPAY-STATUS           PIC X(2).
010200     88  PERMPAY-OK           VALUE "00".
010300     88  PERMPAY-AT-END       VALUE "10".
010400     88  PERMPAY-NOT-FOUND    VALUE "35".
010500 01  PERMSEEN-STATUS          PIC X(2).
010600     88  PERMSEEN-OK          VALUE "00".
010700     88  PERMSEEN-AT-END      VALUE "10".
010800     88  PERMSEEN-NOT-FOUND   VALUE "35".
010900 01  REPORT-STATUS            PIC X(2).
011000     88  REPORT-OK            VALUE "00".
011100 01  RPT-LINE                 PIC X(132).
011200
011300*--------------------------------------------------------------
011400* POSTING GOES AHEAD ONLY WHEN BOTH THE PERMIT MASTER AND THE
011500* INVOICE FILE LOADED WHOLE; OTHERWISE NEITHER IS WRITTEN BACK
011600* AND THE PAYMENTS WAIT FOR A RERUN.
011700*--------------------------------------------------------------
011800 01  POST-SWITCH              PIC X(1) VALUE "Y".
011900     88  POSTING-OK           VALUE "Y".
012000     88  POSTING-HELD         VALUE "N".
012100 01  SEEN-SWITCH              PIC X(1) VALUE "Y".
012200     88  SEEN-LOADED          VALUE "Y".
012300     88  SEEN-NOT-LOADED      VALUE "N".
012400
012500*--------------------------------------------------------------
012600* THE PERMIT MASTER, CONTACTS, INVOICES, AND SIGHTINGS, HELD
012700* WHILE THE NIGHT IS POSTED.
012800*--------------------------------------------------------------
012900 01  PERMIT-COUNT             PIC 9(4) COMP VALUE 0.
013000 01  PMX                      PIC 9(4) COMP.
013100 01  PERMIT-HIT-X             PIC 9(4) COMP.
013200 01  PERMIT-KEY               PIC X(8).
013300 01  PERMIT-TABLE.
013400     05  PERMIT-ENTRY OCCURS 999 TIMES.
013500         10  PMT-PLATE        PIC X(8).
013600         10  PMT-TYPE         PIC X(1).
013700         10  PMT-PAID-THRU    PIC 9(8).
013800
013900 01  CONTACT-COUNT            PIC 9(4) COMP VALUE 0.
014000 01  CTX                      PIC 9(4) COMP.
014100 01  CONTACT-HIT-X            PIC 9(4) COMP.
014200 01  CONTACT-TABLE.
014300     05  CONTACT-ENTRY OCCURS 999 TIMES.
014400         10  CTT-PLATE        PIC X(8).
014500         10  CTT-HOLDER       PIC X(24).
014600         10  CTT-PHONE        PIC X(12).
014700
014800 01  INVOICE-COUNT            PIC 9(4) COMP VALUE 0.
014900 01  IVX                      PIC 9(4) COMP.
015000 01  INVOICE-HIT-X            PIC 9(4) COMP.
015100 01  INVOICE-RETAIN-DAYS      PIC 9(3) VALUE 365.
015200 01  INVOICE-TABLE.
015300     05  INVOICE-ENTRY OCCURS 999 TIMES.
015400         10  IVT-INVOICE      PIC X(10).
015500         10  IVT-PLATE        PIC X(8).
015600         10  IVT-ISSUED       PIC 9(8).
015700         10  IVT-DUE-DATE     PIC 9(8).
015800         10  IVT-NEW-PAID-THRU PIC 9(8).
015900         10  IVT-MONTHS       PIC 9(2).
016000         10  IVT-AMOUNT       PIC 9(4)V9(2).
016100         10  IVT-PAID         PIC 9(4)V9(2).
016200         10  IVT-STATUS       PIC X(1).
016300             88  IVT-OPEN     VALUE "O".
016400             88  IVT-PAID-IN-FULL VALUE "P".
016500         10  IVT-PAID-DATE    PIC 9(8).
016600         10  IVT-PAY-RUN-DATE PIC 9(8).
016700         10  IVT-PAY-RUN-AMOUNT PIC 9(4)V9(2).
016800         10  FILLER           PIC X(1).
016900
017000 01  SIGHT-COUNT              PIC 9(4) COMP VALUE 0.
017100 01  SGX                      PIC 9(4) COMP.
017200 01  SIGHT-DUP-X              PIC 9(4) COMP.
017300 01  SIGHT-RETAIN-DAYS        PIC 9(3) VALUE 90.
017400 01  SIGHT-TABLE.
017500     05  SIGHT-ENTRY OCCURS 999 TIMES.
017600         10  SGT-PLATE        PIC X(8).
017700         10  SGT-DATE         PIC 9(8).
017800         10  SGT-GARAGE       PIC X(8).
017900         10  SGT-TICKET       PIC 9(2).
018000         10  SGT-PAID-THRU    PIC 9(8).
018100         10  FILLER           PIC X(6).
018200 01  SIGHT-KEEP-SWITCH        PIC X(1).
018300     88  SIGHT-KEEP           VALUE "Y".
018400     88  SIGHT-DROP           VALUE "N".
018500
018600*--------------------------------------------------------------
018700* POSTING AND REPORT TOTALS.
018800*--------------------------------------------------------------
018900 01  PAY-COUNT                PIC 9(5) VALUE 0.
019000 01  PAY-TOTAL                PIC 9(7)V9(2) VALUE 0.
019100 01  PAY-REJECTED             PIC 9(5) VALUE 0.
019200 01  RENEWED-COUNT            PIC 9(5) VALUE 0.
019300 01  OWING                    PIC S9(5)V9(2).
019400 01  LAPSED-COUNT             PIC 9(5) VALUE 0.
019500 01  PLATE-SEEN               PIC 9(3).
019600 01  PLATE-LAST-SEEN          PIC 9(8).
019700 01  PLATE-LAST-GARAGE        PIC X(8).
019800 01  DAYS-LAPSED              PIC S9(5).
019900
020000*--------------------------------------------------------------
020100* REPORT PRINT FIELDS.
020200*--------------------------------------------------------------
020300 01  AMOUNT-DISP              PIC Z(6)9.99.
020400 01  OWING-DISP               PIC Z(4)9.99-.
020500 01  COUNT-DISP               PIC Z(4)9.
020600 01  SEEN-DISP                PIC ZZ9.
020700 01  DAYS-DISP                PIC Z(4)9.
020800 01  PAY-RESULT               PIC X(30).
020900
021000 PROCEDURE DIVISION.
021100 0000-MAINLINE.
021200     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
021300     MOVE RUN-DATE TO PDAT-CLOCK-DATE.
021400     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
021500     CALL "SETPDATE" USING PROCESSING-DATE-RECORD.
021600     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
021700     MOVE PDAT-RUN-DATE TO RUN-DATE.
021800     COMPUTE RUN-INT = FUNCTION INTEGER-OF-DATE (RUN-DATE).
021900     PERFORM 0100-LOG-RUN-START.
022000     OPEN OUTPUT REPORT-FILE.
022100     IF NOT REPORT-OK THEN
022200         MOVE RUN-DATE TO EXCPT-RUN-DATE
022300         MOVE "PERMPOST" TO EXCPT-PROGRAM
022400         MOVE "RPTO" TO EXCPT-CODE
022500         MOVE 3 TO EXCPT-SEVERITY
022600         MOVE SPACES TO EXCPT-TEXT
022700         STRING "REPORT-OPEN-FAILED STATUS ", REPORT-STATUS
022800             DELIMITED BY SIZE INTO EXCPT-TEXT
022900         CALL "EXCPTRPT" USING EXCEPTION-RECORD
023000     END-IF.
023100     MOVE SPACES TO RPT-LINE.
023200     STRING RUN-DATE, " PERMIT RENEWAL PAYMENTS"
023300         DELIMITED BY SIZE INTO RPT-LINE.
023400     PERFORM 0700-WRITE-REPORT.
023500
023600     PERFORM 0500-LOAD-PERMITS.
023700     PERFORM 0520-LOAD-CONTACTS.
023800     PERFORM 0540-LOAD-INVOICES.
023900     IF POSTING-OK THEN
024000         PERFORM 0600-POST-PAYMENTS
024100     END-IF.
024200     MOVE PAY-COUNT TO COUNT-DISP.
024300     MOVE PAY-TOTAL TO AMOUNT-DISP.
024400     MOVE SPACES TO RPT-LINE.
024500     STRING RUN-DATE, " PAYMENTS APPLIED ", COUNT-DISP,
024600         " AMOUNT ", AMOUNT-DISP
024700         DELIMITED BY SIZE INTO RPT-LINE.
024800     PERFORM 0700-WRITE-REPORT.
024900     MOVE RENEWED-COUNT TO COUNT-DISP.
025000     MOVE SPACES TO RPT-LINE.
025100     STRING RUN-DATE, " PERMITS RENEWED ", COUNT-DISP
025200         DELIMITED BY SIZE INTO RPT-LINE.
025300     PERFORM 0700-WRITE-REPORT.
025400     IF PAY-REJECTED > 0 THEN
025500         MOVE PAY-REJECTED TO COUNT-DISP
025600         MOVE SPACES TO RPT-LINE
025700         STRING RUN-DATE, " PAYMENTS NOT APPLIED ", COUNT-DISP
025800             DELIMITED BY SIZE INTO RPT-LINE
025900         PERFORM 0700-WRITE-REPORT
026000     END-IF.
026100     IF POSTING-OK THEN
026200         PERFORM 0800-WRITE-PERMITS
026300         PERFORM 0850-WRITE-INVOICES
026400     END-IF.
026500
026600     PERFORM 1000-LOAD-SIGHTINGS.
026700     PERFORM 1100-PRINT-LAPSED.
026800     IF SEEN-LOADED THEN
026900         PERFORM 1200-WRITE-SIGHTINGS
027000     END-IF.
027100     IF REPORT-OK THEN
027200         CLOSE REPORT-FILE
027300     END-IF.
027400     DISPLAY RUN-DATE, " PERMPOST PAYMENTS ", PAY-COUNT,
027500         " REJECTED ", PAY-REJECTED, " RENEWED ", RENEWED-COUNT,
027600         " LAPSED PLATES SEEN ", LAPSED-COUNT.
027700     PERFORM 0990-LOG-RUN-END.
027800     STOP RUN.
027900
028000*--------------------------------------------------------------
028100* LOAD THE PERMIT MASTER. A MISSING MASTER MEANS NO PERMITS;
028200* ANY OTHER OPEN FAILURE, OR MORE PERMITS THAN THE TABLE HOLDS,
028300* HOLDS THE NIGHT'S POSTING.
028400*--------------------------------------------------------------
028500 0500-LOAD-PERMITS.
028600     OPEN INPUT PERMMAST-FILE.
028610     IF PERMMAST-OK THEN
028620         PERFORM 0505-LOAD-ONE-PERMIT
028630             UNTIL PERMMAST-AT-END
028640         CLOSE PERMMAST-FILE
028650     ELSE
028660         IF NOT PERMMAST-NOT-FOUND THEN
028670             SET POSTING-HELD TO TRUE
028680             MOVE RUN-DATE TO EXCPT-RUN-DATE
028690             MOVE "PERMPOST" TO EXCPT-PROGRAM
028700             MOVE "PERM" TO EXCPT-CODE
028710             MOVE 3 TO EXCPT-SEVERITY
028720             MOVE SPACES TO EXCPT-TEXT
028730             STRING "PERMIT-MASTER-OPEN-FAILED STATUS ",
028740                 PERMMAST-STATUS, " PAYMENTS NOT POSTED"
028750                 DELIMITED BY SIZE INTO EXCPT-TEXT
028760             CALL "EXCPTRPT" USING EXCEPTION-RECORD
028770         END-IF
028900     END-IF.
030600 0500-EXIT.
030700     EXIT.
030800
030900 0505-LOAD-ONE-PERMIT.
031000     READ PERMMAST-FILE
031100         AT END
031200             SET PERMMAST-AT-END TO TRUE
031260         NOT AT END
031320             PERFORM 0506-KEEP-PERMIT
031400     END-READ.
031420 0505-EXIT.
031440     EXIT.
031460
031480 0506-KEEP-PERMIT.
031500     IF PERMIT-COUNT >= 999 THEN
031600         SET POSTING-HELD TO TRUE
031700         MOVE RUN-DATE TO EXCPT-RUN-DATE
031800         MOVE "PERMPOST" TO EXCPT-PROGRAM
031900         MOVE "PERM" TO EXCPT-CODE
032000         MOVE 3 TO EXCPT-SEVERITY
032100         MOVE SPACES TO EXCPT-TEXT
032200         STRING "PERMIT-TABLE-FULL AT ", PRM-PLATE,
032300             " PAYMENTS NOT POSTED"
032400             DELIMITED BY SIZE INTO EXCPT-TEXT
032500         CALL "EXCPTRPT" USING EXCEPTION-RECORD
032600         SET PERMMAST-AT-END TO TRUE
032630     ELSE
032660         ADD 1 TO PERMIT-COUNT
032690         MOVE PRM-PLATE TO PMT-PLATE(PERMIT-COUNT)
032720         MOVE PRM-TYPE TO PMT-TYPE(PERMIT-COUNT)
032750         MOVE PRM-PAID-THRU TO PMT-PAID-THRU(PERMIT-COUNT)
032800     END-IF.
033100 0506-EXIT.
033400     EXIT.
033500
033600*--------------------------------------------------------------
033700* LOAD THE HOLDERS' CONTACTS FOR THE LAPSED-PERMITS REPORT. A
033800* PLATE WITH NO CONTACT STILL PRINTS, WITHOUT ONE.
033900*--------------------------------------------------------------
034000 0520-LOAD-CONTACTS.
034100     OPEN INPUT PERMCONT-FILE.
034200     IF NOT PERMCONT-OK THEN
034300         IF NOT PERMCONT-NOT-FOUND THEN
034400             MOVE RUN-DATE TO EXCPT-RUN-DATE
034500             MOVE "PERMPOST" TO EXCPT-PROGRAM
034600             MOVE "PERM" TO EXCPT-CODE
034700             MOVE 2 TO EXCPT-SEVERITY
034800             MOVE SPACES TO EXCPT-TEXT
034900             STRING "PERMIT-CONTACTS-OPEN-FAILED STATUS ",
035000                 PERMCONT-STATUS
035100                 DELIMITED BY SIZE INTO EXCPT-TEXT
035200             CALL "EXCPTRPT" USING EXCEPTION-RECORD
035300         END-IF
035340     ELSE
035380         PERFORM 0525-LOAD-ONE-CONTACT
035420             UNTIL PERMCONT-AT-END
035460         CLOSE PERMCONT-FILE
035500     END-IF.
035900 0520-EXIT.
036000     EXIT.
036100
036200 0525-LOAD-ONE-CONTACT.
036300     READ PERMCONT-FILE
036400         AT END
036500             SET PERMCONT-AT-END TO TRUE
036560         NOT AT END
036620             PERFORM 0526-KEEP-CONTACT
036700     END-READ.
036720 0525-EXIT.
036740     EXIT.
036760
036780 0526-KEEP-CONTACT.
036800     IF CONTACT-COUNT >= 999 THEN
036900         SET PERMCONT-AT-END TO TRUE
036930     ELSE
036960         ADD 1 TO CONTACT-COUNT
036990         MOVE PCT-PLATE TO CTT-PLATE(CONTACT-COUNT)
037020         MOVE PCT-HOLDER TO CTT-HOLDER(CONTACT-COUNT)
037050         MOVE PCT-PHONE TO CTT-PHONE(CONTACT-COUNT)
037100     END-IF.
037400 0526-EXIT.
037700     EXIT.
037800
037900*--------------------------------------------------------------
038000* LOAD THE RENEWAL INVOICES. A PAYMENT THIS SAME RUN DATE
038100* POSTED IS A RERUN OF THE NIGHT -- IT IS TAKEN BACK OUT, AND
038200* AN INVOICE IT PAID IS REOPENED WITH ITS PERMIT PUT BACK TO
038300* THE DUE DATE, SO THE FEED CAN BE APPLIED AGAIN CLEAN. A PAID
038400* INVOICE IS KEPT A YEAR AFTER IT WAS PAID.
038500*--------------------------------------------------------------
038600 0540-LOAD-INVOICES.
038700     OPEN INPUT PERMINV-FILE.
038710     IF PERMINV-OK THEN
038720         PERFORM 0545-LOAD-ONE-INVOICE
038730             UNTIL PERMINV-AT-END
038740         CLOSE PERMINV-FILE
038750     ELSE
038760         IF NOT PERMINV-NOT-FOUND THEN
038770             SET POSTING-HELD TO TRUE
038780             MOVE RUN-DATE TO EXCPT-RUN-DATE
038790             MOVE "PERMPOST" TO EXCPT-PROGRAM
038800             MOVE "PINV" TO EXCPT-CODE
038810             MOVE 3 TO EXCPT-SEVERITY
038820             MOVE SPACES TO EXCPT-TEXT
038830             STRING "INVOICE-FILE-OPEN-FAILED STATUS ",
038840                 PERMINV-STATUS, " PAYMENTS NOT POSTED"
038850                 DELIMITED BY SIZE INTO EXCPT-TEXT
038860             CALL "EXCPTRPT" USING EXCEPTION-RECORD
038870         END-IF
039000     END-IF.
040700 0540-EXIT.
040800     EXIT.
040900
041000 0545-LOAD-ONE-INVOICE.
041100     READ PERMINV-FILE
041200         AT END
041300             SET PERMINV-AT-END TO TRUE
041360         NOT AT END
041420             PERFORM 0546-TAKE-INVOICE
041500     END-READ.
041520 0545-EXIT.
041540     EXIT.
041560
041580 0546-TAKE-INVOICE.
041600     IF PIV-PAY-RUN-DATE = RUN-DATE THEN
041700         SUBTRACT PIV-PAY-RUN-AMOUNT FROM PIV-PAID
041800         IF PIV-PAID-IN-FULL THEN
041900             PERFORM 0548-REOPEN-INVOICE
042000         END-IF
042100         MOVE 0 TO PIV-PAY-RUN-DATE
042200         MOVE 0 TO PIV-PAY-RUN-AMOUNT
042300     END-IF.
042400     IF PIV-PAID-IN-FULL THEN
042500         COMPUTE WORK-INT =
042600             FUNCTION INTEGER-OF-DATE (PIV-PAID-DATE)
042700         IF RUN-INT - WORK-INT NOT > INVOICE-RETAIN-DAYS THEN
042800             PERFORM 0547-KEEP-INVOICE
042900         END-IF
042930     ELSE
042960         PERFORM 0547-KEEP-INVOICE
043000     END-IF.
043020 0546-EXIT.
043040     EXIT.
043060
043080 0547-KEEP-INVOICE.
043100     IF INVOICE-COUNT >= 999 THEN
043200         SET POSTING-HELD TO TRUE
043300         MOVE RUN-DATE TO EXCPT-RUN-DATE
043400         MOVE "PERMPOST" TO EXCPT-PROGRAM
043500         MOVE "PINV" TO EXCPT-CODE
043600         MOVE 3 TO EXCPT-SEVERITY
043700         MOVE SPACES TO EXCPT-TEXT
043800         STRING "INVOICE-TABLE-FULL AT ", PIV-INVOICE,
043900             " PAYMENTS NOT POSTED"
044000             DELIMITED BY SIZE INTO EXCPT-TEXT
044100         CALL "EXCPTRPT" USING EXCEPTION-RECORD
044200         SET PERMINV-AT-END TO TRUE
044250     ELSE
044300         ADD 1 TO INVOICE-COUNT
044350         MOVE PERMIT-INVOICE-RECORD
044360             TO INVOICE-ENTRY(INVOICE-COUNT)
044400     END-IF.
044600 0547-EXIT.
044800     EXIT.
044900
045000 0548-REOPEN-INVOICE.
045100     SET PIV-OPEN TO TRUE.
045200     MOVE 0 TO PIV-PAID-DATE.
045300     MOVE PIV-PLATE TO PERMIT-KEY.
045400     PERFORM 0900-FIND-PERMIT.
045500     IF PERMIT-HIT-X > 0 THEN
045600         IF PMT-PAID-THRU(PERMIT-HIT-X) = PIV-NEW-PAID-THRU THEN
045700             MOVE PIV-DUE-DATE TO PMT-PAID-THRU(PERMIT-HIT-X)
045800         END-IF
045900     END-IF.
046000 0548-EXIT.
046100     EXIT.
046200
046300*--------------------------------------------------------------
046400* APPLY THE NIGHT'S RENEWAL PAYMENTS. A MISSING FEED MEANS NO
046500* PAYMENTS CAME IN.
046600*--------------------------------------------------------------
046700 0600-POST-PAYMENTS.
046800     OPEN INPUT PERMPAY-FILE.
046810     IF PERMPAY-OK THEN
046820         PERFORM 0610-POST-ONE-PAYMENT
046830             UNTIL PERMPAY-AT-END
046840         CLOSE PERMPAY-FILE
046850     ELSE
046860         IF NOT PERMPAY-NOT-FOUND THEN
046870             MOVE RUN-DATE TO EXCPT-RUN-DATE
046880             MOVE "PERMPOST" TO EXCPT-PROGRAM
046890             MOVE "PPAY" TO EXCPT-CODE
046900             MOVE 2 TO EXCPT-SEVERITY
046910             MOVE SPACES TO EXCPT-TEXT
046920             STRING "PAYMENT-FEED-OPEN-FAILED STATUS ",
046930                 PERMPAY-STATUS
046940                 DELIMITED BY SIZE INTO EXCPT-TEXT
046950             CALL "EXCPTRPT" USING EXCEPTION-RECORD
046960         END-IF
047100     END-IF.
048700 0600-EXIT.
048800     EXIT.
048900
049000*--------------------------------------------------------------
049100* ONE PAYMENT. IT MUST NAME AN OPEN INVOICE FOR ITS OWN PLATE.
049200* PAID IN FULL, THE INVOICE CLOSES AND ITS PERMIT IS CARRIED
049300* TO THE NEW PAID-THROUGH DATE; SHORT, IT STAYS OPEN FOR THE
049400* BALANCE.
049500*--------------------------------------------------------------
049600 0610-POST-ONE-PAYMENT.
049700     READ PERMPAY-FILE
049800         AT END
049900             SET PERMPAY-AT-END TO TRUE
049960         NOT AT END
050020             PERFORM 0612-TAKE-PAYMENT
050100     END-READ.
050120 0610-EXIT.
050140     EXIT.
050160
050180 0612-TAKE-PAYMENT.
050200     ADD 1 TO RECORDS-READ.
050300     MOVE 0 TO INVOICE-HIT-X.
050400     PERFORM VARYING IVX FROM 1 BY 1 UNTIL IVX > INVOICE-COUNT
050500         IF IVT-INVOICE(IVX) = PPY-INVOICE THEN
050600             MOVE IVX TO INVOICE-HIT-X
050700         END-IF
050800     END-PERFORM.
050900     MOVE SPACES TO PAY-RESULT.
051000     IF INVOICE-HIT-X = 0 THEN
051100         MOVE "NOT ON FILE" TO PAY-RESULT
051200     ELSE
051300         IF IVT-PLATE(INVOICE-HIT-X) NOT = PPY-PLATE THEN
051400             MOVE "IS FOR ANOTHER PLATE" TO PAY-RESULT
051500         ELSE
051600             IF IVT-PAID-IN-FULL(INVOICE-HIT-X) THEN
051700                 MOVE "ALREADY PAID" TO PAY-RESULT
051800             END-IF
051900         END-IF
052000     END-IF.
052100     IF PAY-RESULT NOT = SPACES THEN
052200         ADD 1 TO RECORDS-REJECTED
052300         ADD 1 TO PAY-REJECTED
052400         MOVE PPY-AMOUNT TO AMOUNT-DISP
052500         MOVE RUN-DATE TO EXCPT-RUN-DATE
052600         MOVE "PERMPOST" TO EXCPT-PROGRAM
052700         MOVE "PPAY" TO EXCPT-CODE
052800         MOVE 2 TO EXCPT-SEVERITY
052900         MOVE SPACES TO EXCPT-TEXT
053000         STRING "PAYMENT ", PPY-REFERENCE, " INVOICE ",
053100             PPY-INVOICE, " ", PAY-RESULT
053200             DELIMITED BY SIZE INTO EXCPT-TEXT
053300         CALL "EXCPTRPT" USING EXCEPTION-RECORD
053400         MOVE SPACES TO RPT-LINE
053500         STRING RUN-DATE, " ", PPY-REFERENCE, " INVOICE ",
053600             PPY-INVOICE, " PLATE ", PPY-PLATE, AMOUNT-DISP,
053700             " NOT APPLIED -- INVOICE ", PAY-RESULT
053800             DELIMITED BY SIZE INTO RPT-LINE
053900         PERFORM 0700-WRITE-REPORT
053960     ELSE
054020         PERFORM 0614-APPLY-PAYMENT
054100     END-IF.
054120 0612-EXIT.
054140     EXIT.
054160
054180 0614-APPLY-PAYMENT.
054200     MOVE INVOICE-HIT-X TO IVX.
054300     ADD PPY-AMOUNT TO IVT-PAID(IVX).
054400     IF IVT-PAY-RUN-DATE(IVX) NOT = RUN-DATE THEN
054500         MOVE RUN-DATE TO IVT-PAY-RUN-DATE(IVX)
054600         MOVE 0 TO IVT-PAY-RUN-AMOUNT(IVX)
054700     END-IF.
054800     ADD PPY-AMOUNT TO IVT-PAY-RUN-AMOUNT(IVX).
054900     ADD 1 TO PAY-COUNT.
055000     ADD PPY-AMOUNT TO PAY-TOTAL.
055100     COMPUTE OWING = IVT-AMOUNT(IVX) - IVT-PAID(IVX).
055200     IF OWING > 0 THEN
055300         MOVE OWING TO OWING-DISP
055400         MOVE SPACES TO PAY-RESULT
055500         STRING "PART PAID, OWING ", OWING-DISP
055600             DELIMITED BY SIZE INTO PAY-RESULT
055700     ELSE
055800         SET IVT-PAID-IN-FULL(IVX) TO TRUE
055900         MOVE PPY-PAID-DATE TO IVT-PAID-DATE(IVX)
056000         PERFORM 0620-RENEW-PERMIT
056100     END-IF.
056200     MOVE PPY-AMOUNT TO AMOUNT-DISP.
056300     MOVE SPACES TO RPT-LINE.
056400     STRING RUN-DATE, " ", PPY-REFERENCE, " INVOICE ",
056500         PPY-INVOICE, " PLATE ", PPY-PLATE, AMOUNT-DISP,
056600         " ", PAY-RESULT
056700         DELIMITED BY SIZE INTO RPT-LINE.
056800     PERFORM 0700-WRITE-REPORT.
056900 0614-EXIT.
057000     EXIT.
057100
057200*--------------------------------------------------------------
057300* CARRY THE PAID INVOICE'S PERMIT FORWARD. A PERMIT THE OFFICE
057400* HAS SINCE CARRIED FURTHER IS LEFT WHERE IT IS; A PLATE NO
057500* LONGER ON THE PERMIT MASTER IS AN EXCEPTION.
057600*--------------------------------------------------------------
057700 0620-RENEW-PERMIT.
057800     MOVE IVT-PLATE(IVX) TO PERMIT-KEY.
057900     PERFORM 0900-FIND-PERMIT.
058000     IF PERMIT-HIT-X = 0 THEN
058100         MOVE "PAID, NO PERMIT ON FILE" TO PAY-RESULT
058200         MOVE RUN-DATE TO EXCPT-RUN-DATE
058300         MOVE "PERMPOST" TO EXCPT-PROGRAM
058400         MOVE "PPAY" TO EXCPT-CODE
058500         MOVE 2 TO EXCPT-SEVERITY
058600         MOVE SPACES TO EXCPT-TEXT
058700         STRING "INVOICE ", IVT-INVOICE(IVX), " PAID, PLATE ",
058800             IVT-PLATE(IVX), " NOT ON PERMIT MASTER"
058900             DELIMITED BY SIZE INTO EXCPT-TEXT
059000         CALL "EXCPTRPT" USING EXCEPTION-RECORD
059010     ELSE
059020         IF PMT-PAID-THRU(PERMIT-HIT-X) < IVT-NEW-PAID-THRU(IVX)
059030                 THEN
059040             MOVE IVT-NEW-PAID-THRU(IVX)
059050                 TO PMT-PAID-THRU(PERMIT-HIT-X)
059060         END-IF
059070         ADD 1 TO RENEWED-COUNT
059080         MOVE SPACES TO PAY-RESULT
059090         STRING "PAID, PERMIT TO ", PMT-PAID-THRU(PERMIT-HIT-X)
059100             DELIMITED BY SIZE INTO PAY-RESULT
059200     END-IF.
060200 0620-EXIT.
060300     EXIT.
060400
060500*--------------------------------------------------------------
060600* WRITE BACK THE PERMIT MASTER AND THE INVOICES.
060700*--------------------------------------------------------------
060800 0800-WRITE-PERMITS.
060900     IF PERMIT-COUNT > 0 THEN
061000         PERFORM 0810-REWRITE-PERMITS
061100     END-IF.
061120 0800-EXIT.
061140     EXIT.
061160
061180 0810-REWRITE-PERMITS.
061200     OPEN OUTPUT PERMMAST-FILE.
061300     IF NOT PERMMAST-OK THEN
061400         MOVE RUN-DATE TO EXCPT-RUN-DATE
061500         MOVE "PERMPOST" TO EXCPT-PROGRAM
061600         MOVE "PERM" TO EXCPT-CODE
061700         MOVE 3 TO EXCPT-SEVERITY
061800         MOVE SPACES TO EXCPT-TEXT
061900         STRING "PERMIT-MASTER-REWRITE-FAILED STATUS ",
062000             PERMMAST-STATUS
062100             DELIMITED BY SIZE INTO EXCPT-TEXT
062200         CALL "EXCPTRPT" USING EXCEPTION-RECORD
062230     ELSE
062260         PERFORM VARYING PMX FROM 1 BY 1 UNTIL PMX > PERMIT-COUNT
062290             WRITE PERMMAST-RECORD FROM PERMIT-ENTRY(PMX)
062320         END-PERFORM
062350         CLOSE PERMMAST-FILE
062400     END-IF.
062700 0810-EXIT.
063000     EXIT.
063100
063200 0850-WRITE-INVOICES.
063300     OPEN OUTPUT PERMINV-FILE.
063400     IF NOT PERMINV-OK THEN
063500         MOVE RUN-DATE TO EXCPT-RUN-DATE
063600         MOVE "PERMPOST" TO EXCPT-PROGRAM
063700         MOVE "PINV" TO EXCPT-CODE
063800         MOVE 3 TO EXCPT-SEVERITY
063900         MOVE SPACES TO EXCPT-TEXT
064000         STRING "INVOICE-FILE-REWRITE-FAILED STATUS ",
064100             PERMINV-STATUS
064200             DELIMITED BY SIZE INTO EXCPT-TEXT
064300         CALL "EXCPTRPT" USING EXCEPTION-RECORD
064330     ELSE
064360         PERFORM VARYING IVX FROM 1 BY 1 UNTIL IVX > INVOICE-COUNT
064390             WRITE PERMIT-INVOICE-RECORD FROM INVOICE-ENTRY(IVX)
064420         END-PERFORM
064450         CLOSE PERMINV-FILE
064500     END-IF.
065000 0850-EXIT.
065100     EXIT.
065200
065300*--------------------------------------------------------------
065400* FIND THE PERMIT FOR THE PLATE IN PERMIT-KEY.
065500*--------------------------------------------------------------
065600 0900-FIND-PERMIT.
065700     MOVE 0 TO PERMIT-HIT-X.
065800     PERFORM VARYING PMX FROM 1 BY 1 UNTIL PMX > PERMIT-COUNT
065900         IF PMT-PLATE(PMX) = PERMIT-KEY THEN
066000             MOVE PMX TO PERMIT-HIT-X
066100             EXIT PERFORM
066200         END-IF
066300     END-PERFORM.
066400 0900-EXIT.
066500     EXIT.
066600
066700*--------------------------------------------------------------
066800* LOAD THE LAPSED-PERMIT SIGHTINGS PARKING HAS LOGGED. A
066900* SIGHTING IS KEPT WHILE ITS PLATE IS STILL LAPSED -- STILL
067000* ON THE PERMIT MASTER, AND SEEN AFTER ITS PAID-THROUGH DATE
067100* AS IT NOW STANDS -- AND FOR NO MORE THAN 90 DAYS. A RECORD
067200* THE SAME AS ONE ALREADY HELD IS A RERUN OF PARKING.
067300*--------------------------------------------------------------
067400 1000-LOAD-SIGHTINGS.
067500     OPEN INPUT PERMSEEN-FILE.
067530     IF PERMSEEN-OK THEN
067560         PERFORM 1010-LOAD-ONE-SIGHTING
067590             UNTIL PERMSEEN-AT-END
067620         CLOSE PERMSEEN-FILE
067650     ELSE
067700         SET SEEN-NOT-LOADED TO TRUE
067710         IF NOT PERMSEEN-NOT-FOUND THEN
067720             MOVE RUN-DATE TO EXCPT-RUN-DATE
067730             MOVE "PERMPOST" TO EXCPT-PROGRAM
067740             MOVE "PSEE" TO EXCPT-CODE
067750             MOVE 2 TO EXCPT-SEVERITY
067760             MOVE SPACES TO EXCPT-TEXT
067770             STRING "SIGHTINGS-OPEN-FAILED STATUS ",
067780                 PERMSEEN-STATUS, " NO LAPSED REPORT"
067790                 DELIMITED BY SIZE INTO EXCPT-TEXT
067800             CALL "EXCPTRPT" USING EXCEPTION-RECORD
067810         END-IF
067900     END-IF.
069600 1000-EXIT.
069700     EXIT.
069800
069900 1010-LOAD-ONE-SIGHTING.
070000     READ PERMSEEN-FILE
070100         AT END
070200             SET PERMSEEN-AT-END TO TRUE
070260         NOT AT END
070320             PERFORM 1020-TAKE-SIGHTING
070400     END-READ.
070420 1010-EXIT.
070440     EXIT.
070460
070480 1020-TAKE-SIGHTING.
070500     MOVE PSN-PLATE TO PERMIT-KEY.
070600     PERFORM 0900-FIND-PERMIT.
070630     IF PERMIT-HIT-X > 0 THEN
070660         IF PSN-DATE > PMT-PAID-THRU(PERMIT-HIT-X) THEN
070690             COMPUTE WORK-INT =
070720                 FUNCTION INTEGER-OF-DATE (PSN-DATE)
070750             IF RUN-INT - WORK-INT NOT > SIGHT-RETAIN-DAYS THEN
070780                 PERFORM 1030-KEEP-SIGHTING
070810             END-IF
070840         END-IF
070900     END-IF.
071060 1020-EXIT.
071220     EXIT.
071380
071540 1030-KEEP-SIGHTING.
071700     MOVE 0 TO SIGHT-DUP-X.
071800     PERFORM VARYING SGX FROM 1 BY 1 UNTIL SGX > SIGHT-COUNT
071900         IF SIGHT-ENTRY(SGX) = PERMIT-SIGHTING-RECORD THEN
072000             MOVE SGX TO SIGHT-DUP-X
072100             EXIT PERFORM
072200         END-IF
072300     END-PERFORM.
072310     IF SIGHT-DUP-X = 0 THEN
072320         IF SIGHT-COUNT >= 999 THEN
072330             MOVE RUN-DATE TO EXCPT-RUN-DATE
072340             MOVE "PERMPOST" TO EXCPT-PROGRAM
072350             MOVE "PSEE" TO EXCPT-CODE
072360             MOVE 2 TO EXCPT-SEVERITY
072370             MOVE SPACES TO EXCPT-TEXT
072380             STRING "SIGHTING-TABLE-FULL AT ", PSN-PLATE,
072390                 " LATER SIGHTINGS DROPPED"
072400                 DELIMITED BY SIZE INTO EXCPT-TEXT
072410             CALL "EXCPTRPT" USING EXCEPTION-RECORD
072420             SET PERMSEEN-AT-END TO TRUE
072430         ELSE
072440             ADD 1 TO SIGHT-COUNT
072450             MOVE PERMIT-SIGHTING-RECORD
072460                 TO SIGHT-ENTRY(SIGHT-COUNT)
072480         END-IF
072600     END-IF.
073450 1030-EXIT.
074300     EXIT.
074400
074500*--------------------------------------------------------------
074600* THE LAPSED-PERMITS REPORT -- ONE LINE PER PERMIT PAST ITS
074700* PAID-THROUGH DATE WITH A SIGHTING SINCE, IN PERMIT-MASTER
074800* ORDER: HOW LONG LAPSED, HOW OFTEN AND WHEN LAST SEEN, THE
074900* HOLDER TO CALL, AND WHAT IS STILL OWED ON AN OPEN INVOICE.
075000*--------------------------------------------------------------
075100 1100-PRINT-LAPSED.
075200     MOVE SPACES TO RPT-LINE.
075300     STRING RUN-DATE, " LAPSED PERMITS STILL ON THE GATE LOG"
075400         DELIMITED BY SIZE INTO RPT-LINE.
075500     PERFORM 0700-WRITE-REPORT.
075600     MOVE SPACES TO RPT-LINE.
075700     STRING RUN-DATE, " PLATE    PAID-THRU  DAYS SEEN",
075800         " LAST-SEEN GARAGE   HOLDER                  ",
075900         " PHONE        INVOICE       OWING"
076000         DELIMITED BY SIZE INTO RPT-LINE.
076100     PERFORM 0700-WRITE-REPORT.
076200     PERFORM 1110-PRINT-ONE-LAPSED
076300         VARYING PMX FROM 1 BY 1 UNTIL PMX > PERMIT-COUNT.
076400     MOVE LAPSED-COUNT TO COUNT-DISP.
076500     MOVE SPACES TO RPT-LINE.
076600     STRING RUN-DATE, " LAPSED PLATES SEEN ", COUNT-DISP
076700         DELIMITED BY SIZE INTO RPT-LINE.
076800     PERFORM 0700-WRITE-REPORT.
076900 1100-EXIT.
077000     EXIT.
077100
077200 1110-PRINT-ONE-LAPSED.
077250     IF PMT-PAID-THRU(PMX) < RUN-DATE THEN
077300         PERFORM 1120-COUNT-SIGHTINGS
077350         IF PLATE-SEEN > 0 THEN
077400             PERFORM 1130-PRINT-LAPSED-LINE
077450         END-IF
077500     END-IF.
077520 1110-EXIT.
077540     EXIT.
077560
077580 1120-COUNT-SIGHTINGS.
077600     MOVE 0 TO PLATE-SEEN.
077700     MOVE 0 TO PLATE-LAST-SEEN.
077800     MOVE SPACES TO PLATE-LAST-GARAGE.
077900     PERFORM VARYING SGX FROM 1 BY 1 UNTIL SGX > SIGHT-COUNT
078000         IF SGT-PLATE(SGX) = PMT-PLATE(PMX) THEN
078100             ADD 1 TO PLATE-SEEN
078200             IF SGT-DATE(SGX) >= PLATE-LAST-SEEN THEN
078300                 MOVE SGT-DATE(SGX) TO PLATE-LAST-SEEN
078400                 MOVE SGT-GARAGE(SGX) TO PLATE-LAST-GARAGE
078500             END-IF
078600         END-IF
078700     END-PERFORM.
078780 1120-EXIT.
078860     EXIT.
078940
079020 1130-PRINT-LAPSED-LINE.
079100     ADD 1 TO LAPSED-COUNT.
079200     COMPUTE WORK-INT =
079300         FUNCTION INTEGER-OF-DATE (PMT-PAID-THRU(PMX)).
079400     COMPUTE DAYS-LAPSED = RUN-INT - WORK-INT.
079500     MOVE DAYS-LAPSED TO DAYS-DISP.
079600     MOVE PLATE-SEEN TO SEEN-DISP.
079700     MOVE 0 TO CONTACT-HIT-X.
079800     PERFORM VARYING CTX FROM 1 BY 1 UNTIL CTX > CONTACT-COUNT
079900         IF CTT-PLATE(CTX) = PMT-PLATE(PMX) THEN
080000             MOVE CTX TO CONTACT-HIT-X
080100             EXIT PERFORM
080200         END-IF
080300     END-PERFORM.
080400     MOVE 0 TO INVOICE-HIT-X.
080500     PERFORM VARYING IVX FROM 1 BY 1 UNTIL IVX > INVOICE-COUNT
080600         IF IVT-PLATE(IVX) = PMT-PLATE(PMX)
080700                 AND IVT-OPEN(IVX) THEN
080800             MOVE IVX TO INVOICE-HIT-X
080900         END-IF
081000     END-PERFORM.
081100     MOVE SPACES TO RPT-LINE.
081200     STRING RUN-DATE, " ", PMT-PLATE(PMX), " ",
081300         PMT-PAID-THRU(PMX), " ", DAYS-DISP, "  ", SEEN-DISP,
081400         " ", PLATE-LAST-SEEN, " ", PLATE-LAST-GARAGE, " "
081500         DELIMITED BY SIZE INTO RPT-LINE.
081600     IF CONTACT-HIT-X > 0 THEN
081700         MOVE CTT-HOLDER(CONTACT-HIT-X) TO RPT-LINE(65:24)
081800         MOVE CTT-PHONE(CONTACT-HIT-X) TO RPT-LINE(90:12)
081900     ELSE
082000         MOVE "NO CONTACT ON FILE" TO RPT-LINE(65:24)
082100     END-IF.
082200     IF INVOICE-HIT-X > 0 THEN
082300         COMPUTE OWING = IVT-AMOUNT(INVOICE-HIT-X)
082400             - IVT-PAID(INVOICE-HIT-X)
082500         MOVE OWING TO OWING-DISP
082600         MOVE IVT-INVOICE(INVOICE-HIT-X) TO RPT-LINE(103:10)
082700         MOVE OWING-DISP TO RPT-LINE(113:9)
082800     ELSE
082900         MOVE "NOT BILLED" TO RPT-LINE(103:10)
083000     END-IF.
083100     PERFORM 0700-WRITE-REPORT.
083200 1130-EXIT.
083300     EXIT.
083400
083500*--------------------------------------------------------------
083600* WRITE THE SIGHTINGS BACK WITHOUT THOSE NO LONGER LAPSED AND
083700* WITHOUT THE DUPLICATES. PARKING EXTENDS IT AGAIN TONIGHT.
083800*--------------------------------------------------------------
083900 1200-WRITE-SIGHTINGS.
084000     OPEN OUTPUT PERMSEEN-FILE.
084100     IF NOT PERMSEEN-OK THEN
084200         MOVE RUN-DATE TO EXCPT-RUN-DATE
084300         MOVE "PERMPOST" TO EXCPT-PROGRAM
084400         MOVE "PSEE" TO EXCPT-CODE
084500         MOVE 2 TO EXCPT-SEVERITY
084600         MOVE SPACES TO EXCPT-TEXT
084700         STRING "SIGHTINGS-REWRITE-FAILED STATUS ",
084800             PERMSEEN-STATUS
084900             DELIMITED BY SIZE INTO EXCPT-TEXT
085000         CALL "EXCPTRPT" USING EXCEPTION-RECORD
085030     ELSE
085060         PERFORM VARYING SGX FROM 1 BY 1 UNTIL SGX > SIGHT-COUNT
085090             WRITE PERMIT-SIGHTING-RECORD FROM SIGHT-ENTRY(SGX)
085120         END-PERFORM
085150         CLOSE PERMSEEN-FILE
085200     END-IF.
085700 1200-EXIT.
085800     EXIT.
085900
086000*--------------------------------------------------------------
086100* RUN-LOG START AND END RECORDS FOR THE MORNING OPERATIONS
086200* REPORT. RUNLOGW STAMPS THE CLOCK TIME ITSELF.
086300*--------------------------------------------------------------
086400 0100-LOG-RUN-START.
086500     MOVE "PERMPOST" TO RLOG-PROGRAM.
086600     MOVE RUN-DATE TO RLOG-RUN-DATE.
086700     MOVE "S" TO RLOG-EVENT.
086800     MOVE 0 TO RLOG-READ.
086900     MOVE 0 TO RLOG-ACCEPTED.
087000     MOVE 0 TO RLOG-REJECTED.
087100     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
087200     CALL "RUNLOGW" USING RUN-LOG-RECORD.
087300     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
087400 0100-EXIT.
087500     EXIT.
087600
087700 0990-LOG-RUN-END.
087800     MOVE "PERMPOST" TO RLOG-PROGRAM.
087900     MOVE RUN-DATE TO RLOG-RUN-DATE.
088000     MOVE "E" TO RLOG-EVENT.
088100     MOVE RECORDS-READ TO RLOG-READ.
088200     COMPUTE RLOG-ACCEPTED = RECORDS-READ - RECORDS-REJECTED.
088300     MOVE RECORDS-REJECTED TO RLOG-REJECTED.
088400     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
088500     CALL "RUNLOGW" USING RUN-LOG-RECORD.
088600     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
088700 0990-EXIT.
088800     EXIT.
088900
089000 0700-WRITE-REPORT.
089100     IF REPORT-OK THEN
089200         WRITE REPORT-RECORD FROM RPT-LINE
089300     END-IF.
089400 0700-EXIT.
089500     EXIT.
