996696*                    RAISES A CRITICAL EXCEPTION SO A
996697*                    RE-DELIVERED OLD FILE CAN NEVER SILENTLY
996698*                    RE-RUN.
996801*   2026-10-15  RH   THE BUSDATE CHECK ALSO ACCEPTS THE LAST
996802*                    BUSINESS DAY'S FEED ON THE FIRST BUSINESS
996803*                    DAY AFTER A WEEKEND OR EXCHANGE HOLIDAY.
996901*   2026-10-15  RH   MUNICIPAL PARKING TAX -- LOADS THE TAXRATE
996902*                    CONTROL DATASET PARKING USES. A STAY LINE (OR
996903*                    AN IN EVENT) MAY CARRY A VEHICLE CLASS AND A
996904*                    "#" BILL-TO ACCOUNT AFTER ITS TIMES; A STAY
996905*                    THE GARAGE'S RATE RECORD EXEMPTS HAS ITS
996906*                    SHARE OF THE TICKET'S REVENUE COUNTED EXEMPT.
996907*                    EACH GARAGE GETS TAXABLE, EXEMPT, AND TAX
996908*                    LINES ON THE ROLLUP AND "X", "E", AND "C"
996909*                    RECORDS IN THE GL EXTRACT. THE NIGHT'S
996910*                    FIGURES GO TO A MONTH-TO-DATE TAX LEDGER
996911*                    (TAXMTD), AND THE FIRST RUN OF A MONTH PRINTS
996912*                    THE CITY REMITTANCE RETURN FOR THE MONTH JUST
996913*                    CLOSED (TAXRTN), ONE FORM PER GARAGE.
997501*   2026-10-15  RH   EACH GARAGE'S HOURLY PEAK AND AVERAGE
997502*                    OCCUPANCY IS NOW APPENDED, WITH THE NIGHT'S
997503*                    DATE AND BAY COUNT, TO THE OCCUPANCY HISTORY
997504*                    DATASET OCCHIST (LAYOUT OCCHREC) FOR THE
997505*                    DEMAND-PROFILE REPORT.
001600*--------------------------------------------------------------
001610
001620 ENVIRONMENT DIVISION.
981005         FILE STATUS IS REPORT-STATUS.
001650     SELECT GLEXTR-FILE ASSIGN TO GLEXTR
001660         FILE STATUS IS GLEXTR-STATUS.
001662     SELECT TAXRATE-FILE ASSIGN TO TAXRATE
001664         FILE STATUS IS TAXRATE-STATUS.
001666     SELECT TAXMTD-FILE ASSIGN TO TAXMTD
001668         FILE STATUS IS TAXMTD-STATUS.
001670     SELECT TAXRTN-FILE ASSIGN TO TAXRTN
001672         FILE STATUS IS TAXRTN-STATUS.
001674     SELECT OCCHIST-FILE ASSIGN TO OCCHIST
001676         FILE STATUS IS OCCHIST-STATUS.
001700
001800 DATA DIVISION.
001810 FILE SECTION.
001830* GENERAL-LEDGER REVENUE EXTRACT -- ONE "D" DETAIL RECORD PER
001840* OVERLAP TIER WITH UNITS AND AMOUNT, THEN ONE "T" TOTAL RECORD
001850* CARRYING THE GRAND REVENUE.
001852* WITH THE TAX RATES LOADED, EACH GARAGE'S "T" RECORD IS
001854* FOLLOWED BY AN "X" TAXABLE-REVENUE, AN "E" EXEMPT-REVENUE,
001856* AND A "C" TAX-COLLECTED RECORD.
001860*--------------------------------------------------------------
001870 FD  GLEXTR-FILE.
001880 01  GLEXTR-RECORD.
001893     05  GLX-TIER             PIC 9(2).
001894     05  GLX-UNITS            PIC 9(7).
001895     05  GLX-AMOUNT           PIC 9(9)V9(2).
996914*--------------------------------------------------------------
996915* MUNICIPAL PARKING TAX RATES -- THE SAME DATASET AND LAYOUT
996916* PARKING READS: ONE RECORD PER GARAGE ("*" COVERS ANY GARAGE
996917* WITHOUT ONE OF ITS OWN) WITH THE RATE IN PERCENT, THE EXEMPT
996918* VEHICLE CLASSES, THE BILL-TO EXEMPTION FLAG, AND THE GARAGE'S
996919* ACCOUNT NUMBER WITH THE CITY.
996920*--------------------------------------------------------------
996921 FD  TAXRATE-FILE.
996922 01  TAXRATE-RECORD.
996923     05  TXR-GARAGE           PIC X(8).
996924     05  TXR-RATE             PIC 9(2)V9(3).
996925     05  TXR-EXEMPT-CLASSES   PIC X(5).
996926     05  TXR-BILLTO-EXEMPT    PIC X(1).
996927     05  TXR-CITY-ACCOUNT     PIC X(12).
996928*--------------------------------------------------------------
996929* MONTH-TO-DATE TAX LEDGER -- ONE RECORD PER GARAGE PER NIGHT,
996930* KEPT FOR THE CURRENT AND PRIOR MONTH AND REWRITTEN EVERY RUN.
996931* LAID OUT AS LEDGER-WORK BELOW.
996932*--------------------------------------------------------------
996933 FD  TAXMTD-FILE.
996934 01  TAXMTD-RECORD            PIC X(77).
996935*--------------------------------------------------------------
996936* CITY PARKING TAX REMITTANCE RETURN, ONE FORM PER GARAGE.
996937*--------------------------------------------------------------
996938 FD  TAXRTN-FILE.
996939 01  TAXRTN-RECORD            PIC X(132).
997506*--------------------------------------------------------------
997507* OCCUPANCY HISTORY -- ONE RECORD PER GARAGE PER NIGHT WITH ITS
997508* HOURLY PEAK AND AVERAGE, APPENDED FOR THE DEMAND PROFILE.
997509*--------------------------------------------------------------
997510 FD  OCCHIST-FILE.
997511 COPY OCCHREC.
001900 WORKING-STORAGE SECTION.
001910 COPY EXCPTREC.
995111 COPY PDATEREC.
002625     05  PENDING-ENTRY OCCURS 99 TIMES.
002626         10  PEND-PLATE       PIC X(8).
002627         10  PEND-MINUTE      PIC 9(4) COMP.
002647         10  PEND-EXEMPT      PIC X(1).
002600 01  ARRIVE-TOKEN             PIC X(5).
002700 01  DEPART-TOKEN             PIC X(5).
002800 01  ARR-HH                   PIC 9(2).
005975 01  AVG-RESULT               PIC ZZZZ9.99.
005976 01  BUSY-HOUR                PIC 9(2).
005977 01  BUSY-VM                  PIC 9(9) VALUE 0.
997512 01  OCCHIST-STATUS           PIC X(2).
997513     88  OCCHIST-OK           VALUE "00".
997514 01  HISTORY-SWITCH           PIC X(1) VALUE "N".
997515     88  HISTORY-OPEN         VALUE "Y".
997516     88  HISTORY-CLOSED       VALUE "N".
005978
006100 01  GRAND-TOTALS.
006200     05  GRAND-TIER-UNITS     PIC 9(7) VALUE 0 OCCURS 99 TIMES.
986117         10  GAR-TIER-AMOUNT  PIC 9(9)V9(2) OCCURS 99 TIMES.
986118         10  GAR-REVENUE      PIC 9(9)V9(2).
986119         10  GAR-MAX-TIER     PIC 9(2) COMP.
996940         10  GAR-TAX-X        PIC 9(2) COMP.
996941         10  GAR-EXEMPT       PIC 9(9)V9(2).
996942         10  GAR-TAXABLE      PIC 9(9)V9(2).
996943         10  GAR-TAX          PIC 9(9)V9(2).
986121         10  GAR-OCC-MINUTE   PIC 9(9) OCCURS 1440 TIMES.
996944*--------------------------------------------------------------
996945* MUNICIPAL PARKING TAX -- THE RATE TABLE LOADED AT STARTUP
996946* (EACH GARAGE SLOT KEEPS THE ENTRY IN FORCE FOR IT IN
996947* GAR-TAX-X, ZERO FOR NONE) AND THE STAYS ON THE CURRENT TICKET
996948* THAT ARE EXEMPT FROM THE TAX, WHOSE SHARE OF EACH MINUTE'S
996949* TIER RATE IS SUMMED INTO TICKET-EXEMPT.
996950*--------------------------------------------------------------
996951 01  TAXRATE-STATUS           PIC X(2).
996952     88  TAXRATE-OK           VALUE "00".
996953     88  TAXRATE-AT-END       VALUE "10".
996954     88  TAXRATE-NOT-FOUND    VALUE "35".
996955 01  TAX-LOADED-SWITCH        PIC X(1) VALUE "N".
996956     88  TAX-LOADED           VALUE "Y".
996957 01  TXR-COUNT                PIC 9(2) COMP VALUE 0.
996958 01  TRX                      PIC 9(2) COMP.
996959 01  TAX-RATE-TABLE.
996960     05  TAX-RATE-ENTRY OCCURS 20 TIMES.
996961         10  TXR-T-GARAGE     PIC X(8).
996962         10  TXR-T-RATE       PIC 9(2)V9(3).
996963         10  TXR-T-EXEMPT     PIC X(5).
996964         10  TXR-T-BILLTO     PIC X(1).
996965         10  TXR-T-ACCOUNT    PIC X(12).
996966 01  STAY-TOKEN-1             PIC X(8).
996967 01  STAY-TOKEN-2             PIC X(8).
996968 01  STAY-TOKEN               PIC X(8).
996969 01  STAY-EXEMPT-SWITCH       PIC X(1).
996970     88  STAY-EXEMPT          VALUE "Y".
996971     88  STAY-TAXABLE         VALUE "N".
996972 01  TAX-EXEMPT-COUNT         PIC 9(2).
996973 01  XST-COUNT                PIC 9(3) COMP.
996974 01  XSX                      PIC 9(3) COMP.
996975 01  EXEMPT-STAYS.
996976     05  EXEMPT-STAY OCCURS 200 TIMES.
996977         10  XST-ARRIVE       PIC 9(4) COMP.
996978         10  XST-DEPART       PIC 9(4) COMP.
996979 01  SHARE-TIER               PIC 9(2) COMP.
996980 01  EXEMPT-WORK              PIC 9(9)V9(6).
996981 01  TICKET-EXEMPT            PIC 9(7)V9(2).
996982 01  TAX-RATE-DISP            PIC Z9.999.
996983 01  AMOUNT-DISP              PIC Z(8)9.99.
996984
996985*--------------------------------------------------------------
996986* MONTH-TO-DATE TAX LEDGER -- HELD IN CORE WHILE TONIGHT'S
996987* RECORDS REPLACE ANY FROM AN EARLIER RUN OF THE SAME DATE, SO
996988* A RERUN NEVER COUNTS A NIGHT TWICE. NO LEDGER RECORD YET THIS
996989* MONTH BUT TONIGHT'S MEANS THIS IS THE MONTH'S FIRST RUN, AND
996990* THE PRIOR MONTH'S RETURN IS DUE.
996991*--------------------------------------------------------------
996992 01  TAXMTD-STATUS            PIC X(2).
996993     88  TAXMTD-OK            VALUE "00".
996994     88  TAXMTD-AT-END        VALUE "10".
996995     88  TAXMTD-NOT-FOUND     VALUE "35".
996996 01  TAXRTN-STATUS            PIC X(2).
996997     88  TAXRTN-OK            VALUE "00".
996998 01  LEDGER-WORK.
996999     05  LGW-RUN-DATE         PIC 9(8).
997000     05  LGW-GARAGE           PIC X(8).
997001     05  LGW-REVENUE          PIC 9(9)V9(2).
997002     05  LGW-EXEMPT           PIC 9(9)V9(2).
997003     05  LGW-TAXABLE          PIC 9(9)V9(2).
997004     05  LGW-TAX              PIC 9(9)V9(2).
997005     05  LGW-RATE             PIC 9(2)V9(3).
997006     05  LGW-CITY-ACCOUNT     PIC X(12).
997007 01  LDG-COUNT                PIC 9(4) COMP VALUE 0.
997008 01  LDX                      PIC 9(4) COMP.
997009 01  LEDGER-TABLE.
997010     05  LDG-ENTRY            PIC X(77) OCCURS 700 TIMES.
997011 01  LEDGER-PERIOD            PIC 9(6).
997012 01  RUN-PERIOD.
997013     05  RUN-PERIOD-YYYY      PIC 9(4).
997014     05  RUN-PERIOD-MM        PIC 9(2).
997015 01  RUN-PERIOD-N REDEFINES RUN-PERIOD
997016                              PIC 9(6).
997017 01  RETURN-PERIOD.
997018     05  RETURN-PERIOD-YYYY   PIC 9(4).
997019     05  RETURN-PERIOD-MM     PIC 9(2).
997020 01  RETURN-PERIOD-N REDEFINES RETURN-PERIOD
997021                              PIC 9(6).
997022 01  MONTH-SWITCH             PIC X(1) VALUE "N".
997023     88  MONTH-STARTED        VALUE "Y".
997024     88  MONTH-NOT-STARTED    VALUE "N".
997025 01  RTN-COUNT                PIC 9(2) COMP VALUE 0.
997026 01  RTX                      PIC 9(2) COMP.
997027 01  RTN-HIT-X                PIC 9(2) COMP.
997028 01  RETURN-TABLE.
997029     05  RETURN-ENTRY OCCURS 10 TIMES.
997030         10  RTN-GARAGE       PIC X(8).
997031         10  RTN-CITY-ACCOUNT PIC X(12).
997032         10  RTN-REVENUE      PIC 9(9)V9(2).
997033         10  RTN-EXEMPT       PIC 9(9)V9(2).
997034         10  RTN-TAXABLE      PIC 9(9)V9(2).
997035         10  RTN-TAX          PIC 9(9)V9(2).
997036         10  RTN-RATE         PIC 9(2)V9(3).
997037         10  RTN-DAYS         PIC 9(2).
006700
006800 PROCEDURE DIVISION.
006900 0000-MAINLINE.
006980* READ ANY LEADING CONTROL LINES ("bays" CAPACITY, "events"
006990* RAW-EVENT MODE), THEN THE TICKET COUNT ITSELF.
006991*--------------------------------------------------------------
997038     PERFORM 0580-LOAD-TAX-RATES.
996761     PERFORM 0150-VERIFY-FEED-DATE.
006992     ACCEPT INPUT-LINE.
00699C     ADD 1 TO LINES-READ.
007400         VARYING TICKET-NUM FROM 1 BY 1
007500         UNTIL TICKET-NUM > TICKET-COUNT.
007600
007620     PERFORM 3000-COMPUTE-GARAGE-TAX.
007695     PERFORM 0900-VERIFY-TRAILER.
007700     PERFORM 4000-PRINT-ROLLUP.
007705     PERFORM 4500-WRITE-GL-EXTRACT.
007706     IF TAX-LOADED THEN
007707         PERFORM 6000-UPDATE-TAX-LEDGER
007708     END-IF.
007709     PERFORM 6500-PRINT-TAX-RETURN.
007710     PERFORM 5000-PRINT-OCCUPANCY.
982021     IF REPORT-OK THEN
982022         CLOSE REPORT-FILE
007823     END-IF.
007824 0500-EXIT.
007825     EXIT.
007826*--------------------------------------------------------------
007827* LOAD THE MUNICIPAL PARKING TAX RATES. A MISSING DATASET MEANS
007828* NO TAX, AS BEFORE; ANY OTHER OPEN FAILURE IS REPORTED AS AN
007829* EXCEPTION AND TONIGHT'S REVENUE CARRIES NO TAX.
007830*--------------------------------------------------------------
007831 0580-LOAD-TAX-RATES.
007832     OPEN INPUT TAXRATE-FILE.
007833     IF TAXRATE-OK THEN
007834         SET TAX-LOADED TO TRUE
007835         PERFORM 0585-LOAD-ONE-TAX-RATE UNTIL TAXRATE-AT-END
007836         CLOSE TAXRATE-FILE
007837     ELSE
007838         IF NOT TAXRATE-NOT-FOUND THEN
007839             MOVE RUN-DATE TO EXCPT-RUN-DATE
007840             MOVE "PARKINGROLUP" TO EXCPT-PROGRAM
007841             MOVE "TAXR" TO EXCPT-CODE
007842             MOVE 2 TO EXCPT-SEVERITY
007843             STRING "TAX-RATE-OPEN-FAILED STATUS ",
007844                 TAXRATE-STATUS, " NO TAX CHARGED"
007845                 DELIMITED BY SIZE INTO EXCPT-TEXT
007846             CALL "EXCPTRPT" USING EXCEPTION-RECORD
007847         END-IF
007848     END-IF.
007849 0580-EXIT.
007850     EXIT.
007851
007852 0585-LOAD-ONE-TAX-RATE.
007853     READ TAXRATE-FILE
007854         AT END
007855             SET TAXRATE-AT-END TO TRUE
007856         NOT AT END
007857             IF TXR-COUNT < 20 THEN
007858                 ADD 1 TO TXR-COUNT
007859                 MOVE TXR-GARAGE TO TXR-T-GARAGE(TXR-COUNT)
007860                 MOVE TXR-RATE TO TXR-T-RATE(TXR-COUNT)
007861                 MOVE TXR-EXEMPT-CLASSES
007862                     TO TXR-T-EXEMPT(TXR-COUNT)
007863                 MOVE TXR-BILLTO-EXEMPT TO TXR-T-BILLTO(TXR-COUNT)
007864                 MOVE TXR-CITY-ACCOUNT
007865                     TO TXR-T-ACCOUNT(TXR-COUNT)
007866             ELSE
007867                 MOVE RUN-DATE TO EXCPT-RUN-DATE
007868                 MOVE "PARKINGROLUP" TO EXCPT-PROGRAM
007869                 MOVE "TAXR" TO EXCPT-CODE
007870                 MOVE 2 TO EXCPT-SEVERITY
007871                 MOVE "TAX-RATE-TABLE-FULL RECORDS DROPPED"
007872                     TO EXCPT-TEXT
007873                 CALL "EXCPTRPT" USING EXCEPTION-RECORD
007874                 SET TAXRATE-AT-END TO TRUE
007875             END-IF
007876     END-READ.
007877 0585-EXIT.
007878     EXIT.
007900
008000*--------------------------------------------------------------
008100* BILL ONE TICKET (PARKING'S OWN LOGIC) AND FOLD ITS TOTALS
008840* ITS VEHICLE COUNT AS ALWAYS.
008850*--------------------------------------------------------------
008855     MOVE SPACES TO GARAGE-TOKEN.
008857     MOVE 0 TO XST-COUNT.
008860     IF EVENT-MODE THEN
008870         ACCEPT INPUT-LINE
00887C         ADD 1 TO LINES-READ
011600
011700     ADD TICKET-TOTAL TO GRAND-REVENUE.
011710     ADD TICKET-TOTAL TO GAR-REVENUE(CUR-GARAGE).
011715     MOVE 0 TO TICKET-EXEMPT.
011720     IF XST-COUNT > 0 THEN
011725         MOVE 0 TO EXEMPT-WORK
011730         PERFORM 2700-SHARE-EXEMPT-STAY
011735             VARYING XSX FROM 1 BY 1 UNTIL XSX > XST-COUNT
011740         COMPUTE TICKET-EXEMPT ROUNDED = EXEMPT-WORK
011745         IF TICKET-EXEMPT > TICKET-TOTAL THEN
011750             MOVE TICKET-TOTAL TO TICKET-EXEMPT
011755         END-IF
011760         ADD TICKET-EXEMPT TO GAR-EXEMPT(CUR-GARAGE)
011765     END-IF.
011800     MOVE TICKET-TOTAL TO RESULT.
011850     MOVE SPACES TO RPT-LINE.
011900     STRING RUN-DATE, " TICKET ", TICKET-NUM, " ", RESULT
986219             MOVE GARAGE-TOKEN TO GAR-ID(CUR-GARAGE)
986221             MOVE 0 TO GAR-REVENUE(CUR-GARAGE)
986222             MOVE 0 TO GAR-MAX-TIER(CUR-GARAGE)
997039             MOVE 0 TO GAR-EXEMPT(CUR-GARAGE)
997040             MOVE 0 TO GAR-TAXABLE(CUR-GARAGE)
997041             MOVE 0 TO GAR-TAX(CUR-GARAGE)
997042             PERFORM 1650-FIND-TAX-RATE
986223             PERFORM VARYING I FROM 1 BY 1 UNTIL I > 99
986224                 MOVE 0 TO GAR-TIER-UNITS(CUR-GARAGE, I)
986225                 MOVE 0 TO GAR-TIER-AMOUNT(CUR-GARAGE, I)
986243     END-IF.
986244 1600-EXIT.
986245     EXIT.
986246*--------------------------------------------------------------
986247* FIND THE TAX RATE IN FORCE FOR A NEWLY NAMED GARAGE -- ITS OWN
986248* RECORD, ELSE THE "*" RECORD. A RATE DATASET WITH NEITHER IS A
986249* GAP IN THE CITY'S TAX AND GOES TO THE EXCEPTIONS REPORT.
986250*--------------------------------------------------------------
986251 1650-FIND-TAX-RATE.
986252     MOVE 0 TO GAR-TAX-X(CUR-GARAGE).
986253     IF TAX-LOADED THEN
986254         PERFORM VARYING TRX FROM 1 BY 1 UNTIL TRX > TXR-COUNT
986255             IF TXR-T-GARAGE(TRX) = GARAGE-TOKEN THEN
986256                 MOVE TRX TO GAR-TAX-X(CUR-GARAGE)
986257             END-IF
986258         END-PERFORM
986259         IF GAR-TAX-X(CUR-GARAGE) = 0 THEN
986260             PERFORM VARYING TRX FROM 1 BY 1 UNTIL TRX > TXR-COUNT
986261                 IF GAR-TAX-X(CUR-GARAGE) = 0
986262                         AND TXR-T-GARAGE(TRX) = "*" THEN
986263                     MOVE TRX TO GAR-TAX-X(CUR-GARAGE)
986264                 END-IF
986265             END-PERFORM
986266         END-IF
986267         IF GAR-TAX-X(CUR-GARAGE) = 0 THEN
986268             MOVE RUN-DATE TO EXCPT-RUN-DATE
986269             MOVE "PARKINGROLUP" TO EXCPT-PROGRAM
986270             MOVE "TAXR" TO EXCPT-CODE
986271             MOVE 2 TO EXCPT-SEVERITY
986272             STRING "NO-TAX-RATE FOR GARAGE ", GARAGE-TOKEN,
986273                 " NO TAX CHARGED"
986274                 DELIMITED BY SIZE INTO EXCPT-TEXT
986275             CALL "EXCPTRPT" USING EXCEPTION-RECORD
986276         END-IF
986277     END-IF.
986278 1650-EXIT.
986279     EXIT.
012200
012300*--------------------------------------------------------------
012400* SAME GATE-LOG PARSING AS PARKING'S 1000-PARK PARAGRAPH,
012600 2000-PARK.
012700     ACCEPT INPUT-LINE.
01270C     ADD 1 TO LINES-READ.
012800     MOVE SPACES TO STAY-TOKEN-1, STAY-TOKEN-2.
012900     UNSTRING INPUT-LINE DELIMITED BY SPACE
012920         INTO ARRIVE-TOKEN, DEPART-TOKEN, STAY-TOKEN-1,
012940             STAY-TOKEN-2.
013000
013100     UNSTRING ARRIVE-TOKEN DELIMITED BY ":" INTO ARR-HH, ARR-MM.
013200     UNSTRING DEPART-TOKEN DELIMITED BY ":" INTO DEP-HH, DEP-MM.
013500     COMPUTE Y = DEP-HH * 60 + DEP-MM + 1.
013550
013555     PERFORM 2100-MARK-PAIR.
013605     PERFORM 2800-CLASSIFY-STAY.
013655     IF STAY-EXEMPT THEN
013705         PERFORM 2850-RECORD-EXEMPT-STAY
013755     END-IF.
014000 2000-EXIT.
014100     EXIT.
014101
014134 2200-PROCESS-EVENT.
014135     ACCEPT INPUT-LINE.
01413C     ADD 1 TO LINES-READ.
014136     MOVE SPACES TO EVENT-TOKEN, TIME-TOKEN, PLATE-TOKEN,
997043         STAY-TOKEN-1, STAY-TOKEN-2.
014137     UNSTRING INPUT-LINE DELIMITED BY SPACE
014138         INTO EVENT-TOKEN, TIME-TOKEN, PLATE-TOKEN,
997044             STAY-TOKEN-1, STAY-TOKEN-2.
014139     UNSTRING TIME-TOKEN DELIMITED BY ":"
014141         INTO EVENT-HH, EVENT-MM.
014142     IF EVENT-TOKEN = "IN" THEN
014145             MOVE PLATE-TOKEN TO PEND-PLATE(PENDING-COUNT)
014146             COMPUTE PEND-MINUTE(PENDING-COUNT) =
014147                 EVENT-HH * 60 + EVENT-MM + 1
997045             PERFORM 2800-CLASSIFY-STAY
997046             MOVE STAY-EXEMPT-SWITCH TO PEND-EXEMPT(PENDING-COUNT)
014148         ELSE
014149             MOVE RUN-DATE TO EXCPT-RUN-DATE
014151             MOVE "PARKINGROLUP" TO EXCPT-PROGRAM
014195         MOVE PEND-MINUTE(MATCH-X) TO X
014196         COMPUTE Y = EVENT-HH * 60 + EVENT-MM + 1
014197         PERFORM 2100-MARK-PAIR
997047         IF PEND-EXEMPT(MATCH-X) = "Y" THEN
997048             PERFORM 2850-RECORD-EXEMPT-STAY
997049         END-IF
014198         PERFORM VARYING PEND-X FROM MATCH-X BY 1
014199                 UNTIL PEND-X >= PENDING-COUNT
014201             MOVE PENDING-ENTRY(PEND-X + 1)
014660     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
014670 2600-EXIT.
014680     EXIT.
997050*--------------------------------------------------------------
997051* ONE EXEMPT STAY'S SHARE OF ITS TICKET'S REVENUE -- EACH MINUTE
997052* IT WAS IN THE DECK, THAT MINUTE'S TIER RATE SPLIT EVENLY
997053* ACROSS THE VEHICLES OVERLAPPING THEN, THE SAME MIDNIGHT
997054* HANDLING AS 2100-MARK-PAIR.
997055*--------------------------------------------------------------
997056 2700-SHARE-EXEMPT-STAY.
997057     MOVE XST-ARRIVE(XSX) TO X.
997058     MOVE XST-DEPART(XSX) TO Y.
997059     IF Y < X THEN
997060         PERFORM 2750-SHARE-EXEMPT-MINUTE
997061             VARYING I FROM X BY 1 UNTIL I > 1440
997062         PERFORM 2750-SHARE-EXEMPT-MINUTE
997063             VARYING I FROM 1 BY 1 UNTIL I = Y
997064     ELSE
997065         PERFORM 2750-SHARE-EXEMPT-MINUTE
997066             VARYING I FROM X BY 1 UNTIL I = Y
997067     END-IF.
997068 2700-EXIT.
997069     EXIT.
997070
997071 2750-SHARE-EXEMPT-MINUTE.
997072     IF INTERVAL(I) > 0 THEN
997073         IF INTERVAL(I) > NUM-VEHICLES THEN
997074             MOVE NUM-VEHICLES TO SHARE-TIER
997075         ELSE
997076             MOVE INTERVAL(I) TO SHARE-TIER
997077         END-IF
997078         IF SHARE-TIER > 0 THEN
997079             COMPUTE EXEMPT-WORK = EXEMPT-WORK
997080                 + TIER-RATE(SHARE-TIER) / INTERVAL(I)
997081         END-IF
997082     END-IF.
997083 2750-EXIT.
997084     EXIT.
997085
997086*--------------------------------------------------------------
997087* IS THE STAY JUST READ EXEMPT FROM THE PARKING TAX -- A CLASS
997088* TOKEN NAMING ONE OF THE GARAGE'S EXEMPT CLASSES, OR A "#"
997089* BILL-TO ACCOUNT TOKEN AT A GARAGE THAT EXEMPTS BILL-TO. A
997090* GARAGE WITH NO RATE IN FORCE TAXES NOTHING, SO EXEMPTS NOTHING.
997091*--------------------------------------------------------------
997092 2800-CLASSIFY-STAY.
997093     SET STAY-TAXABLE TO TRUE.
997094     IF GAR-TAX-X(CUR-GARAGE) > 0 THEN
997095         MOVE GAR-TAX-X(CUR-GARAGE) TO TRX
997096         MOVE 0 TO TAX-EXEMPT-COUNT
997097         MOVE STAY-TOKEN-1 TO STAY-TOKEN
997098         PERFORM 2810-CHECK-STAY-TOKEN
997099         MOVE STAY-TOKEN-2 TO STAY-TOKEN
997100         PERFORM 2810-CHECK-STAY-TOKEN
997101         IF TAX-EXEMPT-COUNT > 0 THEN
997102             SET STAY-EXEMPT TO TRUE
997103         END-IF
997104     END-IF.
997105 2800-EXIT.
997106     EXIT.
997107
997108 2810-CHECK-STAY-TOKEN.
997109     IF STAY-TOKEN(1:1) = "#" THEN
997110         IF TXR-T-BILLTO(TRX) = "Y" THEN
997111             ADD 1 TO TAX-EXEMPT-COUNT
997112         END-IF
997113     ELSE
997114         IF STAY-TOKEN NOT = SPACES THEN
997115             INSPECT TXR-T-EXEMPT(TRX) TALLYING TAX-EXEMPT-COUNT
997116                 FOR ALL STAY-TOKEN(1:1)
997117         END-IF
997118     END-IF.
997119 2810-EXIT.
997120     EXIT.
997121
997122*--------------------------------------------------------------
997123* HOLD AN EXEMPT STAY (ARRIVAL X, DEPARTURE Y) UNTIL ITS TICKET
997124* IS TOTALLED. A FULL TABLE REPORTS AN EXCEPTION AND THE STAY IS
997125* TAXED RATHER THAN LOST.
997126*--------------------------------------------------------------
997127 2850-RECORD-EXEMPT-STAY.
997128     IF XST-COUNT < 200 THEN
997129         ADD 1 TO XST-COUNT
997130         MOVE X TO XST-ARRIVE(XST-COUNT)
997131         MOVE Y TO XST-DEPART(XST-COUNT)
997132     ELSE
997133         MOVE RUN-DATE TO EXCPT-RUN-DATE
997134         MOVE "PARKINGROLUP" TO EXCPT-PROGRAM
997135         MOVE "TAXR" TO EXCPT-CODE
997136         MOVE 2 TO EXCPT-SEVERITY
997137         STRING "TICKET ", TICKET-NUM,
997138             " EXEMPT-STAY-TABLE-FULL STAY TAXED"
997139             DELIMITED BY SIZE INTO EXCPT-TEXT
997140         CALL "EXCPTRPT" USING EXCEPTION-RECORD
997141     END-IF.
997142 2850-EXIT.
997143     EXIT.
997144
997145*--------------------------------------------------------------
997146* EACH GARAGE'S TAXABLE REVENUE (ITS REVENUE LESS WHAT EXEMPT
997147* STAYS EARNED) AND THE TAX ON IT AT THE GARAGE'S RATE.
997148*--------------------------------------------------------------
997149 3000-COMPUTE-GARAGE-TAX.
997150     PERFORM 3100-COMPUTE-ONE-GARAGE-TAX
997151         VARYING GRX FROM 1 BY 1 UNTIL GRX > GARAGE-COUNT.
997152 3000-EXIT.
997153     EXIT.
997154
997155 3100-COMPUTE-ONE-GARAGE-TAX.
997156     COMPUTE GAR-TAXABLE(GRX) =
997157     GAR-REVENUE(GRX) - GAR-EXEMPT(GRX).
997158     MOVE 0 TO GAR-TAX(GRX).
997159     IF GAR-TAX-X(GRX) > 0 THEN
997160         MOVE GAR-TAX-X(GRX) TO TRX
997161         COMPUTE GAR-TAX(GRX) ROUNDED =
997162             GAR-TAXABLE(GRX) * TXR-T-RATE(TRX) / 100
997163     END-IF.
997164 3100-EXIT.
997165     EXIT.
014200
014300*--------------------------------------------------------------
014400* DAILY/MONTHLY REVENUE SUMMARY BY OVERLAP TIER ACROSS THE
986321         " REVENUE ", GAR-REVENUE(GRX)
986322         DELIMITED BY SIZE INTO RPT-LINE.
986323     PERFORM 0700-WRITE-REPORT.
997166     IF TAX-LOADED THEN
997167         MOVE 0 TO TAX-RATE-DISP
997168         IF GAR-TAX-X(GRX) > 0 THEN
997169             MOVE TXR-T-RATE(GAR-TAX-X(GRX)) TO TAX-RATE-DISP
997170         END-IF
997171         MOVE SPACES TO RPT-LINE
997172         STRING RUN-DATE, " GARAGE ", GAR-ID(GRX),
997173             " TAX RATE ", TAX-RATE-DISP,
997174             " TAXABLE ", GAR-TAXABLE(GRX),
997175             " EXEMPT ", GAR-EXEMPT(GRX)
997176             DELIMITED BY SIZE INTO RPT-LINE
997177         PERFORM 0700-WRITE-REPORT
997178         MOVE SPACES TO RPT-LINE
997179         STRING RUN-DATE, " GARAGE ", GAR-ID(GRX),
997180             " PARKING TAX ", GAR-TAX(GRX)
997181             DELIMITED BY SIZE INTO RPT-LINE
997182         PERFORM 0700-WRITE-REPORT
997183     END-IF.
986324 4100-EXIT.
986325     EXIT.
015601
986422     MOVE 0 TO GLX-UNITS.
986423     MOVE GAR-REVENUE(GRX) TO GLX-AMOUNT.
986424     WRITE GLEXTR-RECORD.
997184     IF TAX-LOADED THEN
997185         MOVE "X" TO GLX-RECORD-TYPE
997186         MOVE GAR-TAXABLE(GRX) TO GLX-AMOUNT
997187         WRITE GLEXTR-RECORD
997188         MOVE "E" TO GLX-RECORD-TYPE
997189         MOVE GAR-EXEMPT(GRX) TO GLX-AMOUNT
997190         WRITE GLEXTR-RECORD
997191         MOVE "C" TO GLX-RECORD-TYPE
997192         MOVE GAR-TAX(GRX) TO GLX-AMOUNT
997193         WRITE GLEXTR-RECORD
997194     END-IF.
986425 4600-EXIT.
986426     EXIT.
997195*--------------------------------------------------------------
997196* CARRY TONIGHT'S TAX FIGURES INTO THE MONTH-TO-DATE LEDGER --
997197* KEEP THIS MONTH'S AND LAST MONTH'S RECORDS FROM OTHER NIGHTS,
997198* ADD ONE RECORD PER GARAGE FOR TONIGHT, AND REWRITE IT. A
997199* LEDGER THAT CANNOT BE READ IS LEFT AS IT IS RATHER THAN
997200* REWRITTEN WITHOUT ITS HISTORY.
997201*--------------------------------------------------------------
997202 6000-UPDATE-TAX-LEDGER.
997203     COMPUTE LEDGER-PERIOD = RUN-DATE / 100.
997204     MOVE LEDGER-PERIOD TO RUN-PERIOD-N.
997205     MOVE RUN-PERIOD TO RETURN-PERIOD.
997206     IF RETURN-PERIOD-MM = 1 THEN
997207         SUBTRACT 1 FROM RETURN-PERIOD-YYYY
997208         MOVE 12 TO RETURN-PERIOD-MM
997209     ELSE
997210         SUBTRACT 1 FROM RETURN-PERIOD-MM
997211     END-IF.
997212     MOVE 0 TO LDG-COUNT.
997213     SET MONTH-NOT-STARTED TO TRUE.
997214     OPEN INPUT TAXMTD-FILE.
997215     IF TAXMTD-OK THEN
997216         PERFORM 6100-LOAD-LEDGER-ENTRY UNTIL TAXMTD-AT-END
997217         CLOSE TAXMTD-FILE
997218     END-IF.
997219     IF TAXMTD-OK OR TAXMTD-NOT-FOUND THEN
997220         PERFORM 6200-ADD-TONIGHT
997221             VARYING GRX FROM 1 BY 1 UNTIL GRX > GARAGE-COUNT
997222         PERFORM 6300-REWRITE-LEDGER
997223     ELSE
997224         MOVE RUN-DATE TO EXCPT-RUN-DATE
997225         MOVE "PARKINGROLUP" TO EXCPT-PROGRAM
997226         MOVE "TAXM" TO EXCPT-CODE
997227         MOVE 2 TO EXCPT-SEVERITY
997228         STRING "TAX-LEDGER-OPEN-FAILED STATUS ", TAXMTD-STATUS,
997229             " LEDGER NOT UPDATED"
997230             DELIMITED BY SIZE INTO EXCPT-TEXT
997231         CALL "EXCPTRPT" USING EXCEPTION-RECORD
997232     END-IF.
997233 6000-EXIT.
997234     EXIT.
997235
997236 6100-LOAD-LEDGER-ENTRY.
997237     READ TAXMTD-FILE
997238         AT END
997239             SET TAXMTD-AT-END TO TRUE
997240         NOT AT END
997241             MOVE TAXMTD-RECORD TO LEDGER-WORK
997242             COMPUTE LEDGER-PERIOD = LGW-RUN-DATE / 100
997243             IF LGW-RUN-DATE NOT = RUN-DATE
997244                     AND (LEDGER-PERIOD = RUN-PERIOD-N
997245                     OR LEDGER-PERIOD = RETURN-PERIOD-N) THEN
997246                 IF LEDGER-PERIOD = RUN-PERIOD-N THEN
997247                     SET MONTH-STARTED TO TRUE
997248                 END-IF
997249                 PERFORM 6250-KEEP-LEDGER-ENTRY
997250             END-IF
997251     END-READ.
997252 6100-EXIT.
997253     EXIT.
997254
997255 6200-ADD-TONIGHT.
997256     MOVE RUN-DATE TO LGW-RUN-DATE.
997257     MOVE GAR-ID(GRX) TO LGW-GARAGE.
997258     MOVE GAR-REVENUE(GRX) TO LGW-REVENUE.
997259     MOVE GAR-EXEMPT(GRX) TO LGW-EXEMPT.
997260     MOVE GAR-TAXABLE(GRX) TO LGW-TAXABLE.
997261     MOVE GAR-TAX(GRX) TO LGW-TAX.
997262     MOVE 0 TO LGW-RATE.
997263     MOVE SPACES TO LGW-CITY-ACCOUNT.
997264     IF GAR-TAX-X(GRX) > 0 THEN
997265         MOVE TXR-T-RATE(GAR-TAX-X(GRX)) TO LGW-RATE
997266         MOVE TXR-T-ACCOUNT(GAR-TAX-X(GRX)) TO LGW-CITY-ACCOUNT
997267     END-IF.
997268     PERFORM 6250-KEEP-LEDGER-ENTRY.
997269 6200-EXIT.
997270     EXIT.
997271
997272 6250-KEEP-LEDGER-ENTRY.
997273     IF LDG-COUNT < 700 THEN
997274         ADD 1 TO LDG-COUNT
997275         MOVE LEDGER-WORK TO LDG-ENTRY(LDG-COUNT)
997276     ELSE
997277         MOVE RUN-DATE TO EXCPT-RUN-DATE
997278         MOVE "PARKINGROLUP" TO EXCPT-PROGRAM
997279         MOVE "TAXM" TO EXCPT-CODE
997280         MOVE 2 TO EXCPT-SEVERITY
997281         STRING "TAX-LEDGER-FULL DROPPED ", LGW-GARAGE, " ",
997282             LGW-RUN-DATE DELIMITED BY SIZE INTO EXCPT-TEXT
997283         CALL "EXCPTRPT" USING EXCEPTION-RECORD
997284     END-IF.
997285 6250-EXIT.
997286     EXIT.
997287
997288 6300-REWRITE-LEDGER.
997289     OPEN OUTPUT TAXMTD-FILE.
997290     IF TAXMTD-OK THEN
997291         PERFORM VARYING LDX FROM 1 BY 1 UNTIL LDX > LDG-COUNT
997292             WRITE TAXMTD-RECORD FROM LDG-ENTRY(LDX)
997293         END-PERFORM
997294         CLOSE TAXMTD-FILE
997295     ELSE
997296         MOVE RUN-DATE TO EXCPT-RUN-DATE
997297         MOVE "PARKINGROLUP" TO EXCPT-PROGRAM
997298         MOVE "TAXM" TO EXCPT-CODE
997299         MOVE 2 TO EXCPT-SEVERITY
997300         STRING "TAX-LEDGER-REWRITE-FAILED STATUS ",
997301             TAXMTD-STATUS DELIMITED BY SIZE INTO EXCPT-TEXT
997302         CALL "EXCPTRPT" USING EXCEPTION-RECORD
997303     END-IF.
997304 6300-EXIT.
997305     EXIT.
997306
997307*--------------------------------------------------------------
997308* THE CITY PARKING TAX REMITTANCE RETURN. THE DATASET IS OPENED
997309* EVERY NIGHT; ON THE FIRST RUN OF A MONTH IT CARRIES ONE FORM
997310* PER GARAGE FOR THE MONTH JUST CLOSED, SUMMED FROM THE LEDGER.
997311* OTHER NIGHTS IT IS EMPTY.
997312*--------------------------------------------------------------
997313 6500-PRINT-TAX-RETURN.
997314     OPEN OUTPUT TAXRTN-FILE.
997315     IF TAXRTN-OK THEN
997316         IF TAX-LOADED AND MONTH-NOT-STARTED THEN
997317             MOVE 0 TO RTN-COUNT
997318             PERFORM 6600-ADD-RETURN-ENTRY
997319                 VARYING LDX FROM 1 BY 1 UNTIL LDX > LDG-COUNT
997320             PERFORM 6700-PRINT-ONE-RETURN
997321                 VARYING RTX FROM 1 BY 1 UNTIL RTX > RTN-COUNT
997322             IF RTN-COUNT > 0 THEN
997323                 MOVE RTN-COUNT TO TIER-DISP
997324                 MOVE SPACES TO RPT-LINE
997325                 STRING RUN-DATE, " PARKING TAX RETURN FOR ",
997326                     RETURN-PERIOD, " PRINTED FOR ", TIER-DISP,
997327                     " GARAGES" DELIMITED BY SIZE INTO RPT-LINE
997328                 PERFORM 0700-WRITE-REPORT
997329             END-IF
997330         END-IF
997331         CLOSE TAXRTN-FILE
997332     ELSE
997333         MOVE RUN-DATE TO EXCPT-RUN-DATE
997334         MOVE "PARKINGROLUP" TO EXCPT-PROGRAM
997335         MOVE "TAXM" TO EXCPT-CODE
997336         MOVE 2 TO EXCPT-SEVERITY
997337         STRING "TAX-RETURN-OPEN-FAILED STATUS ", TAXRTN-STATUS
997338             DELIMITED BY SIZE INTO EXCPT-TEXT
997339         CALL "EXCPTRPT" USING EXCEPTION-RECORD
997340     END-IF.
997341 6500-EXIT.
997342     EXIT.
997343
997344*--------------------------------------------------------------
997345* FOLD ONE PRIOR-MONTH LEDGER RECORD INTO ITS GARAGE'S RETURN.
997346* THE RATE AND CITY ACCOUNT PRINTED ARE THE LAST NIGHT'S.
997347*--------------------------------------------------------------
997348 6600-ADD-RETURN-ENTRY.
997349     MOVE LDG-ENTRY(LDX) TO LEDGER-WORK.
997350     COMPUTE LEDGER-PERIOD = LGW-RUN-DATE / 100.
997351     IF LEDGER-PERIOD = RETURN-PERIOD-N THEN
997352         MOVE 0 TO RTN-HIT-X
997353         PERFORM VARYING RTX FROM 1 BY 1 UNTIL RTX > RTN-COUNT
997354             IF RTN-GARAGE(RTX) = LGW-GARAGE THEN
997355                 MOVE RTX TO RTN-HIT-X
997356             END-IF
997357         END-PERFORM
997358         IF RTN-HIT-X = 0 AND RTN-COUNT < 10 THEN
997359             ADD 1 TO RTN-COUNT
997360             MOVE RTN-COUNT TO RTN-HIT-X
997361             MOVE LGW-GARAGE TO RTN-GARAGE(RTN-HIT-X)
997362             MOVE 0 TO RTN-REVENUE(RTN-HIT-X)
997363             MOVE 0 TO RTN-EXEMPT(RTN-HIT-X)
997364             MOVE 0 TO RTN-TAXABLE(RTN-HIT-X)
997365             MOVE 0 TO RTN-TAX(RTN-HIT-X)
997366             MOVE 0 TO RTN-DAYS(RTN-HIT-X)
997367         END-IF
997368         IF RTN-HIT-X > 0 THEN
997369             ADD LGW-REVENUE TO RTN-REVENUE(RTN-HIT-X)
997370             ADD LGW-EXEMPT TO RTN-EXEMPT(RTN-HIT-X)
997371             ADD LGW-TAXABLE TO RTN-TAXABLE(RTN-HIT-X)
997372             ADD LGW-TAX TO RTN-TAX(RTN-HIT-X)
997373             ADD 1 TO RTN-DAYS(RTN-HIT-X)
997374             MOVE LGW-RATE TO RTN-RATE(RTN-HIT-X)
997375             MOVE LGW-CITY-ACCOUNT TO RTN-CITY-ACCOUNT(RTN-HIT-X)
997376         END-IF
997377     END-IF.
997378 6600-EXIT.
997379     EXIT.
997380
997381*--------------------------------------------------------------
997382* ONE GARAGE'S RETURN, LINE FOR LINE AS THE CITY'S FORM RUNS.
997383* LINE 5 IS THE TAX COLLECTED NIGHT BY NIGHT AT THE RATE IN
997384* FORCE EACH NIGHT.
997385*--------------------------------------------------------------
997386 6700-PRINT-ONE-RETURN.
997387     MOVE "CITY PARKING TAX RETURN -- OPERATOR MONTHLY REMITTANCE"
997388         TO RPT-LINE.
997389     PERFORM 6800-WRITE-RETURN-LINE.
997390     MOVE SPACES TO RPT-LINE.
997391     STRING "CITY ACCOUNT NO. ", RTN-CITY-ACCOUNT(RTX),
997392         "    FACILITY ", RTN-GARAGE(RTX)
997393         DELIMITED BY SIZE INTO RPT-LINE.
997394     PERFORM 6800-WRITE-RETURN-LINE.
997395     MOVE SPACES TO RPT-LINE.
997396     STRING "REPORTING PERIOD ", RETURN-PERIOD-YYYY, "-",
997397         RETURN-PERIOD-MM, "    DAYS REPORTED ", RTN-DAYS(RTX)
997398         DELIMITED BY SIZE INTO RPT-LINE.
997399     PERFORM 6800-WRITE-RETURN-LINE.
997400     MOVE SPACES TO RPT-LINE.
997401     PERFORM 6800-WRITE-RETURN-LINE.
997402     MOVE RTN-REVENUE(RTX) TO AMOUNT-DISP.
997403     MOVE SPACES TO RPT-LINE.
997404     STRING "LINE 1  GROSS PARKING RECEIPTS ............ ",
997405         AMOUNT-DISP DELIMITED BY SIZE INTO RPT-LINE.
997406     PERFORM 6800-WRITE-RETURN-LINE.
997407     MOVE RTN-EXEMPT(RTX) TO AMOUNT-DISP.
997408     MOVE SPACES TO RPT-LINE.
997409     STRING "LINE 2  LESS EXEMPT RECEIPTS .............. ",
997410         AMOUNT-DISP DELIMITED BY SIZE INTO RPT-LINE.
997411     PERFORM 6800-WRITE-RETURN-LINE.
997412     MOVE RTN-TAXABLE(RTX) TO AMOUNT-DISP.
997413     MOVE SPACES TO RPT-LINE.
997414     STRING "LINE 3  TAXABLE RECEIPTS (LINE 1 - LINE 2)  ",
997415         AMOUNT-DISP DELIMITED BY SIZE INTO RPT-LINE.
997416     PERFORM 6800-WRITE-RETURN-LINE.
997417     MOVE RTN-RATE(RTX) TO TAX-RATE-DISP.
997418     MOVE SPACES TO RPT-LINE.
997419     STRING "LINE 4  TAX RATE (PERCENT) ................     ",
997420         TAX-RATE-DISP DELIMITED BY SIZE INTO RPT-LINE.
997421     PERFORM 6800-WRITE-RETURN-LINE.
997422     MOVE RTN-TAX(RTX) TO AMOUNT-DISP.
997423     MOVE SPACES TO RPT-LINE.
997424     STRING "LINE 5  TAX DUE ........................... ",
997425         AMOUNT-DISP DELIMITED BY SIZE INTO RPT-LINE.
997426     PERFORM 6800-WRITE-RETURN-LINE.
997427     MOVE SPACES TO RPT-LINE.
997428     PERFORM 6800-WRITE-RETURN-LINE.
997429     MOVE SPACES TO RPT-LINE.
997430     STRING "PREPARED ", RUN-DATE,
997431         "    SIGNATURE ______________________________"
997432         DELIMITED BY SIZE INTO RPT-LINE.
997433     PERFORM 6800-WRITE-RETURN-LINE.
997434     MOVE ALL "-" TO RPT-LINE.
997435     PERFORM 6800-WRITE-RETURN-LINE.
997436 6700-EXIT.
997437     EXIT.
997438
997439 6800-WRITE-RETURN-LINE.
997440     WRITE TAXRTN-RECORD FROM RPT-LINE.
997441 6800-EXIT.
997442     EXIT.
015610
015620*--------------------------------------------------------------
015630* HOURLY OCCUPANCY AND UTILIZATION ACROSS THE WHOLE MANIFEST --
015670* BUSIEST HOUR OF THE PERIOD BY VEHICLE-MINUTES.
015680*--------------------------------------------------------------
015690 5000-PRINT-OCCUPANCY.
997517     PERFORM 5050-OPEN-OCCUPANCY-HISTORY.
015691     PERFORM VARYING GRX FROM 1 BY 1 UNTIL GRX > GARAGE-COUNT
015692         PERFORM 5100-PRINT-GARAGE-OCCUPANCY
015693     END-PERFORM.
015695     IF HISTORY-OPEN THEN
015697         CLOSE OCCHIST-FILE
015699         SET HISTORY-CLOSED TO TRUE
015701     END-IF.
015705     MOVE SPACES TO RPT-LINE.
015710     STRING RUN-DATE, " HOURLY OCCUPANCY"
015712         DELIMITED BY SIZE INTO RPT-LINE.
015984     PERFORM 0700-WRITE-REPORT.
015990 5000-EXIT.
016010     EXIT.
997518
997519*--------------------------------------------------------------
997520* OPEN THE OCCUPANCY HISTORY FOR APPEND. A FAILURE IS REPORTED
997521* AND THE NIGHT'S OCCUPANCY IS NOT KEPT -- THE DEMAND PROFILE
997522* THEN HAS ONE NIGHT FEWER.
997523*--------------------------------------------------------------
997524 5050-OPEN-OCCUPANCY-HISTORY.
997525     OPEN EXTEND OCCHIST-FILE.
997526     IF OCCHIST-OK THEN
997527         SET HISTORY-OPEN TO TRUE
997528     ELSE
997529         MOVE RUN-DATE TO EXCPT-RUN-DATE
997530         MOVE "PARKINGROLUP" TO EXCPT-PROGRAM
997531         MOVE "OCCH" TO EXCPT-CODE
997532         MOVE 2 TO EXCPT-SEVERITY
997533         MOVE SPACES TO EXCPT-TEXT
997534         STRING "OCCUPANCY-HISTORY-OPEN-FAILED STATUS ",
997535             OCCHIST-STATUS, " NIGHT NOT RECORDED"
997536             DELIMITED BY SIZE INTO EXCPT-TEXT
997537         CALL "EXCPTRPT" USING EXCEPTION-RECORD
997538     END-IF.
997539 5050-EXIT.
997540     EXIT.
016011
986501*--------------------------------------------------------------
986502* ONE GARAGE'S HOURLY OCCUPANCY SECTION -- SAME PEAK, AVERAGE,
986512     PERFORM 0700-WRITE-REPORT.
986513     MOVE 0 TO BUSY-HOUR.
986514     MOVE 0 TO BUSY-VM.
997541     IF HISTORY-OPEN THEN
997542         MOVE RUN-DATE TO OCH-RUN-DATE
997543         MOVE GAR-ID(GRX) TO OCH-GARAGE
997544         MOVE BAY-COUNT TO OCH-BAYS
997545     END-IF.
986515     PERFORM VARYING HOUR-X FROM 1 BY 1 UNTIL HOUR-X > 24
986516         COMPUTE MIN-LO = (HOUR-X - 1) * 60 + 1
986517         COMPUTE MIN-HI = HOUR-X * 60
986533             HOUR-LABEL, " PEAK ", HOUR-PEAK, " AVG ",
986534             AVG-RESULT DELIMITED BY SIZE INTO RPT-LINE
986535         PERFORM 0700-WRITE-REPORT
997546         IF HISTORY-OPEN THEN
997547             MOVE HOUR-PEAK TO OCH-PEAK(HOUR-X)
997548             MOVE HOUR-AVG TO OCH-AVG(HOUR-X)
997549         END-IF
986536         IF HOUR-VM > BUSY-VM THEN
986537             MOVE HOUR-VM TO BUSY-VM
986538             MOVE HOUR-LABEL TO BUSY-HOUR
986545         " VEHICLE-MINUTES ", BUSY-VM
986546         DELIMITED BY SIZE INTO RPT-LINE.
986547     PERFORM 0700-WRITE-REPORT.
997550     IF HISTORY-OPEN THEN
997551         WRITE OCCUPANCY-HISTORY-RECORD
997552     END-IF.
986548 5100-EXIT.
986549     EXIT.
940001*--------------------------------------------------------------
996714* HEADER) IS A RE-DELIVERED OLD FILE UNTIL PROVEN OTHERWISE,
996715* AND RAISES A CRITICAL EXCEPTION SO THE COND CHAIN STOPS THE
996716* STREAM BEFORE A RECORD POSTS.
996804* ON THE FIRST BUSINESS DAY AFTER A WEEKEND OR HOLIDAY THE FEED
996805* CUT ON THE LAST BUSINESS DAY BEFORE IT IS CURRENT TOO.
996717*--------------------------------------------------------------
996718 0150-VERIFY-FEED-DATE.
996719     ACCEPT INPUT-LINE.
996728     END-IF.
996729     IF BUSDATE-X IS NUMERIC THEN
996731         MOVE BUSDATE-X TO BUSDATE
996732         IF BUSDATE NOT = RUN-DATE
996806                 AND BUSDATE NOT = PDAT-REOPEN-FEED-DATE THEN
996733             MOVE RUN-DATE TO EXCPT-RUN-DATE
996734             MOVE "PARKINGROLUP" TO EXCPT-PROGRAM
996735             MOVE "STAL" TO EXCPT-CODE
