000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CTLMAINT.
000300 AUTHOR. R-HALVORSEN.
000400 INSTALLATION. BATCH-OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  RH   ORIGINAL VERSION - MAINTENANCE OF THE CONTROL
000950*                    DATASETS BY TRANSACTION INSTEAD OF BY HAND IN
001000*                    THE EDITOR. EACH SYSIN LINE IS AN ADD,
001050*                    CHANGE, OR DELETE FOR ONE RECORD OF ONE
001100*                    CONTROL DATASET (ALRTCTL, DEADLINE, PERMMAST,
001150*                    VOTERROLL, CORPACT, COAMAP, HOLCAL, RESTRICT,
001200*                    CONCLIM, EXCPACK, TAXRATE, PERMCONT,
001250*                    ELECTDEF, MACHROST, STNDINST, RATECARD),
001300*                    CARRYING THE REQUESTER'S ID AND THE RECORD
001350*                    IMAGE IN THAT DATASET'S OWN COLUMNS. EVERY
001400*                    IMAGE IS CHECKED AGAINST ITS DATASET'S LAYOUT
001450*                    -- NUMERIC FIELDS NUMERIC, DATES REAL DATES,
001500*                    CODES FROM THE SET THE READING PROGRAM KNOWS,
001550*                    AND NOTHING PAST THE RECORD LENGTH, SO A
001600*                    SHIFTED COLUMN IS CAUGHT HERE RATHER THAN BY
001650*                    THE NIGHT IT BREAKS. A PRK COAMAP ROW MAY
001700*                    CARRY THE PTAX PARKING-TAX, CSET CARD
001750*                    SETTLEMENT, AND CFEE CARD PROCESSOR FEE
001800*                    KINDS, AND A VOTERROLL RECORD WITH CASE 000
001850*                    AND A PRECINCT CODE IN COLUMNS 23-28 CARRIES
001900*                    ONE PRECINCT'S REGISTERED VOTERS. THE KEY IS
001950*                    THE LEADING FIELDS OF THE RECORD (WITH THE
002000*                    PRECINCT CODE FOR VOTERROLL): AN ADD NEEDS A
002050*                    NEW KEY, A CHANGE OR DELETE AN EXISTING ONE.
002100*                    EACH APPLIED TRANSACTION WRITES A BEFORE AND
002150*                    AFTER IMAGE, THE REQUESTER, AND THE DATE AND
002200*                    TIME TO THE MAINTENANCE AUDIT DATASET, AND
002250*                    THE CHANGE REPORT CARRIES THE SAME IMAGES
002300*                    WITH A SUPERVISOR SIGN-OFF BLOCK. A REJECTED
002350*                    TRANSACTION IS A SERIOUS EXCEPTION THROUGH
002400*                    EXCPTRPT. NO AUDIT DATASET, NO CHANGES.
003300*--------------------------------------------------------------
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT ALRTCTL-FILE ASSIGN TO ALRTCTL
003900         FILE STATUS IS CTL-FILE-STATUS.
004000     SELECT DEADLINE-FILE ASSIGN TO DEADLINE
004100         FILE STATUS IS CTL-FILE-STATUS.
004200     SELECT PERMMAST-FILE ASSIGN TO PERMMAST
004300         FILE STATUS IS CTL-FILE-STATUS.
004400     SELECT VOTERROLL-FILE ASSIGN TO VOTERROLL
004500         FILE STATUS IS CTL-FILE-STATUS.
004600     SELECT CORPACT-FILE ASSIGN TO CORPACT
004700         FILE STATUS IS CTL-FILE-STATUS.
004800     SELECT COAMAP-FILE ASSIGN TO COAMAP
004900         FILE STATUS IS CTL-FILE-STATUS.
005000     SELECT HOLCAL-FILE ASSIGN TO HOLCAL
005100         FILE STATUS IS CTL-FILE-STATUS.
005200     SELECT RESTRICT-FILE ASSIGN TO RESTRICT
005300         FILE STATUS IS CTL-FILE-STATUS.
005400     SELECT CONCLIM-FILE ASSIGN TO CONCLIM
005500         FILE STATUS IS CTL-FILE-STATUS.
005600     SELECT EXCPACK-FILE ASSIGN TO EXCPACK
005700         FILE STATUS IS CTL-FILE-STATUS.
005705     SELECT TAXRATE-FILE ASSIGN TO TAXRATE
005710         FILE STATUS IS CTL-FILE-STATUS.
005715     SELECT PERMCONT-FILE ASSIGN TO PERMCONT
005720         FILE STATUS IS CTL-FILE-STATUS.
005725     SELECT ELECTDEF-FILE ASSIGN TO ELECTDEF
005730         FILE STATUS IS CTL-FILE-STATUS.
005735     SELECT MACHROST-FILE ASSIGN TO MACHROST
005740         FILE STATUS IS CTL-FILE-STATUS.
005745     SELECT STNDINST-FILE ASSIGN TO STNDINST
005750         FILE STATUS IS CTL-FILE-STATUS.
005755     SELECT RATECARD-FILE ASSIGN TO RATECARD
005760         FILE STATUS IS CTL-FILE-STATUS.
005800     SELECT MAUDIT-FILE ASSIGN TO MAUDIT
005900         FILE STATUS IS MAUDIT-STATUS.
006000     SELECT REPORT-FILE ASSIGN TO RPTOUT
006100         FILE STATUS IS REPORT-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500*--------------------------------------------------------------
006600* THE CONTROL DATASETS, ONE FD PER DD AT EACH DATASET'S OWN
006700* RECORD LENGTH. THE FIELD LAYOUTS ARE THE WORK-IMAGE VIEWS IN
006800* WORKING STORAGE, AS EACH READING PROGRAM DECLARES THEM.
006900*--------------------------------------------------------------
007000 FD  ALRTCTL-FILE.
007100 01  ALRTCTL-RECORD           PIC X(28).
007200 FD  DEADLINE-FILE.
007300 01  DEADLINE-RECORD          PIC X(18).
007400 FD  PERMMAST-FILE.
007500 01  PERMMAST-RECORD          PIC X(17).
007600 FD  VOTERROLL-FILE.
007700 01  VOTERROLL-RECORD         PIC X(28).
007800 FD  CORPACT-FILE.
007900 01  CORPACT-RECORD           PIC X(59).
008000 FD  COAMAP-FILE.
008100 01  COAMAP-RECORD            PIC X(41).
008200 FD  HOLCAL-FILE.
008300 01  HOLCAL-RECORD            PIC X(39).
008400 FD  RESTRICT-FILE.
008500 01  RESTRICT-RECORD          PIC X(56).
008600 FD  CONCLIM-FILE.
008700 01  CONCLIM-RECORD           PIC X(13).
008800 FD  EXCPACK-FILE.
008900 01  EXCPACK-RECORD           PIC X(40).
008905 FD  TAXRATE-FILE.
008910 01  TAXRATE-RECORD           PIC X(31).
008915 FD  PERMCONT-FILE.
008920 01  PERMCONT-RECORD          PIC X(80).
008925 FD  ELECTDEF-FILE.
008930 01  ELECTDEF-RECORD          PIC X(60).
008935 FD  MACHROST-FILE.
008940 01  MACHROST-RECORD          PIC X(30).
008945 FD  STNDINST-FILE.
008950 01  STNDINST-RECORD          PIC X(80).
008955 FD  RATECARD-FILE.
008960 01  RATECARD-RECORD          PIC X(80).
009000*--------------------------------------------------------------
009100* MAINTENANCE AUDIT -- ONE RECORD PER APPLIED TRANSACTION,
009200* EXTENDED ONTO THE END OF THE DATASET EVERY RUN. AN ADD HAS A
009300* BLANK BEFORE IMAGE AND A DELETE A BLANK AFTER IMAGE.
009400*--------------------------------------------------------------
009500 FD  MAUDIT-FILE.
009600 01  MAUDIT-RECORD.
009700     05  AUD-RUN-DATE         PIC 9(8).
009800     05  AUD-TIME             PIC 9(8).
009900     05  AUD-REQUESTER        PIC X(8).
010000     05  AUD-DATASET          PIC X(9).
010100     05  AUD-ACTION           PIC X(1).
010200     05  AUD-BEFORE           PIC X(80).
010300     05  AUD-AFTER            PIC X(80).
010400 FD  REPORT-FILE.
010500 01  REPORT-RECORD            PIC X(132).
010600
010700 WORKING-STORAGE SECTION.
010800 COPY EXCPTREC.
010900 COPY PDATEREC.
011000 COPY RUNLOGRC.
011100*--------------------------------------------------------------
011200* THE STEP'S RETURN CODE IS SAVED ACROSS EACH RUNLOGW CALL --
011300* A CALLED PROGRAM'S EXIT REPLACES THE CALLER'S RETURN-CODE,
011400* AND THE GRADUATED EXCEPTION CODE MUST SURVIVE TO END OF STEP.
011500*--------------------------------------------------------------
011600 01  SAVED-RETURN-CODE        PIC S9(9) COMP.
011700 01  RECORDS-REJECTED         PIC 9(7) VALUE 0.
011800 01  RECORDS-APPLIED          PIC 9(7) VALUE 0.
011900
012000 01  RUN-DATE                 PIC 9(8).
012100 01  AUDIT-TIME               PIC 9(8).
012200 01  CTL-FILE-STATUS          PIC X(2).
012300     88  CTL-FILE-OK          VALUE "00".
012400     88  CTL-FILE-AT-END      VALUE "10".
012500     88  CTL-FILE-NOT-FOUND   VALUE "35".
012600 01  MAUDIT-STATUS            PIC X(2).
012700     88  MAUDIT-OK            VALUE "00".
012800     88  MAUDIT-NOT-FOUND     VALUE "35".
012900 01  REPORT-STATUS            PIC X(2).
013000     88  REPORT-OK            VALUE "00".
013100 01  RPT-LINE                 PIC X(132).
013200
013300*--------------------------------------------------------------
013400* ONE TRANSACTION PER SYSIN LINE, IN FIXED COLUMNS SO THE
013500* RECORD IMAGE LANDS IN THE DATASET'S OWN COLUMNS:
013600*   COL  1      A (ADD), C (CHANGE), OR D (DELETE)
013700*   COL  3-11   DATASET DD NAME
013800*   COL 13-20   REQUESTER ID
013900*   COL 22-101  RECORD IMAGE (ONLY THE KEY FIELDS FOR A DELETE)
014000* A LINE WITH "*" IN COLUMN 1 IS A COMMENT; A BLANK LINE ENDS
014100* THE TRANSACTIONS.
014200*--------------------------------------------------------------
014300 01  INPUT-LINE               PIC X(101).
014400     88  EOF                  VALUE SPACES.
014500 01  INPUT-TRANSACTION REDEFINES INPUT-LINE.
014600     05  TRN-ACTION           PIC X(1).
014700     05  FILLER               PIC X(1).
014800     05  TRN-DATASET          PIC X(9).
014900     05  FILLER               PIC X(1).
015000     05  TRN-REQUESTER        PIC X(8).
015100     05  FILLER               PIC X(1).
015200     05  TRN-IMAGE            PIC X(80).
015300 01  LINES-READ               PIC 9(7) VALUE 0.
015400
015500*--------------------------------------------------------------
015600* THE TRANSACTIONS, HELD SO EACH DATASET IS LOADED, UPDATED,
015700* AND REWRITTEN ONCE WITH ALL OF ITS TRANSACTIONS IN THE ORDER
015800* THEY WERE KEYED.
015900*--------------------------------------------------------------
016000 01  TRAN-COUNT               PIC 9(4) COMP VALUE 0.
016100 01  TX                       PIC 9(4) COMP.
016200 01  TRAN-OVERFLOW            PIC 9(7) VALUE 0.
016300 01  TRAN-TABLE.
016400     05  TRAN-ENTRY OCCURS 500 TIMES.
016500         10  TRT-SEQ          PIC 9(4).
016600         10  TRT-ACTION       PIC X(1).
016700         10  TRT-DATASET      PIC X(9).
016800         10  TRT-REQUESTER    PIC X(8).
016900         10  TRT-IMAGE        PIC X(80).
017000         10  TRT-BEFORE       PIC X(80).
017100         10  TRT-DSX          PIC 9(2).
017200         10  TRT-RESULT       PIC X(1).
017300             88  TRT-PENDING  VALUE " ".
017400             88  TRT-APPLIED  VALUE "A".
017500             88  TRT-REJECTED VALUE "R".
017600         10  TRT-CODE         PIC X(4).
017700         10  TRT-REASON       PIC X(50).
017800
017900*--------------------------------------------------------------
018000* THE CONTROL DATASETS THIS PROGRAM MAINTAINS -- DD NAME,
018100* RECORD LENGTH, KEY LENGTH (THE KEY IS ALWAYS THE LEADING
018200* COLUMNS), AND WHETHER A CHANGE IS ALLOWED. COAMAP ROWS ARE
018300* KEYED BY THE WHOLE RECORD, SINCE ONE AMOUNT KIND CAN POST TO
018400* SEVERAL ACCOUNTS, SO A COAMAP ROW IS DELETED AND RE-ADDED
018500* RATHER THAN CHANGED.
018520* VOTERROLL'S PRECINCT RECORDS ALL CARRY CASE 000, SO ITS KEY
018540* RUNS ON TO THE PRECINCT CODE IN COLUMNS 23-28.
018600*--------------------------------------------------------------
018700 01  DATASET-VALUES.
018800     05  FILLER               PIC X(15) VALUE "ALRTCTL  02816Y".
018900     05  FILLER               PIC X(15) VALUE "DEADLINE 01812Y".
019000     05  FILLER               PIC X(15) VALUE "PERMMAST 01708Y".
019100     05  FILLER               PIC X(15) VALUE "VOTERROLL02803Y".
019200     05  FILLER               PIC X(15) VALUE "CORPACT  05926Y".
019300     05  FILLER               PIC X(15) VALUE "COAMAP   04141N".
019400     05  FILLER               PIC X(15) VALUE "HOLCAL   03908Y".
019500     05  FILLER               PIC X(15) VALUE "RESTRICT 05618Y".
019600     05  FILLER               PIC X(15) VALUE "CONCLIM  01308Y".
019700     05  FILLER               PIC X(15) VALUE "EXCPACK  04024Y".
019710     05  FILLER               PIC X(15) VALUE "TAXRATE  03108Y".
019720     05  FILLER               PIC X(15) VALUE "PERMCONT 08008Y".
019730     05  FILLER               PIC X(15) VALUE "ELECTDEF 06007Y".
019740     05  FILLER               PIC X(15) VALUE "MACHROST 03009Y".
019750     05  FILLER               PIC X(15) VALUE "STNDINST 08008Y".
019760     05  FILLER               PIC X(15) VALUE "RATECARD 08008Y".
019800 01  DATASET-TABLE REDEFINES DATASET-VALUES.
019900     05  DATASET-ENTRY OCCURS 16 TIMES.
020000         10  DST-NAME         PIC X(9).
020100         10  DST-LENGTH       PIC 9(3).
020200         10  DST-KEY-LENGTH   PIC 9(2).
020300         10  DST-CHANGE-OK    PIC X(1).
020400 01  DSX                      PIC 9(2) COMP.
020500 01  DS-HIT-X                 PIC 9(2) COMP.
020600 01  DS-TRANS                 PIC 9(4) COMP.
020700 01  DS-APPLIED               PIC 9(4) COMP.
020800 01  DS-RECORDS-BEFORE        PIC 9(4).
020900 01  DS-RECORDS-AFTER         PIC 9(4).
021000 01  LOAD-SWITCH              PIC X(1).
021100     88  LOAD-OK              VALUE "Y".
021200     88  LOAD-FAILED          VALUE "N".
021300 01  LOAD-REASON              PIC X(50).
021400
021500*--------------------------------------------------------------
021600* THE DATASET BEING MAINTAINED, HELD IN STORAGE WHILE ITS
021700* TRANSACTIONS ARE APPLIED, THEN WRITTEN BACK WHOLE.
021800*--------------------------------------------------------------
021900 01  DATA-COUNT               PIC 9(4) COMP VALUE 0.
022000 01  DX                       PIC 9(4) COMP.
022100 01  DATA-HIT-X               PIC 9(4) COMP.
022200 01  DATA-INSERT-X            PIC 9(4) COMP.
022300 01  SHX                      PIC 9(4) COMP.
022400 01  DATA-OVERFLOW-SWITCH     PIC X(1).
022500     88  DATA-OVERFLOWED      VALUE "Y".
022600 01  DATA-TABLE.
022700     05  DATA-IMAGE OCCURS 3000 TIMES PIC X(80).
022800 01  KEY-LENGTH               PIC 9(2) COMP.
022900 01  REC-LENGTH               PIC 9(3) COMP.
022920 01  TRAN-KEY                 PIC X(50).
022940 01  ROW-KEY                  PIC X(50).
023000
023100*--------------------------------------------------------------
023200* THE TRANSACTION'S RECORD IMAGE, WITH ONE VIEW PER DATASET IN
023300* THE FIELD LAYOUT ITS READING PROGRAM USES.
023400*--------------------------------------------------------------
023500 01  WORK-IMAGE               PIC X(80).
023600*    ALRTCTL -- EXCPTRPT'S ALERT ROUTING
023700 01  ALRTCTL-VIEW REDEFINES WORK-IMAGE.
023800     05  AV-PROGRAM           PIC X(12).
023900     05  AV-CODE              PIC X(4).
024000     05  AV-DESK              PIC X(12).
024100*    DEADLINE -- OPSRPT'S BATCH-WINDOW DEADLINES (HHMMSS)
024200 01  DEADLINE-VIEW REDEFINES WORK-IMAGE.
024300     05  DV-PROGRAM           PIC X(12).
024400     05  DV-END-TIME.
024500         10  DV-HH            PIC 9(2).
024600         10  DV-MM            PIC 9(2).
024700         10  DV-SS            PIC 9(2).
024800*    PERMMAST -- PARKING'S PERMIT MASTER
024900 01  PERMMAST-VIEW REDEFINES WORK-IMAGE.
025000     05  PV-PLATE             PIC X(8).
025100     05  PV-TYPE              PIC X(1).
025200     05  PV-PAID-THRU         PIC 9(8).
025300*    VOTERROLL -- POPULARVOTE'S REGISTERED-VOTER ROLL
025400 01  VOTERROLL-VIEW REDEFINES WORK-IMAGE.
025500     05  VV-CASE              PIC 9(3).
025600     05  VV-REGISTERED        PIC 9(9).
025700     05  VV-BAND-LOW          PIC 9(3)V9(2).
025800     05  VV-BAND-HIGH         PIC 9(3)V9(2).
025850     05  VV-PRECINCT          PIC X(6).
025900*    CORPACT -- DEATHANDTAXES'S CORPORATE-ACTIONS CALENDAR
026000 01  CORPACT-VIEW REDEFINES WORK-IMAGE.
026100     05  CV-TICKER            PIC X(10).
026200     05  CV-ACTION            PIC X(8).
026300     05  CV-EFF-DATE          PIC 9(8).
026400     05  CV-FACTOR            PIC 9(16).
026500     05  CV-CHILD             PIC X(10).
026600     05  CV-RATIO             PIC 9V9(6).
026700*    COAMAP -- GLPOST'S CHART-OF-ACCOUNTS MAPPING
026800 01  COAMAP-VIEW REDEFINES WORK-IMAGE.
026900     05  OV-SOURCE            PIC X(4).
027000     05  OV-GAP-1             PIC X(1).
027100     05  OV-RECORD-TYPE       PIC X(4).
027200     05  OV-GAP-2             PIC X(1).
027300     05  OV-KEY               PIC X(8).
027400     05  OV-GAP-3             PIC X(1).
027500     05  OV-GL-ACCOUNT        PIC X(10).
027600     05  OV-GAP-4             PIC X(1).
027700     05  OV-COST-CENTER       PIC X(8).
027800     05  OV-GAP-5             PIC X(1).
027900     05  OV-SIDE              PIC X(1).
028000*    HOLCAL -- SETPDATE'S EXCHANGE HOLIDAY CALENDAR
028100 01  HOLCAL-VIEW REDEFINES WORK-IMAGE.
028200     05  HV-DATE              PIC 9(8).
028300     05  HV-GAP               PIC X(1).
028400     05  HV-NAME              PIC X(30).
028500*    RESTRICT -- COMPLIANCE'S RESTRICTED LIST
028600 01  RESTRICT-VIEW REDEFINES WORK-IMAGE.
028700     05  SV-TICKER            PIC X(10).
028800     05  SV-FROM-DATE         PIC 9(8).
028900     05  SV-THRU-DATE         PIC 9(8).
029000     05  SV-REASON            PIC X(30).
029100*    CONCLIM -- COMPLIANCE'S CONCENTRATION LIMITS
029200 01  CONCLIM-VIEW REDEFINES WORK-IMAGE.
029300     05  LV-ACCOUNT           PIC X(8).
029400     05  LV-LIMIT-PCT         PIC 9(3)V99.
029500*    EXCPACK -- EXCPSUM'S ACKNOWLEDGMENTS
029600 01  EXCPACK-VIEW REDEFINES WORK-IMAGE.
029700     05  KV-PROGRAM           PIC X(12).
029800     05  KV-CODE              PIC X(4).
029900     05  KV-DATE              PIC 9(8).
030000     05  KV-DISP              PIC X(16).
030001*    TAXRATE -- PARKING'S MUNICIPAL PARKING TAX RATES
030002 01  TAXRATE-VIEW REDEFINES WORK-IMAGE.
030003     05  XV-GARAGE            PIC X(8).
030004     05  XV-RATE              PIC 9(2)V9(3).
030005     05  XV-EXEMPT-CLASSES    PIC X(5).
030006     05  XV-BILLTO-EXEMPT     PIC X(1).
030007     05  XV-CITY-ACCOUNT      PIC X(12).
030008*    PERMCONT -- PERMRENW'S PERMIT HOLDER CONTACTS AND RATES
030009 01  PERMCONT-VIEW REDEFINES WORK-IMAGE.
030010     05  NV-PLATE             PIC X(8).
030011     05  NV-HOLDER            PIC X(24).
030012     05  NV-PHONE             PIC X(12).
030013     05  NV-RATE              PIC 9(4)V9(2).
030014     05  NV-MONTHS            PIC 9(2).
030015     05  NV-ADDRESS           PIC X(28).
030016*    ELECTDEF -- POPULARVOTE'S ELECTION DEFINITION: A RACE
030017*    RECORD (TYPE R), ITS CANDIDATES (C), AND ITS PRECINCTS (P)
030018 01  ELECTDEF-VIEW REDEFINES WORK-IMAGE.
030019     05  EV-CASE              PIC 9(3).
030020     05  EV-TYPE              PIC X(1).
030021     05  EV-ITEM              PIC 9(3).
030022     05  EV-OFFICE            PIC X(30).
030023     05  EV-SEATS             PIC 9(3).
030024     05  EV-METHOD            PIC X(1).
030025     05  EV-WRITEMIN          PIC 9(7).
030026 01  ELECTDEF-CANDIDATE-VIEW REDEFINES WORK-IMAGE.
030027     05  FILLER               PIC X(7).
030028     05  EV-CAND-NAME         PIC X(20).
030029     05  EV-PARTY             PIC X(10).
030030 01  ELECTDEF-PRECINCT-VIEW REDEFINES WORK-IMAGE.
030031     05  FILLER               PIC X(7).
030032     05  EV-PREC-CODE         PIC X(6).
030033     05  EV-PREC-NAME         PIC X(24).
030034*    MACHROST -- ONE MACHINE'S SHIFT AND ITS CAPACITY, COUNTED IN
030035*    OPERATIONS (O) OR PLAN COST UNITS (C)
030036 01  MACHROST-VIEW REDEFINES WORK-IMAGE.
030037     05  MV-SHIFT             PIC 9(1).
030038     05  MV-MACHINE           PIC X(8).
030039     05  MV-CAPACITY-TYPE     PIC X(1).
030040     05  MV-CAPACITY          PIC 9(16)V9(2).
030041*    STNDINST -- ONE RECURRING BROKENCALCULATOR ENTRY: LEDGER,
030042*    AMOUNT, OPERATOR, OPERAND, FREQUENCY (D, W, OR M), START AND
030043*    END DATES, AND ACTIVE FLAG
030044 01  STNDINST-VIEW REDEFINES WORK-IMAGE.
030045     05  IV-ID                PIC X(8).
030046     05  IV-LEDGER            PIC X(8).
030047     05  IV-AMOUNT            PIC S9(14)V99
030048                              SIGN IS LEADING SEPARATE.
030049     05  IV-OPERATOR          PIC X(1).
030050     05  IV-OPERAND           PIC S9(14)V99
030051                              SIGN IS LEADING SEPARATE.
030052     05  IV-FREQUENCY         PIC X(1).
030053     05  IV-START-DATE        PIC 9(8).
030054     05  IV-END-DATE          PIC 9(8).
030055     05  IV-ACTIVE-FLAG       PIC X(1).
030056     05  IV-MEMO              PIC X(11).
030057*    RATECARD -- ONE MOVINGDAY FREIGHT RATE CARD, KEYED BY THE
030058*    DATE IT TAKES EFFECT: RATES PER WEIGHT AND VOLUME UNIT, THE
030059*    MINIMUM CHARGE, THE PER-STOP CHARGE, AND THE PER-BOX FRAGILE
030060*    AND HAZARDOUS HANDLING SURCHARGES
030061 01  RATECARD-VIEW REDEFINES WORK-IMAGE.
030062     05  RV-EFFECTIVE-DATE    PIC 9(8).
030063     05  RV-WEIGHT-RATE       PIC 9(5)V9(4).
030064     05  RV-VOLUME-RATE       PIC 9(3)V9(6).
030065     05  RV-MINIMUM-CHARGE    PIC 9(7)V99.
030066     05  RV-STOP-CHARGE       PIC 9(5)V99.
030067     05  RV-FRAGILE-CHARGE    PIC 9(5)V99.
030068     05  RV-HAZARD-CHARGE     PIC 9(5)V99.
030069     05  RV-DESCRIPTION       PIC X(24).
030100
030200*--------------------------------------------------------------
030300* VALIDATION WORK -- THE FIRST FAILED CHECK SETS THE CODE AND
030400* REASON AND THE REMAINING CHECKS STAND ASIDE.
030500*--------------------------------------------------------------
030600 01  REJECT-CODE              PIC X(4).
030700 01  REJECT-REASON            PIC X(50).
030800 01  CHECK-DATE               PIC 9(8).
030900 01  CHECK-DATE-PARTS REDEFINES CHECK-DATE.
031000     05  CHK-YEAR             PIC 9(4).
031100     05  CHK-MONTH            PIC 9(2).
031200     05  CHK-DAY              PIC 9(2).
031300 01  DATE-SWITCH              PIC X(1).
031400     88  DATE-VALID           VALUE "Y".
031500     88  DATE-NOT-VALID       VALUE "N".
031600 01  MONTH-DAYS-VALUES        PIC X(24)
031700         VALUE "312831303130313130313031".
031800 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
031900     05  MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
032000 01  MONTH-LIMIT              PIC 9(2).
032100 01  LEAP-QUOTIENT            PIC 9(4).
032200 01  LEAP-REMAINDER           PIC 9(4).
032300 01  SEQ-DISP                 PIC 9(4).
032400 01  TRAN-COUNT-DISP          PIC 9(4).
032500
032600 PROCEDURE DIVISION.
032700 0000-MAINLINE.
032800     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
032900     MOVE RUN-DATE TO PDAT-CLOCK-DATE.
033000     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
033100     CALL "SETPDATE" USING PROCESSING-DATE-RECORD.
033200     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
033300     MOVE PDAT-RUN-DATE TO RUN-DATE.
033400     PERFORM 0100-LOG-RUN-START.
033500     OPEN OUTPUT REPORT-FILE.
033600     IF NOT REPORT-OK THEN
033700         MOVE RUN-DATE TO EXCPT-RUN-DATE
033800         MOVE "CTLMAINT" TO EXCPT-PROGRAM
033900         MOVE "RPTO" TO EXCPT-CODE
034000         MOVE 3 TO EXCPT-SEVERITY
034100         MOVE SPACES TO EXCPT-TEXT
034200         STRING "REPORT-OPEN-FAILED STATUS ", REPORT-STATUS
034300             DELIMITED BY SIZE INTO EXCPT-TEXT
034400         CALL "EXCPTRPT" USING EXCEPTION-RECORD
034500     END-IF.
034600
034700     PERFORM 0500-READ-TRANSACTIONS.
034800     MOVE TRAN-COUNT TO TRAN-COUNT-DISP.
034900     MOVE SPACES TO RPT-LINE.
035000     STRING RUN-DATE, " CONTROL-DATASET MAINTENANCE -- ",
035100         "TRANSACTIONS ", TRAN-COUNT-DISP
035200         DELIMITED BY SIZE INTO RPT-LINE.
035300     PERFORM 0700-WRITE-REPORT.
035400
035500*--------------------------------------------------------------
035600* NO AUDIT TRAIL, NO CHANGES -- AN AUDIT DATASET THAT WILL NOT
035700* OPEN REJECTS EVERY TRANSACTION AND IS CRITICAL.
035800*--------------------------------------------------------------
035900     OPEN EXTEND MAUDIT-FILE.
036000     IF MAUDIT-NOT-FOUND THEN
036100         OPEN OUTPUT MAUDIT-FILE
036200     END-IF.
036300     IF MAUDIT-OK THEN
036400         PERFORM 1000-MAINTAIN-ONE-DATASET
036500             VARYING DSX FROM 1 BY 1 UNTIL DSX > 16
036600         CLOSE MAUDIT-FILE
036700     ELSE
036800         MOVE RUN-DATE TO EXCPT-RUN-DATE
036900         MOVE "CTLMAINT" TO EXCPT-PROGRAM
037000         MOVE "CTAU" TO EXCPT-CODE
037100         MOVE 3 TO EXCPT-SEVERITY
037200         MOVE SPACES TO EXCPT-TEXT
037300         STRING "MAINTENANCE-AUDIT-OPEN-FAILED STATUS ",
037400             MAUDIT-STATUS, ", NO CHANGES APPLIED"
037500             DELIMITED BY SIZE INTO EXCPT-TEXT
037600         CALL "EXCPTRPT" USING EXCEPTION-RECORD
037700         MOVE "CTAU" TO REJECT-CODE
037800         MOVE "MAINTENANCE AUDIT DATASET UNAVAILABLE"
037900             TO REJECT-REASON
038000         PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TRAN-COUNT
038100             IF TRT-PENDING(TX) THEN
038200                 PERFORM 3800-REJECT-TRANSACTION
038300             END-IF
038400         END-PERFORM
038500     END-IF.
038600
038700     PERFORM 1900-REPORT-UNKNOWN-DATASETS.
038800     PERFORM 5000-PRINT-SIGN-OFF.
038900     IF REPORT-OK THEN
039000         CLOSE REPORT-FILE
039100     END-IF.
039200     PERFORM 0990-LOG-RUN-END.
039300     STOP RUN.
039400
039500*--------------------------------------------------------------
039600* READ EVERY TRANSACTION LINE. THE ACTION, REQUESTER, AND
039700* DATASET NAME ARE CHECKED HERE; THE IMAGE IS CHECKED WHEN ITS
039800* DATASET IS MAINTAINED.
039900*--------------------------------------------------------------
040000 0500-READ-TRANSACTIONS.
040100     MOVE SPACES TO INPUT-LINE.
040200     ACCEPT INPUT-LINE.
040300     PERFORM 0510-TAKE-ONE-TRANSACTION UNTIL EOF.
040400     IF TRAN-OVERFLOW > 0 THEN
040500         MOVE RUN-DATE TO EXCPT-RUN-DATE
040600         MOVE "CTLMAINT" TO EXCPT-PROGRAM
040700         MOVE "CTFL" TO EXCPT-CODE
040800         MOVE 2 TO EXCPT-SEVERITY
040900         MOVE SPACES TO EXCPT-TEXT
041000         STRING "TRANSACTIONS PAST 500 NOT TAKEN ",
041100             TRAN-OVERFLOW, ", RESUBMIT THEM"
041200             DELIMITED BY SIZE INTO EXCPT-TEXT
041300         CALL "EXCPTRPT" USING EXCEPTION-RECORD
041400         ADD TRAN-OVERFLOW TO RECORDS-REJECTED
041500     END-IF.
041600 0500-EXIT.
041700     EXIT.
041800
041900 0510-TAKE-ONE-TRANSACTION.
042000     ADD 1 TO LINES-READ.
042100     IF TRN-ACTION NOT = "*" THEN
042200         IF TRAN-COUNT < 500 THEN
042300             ADD 1 TO TRAN-COUNT
042400             MOVE TRAN-COUNT TO TX
042500             MOVE TRAN-COUNT TO TRT-SEQ(TX)
042600             MOVE TRN-ACTION TO TRT-ACTION(TX)
042700             MOVE TRN-DATASET TO TRT-DATASET(TX)
042800             MOVE TRN-REQUESTER TO TRT-REQUESTER(TX)
042900             MOVE TRN-IMAGE TO TRT-IMAGE(TX)
043000             MOVE SPACES TO TRT-BEFORE(TX)
043100             MOVE SPACES TO TRT-RESULT(TX)
043200             MOVE SPACES TO TRT-CODE(TX)
043300             MOVE SPACES TO TRT-REASON(TX)
043400             MOVE 0 TO TRT-DSX(TX)
043500             PERFORM 0520-CHECK-TRANSACTION-HEADER
043600         ELSE
043700             ADD 1 TO TRAN-OVERFLOW
043800         END-IF
043900     END-IF.
044000     MOVE SPACES TO INPUT-LINE.
044100     ACCEPT INPUT-LINE.
044200 0510-EXIT.
044300     EXIT.
044400
044500 0520-CHECK-TRANSACTION-HEADER.
044600     MOVE 0 TO DS-HIT-X.
044700     PERFORM VARYING DSX FROM 1 BY 1 UNTIL DSX > 16
044800         IF DST-NAME(DSX) = TRT-DATASET(TX) THEN
044900             MOVE DSX TO DS-HIT-X
045000         END-IF
045100     END-PERFORM.
045200     MOVE DS-HIT-X TO TRT-DSX(TX).
045300     MOVE SPACES TO REJECT-CODE.
045400     MOVE SPACES TO REJECT-REASON.
045500     IF DS-HIT-X = 0 THEN
045600         MOVE "CTDS" TO REJECT-CODE
045700         MOVE "NOT A MAINTAINED CONTROL DATASET"
045800             TO REJECT-REASON
045900     END-IF.
046000     IF REJECT-CODE = SPACES THEN
046100         IF TRT-ACTION(TX) NOT = "A"
046200                 AND TRT-ACTION(TX) NOT = "C"
046300                 AND TRT-ACTION(TX) NOT = "D" THEN
046400             MOVE "CTAC" TO REJECT-CODE
046500             MOVE "ACTION MUST BE A, C, OR D" TO REJECT-REASON
046600         END-IF
046700     END-IF.
046800     IF REJECT-CODE = SPACES THEN
046900         IF TRT-REQUESTER(TX) = SPACES THEN
047000             MOVE "CTRQ" TO REJECT-CODE
047100             MOVE "NO REQUESTER ID IN COLUMNS 13-20"
047200                 TO REJECT-REASON
047300         END-IF
047400     END-IF.
047500     IF REJECT-CODE NOT = SPACES THEN
047600         PERFORM 3800-REJECT-TRANSACTION
047700     END-IF.
047800 0520-EXIT.
047900     EXIT.
048000
048100*--------------------------------------------------------------
048200* LOAD ONE DATASET, APPLY ITS TRANSACTIONS IN THE ORDER KEYED,
048300* AND WRITE IT BACK. THE AUDIT RECORDS ARE WRITTEN ONLY ONCE
048400* THE DATASET HAS BEEN REWRITTEN, SO THE AUDIT NEVER CLAIMS A
048500* CHANGE THAT DID NOT LAND. A DATASET WITH NOTHING APPLIED IS
048600* LEFT UNTOUCHED.
048700*--------------------------------------------------------------
048800 1000-MAINTAIN-ONE-DATASET.
048900     MOVE 0 TO DS-TRANS.
049000     PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TRAN-COUNT
049100         IF TRT-DSX(TX) = DSX AND TRT-PENDING(TX) THEN
049200             ADD 1 TO DS-TRANS
049300         END-IF
049400     END-PERFORM.
049500     IF DS-TRANS > 0 THEN
049600         MOVE DST-KEY-LENGTH(DSX) TO KEY-LENGTH
049700         MOVE DST-LENGTH(DSX) TO REC-LENGTH
049800         PERFORM 2000-LOAD-DATASET
049900         MOVE DATA-COUNT TO DS-RECORDS-BEFORE
050000         IF LOAD-OK THEN
050100             MOVE 0 TO DS-APPLIED
050200             PERFORM VARYING TX FROM 1 BY 1
050300                     UNTIL TX > TRAN-COUNT
050400                 IF TRT-DSX(TX) = DSX AND TRT-PENDING(TX) THEN
050500                     PERFORM 3000-APPLY-TRANSACTION
050600                 END-IF
050700             END-PERFORM
050800             IF DS-APPLIED > 0 THEN
050900                 PERFORM 4000-REWRITE-DATASET
051000             END-IF
051100         ELSE
051200             MOVE "CTDU" TO REJECT-CODE
051300             MOVE LOAD-REASON TO REJECT-REASON
051400             PERFORM VARYING TX FROM 1 BY 1
051500                     UNTIL TX > TRAN-COUNT
051600                 IF TRT-DSX(TX) = DSX AND TRT-PENDING(TX) THEN
051700                     PERFORM 3800-REJECT-TRANSACTION
051800                 END-IF
051900             END-PERFORM
052000         END-IF
052100         PERFORM 1500-REPORT-DATASET
052200     END-IF.
052300 1000-EXIT.
052400     EXIT.
052500
052600*--------------------------------------------------------------
052700* THE CHANGE REPORT FOR ONE DATASET -- EVERY TRANSACTION KEYED
052800* AGAINST IT, APPLIED WITH ITS BEFORE AND AFTER IMAGES OR
052900* REJECTED WITH ITS REASON.
053000*--------------------------------------------------------------
053100 1500-REPORT-DATASET.
053200     MOVE DATA-COUNT TO DS-RECORDS-AFTER.
053300     MOVE SPACES TO RPT-LINE.
053400     STRING RUN-DATE, " DATASET ", DST-NAME(DSX),
053500         " RECORDS BEFORE ", DS-RECORDS-BEFORE,
053600         " AFTER ", DS-RECORDS-AFTER
053700         DELIMITED BY SIZE INTO RPT-LINE.
053800     PERFORM 0700-WRITE-REPORT.
053900     PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TRAN-COUNT
054000         IF TRT-DSX(TX) = DSX THEN
054100             PERFORM 1600-REPORT-ONE-TRANSACTION
054200         END-IF
054300     END-PERFORM.
054400 1500-EXIT.
054500     EXIT.
054600
054700 1600-REPORT-ONE-TRANSACTION.
054800     MOVE TRT-SEQ(TX) TO SEQ-DISP.
054900     MOVE SPACES TO RPT-LINE.
055000     IF TRT-APPLIED(TX) THEN
055100         STRING RUN-DATE, "   ", SEQ-DISP, " ", TRT-ACTION(TX),
055200             " REQUESTED BY ", TRT-REQUESTER(TX), " APPLIED"
055300             DELIMITED BY SIZE INTO RPT-LINE
055400         PERFORM 0700-WRITE-REPORT
055500         IF TRT-ACTION(TX) NOT = "A" THEN
055600             MOVE SPACES TO RPT-LINE
055700             STRING RUN-DATE, "        BEFORE |",
055800                 TRT-BEFORE(TX)(1:REC-LENGTH), "|"
055900                 DELIMITED BY SIZE INTO RPT-LINE
056000             PERFORM 0700-WRITE-REPORT
056100         END-IF
056200         IF TRT-ACTION(TX) NOT = "D" THEN
056300             MOVE SPACES TO RPT-LINE
056400             STRING RUN-DATE, "        AFTER  |",
056500                 TRT-IMAGE(TX)(1:REC-LENGTH), "|"
056600                 DELIMITED BY SIZE INTO RPT-LINE
056700             PERFORM 0700-WRITE-REPORT
056800         END-IF
056900     ELSE
057000         STRING RUN-DATE, "   ", SEQ-DISP, " ", TRT-ACTION(TX),
057100             " REQUESTED BY ", TRT-REQUESTER(TX), " REJECTED ",
057200             TRT-CODE(TX), " ", TRT-REASON(TX)
057300             DELIMITED BY SIZE INTO RPT-LINE
057400         PERFORM 0700-WRITE-REPORT
057500     END-IF.
057600 1600-EXIT.
057700     EXIT.
057800
057900*--------------------------------------------------------------
058000* TRANSACTIONS THAT NAMED NO MAINTAINED DATASET, OR FAILED THE
058100* HEADER CHECKS, NEVER REACHED A DATASET SECTION -- LIST THEM
058200* ON THEIR OWN.
058300*--------------------------------------------------------------
058400 1900-REPORT-UNKNOWN-DATASETS.
058500     MOVE 0 TO DS-TRANS.
058600     PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TRAN-COUNT
058700         IF TRT-DSX(TX) = 0 THEN
058800             ADD 1 TO DS-TRANS
058900         END-IF
059000     END-PERFORM.
059100     IF DS-TRANS > 0 THEN
059200         MOVE SPACES TO RPT-LINE
059300         STRING RUN-DATE, " TRANSACTIONS FOR NO MAINTAINED ",
059400             "DATASET"
059500             DELIMITED BY SIZE INTO RPT-LINE
059600         PERFORM 0700-WRITE-REPORT
059700         PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TRAN-COUNT
059800             IF TRT-DSX(TX) = 0 THEN
059900                 MOVE TRT-SEQ(TX) TO SEQ-DISP
060000                 MOVE SPACES TO RPT-LINE
060100                 STRING RUN-DATE, "   ", SEQ-DISP, " ",
060200                     TRT-ACTION(TX), " ", TRT-DATASET(TX),
060300                     " REQUESTED BY ", TRT-REQUESTER(TX),
060400                     " REJECTED ", TRT-CODE(TX), " ",
060500                     TRT-REASON(TX)
060600                     DELIMITED BY SIZE INTO RPT-LINE
060700                 PERFORM 0700-WRITE-REPORT
060800             END-IF
060900         END-PERFORM
061000     END-IF.
061100 1900-EXIT.
061200     EXIT.
061300
061400*--------------------------------------------------------------
061500* LOAD THE DATASET INTO THE TABLE. A DATASET NOT YET THERE
061600* STARTS EMPTY (ITS FIRST ADD CREATES IT); ONE THAT WILL NOT
061700* OPEN, OR THAT OVERFILLS THE TABLE, TAKES NO CHANGES.
061800*--------------------------------------------------------------
061900 2000-LOAD-DATASET.
062000     MOVE 0 TO DATA-COUNT.
062100     MOVE "N" TO DATA-OVERFLOW-SWITCH.
062200     SET LOAD-OK TO TRUE.
062300     MOVE SPACES TO LOAD-REASON.
062400     IF DSX = 1 THEN
062500         PERFORM 2010-LOAD-ALRTCTL
062600     END-IF.
062700     IF DSX = 2 THEN
062800         PERFORM 2020-LOAD-DEADLINE
062900     END-IF.
063000     IF DSX = 3 THEN
063100         PERFORM 2030-LOAD-PERMMAST
063200     END-IF.
063300     IF DSX = 4 THEN
063400         PERFORM 2040-LOAD-VOTERROLL
063500     END-IF.
063600     IF DSX = 5 THEN
063700         PERFORM 2050-LOAD-CORPACT
063800     END-IF.
063900     IF DSX = 6 THEN
064000         PERFORM 2060-LOAD-COAMAP
064100     END-IF.
064200     IF DSX = 7 THEN
064300         PERFORM 2070-LOAD-HOLCAL
064400     END-IF.
064500     IF DSX = 8 THEN
064600         PERFORM 2080-LOAD-RESTRICT
064700     END-IF.
064800     IF DSX = 9 THEN
064900         PERFORM 2090-LOAD-CONCLIM
065000     END-IF.
065100     IF DSX = 10 THEN
065200         PERFORM 2100-LOAD-EXCPACK
065300     END-IF.
065305     IF DSX = 11 THEN
065310         PERFORM 2110-LOAD-TAXRATE
065315     END-IF.
065320     IF DSX = 12 THEN
065325         PERFORM 2120-LOAD-PERMCONT
065330     END-IF.
065335     IF DSX = 13 THEN
065340         PERFORM 2130-LOAD-ELECTDEF
065345     END-IF.
065350     IF DSX = 14 THEN
065355         PERFORM 2140-LOAD-MACHROST
065360     END-IF.
065365     IF DSX = 15 THEN
065370         PERFORM 2150-LOAD-STNDINST
065375     END-IF.
065380     IF DSX = 16 THEN
065385         PERFORM 2160-LOAD-RATECARD
065390     END-IF.
065400     IF LOAD-OK AND DATA-OVERFLOWED THEN
065500         SET LOAD-FAILED TO TRUE
065600         MOVE "DATASET HAS MORE THAN 3000 RECORDS" TO LOAD-REASON
065700     END-IF.
065800 2000-EXIT.
065900     EXIT.
066000
066100 2010-LOAD-ALRTCTL.
066200     OPEN INPUT ALRTCTL-FILE.
066300     IF CTL-FILE-OK THEN
066400         PERFORM 2011-READ-ALRTCTL UNTIL CTL-FILE-AT-END
066500         CLOSE ALRTCTL-FILE
066600     ELSE
066700         PERFORM 2900-NOTE-LOAD-STATUS
066800     END-IF.
066900 2010-EXIT.
067000     EXIT.
067100
067200 2011-READ-ALRTCTL.
067300     READ ALRTCTL-FILE INTO WORK-IMAGE
067400         AT END
067500             SET CTL-FILE-AT-END TO TRUE
067600         NOT AT END
067700             PERFORM 2910-HOLD-ONE-RECORD
067800     END-READ.
067900 2011-EXIT.
068000     EXIT.
068100
068200 2020-LOAD-DEADLINE.
068300     OPEN INPUT DEADLINE-FILE.
068400     IF CTL-FILE-OK THEN
068500         PERFORM 2021-READ-DEADLINE UNTIL CTL-FILE-AT-END
068600         CLOSE DEADLINE-FILE
068700     ELSE
068800         PERFORM 2900-NOTE-LOAD-STATUS
068900     END-IF.
069000 2020-EXIT.
069100     EXIT.
069200
069300 2021-READ-DEADLINE.
069400     READ DEADLINE-FILE INTO WORK-IMAGE
069500         AT END
069600             SET CTL-FILE-AT-END TO TRUE
069700         NOT AT END
069800             PERFORM 2910-HOLD-ONE-RECORD
069900     END-READ.
070000 2021-EXIT.
070100     EXIT.
070200
070300 2030-LOAD-PERMMAST.
070400     OPEN INPUT PERMMAST-FILE.
070500     IF CTL-FILE-OK THEN
070600         PERFORM 2031-READ-PERMMAST UNTIL CTL-FILE-AT-END
070700         CLOSE PERMMAST-FILE
070800     ELSE
070900         PERFORM 2900-NOTE-LOAD-STATUS
071000     END-IF.
071100 2030-EXIT.
071200     EXIT.
071300
071400 2031-READ-PERMMAST.
071500     READ PERMMAST-FILE INTO WORK-IMAGE
071600         AT END
071700             SET CTL-FILE-AT-END TO TRUE
071800         NOT AT END
071900             PERFORM 2910-HOLD-ONE-RECORD
072000     END-READ.
072100 2031-EXIT.
072200     EXIT.
072300
072400 2040-LOAD-VOTERROLL.
072500     OPEN INPUT VOTERROLL-FILE.
072600     IF CTL-FILE-OK THEN
072700         PERFORM 2041-READ-VOTERROLL UNTIL CTL-FILE-AT-END
072800         CLOSE VOTERROLL-FILE
072900     ELSE
073000         PERFORM 2900-NOTE-LOAD-STATUS
073100     END-IF.
073200 2040-EXIT.
073300     EXIT.
073400
073500 2041-READ-VOTERROLL.
073600     READ VOTERROLL-FILE INTO WORK-IMAGE
073700         AT END
073800             SET CTL-FILE-AT-END TO TRUE
073900         NOT AT END
074000             PERFORM 2910-HOLD-ONE-RECORD
074100     END-READ.
074200 2041-EXIT.
074300     EXIT.
074400
074500 2050-LOAD-CORPACT.
074600     OPEN INPUT CORPACT-FILE.
074700     IF CTL-FILE-OK THEN
074800         PERFORM 2051-READ-CORPACT UNTIL CTL-FILE-AT-END
074900         CLOSE CORPACT-FILE
075000     ELSE
075100         PERFORM 2900-NOTE-LOAD-STATUS
075200     END-IF.
075300 2050-EXIT.
075400     EXIT.
075500
075600 2051-READ-CORPACT.
075700     READ CORPACT-FILE INTO WORK-IMAGE
075800         AT END
075900             SET CTL-FILE-AT-END TO TRUE
076000         NOT AT END
076100             PERFORM 2910-HOLD-ONE-RECORD
076200     END-READ.
076300 2051-EXIT.
076400     EXIT.
076500
076600 2060-LOAD-COAMAP.
076700     OPEN INPUT COAMAP-FILE.
076800     IF CTL-FILE-OK THEN
076900         PERFORM 2061-READ-COAMAP UNTIL CTL-FILE-AT-END
077000         CLOSE COAMAP-FILE
077100     ELSE
077200         PERFORM 2900-NOTE-LOAD-STATUS
077300     END-IF.
077400 2060-EXIT.
077500     EXIT.
077600
077700 2061-READ-COAMAP.
077800     READ COAMAP-FILE INTO WORK-IMAGE
077900         AT END
078000             SET CTL-FILE-AT-END TO TRUE
078100         NOT AT END
078200             PERFORM 2910-HOLD-ONE-RECORD
078300     END-READ.
078400 2061-EXIT.
078500     EXIT.
078600
078700 2070-LOAD-HOLCAL.
078800     OPEN INPUT HOLCAL-FILE.
078900     IF CTL-FILE-OK THEN
079000         PERFORM 2071-READ-HOLCAL UNTIL CTL-FILE-AT-END
079100         CLOSE HOLCAL-FILE
079200     ELSE
079300         PERFORM 2900-NOTE-LOAD-STATUS
079400     END-IF.
079500 2070-EXIT.
079600     EXIT.
079700
079800 2071-READ-HOLCAL.
079900     READ HOLCAL-FILE INTO WORK-IMAGE
080000         AT END
080100             SET CTL-FILE-AT-END TO TRUE
080200         NOT AT END
080300             PERFORM 2910-HOLD-ONE-RECORD
080400     END-READ.
080500 2071-EXIT.
080600     EXIT.
080700
080800 2080-LOAD-RESTRICT.
080900     OPEN INPUT RESTRICT-FILE.
081000     IF CTL-FILE-OK THEN
081100         PERFORM 2081-READ-RESTRICT UNTIL CTL-FILE-AT-END
081200         CLOSE RESTRICT-FILE
081300     ELSE
081400         PERFORM 2900-NOTE-LOAD-STATUS
081500     END-IF.
081600 2080-EXIT.
081700     EXIT.
081800
081900 2081-READ-RESTRICT.
082000     READ RESTRICT-FILE INTO WORK-IMAGE
082100         AT END
082200             SET CTL-FILE-AT-END TO TRUE
082300         NOT AT END
082400             PERFORM 2910-HOLD-ONE-RECORD
082500     END-READ.
082600 2081-EXIT.
082700     EXIT.
082800
082900 2090-LOAD-CONCLIM.
083000     OPEN INPUT CONCLIM-FILE.
083100     IF CTL-FILE-OK THEN
083200         PERFORM 2091-READ-CONCLIM UNTIL CTL-FILE-AT-END
083300         CLOSE CONCLIM-FILE
083400     ELSE
083500         PERFORM 2900-NOTE-LOAD-STATUS
083600     END-IF.
083700 2090-EXIT.
083800     EXIT.
083900
084000 2091-READ-CONCLIM.
084100     READ CONCLIM-FILE INTO WORK-IMAGE
084200         AT END
084300             SET CTL-FILE-AT-END TO TRUE
084400         NOT AT END
084500             PERFORM 2910-HOLD-ONE-RECORD
084600     END-READ.
084700 2091-EXIT.
084800     EXIT.
084900
085000 2100-LOAD-EXCPACK.
085100     OPEN INPUT EXCPACK-FILE.
085200     IF CTL-FILE-OK THEN
085300         PERFORM 2101-READ-EXCPACK UNTIL CTL-FILE-AT-END
085400         CLOSE EXCPACK-FILE
085500     ELSE
085600         PERFORM 2900-NOTE-LOAD-STATUS
085700     END-IF.
085800 2100-EXIT.
085900     EXIT.
086000
086100 2101-READ-EXCPACK.
086200     READ EXCPACK-FILE INTO WORK-IMAGE
086300         AT END
086400             SET CTL-FILE-AT-END TO TRUE
086500         NOT AT END
086600             PERFORM 2910-HOLD-ONE-RECORD
086700     END-READ.
086800 2101-EXIT.
086900     EXIT.
086901 2110-LOAD-TAXRATE.
086902     OPEN INPUT TAXRATE-FILE.
086903     IF CTL-FILE-OK THEN
086904         PERFORM 2111-READ-TAXRATE UNTIL CTL-FILE-AT-END
086905         CLOSE TAXRATE-FILE
086906     ELSE
086907         PERFORM 2900-NOTE-LOAD-STATUS
086908     END-IF.
086909 2110-EXIT.
086910     EXIT.
086911
086912 2111-READ-TAXRATE.
086913     READ TAXRATE-FILE INTO WORK-IMAGE
086914         AT END
086915             SET CTL-FILE-AT-END TO TRUE
086916         NOT AT END
086917             PERFORM 2910-HOLD-ONE-RECORD
086918     END-READ.
086919 2111-EXIT.
086920     EXIT.
086921
086922 2120-LOAD-PERMCONT.
086923     OPEN INPUT PERMCONT-FILE.
086924     IF CTL-FILE-OK THEN
086925         PERFORM 2121-READ-PERMCONT UNTIL CTL-FILE-AT-END
086926         CLOSE PERMCONT-FILE
086927     ELSE
086928         PERFORM 2900-NOTE-LOAD-STATUS
086929     END-IF.
086930 2120-EXIT.
086931     EXIT.
086932
086933 2121-READ-PERMCONT.
086934     READ PERMCONT-FILE INTO WORK-IMAGE
086935         AT END
086936             SET CTL-FILE-AT-END TO TRUE
086937         NOT AT END
086938             PERFORM 2910-HOLD-ONE-RECORD
086939     END-READ.
086940 2121-EXIT.
086941     EXIT.
086942
086943 2130-LOAD-ELECTDEF.
086944     OPEN INPUT ELECTDEF-FILE.
086945     IF CTL-FILE-OK THEN
086946         PERFORM 2131-READ-ELECTDEF UNTIL CTL-FILE-AT-END
086947         CLOSE ELECTDEF-FILE
086948     ELSE
086949         PERFORM 2900-NOTE-LOAD-STATUS
086950     END-IF.
086951 2130-EXIT.
086952     EXIT.
086953
086954 2131-READ-ELECTDEF.
086955     READ ELECTDEF-FILE INTO WORK-IMAGE
086956         AT END
086957             SET CTL-FILE-AT-END TO TRUE
086958         NOT AT END
086959             PERFORM 2910-HOLD-ONE-RECORD
086960     END-READ.
086961 2131-EXIT.
086962     EXIT.
086963
086964 2140-LOAD-MACHROST.
086965     OPEN INPUT MACHROST-FILE.
086966     IF CTL-FILE-OK THEN
086967         PERFORM 2141-READ-MACHROST UNTIL CTL-FILE-AT-END
086968         CLOSE MACHROST-FILE
086969     ELSE
086970         PERFORM 2900-NOTE-LOAD-STATUS
086971     END-IF.
086972 2140-EXIT.
086973     EXIT.
086974
086975 2141-READ-MACHROST.
086976     READ MACHROST-FILE INTO WORK-IMAGE
086977         AT END
086978             SET CTL-FILE-AT-END TO TRUE
086979         NOT AT END
086980             PERFORM 2910-HOLD-ONE-RECORD
086981     END-READ.
086982 2141-EXIT.
086983     EXIT.
086984
086985 2150-LOAD-STNDINST.
086986     OPEN INPUT STNDINST-FILE.
086987     IF CTL-FILE-OK THEN
086988         PERFORM 2151-READ-STNDINST UNTIL CTL-FILE-AT-END
086989         CLOSE STNDINST-FILE
086990     ELSE
086991         PERFORM 2900-NOTE-LOAD-STATUS
086992     END-IF.
086993 2150-EXIT.
086994     EXIT.
086995
086996 2151-READ-STNDINST.
086997     READ STNDINST-FILE INTO WORK-IMAGE
086998         AT END
086999             SET CTL-FILE-AT-END TO TRUE
087000         NOT AT END
087001             PERFORM 2910-HOLD-ONE-RECORD
087002     END-READ.
087003 2151-EXIT.
087004     EXIT.
087005
087006 2160-LOAD-RATECARD.
087007     OPEN INPUT RATECARD-FILE.
087008     IF CTL-FILE-OK THEN
087009         PERFORM 2161-READ-RATECARD UNTIL CTL-FILE-AT-END
087010         CLOSE RATECARD-FILE
087011     ELSE
087012         PERFORM 2900-NOTE-LOAD-STATUS
087013     END-IF.
087014 2160-EXIT.
087015     EXIT.
087016
087017 2161-READ-RATECARD.
087018     READ RATECARD-FILE INTO WORK-IMAGE
087019         AT END
087020             SET CTL-FILE-AT-END TO TRUE
087021         NOT AT END
087022             PERFORM 2910-HOLD-ONE-RECORD
087023     END-READ.
087024 2161-EXIT.
087025     EXIT.
087026
087100 2900-NOTE-LOAD-STATUS.
087200     IF NOT CTL-FILE-NOT-FOUND THEN
087300         SET LOAD-FAILED TO TRUE
087400         STRING "DATASET OPEN-FAILED STATUS ", CTL-FILE-STATUS
087500             DELIMITED BY SIZE INTO LOAD-REASON
087600     END-IF.
087700 2900-EXIT.
087800     EXIT.
087900
088000 2910-HOLD-ONE-RECORD.
088100     IF DATA-COUNT < 3000 THEN
088200         ADD 1 TO DATA-COUNT
088300         MOVE WORK-IMAGE TO DATA-IMAGE(DATA-COUNT)
088400     ELSE
088500         SET DATA-OVERFLOWED TO TRUE
088600     END-IF.
088700 2910-EXIT.
088800     EXIT.
088900
089000*--------------------------------------------------------------
089100* APPLY ONE TRANSACTION TO THE TABLE. AN ADD GOES IN KEY ORDER
089200* (AHEAD OF THE FIRST RECORD WITH A HIGHER KEY), SO A DATASET
089300* KEPT IN KEY ORDER STAYS THAT WAY.
089400*--------------------------------------------------------------
089500 3000-APPLY-TRANSACTION.
089600     MOVE SPACES TO REJECT-CODE.
089700     MOVE SPACES TO REJECT-REASON.
089800     MOVE TRT-IMAGE(TX) TO WORK-IMAGE.
089900     IF WORK-IMAGE(1:KEY-LENGTH) = SPACES THEN
090000         MOVE "CTKY" TO REJECT-CODE
090100         MOVE "RECORD KEY IS BLANK" TO REJECT-REASON
090200     END-IF.
090300     IF REJECT-CODE = SPACES AND TRT-ACTION(TX) = "C"
090400             AND DST-CHANGE-OK(DSX) NOT = "Y" THEN
090500         MOVE "CTAC" TO REJECT-CODE
090600         MOVE "NO CHANGE ON THIS DATASET, DELETE AND ADD"
090700             TO REJECT-REASON
090800     END-IF.
090900     IF REJECT-CODE = SPACES AND TRT-ACTION(TX) NOT = "D" THEN
091000         PERFORM 3100-CHECK-LAYOUT
091100     END-IF.
091200     IF REJECT-CODE = SPACES THEN
091300         PERFORM 3300-FIND-KEY
091400         IF TRT-ACTION(TX) = "A" AND DATA-HIT-X > 0 THEN
091500             MOVE "CTKY" TO REJECT-CODE
091600             MOVE "ADD OF A KEY ALREADY ON FILE"
091700                 TO REJECT-REASON
091800         END-IF
091900         IF TRT-ACTION(TX) NOT = "A" AND DATA-HIT-X = 0 THEN
092000             MOVE "CTKY" TO REJECT-CODE
092100             MOVE "KEY NOT ON FILE" TO REJECT-REASON
092200         END-IF
092300         IF TRT-ACTION(TX) = "A" AND DATA-COUNT NOT < 3000 THEN
092400             MOVE "CTDU" TO REJECT-CODE
092500             MOVE "DATASET FULL AT 3000 RECORDS"
092600                 TO REJECT-REASON
092700         END-IF
092800     END-IF.
092900     IF REJECT-CODE NOT = SPACES THEN
093000         PERFORM 3800-REJECT-TRANSACTION
093100     ELSE
093200         IF TRT-ACTION(TX) = "A" THEN
093300             PERFORM VARYING SHX FROM DATA-COUNT BY -1
093400                     UNTIL SHX < DATA-INSERT-X
093500                 MOVE DATA-IMAGE(SHX) TO DATA-IMAGE(SHX + 1)
093600             END-PERFORM
093700             ADD 1 TO DATA-COUNT
093800             MOVE WORK-IMAGE TO DATA-IMAGE(DATA-INSERT-X)
093900         END-IF
094000         IF TRT-ACTION(TX) = "C" THEN
094100             MOVE DATA-IMAGE(DATA-HIT-X) TO TRT-BEFORE(TX)
094200             MOVE WORK-IMAGE TO DATA-IMAGE(DATA-HIT-X)
094300         END-IF
094400         IF TRT-ACTION(TX) = "D" THEN
094500             MOVE DATA-IMAGE(DATA-HIT-X) TO TRT-BEFORE(TX)
094600             PERFORM VARYING SHX FROM DATA-HIT-X BY 1
094700                     UNTIL SHX NOT < DATA-COUNT
094800                 MOVE DATA-IMAGE(SHX + 1) TO DATA-IMAGE(SHX)
094900             END-PERFORM
095000             SUBTRACT 1 FROM DATA-COUNT
095100             MOVE SPACES TO TRT-IMAGE(TX)
095200         END-IF
095300         SET TRT-APPLIED(TX) TO TRUE
095400         ADD 1 TO DS-APPLIED
095500     END-IF.
095600 3000-EXIT.
095700     EXIT.
095800
095900*--------------------------------------------------------------
096000* THE IMAGE AGAINST ITS DATASET'S LAYOUT. ANYTHING PAST THE
096100* RECORD LENGTH MEANS A FIELD WAS KEYED IN THE WRONG COLUMNS.
096200*--------------------------------------------------------------
096300 3100-CHECK-LAYOUT.
096400     IF REC-LENGTH < 80 THEN
096500         IF WORK-IMAGE(REC-LENGTH + 1:80 - REC-LENGTH)
096600                 NOT = SPACES THEN
096700             MOVE "CTLY" TO REJECT-CODE
096800             MOVE "DATA PAST END OF RECORD, COLUMNS SHIFTED"
096900                 TO REJECT-REASON
097000         END-IF
097100     END-IF.
097200     IF REJECT-CODE = SPACES THEN
097300         IF DSX = 1 THEN
097400             PERFORM 3110-CHECK-ALRTCTL
097500         END-IF
097600         IF DSX = 2 THEN
097700             PERFORM 3120-CHECK-DEADLINE
097800         END-IF
097900         IF DSX = 3 THEN
098000             PERFORM 3130-CHECK-PERMMAST
098100         END-IF
098200         IF DSX = 4 THEN
098300             PERFORM 3140-CHECK-VOTERROLL
098400         END-IF
098500         IF DSX = 5 THEN
098600             PERFORM 3150-CHECK-CORPACT
098700         END-IF
098800         IF DSX = 6 THEN
098900             PERFORM 3160-CHECK-COAMAP
099000         END-IF
099100         IF DSX = 7 THEN
099200             PERFORM 3170-CHECK-HOLCAL
099300         END-IF
099400         IF DSX = 8 THEN
099500             PERFORM 3180-CHECK-RESTRICT
099600         END-IF
099700         IF DSX = 9 THEN
099800             PERFORM 3190-CHECK-CONCLIM
099900         END-IF
100000         IF DSX = 10 THEN
100100             PERFORM 3200-CHECK-EXCPACK
100200         END-IF
100205         IF DSX = 11 THEN
100210             PERFORM 3210-CHECK-TAXRATE
100215         END-IF
100220         IF DSX = 12 THEN
100225             PERFORM 3220-CHECK-PERMCONT
100230         END-IF
100235         IF DSX = 13 THEN
100240             PERFORM 3230-CHECK-ELECTDEF
100245         END-IF
100250         IF DSX = 14 THEN
100255             PERFORM 3240-CHECK-MACHROST
100260         END-IF
100265         IF DSX = 15 THEN
100270             PERFORM 3250-CHECK-STNDINST
100275         END-IF
100280         IF DSX = 16 THEN
100285             PERFORM 3260-CHECK-RATECARD
100290         END-IF
100300     END-IF.
100400 3100-EXIT.
100500     EXIT.
100600
100700*    A BLANK CODE IS THE PROGRAM-WIDE DEFAULT ROUTE.
100800 3110-CHECK-ALRTCTL.
100900     IF AV-PROGRAM = SPACES OR AV-DESK = SPACES THEN
101000         MOVE "CTLY" TO REJECT-CODE
101100         MOVE "PROGRAM AND DESK ARE BOTH REQUIRED"
101200             TO REJECT-REASON
101300     END-IF.
101400 3110-EXIT.
101500     EXIT.
101600
101700 3120-CHECK-DEADLINE.
101800     IF DV-END-TIME IS NOT NUMERIC THEN
101900         MOVE "CTLY" TO REJECT-CODE
102000         MOVE "END TIME IN COLUMNS 13-18 NOT NUMERIC HHMMSS"
102100             TO REJECT-REASON
102200     ELSE
102300         IF DV-HH > 23 OR DV-MM > 59 OR DV-SS > 59 THEN
102400             MOVE "CTLY" TO REJECT-CODE
102500             MOVE "END TIME IS NOT A CLOCK TIME HHMMSS"
102600                 TO REJECT-REASON
102700         END-IF
102800     END-IF.
102900 3120-EXIT.
103000     EXIT.
103100
103200 3130-CHECK-PERMMAST.
103300     IF PV-TYPE NOT = "M" AND PV-TYPE NOT = "T" THEN
103400         MOVE "CTLY" TO REJECT-CODE
103500         MOVE "PERMIT TYPE IN COLUMN 9 MUST BE M OR T"
103600             TO REJECT-REASON
103700     ELSE
103800         MOVE PV-PAID-THRU TO CHECK-DATE
103900         PERFORM 3900-CHECK-DATE
104000         IF DATE-NOT-VALID THEN
104100             MOVE "CTLY" TO REJECT-CODE
104200             MOVE "PAID-THROUGH DATE IN COLUMNS 10-17 NOT A DATE"
104300                 TO REJECT-REASON
104400         END-IF
104500     END-IF.
104600 3130-EXIT.
104700     EXIT.
104800
104900*    ZERO BANDS MEAN NO TURNOUT-BAND CHECK.
104920*    CASE 000 IS A PRECINCT'S RECORD -- IT NAMES THE PRECINCT AND
104940*    CARRIES NO BAND.
105000 3140-CHECK-VOTERROLL.
105100     IF VV-CASE IS NOT NUMERIC OR VV-REGISTERED IS NOT NUMERIC
105200             OR VV-BAND-LOW IS NOT NUMERIC
105300             OR VV-BAND-HIGH IS NOT NUMERIC THEN
105400         MOVE "CTLY" TO REJECT-CODE
105500         MOVE "CASE, COUNT, AND BANDS MUST ALL BE NUMERIC"
105600             TO REJECT-REASON
105700     ELSE
105720         IF VV-CASE = 0 AND VV-PRECINCT = SPACES THEN
105740             MOVE "CTLY" TO REJECT-CODE
105760             MOVE "CASE 001-999, OR 000 WITH A PRECINCT CODE"
105780                 TO REJECT-REASON
105800         END-IF
105820         IF VV-CASE > 0 AND VV-PRECINCT NOT = SPACES THEN
105840             MOVE "CTLY" TO REJECT-CODE
105860             MOVE "A PRECINCT CODE GOES ON A CASE 000 RECORD ONLY"
105880                 TO REJECT-REASON
105900         END-IF
105920         IF VV-CASE = 0 AND VV-PRECINCT NOT = SPACES
105940                 AND (VV-BAND-LOW > 0 OR VV-BAND-HIGH > 0) THEN
105960             MOVE "CTLY" TO REJECT-CODE
105980             MOVE "A PRECINCT RECORD CARRIES NO TURNOUT BAND"
106000                 TO REJECT-REASON
106020         END-IF
106040         IF REJECT-CODE = SPACES THEN
106060             IF VV-BAND-LOW > VV-BAND-HIGH
106080                     OR VV-BAND-HIGH > 100 THEN
106100                 MOVE "CTLY" TO REJECT-CODE
106120                 MOVE "TURNOUT BAND MUST BE LOW <= HIGH <= 100.00"
106140                     TO REJECT-REASON
106160             END-IF
106180         END-IF
106900     END-IF.
107000 3140-EXIT.
107100     EXIT.
107200
107300*    SPLIT AND MERGE TAKE A FACTOR; SPINOFF A CHILD AND RATIO.
107400 3150-CHECK-CORPACT.
107500     MOVE CV-EFF-DATE TO CHECK-DATE.
107600     PERFORM 3900-CHECK-DATE.
107700     IF CV-ACTION NOT = "split" AND CV-ACTION NOT = "merge"
107800             AND CV-ACTION NOT = "spinoff" THEN
107900         MOVE "CTLY" TO REJECT-CODE
108000         MOVE "ACTION MUST BE split, merge, OR spinoff"
108100             TO REJECT-REASON
108200     ELSE
108300         IF DATE-NOT-VALID THEN
108400             MOVE "CTLY" TO REJECT-CODE
108500             MOVE "EFFECTIVE DATE IN COLUMNS 19-26 NOT A DATE"
108600                 TO REJECT-REASON
108700         END-IF
108800     END-IF.
108900     IF REJECT-CODE = SPACES AND CV-ACTION NOT = "spinoff" THEN
109000         IF CV-FACTOR IS NOT NUMERIC OR CV-FACTOR = 0 THEN
109100             MOVE "CTLY" TO REJECT-CODE
109200             MOVE "FACTOR IN COLUMNS 27-42 MUST BE ABOVE ZERO"
109300                 TO REJECT-REASON
109400         END-IF
109500     END-IF.
109600     IF REJECT-CODE = SPACES AND CV-ACTION = "spinoff" THEN
109700         IF CV-CHILD = SPACES OR CV-RATIO IS NOT NUMERIC
109800                 OR CV-RATIO = 0 THEN
109900             MOVE "CTLY" TO REJECT-CODE
110000             MOVE "SPINOFF NEEDS A CHILD TICKER AND A RATIO"
110100                 TO REJECT-REASON
110200         END-IF
110300     END-IF.
110400 3150-EXIT.
110500     EXIT.
110600
110700*    GLPOST'S SOURCES AND THE AMOUNT KINDS EACH ONE POSTS.
110800 3160-CHECK-COAMAP.
110900     IF OV-GAP-1 NOT = SPACE OR OV-GAP-2 NOT = SPACE
111000             OR OV-GAP-3 NOT = SPACE OR OV-GAP-4 NOT = SPACE
111100             OR OV-GAP-5 NOT = SPACE THEN
111200         MOVE "CTLY" TO REJECT-CODE
111300         MOVE "FIELD SEPARATOR COLUMN NOT BLANK, COLUMNS SHIFTED"
111400             TO REJECT-REASON
111500     END-IF.
111600     IF REJECT-CODE = SPACES THEN
111700         IF OV-SOURCE = "DTX" THEN
111800             IF OV-RECORD-TYPE NOT = "STGN"
111900                     AND OV-RECORD-TYPE NOT = "STTX"
112000                     AND OV-RECORD-TYPE NOT = "LTGN"
112100                     AND OV-RECORD-TYPE NOT = "LTTX"
112200                     AND OV-RECORD-TYPE NOT = "OFST"
112300                     AND OV-RECORD-TYPE NOT = "CVGN"
112400                     AND OV-RECORD-TYPE NOT = "FEES" THEN
112500                 MOVE "CTLY" TO REJECT-CODE
112600                 MOVE "NOT A DTX AMOUNT KIND" TO REJECT-REASON
112700             END-IF
112800         ELSE
112900             IF OV-SOURCE = "PRK" THEN
113000                 IF OV-RECORD-TYPE NOT = "REVN"
113020                         AND OV-RECORD-TYPE NOT = "PTAX"
113040                         AND OV-RECORD-TYPE NOT = "CSET"
113060                         AND OV-RECORD-TYPE NOT = "CFEE" THEN
113100                     MOVE "CTLY" TO REJECT-CODE
113200                     MOVE "NOT A PRK AMOUNT KIND"
113300                         TO REJECT-REASON
113400                 END-IF
113500             ELSE
113600                 MOVE "CTLY" TO REJECT-CODE
113700                 MOVE "SOURCE MUST BE DTX OR PRK" TO REJECT-REASON
113800             END-IF
113900         END-IF
114000     END-IF.
114100     IF REJECT-CODE = SPACES THEN
114200         IF OV-KEY = SPACES OR OV-GL-ACCOUNT = SPACES
114300                 OR OV-COST-CENTER = SPACES THEN
114400             MOVE "CTLY" TO REJECT-CODE
114500             MOVE "KEY, GL ACCOUNT, AND COST CENTER ARE REQUIRED"
114600                 TO REJECT-REASON
114700         ELSE
114800             IF OV-SIDE NOT = "D" AND OV-SIDE NOT = "C" THEN
114900                 MOVE "CTLY" TO REJECT-CODE
115000                 MOVE "SIDE IN COLUMN 41 MUST BE D OR C"
115100                     TO REJECT-REASON
115200             END-IF
115300         END-IF
115400     END-IF.
115500 3160-EXIT.
115600     EXIT.
115700
115800 3170-CHECK-HOLCAL.
115900     MOVE HV-DATE TO CHECK-DATE.
116000     PERFORM 3900-CHECK-DATE.
116100     IF DATE-NOT-VALID THEN
116200         MOVE "CTLY" TO REJECT-CODE
116300         MOVE "HOLIDAY DATE IN COLUMNS 1-8 NOT A DATE"
116400             TO REJECT-REASON
116500     ELSE
116600         IF HV-GAP NOT = SPACE OR HV-NAME = SPACES THEN
116700             MOVE "CTLY" TO REJECT-CODE
116800             MOVE "HOLIDAY NAME BELONGS IN COLUMNS 10-39"
116900                 TO REJECT-REASON
117000         END-IF
117100     END-IF.
117200 3170-EXIT.
117300     EXIT.
117400
117500 3180-CHECK-RESTRICT.
117600     MOVE SV-FROM-DATE TO CHECK-DATE.
117700     PERFORM 3900-CHECK-DATE.
117800     IF DATE-NOT-VALID THEN
117900         MOVE "CTLY" TO REJECT-CODE
118000         MOVE "FROM DATE IN COLUMNS 11-18 NOT A DATE"
118100             TO REJECT-REASON
118200     ELSE
118300         MOVE SV-THRU-DATE TO CHECK-DATE
118400         PERFORM 3900-CHECK-DATE
118500         IF DATE-NOT-VALID THEN
118600             MOVE "CTLY" TO REJECT-CODE
118700             MOVE "THRU DATE IN COLUMNS 19-26 NOT A DATE"
118800                 TO REJECT-REASON
118900         ELSE
119000             IF SV-THRU-DATE < SV-FROM-DATE THEN
119100                 MOVE "CTLY" TO REJECT-CODE
119200                 MOVE "THRU DATE BEFORE FROM DATE"
119300                     TO REJECT-REASON
119400             END-IF
119500         END-IF
119600     END-IF.
119700 3180-EXIT.
119800     EXIT.
119900
120000*    AN ACCOUNT OF "*" SETS THE DEFAULT LIMIT.
120100 3190-CHECK-CONCLIM.
120200     IF LV-LIMIT-PCT IS NOT NUMERIC THEN
120300         MOVE "CTLY" TO REJECT-CODE
120400         MOVE "LIMIT IN COLUMNS 9-13 NOT NUMERIC"
120500             TO REJECT-REASON
120600     ELSE
120700         IF LV-LIMIT-PCT = 0 OR LV-LIMIT-PCT > 100 THEN
120800             MOVE "CTLY" TO REJECT-CODE
120900             MOVE "LIMIT MUST BE ABOVE 0 AND AT MOST 100.00"
121000                 TO REJECT-REASON
121100         END-IF
121200     END-IF.
121300 3190-EXIT.
121400     EXIT.
121500
121600 3200-CHECK-EXCPACK.
121700     MOVE KV-DATE TO CHECK-DATE.
121800     PERFORM 3900-CHECK-DATE.
121900     IF KV-CODE = SPACES THEN
122000         MOVE "CTLY" TO REJECT-CODE
122100         MOVE "EXCEPTION CODE IN COLUMNS 13-16 REQUIRED"
122200             TO REJECT-REASON
122300     ELSE
122400         IF DATE-NOT-VALID THEN
122500             MOVE "CTLY" TO REJECT-CODE
122600             MOVE "EXCEPTION DATE IN COLUMNS 17-24 NOT A DATE"
122700                 TO REJECT-REASON
122800         ELSE
122900             IF KV-DISP = SPACES THEN
123000                 MOVE "CTLY" TO REJECT-CODE
123100                 MOVE "DISPOSITION IN COLUMNS 25-40 REQUIRED"
123200                     TO REJECT-REASON
123300             END-IF
123400         END-IF
123500     END-IF.
123600 3200-EXIT.
123700     EXIT.
123701*    A GARAGE OF "*" SETS THE DEFAULT RATE.
123702 3210-CHECK-TAXRATE.
123703     IF XV-GARAGE = SPACES THEN
123704         MOVE "CTLY" TO REJECT-CODE
123705         MOVE "GARAGE IN COLUMNS 1-8 REQUIRED" TO REJECT-REASON
123706     ELSE
123707         IF XV-RATE IS NOT NUMERIC THEN
123708             MOVE "CTLY" TO REJECT-CODE
123709             MOVE "RATE IN COLUMNS 9-13 NOT NUMERIC"
123710                 TO REJECT-REASON
123711         ELSE
123712             IF XV-BILLTO-EXEMPT NOT = "Y"
123713                     AND XV-BILLTO-EXEMPT NOT = "N" THEN
123714                 MOVE "CTLY" TO REJECT-CODE
123715                 MOVE "BILL-TO EXEMPT IN COLUMN 19 MUST BE Y OR N"
123716                     TO REJECT-REASON
123717             END-IF
123718         END-IF
123719     END-IF.
123720 3210-EXIT.
123721     EXIT.
123722
123723*    THE TERM IS THE MONTHS ONE RENEWAL BUYS, 01 THROUGH 12.
123724 3220-CHECK-PERMCONT.
123725     IF NV-PLATE = SPACES OR NV-HOLDER = SPACES THEN
123726         MOVE "CTLY" TO REJECT-CODE
123727         MOVE "PLATE AND HOLDER IN COLUMNS 1-32 REQUIRED"
123728             TO REJECT-REASON
123729     ELSE
123730         IF NV-RATE IS NOT NUMERIC OR NV-RATE = 0 THEN
123731             MOVE "CTLY" TO REJECT-CODE
123732             MOVE "MONTHLY RATE IN COLUMNS 45-50 NOT A RATE"
123733                 TO REJECT-REASON
123734         ELSE
123735             IF NV-MONTHS IS NOT NUMERIC OR NV-MONTHS = 0
123736                     OR NV-MONTHS > 12 THEN
123737                 MOVE "CTLY" TO REJECT-CODE
123738                 MOVE "TERM IN COLUMNS 51-52 MUST BE 01 TO 12"
123739                     TO REJECT-REASON
123740             END-IF
123741         END-IF
123742     END-IF.
123743 3220-EXIT.
123744     EXIT.
123745
123746*    THE KEY IS THE CASE, THE RECORD TYPE (R RACE, C CANDIDATE,
123747*    P PRECINCT), AND THE ITEM -- 000 ON THE RACE RECORD, THE
123748*    BALLOT POSITION OR PRECINCT NUMBER OTHERWISE. A RANKED
123749*    RACE FILLS ONE SEAT.
123750 3230-CHECK-ELECTDEF.
123751     IF EV-CASE IS NOT NUMERIC OR EV-CASE = 0
123752             OR EV-ITEM IS NOT NUMERIC THEN
123753         MOVE "CTLY" TO REJECT-CODE
123754         MOVE "CASE IN COLUMNS 1-3 AND ITEM IN 5-7 NOT NUMERIC"
123755             TO REJECT-REASON
123756     END-IF.
123757     IF REJECT-CODE = SPACES AND EV-TYPE NOT = "R"
123758             AND EV-TYPE NOT = "C" AND EV-TYPE NOT = "P" THEN
123759         MOVE "CTLY" TO REJECT-CODE
123760         MOVE "RECORD TYPE IN COLUMN 4 MUST BE R, C, OR P"
123761             TO REJECT-REASON
123762     END-IF.
123763     IF REJECT-CODE = SPACES AND EV-TYPE = "R" THEN
123764         PERFORM 3231-CHECK-ELECTDEF-RACE
123765     END-IF.
123766     IF REJECT-CODE = SPACES AND EV-TYPE = "C" THEN
123767         IF EV-ITEM = 0 OR EV-CAND-NAME = SPACES THEN
123768             MOVE "CTLY" TO REJECT-CODE
123769             MOVE "CANDIDATE NEEDS ITEM 001 UP AND NAME IN 8-27"
123770                 TO REJECT-REASON
123771         END-IF
123772     END-IF.
123773     IF REJECT-CODE = SPACES AND EV-TYPE = "P" THEN
123774         IF EV-ITEM = 0 OR EV-ITEM > 50
123775                 OR EV-PREC-CODE = SPACES THEN
123776             MOVE "CTLY" TO REJECT-CODE
123777             MOVE "PRECINCT NEEDS ITEM 001-050 AND CODE IN 8-13"
123778                 TO REJECT-REASON
123779         END-IF
123780     END-IF.
123781 3230-EXIT.
123782     EXIT.
123783
123784 3231-CHECK-ELECTDEF-RACE.
123785     IF EV-ITEM NOT = 0 OR EV-OFFICE = SPACES THEN
123786         MOVE "CTLY" TO REJECT-CODE
123787         MOVE "RACE NEEDS ITEM 000 AND OFFICE IN COLUMNS 8-37"
123788             TO REJECT-REASON
123789     ELSE
123790         IF EV-SEATS IS NOT NUMERIC OR EV-SEATS = 0
123791                 OR EV-WRITEMIN IS NOT NUMERIC THEN
123792             MOVE "CTLY" TO REJECT-CODE
123793             MOVE "SEATS IN 38-40, WRITE-IN MINIMUM IN 42-48"
123794                 TO REJECT-REASON
123795         ELSE
123796             IF EV-METHOD NOT = "P" AND EV-METHOD NOT = "R" THEN
123797                 MOVE "CTLY" TO REJECT-CODE
123798                 MOVE "METHOD IN COLUMN 41 MUST BE P OR R"
123799                     TO REJECT-REASON
123800             ELSE
123801                 IF EV-METHOD = "R" AND EV-SEATS NOT = 1 THEN
123802                     MOVE "CTLY" TO REJECT-CODE
123803                     MOVE "A RANKED RACE FILLS EXACTLY ONE SEAT"
123804                         TO REJECT-REASON
123805                 END-IF
123806             END-IF
123807         END-IF
123808     END-IF.
123809 3231-EXIT.
123810     EXIT.
123811
123812*    THE KEY IS THE SHIFT AND THE MACHINE. A MACHINE'S CAPACITY
123813*    COUNTS OPERATIONS OR PLAN COST UNITS, AS ITS TYPE SAYS.
123814 3240-CHECK-MACHROST.
123815     IF MV-SHIFT IS NOT NUMERIC OR MV-SHIFT = 0
123816             OR MV-MACHINE = SPACES THEN
123817         MOVE "CTLY" TO REJECT-CODE
123818         MOVE "SHIFT 1-9 IN COLUMN 1 AND MACHINE IN 2-9 REQUIRED"
123819             TO REJECT-REASON
123820     ELSE
123821         IF MV-CAPACITY-TYPE NOT = "O"
123822                 AND MV-CAPACITY-TYPE NOT = "C" THEN
123823             MOVE "CTLY" TO REJECT-CODE
123824             MOVE "CAPACITY TYPE IN COLUMN 10 MUST BE O OR C"
123825                 TO REJECT-REASON
123826         ELSE
123827             IF MV-CAPACITY IS NOT NUMERIC OR MV-CAPACITY = 0 THEN
123828                 MOVE "CTLY" TO REJECT-CODE
123829                 MOVE "CAPACITY IN COLUMNS 11-28 NOT NUMERIC"
123830                     TO REJECT-REASON
123831             END-IF
123832         END-IF
123833     END-IF.
123834 3240-EXIT.
123835     EXIT.
123836
123837*    THE KEY IS THE INSTRUCTION ID. THE LINE IT POSTS IS CHECKED
123838*    AS BROKENCALCULATOR WOULD READ IT; AN END DATE OF ZERO LEAVES
123839*    THE INSTRUCTION OPEN-ENDED.
123840 3250-CHECK-STNDINST.
123841     IF IV-ID = SPACES OR IV-LEDGER = SPACES THEN
123842         MOVE "CTLY" TO REJECT-CODE
123843         MOVE "ID IN COLUMNS 1-8 AND LEDGER IN 9-16 REQUIRED"
123844             TO REJECT-REASON
123845     END-IF.
123846     IF REJECT-CODE = SPACES AND (IV-AMOUNT IS NOT NUMERIC
123847             OR IV-OPERAND IS NOT NUMERIC) THEN
123848         MOVE "CTLY" TO REJECT-CODE
123849         MOVE "AMOUNT IN 17-33 AND OPERAND IN 35-51 NOT NUMERIC"
123850             TO REJECT-REASON
123851     END-IF.
123852     IF REJECT-CODE = SPACES AND IV-OPERATOR NOT = "+"
123853             AND IV-OPERATOR NOT = "-" AND IV-OPERATOR NOT = "*"
123854             AND IV-OPERATOR NOT = "/" AND IV-OPERATOR NOT = "%"
123855             AND IV-OPERATOR NOT = "^" THEN
123856         MOVE "CTLY" TO REJECT-CODE
123857         MOVE "OPERATOR IN COLUMN 34 MUST BE + - * / % OR ^"
123858             TO REJECT-REASON
123859     END-IF.
123860     IF REJECT-CODE = SPACES AND IV-FREQUENCY NOT = "D"
123861             AND IV-FREQUENCY NOT = "W"
123862             AND IV-FREQUENCY NOT = "M" THEN
123863         MOVE "CTLY" TO REJECT-CODE
123864         MOVE "FREQUENCY IN COLUMN 52 MUST BE D, W, OR M"
123865             TO REJECT-REASON
123866     END-IF.
123867     IF REJECT-CODE = SPACES AND IV-ACTIVE-FLAG NOT = "Y"
123868             AND IV-ACTIVE-FLAG NOT = "N" THEN
123869         MOVE "CTLY" TO REJECT-CODE
123870         MOVE "ACTIVE FLAG IN COLUMN 69 MUST BE Y OR N"
123871             TO REJECT-REASON
123872     END-IF.
123873     IF REJECT-CODE = SPACES THEN
123874         PERFORM 3251-CHECK-STNDINST-DATES
123875     END-IF.
123876 3250-EXIT.
123877     EXIT.
123878
123879 3251-CHECK-STNDINST-DATES.
123880     MOVE IV-START-DATE TO CHECK-DATE.
123881     PERFORM 3900-CHECK-DATE.
123882     IF DATE-NOT-VALID THEN
123883         MOVE "CTLY" TO REJECT-CODE
123884         MOVE "START DATE IN COLUMNS 53-60 NOT A DATE"
123885             TO REJECT-REASON
123886     END-IF.
123887     IF REJECT-CODE = SPACES AND IV-END-DATE IS NOT NUMERIC THEN
123888         MOVE "CTLY" TO REJECT-CODE
123889         MOVE "END DATE IN COLUMNS 61-68 NOT NUMERIC"
123890             TO REJECT-REASON
123891     END-IF.
123892     IF REJECT-CODE = SPACES AND IV-END-DATE NOT = 0 THEN
123893         MOVE IV-END-DATE TO CHECK-DATE
123894         PERFORM 3900-CHECK-DATE
123895         IF DATE-NOT-VALID OR IV-END-DATE < IV-START-DATE THEN
123896             MOVE "CTLY" TO REJECT-CODE
123897             MOVE "END DATE MUST BE ZERO OR A DATE FROM THE START"
123898                 TO REJECT-REASON
123899         END-IF
123900     END-IF.
123901 3251-EXIT.
123902     EXIT.
123903
123904*    THE KEY IS THE DATE THE CARD TAKES EFFECT. EVERY RATE AND
123905*    CHARGE MUST BE NUMERIC; A ZERO RATE IS ALLOWED SO THAT A
123906*    CARD CAN PRICE ON WEIGHT OR VOLUME ALONE.
123907 3260-CHECK-RATECARD.
123908     MOVE RV-EFFECTIVE-DATE TO CHECK-DATE.
123909     PERFORM 3900-CHECK-DATE.
123910     IF DATE-NOT-VALID THEN
123911         MOVE "CTLY" TO REJECT-CODE
123912         MOVE "EFFECTIVE DATE IN COLUMNS 1-8 NOT A DATE"
123913             TO REJECT-REASON
123914     END-IF.
123915     IF REJECT-CODE = SPACES AND (RV-WEIGHT-RATE IS NOT NUMERIC
123916             OR RV-VOLUME-RATE IS NOT NUMERIC) THEN
123917         MOVE "CTLY" TO REJECT-CODE
123918         MOVE "RATES IN COLUMNS 9-17 AND 18-26 NOT NUMERIC"
123919             TO REJECT-REASON
123920     END-IF.
123921     IF REJECT-CODE = SPACES AND (RV-MINIMUM-CHARGE IS NOT NUMERIC
123922             OR RV-STOP-CHARGE IS NOT NUMERIC) THEN
123923         MOVE "CTLY" TO REJECT-CODE
123924         MOVE "MINIMUM IN 27-35, STOP CHARGE IN 36-42 NOT NUMERIC"
123925             TO REJECT-REASON
123926     END-IF.
123927     IF REJECT-CODE = SPACES AND (RV-FRAGILE-CHARGE IS NOT NUMERIC
123928             OR RV-HAZARD-CHARGE IS NOT NUMERIC) THEN
123929         MOVE "CTLY" TO REJECT-CODE
123930         MOVE "SURCHARGES IN COLUMNS 43-49 AND 50-56 NOT NUMERIC"
123931             TO REJECT-REASON
123932     END-IF.
123933 3260-EXIT.
123934     EXIT.
123935
123936*--------------------------------------------------------------
124000* FIND THE TRANSACTION'S KEY IN THE TABLE, AND WHERE AN ADD OF
124100* IT WOULD GO.
124200*--------------------------------------------------------------
124300 3300-FIND-KEY.
124350     MOVE SPACES TO TRAN-KEY.
124400     MOVE WORK-IMAGE(1:KEY-LENGTH) TO TRAN-KEY.
124450     IF DSX = 4 THEN
124500         MOVE WORK-IMAGE(23:6) TO TRAN-KEY(KEY-LENGTH + 1:6)
124550     END-IF.
124600     MOVE 0 TO DATA-HIT-X.
124650     MOVE 0 TO DATA-INSERT-X.
124700     PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DATA-COUNT
124750         MOVE SPACES TO ROW-KEY
124800         MOVE DATA-IMAGE(DX)(1:KEY-LENGTH) TO ROW-KEY
124850         IF DSX = 4 THEN
124900             MOVE DATA-IMAGE(DX)(23:6)
124950                 TO ROW-KEY(KEY-LENGTH + 1:6)
125000         END-IF
125050         IF DATA-HIT-X = 0 AND ROW-KEY = TRAN-KEY THEN
125100             MOVE DX TO DATA-HIT-X
125150         END-IF
125200         IF DATA-INSERT-X = 0 AND ROW-KEY > TRAN-KEY THEN
125250             MOVE DX TO DATA-INSERT-X
125300         END-IF
125350     END-PERFORM.
125600     IF DATA-INSERT-X = 0 THEN
125700         COMPUTE DATA-INSERT-X = DATA-COUNT + 1
125800     END-IF.
125900 3300-EXIT.
126000     EXIT.
126100
126200 3800-REJECT-TRANSACTION.
126300     SET TRT-REJECTED(TX) TO TRUE.
126400     MOVE REJECT-CODE TO TRT-CODE(TX).
126500     MOVE REJECT-REASON TO TRT-REASON(TX).
126600     ADD 1 TO RECORDS-REJECTED.
126700     MOVE TRT-SEQ(TX) TO SEQ-DISP.
126800     MOVE RUN-DATE TO EXCPT-RUN-DATE.
126900     MOVE "CTLMAINT" TO EXCPT-PROGRAM.
127000     MOVE REJECT-CODE TO EXCPT-CODE.
127100     MOVE 2 TO EXCPT-SEVERITY.
127200     MOVE SPACES TO EXCPT-TEXT.
127300     STRING "TRAN ", SEQ-DISP, " ", TRT-ACTION(TX), " ",
127400         TRT-DATASET(TX), " ", TRT-REQUESTER(TX), " ",
127500         REJECT-REASON
127600         DELIMITED BY SIZE INTO EXCPT-TEXT.
127700     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
127800 3800-EXIT.
127900     EXIT.
128000
128100*--------------------------------------------------------------
128200* A REAL CALENDAR DATE -- MONTH 01-12, DAY WITHIN THE MONTH,
128300* FEBRUARY 29 ONLY IN A LEAP YEAR.
128400*--------------------------------------------------------------
128500 3900-CHECK-DATE.
128600     SET DATE-NOT-VALID TO TRUE.
128700     IF CHECK-DATE IS NUMERIC THEN
128800         IF CHK-YEAR >= 1900 AND CHK-MONTH >= 1
128900                 AND CHK-MONTH <= 12 AND CHK-DAY >= 1 THEN
129000             MOVE MONTH-DAYS(CHK-MONTH) TO MONTH-LIMIT
129100             IF CHK-MONTH = 2 THEN
129200                 DIVIDE CHK-YEAR BY 4 GIVING LEAP-QUOTIENT
129300                     REMAINDER LEAP-REMAINDER
129400                 IF LEAP-REMAINDER = 0 THEN
129500                     MOVE 29 TO MONTH-LIMIT
129600                     DIVIDE CHK-YEAR BY 100 GIVING LEAP-QUOTIENT
129700                         REMAINDER LEAP-REMAINDER
129800                     IF LEAP-REMAINDER = 0 THEN
129900                         MOVE 28 TO MONTH-LIMIT
130000                         DIVIDE CHK-YEAR BY 400
130100                             GIVING LEAP-QUOTIENT
130200                             REMAINDER LEAP-REMAINDER
130300                         IF LEAP-REMAINDER = 0 THEN
130400                             MOVE 29 TO MONTH-LIMIT
130500                         END-IF
130600                     END-IF
130700                 END-IF
130800             END-IF
130900             IF CHK-DAY <= MONTH-LIMIT THEN
131000                 SET DATE-VALID TO TRUE
131100             END-IF
131200         END-IF
131300     END-IF.
131400 3900-EXIT.
131500     EXIT.
131600
131700*--------------------------------------------------------------
131800* WRITE THE DATASET BACK WHOLE, THEN AUDIT ITS APPLIED
131900* TRANSACTIONS. A DATASET THAT WILL NOT REOPEN FOR OUTPUT
132000* TURNS ITS APPLIED TRANSACTIONS INTO REJECTIONS.
132100*--------------------------------------------------------------
132200 4000-REWRITE-DATASET.
132300     IF DSX = 1 THEN
132400         OPEN OUTPUT ALRTCTL-FILE
132500     END-IF.
132600     IF DSX = 2 THEN
132700         OPEN OUTPUT DEADLINE-FILE
132800     END-IF.
132900     IF DSX = 3 THEN
133000         OPEN OUTPUT PERMMAST-FILE
133100     END-IF.
133200     IF DSX = 4 THEN
133300         OPEN OUTPUT VOTERROLL-FILE
133400     END-IF.
133500     IF DSX = 5 THEN
133600         OPEN OUTPUT CORPACT-FILE
133700     END-IF.
133800     IF DSX = 6 THEN
133900         OPEN OUTPUT COAMAP-FILE
134000     END-IF.
134100     IF DSX = 7 THEN
134200         OPEN OUTPUT HOLCAL-FILE
134300     END-IF.
134400     IF DSX = 8 THEN
134500         OPEN OUTPUT RESTRICT-FILE
134600     END-IF.
134700     IF DSX = 9 THEN
134800         OPEN OUTPUT CONCLIM-FILE
134900     END-IF.
135000     IF DSX = 10 THEN
135100         OPEN OUTPUT EXCPACK-FILE
135200     END-IF.
135205     IF DSX = 11 THEN
135210         OPEN OUTPUT TAXRATE-FILE
135215     END-IF.
135220     IF DSX = 12 THEN
135225         OPEN OUTPUT PERMCONT-FILE
135230     END-IF.
135235     IF DSX = 13 THEN
135240         OPEN OUTPUT ELECTDEF-FILE
135245     END-IF.
135250     IF DSX = 14 THEN
135255         OPEN OUTPUT MACHROST-FILE
135260     END-IF.
135265     IF DSX = 15 THEN
135270         OPEN OUTPUT STNDINST-FILE
135275     END-IF.
135280     IF DSX = 16 THEN
135285         OPEN OUTPUT RATECARD-FILE
135290     END-IF.
135300     IF CTL-FILE-OK THEN
135400         PERFORM 4100-WRITE-ONE-RECORD
135500             VARYING DX FROM 1 BY 1 UNTIL DX > DATA-COUNT
135600         PERFORM 4200-CLOSE-DATASET
135700         ACCEPT AUDIT-TIME FROM TIME
135800         PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TRAN-COUNT
135900             IF TRT-DSX(TX) = DSX AND TRT-APPLIED(TX) THEN
136000                 PERFORM 4300-WRITE-AUDIT
136100             END-IF
136200         END-PERFORM
136300     ELSE
136400         MOVE DS-RECORDS-BEFORE TO DATA-COUNT
136500         MOVE "CTDU" TO REJECT-CODE
136600         MOVE SPACES TO REJECT-REASON
136700         STRING "DATASET REWRITE OPEN-FAILED STATUS ",
136800             CTL-FILE-STATUS
136900             DELIMITED BY SIZE INTO REJECT-REASON
137000         PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TRAN-COUNT
137100             IF TRT-DSX(TX) = DSX AND TRT-APPLIED(TX) THEN
137200                 PERFORM 3800-REJECT-TRANSACTION
137300             END-IF
137400         END-PERFORM
137500     END-IF.
137600 4000-EXIT.
137700     EXIT.
137800
137900 4100-WRITE-ONE-RECORD.
138000     IF DSX = 1 THEN
138100         WRITE ALRTCTL-RECORD FROM DATA-IMAGE(DX)
138200     END-IF.
138300     IF DSX = 2 THEN
138400         WRITE DEADLINE-RECORD FROM DATA-IMAGE(DX)
138500     END-IF.
138600     IF DSX = 3 THEN
138700         WRITE PERMMAST-RECORD FROM DATA-IMAGE(DX)
138800     END-IF.
138900     IF DSX = 4 THEN
139000         WRITE VOTERROLL-RECORD FROM DATA-IMAGE(DX)
139100     END-IF.
139200     IF DSX = 5 THEN
139300         WRITE CORPACT-RECORD FROM DATA-IMAGE(DX)
139400     END-IF.
139500     IF DSX = 6 THEN
139600         WRITE COAMAP-RECORD FROM DATA-IMAGE(DX)
139700     END-IF.
139800     IF DSX = 7 THEN
139900         WRITE HOLCAL-RECORD FROM DATA-IMAGE(DX)
140000     END-IF.
140100     IF DSX = 8 THEN
140200         WRITE RESTRICT-RECORD FROM DATA-IMAGE(DX)
140300     END-IF.
140400     IF DSX = 9 THEN
140500         WRITE CONCLIM-RECORD FROM DATA-IMAGE(DX)
140600     END-IF.
140700     IF DSX = 10 THEN
140800         WRITE EXCPACK-RECORD FROM DATA-IMAGE(DX)
140900     END-IF.
140905     IF DSX = 11 THEN
140910         WRITE TAXRATE-RECORD FROM DATA-IMAGE(DX)
140915     END-IF.
140920     IF DSX = 12 THEN
140925         WRITE PERMCONT-RECORD FROM DATA-IMAGE(DX)
140930     END-IF.
140935     IF DSX = 13 THEN
140940         WRITE ELECTDEF-RECORD FROM DATA-IMAGE(DX)
140945     END-IF.
140950     IF DSX = 14 THEN
140955         WRITE MACHROST-RECORD FROM DATA-IMAGE(DX)
140960     END-IF.
140965     IF DSX = 15 THEN
140970         WRITE STNDINST-RECORD FROM DATA-IMAGE(DX)
140975     END-IF.
140980     IF DSX = 16 THEN
140985         WRITE RATECARD-RECORD FROM DATA-IMAGE(DX)
140990     END-IF.
141000 4100-EXIT.
141100     EXIT.
141200
141300 4200-CLOSE-DATASET.
141400     IF DSX = 1 THEN
141500         CLOSE ALRTCTL-FILE
141600     END-IF.
141700     IF DSX = 2 THEN
141800         CLOSE DEADLINE-FILE
141900     END-IF.
142000     IF DSX = 3 THEN
142100         CLOSE PERMMAST-FILE
142200     END-IF.
142300     IF DSX = 4 THEN
142400         CLOSE VOTERROLL-FILE
142500     END-IF.
142600     IF DSX = 5 THEN
142700         CLOSE CORPACT-FILE
142800     END-IF.
142900     IF DSX = 6 THEN
143000         CLOSE COAMAP-FILE
143100     END-IF.
143200     IF DSX = 7 THEN
143300         CLOSE HOLCAL-FILE
143400     END-IF.
143500     IF DSX = 8 THEN
143600         CLOSE RESTRICT-FILE
143700     END-IF.
143800     IF DSX = 9 THEN
143900         CLOSE CONCLIM-FILE
144000     END-IF.
144100     IF DSX = 10 THEN
144200         CLOSE EXCPACK-FILE
144300     END-IF.
144305     IF DSX = 11 THEN
144310         CLOSE TAXRATE-FILE
144315     END-IF.
144320     IF DSX = 12 THEN
144325         CLOSE PERMCONT-FILE
144330     END-IF.
144335     IF DSX = 13 THEN
144340         CLOSE ELECTDEF-FILE
144345     END-IF.
144350     IF DSX = 14 THEN
144355         CLOSE MACHROST-FILE
144360     END-IF.
144365     IF DSX = 15 THEN
144370         CLOSE STNDINST-FILE
144375     END-IF.
144380     IF DSX = 16 THEN
144385         CLOSE RATECARD-FILE
144390     END-IF.
144400 4200-EXIT.
144500     EXIT.
144600
144700 4300-WRITE-AUDIT.
144800     MOVE RUN-DATE TO AUD-RUN-DATE.
144900     MOVE AUDIT-TIME TO AUD-TIME.
145000     MOVE TRT-REQUESTER(TX) TO AUD-REQUESTER.
145100     MOVE TRT-DATASET(TX) TO AUD-DATASET.
145200     MOVE TRT-ACTION(TX) TO AUD-ACTION.
145300     MOVE TRT-BEFORE(TX) TO AUD-BEFORE.
145400     MOVE TRT-IMAGE(TX) TO AUD-AFTER.
145500     WRITE MAUDIT-RECORD.
145600     ADD 1 TO RECORDS-APPLIED.
145700 4300-EXIT.
145800     EXIT.
145900
146000*--------------------------------------------------------------
146100* TOTALS AND THE SUPERVISOR'S SIGN-OFF BLOCK THAT CLOSES THE
146200* CHANGE REPORT.
146300*--------------------------------------------------------------
146400 5000-PRINT-SIGN-OFF.
146500     MOVE SPACES TO RPT-LINE.
146600     STRING RUN-DATE, " TRANSACTIONS APPLIED ", RECORDS-APPLIED,
146700         " REJECTED ", RECORDS-REJECTED
146800         DELIMITED BY SIZE INTO RPT-LINE.
146900     PERFORM 0700-WRITE-REPORT.
147000     MOVE SPACES TO RPT-LINE.
147100     PERFORM 0700-WRITE-REPORT.
147200     MOVE SPACES TO RPT-LINE.
147300     STRING "SUPERVISOR REVIEW -- EVERY APPLIED CHANGE ABOVE ",
147400         "HAS BEEN CHECKED AGAINST ITS SIGNED REQUEST."
147500         DELIMITED BY SIZE INTO RPT-LINE.
147600     PERFORM 0700-WRITE-REPORT.
147700     MOVE SPACES TO RPT-LINE.
147800     PERFORM 0700-WRITE-REPORT.
147900     MOVE SPACES TO RPT-LINE.
148000     STRING "REVIEWED BY ______________________________",
148100         "   DATE __________"
148200         DELIMITED BY SIZE INTO RPT-LINE.
148300     PERFORM 0700-WRITE-REPORT.
148400 5000-EXIT.
148500     EXIT.
148600
148700*--------------------------------------------------------------
148800* RUN-LOG START AND END RECORDS FOR THE MORNING OPERATIONS
148900* REPORT. RUNLOGW STAMPS THE CLOCK TIME ITSELF.
149000*--------------------------------------------------------------
149100 0100-LOG-RUN-START.
149200     MOVE "CTLMAINT" TO RLOG-PROGRAM.
149300     MOVE RUN-DATE TO RLOG-RUN-DATE.
149400     MOVE "S" TO RLOG-EVENT.
149500     MOVE 0 TO RLOG-READ.
149600     MOVE 0 TO RLOG-ACCEPTED.
149700     MOVE 0 TO RLOG-REJECTED.
149800     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
149900     CALL "RUNLOGW" USING RUN-LOG-RECORD.
150000     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
150100 0100-EXIT.
150200     EXIT.
150300
150400 0990-LOG-RUN-END.
150500     MOVE "CTLMAINT" TO RLOG-PROGRAM.
150600     MOVE RUN-DATE TO RLOG-RUN-DATE.
150700     MOVE "E" TO RLOG-EVENT.
150800     COMPUTE RLOG-READ = TRAN-COUNT + TRAN-OVERFLOW.
150900     MOVE RECORDS-APPLIED TO RLOG-ACCEPTED.
151000     MOVE RECORDS-REJECTED TO RLOG-REJECTED.
151100     MOVE RETURN-CODE TO SAVED-RETURN-CODE.
151200     CALL "RUNLOGW" USING RUN-LOG-RECORD.
151300     MOVE SAVED-RETURN-CODE TO RETURN-CODE.
151400 0990-EXIT.
151500     EXIT.
151600
151700 0700-WRITE-REPORT.
151800     IF REPORT-OK THEN
151900         WRITE REPORT-RECORD FROM RPT-LINE
152000     END-IF.
152100 0700-EXIT.
152200     EXIT.
