997305*                    CRITICAL EXCEPTION PROTECTS THIS STEP'S
997306*                    OWN DATASETS FROM DOUBLE-POSTING, NOT
997307*                    JUST THE STEPS BEHIND IT.
997312*   2026-10-15  RH   THE BUSDATE CHECK ALSO ACCEPTS THE LAST
997317*                    BUSINESS DAY'S FEED ON THE FIRST BUSINESS
997322*                    DAY AFTER A WEEKEND OR EXCHANGE HOLIDAY.
997327*   2026-10-15  RH   FREIGHT INVOICING -- EACH PLANNED SHIPMENT IS
997332*                    PRICED FROM WHAT ITS TRUCKS ACTUALLY CARRY
997337*                    (WEIGHT, VOLUME, STOPS, FRAGILE AND HAZARDOUS
997342*                    BOXES) AT THE RATECARD CARD IN EFFECT, PRINTS
997347*                    AN ITEMIZED INVOICE, AND GOES TO RECEIVABLES
997352*                    ON THE FRTEXT EXTRACT. BOXES LEFT OFF EVERY
997357*                    TRUCK ARE LISTED ON THE INVOICE, NOT BILLED.
997362*   2026-10-15  RH   BILLS OF LADING -- EACH LOADED TRUCK GETS A
997367*                    ONE-PAGE SHIPPING PAPER ON BOLOUT FOR THE
997372*                    YARD PRINTER: SHIPMENT AND TRUCK HEADING, THE
997377*                    PIECES BY STOP IN UNLOAD ORDER WITH THEIR
997382*                    DIMENSIONS, WEIGHT, AND CLASS, A HAZARDOUS
997387*                    MATERIALS SECTION WHEN ANY H PIECE IS ABOARD,
997392*                    THE TOTALS, AND SHIPPER AND DRIVER SIGNATURE
997397*                    BLOCKS. THE MANIFEST TABLE NOW KEEPS EACH
997402*                    BOX'S DIMENSIONS.
997407*   2026-10-15  RH   PROOF OF DELIVERY -- THE DRIVERS' HANDHELD
997412*                    FEED (PODFEED) CLOSES OUT SHIPPED BOXES ON
997417*                    INVMAST WITH THE OUTCOME, DATE, STOP, AND
997422*                    RECEIVER. THE MASTER NOW COMES FROM THE
997427*                    INVMREC COPYBOOK AND KEEPS EACH BOX'S PLANNED
997432*                    STOP AS IT SHIPS. A DELIVERY EXCEPTIONS
997437*                    SECTION LISTS REFUSED, DAMAGED, AND
997442*                    WRONG-STOP DELIVERIES AND BOXES STILL
997447*                    UNCONFIRMED AFTER POD-WAIT-DAYS, EACH RAISED
997452*                    AS A WARNING.
997457*   2026-10-15  RH   AN OVERDUE BOX IS RAISED AS DLUC ONCE, THE
997462*                    FIRST NIGHT IT IS OVERDUE, AND MARKED CHASED
997467*                    ON THE MASTER; LATER NIGHTS LIST IT UNDER
997472*                    DELIVERY EXCEPTIONS WITHOUT RAISING IT AGAIN.
997477*                    A BOX THE WAREHOUSE WRITES OFF AS LOST
997482*                    THROUGH INVMAINT LEAVES THE CHASE.
002602*--------------------------------------------------------------
002627
002628 ENVIRONMENT DIVISION.
981005         FILE STATUS IS REPORT-STATUS.
002632     SELECT INVMAST-FILE ASSIGN TO INVMAST
002633         FILE STATUS IS INVMAST-STATUS.
998301     SELECT RATECARD-FILE ASSIGN TO RATECARD
998302         FILE STATUS IS RATECARD-STATUS.
998303     SELECT FRTEXT-FILE ASSIGN TO FRTEXT
998304         FILE STATUS IS FRTEXT-STATUS.
998701     SELECT BOL-FILE ASSIGN TO BOLOUT
998702         FILE STATUS IS BOL-STATUS.
999001     SELECT PODFEED-FILE ASSIGN TO PODFEED
999002         FILE STATUS IS PODFEED-STATUS.
002700
002800 DATA DIVISION.
002810 FILE SECTION.
002850* THE DIMENSIONS AND WEIGHT THE WAREHOUSE HAS ON FILE.
002860*--------------------------------------------------------------
002870 FD  INVMAST-FILE.
002880 COPY INVMREC.
002881*--------------------------------------------------------------
002882* FREIGHT RATE CARDS BY EFFECTIVE DATE, AND THE INVOICE EXTRACT
002883* FOR RECEIVABLES.
002884*--------------------------------------------------------------
002885 FD  RATECARD-FILE.
002886 COPY RATEREC.
002887 FD  FRTEXT-FILE.
002888 COPY FRTXREC.
002889*--------------------------------------------------------------
002890* BILLS OF LADING -- PRINT IMAGE FOR THE YARD PRINTER, EACH
002891* TRUCK'S DOCUMENT STARTING ON A NEW PAGE.
002892*--------------------------------------------------------------
002893 FD  BOL-FILE.
982028 01  BOL-RECORD               PIC X(132).
999003*--------------------------------------------------------------
999004* PROOF OF DELIVERY -- THE HANDHELD FEED, ONE RECORD PER BOX
999005* HANDED OVER, REFUSED, OR FOUND DAMAGED AT THE DOOR.
999006*--------------------------------------------------------------
999007 FD  PODFEED-FILE.
999008 COPY PODREC.
002900 WORKING-STORAGE SECTION.
002920 COPY EXCPTREC.
982001 01  REPORT-STATUS            PIC X(2).
982002     88  REPORT-OK            VALUE "00".
982003 01  RPT-LINE                 PIC X(132).
004500 01  BOX-I                    PIC 9(3) COMP.
004600 01  SORT-I                   PIC 9(3) COMP.
004700 01  SORT-J                   PIC 9(3) COMP.
004750 COPY PDATEREC.
004800
004900*--------------------------------------------------------------
005000* ONE ENTRY PER BOX ON THE SHIPMENT'S MANIFEST -- ITS ORIGINAL
006110         10  BOX-TRUCK        PIC 9(2).
006120         10  BOX-CLASS        PIC X(1).
006130         10  BOX-STOP         PIC 9(3).
006140         10  BOX-L            PIC 9(6).
006150         10  BOX-W            PIC 9(6).
006160         10  BOX-H            PIC 9(6).
006200
006300*--------------------------------------------------------------
006400* SWAP AREA FOR THE BUBBLE SORT IN 2000-SORT-BOXES.
007010     05  SWAP-TRUCK           PIC 9(2).
007011     05  SWAP-CLASS           PIC X(1).
007012     05  SWAP-STOP            PIC 9(3).
007014     05  SWAP-L               PIC 9(6).
007016     05  SWAP-W               PIC 9(6).
007018     05  SWAP-H               PIC 9(6).
007020
007030*--------------------------------------------------------------
007040* FLEET FOR THE LOAD PLAN -- ONE ENTRY PER TRUCK ON THE
98203A         10  INVT-L           PIC 9(6).
98203B         10  INVT-W           PIC 9(6).
98203C         10  INVT-H           PIC 9(6).
999009*--------------------------------------------------------------
999010* DELIVERY GROUP, AS THE MASTER HOLDS IT -- THE STOP THE BOX WAS
999011* PLANNED FOR WHEN IT SHIPPED, THEN THE PROOF-OF-DELIVERY RESULT.
999012*--------------------------------------------------------------
999013         10  INVT-DELIVERY.
999014             15  INVT-PLANNED-STOP PIC 9(3).
999015             15  INVT-PLANNED-STOP-X REDEFINES INVT-PLANNED-STOP
999016                                  PIC X(3).
999017                 88  INVT-PLANNED-STOP-UNKNOWN VALUE SPACES.
999018             15  INVT-DLV-STATUS  PIC X(1).
999019                 88  INVT-NOT-CONFIRMED VALUE " ".
999020                 88  INVT-REFUSED VALUE "R".
999021                 88  INVT-DAMAGED VALUE "X".
999301                 88  INVT-LOST    VALUE "L".
999022             15  INVT-DLV-DATE    PIC 9(8).
999023             15  INVT-DLV-TIME    PIC 9(6).
999024             15  INVT-DLV-STOP    PIC 9(3).
999025             15  INVT-RECEIVER    PIC X(24).
999302             15  INVT-DLV-CHASED  PIC X(1).
999303                 88  INVT-CHASE-RAISED VALUE "Y".
982034*--------------------------------------------------------------
982035* REMAINING-STOCK COUNTERS FOR THE PER-SHIPMENT SUMMARY.
982036*--------------------------------------------------------------
007097         10  TRK-LOAD-VOLUME  PIC 9(18).
007098         10  TRK-BOX-COUNT    PIC 9(3).
007135         10  TRK-CLASS        PIC X(1).
998305
998306*--------------------------------------------------------------
998307* FREIGHT INVOICING -- THE RATE CARD IN EFFECT FOR THE RUN DATE
998308* (THE LATEST ONE NOT DATED AFTER IT), THE SHIPMENT'S BILLED
998309* QUANTITIES AND CHARGES, AND THE RUN'S EXTRACT TOTALS. A "35"
998310* ON OPEN MEANS NO RATE CARD DATASET AND NOTHING IS INVOICED.
998311*--------------------------------------------------------------
998312 01  RATECARD-STATUS          PIC X(2).
998313     88  RATECARD-OK          VALUE "00".
998314     88  RATECARD-AT-END      VALUE "10".
998315     88  RATECARD-NOT-FOUND   VALUE "35".
998316 01  RATE-CARD-SWITCH         PIC X(1) VALUE "N".
998317     88  RATE-CARD-FOUND      VALUE "Y".
998318     88  RATE-CARD-NONE       VALUE "N".
998319 01  CARD-IN-EFFECT.
998320     05  CARD-EFFECTIVE-DATE  PIC 9(8) VALUE 0.
998321     05  CARD-WEIGHT-RATE     PIC 9(5)V9(4).
998322     05  CARD-VOLUME-RATE     PIC 9(3)V9(6).
998323     05  CARD-MINIMUM-CHARGE  PIC 9(7)V99.
998324     05  CARD-STOP-CHARGE     PIC 9(5)V99.
998325     05  CARD-FRAGILE-CHARGE  PIC 9(5)V99.
998326     05  CARD-HAZARD-CHARGE   PIC 9(5)V99.
998327     05  CARD-DESCRIPTION     PIC X(24).
998328 01  FRTEXT-STATUS            PIC X(2).
998329     88  FRTEXT-OK            VALUE "00".
998330 01  FRTEXT-SWITCH            PIC X(1) VALUE "N".
998331     88  FRTEXT-OPEN          VALUE "Y".
998332     88  FRTEXT-CLOSED        VALUE "N".
998333 01  FRT-INVOICE-NUMBER       PIC X(12).
998334 01  FRT-TRUCKS-USED          PIC 9(2).
998335 01  FRT-BOXES-BILLED         PIC 9(3).
998336 01  FRT-BOXES-NOT-LOADED     PIC 9(3).
998337 01  FRT-WEIGHT               PIC 9(9)V99.
998338 01  FRT-VOLUME               PIC 9(18).
998339 01  FRT-STOPS                PIC 9(3).
998340 01  FRT-TRUCK-STOPS          PIC 9(3).
998341 01  FRT-STOP-SWITCH          PIC X(1).
998342     88  FRT-STOP-ON-TRUCK    VALUE "Y".
998343     88  FRT-STOP-NOT-ON-TRUCK VALUE "N".
998344 01  FRT-FRAGILE-BOXES        PIC 9(3).
998345 01  FRT-HAZARD-BOXES         PIC 9(3).
998346 01  FRT-WEIGHT-CHARGE        PIC 9(9)V99.
998347 01  FRT-VOLUME-CHARGE        PIC 9(9)V99.
998348 01  FRT-STOP-CHARGE          PIC 9(9)V99.
998349 01  FRT-FRAGILE-CHARGE       PIC 9(9)V99.
998350 01  FRT-HAZARD-CHARGE        PIC 9(9)V99.
998351 01  FRT-SUBTOTAL             PIC 9(9)V99.
998352 01  FRT-MINIMUM-ADJUSTMENT   PIC 9(9)V99.
998353 01  FRT-INVOICE-TOTAL        PIC 9(9)V99.
998354 01  FRT-INVOICE-COUNT        PIC 9(7) VALUE 0.
998355 01  FRT-GRAND-TOTAL          PIC 9(11)V99 VALUE 0.
998356 01  COUNT-DISP               PIC ZZ9.
998357 01  WEIGHT-DISP              PIC Z(8)9.99.
998358 01  VOLUME-DISP              PIC Z(17)9.
998359 01  WEIGHT-RATE-DISP         PIC Z(4)9.9999.
998360 01  VOLUME-RATE-DISP         PIC ZZ9.999999.
998361 01  CHARGE-RATE-DISP         PIC Z(6)9.99.
998362 01  AMOUNT-DISP              PIC Z(8)9.99.
998703
998704*--------------------------------------------------------------
998705* BILLS OF LADING -- THE DOCUMENT DATASET, THE LINE BEING BUILT,
998706* AND ONE TRUCK'S PIECE AND WEIGHT TOTALS.
998707*--------------------------------------------------------------
998708 01  BOL-STATUS               PIC X(2).
998709     88  BOL-OK               VALUE "00".
998710 01  BOL-OPEN-SWITCH          PIC X(1) VALUE "N".
998711     88  BOL-OPEN             VALUE "Y".
998712 01  BOL-LINE                 PIC X(132).
998713 01  BOL-NUMBER               PIC X(15).
998714 01  BOL-PIECES               PIC 9(3).
998715 01  BOL-WEIGHT               PIC 9(9)V99.
998716 01  BOL-HAZARD-PIECES        PIC 9(3).
998717 01  BOL-HAZARD-WEIGHT        PIC 9(9)V99.
998718 01  LENGTH-DISP              PIC Z(5)9.
998719 01  WIDTH-DISP               PIC Z(5)9.
998720 01  HEIGHT-DISP              PIC Z(5)9.
999026*--------------------------------------------------------------
999027* PROOF OF DELIVERY -- THE FEED, ITS COUNTS, AND THE CALENDAR
999028* DAYS A SHIPPED BOX MAY GO UNCONFIRMED BEFORE IT IS CHASED.
999029*--------------------------------------------------------------
999030 01  PODFEED-STATUS           PIC X(2).
999031     88  PODFEED-OK           VALUE "00".
999032     88  PODFEED-AT-END       VALUE "10".
999033     88  PODFEED-NOT-FOUND    VALUE "35".
999034 01  POD-WAIT-DAYS            PIC 9(3) VALUE 5.
999035 01  POD-READ                 PIC 9(5) VALUE 0.
999036 01  POD-APPLIED              PIC 9(5) VALUE 0.
999037 01  POD-REJECTED             PIC 9(5) VALUE 0.
999038 01  POD-REASON               PIC X(36).
999039 01  POD-TAKE-SWITCH          PIC X(1).
999040     88  POD-TAKE             VALUE "Y".
999041 01  DELIVERY-EXCEPTIONS      PIC 9(5) VALUE 0.
999304 01  POD-STILL-OVERDUE        PIC 9(5) VALUE 0.
999042 01  DAYS-OUT                 PIC S9(7).
999043 01  DAYS-DISP                PIC 9(4).
999044 01  DLV-CODE                 PIC X(4).
999045 01  DLV-TEXT                 PIC X(40).
007100
007200 PROCEDURE DIVISION.
007300 0000-MAINLINE.
982026         CALL "EXCPTRPT" USING EXCEPTION-RECORD
982027     END-IF.
007360     PERFORM 0500-LOAD-INVENTORY.
007370     PERFORM 0550-LOAD-RATE-CARD.
007380     PERFORM 0580-OPEN-INVOICE-EXTRACT.
007390     PERFORM 0590-OPEN-BILLS-OF-LADING.
996761     PERFORM 0150-VERIFY-FEED-DATE.
997501*--------------------------------------------------------------
997502* AN UNVERIFIED FEED READS AND PLANS NOTHING, AND THE
007500         PERFORM 1000-PROCESS-SHIPMENT UNTIL CASES = 0
007510         PERFORM 0900-VERIFY-TRAILER
997507     END-IF.
997607*--------------------------------------------------------------
997707* PROOF OF DELIVERY GOES ON AFTER THE SHIPMENTS SO A BOX THAT
997807* LEFT AND WAS DELIVERED THE SAME DAY CLOSES OUT TONIGHT.
997907*--------------------------------------------------------------
998007     IF INV-LOADED AND FEED-VERIFIED THEN
998107         PERFORM 4000-APPLY-PROOF-OF-DELIVERY
998207     END-IF.
982064     IF INV-LOADED AND FEED-VERIFIED THEN
982065         PERFORM 5000-SAVE-INVENTORY
982066     END-IF.
982067     PERFORM 5100-CLOSE-INVOICE-EXTRACT.
982068     IF BOL-OPEN THEN
982069         CLOSE BOL-FILE
982070     END-IF.
982021     IF REPORT-OK THEN
982022         CLOSE REPORT-FILE
982023     END-IF.
007850     END-IF.
007860 0500-EXIT.
007870     EXIT.
998363
998364*--------------------------------------------------------------
998365* FIND THE FREIGHT RATE CARD IN EFFECT -- THE LATEST ONE WHOSE
998366* EFFECTIVE DATE IS NOT AFTER THE RUN DATE. NO DATASET MEANS
998367* THE SHOP IS NOT INVOICING FREIGHT AND NOTHING IS PRICED; A
998368* DATASET WITH NO CARD IN EFFECT YET, OR ONE THAT CANNOT BE
998369* OPENED, IS AN EXCEPTION.
998370*--------------------------------------------------------------
998371 0550-LOAD-RATE-CARD.
998372     OPEN INPUT RATECARD-FILE.
998373     IF RATECARD-OK THEN
998374         PERFORM 0560-READ-ONE-RATE-CARD UNTIL RATECARD-AT-END
998375         CLOSE RATECARD-FILE
998376         IF RATE-CARD-NONE THEN
998377             MOVE RUN-DATE TO EXCPT-RUN-DATE
998378             MOVE "MOVINGDAY" TO EXCPT-PROGRAM
998379             MOVE "RATE" TO EXCPT-CODE
998380             MOVE 2 TO EXCPT-SEVERITY
998381             MOVE SPACES TO EXCPT-TEXT
998382             STRING "NO-RATE-CARD-IN-EFFECT ON ", RUN-DATE,
998383                 " SHIPMENTS NOT INVOICED"
998384                 DELIMITED BY SIZE INTO EXCPT-TEXT
998385             CALL "EXCPTRPT" USING EXCEPTION-RECORD
998386         END-IF
998387     ELSE
998388         IF NOT RATECARD-NOT-FOUND THEN
998389             MOVE RUN-DATE TO EXCPT-RUN-DATE
998390             MOVE "MOVINGDAY" TO EXCPT-PROGRAM
998391             MOVE "RATE" TO EXCPT-CODE
998392             MOVE 3 TO EXCPT-SEVERITY
998393             MOVE SPACES TO EXCPT-TEXT
998394             STRING "RATE-CARD-OPEN-FAILED STATUS ",
998395                 RATECARD-STATUS DELIMITED BY SIZE
998396                 INTO EXCPT-TEXT
998397             CALL "EXCPTRPT" USING EXCEPTION-RECORD
998398         END-IF
998399     END-IF.
998400     MOVE SPACES TO RPT-LINE.
998401     IF RATE-CARD-FOUND THEN
998402         STRING RUN-DATE, " FREIGHT RATE CARD ",
998403             CARD-EFFECTIVE-DATE, " ", CARD-DESCRIPTION
998404             DELIMITED BY SIZE INTO RPT-LINE
998405     ELSE
998406         STRING RUN-DATE, " NO FREIGHT RATE CARD IN EFFECT --",
998407             " SHIPMENTS NOT INVOICED"
998408             DELIMITED BY SIZE INTO RPT-LINE
998409     END-IF.
998410     PERFORM 0700-WRITE-REPORT.
998411 0550-EXIT.
998412     EXIT.
998413
998414 0560-READ-ONE-RATE-CARD.
998415     READ RATECARD-FILE
998416         AT END
998417             SET RATECARD-AT-END TO TRUE
998418         NOT AT END
998419             IF RCD-EFFECTIVE-DATE IS NUMERIC
998420                     AND RCD-EFFECTIVE-DATE NOT > RUN-DATE
998421                     AND RCD-EFFECTIVE-DATE
998422                         > CARD-EFFECTIVE-DATE THEN
998423                 MOVE RATE-CARD-RECORD TO CARD-IN-EFFECT
998424                 SET RATE-CARD-FOUND TO TRUE
998425             END-IF
998426     END-READ.
998427 0560-EXIT.
998428     EXIT.
998429
998430*--------------------------------------------------------------
998431* THE INVOICE EXTRACT IS REWRITTEN EVERY RUN, EVEN WHEN NOTHING
998432* IS INVOICED, SO RECEIVABLES CAN NEVER PICK UP A PRIOR NIGHT'S
998433* INVOICES A SECOND TIME.
998434*--------------------------------------------------------------
998435 0580-OPEN-INVOICE-EXTRACT.
998436     OPEN OUTPUT FRTEXT-FILE.
998437     IF FRTEXT-OK THEN
998438         SET FRTEXT-OPEN TO TRUE
998439     ELSE
998440         MOVE RUN-DATE TO EXCPT-RUN-DATE
998441         MOVE "MOVINGDAY" TO EXCPT-PROGRAM
998442         MOVE "FRTX" TO EXCPT-CODE
998443         MOVE 3 TO EXCPT-SEVERITY
998444         MOVE SPACES TO EXCPT-TEXT
998445         STRING "INVOICE-EXTRACT-OPEN-FAILED STATUS ",
998446             FRTEXT-STATUS DELIMITED BY SIZE INTO EXCPT-TEXT
998447         CALL "EXCPTRPT" USING EXCEPTION-RECORD
998448     END-IF.
998449 0580-EXIT.
998450     EXIT.
998721
998722*--------------------------------------------------------------
998723* OPEN THE BILL-OF-LADING DATASET FOR THE NIGHT -- EMPTIED EVERY
998724* NIGHT, SO IT ONLY EVER HOLDS THE DOCUMENTS THIS RUN CUT. A
998725* FAILED OPEN IS REPORTED AND NO DOCUMENTS ARE CUT.
998726*--------------------------------------------------------------
998727 0590-OPEN-BILLS-OF-LADING.
998728     OPEN OUTPUT BOL-FILE.
998729     IF BOL-OK THEN
998730         SET BOL-OPEN TO TRUE
998731     ELSE
998732         MOVE RUN-DATE TO EXCPT-RUN-DATE
998733         MOVE "MOVINGDAY" TO EXCPT-PROGRAM
998734         MOVE "BOLO" TO EXCPT-CODE
998735         MOVE 2 TO EXCPT-SEVERITY
998736         MOVE SPACES TO EXCPT-TEXT
998737         STRING "BILL-OF-LADING-OPEN-FAILED STATUS ", BOL-STATUS,
998738             " NO DOCUMENTS CUT"
998739             DELIMITED BY SIZE INTO EXCPT-TEXT
998740         CALL "EXCPTRPT" USING EXCEPTION-RECORD
998741     END-IF.
998742 0590-EXIT.
998743     EXIT.
007880
007890 0600-LOAD-ONE-INVENTORY.
007910     READ INVMAST-FILE
007953                 CALL "EXCPTRPT" USING EXCEPTION-RECORD
007954                 SET INVMAST-AT-END TO TRUE
007955             END-IF
007950             IF IVM-SHIPMENT IS NUMERIC AND INV-COUNT < 500
007960                 ADD 1 TO INV-COUNT
007970                 MOVE IVM-SHIPMENT TO INVT-SHIPMENT(INV-COUNT)
007980                 MOVE IVM-BOX TO INVT-BOX(INV-COUNT)
007990                 COMPUTE INVT-VOLUME(INV-COUNT) =
008010                     IVM-L * IVM-W * IVM-H
008020                 MOVE IVM-WEIGHT TO INVT-WEIGHT(INV-COUNT)
008030                 MOVE 0 TO INVT-SEEN(INV-COUNT)
008032                 MOVE IVM-L TO INVT-L(INV-COUNT)
008034                 MOVE IVM-W TO INVT-W(INV-COUNT)
008036                 MOVE IVM-H TO INVT-H(INV-COUNT)
982041                 IF IVM-SHIPPED = "Y" THEN
982042                     MOVE "Y" TO INVT-SHIPPED(INV-COUNT)
982043                     MOVE IVM-SHIP-DATE
982044                         TO INVT-SHIP-DATE(INV-COUNT)
982045                     MOVE IVM-SHIP-TRUCK
982046                         TO INVT-SHIP-TRUCK(INV-COUNT)
982047                 ELSE
982048                     MOVE "N" TO INVT-SHIPPED(INV-COUNT)
982049                     MOVE 0 TO INVT-SHIP-DATE(INV-COUNT)
982051                     MOVE 0 TO INVT-SHIP-TRUCK(INV-COUNT)
982052                 END-IF
982054                 MOVE IVM-DELIVERY TO INVT-DELIVERY(INV-COUNT)
008040             END-IF
008050     END-READ.
008060 0600-EXIT.
011462         IF STOPS-IN-USE THEN
011463             PERFORM 3300-PRINT-UNLOAD-LISTS
011464         END-IF
011469         IF BOL-OPEN THEN
011474             PERFORM 3800-WRITE-BILLS-OF-LADING
011479         END-IF
011460     END-IF.
982061     IF INV-LOADED THEN
982062         PERFORM 3600-CONFIRM-SHIPMENT
982063     END-IF.
998451     IF RATE-CARD-FOUND THEN
998452         PERFORM 3700-INVOICE-SHIPMENT
998453     END-IF.
011500
011600     SUBTRACT 1 FROM CASES.
011700 1000-EXIT.
012830     END-IF.
012840     MOVE CLASS-TOKEN TO BOX-CLASS(BOX-I).
012841     MOVE STOP-IN TO BOX-STOP(BOX-I).
012851     MOVE L TO BOX-L(BOX-I).
012861     MOVE W TO BOX-W(BOX-I).
012871     MOVE H TO BOX-H(BOX-I).
012900
013000     COMPUTE VI = L * W * H.
013100     MOVE BOX-I TO BOX-NUMBER(BOX-I).
982125                 MOVE RUN-DATE TO INVT-SHIP-DATE(INV-HIT-X)
982126                 MOVE BOX-TRUCK(SORT-I)
982127                     TO INVT-SHIP-TRUCK(INV-HIT-X)
999046                 MOVE SPACES TO INVT-DELIVERY(INV-HIT-X)
999047                 MOVE BOX-STOP(SORT-I)
999048                     TO INVT-PLANNED-STOP(INV-HIT-X)
982128                 ADD 1 TO SHIPPED-THIS-RUN
982129             END-IF
982131         END-IF
982146     PERFORM 0700-WRITE-REPORT.
982147 3600-EXIT.
982148     EXIT.
998454
998455*--------------------------------------------------------------
998456* FREIGHT INVOICE -- PRICE THE SHIPMENT FROM WHAT THE LOAD PLAN
998457* ACTUALLY PUT ON ITS TRUCKS: TOTAL WEIGHT AND VOLUME AT THE
998458* CARD'S UNIT RATES, A STOP CHARGE FOR EVERY STOP EACH TRUCK
998459* MAKES, AND THE FRAGILE OR HAZARDOUS SURCHARGE FOR EVERY BOX OF
998460* THAT CLASS ABOARD. A SHIPMENT PRICED UNDER THE CARD'S MINIMUM
998461* IS BILLED THE MINIMUM. A BOX LEFT OFF EVERY TRUCK IS LISTED
998462* BUT NEVER BILLED, AND A SHIPMENT WITH NOTHING LOADED (OR NO
998463* FLEET TO LOAD) IS NOT INVOICED AT ALL.
998464*--------------------------------------------------------------
998465 3700-INVOICE-SHIPMENT.
998466     MOVE SPACES TO FRT-INVOICE-NUMBER.
998467     STRING RUN-DATE, "-", SHIPMENT-NUM
998468         DELIMITED BY SIZE INTO FRT-INVOICE-NUMBER.
998469     MOVE 0 TO FRT-TRUCKS-USED.
998470     MOVE 0 TO FRT-BOXES-BILLED.
998471     MOVE 0 TO FRT-BOXES-NOT-LOADED.
998472     MOVE 0 TO FRT-WEIGHT.
998473     MOVE 0 TO FRT-VOLUME.
998474     MOVE 0 TO FRT-STOPS.
998475     MOVE 0 TO FRT-FRAGILE-BOXES.
998476     MOVE 0 TO FRT-HAZARD-BOXES.
998477     MOVE SPACES TO RPT-LINE.
998478     STRING RUN-DATE, " INVOICE ", FRT-INVOICE-NUMBER,
998479         " SHIPMENT ", SHIPMENT-NUM, " RATE CARD ",
998480         CARD-EFFECTIVE-DATE
998481         DELIMITED BY SIZE INTO RPT-LINE.
998482     PERFORM 0700-WRITE-REPORT.
998483     IF TRUCK-COUNT > 0 THEN
998484         PERFORM 3710-PRICE-ONE-TRUCK VARYING TRUCK-X FROM 1 BY 1
998485             UNTIL TRUCK-X > TRUCK-COUNT
998486         PERFORM VARYING SORT-I FROM 1 BY 1 UNTIL SORT-I > N
998487             IF BOX-TRUCK(SORT-I) = 0 THEN
998488                 ADD 1 TO FRT-BOXES-NOT-LOADED
998489                 MOVE BOX-NUMBER(SORT-I) TO BOX-NUMBER-DISP
998490                 MOVE SPACES TO RPT-LINE
998491                 STRING RUN-DATE, "   NOT LOADED BOX ",
998492                     BOX-NUMBER-DISP, " CLASS ",
998493                     BOX-CLASS(SORT-I),
998494                     " -- NOT BILLED"
998495                     DELIMITED BY SIZE INTO RPT-LINE
998496                 PERFORM 0700-WRITE-REPORT
998497             END-IF
998498         END-PERFORM
998499     END-IF.
998500     MOVE SPACES TO RPT-LINE.
998501     IF FRT-BOXES-BILLED = 0 THEN
998502         STRING RUN-DATE, "   NOTHING LOADED -- SHIPMENT NOT",
998503             " INVOICED" DELIMITED BY SIZE INTO RPT-LINE
998504         PERFORM 0700-WRITE-REPORT
998505     ELSE
998506         PERFORM 3740-PRINT-CHARGES
998507         PERFORM 3750-WRITE-INVOICE-EXTRACT
998508     END-IF.
998509 3700-EXIT.
998510     EXIT.
998511
998512*--------------------------------------------------------------
998513* ONE TRUCK'S SHARE OF THE BILL. ITS STOPS ARE THE DISTINCT
998514* STOP NUMBERS ABOARD; A TRUCK CARRYING ONLY UNNUMBERED (DEPOT)
998515* FREIGHT STILL MAKES ONE STOP. A TRUCK HOLDS ONE HANDLING
998516* CLASS, SO ITS SURCHARGED BOXES ARE ITS WHOLE LOAD.
998517*--------------------------------------------------------------
998518 3710-PRICE-ONE-TRUCK.
998519     IF TRK-BOX-COUNT(TRUCK-X) > 0 THEN
998520         ADD 1 TO FRT-TRUCKS-USED
998521         ADD TRK-BOX-COUNT(TRUCK-X) TO FRT-BOXES-BILLED
998522         ADD TRK-LOAD-WEIGHT(TRUCK-X) TO FRT-WEIGHT
998523         ADD TRK-LOAD-VOLUME(TRUCK-X) TO FRT-VOLUME
998524         MOVE 0 TO FRT-TRUCK-STOPS
998525         PERFORM 3720-COUNT-ONE-STOP VARYING STOP-X FROM 1 BY 1
998526             UNTIL STOP-X > MAX-STOP
998527         IF FRT-TRUCK-STOPS = 0 THEN
998528             MOVE 1 TO FRT-TRUCK-STOPS
998529         END-IF
998530         ADD FRT-TRUCK-STOPS TO FRT-STOPS
998531         IF TRK-CLASS(TRUCK-X) = "F" THEN
998532             ADD TRK-BOX-COUNT(TRUCK-X) TO FRT-FRAGILE-BOXES
998533         END-IF
998534         IF TRK-CLASS(TRUCK-X) = "H" THEN
998535             ADD TRK-BOX-COUNT(TRUCK-X) TO FRT-HAZARD-BOXES
998536         END-IF
998537         MOVE TRUCK-X TO TRUCK-DISP
998538         MOVE TRK-BOX-COUNT(TRUCK-X) TO COUNT-DISP
998539         MOVE TRK-LOAD-WEIGHT(TRUCK-X) TO WEIGHT-DISP
998540         MOVE TRK-LOAD-VOLUME(TRUCK-X) TO VOLUME-DISP
998541         MOVE SPACES TO RPT-LINE
998542         STRING RUN-DATE, "   TRUCK ", TRUCK-DISP, " CLASS ",
998543             TRK-CLASS(TRUCK-X), " BOXES ", COUNT-DISP,
998544             " WEIGHT ", WEIGHT-DISP, " VOLUME ", VOLUME-DISP,
998545             " STOPS ", FRT-TRUCK-STOPS
998546             DELIMITED BY SIZE INTO RPT-LINE
998547         PERFORM 0700-WRITE-REPORT
998548     END-IF.
998549 3710-EXIT.
998550     EXIT.
998551
998552 3720-COUNT-ONE-STOP.
998553     SET FRT-STOP-NOT-ON-TRUCK TO TRUE.
998554     PERFORM VARYING SORT-I FROM 1 BY 1 UNTIL SORT-I > N
998555         IF BOX-TRUCK(SORT-I) = TRUCK-X
998556                 AND BOX-STOP(SORT-I) = STOP-X THEN
998557             SET FRT-STOP-ON-TRUCK TO TRUE
998558         END-IF
998559     END-PERFORM.
998560     IF FRT-STOP-ON-TRUCK THEN
998561         ADD 1 TO FRT-TRUCK-STOPS
998562     END-IF.
998563 3720-EXIT.
998564     EXIT.
998565
998566*--------------------------------------------------------------
998567* THE ITEMIZED CHARGES, QUANTITY AT RATE, THEN THE TOTAL. THE
998568* SURCHARGE LINES PRINT ONLY WHEN SUCH BOXES WENT OUT.
998569*--------------------------------------------------------------
998570 3740-PRINT-CHARGES.
998571     COMPUTE FRT-WEIGHT-CHARGE ROUNDED =
998572         FRT-WEIGHT * CARD-WEIGHT-RATE.
998573     COMPUTE FRT-VOLUME-CHARGE ROUNDED =
998574         FRT-VOLUME * CARD-VOLUME-RATE.
998575     COMPUTE FRT-STOP-CHARGE = FRT-STOPS * CARD-STOP-CHARGE.
998576     COMPUTE FRT-FRAGILE-CHARGE =
998577         FRT-FRAGILE-BOXES * CARD-FRAGILE-CHARGE.
998578     COMPUTE FRT-HAZARD-CHARGE =
998579         FRT-HAZARD-BOXES * CARD-HAZARD-CHARGE.
998580     COMPUTE FRT-SUBTOTAL = FRT-WEIGHT-CHARGE
998581         + FRT-VOLUME-CHARGE + FRT-STOP-CHARGE
998582         + FRT-FRAGILE-CHARGE + FRT-HAZARD-CHARGE.
998583     MOVE 0 TO FRT-MINIMUM-ADJUSTMENT.
998584     IF FRT-SUBTOTAL < CARD-MINIMUM-CHARGE THEN
998585         COMPUTE FRT-MINIMUM-ADJUSTMENT =
998586             CARD-MINIMUM-CHARGE - FRT-SUBTOTAL
998587     END-IF.
998588     COMPUTE FRT-INVOICE-TOTAL =
998589         FRT-SUBTOTAL + FRT-MINIMUM-ADJUSTMENT.
998590
998591     MOVE FRT-WEIGHT TO WEIGHT-DISP.
998592     MOVE CARD-WEIGHT-RATE TO WEIGHT-RATE-DISP.
998593     MOVE FRT-WEIGHT-CHARGE TO AMOUNT-DISP.
998594     MOVE SPACES TO RPT-LINE.
998595     STRING RUN-DATE, "   WEIGHT         ", WEIGHT-DISP, " AT ",
998596         WEIGHT-RATE-DISP, "     ", AMOUNT-DISP
998597         DELIMITED BY SIZE INTO RPT-LINE.
998598     PERFORM 0700-WRITE-REPORT.
998599     MOVE FRT-VOLUME TO VOLUME-DISP.
998600     MOVE CARD-VOLUME-RATE TO VOLUME-RATE-DISP.
998601     MOVE FRT-VOLUME-CHARGE TO AMOUNT-DISP.
998602     MOVE SPACES TO RPT-LINE.
998603     STRING RUN-DATE, "   VOLUME  ", VOLUME-DISP, " AT ",
998604         VOLUME-RATE-DISP, "     ", AMOUNT-DISP
998605         DELIMITED BY SIZE INTO RPT-LINE.
998606     PERFORM 0700-WRITE-REPORT.
998607     MOVE FRT-STOPS TO COUNT-DISP.
998608     MOVE CARD-STOP-CHARGE TO CHARGE-RATE-DISP.
998609     MOVE FRT-STOP-CHARGE TO AMOUNT-DISP.
998610     MOVE SPACES TO RPT-LINE.
998611     STRING RUN-DATE, "   STOPS                 ", COUNT-DISP,
998612         " AT ", CHARGE-RATE-DISP, "     ", AMOUNT-DISP
998613         DELIMITED BY SIZE INTO RPT-LINE.
998614     PERFORM 0700-WRITE-REPORT.
998615     IF FRT-FRAGILE-BOXES > 0 THEN
998616         MOVE FRT-FRAGILE-BOXES TO COUNT-DISP
998617         MOVE CARD-FRAGILE-CHARGE TO CHARGE-RATE-DISP
998618         MOVE FRT-FRAGILE-CHARGE TO AMOUNT-DISP
998619         MOVE SPACES TO RPT-LINE
998620         STRING RUN-DATE, "   FRAGILE BOXES         ", COUNT-DISP,
998621             " AT ", CHARGE-RATE-DISP, "     ", AMOUNT-DISP
998622             DELIMITED BY SIZE INTO RPT-LINE
998623         PERFORM 0700-WRITE-REPORT
998624     END-IF.
998625     IF FRT-HAZARD-BOXES > 0 THEN
998626         MOVE FRT-HAZARD-BOXES TO COUNT-DISP
998627         MOVE CARD-HAZARD-CHARGE TO CHARGE-RATE-DISP
998628         MOVE FRT-HAZARD-CHARGE TO AMOUNT-DISP
998629         MOVE SPACES TO RPT-LINE
998630         STRING RUN-DATE, "   HAZARDOUS BOXES       ", COUNT-DISP,
998631             " AT ", CHARGE-RATE-DISP, "     ", AMOUNT-DISP
998632             DELIMITED BY SIZE INTO RPT-LINE
998633         PERFORM 0700-WRITE-REPORT
998634     END-IF.
998635     IF FRT-MINIMUM-ADJUSTMENT > 0 THEN
998636         MOVE CARD-MINIMUM-CHARGE TO CHARGE-RATE-DISP
998637         MOVE FRT-MINIMUM-ADJUSTMENT TO AMOUNT-DISP
998638         MOVE SPACES TO RPT-LINE
998639         STRING RUN-DATE, "   UP TO MINIMUM CHARGE OF ",
998640             CHARGE-RATE-DISP, "      ", AMOUNT-DISP
998641             DELIMITED BY SIZE INTO RPT-LINE
998642         PERFORM 0700-WRITE-REPORT
998643     END-IF.
998644     MOVE FRT-BOXES-BILLED TO COUNT-DISP.
998645     MOVE FRT-INVOICE-TOTAL TO AMOUNT-DISP.
998646     MOVE SPACES TO RPT-LINE.
998647     STRING RUN-DATE, "   INVOICE TOTAL  BOXES  ", COUNT-DISP,
998648         " TRUCKS ", FRT-TRUCKS-USED, "                ",
998649         AMOUNT-DISP
998650         DELIMITED BY SIZE INTO RPT-LINE.
998651     PERFORM 0700-WRITE-REPORT.
998652     ADD 1 TO FRT-INVOICE-COUNT.
998653     ADD FRT-INVOICE-TOTAL TO FRT-GRAND-TOTAL.
998654 3740-EXIT.
998655     EXIT.
998656
998657 3750-WRITE-INVOICE-EXTRACT.
998658     IF FRTEXT-OPEN THEN
998659         MOVE SPACES TO FREIGHT-INVOICE-RECORD
998660         SET FXT-INVOICE-DETAIL TO TRUE
998661         MOVE FRT-INVOICE-NUMBER TO FXT-INVOICE-NUMBER
998662         MOVE RUN-DATE TO FXT-RUN-DATE
998663         MOVE SHIPMENT-NUM TO FXT-SHIPMENT
998664         MOVE CARD-EFFECTIVE-DATE TO FXT-RATE-CARD-DATE
998665         MOVE FRT-TRUCKS-USED TO FXT-TRUCKS-USED
998666         MOVE FRT-BOXES-BILLED TO FXT-BOXES-BILLED
998667         MOVE FRT-BOXES-NOT-LOADED TO FXT-BOXES-NOT-LOADED
998668         MOVE FRT-WEIGHT TO FXT-WEIGHT
998669         MOVE FRT-VOLUME TO FXT-VOLUME
998670         MOVE FRT-STOPS TO FXT-STOPS
998671         MOVE FRT-FRAGILE-BOXES TO FXT-FRAGILE-BOXES
998672         MOVE FRT-HAZARD-BOXES TO FXT-HAZARD-BOXES
998673         MOVE FRT-WEIGHT-CHARGE TO FXT-WEIGHT-CHARGE
998674         MOVE FRT-VOLUME-CHARGE TO FXT-VOLUME-CHARGE
998675         MOVE FRT-STOP-CHARGE TO FXT-STOP-CHARGE
998676         MOVE FRT-FRAGILE-CHARGE TO FXT-FRAGILE-CHARGE
998677         MOVE FRT-HAZARD-CHARGE TO FXT-HAZARD-CHARGE
998678         MOVE FRT-MINIMUM-ADJUSTMENT TO FXT-MINIMUM-ADJUSTMENT
998679         MOVE FRT-INVOICE-TOTAL TO FXT-INVOICE-TOTAL
998680         WRITE FREIGHT-INVOICE-RECORD
998681     END-IF.
998682 3750-EXIT.
998683     EXIT.
998744
998745*--------------------------------------------------------------
998746* BILL OF LADING -- ONE DOCUMENT PER LOADED TRUCK. AN EMPTY
998747* TRUCK CARRIES NOTHING TO DESCRIBE AND GETS NO PAPER.
998748*--------------------------------------------------------------
998749 3800-WRITE-BILLS-OF-LADING.
998750     PERFORM VARYING TRUCK-X FROM 1 BY 1
998751             UNTIL TRUCK-X > TRUCK-COUNT
998752         IF TRK-BOX-COUNT(TRUCK-X) > 0 THEN
998753             PERFORM 3810-WRITE-ONE-BILL
998754         END-IF
998755     END-PERFORM.
998756 3800-EXIT.
998757     EXIT.
998758
998759*--------------------------------------------------------------
998760* ONE TRUCK'S DOCUMENT ON ITS OWN PAGE -- HEADING, THE PIECES BY
998761* STOP IN THE ORDER THEY COME OFF (DEPOT FREIGHT LAST, AS ON THE
998762* UNLOAD LISTS), THE HAZARDOUS MATERIALS SECTION WHEN ANY H
998763* PIECE IS ABOARD, THE TOTALS, THEN THE SIGNATURE BLOCKS. THE
998764* DOCUMENT NUMBER IS THE RUN DATE, SHIPMENT, AND TRUCK.
998765*--------------------------------------------------------------
998766 3810-WRITE-ONE-BILL.
998767     MOVE TRUCK-X TO TRUCK-DISP.
998768     MOVE SPACES TO BOL-NUMBER.
998769     STRING RUN-DATE, "-", SHIPMENT-NUM, "-", TRUCK-DISP
998770         DELIMITED BY SIZE INTO BOL-NUMBER.
998771     MOVE SPACES TO BOL-LINE.
998772     STRING "STRAIGHT BILL OF LADING -- DRIVER MANIFEST",
998773         "          B/L NO. ", BOL-NUMBER
998774         DELIMITED BY SIZE INTO BOL-LINE.
998775     WRITE BOL-RECORD FROM BOL-LINE AFTER ADVANCING PAGE.
998776     MOVE SPACES TO BOL-LINE.
998777     PERFORM 0720-WRITE-BILL-LINE.
998778     STRING "SHIPMENT ", SHIPMENT-NUM, "     TRUCK ", TRUCK-DISP,
998779         "     SHIP DATE ", RUN-DATE, "     HANDLING CLASS ",
998780         TRK-CLASS(TRUCK-X)
998781         DELIMITED BY SIZE INTO BOL-LINE.
998782     PERFORM 0720-WRITE-BILL-LINE.
998783     MOVE SPACES TO BOL-LINE.
998784     PERFORM 0720-WRITE-BILL-LINE.
998785     MOVE "PIECES BY STOP IN UNLOAD ORDER" TO BOL-LINE.
998786     PERFORM 0720-WRITE-BILL-LINE.
998787     MOVE SPACES TO BOL-LINE.
998788     STRING "  STOP     BOX    LENGTH    WIDTH   HEIGHT",
998789         "          WEIGHT   CLASS"
998790         DELIMITED BY SIZE INTO BOL-LINE.
998791     PERFORM 0720-WRITE-BILL-LINE.
998792     MOVE 0 TO BOL-PIECES.
998793     MOVE 0 TO BOL-WEIGHT.
998794     MOVE 0 TO BOL-HAZARD-PIECES.
998795     MOVE 0 TO BOL-HAZARD-WEIGHT.
998796     PERFORM 3820-BILL-ONE-STOP VARYING STOP-X FROM 1 BY 1
998797         UNTIL STOP-X > MAX-STOP.
998798     MOVE 0 TO STOP-X.
998799     PERFORM 3820-BILL-ONE-STOP.
998800     IF BOL-HAZARD-PIECES > 0 THEN
998801         PERFORM 3830-BILL-HAZARDOUS
998802     END-IF.
998803
998804     MOVE SPACES TO BOL-LINE.
998805     PERFORM 0720-WRITE-BILL-LINE.
998806     MOVE BOL-PIECES TO COUNT-DISP.
998807     MOVE BOL-WEIGHT TO WEIGHT-DISP.
998808     STRING "TOTAL PIECES ", COUNT-DISP, "     TOTAL WEIGHT ",
998809         WEIGHT-DISP
998810         DELIMITED BY SIZE INTO BOL-LINE.
998811     PERFORM 0720-WRITE-BILL-LINE.
998812     MOVE SPACES TO BOL-LINE.
998813     PERFORM 0720-WRITE-BILL-LINE.
998814     STRING "SHIPPER CERTIFIES THE PIECES ABOVE ARE PROPERLY ",
998815         "DESCRIBED, PACKED, AND MARKED FOR TRANSPORT."
998816         DELIMITED BY SIZE INTO BOL-LINE.
998817     PERFORM 0720-WRITE-BILL-LINE.
998818     MOVE SPACES TO BOL-LINE.
998819     PERFORM 0720-WRITE-BILL-LINE.
998820     STRING "SHIPPER SIGNATURE  ______________________________",
998821         "     DATE __________"
998822         DELIMITED BY SIZE INTO BOL-LINE.
998823     PERFORM 0720-WRITE-BILL-LINE.
998824     MOVE SPACES TO BOL-LINE.
998825     PERFORM 0720-WRITE-BILL-LINE.
998826     STRING "DRIVER RECEIVED THE PIECES ABOVE IN APPARENT GOOD ",
998827         "ORDER."
998828         DELIMITED BY SIZE INTO BOL-LINE.
998829     PERFORM 0720-WRITE-BILL-LINE.
998830     MOVE SPACES TO BOL-LINE.
998831     PERFORM 0720-WRITE-BILL-LINE.
998832     STRING "DRIVER SIGNATURE   ______________________________",
998833         "     DATE __________"
998834         DELIMITED BY SIZE INTO BOL-LINE.
998835     PERFORM 0720-WRITE-BILL-LINE.
998836
998837     MOVE SPACES TO RPT-LINE.
998838     STRING RUN-DATE, " BILL OF LADING ", BOL-NUMBER,
998839         " PIECES ", COUNT-DISP, " WEIGHT ", WEIGHT-DISP
998840         DELIMITED BY SIZE INTO RPT-LINE.
998841     PERFORM 0700-WRITE-REPORT.
998842 3810-EXIT.
998843     EXIT.
998844
998845 3820-BILL-ONE-STOP.
998846     PERFORM VARYING SORT-I FROM 1 BY 1 UNTIL SORT-I > N
998847         IF BOX-TRUCK(SORT-I) = TRUCK-X
998848                 AND BOX-STOP(SORT-I) = STOP-X THEN
998849             ADD 1 TO BOL-PIECES
998850             ADD BOX-WEIGHT(SORT-I) TO BOL-WEIGHT
998851             IF BOX-CLASS(SORT-I) = "H" THEN
998852                 ADD 1 TO BOL-HAZARD-PIECES
998853                 ADD BOX-WEIGHT(SORT-I) TO BOL-HAZARD-WEIGHT
998854             END-IF
998855             MOVE BOX-NUMBER(SORT-I) TO BOX-NUMBER-DISP
998856             MOVE BOX-L(SORT-I) TO LENGTH-DISP
998857             MOVE BOX-W(SORT-I) TO WIDTH-DISP
998858             MOVE BOX-H(SORT-I) TO HEIGHT-DISP
998859             MOVE BOX-WEIGHT(SORT-I) TO WEIGHT-DISP
998860             MOVE SPACES TO BOL-LINE
998861             IF STOP-X = 0 THEN
998862                 STRING "  DEPOT"
998863                     DELIMITED BY SIZE INTO BOL-LINE
998864             ELSE
998865                 STRING "  ", STOP-X
998866                     DELIMITED BY SIZE INTO BOL-LINE
998867             END-IF
998868             STRING "    ", BOX-NUMBER-DISP, "    ",
998869                 LENGTH-DISP,
998870                 "   ", WIDTH-DISP, "   ", HEIGHT-DISP, "    ",
998871                 WEIGHT-DISP, "     ", BOX-CLASS(SORT-I)
998872                 DELIMITED BY SIZE INTO BOL-LINE(8:)
998873             PERFORM 0720-WRITE-BILL-LINE
998874         END-IF
998875     END-PERFORM.
998876 3820-EXIT.
998877     EXIT.
998878
998879*--------------------------------------------------------------
998880* HAZARDOUS MATERIALS -- EVERY CLASS H PIECE ABOARD WITH ITS
998881* STOP, AND THEIR COUNT AND WEIGHT, SET APART SO THE PAPER
998882* SERVES AS THE SHIPPING PAPER THE CAB MUST CARRY.
998883*--------------------------------------------------------------
998884 3830-BILL-HAZARDOUS.
998885     MOVE SPACES TO BOL-LINE.
998886     PERFORM 0720-WRITE-BILL-LINE.
998887     MOVE "HAZARDOUS MATERIALS -- CLASS H PIECES ABOARD"
998888         TO BOL-LINE.
998889     PERFORM 0720-WRITE-BILL-LINE.
998890     MOVE "     BOX    STOP         WEIGHT" TO BOL-LINE.
998891     PERFORM 0720-WRITE-BILL-LINE.
998892     PERFORM VARYING SORT-I FROM 1 BY 1 UNTIL SORT-I > N
998893         IF BOX-TRUCK(SORT-I) = TRUCK-X
998894                 AND BOX-CLASS(SORT-I) = "H" THEN
998895             MOVE BOX-NUMBER(SORT-I) TO BOX-NUMBER-DISP
998896             MOVE BOX-WEIGHT(SORT-I) TO WEIGHT-DISP
998897             MOVE SPACES TO BOL-LINE
998898             STRING "     ", BOX-NUMBER-DISP, "    ",
998899                 BOX-STOP(SORT-I),
998900                 "    ", WEIGHT-DISP
998901                 DELIMITED BY SIZE INTO BOL-LINE
998902             PERFORM 0720-WRITE-BILL-LINE
998903         END-IF
998904     END-PERFORM.
998905     MOVE BOL-HAZARD-PIECES TO COUNT-DISP.
998906     MOVE BOL-HAZARD-WEIGHT TO WEIGHT-DISP.
998907     MOVE SPACES TO BOL-LINE.
998908     STRING "HAZARDOUS PIECES ", COUNT-DISP,
998909         "     HAZARDOUS WEIGHT ", WEIGHT-DISP
998910         DELIMITED BY SIZE INTO BOL-LINE.
998911     PERFORM 0720-WRITE-BILL-LINE.
998912     MOVE SPACES TO BOL-LINE.
998913     STRING "THIS PAPER STAYS IN THE CAB WITHIN REACH OF THE",
998914         " DRIVER WHILE ANY HAZARDOUS PIECE IS ABOARD."
998915         DELIMITED BY SIZE INTO BOL-LINE.
998916     PERFORM 0720-WRITE-BILL-LINE.
998917 3830-EXIT.
998918     EXIT.
999049
999305*--------------------------------------------------------------
999306* PROOF OF DELIVERY -- APPLY THE DRIVERS' HANDHELD FEED TO THE
999307* SHIPPED BOXES, THEN CHASE EVERY BOX STILL UNCONFIRMED MORE
999308* THAN POD-WAIT-DAYS AFTER IT SHIPPED. REFUSED, DAMAGED, AND
999309* WRONG-STOP DELIVERIES AND OVERDUE BOXES ARE LISTED UNDER
999310* DELIVERY EXCEPTIONS AND RAISED AS WARNINGS. AN OVERDUE BOX
999311* IS RAISED ONLY THE FIRST NIGHT AND IS MARKED CHASED; AFTER
999312* THAT IT IS LISTED EACH NIGHT UNTIL ITS DELIVERY COMES IN OR
999313* THE WAREHOUSE WRITES IT OFF AS LOST. NO PODFEED MEANS NO
999314* DELIVERIES CAME IN TONIGHT; THE OVERDUE CHASE STILL RUNS.
999315*--------------------------------------------------------------
999050 4000-APPLY-PROOF-OF-DELIVERY.
999051     MOVE SPACES TO RPT-LINE.
999052     STRING RUN-DATE, " DELIVERY EXCEPTIONS"
999053         DELIMITED BY SIZE INTO RPT-LINE.
999054     PERFORM 0700-WRITE-REPORT.
999055     OPEN INPUT PODFEED-FILE.
999056     IF PODFEED-OK THEN
999057         PERFORM 4010-READ-ONE-DELIVERY UNTIL PODFEED-AT-END
999058         CLOSE PODFEED-FILE
999059     ELSE
999060         IF PODFEED-NOT-FOUND THEN
999061             DISPLAY RUN-DATE, " MOVINGDAY NO PODFEED TONIGHT"
999062         ELSE
999063             MOVE RUN-DATE TO EXCPT-RUN-DATE
999064             MOVE "MOVINGDAY" TO EXCPT-PROGRAM
999065             MOVE "PODF" TO EXCPT-CODE
999066             MOVE 3 TO EXCPT-SEVERITY
999067             MOVE SPACES TO EXCPT-TEXT
999068             STRING "PODFEED-OPEN-FAILED STATUS ", PODFEED-STATUS
999069                 DELIMITED BY SIZE INTO EXCPT-TEXT
999070             CALL "EXCPTRPT" USING EXCEPTION-RECORD
999071         END-IF
999072     END-IF.
999073*--------------------------------------------------------------
999074* BOXES THAT SHIPPED BEFORE THE PLANNED STOP WAS KEPT HAVE NO
999075* STOP ON FILE AND ARE NOT CHASED.
999076*--------------------------------------------------------------
999077     PERFORM VARYING INV-X FROM 1 BY 1 UNTIL INV-X > INV-COUNT
999078         IF INVT-SHIPPED(INV-X) = "Y"
999079                 AND INVT-NOT-CONFIRMED(INV-X)
999080                 AND NOT INVT-PLANNED-STOP-UNKNOWN(INV-X)
999081                 AND INVT-SHIP-DATE(INV-X) > 16010100 THEN
999082             COMPUTE DAYS-OUT = FUNCTION INTEGER-OF-DATE(RUN-DATE)
999083                 - FUNCTION INTEGER-OF-DATE(INVT-SHIP-DATE(INV-X))
999084             IF DAYS-OUT > POD-WAIT-DAYS THEN
999316                 MOVE DAYS-OUT TO DAYS-DISP
999317                 MOVE "DLUC" TO DLV-CODE
999318                 MOVE SPACES TO DLV-TEXT
999319                 MOVE INV-X TO INV-HIT-X
999320                 IF INVT-CHASE-RAISED(INV-X) THEN
999321                     STRING "STILL UNCONFIRMED AT ", DAYS-DISP,
999322                         " DAYS"
999323                         DELIMITED BY SIZE INTO DLV-TEXT
999324                     ADD 1 TO POD-STILL-OVERDUE
999325                     PERFORM 4045-LIST-DELIVERY-EXCEPTION
999326                 ELSE
999327                     STRING "UNCONFIRMED ", DAYS-DISP,
999328                         " DAYS AFTER SHIPPING"
999329                         DELIMITED BY SIZE INTO DLV-TEXT
999330                     SET INVT-CHASE-RAISED(INV-X) TO TRUE
999331                     PERFORM 4040-RAISE-DELIVERY-EXCEPTION
999332                 END-IF
999333             END-IF
999085         END-IF
999086     END-PERFORM.
999087     MOVE SPACES TO RPT-LINE.
999088     STRING RUN-DATE, " DELIVERY POD RECORDS ", POD-READ,
999089         " APPLIED ", POD-APPLIED, " REJECTED ", POD-REJECTED,
999334         " EXCEPTIONS ", DELIVERY-EXCEPTIONS,
999335         " STILL OVERDUE ", POD-STILL-OVERDUE
999090         DELIMITED BY SIZE INTO RPT-LINE.
999091     PERFORM 0700-WRITE-REPORT.
999092 4000-EXIT.
999093     EXIT.
999094
999095*--------------------------------------------------------------
999096* READ ONE PROOF-OF-DELIVERY RECORD AND CHECK IT AGAINST THE
999097* MASTER. A BOX CAN COME THROUGH MORE THAN ONCE WHEN A DRIVER
999098* CORRECTS AN ENTRY; THE LATER TIMESTAMP STANDS AND AN EARLIER
999099* ONE ARRIVING AFTER IT IS PASSED OVER.
999100*--------------------------------------------------------------
999101 4010-READ-ONE-DELIVERY.
999102     READ PODFEED-FILE
999103         AT END
999104             SET PODFEED-AT-END TO TRUE
999105         NOT AT END
999106             ADD 1 TO POD-READ
999107             PERFORM 4020-POST-ONE-DELIVERY
999108     END-READ.
999109 4010-EXIT.
999110     EXIT.
999111
999112 4020-POST-ONE-DELIVERY.
999113     MOVE SPACES TO POD-REASON.
999114     MOVE 0 TO INV-HIT-X.
999115     IF POD-SHIPMENT NOT NUMERIC OR POD-BOX NOT NUMERIC
999116             OR POD-STOP NOT NUMERIC OR POD-DATE NOT NUMERIC
999117             OR POD-TIME NOT NUMERIC THEN
999118         MOVE "KEY, STOP, OR TIMESTAMP NOT NUMERIC" TO POD-REASON
999119     ELSE
999120         IF NOT POD-DELIVERED AND NOT POD-REFUSED
999121                 AND NOT POD-DAMAGED THEN
999122             MOVE "OUTCOME NOT D, R, OR X" TO POD-REASON
999123         ELSE
999124             IF POD-DATE > RUN-DATE THEN
999125                 MOVE "DATED AFTER THE RUN DATE" TO POD-REASON
999126             END-IF
999127         END-IF
999128     END-IF.
999129     IF POD-REASON = SPACES THEN
999130         PERFORM VARYING INV-X FROM 1 BY 1 UNTIL INV-X > INV-COUNT
999131             IF INV-HIT-X = 0
999132                 AND INVT-SHIPMENT(INV-X) = POD-SHIPMENT
999133                 AND INVT-BOX(INV-X) = POD-BOX THEN
999134                 MOVE INV-X TO INV-HIT-X
999135             END-IF
999136         END-PERFORM
999137         IF INV-HIT-X = 0 THEN
999138             MOVE "BOX NOT ON THE INVENTORY MASTER" TO POD-REASON
999139         ELSE
999140             IF INVT-SHIPPED(INV-HIT-X) NOT = "Y" THEN
999141                 MOVE "BOX NOT SHIPPED" TO POD-REASON
999142             ELSE
999143                 IF POD-DATE < INVT-SHIP-DATE(INV-HIT-X) THEN
999144                     MOVE "DATED BEFORE THE BOX SHIPPED"
999145                         TO POD-REASON
999146                 END-IF
999147             END-IF
999148         END-IF
999149     END-IF.
999150     IF POD-REASON NOT = SPACES THEN
999151         PERFORM 4030-REJECT-DELIVERY
999152     ELSE
999153         PERFORM 4022-CHECK-TIMESTAMP
999154     END-IF.
999155 4020-EXIT.
999156     EXIT.
999157
999336*--------------------------------------------------------------
999337* A BOX ALREADY CONFIRMED TAKES A NEW RECORD ONLY WHEN ITS
999338* TIMESTAMP IS THE SAME OR LATER. ONE WRITTEN OFF AS LOST TAKES
999339* ANY DELIVERY THAT COMES IN FOR IT AFTER ALL.
999340*--------------------------------------------------------------
999158 4022-CHECK-TIMESTAMP.
999159     MOVE "N" TO POD-TAKE-SWITCH.
999341     IF INVT-NOT-CONFIRMED(INV-HIT-X)
999342             OR INVT-LOST(INV-HIT-X) THEN
999160         SET POD-TAKE TO TRUE
999161     ELSE
999162         IF POD-DATE > INVT-DLV-DATE(INV-HIT-X) THEN
999163             SET POD-TAKE TO TRUE
999164         ELSE
999165             IF POD-DATE = INVT-DLV-DATE(INV-HIT-X)
999166                     AND POD-TIME NOT <
999167                         INVT-DLV-TIME(INV-HIT-X) THEN
999168                 SET POD-TAKE TO TRUE
999169             END-IF
999170         END-IF
999171     END-IF.
999172     IF POD-TAKE THEN
999173         PERFORM 4024-RECORD-DELIVERY
999174     END-IF.
999175 4022-EXIT.
999176     EXIT.
999177
999178*--------------------------------------------------------------
999179* RECORD THE DELIVERY ON THE BOX AND RAISE WHATEVER IT SAYS
999180* WENT WRONG AT THE DOOR.
999181*--------------------------------------------------------------
999182 4024-RECORD-DELIVERY.
999183     MOVE POD-STATUS TO INVT-DLV-STATUS(INV-HIT-X).
999184     MOVE POD-DATE TO INVT-DLV-DATE(INV-HIT-X).
999185     MOVE POD-TIME TO INVT-DLV-TIME(INV-HIT-X).
999186     MOVE POD-STOP TO INVT-DLV-STOP(INV-HIT-X).
999187     MOVE POD-RECEIVER TO INVT-RECEIVER(INV-HIT-X).
999188     ADD 1 TO POD-APPLIED.
999189     IF INVT-REFUSED(INV-HIT-X) THEN
999190         MOVE "DLRF" TO DLV-CODE
999191         MOVE SPACES TO DLV-TEXT
999192         STRING "REFUSED AT STOP ", POD-STOP, " ON ", POD-DATE
999193             DELIMITED BY SIZE INTO DLV-TEXT
999194         PERFORM 4040-RAISE-DELIVERY-EXCEPTION
999195     END-IF.
999196     IF INVT-DAMAGED(INV-HIT-X) THEN
999197         MOVE "DLDM" TO DLV-CODE
999198         MOVE SPACES TO DLV-TEXT
999199         STRING "DAMAGED AT STOP ", POD-STOP, " ON ", POD-DATE
999200             DELIMITED BY SIZE INTO DLV-TEXT
999201         PERFORM 4040-RAISE-DELIVERY-EXCEPTION
999202     END-IF.
999203*--------------------------------------------------------------
999204* A BOX SHIPPED BEFORE STOPS WERE KEPT, OR ON A SHIPMENT PLANNED
999205* WITHOUT STOPS, HAS NO PLANNED STOP TO HOLD THE DRIVER TO.
999206*--------------------------------------------------------------
999207     IF NOT INVT-PLANNED-STOP-UNKNOWN(INV-HIT-X) THEN
999208         IF INVT-PLANNED-STOP(INV-HIT-X) > 0
999209                 AND POD-STOP NOT =
999210                     INVT-PLANNED-STOP(INV-HIT-X) THEN
999211             MOVE "DLWS" TO DLV-CODE
999212             MOVE SPACES TO DLV-TEXT
999213             STRING "TAKEN AT STOP ", POD-STOP, ", PLANNED FOR ",
999214                 INVT-PLANNED-STOP(INV-HIT-X)
999215                 DELIMITED BY SIZE INTO DLV-TEXT
999216             PERFORM 4040-RAISE-DELIVERY-EXCEPTION
999217         END-IF
999218     END-IF.
999219 4024-EXIT.
999220     EXIT.
999221
999222*--------------------------------------------------------------
999223* A PROOF-OF-DELIVERY RECORD THAT CANNOT BE APPLIED LEAVES THE
999224* BOX AS IT WAS; THE RECORD NUMBER IS ITS POSITION IN THE FEED.
999225*--------------------------------------------------------------
999226 4030-REJECT-DELIVERY.
999227     ADD 1 TO POD-REJECTED.
999228     MOVE RUN-DATE TO EXCPT-RUN-DATE.
999229     MOVE "MOVINGDAY" TO EXCPT-PROGRAM.
999230     MOVE "PODX" TO EXCPT-CODE.
999231     MOVE 2 TO EXCPT-SEVERITY.
999232     MOVE SPACES TO EXCPT-TEXT.
999233     STRING "POD ", POD-READ, " SHIPMENT ", POD-SHIPMENT,
999234         " BOX ", POD-BOX, " ", POD-REASON
999235         DELIMITED BY SIZE INTO EXCPT-TEXT.
999236     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
999237     MOVE SPACES TO RPT-LINE.
999238     STRING RUN-DATE, " DELIVERY POD RECORD ", POD-READ,
999239         " REJECTED SHIPMENT ", POD-SHIPMENT, " BOX ", POD-BOX,
999240         " ", POD-REASON
999241         DELIMITED BY SIZE INTO RPT-LINE.
999242     PERFORM 0700-WRITE-REPORT.
999243 4030-EXIT.
999244     EXIT.
999245
999343*--------------------------------------------------------------
999344* RAISE ONE DELIVERY EXCEPTION FOR THE BOX AT INV-HIT-X AS A
999345* WARNING UNDER DLV-CODE, AND LIST IT.
999346*--------------------------------------------------------------
999246 4040-RAISE-DELIVERY-EXCEPTION.
999247     ADD 1 TO DELIVERY-EXCEPTIONS.
999248     MOVE RUN-DATE TO EXCPT-RUN-DATE.
999249     MOVE "MOVINGDAY" TO EXCPT-PROGRAM.
999250     MOVE DLV-CODE TO EXCPT-CODE.
999251     MOVE 1 TO EXCPT-SEVERITY.
999252     MOVE SPACES TO EXCPT-TEXT.
999253     STRING "SHIPMENT ", INVT-SHIPMENT(INV-HIT-X),
999254         " BOX ", INVT-BOX(INV-HIT-X), " ", DLV-TEXT
999255         DELIMITED BY SIZE INTO EXCPT-TEXT.
999256     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
999347     PERFORM 4045-LIST-DELIVERY-EXCEPTION.
999348 4040-EXIT.
999349     EXIT.
999350
999351*--------------------------------------------------------------
999352* LIST ONE DELIVERY EXCEPTION FOR THE BOX AT INV-HIT-X UNDER
999353* DELIVERY EXCEPTIONS.
999354*--------------------------------------------------------------
999355 4045-LIST-DELIVERY-EXCEPTION.
999257     MOVE SPACES TO RPT-LINE.
999258     STRING RUN-DATE, " DELIVERY ", DLV-CODE,
999259         " SHIPMENT ", INVT-SHIPMENT(INV-HIT-X),
999260         " BOX ", INVT-BOX(INV-HIT-X),
999261         " TRUCK ", INVT-SHIP-TRUCK(INV-HIT-X),
999262         " SHIPPED ", INVT-SHIP-DATE(INV-HIT-X), " ", DLV-TEXT,
999263         INVT-RECEIVER(INV-HIT-X)
999264         DELIMITED BY SIZE INTO RPT-LINE.
999265     PERFORM 0700-WRITE-REPORT.
999356 4045-EXIT.
999266     EXIT.
982149
982151*--------------------------------------------------------------
982152* REWRITE THE INVENTORY MASTER WITH THE SHIPPED MARKS SO LATER
982158     IF INVMAST-OK THEN
982159         PERFORM VARYING INV-X FROM 1 BY 1
982161                 UNTIL INV-X > INV-COUNT
982162             MOVE SPACES TO INVENTORY-MASTER-RECORD
982163             MOVE INVT-SHIPMENT(INV-X) TO IVM-SHIPMENT
982164             MOVE INVT-BOX(INV-X) TO IVM-BOX
982165             MOVE INVT-L(INV-X) TO IVM-L
982166             MOVE INVT-W(INV-X) TO IVM-W
982167             MOVE INVT-H(INV-X) TO IVM-H
982168             MOVE INVT-WEIGHT(INV-X) TO IVM-WEIGHT
982169             MOVE INVT-SHIPPED(INV-X) TO IVM-SHIPPED
982170             MOVE INVT-SHIP-DATE(INV-X) TO IVM-SHIP-DATE
982171             MOVE INVT-SHIP-TRUCK(INV-X) TO IVM-SHIP-TRUCK
982172             MOVE INVT-DELIVERY(INV-X) TO IVM-DELIVERY
982173             WRITE INVENTORY-MASTER-RECORD
982178         END-PERFORM
982179         CLOSE INVMAST-FILE
982181     ELSE
982189     END-IF.
982191 5000-EXIT.
982192     EXIT.
982212
982232*--------------------------------------------------------------
982252* CLOSE THE INVOICE EXTRACT BEHIND A TRAILER CARRYING THE
982272* NIGHT'S INVOICE COUNT AND TOTAL FOR RECEIVABLES TO BALANCE TO.
982292*--------------------------------------------------------------
982312 5100-CLOSE-INVOICE-EXTRACT.
982332     IF FRTEXT-OPEN THEN
982352         MOVE SPACES TO FREIGHT-INVOICE-RECORD
982372         SET FXT-TRAILER TO TRUE
982392         MOVE RUN-DATE TO FXT-RUN-DATE
982412         MOVE FRT-INVOICE-COUNT TO FXT-INVOICE-COUNT
982432         MOVE FRT-GRAND-TOTAL TO FXT-GRAND-TOTAL
982452         WRITE FREIGHT-INVOICE-RECORD
982472         CLOSE FRTEXT-FILE
982492         SET FRTEXT-CLOSED TO TRUE
982512     END-IF.
982532 5100-EXIT.
982552     EXIT.
940001*--------------------------------------------------------------
940011* VERIFY THE FEED'S TRAILER CONTROL TOTALS -- A MISSING
940021* TRAILER, A RECORD COUNT OFF THE EXPECTED, OR A HASH TOTAL
996716* STREAM BEFORE A RECORD POSTS.
9967A1* AN UNVERIFIED FEED ALSO TRIPS FEED-UNVERIFIED, WHICH
9967A2* BYPASSES THIS PROGRAM'S OWN POSTING LOOP AND MASTER SAVE.
999401* ON THE FIRST BUSINESS DAY AFTER A WEEKEND OR HOLIDAY THE FEED
999402* CUT ON THE LAST BUSINESS DAY BEFORE IT IS CURRENT TOO.
996717*--------------------------------------------------------------
996718 0150-VERIFY-FEED-DATE.
996719     ACCEPT INPUT-LINE.
996728     END-IF.
996729     IF BUSDATE-X IS NUMERIC THEN
996731         MOVE BUSDATE-X TO BUSDATE
996732         IF BUSDATE NOT = RUN-DATE
999403                 AND BUSDATE NOT = PDAT-REOPEN-FEED-DATE THEN
996733             MOVE RUN-DATE TO EXCPT-RUN-DATE
996734             MOVE "MOVINGDAY" TO EXCPT-PROGRAM
996735             MOVE "STAL" TO EXCPT-CODE
983008     END-IF.
983009 0700-EXIT.
983011     EXIT.
983111
983211 0720-WRITE-BILL-LINE.
983311     WRITE BOL-RECORD FROM BOL-LINE AFTER ADVANCING 1 LINE.
983411 0720-EXIT.
983511     EXIT.
