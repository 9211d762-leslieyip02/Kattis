996696*                    RAISES A CRITICAL EXCEPTION SO A
996697*                    RE-DELIVERED OLD FILE CAN NEVER SILENTLY
996698*                    RE-RUN.
996801*   2026-09-16  RH   THE CONFIRM NOW CARRIES THE BROKER'S
996802*                    COMMISSION AND FEES, AND A BLOTTER LINE'S
996803*                    TRAILING "fee" AMOUNTS MUST AGREE WITH IT
996804*                    FOR THE TRADE TO MATCH. A TRADE THAT AGREES
996805*                    ON EVERYTHING BUT THE FEE IS REPORTED AS A
996806*                    FEE BREAK, SHOWING BOTH AMOUNTS, AND RAISES
996807*                    A SERIOUS EXCEPTION OF ITS OWN.
996901*   2026-09-30  RH   SHORT SALES AND BUYS-TO-COVER ON THE BLOTTER
996902*                    ARE NOW MATCHED TOO -- THE BROKER CONFIRMS
996903*                    THEM WITH SIDE "shor" AND "cove".
997001*   2026-10-15  RH   A "correct" LINE RE-BOOKS AN EXECUTION THE
997002*                    BROKER CONFIRMED ON AN EARLIER NIGHT, SO IT
997003*                    IS PASSED OVER RATHER THAN MATCHED AGAINST
997004*                    TONIGHT'S CONFIRMS.
997101*   2026-10-15  RH   TRADES ARE NOW MATCHED THROUGH THE SHARED
997102*                    SECURITY MASTER (SECMAST, LAYOUT SECMREC) --
997103*                    A BLOTTER LINE OR CONFIRM WHOSE TICKER IS NOT
997104*                    ON IT CANNOT NAME A SECURITY AND RAISES A
997105*                    SERIOUS EXCEPTION INSTEAD OF MATCHING, AND
997106*                    EVERY BREAK LINE IS FOLLOWED BY THE
997107*                    SECURITY'S ISSUER NAME.
997108*                    AN ABSENT MASTER MATCHES ON THE BARE TICKER
997109*                    AS BEFORE, WITH A NOTE.
997201*   2026-10-15  RH   THE BUSDATE CHECK ALSO ACCEPTS THE LAST
997202*                    BUSINESS DAY'S FEED ON THE FIRST BUSINESS
997203*                    DAY AFTER A WEEKEND OR EXCHANGE HOLIDAY.
002600*--------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
003200         FILE STATUS IS REPORT-STATUS.
003300     SELECT CONFIRMS-FILE ASSIGN TO CONFIRMS
003400         FILE STATUS IS CONFIRMS-STATUS.
003410     SELECT SECMAST-FILE ASSIGN TO SECMAST
003420         ORGANIZATION IS INDEXED
003430         ACCESS MODE IS RANDOM
003440         RECORD KEY IS SEC-TICKER
003450         FILE STATUS IS SECMAST-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003900 01  REPORT-RECORD            PIC X(132).
004000*--------------------------------------------------------------
004100* BROKER CONFIRMATION DATASET -- ONE RECORD PER EXECUTED TRADE
004200* AS THE BROKER REPORTS IT, WITH THE COMMISSION AND EXCHANGE
004250* FEES CHARGED ON IT SUMMED INTO CNF-FEE.
004300*--------------------------------------------------------------
004400 FD  CONFIRMS-FILE.
004500 01  CONFIRMS-RECORD.
004800     05  CNF-SIDE             PIC X(4).
004900     05  CNF-SHARES           PIC 9(16).
005000     05  CNF-PRICE            PIC 9(16)V9(8).
005010     05  CNF-FEE              PIC 9(16)V9(8).
005020*--------------------------------------------------------------
005030* SECURITY MASTER -- READ BY TICKER FOR EVERY CONFIRM AND EVERY
005040* BLOTTER TRADE. SHARED LAYOUT.
005050*--------------------------------------------------------------
005060 FD  SECMAST-FILE.
005070 COPY SECMREC.
005100
005200 WORKING-STORAGE SECTION.
005300 COPY EXCPTREC.
008800 01  TRADE-DATE-X             PIC X(8).
008900 01  TRADE-DATE               PIC 9(8).
009000 01  CCY-IN                   PIC X(3).
009005
009010*--------------------------------------------------------------
009015* COMMISSION AND EXCHANGE FEES AS FED AFTER THE BLOTTER LINE'S
009020* "fee" TOKEN -- TAKEN OFF THE LINE THE SAME WAY DEATHANDTAXES
009025* TAKES THEM, SO BOTH PROGRAMS SEE THE SAME FEE FOR THE SAME
009030* LINE.
009035*--------------------------------------------------------------
009040 01  FEE-POS                  PIC 9(3) COMP.
009045 01  FEE-COMM-X               PIC X(20).
009050 01  FEE-EXCH-X               PIC X(20).
009055 01  TRADE-FEE                PIC 9(16)V9(8).
009100
009200*--------------------------------------------------------------
009300* THE BROKER'S CONFIRMS LOADED AT STARTUP, EACH WITH A MATCHED
010800 01  MATCHED-TRADES           PIC 9(7) VALUE 0.
010900 01  UNMATCHED-BLOTTER        PIC 9(7) VALUE 0.
011000 01  UNMATCHED-CONFIRMS       PIC 9(7) VALUE 0.
011005 01  FEE-BREAKS               PIC 9(7) VALUE 0.
011010 01  FEE-BREAK-X              PIC 9(3) COMP.
011015*--------------------------------------------------------------
011020* SECURITY MASTER LOOKUP -- SEC-LOOKUP-TICKER IN, THE ON-FILE
011025* SWITCH AND ISSUER NAME OUT. WITH NO MASTER EVERY TICKER IS
011030* TAKEN AS ON FILE AND THE ISSUER IS LEFT BLANK.
011035*--------------------------------------------------------------
011040 01  SECMAST-STATUS           PIC X(2).
011045     88  SECMAST-OK           VALUE "00".
011050 01  SECMAST-AVAIL-SWITCH     PIC X(1) VALUE "N".
011055     88  SECMAST-AVAILABLE    VALUE "Y".
011060 01  SEC-LOOKUP-TICKER        PIC X(10).
011065 01  SEC-ISSUER-LABEL         PIC X(30).
011070 01  SEC-FOUND-SWITCH         PIC X(1).
011075     88  SEC-ON-FILE          VALUE "Y".
011080     88  SEC-NOT-ON-FILE      VALUE "N".
011085 01  UNKNOWN-SECURITIES       PIC 9(7) VALUE 0.
011100 01  CONFIRM-TABLE.
011200     05  CONFIRM-ENTRY OCCURS 200 TIMES.
011300         10  CNFT-TICKER      PIC X(10).
011500         10  CNFT-SIDE        PIC X(4).
011600         10  CNFT-SHARES      PIC 9(16).
011700         10  CNFT-PRICE       PIC 9(16)V9(8).
011750         10  CNFT-FEE         PIC 9(16)V9(8).
011800         10  CNFT-MATCHED     PIC X(1).
011900
012000 PROCEDURE DIVISION.
013600             DELIMITED BY SIZE INTO EXCPT-TEXT
013700         CALL "EXCPTRPT" USING EXCEPTION-RECORD
013800     END-IF.
013850     PERFORM 0400-OPEN-SECURITY-MASTER.
013900     PERFORM 0500-LOAD-CONFIRMS.
014000     IF CONFIRMS-LOADED THEN
014100         PERFORM 1000-READ-BLOTTER
014500     IF REPORT-OK THEN
014600         CLOSE REPORT-FILE
014700     END-IF.
014720     IF SECMAST-AVAILABLE THEN
014740         CLOSE SECMAST-FILE
014760     END-IF.
014800     PERFORM 0990-LOG-RUN-END.
014900     STOP RUN.
015000
015002*--------------------------------------------------------------
015004* OPEN THE SECURITY MASTER FOR KEYED READS. AN ABSENT MASTER IS
015006* NOTED AND TRADES MATCH ON THE BARE TICKER AS THEY ALWAYS DID.
015008*--------------------------------------------------------------
015010 0400-OPEN-SECURITY-MASTER.
015012     OPEN INPUT SECMAST-FILE.
015014     IF SECMAST-OK THEN
015016         SET SECMAST-AVAILABLE TO TRUE
015018     ELSE
015020         DISPLAY RUN-DATE,
015022             " BROKERREC SECMAST NOT PRESENT, MATCHING ON TICKER"
015024     END-IF.
015026 0400-EXIT.
015028     EXIT.
015030
015032*--------------------------------------------------------------
015034* LOOK SEC-LOOKUP-TICKER UP ON THE SECURITY MASTER FOR THE
015036* ON-FILE SWITCH AND THE ISSUER NAME.
015038*--------------------------------------------------------------
015040 0450-LOOKUP-SECURITY.
015042     SET SEC-ON-FILE TO TRUE.
015044     MOVE SPACES TO SEC-ISSUER-LABEL.
015046     IF SECMAST-AVAILABLE THEN
015048         MOVE SEC-LOOKUP-TICKER TO SEC-TICKER
015050         READ SECMAST-FILE
015052             INVALID KEY
015054                 SET SEC-NOT-ON-FILE TO TRUE
015056             NOT INVALID KEY
015058                 MOVE SEC-ISSUER-NAME TO SEC-ISSUER-LABEL
015060         END-READ
015062     END-IF.
015064 0450-EXIT.
015066     EXIT.
015068
015100*--------------------------------------------------------------
015200* LOAD THE BROKER'S CONFIRMATION DATASET. A MISSING DATASET
015300* (STATUS 35) SKIPS THE RECONCILIATION WITH A NOTE -- SOME
019000                 MOVE CNF-SIDE TO CNFT-SIDE(CONFIRM-COUNT)
019100                 MOVE CNF-SHARES TO CNFT-SHARES(CONFIRM-COUNT)
019200                 MOVE CNF-PRICE TO CNFT-PRICE(CONFIRM-COUNT)
019250                 MOVE CNF-FEE TO CNFT-FEE(CONFIRM-COUNT)
019300                 MOVE "N" TO CNFT-MATCHED(CONFIRM-COUNT)
019310                 MOVE CNF-TICKER TO SEC-LOOKUP-TICKER
019320                 PERFORM 0450-LOOKUP-SECURITY
019330                 IF SEC-NOT-ON-FILE THEN
019340                     PERFORM 0650-REPORT-UNKNOWN-CONFIRM
019350                 END-IF
019400             ELSE
019500                 MOVE RUN-DATE TO EXCPT-RUN-DATE
019600                 MOVE "BROKERREC" TO EXCPT-PROGRAM
020500     END-READ.
020600 0600-EXIT.
020700     EXIT.
020702
020704*--------------------------------------------------------------
020706* A CONFIRM FOR A TICKER NOT ON THE SECURITY MASTER NAMES NO
020708* SECURITY WE KNOW -- IT IS CLOSED SO IT CANNOT MATCH, REPORTED,
020710* AND RAISED, SO SECURITIES OPERATIONS SETS THE MASTER RIGHT.
020712*--------------------------------------------------------------
020714 0650-REPORT-UNKNOWN-CONFIRM.
020716     MOVE "Y" TO CNFT-MATCHED(CONFIRM-COUNT).
020718     ADD 1 TO UNKNOWN-SECURITIES.
020720     MOVE SPACES TO RPT-LINE.
020722     STRING RUN-DATE, " UNMATCHED ", CNF-SIDE, "     ",
020724         CNF-TICKER, " ", CNF-SHARES, " ", CNF-PRICE,
020726         " ", CNF-TRADE-DATE, " CONFIRM-NOT-ON-SECMAST"
020728         DELIMITED BY SIZE INTO RPT-LINE.
020730     PERFORM 0700-WRITE-REPORT.
020732     MOVE RUN-DATE TO EXCPT-RUN-DATE.
020734     MOVE "BROKERREC" TO EXCPT-PROGRAM.
020736     MOVE "SECM" TO EXCPT-CODE.
020738     MOVE 2 TO EXCPT-SEVERITY.
020740     MOVE SPACES TO EXCPT-TEXT.
020742     STRING CNF-TICKER, " ", CNF-SIDE, " ", CNF-TRADE-DATE,
020744         " CONFIRM-TICKER-NOT-ON-SECURITY-MASTER"
020746         DELIMITED BY SIZE INTO EXCPT-TEXT.
020748     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
020750 0650-EXIT.
020752     EXIT.
020800
020900*--------------------------------------------------------------
021000* WALK THE TICKERS FEED -- EVERY buy/sell LINE IS MATCHED
021020* (AND EVERY short/cover LINE, BY ITS LEADING WORD SO AN
021040* "account CODE short" CONTROL LINE IS NOT TAKEN FOR ONE)
021100* AGAINST THE CONFIRM TABLE; EVERY OTHER LINE (CONTROL RECORDS,
021200* SPLITS, DIE EVENTS, DIVIDENDS, THE TRAILER) PASSES THROUGH
021300* UNTOUCHED, SINCE THE BROKER ONLY CONFIRMS EXECUTIONS.
021320* A "correct" LINE'S TRADE WAS CONFIRMED THE NIGHT IT FIRST
021340* EXECUTED AND IS PASSED OVER HERE.
021400*--------------------------------------------------------------
021500 1000-READ-BLOTTER.
021600     PERFORM FOREVER
022000             SUBTRACT 1 FROM LINES-READ
022100             EXIT PERFORM
022200         END-IF
022210         MOVE 0 TO COUNTER
022220         INSPECT INPUT-LINE TALLYING COUNTER
022230             FOR LEADING "correct "
022240         IF COUNTER = 1 THEN
022250             EXIT PERFORM CYCLE
022260         END-IF
022300         MOVE 0 TO COUNTER
022400         INSPECT INPUT-LINE TALLYING COUNTER FOR ALL "buy"
022500         IF COUNTER = 1 THEN
023000         IF COUNTER = 1 THEN
023100             PERFORM 1500-MATCH-TRADE-LINE
023200         END-IF
023210         MOVE 0 TO COUNTER
023220         INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "short "
023230         INSPECT INPUT-LINE TALLYING COUNTER FOR LEADING "cover "
023240         IF COUNTER = 1 THEN
023250             PERFORM 1500-MATCH-TRADE-LINE
023260         END-IF
023300     END-PERFORM.
023400 1000-EXIT.
023500     EXIT.
023600
023700*--------------------------------------------------------------
023800* MATCH ONE BLOTTER TRADE AGAINST THE CONFIRM TABLE BY TICKER,
023900* TRADE DATE, SIDE, SHARES, PRICE, AND FEES. THE FIRST
024000* STILL-OPEN CONFIRM THAT AGREES ON ALL SIX TAKES THE MATCH; NO
024100* CONFIRM MEANS A MIS-KEYED OR PHANTOM BLOTTER LINE AND RAISES
024200* THE EXCEPTION THAT HOLDS THE POSTING STEP BACK. A CONFIRM
024220* THAT AGREES ON ALL BUT THE FEES IS A FEE BREAK -- IT IS
024240* CLOSED AGAINST THE LINE SO IT IS NOT REPORTED TWICE, AND THE
024260* BREAK RAISES ITS OWN EXCEPTION.
024300*--------------------------------------------------------------
024400 1500-MATCH-TRADE-LINE.
024500     MOVE SPACES TO TRADE-DATE-X.
024600     MOVE SPACES TO CCY-IN.
024650     PERFORM 1400-STRIP-FEE.
024700     UNSTRING INPUT-LINE DELIMITED BY SPACE
024800         INTO OPTION, TICKER-IN, NUM-SHARES, SHARE-COST,
024900             TRADE-DATE-X, CCY-IN.
025600             MOVE RUN-DATE TO TRADE-DATE
025700         END-IF
025800     END-IF.
025810     MOVE TICKER-IN TO SEC-LOOKUP-TICKER.
025820     PERFORM 0450-LOOKUP-SECURITY.
025830     IF SEC-NOT-ON-FILE THEN
025840         PERFORM 1700-REPORT-UNKNOWN-TICKER
025850     END-IF.
025900     SET CONFIRM-NOT-MATCHED TO TRUE.
025950     MOVE 0 TO FEE-BREAK-X.
026000     PERFORM VARYING CFX FROM 1 BY 1
026100             UNTIL CFX > CONFIRM-COUNT OR SEC-NOT-ON-FILE
026200         IF CONFIRM-NOT-MATCHED
026300                 AND CNFT-MATCHED(CFX) = "N"
026400                 AND CNFT-TICKER(CFX) = TICKER-IN
026600                 AND CNFT-SIDE(CFX) = OPTION(1:4)
026700                 AND CNFT-SHARES(CFX) = NUM-SHARES
026800                 AND CNFT-PRICE(CFX) = SHARE-COST THEN
026850             IF CNFT-FEE(CFX) = TRADE-FEE THEN
026900                 MOVE "Y" TO CNFT-MATCHED(CFX)
027000                 SET CONFIRM-MATCHED TO TRUE
027010             ELSE
027020                 IF FEE-BREAK-X = 0 THEN
027030                     MOVE CFX TO FEE-BREAK-X
027040                 END-IF
027050             END-IF
027100         END-IF
027200     END-PERFORM.
027300     MOVE SPACES TO RPT-LINE.
027500         ADD 1 TO MATCHED-TRADES
027600         STRING RUN-DATE, " MATCHED   ", OPTION, " ",
027700             TICKER-IN, " ", NUM-SHARES, " ", SHARE-COST,
027800             " ", TRADE-DATE, " FEE ", TRADE-FEE
027900             DELIMITED BY SIZE INTO RPT-LINE
028000         PERFORM 0700-WRITE-REPORT
028100     END-IF.
028110     IF CONFIRM-NOT-MATCHED AND FEE-BREAK-X > 0 THEN
028120         PERFORM 1600-REPORT-FEE-BREAK
028130     END-IF.
028140     IF CONFIRM-NOT-MATCHED AND FEE-BREAK-X = 0
028150             AND SEC-ON-FILE THEN
028200         ADD 1 TO UNMATCHED-BLOTTER
028300         ADD 1 TO RECORDS-REJECTED
028400         STRING RUN-DATE, " UNMATCHED ", OPTION, " ",
028600             " ", TRADE-DATE, " NO-CONFIRM"
028700             DELIMITED BY SIZE INTO RPT-LINE
028800         PERFORM 0700-WRITE-REPORT
028850         PERFORM 1800-WRITE-ISSUER-LINE
028900         MOVE RUN-DATE TO EXCPT-RUN-DATE
029000         MOVE "BROKERREC" TO EXCPT-PROGRAM
029100         MOVE "NOCF" TO EXCPT-CODE
029800 1500-EXIT.
029900     EXIT.
030000
996808*--------------------------------------------------------------
996809* TAKE THE "fee" TOKEN AND ITS AMOUNTS OFF THE END OF THE LINE
996810* BEFORE THE POSITIONAL UNSTRING SEES IT. THE COMMISSION AND
996811* ANY EXCHANGE FEE FOLLOWING IT ARE SUMMED INTO TRADE-FEE; A
996812* LINE WITH NO "fee" TOKEN CARRIES NO FEES.
996813*--------------------------------------------------------------
996814 1400-STRIP-FEE.
996815     MOVE 0 TO TRADE-FEE.
996816     MOVE 0 TO FEE-POS.
996817     INSPECT INPUT-LINE TALLYING FEE-POS
996818         FOR CHARACTERS BEFORE INITIAL " fee ".
996819     IF FEE-POS < 75 THEN
996820         MOVE SPACES TO FEE-COMM-X
996821         MOVE SPACES TO FEE-EXCH-X
996822         UNSTRING INPUT-LINE(FEE-POS + 6:) DELIMITED BY ALL SPACE
996823             INTO FEE-COMM-X, FEE-EXCH-X
996824         IF FEE-COMM-X NOT = SPACES THEN
996825             COMPUTE TRADE-FEE = FUNCTION NUMVAL (FEE-COMM-X)
996826         END-IF
996827         IF FEE-EXCH-X NOT = SPACES THEN
996828             COMPUTE TRADE-FEE = TRADE-FEE
996829                 + FUNCTION NUMVAL (FEE-EXCH-X)
996830         END-IF
996831         MOVE SPACES TO INPUT-LINE(FEE-POS + 1:)
996832     END-IF.
996833 1400-EXIT.
996834     EXIT.
996835
996836*--------------------------------------------------------------
996837* THE TRADE ITSELF AGREES WITH A CONFIRM BUT THE COMMISSION AND
996838* FEES DO NOT -- CLOSE THE CONFIRM AGAINST THE LINE, SHOW BOTH
996839* FEE FIGURES, AND RAISE THE BREAK SO IT IS SETTLED WITH THE
996840* BROKER BEFORE THE COST BASIS POSTS WRONG.
996841*--------------------------------------------------------------
996842 1600-REPORT-FEE-BREAK.
996843     MOVE "Y" TO CNFT-MATCHED(FEE-BREAK-X).
996844     ADD 1 TO FEE-BREAKS.
996845     ADD 1 TO RECORDS-REJECTED.
996846     MOVE SPACES TO RPT-LINE.
996847     STRING RUN-DATE, " UNMATCHED ", OPTION, " ",
996848         TICKER-IN, " ", NUM-SHARES, " ", SHARE-COST,
996849         " ", TRADE-DATE, " FEE-BREAK ", TRADE-FEE
996850         DELIMITED BY SIZE INTO RPT-LINE.
996851     PERFORM 0700-WRITE-REPORT.
996852     MOVE SPACES TO RPT-LINE.
996853     STRING RUN-DATE, "           CONFIRM FEE ",
996854         CNFT-FEE(FEE-BREAK-X)
996855         DELIMITED BY SIZE INTO RPT-LINE.
996856     PERFORM 0700-WRITE-REPORT.
997110     PERFORM 1800-WRITE-ISSUER-LINE.
996857     MOVE RUN-DATE TO EXCPT-RUN-DATE.
996858     MOVE "BROKERREC" TO EXCPT-PROGRAM.
996859     MOVE "FEEB" TO EXCPT-CODE.
996860     MOVE 2 TO EXCPT-SEVERITY.
996861     MOVE SPACES TO EXCPT-TEXT.
996862     STRING TICKER-IN, " ", OPTION, " ", TRADE-DATE,
996863         " BLOTTER-FEE-DISAGREES-WITH-CONFIRM"
996864         DELIMITED BY SIZE INTO EXCPT-TEXT.
996865     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
996866 1600-EXIT.
996867     EXIT.
997111
997112*--------------------------------------------------------------
997113* A BLOTTER TRADE FOR A TICKER NOT ON THE SECURITY MASTER NAMES
997114* NO SECURITY WE KNOW, SO IT IS NOT MATCHED AT ALL -- A MIS-KEYED
997115* TICKER WOULD OTHERWISE ONLY SHOW AS A NO-CONFIRM BREAK.
997116*--------------------------------------------------------------
997117 1700-REPORT-UNKNOWN-TICKER.
997118     ADD 1 TO UNKNOWN-SECURITIES.
997119     ADD 1 TO RECORDS-REJECTED.
997120     MOVE SPACES TO RPT-LINE.
997121     STRING RUN-DATE, " UNMATCHED ", OPTION, " ",
997122         TICKER-IN, " ", NUM-SHARES, " ", SHARE-COST,
997123         " ", TRADE-DATE, " NOT-ON-SECMAST"
997124         DELIMITED BY SIZE INTO RPT-LINE.
997125     PERFORM 0700-WRITE-REPORT.
997126     MOVE RUN-DATE TO EXCPT-RUN-DATE.
997127     MOVE "BROKERREC" TO EXCPT-PROGRAM.
997128     MOVE "SECM" TO EXCPT-CODE.
997129     MOVE 2 TO EXCPT-SEVERITY.
997130     MOVE SPACES TO EXCPT-TEXT.
997131     STRING TICKER-IN, " ", OPTION, " ", TRADE-DATE,
997132         " BLOTTER-TICKER-NOT-ON-SECURITY-MASTER"
997133         DELIMITED BY SIZE INTO EXCPT-TEXT.
997134     CALL "EXCPTRPT" USING EXCEPTION-RECORD.
997135 1700-EXIT.
997136     EXIT.
997137
997138*--------------------------------------------------------------
997139* A BREAK LINE IS FOLLOWED BY THE SECURITY'S ISSUER NAME FROM
997140* THE SECURITY MASTER, WHEN THERE IS ONE, FOR THE DESK CHASING IT.
997141*--------------------------------------------------------------
997142 1800-WRITE-ISSUER-LINE.
997143     IF SEC-ISSUER-LABEL NOT = SPACES THEN
997144         MOVE SPACES TO RPT-LINE
997145         STRING RUN-DATE, "           ISSUER ", SEC-ISSUER-LABEL
997146             DELIMITED BY SIZE INTO RPT-LINE
997147         PERFORM 0700-WRITE-REPORT
997148     END-IF.
997149 1800-EXIT.
997150     EXIT.
996868
030100*--------------------------------------------------------------
030200* EVERY CONFIRM STILL OPEN AFTER THE FEED RAN DRY IS A TRADE
030300* THE BROKER EXECUTED THAT NEVER REACHED THE BLOTTER -- EACH
030800             UNTIL CFX > CONFIRM-COUNT
030900         IF CNFT-MATCHED(CFX) = "N" THEN
031000             ADD 1 TO UNMATCHED-CONFIRMS
031020             MOVE CNFT-TICKER(CFX) TO SEC-LOOKUP-TICKER
031040             PERFORM 0450-LOOKUP-SECURITY
031100             MOVE SPACES TO RPT-LINE
031200             STRING RUN-DATE, " UNMATCHED ", CNFT-SIDE(CFX),
031300                 "     ", CNFT-TICKER(CFX), " ",
031400                 CNFT-SHARES(CFX), " ", CNFT-PRICE(CFX),
031500                 " ", CNFT-DATE(CFX), " NO-BLOTTER-LINE"
031550                 " FEE ", CNFT-FEE(CFX)
031600                 DELIMITED BY SIZE INTO RPT-LINE
031700             PERFORM 0700-WRITE-REPORT
031750             PERFORM 1800-WRITE-ISSUER-LINE
031800             MOVE RUN-DATE TO EXCPT-RUN-DATE
031900             MOVE "BROKERREC" TO EXCPT-PROGRAM
032000             MOVE "NOBL" TO EXCPT-CODE
033400     STRING RUN-DATE, " RECON MATCHED ", MATCHED-TRADES,
033500         " BLOTTER-ONLY ", UNMATCHED-BLOTTER,
033600         " CONFIRM-ONLY ", UNMATCHED-CONFIRMS
033620         " FEE-BREAKS ", FEE-BREAKS
033640         " NOT-ON-SECMAST ", UNKNOWN-SECURITIES
033700         DELIMITED BY SIZE INTO RPT-LINE.
033800     PERFORM 0700-WRITE-REPORT.
033900 4000-EXIT.
996714* HEADER) IS A RE-DELIVERED OLD FILE UNTIL PROVEN OTHERWISE,
996715* AND RAISES A CRITICAL EXCEPTION SO THE COND CHAIN STOPS THE
996716* STREAM BEFORE A RECORD POSTS.
997204* ON THE FIRST BUSINESS DAY AFTER A WEEKEND OR HOLIDAY THE FEED
997205* CUT ON THE LAST BUSINESS DAY BEFORE IT IS CURRENT TOO.
996717*--------------------------------------------------------------
996718 0150-VERIFY-FEED-DATE.
996719     ACCEPT INPUT-LINE.
996728     END-IF.
996729     IF BUSDATE-X IS NUMERIC THEN
996731         MOVE BUSDATE-X TO BUSDATE
996732         IF BUSDATE NOT = RUN-DATE
997206                 AND BUSDATE NOT = PDAT-REOPEN-FEED-DATE THEN
996733             MOVE RUN-DATE TO EXCPT-RUN-DATE
996734             MOVE "BROKERREC" TO EXCPT-PROGRAM
996735             MOVE "STAL" TO EXCPT-CODE
