000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ShipConfirm.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - SHIPMENT CONFIRMATION FOR
001100*                 THE ORDERS PickTicket HAS SENT TO THE FLOOR.
001200*                 THE WAREHOUSE KEYS EACH PACKED ORDER (OR FEEDS
001300*                 THE SHIPCONF FILE IN BATCH MODE) WITH THE
001400*                 CARRIER, THE TRACKING REFERENCE AND THE
001500*                 QUANTITY ACTUALLY SHIPPED ON EACH LINE. ONLY
001600*                 THE SHIPPED QUANTITIES GO ON TO INVLINES FOR
001700*                 THE NIGHT'S BILLING, DATED THE DAY THEY SHIP
001800*                 AND UNDER THE ORDER NUMBER. A SHORT-SHIPPED
001900*                 QUANTITY IS TAKEN OFF THE STOCK RESERVATION
002000*                 AND, UNLESS THE WAREHOUSE CANCELS IT, WRITTEN
002100*                 TO BACKORDR FOR BackorderFill. EVERY LINE IS
002200*                 LOGGED ON SHIPHIST AND A PACKING SLIP IS
002300*                 PRINTED TO PACKSLIP FOR THE BOX. A
002400*                 CONFIRMATION THAT DOES NOT MATCH ITS ORDER IS
002500*                 REJECTED WHOLE TO SHIPREJT WITH ITS REASON AND
002600*                 THE ORDER STAYS ON ORDPICK.
002610* 2026-10-15 DT   ORDPICK AND PICKOPEN ARE READ AGAIN JUST BEFORE
002620*                 THEY ARE REPLACED, AND ORDERS APPENDED BY ORDER
002630*                 ENTRY, REVIEW, BACKORDER FILL OR PickTicket
002640*                 WHILE THE SESSION RAN ARE WRITTEN BACK WITH THE
002650*                 REST INSTEAD OF BEING LOST. AN INVLINES DETAIL
002660*                 LINE THAT CANNOT BE WRITTEN NOW FAILS THE WHOLE
002670*                 CONFIRMATION, SO THE ORDER STAYS ON ORDPICK.
002675* 2026-10-15 DT   A FULL TABLE WHILE ORDPICK OR PICKOPEN IS READ
002680*                 AGAIN NO LONGER STOPS THE RUN - THE FILE IS LEFT
002685*                 AS IT WAS WITH RC 1. A FAILED INVLINES TRAILER
002690*                 NOW ALSO KEEPS THE ORDER ON ORDPICK.
002700*--------------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. GNUCOBOL.
003200 OBJECT-COMPUTER. GNUCOBOL.
003300
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PICK-ORDERS ASSIGN TO "ORDPICK"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-OP-FILE-STATUS.
003900
004000     SELECT PICK-OPEN ASSIGN TO "PICKOPEN"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-PK-FILE-STATUS.
004300
004400     SELECT SHIP-CONFIRMS ASSIGN TO "SHIPCONF"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-SC-FILE-STATUS.
004700
004800     SELECT SHIP-REJECTS ASSIGN TO "SHIPREJT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-SR-FILE-STATUS.
005100
005200     SELECT INVOICE-LINES ASSIGN TO "INVLINES"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-IV-FILE-STATUS.
005500
005600     SELECT STOCK-FILE ASSIGN TO "PRODSTCK"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS SK-PRODUCT-CODE
006000         FILE STATUS IS WS-SK-FILE-STATUS.
006100
006200     SELECT BACKORDER-FILE ASSIGN TO "BACKORDR"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-BO-FILE-STATUS.
006500
006600     SELECT SHIP-HISTORY ASSIGN TO "SHIPHIST"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-SL-FILE-STATUS.
006900
007000     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS CM-CUSTOMER-ID
007400         FILE STATUS IS WS-CM-FILE-STATUS.
007500
007600     SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS PM-PRODUCT-CODE
008000         FILE STATUS IS WS-PM-FILE-STATUS.
008100
008200     SELECT PACKING-SLIPS ASSIGN TO "PACKSLIP"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-RPT-FILE-STATUS.
008500
008600     SELECT RUN-STATS ASSIGN TO "RUNSTATS"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-RS-FILE-STATUS.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200*    ORDERS WAITING TO BE PICKED AND SHIPPED - THE SAME
009300*    LAYOUT AS INVLINES.
009400 FD  PICK-ORDERS
009500     LABEL RECORDS ARE STANDARD.
009600 01  IL-LINE-RECORD.
009700     05 IL-RECORD-TYPE           PIC X(01).
009800     05 IL-RECORD-BODY           PIC X(28).
009900     05 IL-HEADER-FIELDS REDEFINES IL-RECORD-BODY.
010000         10 IL-INVOICE-NUMBER    PIC 9(10).
010100         10 IL-CUSTOMER-ID       PIC X(10).
010200         10 IL-INVOICE-DATE      PIC 9(08).
010300     05 IL-DETAIL-FIELDS REDEFINES IL-RECORD-BODY.
010400         10 IL-PRODUCT-CODE      PIC 9(10).
010500         10 IL-QUANTITY          PIC 9(04).
010600         10 IL-STOCK-FLAG        PIC X(01).
010700         10 FILLER               PIC X(13).
010800     05 IL-TRAILER-FIELDS REDEFINES IL-RECORD-BODY.
010900         10 IL-EXPECTED-LINES    PIC 9(04).
011000         10 FILLER               PIC X(24).
011100
011200*    ONE ROW PER ORDER TICKETED AND NOT YET CONFIRMED AS
011300*    SHIPPED.
011400 FD  PICK-OPEN
011500     LABEL RECORDS ARE STANDARD.
011600 01  PK-OPEN-RECORD.
011700     05 PK-ORDER-NUMBER          PIC 9(10).
011800     05 FILLER                   PIC X(01).
011900     05 PK-CUSTOMER-ID           PIC X(10).
012000     05 FILLER                   PIC X(01).
012100     05 PK-ORDER-DATE            PIC 9(08).
012200     05 FILLER                   PIC X(01).
012300     05 PK-PICK-DATE             PIC 9(08).
012400     05 FILLER                   PIC X(01).
012500     05 PK-LINE-COUNT            PIC 9(04).
012600     05 FILLER                   PIC X(01).
012700     05 PK-UNITS                 PIC 9(06).
012800
012900*    ONE ROW PER LINE SHIPPED. THE ROWS FOR AN ORDER RUN
013000*    TOGETHER; THE CARRIER AND TRACKING ARE TAKEN FROM THE
013100*    FIRST ROW THAT HAS THEM. A SHORT ACTION OF 'C' CANCELS
013200*    THE SHORT QUANTITY, BLANK OR 'B' BACKORDERS IT.
013300 FD  SHIP-CONFIRMS
013400     LABEL RECORDS ARE STANDARD.
013500 01  SC-CONFIRM-RECORD.
013600     05 SC-ORDER-NUMBER          PIC 9(10).
013700     05 FILLER                   PIC X(01).
013800     05 SC-PRODUCT-CODE          PIC 9(10).
013900     05 FILLER                   PIC X(01).
014000     05 SC-QUANTITY              PIC 9(04).
014100     05 FILLER                   PIC X(01).
014200     05 SC-SHORT-ACTION          PIC X(01).
014300     05 FILLER                   PIC X(01).
014400     05 SC-CARRIER               PIC X(10).
014500     05 FILLER                   PIC X(01).
014600     05 SC-TRACKING              PIC X(20).
014700
014800 FD  SHIP-REJECTS
014900     LABEL RECORDS ARE STANDARD.
015000 01  SR-REJECT-RECORD.
015100     05 SR-ORDER-NUMBER          PIC 9(10).
015200     05 FILLER                   PIC X(01).
015300     05 SR-PRODUCT-CODE          PIC 9(10).
015400     05 FILLER                   PIC X(01).
015500     05 SR-QUANTITY              PIC 9(04).
015600     05 FILLER                   PIC X(01).
015700     05 SR-DATE                  PIC 9(08).
015800     05 FILLER                   PIC X(01).
015900     05 SR-REASON                PIC X(40).
016000
016100 FD  INVOICE-LINES
016200     LABEL RECORDS ARE STANDARD.
016300 01  IV-LINE-RECORD.
016400     05 IV-RECORD-TYPE           PIC X(01).
016500     05 IV-RECORD-BODY           PIC X(28).
016600     05 IV-HEADER-FIELDS REDEFINES IV-RECORD-BODY.
016700         10 IV-INVOICE-NUMBER    PIC 9(10).
016800         10 IV-CUSTOMER-ID       PIC X(10).
016900         10 IV-INVOICE-DATE      PIC 9(08).
017000     05 IV-DETAIL-FIELDS REDEFINES IV-RECORD-BODY.
017100         10 IV-PRODUCT-CODE      PIC 9(10).
017200         10 IV-QUANTITY          PIC 9(04).
017300         10 IV-STOCK-FLAG        PIC X(01).
017400         10 FILLER               PIC X(13).
017500     05 IV-TRAILER-FIELDS REDEFINES IV-RECORD-BODY.
017600         10 IV-EXPECTED-LINES    PIC 9(04).
017700         10 FILLER               PIC X(24).
017800
017900 FD  STOCK-FILE
018000     LABEL RECORDS ARE STANDARD.
018100 01  SK-STOCK-RECORD.
018200     05 SK-PRODUCT-CODE          PIC 9(10).
018300     05 SK-ON-HAND               PIC 9(07).
018400     05 SK-REORDER-POINT         PIC 9(05).
018500     05 SK-DATE-UPDATED          PIC 9(08).
018600     05 SK-ON-ORDER              PIC 9(07).
018700     05 SK-COUNT-FLAG            PIC X(01).
018800         88 SK-COUNT-FROZEN          VALUE 'F'.
018900     05 SK-AVG-COST              PIC 9(05)V99.
019000     05 SK-REORDER-QTY           PIC 9(05).
019100
019200 FD  BACKORDER-FILE
019300     LABEL RECORDS ARE STANDARD.
019400 01  BO-BACKORDER-RECORD.
019500     05 BO-ENTRY-DATE            PIC 9(08).
019600     05 FILLER                   PIC X(01).
019700     05 BO-CUSTOMER-ID           PIC X(10).
019800     05 FILLER                   PIC X(01).
019900     05 BO-PRODUCT-CODE          PIC 9(10).
020000     05 FILLER                   PIC X(01).
020100     05 BO-QUANTITY-SHORT        PIC 9(04).
020200
020300 FD  SHIP-HISTORY
020400     LABEL RECORDS ARE STANDARD.
020500 01  SL-HISTORY-RECORD.
020600     05 SL-DATE                  PIC 9(08).
020700     05 FILLER                   PIC X(01).
020800     05 SL-TIME                  PIC 9(08).
020900     05 FILLER                   PIC X(01).
021000     05 SL-ORDER-NUMBER          PIC 9(10).
021100     05 FILLER                   PIC X(01).
021200     05 SL-CUSTOMER-ID           PIC X(10).
021300     05 FILLER                   PIC X(01).
021400     05 SL-PRODUCT-CODE          PIC 9(10).
021500     05 FILLER                   PIC X(01).
021600     05 SL-ORDERED-QTY           PIC 9(04).
021700     05 FILLER                   PIC X(01).
021800     05 SL-SHIPPED-QTY           PIC 9(04).
021900     05 FILLER                   PIC X(01).
022000     05 SL-SHORT-ACTION          PIC X(01).
022100     05 FILLER                   PIC X(01).
022200     05 SL-CARRIER               PIC X(10).
022300     05 FILLER                   PIC X(01).
022400     05 SL-TRACKING              PIC X(20).
022500     05 FILLER                   PIC X(01).
022600     05 SL-OPERATOR              PIC X(10).
022700
022800 FD  CUSTOMER-MASTER
022900     LABEL RECORDS ARE STANDARD.
023000 01  CM-CUSTOMER-RECORD.
023100     05 CM-CUSTOMER-ID           PIC X(10).
023200     05 CM-CUSTOMER-NAME         PIC X(30).
023300     05 CM-ACCT-STATUS           PIC X(02).
023400     05 CM-DATE-LOADED           PIC 9(08).
023500     05 CM-CREDIT-LIMIT          PIC 9(07)V99.
023600     05 CM-MAINTAINED-FIELDS.
023700         10 CM-HOLD-FLAG         PIC X(01).
023800             88 CM-ON-HOLD           VALUE 'H'.
023900         10 CM-HOLD-REASON       PIC X(30).
024000         10 CM-STATUS-LOCAL      PIC X(01).
024100             88 CM-STATUS-SET-LOCALLY VALUE 'Y'.
024200         10 CM-BILL-ADDRESS-1    PIC X(30).
024300         10 CM-BILL-ADDRESS-2    PIC X(30).
024400         10 CM-BILL-CITY         PIC X(20).
024500         10 CM-BILL-STATE        PIC X(02).
024600         10 CM-BILL-ZIP          PIC X(10).
024700         10 CM-CONTACT-NAME      PIC X(30).
024800         10 CM-CONTACT-PHONE     PIC X(15).
024900         10 CM-LAST-MAINT-DATE   PIC 9(08).
025000         10 CM-TAX-CODE          PIC X(04).
025100         10 CM-TAX-EXEMPT-FLAG   PIC X(01).
025200             88 CM-TAX-EXEMPT        VALUE 'E'.
025300         10 CM-TAX-EXEMPT-CERT   PIC X(15).
025400
025500 FD  PRODUCT-MASTER
025600     LABEL RECORDS ARE STANDARD.
025700 01  PM-PRODUCT-RECORD.
025800     05 PM-PRODUCT-CODE          PIC 9(10).
025900     05 PM-PRODUCT-NAME          PIC X(30).
026000     05 PM-PRODUCT-PRICE         PIC 9(5)V99.
026100     05 PM-DATE-ENTERED          PIC 9(08).
026200     05 PM-CATEGORY-CODE         PIC X(04).
026300     05 PM-SUPPLIER-CODE         PIC X(06).
026400
026500 FD  PACKING-SLIPS
026600     LABEL RECORDS ARE STANDARD.
026700 01  RPT-PRINT-LINE              PIC X(110).
026800
026900 FD  RUN-STATS
027000     LABEL RECORDS ARE STANDARD.
027100 01  RS-STATS-RECORD             PIC X(62).
027200
027300 WORKING-STORAGE SECTION.
027400*--------------------------------------------------------------
027500* FILE STATUS FIELDS
027600*--------------------------------------------------------------
027700 01 WS-OP-FILE-STATUS       PIC X(02) VALUE '00'.
027800     88 WS-OP-OK                VALUE '00'.
027900 01 WS-PK-FILE-STATUS       PIC X(02) VALUE '00'.
028000     88 WS-PK-OK                VALUE '00'.
028050     88 WS-PK-NOT-FOUND         VALUE '35'.
028100 01 WS-SC-FILE-STATUS       PIC X(02) VALUE '00'.
028200     88 WS-SC-OK                VALUE '00'.
028300 01 WS-SR-FILE-STATUS       PIC X(02) VALUE '00'.
028400     88 WS-SR-OK                VALUE '00'.
028500 01 WS-IV-FILE-STATUS       PIC X(02) VALUE '00'.
028600     88 WS-IV-OK                VALUE '00'.
028700 01 WS-SK-FILE-STATUS       PIC X(02) VALUE '00'.
028800     88 WS-SK-OK                VALUE '00'.
028900 01 WS-BO-FILE-STATUS       PIC X(02) VALUE '00'.
029000     88 WS-BO-OK                VALUE '00'.
029100 01 WS-SL-FILE-STATUS       PIC X(02) VALUE '00'.
029200     88 WS-SL-OK                VALUE '00'.
029300 01 WS-CM-FILE-STATUS       PIC X(02) VALUE '00'.
029400     88 WS-CM-OK                VALUE '00'.
029500 01 WS-PM-FILE-STATUS       PIC X(02) VALUE '00'.
029600     88 WS-PM-OK                VALUE '00'.
029700 01 WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.
029800     88 WS-RPT-OK               VALUE '00'.
029900
030000*--------------------------------------------------------------
030100* SESSION FIELDS
030200*    THE SAME INTERACTIVE/BATCH SWITCHES PoReceiving USES - A
030300*    TERMINAL AT THE PACKING BENCH, OR THE SHIPCONF FEED WHEN
030400*    THE RUN IS STARTED WITH DUKE_BATCH_MODE=Y
030500*    DUKE_INPUT_MODE=B.
030600*--------------------------------------------------------------
030700 01 WS-CURRENT-DATE         PIC 9(08).
030800 01 WS-TIME-NOW             PIC 9(08).
030900 01 WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
031000 01 WS-ENV-BATCH-FLAG       PIC X(01) VALUE SPACE.
031100     88 WS-ENV-IS-BATCH         VALUE 'Y'.
031200 01 WS-INPUT-MODE           PIC X(01) VALUE SPACE.
031300     88 WS-MODE-BATCH           VALUE 'B'.
031400 01 WS-SESSION-DONE-SWITCH  PIC X(01) VALUE 'N'.
031500     88 WS-SESSION-DONE         VALUE 'Y'.
031600 01 WS-SC-EOF-SWITCH        PIC X(01) VALUE 'N'.
031700     88 WS-END-OF-CONFIRMS      VALUE 'Y'.
031800 01 WS-CM-AVAIL-SWITCH      PIC X(01) VALUE 'N'.
031900     88 WS-CM-AVAILABLE         VALUE 'Y'.
032000 01 WS-PM-AVAIL-SWITCH      PIC X(01) VALUE 'N'.
032100     88 WS-PM-AVAILABLE         VALUE 'Y'.
032200 01 WS-RPT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
032300     88 WS-RPT-IS-OPEN          VALUE 'Y'.
032400
032500*--------------------------------------------------------------
032600* THE CONFIRMATION BEING PROCESSED
032700*    KEYED AT THE TERMINAL OR GATHERED FROM THE SHIPCONF ROWS
032800*    FOR ONE ORDER, SO BOTH PATHS RUN THROUGH EXACTLY THE SAME
032900*    CHECKS. A ROW THAT COULD NOT BE READ SETS THE BAD-ROW
033000*    REASON, WHICH REJECTS THE WHOLE CONFIRMATION.
033100*--------------------------------------------------------------
033200 01 WS-MAX-CNF-ROWS         PIC 9(03) VALUE 100.
033300 01 WS-CNF-ORDER            PIC 9(10) VALUE 0.
033400 01 WS-CNF-CARRIER          PIC X(10) VALUE SPACES.
033500 01 WS-CNF-TRACKING         PIC X(20) VALUE SPACES.
033600 01 WS-CNF-BAD-REASON       PIC X(40) VALUE SPACES.
033700 01 WS-CNF-COUNT            PIC 9(03) VALUE 0.
033800 01 WS-CNF-SUB              PIC 9(03) VALUE 0.
033900 01 WS-CNF-TABLE.
034000     05 WS-CNF-ENTRY OCCURS 100 TIMES.
034100         10 WS-CNF-PRODUCT      PIC 9(10).
034200         10 WS-CNF-QUANTITY     PIC 9(04).
034300         10 WS-CNF-ACTION       PIC X(01).
034400 01 WS-KEY-QUANTITY         PIC 9(04) VALUE 0.
034500 01 WS-KEY-ACTION           PIC X(01) VALUE SPACE.
034600 01 WS-REASON               PIC X(40) VALUE SPACES.
034700 01 WS-CONFIRM-VALID-SW     PIC X(01) VALUE 'N'.
034800     88 WS-CONFIRM-VALID        VALUE 'Y'.
034900 01 WS-ORDER-FOUND-SW       PIC X(01) VALUE 'N'.
035000     88 WS-ORDER-FOUND          VALUE 'Y'.
035100 01 WS-LINE-FOUND-SW        PIC X(01) VALUE 'N'.
035200     88 WS-LINE-FOUND           VALUE 'Y'.
035300
035400*--------------------------------------------------------------
035500* ORDER AND LINE TABLES
035600*    ORDPICK IS LINE SEQUENTIAL, SO THE WHOLE FILE IS HELD
035700*    HERE FOR THE SESSION AND WRITTEN BACK AT THE END WITHOUT
035800*    THE ORDERS CONFIRMED. AN ORDER'S LINES SIT TOGETHER IN
035900*    THE LINE TABLE FROM ITS FIRST-LINE ENTRY. AN ORDPICK TOO
036000*    BIG FOR THE TABLES STOPS THE RUN RATHER THAN WRITE BACK A
036100*    FILE WITH ORDERS MISSING. ORDERS APPENDED WHILE THE
036150*    SESSION RUNS ARE PICKED UP AGAIN BEFORE THE WRITE-BACK.
036200*--------------------------------------------------------------
036300 01 WS-MAX-ORDERS           PIC 9(04) VALUE 1000.
036400 01 WS-MAX-LINES            PIC 9(05) VALUE 5000.
036500 01 WS-ORD-COUNT            PIC 9(04) VALUE 0.
036600 01 WS-ORD-SUB              PIC 9(04) VALUE 0.
036700 01 WS-ORD-HIT              PIC 9(04) VALUE 0.
036800 01 WS-LIN-COUNT            PIC 9(05) VALUE 0.
036900 01 WS-LIN-SUB              PIC 9(05) VALUE 0.
037000 01 WS-LIN-LAST             PIC 9(05) VALUE 0.
037100 01 WS-OP-EOF-SWITCH        PIC X(01) VALUE 'N'.
037200     88 WS-END-OF-ORDERS        VALUE 'Y'.
037250 01 WS-OP-RECORDS-LOADED    PIC 9(07) VALUE 0.
037300 01 WS-ORDER-TABLE.
037400     05 WS-ORD-ENTRY OCCURS 1000 TIMES.
037500         10 WS-ORD-NUMBER       PIC 9(10).
037600         10 WS-ORD-CUSTOMER     PIC X(10).
037700         10 WS-ORD-DATE         PIC 9(08).
037800         10 WS-ORD-FIRST-LINE   PIC 9(05).
037900         10 WS-ORD-LINE-COUNT   PIC 9(04).
038000         10 WS-ORD-STATUS       PIC X(01).
038100             88 WS-ORD-WAITING      VALUE 'W'.
038200             88 WS-ORD-SHIPPED      VALUE 'S'.
038300 01 WS-LINE-TABLE.
038400     05 WS-LIN-ENTRY OCCURS 5000 TIMES.
038500         10 WS-LIN-PRODUCT      PIC 9(10).
038600         10 WS-LIN-ORDERED      PIC 9(04).
038700         10 WS-LIN-STOCK-FLAG   PIC X(01).
038800         10 WS-LIN-SHIPPED      PIC 9(04).
038900         10 WS-LIN-ACTION       PIC X(01).
039000             88 WS-LIN-CANCEL-SHORT VALUE 'C'.
039100         10 WS-LIN-MATCHED      PIC X(01).
039200             88 WS-LIN-IS-MATCHED   VALUE 'Y'.
039300
039400*--------------------------------------------------------------
039500* TICKETED ORDER TABLE
039600*    PICKOPEN, HELD FOR THE SESSION AND WRITTEN BACK WITHOUT
039700*    THE ORDERS CONFIRMED. AN ORDER WITH NO ROW HERE HAS NOT
039800*    HAD A PICK TICKET AND CANNOT BE CONFIRMED.
039900*--------------------------------------------------------------
040000 01 WS-MAX-OPEN-ORDERS      PIC 9(04) VALUE 1000.
040100 01 WS-OPN-COUNT            PIC 9(04) VALUE 0.
040200 01 WS-OPN-SUB              PIC 9(04) VALUE 0.
040300 01 WS-OPN-HIT              PIC 9(04) VALUE 0.
040400 01 WS-PK-EOF-SWITCH        PIC X(01) VALUE 'N'.
040500     88 WS-END-OF-PICK-OPEN     VALUE 'Y'.
040550 01 WS-PK-RECORDS-LOADED    PIC 9(07) VALUE 0.
040600 01 WS-OPEN-TABLE.
040700     05 WS-OPN-ENTRY OCCURS 1000 TIMES.
040800         10 WS-OPN-ORDER        PIC 9(10).
040900         10 WS-OPN-CUSTOMER     PIC X(10).
041000         10 WS-OPN-ORDER-DATE   PIC 9(08).
041100         10 WS-OPN-PICK-DATE    PIC 9(08).
041200         10 WS-OPN-LINES        PIC 9(04).
041300         10 WS-OPN-UNITS        PIC 9(06).
041400         10 WS-OPN-STATUS       PIC X(01).
041500             88 WS-OPN-SHIPPED      VALUE 'S'.
041505
041510*--------------------------------------------------------------
041515* WRITE-BACK FIELDS
041520*    ORDPICK AND PICKOPEN ARE READ AGAIN JUST BEFORE THEY ARE
041525*    REPLACED. THE RECORDS LOADED AT START-UP ARE PASSED OVER
041530*    AND ANY APPENDED SINCE ARE ADDED TO THE TABLES. A TABLE
041532*    THAT FILLS UP THEN DOES NOT STOP THE RUN - THE SHIPMENTS
041534*    ARE ALREADY ON INVLINES - BUT LEAVES THE FILE AS IT WAS.
041535*--------------------------------------------------------------
041540 01 WS-SKIP-COUNT           PIC 9(07) VALUE 0.
041545 01 WS-CARRY-FROM           PIC 9(04) VALUE 0.
041550 01 WS-CARRIED              PIC 9(04) VALUE 0.
041555 01 WS-CARRY-OK-SW          PIC X(01) VALUE 'N'.
041560     88 WS-CARRY-OK             VALUE 'Y'.
041565 01 WS-CARRYING-SW          PIC X(01) VALUE 'N'.
041570     88 WS-CARRYING             VALUE 'Y'.
041575 01 WS-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
041580     88 WS-TABLE-FULL           VALUE 'Y'.
041600
041700*--------------------------------------------------------------
041800* POSTING FIELDS
041900*--------------------------------------------------------------
042000 01 WS-SHORT-QTY            PIC 9(04) VALUE 0.
042100 01 WS-ORD-SHIP-LINES       PIC 9(04) VALUE 0.
042200 01 WS-ORD-SHIP-UNITS       PIC 9(06) VALUE 0.
042300 01 WS-ORD-BACK-UNITS       PIC 9(06) VALUE 0.
042400 01 WS-INVOICE-OK-SW        PIC X(01) VALUE 'N'.
042500     88 WS-INVOICE-OK           VALUE 'Y'.
042600
042700*--------------------------------------------------------------
042800* SESSION COUNTERS
042900*--------------------------------------------------------------
043000 01 WS-CONFIRMS-READ        PIC 9(05) VALUE 0.
043100 01 WS-CONFIRMS-POSTED      PIC 9(05) VALUE 0.
043200 01 WS-CONFIRMS-REJECTED    PIC 9(05) VALUE 0.
043300 01 WS-ORDERS-NOT-SHIPPED   PIC 9(05) VALUE 0.
043400 01 WS-UNITS-SHIPPED        PIC 9(07) VALUE 0.
043500 01 WS-UNITS-BACKORDERED    PIC 9(07) VALUE 0.
043600 01 WS-UNITS-CANCELLED      PIC 9(07) VALUE 0.
043700 01 WS-SLIPS-PRINTED        PIC 9(05) VALUE 0.
043800
043900*--------------------------------------------------------------
044000* PACKING SLIP LINES
044100*--------------------------------------------------------------
044200 01 WS-SLP-HEADING-1.
044300     05 FILLER                  PIC X(20)
044400         VALUE "DUKE RETAIL SYSTEMS".
044500     05 FILLER                  PIC X(30)
044600         VALUE "PACKING SLIP".
044700     05 FILLER                  PIC X(11)
044800         VALUE "SHIP DATE: ".
044900     05 WS-SLP-HDG-DATE         PIC 9(08).
045000
045100 01 WS-SLP-ORDER-LINE.
045200     05 FILLER                  PIC X(07) VALUE "ORDER:".
045300     05 WS-SLPO-ORDER           PIC 9(10).
045400     05 FILLER                  PIC X(14)
045500         VALUE "  ORDER DATE: ".
045600     05 WS-SLPO-DATE            PIC 9(08).
045700
045800 01 WS-SLP-SHIP-TO-LINE.
045900     05 FILLER                  PIC X(09) VALUE "SHIP TO:".
046000     05 WS-SLPS-CUSTOMER        PIC X(10).
046100     05 FILLER                  PIC X(02) VALUE SPACES.
046200     05 WS-SLPS-NAME            PIC X(30).
046300
046400 01 WS-SLP-ADDRESS-LINE.
046500     05 FILLER                  PIC X(21) VALUE SPACES.
046600     05 WS-SLPA-TEXT            PIC X(30).
046700
046800 01 WS-SLP-CITY-LINE.
046900     05 FILLER                  PIC X(21) VALUE SPACES.
047000     05 WS-SLPC-CITY            PIC X(20).
047100     05 FILLER                  PIC X(01) VALUE SPACE.
047200     05 WS-SLPC-STATE           PIC X(02).
047300     05 FILLER                  PIC X(01) VALUE SPACE.
047400     05 WS-SLPC-ZIP             PIC X(10).
047500
047600 01 WS-SLP-CARRIER-LINE.
047700     05 FILLER                  PIC X(09) VALUE "CARRIER:".
047800     05 WS-SLPV-CARRIER         PIC X(10).
047900     05 FILLER                  PIC X(12)
048000         VALUE "  TRACKING: ".
048100     05 WS-SLPV-TRACKING        PIC X(20).
048200
048300 01 WS-SLP-HEADING-2.
048400     05 FILLER                  PIC X(12) VALUE "PRODUCT".
048500     05 FILLER                  PIC X(32) VALUE "DESCRIPTION".
048600     05 FILLER                  PIC X(09) VALUE "ORDERED".
048700     05 FILLER                  PIC X(09) VALUE "SHIPPED".
048800     05 FILLER                  PIC X(12) VALUE "BACKORDERED".
048900
049000 01 WS-SLP-DETAIL-LINE.
049100     05 WS-SLPD-PRODUCT         PIC 9(10).
049200     05 FILLER                  PIC X(02) VALUE SPACES.
049300     05 WS-SLPD-NAME            PIC X(30).
049400     05 FILLER                  PIC X(02) VALUE SPACES.
049500     05 WS-SLPD-ORDERED         PIC ZZ,ZZ9.
049600     05 FILLER                  PIC X(03) VALUE SPACES.
049700     05 WS-SLPD-SHIPPED         PIC ZZ,ZZ9.
049800     05 FILLER                  PIC X(03) VALUE SPACES.
049900     05 WS-SLPD-BACKORDERED     PIC ZZ,ZZ9 BLANK ZERO.
050000     05 FILLER                  PIC X(03) VALUE SPACES.
050100     05 WS-SLPD-NOTE            PIC X(10).
050200
050300 01 WS-SLP-TOTAL-LINE.
050400     05 FILLER                  PIC X(12) VALUE SPACES.
050500     05 FILLER                  PIC X(16)
050600         VALUE "UNITS SHIPPED:".
050700     05 WS-SLPT-SHIPPED         PIC ZZZ,ZZ9.
050800     05 FILLER                  PIC X(17)
050900         VALUE "   BACKORDERED:".
051000     05 WS-SLPT-BACKORDERED     PIC ZZZ,ZZ9.
051100
051200*--------------------------------------------------------------
051300* RUN STATISTICS FIELDS
051400*    A BATCH CONFIRMATION RUN APPENDS ONE LINE TO THE COMMON
051500*    RUNSTATS CONTROL FILE FOR THE END-OF-DAY BALANCING
051600*    REPORT.
051700*--------------------------------------------------------------
051800 01 WS-RS-FILE-STATUS       PIC X(02) VALUE '00'.
051900     88 WS-RS-OK                VALUE '00'.
052000 01 WS-STATS-LINE.
052100     05 WS-RS-DATE             PIC 9(08).
052200     05 FILLER                 PIC X(01) VALUE SPACE.
052300     05 WS-RS-TIME             PIC 9(08).
052400     05 FILLER                 PIC X(01) VALUE SPACE.
052500     05 WS-RS-STEP-ID          PIC X(12) VALUE "SHIPCONFIRM".
052600     05 FILLER                 PIC X(01) VALUE SPACE.
052700     05 WS-RS-READ             PIC 9(05).
052800     05 FILLER                 PIC X(01) VALUE SPACE.
052900     05 WS-RS-ACCEPTED         PIC 9(05).
053000     05 FILLER                 PIC X(01) VALUE SPACE.
053100     05 WS-RS-REJECTED         PIC 9(05).
053200     05 FILLER                 PIC X(01) VALUE SPACE.
053300     05 WS-RS-MONEY            PIC 9(9)V99 VALUE 0.
053400     05 FILLER                 PIC X(01) VALUE SPACE.
053500     05 WS-RS-RC               PIC 9(01) VALUE 0.
053600 01 WS-RS-TIME-NOW          PIC 9(08).
053700
053800 PROCEDURE DIVISION.
053900*--------------------------------------------------------------
054000* 0000-MAIN-PROCESS
054100*    CONTROLS THE OVERALL FLOW OF THE CONFIRMATION SESSION.
054200*--------------------------------------------------------------
054300 0000-MAIN-PROCESS.
054400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
054500     PERFORM 2000-TAKE-CONFIRMATIONS THRU 2000-EXIT
054600     PERFORM 9000-TERMINATE THRU 9000-EXIT
054700     STOP RUN.
054800
054900*--------------------------------------------------------------
055000* 1000-INITIALIZE
055100*    LOADS THE ORDERS WAITING AND THE ORDERS TICKETED, THEN
055200*    OPENS THE STOCK FILE AND THE OUTPUT FILES. ANY OF THESE
055300*    FAILING STOPS THE RUN BEFORE AN ORDER IS CONFIRMED. THE
055400*    MASTERS ONLY SUPPLY NAMES AND ADDRESSES FOR THE PACKING
055500*    SLIP, SO THE SESSION STILL RUNS WITHOUT THEM.
055600*--------------------------------------------------------------
055700 1000-INITIALIZE.
055800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
055900     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
056000     IF WS-OPERATOR-ID = SPACES
056100         MOVE "UNKNOWN" TO WS-OPERATOR-ID
056200     END-IF
056300
056400     PERFORM 1100-LOAD-ORDERS THRU 1100-EXIT
056500     PERFORM 1200-LOAD-PICK-OPEN THRU 1200-EXIT
056600
056700     OPEN I-O STOCK-FILE
056800     IF NOT WS-SK-OK
056900         DISPLAY "ERROR: cannot open PRODSTCK, status "
057000             WS-SK-FILE-STATUS
057100         MOVE 1 TO RETURN-CODE
057200         STOP RUN
057300     END-IF
057400
057500     OPEN EXTEND INVOICE-LINES
057600     IF NOT WS-IV-OK
057700         OPEN OUTPUT INVOICE-LINES
057800         IF NOT WS-IV-OK
057900             DISPLAY "ERROR: cannot open INVLINES, status "
058000                 WS-IV-FILE-STATUS
058100             CLOSE STOCK-FILE
058200             MOVE 1 TO RETURN-CODE
058300             STOP RUN
058400         END-IF
058500     END-IF
058600
058700     OPEN EXTEND BACKORDER-FILE
058800     IF NOT WS-BO-OK
058900         OPEN OUTPUT BACKORDER-FILE
059000         IF NOT WS-BO-OK
059100             DISPLAY "ERROR: cannot open BACKORDR, status "
059200                 WS-BO-FILE-STATUS
059300             CLOSE STOCK-FILE
059400             CLOSE INVOICE-LINES
059500             MOVE 1 TO RETURN-CODE
059600             STOP RUN
059700         END-IF
059800     END-IF
059900
060000     OPEN EXTEND SHIP-HISTORY
060100     IF NOT WS-SL-OK
060200         OPEN OUTPUT SHIP-HISTORY
060300         IF NOT WS-SL-OK
060400             DISPLAY "ERROR: cannot open SHIPHIST, status "
060500                 WS-SL-FILE-STATUS
060600             CLOSE STOCK-FILE
060700             CLOSE INVOICE-LINES
060800             CLOSE BACKORDER-FILE
060900             MOVE 1 TO RETURN-CODE
061000             STOP RUN
061100         END-IF
061200     END-IF
061300
061400     OPEN EXTEND SHIP-REJECTS
061500     IF NOT WS-SR-OK
061600         OPEN OUTPUT SHIP-REJECTS
061700         IF NOT WS-SR-OK
061800             DISPLAY "ERROR: cannot open SHIPREJT, status "
061900                 WS-SR-FILE-STATUS
062000             CLOSE STOCK-FILE
062100             CLOSE INVOICE-LINES
062200             CLOSE BACKORDER-FILE
062300             CLOSE SHIP-HISTORY
062400             MOVE 1 TO RETURN-CODE
062500             STOP RUN
062600         END-IF
062700     END-IF
062800
062900     OPEN OUTPUT PACKING-SLIPS
063000     IF WS-RPT-OK
063100         MOVE 'Y' TO WS-RPT-OPEN-SWITCH
063200     ELSE
063300         DISPLAY "WARNING: cannot open PACKSLIP, status "
063400             WS-RPT-FILE-STATUS " - no packing slips."
063500     END-IF
063600
063700     OPEN INPUT CUSTOMER-MASTER
063800     IF WS-CM-OK
063900         MOVE 'Y' TO WS-CM-AVAIL-SWITCH
064000     ELSE
064100         DISPLAY "No CUSTMSTR on file (status "
064200             WS-CM-FILE-STATUS ") - no addresses on the slips."
064300     END-IF
064400
064500     OPEN INPUT PRODUCT-MASTER
064600     IF WS-PM-OK
064700         MOVE 'Y' TO WS-PM-AVAIL-SWITCH
064800     ELSE
064900         DISPLAY "No PRODMSTR on file (status "
065000             WS-PM-FILE-STATUS ") - product names not shown."
065100     END-IF.
065200 1000-EXIT.
065300     EXIT.
065400
065500*--------------------------------------------------------------
065600* 1100-LOAD-ORDERS
065700*    READS ORDPICK INTO THE ORDER AND LINE TABLES. NO ORDPICK
065800*    MEANS NO ORDERS WAITING TO SHIP.
065900*--------------------------------------------------------------
066000 1100-LOAD-ORDERS.
066100     OPEN INPUT PICK-ORDERS
066200     IF NOT WS-OP-OK
066300         DISPLAY "ERROR: cannot open ORDPICK, status "
066400             WS-OP-FILE-STATUS
066500         DISPLAY "ERROR: no orders waiting to be shipped."
066600         MOVE 1 TO RETURN-CODE
066700         STOP RUN
066800     END-IF
066900
067000     MOVE 'N' TO WS-OP-EOF-SWITCH
067100     MOVE 0   TO WS-ORD-COUNT
067200     MOVE 0   TO WS-LIN-COUNT
067300     PERFORM 1150-LOAD-ONE-RECORD THRU 1150-EXIT
067400         UNTIL WS-END-OF-ORDERS
067500     CLOSE PICK-ORDERS
067600     DISPLAY "Orders waiting to ship: " WS-ORD-COUNT
067700         " Lines: " WS-LIN-COUNT.
067800 1100-EXIT.
067900     EXIT.
068000
068100*--------------------------------------------------------------
068200* 1150-LOAD-ONE-RECORD
068300*    READS ONE ORDPICK RECORD. A HEADER STARTS THE NEXT ORDER
068400*    ENTRY AND EACH DETAIL LINE IS ADDED TO IT; TRAILERS ARE
068500*    WRITTEN AFRESH ON THE WAY OUT, SO THEY ARE NOT KEPT.
068600*--------------------------------------------------------------
068700 1150-LOAD-ONE-RECORD.
068800     READ PICK-ORDERS
068900         AT END
069000             MOVE 'Y' TO WS-OP-EOF-SWITCH
069100             GO TO 1150-EXIT
069200     END-READ
069250     ADD 1 TO WS-OP-RECORDS-LOADED
069300
069400     IF IL-RECORD-TYPE = '1'
069500         IF WS-ORD-COUNT >= WS-MAX-ORDERS
069600             DISPLAY "ERROR: ORDPICK has more than "
069700                 WS-MAX-ORDERS " orders - order table is full."
069710             IF WS-CARRYING
069720                 MOVE 'Y' TO WS-TABLE-FULL-SW
069730                 MOVE 'Y' TO WS-OP-EOF-SWITCH
069740                 GO TO 1150-EXIT
069750             END-IF
069800             CLOSE PICK-ORDERS
069900             MOVE 1 TO RETURN-CODE
070000             STOP RUN
070100         END-IF
070200         ADD 1 TO WS-ORD-COUNT
070300         MOVE IL-INVOICE-NUMBER TO WS-ORD-NUMBER (WS-ORD-COUNT)
070400         MOVE IL-CUSTOMER-ID  TO WS-ORD-CUSTOMER (WS-ORD-COUNT)
070500         MOVE IL-INVOICE-DATE TO WS-ORD-DATE (WS-ORD-COUNT)
070600         COMPUTE WS-ORD-FIRST-LINE (WS-ORD-COUNT) =
070700             WS-LIN-COUNT + 1
070800         MOVE 0   TO WS-ORD-LINE-COUNT (WS-ORD-COUNT)
070900         MOVE 'W' TO WS-ORD-STATUS (WS-ORD-COUNT)
071000         GO TO 1150-EXIT
071100     END-IF
071200
071300     IF IL-RECORD-TYPE NOT = '2'
071400         GO TO 1150-EXIT
071500     END-IF
071600
071700     IF WS-ORD-COUNT = 0
071800         DISPLAY "ERROR: ORDPICK has a detail line before any "
071900             "order header - file is out of sequence."
072000         CLOSE PICK-ORDERS
072100         MOVE 1 TO RETURN-CODE
072200         STOP RUN
072300     END-IF
072400     IF WS-LIN-COUNT >= WS-MAX-LINES
072500         DISPLAY "ERROR: ORDPICK has more than " WS-MAX-LINES
072600             " lines - line table is full."
072610         IF WS-CARRYING
072620             MOVE 'Y' TO WS-TABLE-FULL-SW
072630             MOVE 'Y' TO WS-OP-EOF-SWITCH
072640             GO TO 1150-EXIT
072650         END-IF
072700         CLOSE PICK-ORDERS
072800         MOVE 1 TO RETURN-CODE
072900         STOP RUN
073000     END-IF
073100
073200     ADD 1 TO WS-LIN-COUNT
073300     ADD 1 TO WS-ORD-LINE-COUNT (WS-ORD-COUNT)
073400     MOVE IL-PRODUCT-CODE TO WS-LIN-PRODUCT (WS-LIN-COUNT)
073500     MOVE IL-QUANTITY     TO WS-LIN-ORDERED (WS-LIN-COUNT)
073600     MOVE IL-STOCK-FLAG   TO WS-LIN-STOCK-FLAG (WS-LIN-COUNT)
073700     MOVE 0               TO WS-LIN-SHIPPED (WS-LIN-COUNT)
073800     MOVE 'B'             TO WS-LIN-ACTION (WS-LIN-COUNT)
073900     MOVE 'N'             TO WS-LIN-MATCHED (WS-LIN-COUNT).
074000 1150-EXIT.
074100     EXIT.
074200
074300*--------------------------------------------------------------
074400* 1200-LOAD-PICK-OPEN
074500*    READS PICKOPEN INTO THE TICKETED ORDER TABLE. NO
074600*    PICKOPEN MEANS NO ORDER HAS BEEN TICKETED YET.
074700*--------------------------------------------------------------
074800 1200-LOAD-PICK-OPEN.
074900     OPEN INPUT PICK-OPEN
075000     IF NOT WS-PK-OK
075100         DISPLAY "WARNING: no PICKOPEN on file (status "
075200             WS-PK-FILE-STATUS ") - no orders have been "
075300             "ticketed."
075400         GO TO 1200-EXIT
075500     END-IF
075600
075700     MOVE 'N' TO WS-PK-EOF-SWITCH
075800     PERFORM 1250-LOAD-ONE-PICK-OPEN THRU 1250-EXIT
075900         UNTIL WS-END-OF-PICK-OPEN
076000     CLOSE PICK-OPEN
076100     DISPLAY "Orders ticketed and not yet shipped: "
076200         WS-OPN-COUNT.
076300 1200-EXIT.
076400     EXIT.
076500
076600*--------------------------------------------------------------
076700* 1250-LOAD-ONE-PICK-OPEN
076800*    READS ONE PICKOPEN ROW INTO THE NEXT TABLE ENTRY.
076900*--------------------------------------------------------------
077000 1250-LOAD-ONE-PICK-OPEN.
077100     READ PICK-OPEN
077200         AT END
077300             MOVE 'Y' TO WS-PK-EOF-SWITCH
077400             GO TO 1250-EXIT
077500     END-READ
077550     ADD 1 TO WS-PK-RECORDS-LOADED
077600
077700     IF PK-ORDER-NUMBER NOT NUMERIC
077800         DISPLAY "WARNING: PICKOPEN row is not numeric - "
077900             "dropped."
078000         GO TO 1250-EXIT
078100     END-IF
078200
078300     IF WS-OPN-COUNT >= WS-MAX-OPEN-ORDERS
078400         DISPLAY "ERROR: PICKOPEN has more than "
078500             WS-MAX-OPEN-ORDERS " orders - table is full."
078510         IF WS-CARRYING
078520             MOVE 'Y' TO WS-TABLE-FULL-SW
078530             MOVE 'Y' TO WS-PK-EOF-SWITCH
078540             GO TO 1250-EXIT
078550         END-IF
078600         CLOSE PICK-OPEN
078700         MOVE 1 TO RETURN-CODE
078800         STOP RUN
078900     END-IF
079000
079100     ADD 1 TO WS-OPN-COUNT
079200     MOVE PK-ORDER-NUMBER TO WS-OPN-ORDER (WS-OPN-COUNT)
079300     MOVE PK-CUSTOMER-ID  TO WS-OPN-CUSTOMER (WS-OPN-COUNT)
079400     MOVE PK-ORDER-DATE   TO WS-OPN-ORDER-DATE (WS-OPN-COUNT)
079500     MOVE PK-PICK-DATE    TO WS-OPN-PICK-DATE (WS-OPN-COUNT)
079600     MOVE PK-LINE-COUNT   TO WS-OPN-LINES (WS-OPN-COUNT)
079700     MOVE PK-UNITS        TO WS-OPN-UNITS (WS-OPN-COUNT)
079800     MOVE SPACE           TO WS-OPN-STATUS (WS-OPN-COUNT).
079900 1250-EXIT.
080000     EXIT.
080100
080200*--------------------------------------------------------------
080300* 2000-TAKE-CONFIRMATIONS
080400*    DRIVES THE SESSION - ORDERS KEYED AT THE PACKING BENCH
080500*    UNTIL A ZERO ORDER NUMBER, OR THE WHOLE SHIPCONF FEED IN
080600*    BATCH MODE.
080700*--------------------------------------------------------------
080800 2000-TAKE-CONFIRMATIONS.
080900     ACCEPT WS-ENV-BATCH-FLAG FROM ENVIRONMENT "DUKE_BATCH_MODE"
081000     IF WS-ENV-IS-BATCH
081100         ACCEPT WS-INPUT-MODE FROM ENVIRONMENT "DUKE_INPUT_MODE"
081200     ELSE
081300         DISPLAY "Input mode - (I)nteractive or (B)atch file? "
081400         ACCEPT WS-INPUT-MODE
081500     END-IF
081600
081700     IF WS-MODE-BATCH
081800         PERFORM 2800-PROCESS-CONFIRM-FILE THRU 2800-EXIT
081900         GO TO 2000-EXIT
082000     END-IF
082100
082200     PERFORM 2100-TAKE-ONE-ORDER THRU 2100-EXIT
082300         UNTIL WS-SESSION-DONE.
082400 2000-EXIT.
082500     EXIT.
082600
082700*--------------------------------------------------------------
082800* 2100-TAKE-ONE-ORDER
082900*    TAKES ONE PACKED ORDER FROM THE TERMINAL - THE CARRIER
083000*    AND TRACKING, THEN THE QUANTITY SHIPPED ON EACH OF ITS
083100*    LINES - AND POSTS OR REJECTS IT.
083200*--------------------------------------------------------------
083300 2100-TAKE-ONE-ORDER.
083400     PERFORM 2900-CLEAR-CONFIRMATION THRU 2900-EXIT
083500     DISPLAY "Order number (0 to finish): "
083600     ACCEPT WS-CNF-ORDER
083700     IF WS-CNF-ORDER = 0
083800         MOVE 'Y' TO WS-SESSION-DONE-SWITCH
083900         GO TO 2100-EXIT
084000     END-IF
084100     ADD 1 TO WS-CONFIRMS-READ
084200
084300     PERFORM 2210-FIND-ORDER THRU 2210-EXIT
084400     IF WS-REASON NOT = SPACES
084500         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
084600         DISPLAY "Confirmation rejected - " WS-REASON
084700         GO TO 2100-EXIT
084800     END-IF
084900
085000     DISPLAY "Customer " WS-ORD-CUSTOMER (WS-ORD-HIT)
085100         " - " WS-ORD-LINE-COUNT (WS-ORD-HIT) " line(s)."
085200     DISPLAY "Carrier: "
085300     ACCEPT WS-CNF-CARRIER
085400     DISPLAY "Tracking reference: "
085500     ACCEPT WS-CNF-TRACKING
085600
085700     COMPUTE WS-LIN-LAST = WS-ORD-FIRST-LINE (WS-ORD-HIT)
085800         + WS-ORD-LINE-COUNT (WS-ORD-HIT) - 1
085900     PERFORM 2150-KEY-ONE-LINE THRU 2150-EXIT
086000         VARYING WS-LIN-SUB FROM WS-ORD-FIRST-LINE (WS-ORD-HIT)
086100         BY 1 UNTIL WS-LIN-SUB > WS-LIN-LAST
086200
086300     PERFORM 2200-VALIDATE-CONFIRMATION THRU 2200-EXIT
086400     IF NOT WS-CONFIRM-VALID
086500         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
086600         DISPLAY "Confirmation rejected - " WS-REASON
086700         GO TO 2100-EXIT
086800     END-IF
086900
087000     PERFORM 2300-POST-CONFIRMATION THRU 2300-EXIT
087100     IF NOT WS-CONFIRM-VALID
087200         DISPLAY "Confirmation rejected - " WS-REASON
087300         GO TO 2100-EXIT
087400     END-IF
087500
087600     DISPLAY "Confirmed - order " WS-CNF-ORDER " shipped "
087700         WS-ORD-SHIP-UNITS " unit(s), " WS-ORD-BACK-UNITS
087800         " backordered."
087900     IF WS-ORD-SHIP-LINES = 0
088000         DISPLAY "  Nothing shipped - no invoice for this "
088100             "order."
088200     END-IF.
088300 2100-EXIT.
088400     EXIT.
088500
088600*--------------------------------------------------------------
088700* 2150-KEY-ONE-LINE
088800*    TAKES THE QUANTITY SHIPPED ON ONE LINE OF THE ORDER, AND
088900*    WHAT TO DO WITH ANY SHORTFALL, AS A CONFIRMATION ROW.
089000*--------------------------------------------------------------
089100 2150-KEY-ONE-LINE.
089200     IF WS-CNF-COUNT >= WS-MAX-CNF-ROWS
089300         MOVE "order has too many lines to confirm"
089400             TO WS-CNF-BAD-REASON
089500         GO TO 2150-EXIT
089600     END-IF
089700
089800     DISPLAY "Product " WS-LIN-PRODUCT (WS-LIN-SUB)
089900         " ordered " WS-LIN-ORDERED (WS-LIN-SUB)
090000         " - quantity shipped: "
090100     ACCEPT WS-KEY-QUANTITY
090200     MOVE SPACE TO WS-KEY-ACTION
090300     IF WS-KEY-QUANTITY < WS-LIN-ORDERED (WS-LIN-SUB)
090400         DISPLAY "Short - (B)ackorder or (C)ancel the rest? "
090500         ACCEPT WS-KEY-ACTION
090600     END-IF
090700
090800     ADD 1 TO WS-CNF-COUNT
090900     MOVE WS-LIN-PRODUCT (WS-LIN-SUB)
091000         TO WS-CNF-PRODUCT (WS-CNF-COUNT)
091100     MOVE WS-KEY-QUANTITY TO WS-CNF-QUANTITY (WS-CNF-COUNT)
091200     MOVE WS-KEY-ACTION   TO WS-CNF-ACTION (WS-CNF-COUNT).
091300 2150-EXIT.
091400     EXIT.
091500
091600*--------------------------------------------------------------
091700* 2200-VALIDATE-CONFIRMATION
091800*    FINDS THE ORDER AND CHECKS THE CONFIRMATION AGAINST IT -
091900*    TICKETED, NOT ALREADY CONFIRMED, A CARRIER GIVEN, AND
092000*    EVERY ROW FOR A PRODUCT ON THE ORDER, NO MORE THAN WAS
092100*    ORDERED, WITH A VALID SHORT ACTION. A LINE OF THE ORDER
092200*    WITH NO ROW SHIPPED NOTHING AND IS BACKORDERED. THE FIRST
092300*    FAILURE SETS THE REASON.
092400*--------------------------------------------------------------
092500 2200-VALIDATE-CONFIRMATION.
092600     MOVE 'N'    TO WS-CONFIRM-VALID-SW
092700     MOVE SPACES TO WS-REASON
092800
092900     IF WS-CNF-BAD-REASON NOT = SPACES
093000         MOVE WS-CNF-BAD-REASON TO WS-REASON
093100         GO TO 2200-EXIT
093200     END-IF
093300
093400     PERFORM 2210-FIND-ORDER THRU 2210-EXIT
093500     IF WS-REASON NOT = SPACES
093600         GO TO 2200-EXIT
093700     END-IF
093800
093900     IF WS-CNF-CARRIER = SPACES
094000         MOVE "no carrier given for the shipment"
094100             TO WS-REASON
094200         GO TO 2200-EXIT
094300     END-IF
094400
094500     COMPUTE WS-LIN-LAST = WS-ORD-FIRST-LINE (WS-ORD-HIT)
094600         + WS-ORD-LINE-COUNT (WS-ORD-HIT) - 1
094700     PERFORM 2230-RESET-ONE-LINE THRU 2230-EXIT
094800         VARYING WS-LIN-SUB FROM WS-ORD-FIRST-LINE (WS-ORD-HIT)
094900         BY 1 UNTIL WS-LIN-SUB > WS-LIN-LAST
095000
095100     PERFORM 2250-APPLY-ONE-ROW THRU 2250-EXIT
095200         VARYING WS-CNF-SUB FROM 1 BY 1
095300         UNTIL WS-CNF-SUB > WS-CNF-COUNT
095400            OR WS-REASON NOT = SPACES
095500     IF WS-REASON NOT = SPACES
095600         GO TO 2200-EXIT
095700     END-IF
095800
095900     MOVE 'Y' TO WS-CONFIRM-VALID-SW.
096000 2200-EXIT.
096100     EXIT.
096200
096300*--------------------------------------------------------------
096400* 2210-FIND-ORDER
096500*    FINDS THE ORDER ON ORDPICK AND ITS PICKOPEN ROW, SETTING
096600*    THE REASON WHEN IT CANNOT BE CONFIRMED.
096700*--------------------------------------------------------------
096800 2210-FIND-ORDER.
096900     MOVE SPACES TO WS-REASON
097000     MOVE 'N' TO WS-ORDER-FOUND-SW
097100     MOVE 0   TO WS-ORD-HIT
097200     PERFORM 2215-MATCH-ONE-ORDER THRU 2215-EXIT
097300         VARYING WS-ORD-SUB FROM 1 BY 1
097400         UNTIL WS-ORD-SUB > WS-ORD-COUNT
097500            OR WS-ORDER-FOUND
097600     IF NOT WS-ORDER-FOUND
097700         MOVE "order is not waiting on ORDPICK" TO WS-REASON
097800         GO TO 2210-EXIT
097900     END-IF
098000
098100     IF WS-ORD-SHIPPED (WS-ORD-HIT)
098200         MOVE "order is already confirmed as shipped"
098300             TO WS-REASON
098400         GO TO 2210-EXIT
098500     END-IF
098600
098700     IF WS-ORD-LINE-COUNT (WS-ORD-HIT) = 0
098800         MOVE "order has no lines to ship" TO WS-REASON
098900         GO TO 2210-EXIT
099000     END-IF
099100
099200     MOVE 'N' TO WS-ORDER-FOUND-SW
099300     MOVE 0   TO WS-OPN-HIT
099400     PERFORM 2220-MATCH-ONE-TICKET THRU 2220-EXIT
099500         VARYING WS-OPN-SUB FROM 1 BY 1
099600         UNTIL WS-OPN-SUB > WS-OPN-COUNT
099700            OR WS-ORDER-FOUND
099800     IF NOT WS-ORDER-FOUND
099900         MOVE "order has not had a pick ticket yet"
100000             TO WS-REASON
100100     END-IF.
100200 2210-EXIT.
100300     EXIT.
100400
100500*--------------------------------------------------------------
100600* 2215-MATCH-ONE-ORDER
100700*    CHECKS ONE ORDER TABLE ENTRY FOR THE CONFIRMATION'S
100800*    ORDER NUMBER.
100900*--------------------------------------------------------------
101000 2215-MATCH-ONE-ORDER.
101100     IF WS-ORD-NUMBER (WS-ORD-SUB) = WS-CNF-ORDER
101200         MOVE 'Y' TO WS-ORDER-FOUND-SW
101300         MOVE WS-ORD-SUB TO WS-ORD-HIT
101400     END-IF.
101500 2215-EXIT.
101600     EXIT.
101700
101800*--------------------------------------------------------------
101900* 2220-MATCH-ONE-TICKET
102000*    CHECKS ONE TICKETED ORDER FOR THE CONFIRMATION'S ORDER
102100*    NUMBER.
102200*--------------------------------------------------------------
102300 2220-MATCH-ONE-TICKET.
102400     IF WS-OPN-ORDER (WS-OPN-SUB) = WS-CNF-ORDER
102500         MOVE 'Y' TO WS-ORDER-FOUND-SW
102600         MOVE WS-OPN-SUB TO WS-OPN-HIT
102700     END-IF.
102800 2220-EXIT.
102900     EXIT.
103000
103100*--------------------------------------------------------------
103200* 2230-RESET-ONE-LINE
103300*    STARTS ONE LINE OF THE ORDER AS NOT SHIPPED, BACKORDERED
103400*    AND NOT YET MATCHED TO A CONFIRMATION ROW.
103500*--------------------------------------------------------------
103600 2230-RESET-ONE-LINE.
103700     MOVE 0   TO WS-LIN-SHIPPED (WS-LIN-SUB)
103800     MOVE 'B' TO WS-LIN-ACTION (WS-LIN-SUB)
103900     MOVE 'N' TO WS-LIN-MATCHED (WS-LIN-SUB).
104000 2230-EXIT.
104100     EXIT.
104200
104300*--------------------------------------------------------------
104400* 2250-APPLY-ONE-ROW
104500*    MATCHES ONE CONFIRMATION ROW TO THE FIRST LINE OF THE
104600*    ORDER FOR ITS PRODUCT NOT ALREADY MATCHED, AND SETS THAT
104700*    LINE'S SHIPPED QUANTITY AND SHORT ACTION.
104800*--------------------------------------------------------------
104900 2250-APPLY-ONE-ROW.
105000     MOVE 'N' TO WS-LINE-FOUND-SW
105100     PERFORM 2260-MATCH-ONE-LINE THRU 2260-EXIT
105200         VARYING WS-LIN-SUB FROM WS-ORD-FIRST-LINE (WS-ORD-HIT)
105300         BY 1 UNTIL WS-LIN-SUB > WS-LIN-LAST
105400            OR WS-LINE-FOUND
105500     IF NOT WS-LINE-FOUND
105600         MOVE "product is not on the order (or repeated)"
105700             TO WS-REASON
105800         GO TO 2250-EXIT
105900     END-IF
106000     SUBTRACT 1 FROM WS-LIN-SUB
106100
106200     IF WS-CNF-QUANTITY (WS-CNF-SUB)
106300         > WS-LIN-ORDERED (WS-LIN-SUB)
106400         MOVE "shipped more than was ordered" TO WS-REASON
106500         GO TO 2250-EXIT
106600     END-IF
106700
106800     IF WS-CNF-ACTION (WS-CNF-SUB) NOT = SPACE
106900       AND WS-CNF-ACTION (WS-CNF-SUB) NOT = 'B'
107000       AND WS-CNF-ACTION (WS-CNF-SUB) NOT = 'C'
107100         MOVE "short action must be B or C" TO WS-REASON
107200         GO TO 2250-EXIT
107300     END-IF
107400
107500     MOVE 'Y' TO WS-LIN-MATCHED (WS-LIN-SUB)
107600     MOVE WS-CNF-QUANTITY (WS-CNF-SUB)
107700         TO WS-LIN-SHIPPED (WS-LIN-SUB)
107800     IF WS-CNF-ACTION (WS-CNF-SUB) = 'C'
107900         MOVE 'C' TO WS-LIN-ACTION (WS-LIN-SUB)
108000     ELSE
108100         MOVE 'B' TO WS-LIN-ACTION (WS-LIN-SUB)
108200     END-IF.
108300 2250-EXIT.
108400     EXIT.
108500
108600*--------------------------------------------------------------
108700* 2260-MATCH-ONE-LINE
108800*    CHECKS ONE LINE OF THE ORDER FOR THE ROW'S PRODUCT.
108900*--------------------------------------------------------------
109000 2260-MATCH-ONE-LINE.
109100     IF WS-LIN-PRODUCT (WS-LIN-SUB)
109200         = WS-CNF-PRODUCT (WS-CNF-SUB)
109300       AND NOT WS-LIN-IS-MATCHED (WS-LIN-SUB)
109400         MOVE 'Y' TO WS-LINE-FOUND-SW
109500     END-IF.
109600 2260-EXIT.
109700     EXIT.
109800
109900*--------------------------------------------------------------
110000* 2300-POST-CONFIRMATION
110100*    WRITES THE SHIPPED LINES TO INVLINES FIRST - ONLY WHEN
110200*    THE WHOLE INVOICE IS ON INVLINES DOES ANYTHING ELSE
110300*    MOVE - THEN SETTLES EACH LINE'S SHORTFALL, LOGS EVERY
110400*    LINE ON SHIPHIST, PRINTS THE PACKING SLIP AND TAKES THE
110500*    ORDER OFF ORDPICK AND PICKOPEN. AN ORDER THAT SHIPPED
110600*    NOTHING WRITES NO INVOICE AND NO SLIP.
110700*--------------------------------------------------------------
110800 2300-POST-CONFIRMATION.
110900     MOVE 0 TO WS-ORD-SHIP-LINES
111000     MOVE 0 TO WS-ORD-SHIP-UNITS
111100     MOVE 0 TO WS-ORD-BACK-UNITS
111200     PERFORM 2310-COUNT-ONE-LINE THRU 2310-EXIT
111300         VARYING WS-LIN-SUB FROM WS-ORD-FIRST-LINE (WS-ORD-HIT)
111400         BY 1 UNTIL WS-LIN-SUB > WS-LIN-LAST
111500
111600     IF WS-ORD-SHIP-LINES > 0
111700         PERFORM 2400-WRITE-INVOICE THRU 2400-EXIT
111800         IF NOT WS-INVOICE-OK
111900             MOVE 'N' TO WS-CONFIRM-VALID-SW
112000             MOVE "invoice lines could not be written"
112100                 TO WS-REASON
112200             PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
112300             GO TO 2300-EXIT
112400         END-IF
112500     ELSE
112600         ADD 1 TO WS-ORDERS-NOT-SHIPPED
112700     END-IF
112800
112900     ACCEPT WS-TIME-NOW FROM TIME
113000     PERFORM 2350-SETTLE-ONE-LINE THRU 2350-EXIT
113100         VARYING WS-LIN-SUB FROM WS-ORD-FIRST-LINE (WS-ORD-HIT)
113200         BY 1 UNTIL WS-LIN-SUB > WS-LIN-LAST
113300
113400     IF WS-ORD-SHIP-LINES > 0
113500         PERFORM 2500-PRINT-PACKING-SLIP THRU 2500-EXIT
113600     END-IF
113700
113800     MOVE 'S' TO WS-ORD-STATUS (WS-ORD-HIT)
113900     MOVE 'S' TO WS-OPN-STATUS (WS-OPN-HIT)
114000     ADD 1 TO WS-CONFIRMS-POSTED
114100     ADD WS-ORD-SHIP-UNITS TO WS-UNITS-SHIPPED.
114200 2300-EXIT.
114300     EXIT.
114400
114500*--------------------------------------------------------------
114600* 2310-COUNT-ONE-LINE
114700*    COUNTS ONE LINE INTO THE ORDER'S SHIPPED LINES AND
114800*    UNITS.
114900*--------------------------------------------------------------
115000 2310-COUNT-ONE-LINE.
115100     IF WS-LIN-SHIPPED (WS-LIN-SUB) > 0
115200         ADD 1 TO WS-ORD-SHIP-LINES
115300         ADD WS-LIN-SHIPPED (WS-LIN-SUB) TO WS-ORD-SHIP-UNITS
115400     END-IF.
115500 2310-EXIT.
115600     EXIT.
115700
115800*--------------------------------------------------------------
115900* 2350-SETTLE-ONE-LINE
116000*    PUTS A RESERVED LINE'S SHORTFALL BACK ON HAND, WRITES IT
116100*    TO BACKORDR UNLESS IT WAS CANCELLED, AND LOGS THE LINE ON
116200*    SHIPHIST.
116300*--------------------------------------------------------------
116400 2350-SETTLE-ONE-LINE.
116500     COMPUTE WS-SHORT-QTY = WS-LIN-ORDERED (WS-LIN-SUB)
116600         - WS-LIN-SHIPPED (WS-LIN-SUB)
116700     IF WS-SHORT-QTY > 0
116800         IF WS-LIN-STOCK-FLAG (WS-LIN-SUB) = 'R'
116900             PERFORM 2360-RELEASE-RESERVATION THRU 2360-EXIT
117000         END-IF
117100         IF WS-LIN-CANCEL-SHORT (WS-LIN-SUB)
117200             ADD WS-SHORT-QTY TO WS-UNITS-CANCELLED
117300         ELSE
117400             PERFORM 2370-WRITE-BACKORDER THRU 2370-EXIT
117500         END-IF
117600     END-IF
117700
117800     MOVE SPACES TO SL-HISTORY-RECORD
117900     MOVE WS-CURRENT-DATE TO SL-DATE
118000     MOVE WS-TIME-NOW     TO SL-TIME
118100     MOVE WS-CNF-ORDER    TO SL-ORDER-NUMBER
118200     MOVE WS-ORD-CUSTOMER (WS-ORD-HIT) TO SL-CUSTOMER-ID
118300     MOVE WS-LIN-PRODUCT (WS-LIN-SUB)  TO SL-PRODUCT-CODE
118400     MOVE WS-LIN-ORDERED (WS-LIN-SUB)  TO SL-ORDERED-QTY
118500     MOVE WS-LIN-SHIPPED (WS-LIN-SUB)  TO SL-SHIPPED-QTY
118600     IF WS-SHORT-QTY > 0
118700         MOVE WS-LIN-ACTION (WS-LIN-SUB) TO SL-SHORT-ACTION
118800     END-IF
118900     MOVE WS-CNF-CARRIER  TO SL-CARRIER
119000     MOVE WS-CNF-TRACKING TO SL-TRACKING
119100     MOVE WS-OPERATOR-ID  TO SL-OPERATOR
119200     WRITE SL-HISTORY-RECORD
119300     IF NOT WS-SL-OK
119400         DISPLAY "WARNING: could not write SHIPHIST, status "
119500             WS-SL-FILE-STATUS
119600     END-IF.
119700 2350-EXIT.
119800     EXIT.
119900
120000*--------------------------------------------------------------
120100* 2360-RELEASE-RESERVATION
120200*    PUTS THE SHORT QUANTITY OF A RESERVED LINE BACK ON
120300*    SK-ON-HAND. WHILE THE PRODUCT IS FROZEN FOR A PHYSICAL
120400*    COUNT IT IS LEFT ALONE - THE UNPICKED GOODS ARE ON THE
120500*    SHELF, SO THE COUNT TAKES THEM UP.
120600*--------------------------------------------------------------
120700 2360-RELEASE-RESERVATION.
120800     MOVE WS-LIN-PRODUCT (WS-LIN-SUB) TO SK-PRODUCT-CODE
120900     READ STOCK-FILE
121000         INVALID KEY
121100             DISPLAY "WARNING: product "
121200                 WS-LIN-PRODUCT (WS-LIN-SUB)
121300                 " is not on PRODSTCK - " WS-SHORT-QTY
121400                 " short unit(s) not returned to stock."
121500             GO TO 2360-EXIT
121600     END-READ
121700
121800     IF SK-COUNT-FROZEN
121900         DISPLAY "  Product " WS-LIN-PRODUCT (WS-LIN-SUB)
122000             " is frozen for a count - " WS-SHORT-QTY
122100             " short unit(s) left to the count."
122200         GO TO 2360-EXIT
122300     END-IF
122400
122500     ADD WS-SHORT-QTY TO SK-ON-HAND
122600     MOVE WS-CURRENT-DATE TO SK-DATE-UPDATED
122700     REWRITE SK-STOCK-RECORD
122800     IF NOT WS-SK-OK
122900         DISPLAY "WARNING: could not rewrite PRODSTCK, status "
123000             WS-SK-FILE-STATUS " - product "
123100             WS-LIN-PRODUCT (WS-LIN-SUB)
123200     END-IF.
123300 2360-EXIT.
123400     EXIT.
123500
123600*--------------------------------------------------------------
123700* 2370-WRITE-BACKORDER
123800*    WRITES THE SHORT QUANTITY TO BACKORDR FOR BackorderFill
123900*    TO RELEASE WHEN STOCK COMES IN.
124000*--------------------------------------------------------------
124100 2370-WRITE-BACKORDER.
124200     MOVE SPACES TO BO-BACKORDER-RECORD
124300     MOVE WS-CURRENT-DATE TO BO-ENTRY-DATE
124400     MOVE WS-ORD-CUSTOMER (WS-ORD-HIT) TO BO-CUSTOMER-ID
124500     MOVE WS-LIN-PRODUCT (WS-LIN-SUB)  TO BO-PRODUCT-CODE
124600     MOVE WS-SHORT-QTY    TO BO-QUANTITY-SHORT
124700     WRITE BO-BACKORDER-RECORD
124800     IF NOT WS-BO-OK
124900         DISPLAY "WARNING: could not write BACKORDR, status "
125000             WS-BO-FILE-STATUS " - product "
125100             WS-LIN-PRODUCT (WS-LIN-SUB)
125200         GO TO 2370-EXIT
125300     END-IF
125400     ADD WS-SHORT-QTY TO WS-ORD-BACK-UNITS
125500     ADD WS-SHORT-QTY TO WS-UNITS-BACKORDERED.
125600 2370-EXIT.
125700     EXIT.
125800
125900*--------------------------------------------------------------
126000* 2400-WRITE-INVOICE
126100*    WRITES THE ORDER TO INVLINES - A HEADER UNDER THE ORDER
126200*    NUMBER DATED TODAY, ONE DETAIL LINE PER LINE THAT SHIPPED
126300*    ANYTHING, AT THE QUANTITY SHIPPED, AND THE TRAILER. A
126320*    LINE OR TRAILER NOT WRITTEN LEAVES THE ORDER ON ORDPICK.
126340*    THE BILLING RUN FINDS THE PART INVOICE SHORT OF LINES OR
126360*    TRAILER AND REJECTS IT WHOLE - NOTHING REACHES AROPEN.
126400*--------------------------------------------------------------
126500 2400-WRITE-INVOICE.
126600     MOVE 'N' TO WS-INVOICE-OK-SW
126700     MOVE SPACES TO IV-LINE-RECORD
126800     MOVE '1' TO IV-RECORD-TYPE
126900     MOVE WS-CNF-ORDER TO IV-INVOICE-NUMBER
127000     MOVE WS-ORD-CUSTOMER (WS-ORD-HIT) TO IV-CUSTOMER-ID
127100     MOVE WS-CURRENT-DATE TO IV-INVOICE-DATE
127200     WRITE IV-LINE-RECORD
127300     IF NOT WS-IV-OK
127400         DISPLAY "WARNING: could not write INVLINES, status "
127500             WS-IV-FILE-STATUS
127600         GO TO 2400-EXIT
127700     END-IF
127800     MOVE 'Y' TO WS-INVOICE-OK-SW
127900
128000     PERFORM 2450-WRITE-ONE-DETAIL THRU 2450-EXIT
128100         VARYING WS-LIN-SUB FROM WS-ORD-FIRST-LINE (WS-ORD-HIT)
128200         BY 1 UNTIL WS-LIN-SUB > WS-LIN-LAST
128300
128400     MOVE SPACES TO IV-LINE-RECORD
128500     MOVE '9' TO IV-RECORD-TYPE
128600     MOVE WS-ORD-SHIP-LINES TO IV-EXPECTED-LINES
128700     WRITE IV-LINE-RECORD
128800     IF NOT WS-IV-OK
128900         DISPLAY "ERROR: could not write INVLINES trailer, "
129000             "status " WS-IV-FILE-STATUS " - order "
129100             WS-CNF-ORDER
129200         MOVE 1 TO RETURN-CODE
129250         MOVE 'N' TO WS-INVOICE-OK-SW
129300     END-IF
129310     IF NOT WS-INVOICE-OK
129320         DISPLAY "ERROR: order " WS-CNF-ORDER " left on ORDPICK -"
129330             " its part invoice on INVLINES must be taken off "
129340             "before billing."
129350     END-IF.
129400 2400-EXIT.
129500     EXIT.
129600
129700*--------------------------------------------------------------
129800* 2450-WRITE-ONE-DETAIL
129900*    WRITES ONE SHIPPED LINE TO INVLINES, KEEPING ITS STOCK
130000*    FLAG SO THE BILLING RUN KNOWS THE STOCK HAS ALREADY COME
130100*    OFF SK-ON-HAND. A LINE NOT WRITTEN FAILS THE INVOICE.
130200*--------------------------------------------------------------
130300 2450-WRITE-ONE-DETAIL.
130400     IF WS-LIN-SHIPPED (WS-LIN-SUB) = 0
130500         GO TO 2450-EXIT
130600     END-IF
130700     MOVE SPACES TO IV-LINE-RECORD
130800     MOVE '2' TO IV-RECORD-TYPE
130900     MOVE WS-LIN-PRODUCT (WS-LIN-SUB)    TO IV-PRODUCT-CODE
131000     MOVE WS-LIN-SHIPPED (WS-LIN-SUB)    TO IV-QUANTITY
131100     MOVE WS-LIN-STOCK-FLAG (WS-LIN-SUB) TO IV-STOCK-FLAG
131200     WRITE IV-LINE-RECORD
131300     IF NOT WS-IV-OK
131400         DISPLAY "ERROR: could not write INVLINES, status "
131500             WS-IV-FILE-STATUS " - order " WS-CNF-ORDER
131600             " product " WS-LIN-PRODUCT (WS-LIN-SUB)
131700         MOVE 1 TO RETURN-CODE
131750         MOVE 'N' TO WS-INVOICE-OK-SW
131800     END-IF.
131900 2450-EXIT.
132000     EXIT.
132100
132200*--------------------------------------------------------------
132300* 2500-PRINT-PACKING-SLIP
132400*    PRINTS THE PACKING SLIP FOR THE BOX - THE ORDER, THE
132500*    CUSTOMER'S NAME AND BILLING ADDRESS FROM CUSTMSTR, THE
132600*    CARRIER AND TRACKING, AND WHAT WAS ORDERED, SHIPPED AND
132700*    BACKORDERED ON EACH LINE.
132800*--------------------------------------------------------------
132900 2500-PRINT-PACKING-SLIP.
133000     IF NOT WS-RPT-IS-OPEN
133100         GO TO 2500-EXIT
133200     END-IF
133300
133400     MOVE WS-CURRENT-DATE TO WS-SLP-HDG-DATE
133500     MOVE WS-CNF-ORDER    TO WS-SLPO-ORDER
133600     MOVE WS-ORD-DATE (WS-ORD-HIT)     TO WS-SLPO-DATE
133700     MOVE WS-ORD-CUSTOMER (WS-ORD-HIT) TO WS-SLPS-CUSTOMER
133800     MOVE SPACES TO WS-SLPS-NAME
133900     MOVE SPACES TO CM-MAINTAINED-FIELDS
134000     IF WS-CM-AVAILABLE
134100         MOVE WS-ORD-CUSTOMER (WS-ORD-HIT) TO CM-CUSTOMER-ID
134200         READ CUSTOMER-MASTER
134300             INVALID KEY
134400                 MOVE "(NOT ON CUSTMSTR)" TO WS-SLPS-NAME
134500                 MOVE SPACES TO CM-MAINTAINED-FIELDS
134600             NOT INVALID KEY
134700                 MOVE CM-CUSTOMER-NAME TO WS-SLPS-NAME
134800         END-READ
134900     END-IF
135000     MOVE WS-CNF-CARRIER  TO WS-SLPV-CARRIER
135100     MOVE WS-CNF-TRACKING TO WS-SLPV-TRACKING
135200
135300     WRITE RPT-PRINT-LINE FROM WS-SLP-HEADING-1
135400     WRITE RPT-PRINT-LINE FROM WS-SLP-ORDER-LINE
135500     MOVE SPACES TO RPT-PRINT-LINE
135600     WRITE RPT-PRINT-LINE
135700     WRITE RPT-PRINT-LINE FROM WS-SLP-SHIP-TO-LINE
135800     IF CM-BILL-ADDRESS-1 NOT = SPACES
135900         MOVE CM-BILL-ADDRESS-1 TO WS-SLPA-TEXT
136000         WRITE RPT-PRINT-LINE FROM WS-SLP-ADDRESS-LINE
136100     END-IF
136200     IF CM-BILL-ADDRESS-2 NOT = SPACES
136300         MOVE CM-BILL-ADDRESS-2 TO WS-SLPA-TEXT
136400         WRITE RPT-PRINT-LINE FROM WS-SLP-ADDRESS-LINE
136500     END-IF
136600     IF CM-BILL-CITY NOT = SPACES
136700         MOVE CM-BILL-CITY  TO WS-SLPC-CITY
136800         MOVE CM-BILL-STATE TO WS-SLPC-STATE
136900         MOVE CM-BILL-ZIP   TO WS-SLPC-ZIP
137000         WRITE RPT-PRINT-LINE FROM WS-SLP-CITY-LINE
137100     END-IF
137200     MOVE SPACES TO RPT-PRINT-LINE
137300     WRITE RPT-PRINT-LINE
137400     WRITE RPT-PRINT-LINE FROM WS-SLP-CARRIER-LINE
137500     MOVE SPACES TO RPT-PRINT-LINE
137600     WRITE RPT-PRINT-LINE
137700     WRITE RPT-PRINT-LINE FROM WS-SLP-HEADING-2
137800
137900     PERFORM 2550-PRINT-ONE-SLIP-LINE THRU 2550-EXIT
138000         VARYING WS-LIN-SUB FROM WS-ORD-FIRST-LINE (WS-ORD-HIT)
138100         BY 1 UNTIL WS-LIN-SUB > WS-LIN-LAST
138200
138300     MOVE WS-ORD-SHIP-UNITS TO WS-SLPT-SHIPPED
138400     MOVE WS-ORD-BACK-UNITS TO WS-SLPT-BACKORDERED
138500     MOVE SPACES TO RPT-PRINT-LINE
138600     WRITE RPT-PRINT-LINE
138700     WRITE RPT-PRINT-LINE FROM WS-SLP-TOTAL-LINE
138800     MOVE SPACES TO RPT-PRINT-LINE
138900     WRITE RPT-PRINT-LINE
139000     WRITE RPT-PRINT-LINE
139100     IF NOT WS-RPT-OK
139200         DISPLAY "WARNING: could not write PACKSLIP, status "
139300             WS-RPT-FILE-STATUS
139400     END-IF
139500     ADD 1 TO WS-SLIPS-PRINTED.
139600 2500-EXIT.
139700     EXIT.
139800
139900*--------------------------------------------------------------
140000* 2550-PRINT-ONE-SLIP-LINE
140100*    PRINTS ONE LINE OF THE ORDER ON THE PACKING SLIP. A
140200*    CANCELLED SHORTFALL SHOWS NO BACKORDER AND IS MARKED.
140300*--------------------------------------------------------------
140400 2550-PRINT-ONE-SLIP-LINE.
140500     MOVE SPACES TO WS-SLPD-NAME
140600     IF WS-PM-AVAILABLE
140700         MOVE WS-LIN-PRODUCT (WS-LIN-SUB) TO PM-PRODUCT-CODE
140800         READ PRODUCT-MASTER
140900             INVALID KEY
141000                 MOVE "(NOT ON FILE)" TO WS-SLPD-NAME
141100             NOT INVALID KEY
141200                 MOVE PM-PRODUCT-NAME TO WS-SLPD-NAME
141300         END-READ
141400     END-IF
141500
141600     COMPUTE WS-SHORT-QTY = WS-LIN-ORDERED (WS-LIN-SUB)
141700         - WS-LIN-SHIPPED (WS-LIN-SUB)
141800     MOVE WS-LIN-PRODUCT (WS-LIN-SUB) TO WS-SLPD-PRODUCT
141900     MOVE WS-LIN-ORDERED (WS-LIN-SUB) TO WS-SLPD-ORDERED
142000     MOVE WS-LIN-SHIPPED (WS-LIN-SUB) TO WS-SLPD-SHIPPED
142100     MOVE SPACES TO WS-SLPD-NOTE
142200     IF WS-SHORT-QTY > 0
142300       AND WS-LIN-CANCEL-SHORT (WS-LIN-SUB)
142400         MOVE 0 TO WS-SLPD-BACKORDERED
142500         MOVE "CANCELLED" TO WS-SLPD-NOTE
142600     ELSE
142700         MOVE WS-SHORT-QTY TO WS-SLPD-BACKORDERED
142800     END-IF
142900     WRITE RPT-PRINT-LINE FROM WS-SLP-DETAIL-LINE.
143000 2550-EXIT.
143100     EXIT.
143200
143300*--------------------------------------------------------------
143400* 2600-WRITE-REJECT
143500*    WRITES EVERY ROW OF THE REJECTED CONFIRMATION, WITH THE
143600*    REASON, TO SHIPREJT SO THE WAREHOUSE CAN PUT IT RIGHT AND
143700*    CONFIRM THE ORDER AGAIN. A CONFIRMATION WITH NO ROWS
143800*    WRITES ONE LINE FOR THE ORDER.
143900*--------------------------------------------------------------
144000 2600-WRITE-REJECT.
144100     IF WS-CNF-COUNT = 0
144200         MOVE 0 TO WS-CNF-SUB
144300         PERFORM 2650-WRITE-ONE-REJECT THRU 2650-EXIT
144400     ELSE
144500         PERFORM 2650-WRITE-ONE-REJECT THRU 2650-EXIT
144600             VARYING WS-CNF-SUB FROM 1 BY 1
144700             UNTIL WS-CNF-SUB > WS-CNF-COUNT
144800     END-IF
144900     ADD 1 TO WS-CONFIRMS-REJECTED.
145000 2600-EXIT.
145100     EXIT.
145200
145300*--------------------------------------------------------------
145400* 2650-WRITE-ONE-REJECT
145500*    WRITES ONE SHIPREJT LINE.
145600*--------------------------------------------------------------
145700 2650-WRITE-ONE-REJECT.
145800     MOVE SPACES          TO SR-REJECT-RECORD
145900     MOVE WS-CNF-ORDER    TO SR-ORDER-NUMBER
146000     IF WS-CNF-SUB = 0
146100         MOVE 0 TO SR-PRODUCT-CODE
146200         MOVE 0 TO SR-QUANTITY
146300     ELSE
146400         MOVE WS-CNF-PRODUCT (WS-CNF-SUB)  TO SR-PRODUCT-CODE
146500         MOVE WS-CNF-QUANTITY (WS-CNF-SUB) TO SR-QUANTITY
146600     END-IF
146700     MOVE WS-CURRENT-DATE TO SR-DATE
146800     MOVE WS-REASON       TO SR-REASON
146900     WRITE SR-REJECT-RECORD
147000     IF NOT WS-SR-OK
147100         DISPLAY "WARNING: could not write SHIPREJT, status "
147200             WS-SR-FILE-STATUS
147300     END-IF.
147400 2650-EXIT.
147500     EXIT.
147600
147700*--------------------------------------------------------------
147800* 2800-PROCESS-CONFIRM-FILE
147900*    DRIVES THE BATCH RUN - THE SHIPCONF ROWS FOR EACH ORDER
148000*    ARE GATHERED AND GO THROUGH THE SAME CHECKS A KEYED
148100*    CONFIRMATION GETS. THE FEED IS CLEARED AFTERWARDS SO A
148200*    RERUN CANNOT SHIP THE SAME ORDERS TWICE.
148300*--------------------------------------------------------------
148400 2800-PROCESS-CONFIRM-FILE.
148500     OPEN INPUT SHIP-CONFIRMS
148600     IF NOT WS-SC-OK
148700         DISPLAY "ERROR: cannot open SHIPCONF, status "
148800             WS-SC-FILE-STATUS
148900         DISPLAY "ERROR: no confirmations file - nothing to "
149000             "post."
149100         MOVE 1 TO RETURN-CODE
149200         GO TO 2800-EXIT
149300     END-IF
149400
149500     MOVE 'N' TO WS-SC-EOF-SWITCH
149600     PERFORM 2900-CLEAR-CONFIRMATION THRU 2900-EXIT
149700     PERFORM 2810-READ-ONE-ROW THRU 2810-EXIT
149800         UNTIL WS-END-OF-CONFIRMS
149900     CLOSE SHIP-CONFIRMS
150000
150100     OPEN OUTPUT SHIP-CONFIRMS
150200     IF WS-SC-OK
150300         CLOSE SHIP-CONFIRMS
150400     ELSE
150500         DISPLAY "WARNING: could not clear SHIPCONF, status "
150600             WS-SC-FILE-STATUS
150700     END-IF
150800
150900     DISPLAY "Orders confirmed: " WS-CONFIRMS-READ
151000         " Posted: " WS-CONFIRMS-POSTED
151100         " Rejected: " WS-CONFIRMS-REJECTED.
151200 2800-EXIT.
151300     EXIT.
151400
151500*--------------------------------------------------------------
151600* 2810-READ-ONE-ROW
151700*    READS ONE SHIPCONF ROW. A ROW FOR A NEW ORDER FIRST
151800*    PROCESSES THE ROWS GATHERED FOR THE ONE BEFORE; THE END
151900*    OF THE FILE PROCESSES THE LAST.
152000*--------------------------------------------------------------
152100 2810-READ-ONE-ROW.
152200     READ SHIP-CONFIRMS
152300         AT END
152400             MOVE 'Y' TO WS-SC-EOF-SWITCH
152500             IF WS-CNF-COUNT > 0
152600                 PERFORM 2850-PROCESS-CONFIRMATION
152700                     THRU 2850-EXIT
152800             END-IF
152900             GO TO 2810-EXIT
153000     END-READ
153100
153200     IF SC-ORDER-NUMBER NOT NUMERIC
153300         MOVE 0 TO SC-ORDER-NUMBER
153400     END-IF
153500     IF WS-CNF-COUNT > 0
153600       AND SC-ORDER-NUMBER NOT = WS-CNF-ORDER
153700         PERFORM 2850-PROCESS-CONFIRMATION THRU 2850-EXIT
153800     END-IF
153900
154000     MOVE SC-ORDER-NUMBER TO WS-CNF-ORDER
154100     IF WS-CNF-CARRIER = SPACES
154200         MOVE SC-CARRIER  TO WS-CNF-CARRIER
154300         MOVE SC-TRACKING TO WS-CNF-TRACKING
154400     END-IF
154500
154600     IF WS-CNF-COUNT >= WS-MAX-CNF-ROWS
154700         MOVE "order has too many lines to confirm"
154800             TO WS-CNF-BAD-REASON
154900         GO TO 2810-EXIT
155000     END-IF
155100
155200     ADD 1 TO WS-CNF-COUNT
155300     IF SC-ORDER-NUMBER = 0
155400       OR SC-PRODUCT-CODE NOT NUMERIC
155500       OR SC-QUANTITY NOT NUMERIC
155600         MOVE "confirmation line is not numeric"
155700             TO WS-CNF-BAD-REASON
155800         MOVE 0 TO WS-CNF-PRODUCT (WS-CNF-COUNT)
155900         MOVE 0 TO WS-CNF-QUANTITY (WS-CNF-COUNT)
156000         MOVE SPACE TO WS-CNF-ACTION (WS-CNF-COUNT)
156100         GO TO 2810-EXIT
156200     END-IF
156300
156400     MOVE SC-PRODUCT-CODE TO WS-CNF-PRODUCT (WS-CNF-COUNT)
156500     MOVE SC-QUANTITY     TO WS-CNF-QUANTITY (WS-CNF-COUNT)
156600     MOVE SC-SHORT-ACTION TO WS-CNF-ACTION (WS-CNF-COUNT).
156700 2810-EXIT.
156800     EXIT.
156900
157000*--------------------------------------------------------------
157100* 2850-PROCESS-CONFIRMATION
157200*    POSTS OR REJECTS THE ROWS GATHERED FOR ONE ORDER AND
157300*    CLEARS THEM FOR THE NEXT.
157400*--------------------------------------------------------------
157500 2850-PROCESS-CONFIRMATION.
157600     ADD 1 TO WS-CONFIRMS-READ
157700     PERFORM 2200-VALIDATE-CONFIRMATION THRU 2200-EXIT
157800     IF WS-CONFIRM-VALID
157900         PERFORM 2300-POST-CONFIRMATION THRU 2300-EXIT
158000     ELSE
158100         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
158200     END-IF
158300     PERFORM 2900-CLEAR-CONFIRMATION THRU 2900-EXIT.
158400 2850-EXIT.
158500     EXIT.
158600
158700*--------------------------------------------------------------
158800* 2900-CLEAR-CONFIRMATION
158900*    EMPTIES THE CONFIRMATION BEING GATHERED.
159000*--------------------------------------------------------------
159100 2900-CLEAR-CONFIRMATION.
159200     MOVE 0      TO WS-CNF-ORDER
159300     MOVE 0      TO WS-CNF-COUNT
159400     MOVE SPACES TO WS-CNF-CARRIER
159500     MOVE SPACES TO WS-CNF-TRACKING
159600     MOVE SPACES TO WS-CNF-BAD-REASON.
159700 2900-EXIT.
159800     EXIT.
159900
160000*--------------------------------------------------------------
160100* 9000-TERMINATE
160200*    CLOSES THE FILES, WRITES ORDPICK AND PICKOPEN BACK
160300*    WITHOUT THE ORDERS CONFIRMED AND SUMMARIZES THE SESSION.
160400*--------------------------------------------------------------
160500 9000-TERMINATE.
160600     CLOSE STOCK-FILE
160700     CLOSE INVOICE-LINES
160800     CLOSE BACKORDER-FILE
160900     CLOSE SHIP-HISTORY
161000     CLOSE SHIP-REJECTS
161100     IF WS-RPT-IS-OPEN
161200         CLOSE PACKING-SLIPS
161300     END-IF
161400     IF WS-CM-AVAILABLE
161500         CLOSE CUSTOMER-MASTER
161600     END-IF
161700     IF WS-PM-AVAILABLE
161800         CLOSE PRODUCT-MASTER
161900     END-IF
162000
162100     IF WS-CONFIRMS-POSTED > 0
162200         PERFORM 9100-REWRITE-ORDPICK THRU 9100-EXIT
162300         PERFORM 9200-REWRITE-PICKOPEN THRU 9200-EXIT
162400     END-IF
162500
162600     DISPLAY "Orders confirmed: " WS-CONFIRMS-POSTED
162700         " Units shipped: " WS-UNITS-SHIPPED
162800         " Rejected: " WS-CONFIRMS-REJECTED
162900     DISPLAY "Units backordered: " WS-UNITS-BACKORDERED
163000         " Cancelled: " WS-UNITS-CANCELLED
163100         " Orders with nothing shipped: " WS-ORDERS-NOT-SHIPPED
163200     DISPLAY "Packing slips written to PACKSLIP: "
163300         WS-SLIPS-PRINTED
163400     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
163500 9000-EXIT.
163600     EXIT.
163700
163800*--------------------------------------------------------------
163900* 9100-REWRITE-ORDPICK
164000*    REPLACES ORDPICK WITH THE ORDERS STILL WAITING, EACH WITH
164100*    ITS LINES AND A TRAILER. IF ORDPICK CANNOT BE WRITTEN THE
164200*    SHIPMENTS ARE ALREADY ON INVLINES AND SHIPHIST, AND THE
164300*    RUN ENDS WITH RC 1 SO THE CONFIRMED ORDERS ARE TAKEN OFF
164400*    BY HAND BEFORE ANYONE CONFIRMS THEM AGAIN. ORDERS ADDED
164420*    TO ORDPICK DURING THE SESSION ARE PICKED UP FIRST AND
164440*    WRITTEN BACK WITH THE REST.
164500*--------------------------------------------------------------
164600 9100-REWRITE-ORDPICK.
164610     PERFORM 9110-CARRY-NEW-ORDERS THRU 9110-EXIT
164620     IF NOT WS-CARRY-OK
164630         DISPLAY "ERROR: this session's shipments are on "
164640             "INVLINES but still on ORDPICK."
164650         MOVE 1 TO RETURN-CODE
164660         GO TO 9100-EXIT
164670     END-IF
164680
164700     OPEN OUTPUT PICK-ORDERS
164800     IF NOT WS-OP-OK
164900         DISPLAY "ERROR: cannot rewrite ORDPICK, status "
165000             WS-OP-FILE-STATUS
165100         DISPLAY "ERROR: this session's shipments are on "
165200             "INVLINES but still on ORDPICK."
165300         MOVE 1 TO RETURN-CODE
165400         GO TO 9100-EXIT
165500     END-IF
165600
165700     PERFORM 9150-WRITE-ONE-ORDER THRU 9150-EXIT
165800         VARYING WS-ORD-SUB FROM 1 BY 1
165900         UNTIL WS-ORD-SUB > WS-ORD-COUNT
166000     CLOSE PICK-ORDERS.
166100 9100-EXIT.
166200     EXIT.
166205
166210*--------------------------------------------------------------
166215* 9110-CARRY-NEW-ORDERS
166220*    OrderEntry, OrderReview AND BackorderFill APPEND TO
166225*    ORDPICK, SO IT MAY HAVE GROWN SINCE IT WAS LOADED. IT IS
166230*    READ AGAIN, THE RECORDS LOADED AT START-UP ARE PASSED
166235*    OVER, AND ANY AFTER THEM ARE LOADED INTO THE TABLES SO
166240*    THEY ARE WRITTEN BACK. A TABLE FILLING UP LEAVES ORDPICK
166245*    AS IT WAS, FOR THE CONFIRMED ORDERS TO BE TAKEN OFF BY
166250*    HAND.
166255*--------------------------------------------------------------
166260 9110-CARRY-NEW-ORDERS.
166265     MOVE 'N' TO WS-CARRY-OK-SW
166270     OPEN INPUT PICK-ORDERS
166275     IF NOT WS-OP-OK
166280         DISPLAY "ERROR: cannot reread ORDPICK, status "
166285             WS-OP-FILE-STATUS
166290         GO TO 9110-EXIT
166295     END-IF
166296
166297     MOVE 'N' TO WS-OP-EOF-SWITCH
166298     MOVE 0   TO WS-SKIP-COUNT
166299     PERFORM 9120-SKIP-ONE-ORDER-RECORD THRU 9120-EXIT
166300         UNTIL WS-SKIP-COUNT >= WS-OP-RECORDS-LOADED
166301            OR WS-END-OF-ORDERS
166302     MOVE WS-ORD-COUNT TO WS-CARRY-FROM
166303     MOVE 'Y' TO WS-CARRYING-SW
166304     MOVE 'N' TO WS-TABLE-FULL-SW
166305     PERFORM 1150-LOAD-ONE-RECORD THRU 1150-EXIT
166306         UNTIL WS-END-OF-ORDERS
166307     CLOSE PICK-ORDERS
166308     MOVE 'N' TO WS-CARRYING-SW
166309     IF WS-TABLE-FULL
166310         DISPLAY "ERROR: ORDPICK left as it was - take this "
166311             "session's confirmed orders off it by hand."
166312         GO TO 9110-EXIT
166313     END-IF
166314     IF WS-ORD-COUNT > WS-CARRY-FROM
166315         COMPUTE WS-CARRIED = WS-ORD-COUNT - WS-CARRY-FROM
166316         DISPLAY "Orders added to ORDPICK during the session: "
166317             WS-CARRIED " - kept."
166332     END-IF
166333     MOVE 'Y' TO WS-CARRY-OK-SW.
166334 9110-EXIT.
166335     EXIT.
166336
166337*--------------------------------------------------------------
166338* 9120-SKIP-ONE-ORDER-RECORD
166339*    PASSES OVER ONE ORDPICK RECORD ALREADY IN THE TABLES.
166340*--------------------------------------------------------------
166341 9120-SKIP-ONE-ORDER-RECORD.
166342     READ PICK-ORDERS
166343         AT END
166344             MOVE 'Y' TO WS-OP-EOF-SWITCH
166345             GO TO 9120-EXIT
166346     END-READ
166347     ADD 1 TO WS-SKIP-COUNT.
166348 9120-EXIT.
166349     EXIT.
166350
166400*--------------------------------------------------------------
166500* 9150-WRITE-ONE-ORDER
166600*    WRITES ONE ORDER STILL WAITING BACK TO ORDPICK.
166700*--------------------------------------------------------------
166800 9150-WRITE-ONE-ORDER.
166900     IF WS-ORD-SHIPPED (WS-ORD-SUB)
167000         GO TO 9150-EXIT
167100     END-IF
167200
167300     MOVE SPACES TO IL-LINE-RECORD
167400     MOVE '1' TO IL-RECORD-TYPE
167500     MOVE WS-ORD-NUMBER (WS-ORD-SUB)   TO IL-INVOICE-NUMBER
167600     MOVE WS-ORD-CUSTOMER (WS-ORD-SUB) TO IL-CUSTOMER-ID
167700     MOVE WS-ORD-DATE (WS-ORD-SUB)     TO IL-INVOICE-DATE
167800     WRITE IL-LINE-RECORD
167900     IF NOT WS-OP-OK
168000         DISPLAY "ERROR: could not write ORDPICK, status "
168100             WS-OP-FILE-STATUS " - order "
168200             WS-ORD-NUMBER (WS-ORD-SUB)
168300         MOVE 1 TO RETURN-CODE
168400     END-IF
168500
168600     COMPUTE WS-LIN-LAST = WS-ORD-FIRST-LINE (WS-ORD-SUB)
168700         + WS-ORD-LINE-COUNT (WS-ORD-SUB) - 1
168800     PERFORM 9160-WRITE-ONE-LINE THRU 9160-EXIT
168900         VARYING WS-LIN-SUB FROM WS-ORD-FIRST-LINE (WS-ORD-SUB)
169000         BY 1 UNTIL WS-LIN-SUB > WS-LIN-LAST
169100
169200     MOVE SPACES TO IL-LINE-RECORD
169300     MOVE '9' TO IL-RECORD-TYPE
169400     MOVE WS-ORD-LINE-COUNT (WS-ORD-SUB) TO IL-EXPECTED-LINES
169500     WRITE IL-LINE-RECORD.
169600 9150-EXIT.
169700     EXIT.
169800
169900*--------------------------------------------------------------
170000* 9160-WRITE-ONE-LINE
170100*    WRITES ONE LINE OF A WAITING ORDER BACK TO ORDPICK AS IT
170200*    WAS READ.
170300*--------------------------------------------------------------
170400 9160-WRITE-ONE-LINE.
170500     MOVE SPACES TO IL-LINE-RECORD
170600     MOVE '2' TO IL-RECORD-TYPE
170700     MOVE WS-LIN-PRODUCT (WS-LIN-SUB)    TO IL-PRODUCT-CODE
170800     MOVE WS-LIN-ORDERED (WS-LIN-SUB)    TO IL-QUANTITY
170900     MOVE WS-LIN-STOCK-FLAG (WS-LIN-SUB) TO IL-STOCK-FLAG
171000     WRITE IL-LINE-RECORD
171100     IF NOT WS-OP-OK
171200         DISPLAY "ERROR: could not write ORDPICK, status "
171300             WS-OP-FILE-STATUS " - product "
171400             WS-LIN-PRODUCT (WS-LIN-SUB)
171500         MOVE 1 TO RETURN-CODE
171600     END-IF.
171700 9160-EXIT.
171800     EXIT.
171900
172000*--------------------------------------------------------------
172100* 9200-REWRITE-PICKOPEN
172200*    REPLACES PICKOPEN WITH THE TICKETED ORDERS STILL WAITING
172300*    TO SHIP, AFTER PICKING UP ANY TICKETED DURING THE
172350*    SESSION.
172400*--------------------------------------------------------------
172500 9200-REWRITE-PICKOPEN.
172510     PERFORM 9210-CARRY-NEW-PICK-OPEN THRU 9210-EXIT
172520     IF NOT WS-CARRY-OK
172530         DISPLAY "ERROR: orders shipped this session still "
172540             "show as picked and not shipped."
172550         MOVE 1 TO RETURN-CODE
172560         GO TO 9200-EXIT
172570     END-IF
172580
172600     OPEN OUTPUT PICK-OPEN
172700     IF NOT WS-PK-OK
172800         DISPLAY "ERROR: cannot rewrite PICKOPEN, status "
172900             WS-PK-FILE-STATUS
173000         DISPLAY "ERROR: orders shipped this session still "
173100             "show as picked and not shipped."
173200         MOVE 1 TO RETURN-CODE
173300         GO TO 9200-EXIT
173400     END-IF
173500
173600     PERFORM 9250-WRITE-ONE-PICK-OPEN THRU 9250-EXIT
173700         VARYING WS-OPN-SUB FROM 1 BY 1
173800         UNTIL WS-OPN-SUB > WS-OPN-COUNT
173900     CLOSE PICK-OPEN.
174000 9200-EXIT.
174100     EXIT.
174105
174110*--------------------------------------------------------------
174115* 9210-CARRY-NEW-PICK-OPEN
174120*    PickTicket APPENDS TO PICKOPEN, SO IT IS READ AGAIN THE
174125*    SAME WAY AS ORDPICK AND ANY ROWS ADDED SINCE START-UP
174130*    ARE LOADED INTO THE TABLE. NO PICKOPEN AT ALL LEAVES
174135*    NOTHING TO CARRY. A TABLE FILLING UP LEAVES PICKOPEN AS
174140*    IT WAS, FOR THE SHIPPED ORDERS TO BE TAKEN OFF BY HAND.
174145*--------------------------------------------------------------
174150 9210-CARRY-NEW-PICK-OPEN.
174155     MOVE 'N' TO WS-CARRY-OK-SW
174160     OPEN INPUT PICK-OPEN
174165     IF WS-PK-NOT-FOUND
174170         MOVE 'Y' TO WS-CARRY-OK-SW
174175         GO TO 9210-EXIT
174176     END-IF
174177     IF NOT WS-PK-OK
174178         DISPLAY "ERROR: cannot reread PICKOPEN, status "
174179             WS-PK-FILE-STATUS
174180         GO TO 9210-EXIT
174181     END-IF
174182
174183     MOVE 'N' TO WS-PK-EOF-SWITCH
174184     MOVE 0   TO WS-SKIP-COUNT
174185     PERFORM 9220-SKIP-ONE-PICK-OPEN THRU 9220-EXIT
174186         UNTIL WS-SKIP-COUNT >= WS-PK-RECORDS-LOADED
174187            OR WS-END-OF-PICK-OPEN
174188     MOVE WS-OPN-COUNT TO WS-CARRY-FROM
174189     MOVE 'Y' TO WS-CARRYING-SW
174190     MOVE 'N' TO WS-TABLE-FULL-SW
174191     PERFORM 1250-LOAD-ONE-PICK-OPEN THRU 1250-EXIT
174192         UNTIL WS-END-OF-PICK-OPEN
174193     CLOSE PICK-OPEN
174194     MOVE 'N' TO WS-CARRYING-SW
174195     IF WS-TABLE-FULL
174196         DISPLAY "ERROR: PICKOPEN left as it was - take this "
174197             "session's shipped orders off it by hand."
174198         GO TO 9210-EXIT
174199     END-IF
174200     IF WS-OPN-COUNT > WS-CARRY-FROM
174201         COMPUTE WS-CARRIED = WS-OPN-COUNT - WS-CARRY-FROM
174202         DISPLAY "Orders ticketed during the session: "
174203             WS-CARRIED " - kept on PICKOPEN."
174204     END-IF
174205     MOVE 'Y' TO WS-CARRY-OK-SW.
174206 9210-EXIT.
174207     EXIT.
174208
174209*--------------------------------------------------------------
174240* 9220-SKIP-ONE-PICK-OPEN
174241*    PASSES OVER ONE PICKOPEN ROW ALREADY IN THE TABLE.
174242*--------------------------------------------------------------
174243 9220-SKIP-ONE-PICK-OPEN.
174244     READ PICK-OPEN
174245         AT END
174246             MOVE 'Y' TO WS-PK-EOF-SWITCH
174247             GO TO 9220-EXIT
174248     END-READ
174249     ADD 1 TO WS-SKIP-COUNT.
174250 9220-EXIT.
174251     EXIT.
174252
174300*--------------------------------------------------------------
174400* 9250-WRITE-ONE-PICK-OPEN
174500*    WRITES ONE TICKETED ORDER STILL WAITING BACK TO PICKOPEN.
174600*--------------------------------------------------------------
174700 9250-WRITE-ONE-PICK-OPEN.
174800     IF WS-OPN-SHIPPED (WS-OPN-SUB)
174900         GO TO 9250-EXIT
175000     END-IF
175100     MOVE SPACES TO PK-OPEN-RECORD
175200     MOVE WS-OPN-ORDER (WS-OPN-SUB)      TO PK-ORDER-NUMBER
175300     MOVE WS-OPN-CUSTOMER (WS-OPN-SUB)   TO PK-CUSTOMER-ID
175400     MOVE WS-OPN-ORDER-DATE (WS-OPN-SUB) TO PK-ORDER-DATE
175500     MOVE WS-OPN-PICK-DATE (WS-OPN-SUB)  TO PK-PICK-DATE
175600     MOVE WS-OPN-LINES (WS-OPN-SUB)      TO PK-LINE-COUNT
175700     MOVE WS-OPN-UNITS (WS-OPN-SUB)      TO PK-UNITS
175800     WRITE PK-OPEN-RECORD
175900     IF NOT WS-PK-OK
176000         DISPLAY "ERROR: could not write PICKOPEN, status "
176100             WS-PK-FILE-STATUS " - order "
176200             WS-OPN-ORDER (WS-OPN-SUB)
176300         MOVE 1 TO RETURN-CODE
176400     END-IF.
176500 9250-EXIT.
176600     EXIT.
176700
176800*--------------------------------------------------------------
176900* 9500-WRITE-RUN-STATS
177000*    APPENDS A BATCH CONFIRMATION RUN'S STATISTICS TO THE
177100*    COMMON RUNSTATS CONTROL FILE. A TERMINAL SESSION WRITES
177200*    NO LINE.
177300*--------------------------------------------------------------
177400 9500-WRITE-RUN-STATS.
177500     IF NOT WS-MODE-BATCH
177600         GO TO 9500-EXIT
177700     END-IF
177800     OPEN EXTEND RUN-STATS
177900     IF NOT WS-RS-OK
178000         OPEN OUTPUT RUN-STATS
178100         IF NOT WS-RS-OK
178200             DISPLAY "WARNING: could not open RUNSTATS, "
178300                 "status " WS-RS-FILE-STATUS
178400             GO TO 9500-EXIT
178500         END-IF
178600     END-IF
178700
178800     MOVE WS-CURRENT-DATE      TO WS-RS-DATE
178900     ACCEPT WS-RS-TIME-NOW FROM TIME
179000     MOVE WS-RS-TIME-NOW       TO WS-RS-TIME
179100     MOVE WS-CONFIRMS-READ     TO WS-RS-READ
179200     MOVE WS-CONFIRMS-POSTED   TO WS-RS-ACCEPTED
179300     MOVE WS-CONFIRMS-REJECTED TO WS-RS-REJECTED
179400     MOVE 0                    TO WS-RS-MONEY
179500     IF RETURN-CODE = 0
179600         MOVE 0 TO WS-RS-RC
179700     ELSE
179800         MOVE 1 TO WS-RS-RC
179900     END-IF
180000
180100     WRITE RS-STATS-RECORD FROM WS-STATS-LINE
180200     IF NOT WS-RS-OK
180300         DISPLAY "WARNING: could not write RUNSTATS, status "
180400             WS-RS-FILE-STATUS
180500     END-IF
180600     CLOSE RUN-STATS.
180700 9500-EXIT.
180800     EXIT.
