000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BackorderFill.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - NIGHTLY BACKORDER FILL.
001100*                 OrderEntry AND OrderReview WRITE THE SHORT
001200*                 PART OF AN ORDER TO BACKORDR AND NOTHING EVER
001300*                 READ IT BACK. THIS STEP RUNS AFTER StockMove
001400*                 HAS POSTED THE DAY'S RECEIPTS, HANDS THE NEW
001500*                 ON-HAND TO THE OLDEST BACKORDERS FOR EACH
001600*                 PRODUCT FIRST, RESERVES IT ON PRODSTCK THE
001700*                 WAY ORDER ENTRY DOES, AND WRITES THE FILLED
001800*                 QUANTITIES TO INVLINES AS ONE INVOICE PER
001900*                 CUSTOMER UNDER THE NEXT INVOICE NUMBER (STOCK
002000*                 FLAG 'R', SO SimpleAddition DOES NOT ISSUE
002100*                 THE STOCK A SECOND TIME). BACKORDR IS REBUILT
002200*                 WITH ONLY WHAT IS STILL SHORT. THE BOFILRPT
002300*                 FILL REPORT LISTS WHAT WAS RELEASED AND THE
002400*                 BOAGERPT REPORT LISTS EVERYTHING STILL OPEN BY
002500*                 PRODUCT AND CUSTOMER WITH ITS AGE IN DAYS, SO
002600*                 THE DESK CAN TELL CUSTOMERS WHAT IS WAITING.
002620* 2026-10-15 DT   PICKED UP THE NEW TAX AMOUNT ON THE INVHIST
002640*                 RECORD LAYOUT.
002650* 2026-10-15 DT   BACKORDERS FOR A PRODUCT FROZEN FOR A PHYSICAL
002660*                 STOCK COUNT ARE LEFT OPEN UNTIL THE COUNT IS
002670*                 POSTED.
002680* 2026-10-15 DT   PICKED UP THE NEW AVERAGE UNIT COST ON THE STOCK
002682*                 RECORD LAYOUT.
002684* 2026-10-15 DT   PICKED UP THE NEW REORDER QUANTITY ON THE STOCK
002690*                 RECORD LAYOUT.
002691* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
002692*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
002693*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
002694*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
002700*                 FOR.
002710* 2026-10-15 DT   RELEASED BACKORDERS NOW GO TO ORDPICK TO BE
002720*                 PICKED RATHER THAN STRAIGHT TO INVLINES -
002730*                 ShipConfirm RELEASES WHAT ACTUALLY SHIPS TO
002740*                 INVLINES FOR BILLING. THE NEXT ORDER NUMBER NOW
002750*                 SCANS ORDPICK AND INVLINES AS WELL AS INVHIST.
002751* 2026-10-15 DT   WHEN THE FILLS CANNOT ALL BE WRITTEN TO ORDPICK
002752*                 (SORTED FILLS WILL NOT OPEN OR A WRITE FAILS)
002753*                 THE RUN NOW FAILS WITH RC 1 AND BACKORDR IS LEFT
002754*                 AS IT WAS INSTEAD OF BEING REBUILT WITHOUT THE
002755*                 LINES JUST FILLED.
002756* 2026-10-15 DT   A FILL OR STILL-OPEN LINE THAT CANNOT BE WRITTEN
002757*                 TO ITS WORK FILE NOW ALSO FAILS THE RUN WITH RC
002758*                 1 AND LEAVES BACKORDR AS IT WAS, LISTING THE
002760*                 PRODUCT, CUSTOMER AND QUANTITY.
002765* 2026-10-15 DT   A BACKORDER LINE THAT CANNOT BE WRITTEN BACK TO
002770*                 BACKORDR IS NOW AN ERROR WITH RC 1 NAMING THE
002775*                 PRODUCT, CUSTOMER AND QUANTITY SHORT.
002780*--------------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. GNUCOBOL.
003200 OBJECT-COMPUTER. GNUCOBOL.
003300
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT BACKORDER-FILE ASSIGN TO "BACKORDR"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-BO-FILE-STATUS.
003900
004000     SELECT BACKORDER-SORTED ASSIGN TO "BOSRTD"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-BOS-FILE-STATUS.
004300
004400     SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS PM-PRODUCT-CODE
004800         FILE STATUS IS WS-PM-FILE-STATUS.
004900
005000     SELECT STOCK-FILE ASSIGN TO "PRODSTCK"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS SK-PRODUCT-CODE
005400         FILE STATUS IS WS-SK-FILE-STATUS.
005500
005600     SELECT PICK-ORDERS ASSIGN TO "ORDPICK"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-OP-FILE-STATUS.
005820
005840     SELECT INVOICE-LINES ASSIGN TO "INVLINES"
005860         ORGANIZATION IS LINE SEQUENTIAL
005880         FILE STATUS IS WS-INV-FILE-STATUS.
005900
006000     SELECT INVOICE-HISTORY ASSIGN TO "INVHIST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS IH-INVOICE-NUMBER
006400         FILE STATUS IS WS-IH-FILE-STATUS.
006500
006600     SELECT FILL-WORK ASSIGN TO "BOFWORK"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-FW-FILE-STATUS.
006900
007000     SELECT FILL-SORTED ASSIGN TO "BOFSRTD"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-FS-FILE-STATUS.
007300
007400     SELECT OPEN-WORK ASSIGN TO "BOAWORK"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-AW-FILE-STATUS.
007700
007800     SELECT OPEN-SORTED ASSIGN TO "BOASRTD"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-AS-FILE-STATUS.
008100
008200     SELECT SORT-FILE ASSIGN TO "SORTWK".
008300
008400     SELECT FILL-SORT-FILE ASSIGN TO "SORTWK".
008500
008600     SELECT OPEN-SORT-FILE ASSIGN TO "SORTWK".
008700
008800     SELECT FILL-REPORT ASSIGN TO "BOFILRPT"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-FR-FILE-STATUS.
009100
009200     SELECT AGED-REPORT ASSIGN TO "BOAGERPT"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-AR-FILE-STATUS.
009500
009600     SELECT RUN-STATS ASSIGN TO "RUNSTATS"
009700         ORGANIZATION IS LINE SEQUENTIAL
009800         FILE STATUS IS WS-RS-FILE-STATUS.
009900
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  BACKORDER-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  BO-BACKORDER-RECORD.
010500     05 BO-ENTRY-DATE            PIC 9(08).
010600     05 FILLER                   PIC X(01).
010700     05 BO-CUSTOMER-ID           PIC X(10).
010800     05 FILLER                   PIC X(01).
010900     05 BO-PRODUCT-CODE          PIC 9(10).
011000     05 FILLER                   PIC X(01).
011100     05 BO-QUANTITY-SHORT        PIC 9(04).
011200
011300 FD  BACKORDER-SORTED
011400     LABEL RECORDS ARE STANDARD.
011500 01  BOS-SORTED-RECORD.
011600     05 BOS-ENTRY-DATE           PIC 9(08).
011700     05 FILLER                   PIC X(01).
011800     05 BOS-CUSTOMER-ID          PIC X(10).
011900     05 FILLER                   PIC X(01).
012000     05 BOS-PRODUCT-CODE         PIC 9(10).
012100     05 FILLER                   PIC X(01).
012200     05 BOS-QUANTITY-SHORT       PIC 9(04).
012300
012400 FD  PRODUCT-MASTER
012500     LABEL RECORDS ARE STANDARD.
012600 01  PM-PRODUCT-RECORD.
012700     05 PM-PRODUCT-CODE          PIC 9(10).
012800     05 PM-PRODUCT-NAME          PIC X(30).
012900     05 PM-PRODUCT-PRICE         PIC 9(5)V99.
013000     05 PM-DATE-ENTERED          PIC 9(08).
013100     05 PM-CATEGORY-CODE         PIC X(04).
013200     05 PM-SUPPLIER-CODE         PIC X(06).
013300
013400 FD  STOCK-FILE
013500     LABEL RECORDS ARE STANDARD.
013600 01  SK-STOCK-RECORD.
013700     05 SK-PRODUCT-CODE          PIC 9(10).
013800     05 SK-ON-HAND               PIC 9(07).
013900     05 SK-REORDER-POINT         PIC 9(05).
014000     05 SK-DATE-UPDATED          PIC 9(08).
014100     05 SK-ON-ORDER              PIC 9(07).
014120     05 SK-COUNT-FLAG            PIC X(01).
014140         88 SK-COUNT-FROZEN          VALUE 'F'.
014150     05 SK-AVG-COST              PIC 9(05)V99.
014160     05 SK-REORDER-QTY           PIC 9(05).
014200
014220*    ORDERS WAITING TO BE PICKED AND SHIPPED - THE SAME
014240*    LAYOUT AS INVLINES. ShipConfirm MOVES EACH ORDER ON TO
014260*    INVLINES WITH THE QUANTITIES ACTUALLY SHIPPED.
014300 FD  PICK-ORDERS
014400     LABEL RECORDS ARE STANDARD.
014500 01  IL-LINE-RECORD.
014600     05 IL-RECORD-TYPE           PIC X(01).
014700     05 IL-RECORD-BODY           PIC X(28).
014800     05 IL-HEADER-FIELDS REDEFINES IL-RECORD-BODY.
014900         10 IL-INVOICE-NUMBER    PIC 9(10).
015000         10 IL-CUSTOMER-ID       PIC X(10).
015100         10 IL-INVOICE-DATE      PIC 9(08).
015200     05 IL-DETAIL-FIELDS REDEFINES IL-RECORD-BODY.
015300         10 IL-PRODUCT-CODE      PIC 9(10).
015400         10 IL-QUANTITY          PIC 9(04).
015500         10 IL-STOCK-FLAG        PIC X(01).
015600         10 FILLER               PIC X(13).
015700     05 IL-TRAILER-FIELDS REDEFINES IL-RECORD-BODY.
015800         10 IL-EXPECTED-LINES    PIC 9(04).
015900         10 FILLER               PIC X(24).
015910
015920*    INVLINES IS ONLY READ HERE, FOR THE ORDER NUMBERS
015930*    ALREADY SHIPPED TODAY AND NOT YET BILLED.
015940 FD  INVOICE-LINES
015950     LABEL RECORDS ARE STANDARD.
015960 01  IV-LINE-RECORD.
015970     05 IV-RECORD-TYPE           PIC X(01).
015980     05 IV-INVOICE-NUMBER        PIC 9(10).
015990     05 FILLER                   PIC X(18).
016000
016100 FD  INVOICE-HISTORY
016200     LABEL RECORDS ARE STANDARD.
016300 01  IH-HISTORY-RECORD.
016400     05 IH-INVOICE-NUMBER        PIC 9(10).
016500     05 IH-CUSTOMER-ID           PIC X(10).
016600     05 IH-INVOICE-DATE          PIC 9(08).
016700     05 IH-LINE-COUNT            PIC 9(04).
016800     05 IH-INVOICE-TOTAL         PIC 9(09)V99.
016900     05 IH-STATUS                PIC X(20).
016950     05 IH-TAX-AMOUNT            PIC 9(09)V99.
017000
017100 FD  FILL-WORK
017200     LABEL RECORDS ARE STANDARD.
017300 01  FW-FILL-RECORD.
017400     05 FW-CUSTOMER-ID           PIC X(10).
017500     05 FW-PRODUCT-CODE          PIC 9(10).
017600     05 FW-ENTRY-DATE            PIC 9(08).
017700     05 FW-QTY-FILLED            PIC 9(04).
017800     05 FW-QTY-STILL-SHORT       PIC 9(04).
017900     05 FW-PRODUCT-NAME          PIC X(30).
018000     05 FW-LINE-VALUE            PIC 9(09)V99.
018100
018200 FD  FILL-SORTED
018300     LABEL RECORDS ARE STANDARD.
018400 01  FS-FILL-RECORD.
018500     05 FS-CUSTOMER-ID           PIC X(10).
018600     05 FS-PRODUCT-CODE          PIC 9(10).
018700     05 FS-ENTRY-DATE            PIC 9(08).
018800     05 FS-QTY-FILLED            PIC 9(04).
018900     05 FS-QTY-STILL-SHORT       PIC 9(04).
019000     05 FS-PRODUCT-NAME          PIC X(30).
019100     05 FS-LINE-VALUE            PIC 9(09)V99.
019200
019300 FD  OPEN-WORK
019400     LABEL RECORDS ARE STANDARD.
019500 01  AW-OPEN-RECORD.
019600     05 AW-PRODUCT-CODE          PIC 9(10).
019700     05 AW-CUSTOMER-ID           PIC X(10).
019800     05 AW-ENTRY-DATE            PIC 9(08).
019900     05 AW-QUANTITY-SHORT        PIC 9(04).
020000     05 AW-PRODUCT-NAME          PIC X(30).
020100
020200 FD  OPEN-SORTED
020300     LABEL RECORDS ARE STANDARD.
020400 01  AS-OPEN-RECORD.
020500     05 AS-PRODUCT-CODE          PIC 9(10).
020600     05 AS-CUSTOMER-ID           PIC X(10).
020700     05 AS-ENTRY-DATE            PIC 9(08).
020800     05 AS-QUANTITY-SHORT        PIC 9(04).
020900     05 AS-PRODUCT-NAME          PIC X(30).
021000
021100 SD  SORT-FILE.
021200 01  SW-SORT-RECORD.
021300     05 SW-ENTRY-DATE            PIC 9(08).
021400     05 FILLER                   PIC X(01).
021500     05 SW-CUSTOMER-ID           PIC X(10).
021600     05 FILLER                   PIC X(01).
021700     05 SW-PRODUCT-CODE          PIC 9(10).
021800     05 FILLER                   PIC X(05).
021900
022000 SD  FILL-SORT-FILE.
022100 01  SF-SORT-RECORD.
022200     05 SF-CUSTOMER-ID           PIC X(10).
022300     05 SF-PRODUCT-CODE          PIC 9(10).
022400     05 SF-ENTRY-DATE            PIC 9(08).
022500     05 FILLER                   PIC X(49).
022600
022700 SD  OPEN-SORT-FILE.
022800 01  SO-SORT-RECORD.
022900     05 SO-PRODUCT-CODE          PIC 9(10).
023000     05 SO-CUSTOMER-ID           PIC X(10).
023100     05 SO-ENTRY-DATE            PIC 9(08).
023200     05 FILLER                   PIC X(34).
023300
023400 FD  FILL-REPORT
023500     LABEL RECORDS ARE STANDARD.
023600 01  FR-PRINT-LINE               PIC X(100).
023700
023800 FD  AGED-REPORT
023900     LABEL RECORDS ARE STANDARD.
024000 01  AR-PRINT-LINE               PIC X(100).
024100
024200 FD  RUN-STATS
024300     LABEL RECORDS ARE STANDARD.
024400 01  RS-STATS-RECORD             PIC X(62).
024500
024600 WORKING-STORAGE SECTION.
024700*--------------------------------------------------------------
024800* FILE STATUS FIELDS
024900*--------------------------------------------------------------
025000 01 WS-BO-FILE-STATUS       PIC X(02) VALUE '00'.
025100     88 WS-BO-OK                VALUE '00'.
025200 01 WS-BOS-FILE-STATUS      PIC X(02) VALUE '00'.
025300     88 WS-BOS-OK               VALUE '00'.
025400 01 WS-PM-FILE-STATUS       PIC X(02) VALUE '00'.
025500     88 WS-PM-OK                VALUE '00'.
025600 01 WS-SK-FILE-STATUS       PIC X(02) VALUE '00'.
025700     88 WS-SK-OK                VALUE '00'.
025800     88 WS-SK-NOT-FOUND         VALUE '35'.
025900 01 WS-INV-FILE-STATUS      PIC X(02) VALUE '00'.
026000     88 WS-INV-OK               VALUE '00'.
026020 01 WS-OP-FILE-STATUS       PIC X(02) VALUE '00'.
026040     88 WS-OP-OK                VALUE '00'.
026100 01 WS-IH-FILE-STATUS       PIC X(02) VALUE '00'.
026200     88 WS-IH-OK                VALUE '00'.
026300 01 WS-FW-FILE-STATUS       PIC X(02) VALUE '00'.
026400     88 WS-FW-OK                VALUE '00'.
026500 01 WS-FS-FILE-STATUS       PIC X(02) VALUE '00'.
026600     88 WS-FS-OK                VALUE '00'.
026700 01 WS-AW-FILE-STATUS       PIC X(02) VALUE '00'.
026800     88 WS-AW-OK                VALUE '00'.
026900 01 WS-AS-FILE-STATUS       PIC X(02) VALUE '00'.
027000     88 WS-AS-OK                VALUE '00'.
027100 01 WS-FR-FILE-STATUS       PIC X(02) VALUE '00'.
027200     88 WS-FR-OK                VALUE '00'.
027300 01 WS-AR-FILE-STATUS       PIC X(02) VALUE '00'.
027400     88 WS-AR-OK                VALUE '00'.
027500
027600*--------------------------------------------------------------
027700* ALLOCATION FIELDS
027800*    BACKORDR IS SORTED BY PRODUCT AND ENTRY DATE, SO EACH
027900*    PRODUCT'S ON-HAND IS HANDED OUT OLDEST BACKORDER FIRST.
028000*--------------------------------------------------------------
028050 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
028100 01 WS-CURRENT-DATE         PIC 9(08).
028200 01 WS-BOS-EOF-SWITCH       PIC X(01) VALUE 'N'.
028300     88 WS-END-OF-BACKORDERS    VALUE 'Y'.
028400 01 WS-PRIOR-PRODUCT        PIC 9(10) VALUE 0.
028500 01 WS-FIRST-PRODUCT-SWITCH PIC X(01) VALUE 'Y'.
028600     88 WS-FIRST-PRODUCT        VALUE 'Y'.
028700 01 WS-STOCK-FOUND-SWITCH   PIC X(01) VALUE 'N'.
028800     88 WS-STOCK-FOUND          VALUE 'Y'.
028900 01 WS-PRODUCT-NAME         PIC X(30) VALUE SPACES.
029000 01 WS-PRODUCT-PRICE        PIC 9(5)V99 VALUE 0.
029100 01 WS-FILL-QUANTITY        PIC 9(04) VALUE 0.
029200 01 WS-STILL-SHORT          PIC 9(04) VALUE 0.
029300
029400*--------------------------------------------------------------
029500* RUN COUNTERS
029600*--------------------------------------------------------------
029700 01 WS-BACKORDERS-READ      PIC 9(05) VALUE 0.
029800 01 WS-FULL-FILLS-COUNT     PIC 9(05) VALUE 0.
029900 01 WS-PART-FILLS-COUNT     PIC 9(05) VALUE 0.
030000 01 WS-STILL-OPEN-COUNT     PIC 9(05) VALUE 0.
030100 01 WS-INVOICES-WRITTEN     PIC 9(05) VALUE 0.
030200 01 WS-UNITS-FILLED         PIC 9(07) VALUE 0.
030300 01 WS-FILL-VALUE-TOTAL     PIC 9(09)V99 VALUE 0.
030400
030500*--------------------------------------------------------------
030600* NEXT-INVOICE-NUMBER FIELDS
030700*    DERIVED FROM THE HIGHEST HEADER ALREADY ON ORDPICK AND
030800*    INVHIST FOR TODAY, THE SAME WAY OrderEntry DERIVES IT, SO
030900*    A FILL RUN AND AN ORDER ENTRY SESSION ON THE SAME DAY DO
031000*    NOT COLLIDE.
031100*--------------------------------------------------------------
031200 01 WS-TODAY-INV-PREFIX     PIC 9(10) VALUE 0.
031300 01 WS-TODAY-INV-LIMIT      PIC 9(10) VALUE 0.
031400 01 WS-HIGHEST-INV-TODAY    PIC 9(10) VALUE 0.
031500 01 WS-NEXT-INVOICE-NUMBER  PIC 9(10) VALUE 0.
031600 01 WS-SCAN-EOF-SWITCH      PIC X(01) VALUE 'N'.
031700     88 WS-SCAN-AT-END          VALUE 'Y'.
031800 01 WS-IH-EOF-SWITCH        PIC X(01) VALUE 'N'.
031900     88 WS-END-OF-IH-SCAN       VALUE 'Y'.
032000
032100*--------------------------------------------------------------
032200* INVOICE BUILD FIELDS
032300*    ONE INVOICE PER CUSTOMER PER RUN, HOWEVER MANY OF THEIR
032400*    BACKORDERS WERE FILLED.
032500*--------------------------------------------------------------
032600 01 WS-FS-EOF-SWITCH        PIC X(01) VALUE 'N'.
032700     88 WS-END-OF-FILLS         VALUE 'Y'.
032800 01 WS-PRIOR-CUSTOMER       PIC X(10) VALUE SPACES.
032900 01 WS-FIRST-INVOICE-SWITCH PIC X(01) VALUE 'Y'.
033000     88 WS-FIRST-INVOICE        VALUE 'Y'.
033100 01 WS-INVOICE-LINES        PIC 9(04) VALUE 0.
033200
033300*--------------------------------------------------------------
033400* AGED OPEN-BACKORDER FIELDS
033500*    THE AGE OF A BACKORDER IS WORKED OUT ON THE SAME 360-DAY
033600*    CALENDAR (YEAR*360 + MONTH*30 + DAY) THE A/R AGING USES.
033700*--------------------------------------------------------------
033800 01 WS-DATE-PARTS.
033900     05 WS-DP-YYYY             PIC 9(04).
034000     05 WS-DP-MM               PIC 9(02).
034100     05 WS-DP-DD               PIC 9(02).
034200 01 WS-TODAY-DAY-KEY        PIC 9(07) VALUE 0.
034300 01 WS-ITEM-DAY-KEY         PIC 9(07) VALUE 0.
034400 01 WS-AGE-DAYS             PIC S9(07) VALUE 0.
034500 01 WS-AGE-BUCKET           PIC 9(01) VALUE 0.
034600 01 WS-AS-EOF-SWITCH        PIC X(01) VALUE 'N'.
034700     88 WS-END-OF-OPEN          VALUE 'Y'.
034800 01 WS-PRIOR-OPEN-PRODUCT   PIC 9(10) VALUE 0.
034900 01 WS-FIRST-OPEN-SWITCH    PIC X(01) VALUE 'Y'.
035000     88 WS-FIRST-OPEN           VALUE 'Y'.
035100 01 WS-PRODUCT-OPEN-UNITS   PIC 9(07) VALUE 0.
035200 01 WS-PRODUCT-OPEN-LINES   PIC 9(05) VALUE 0.
035300 01 WS-TOTAL-OPEN-UNITS     PIC 9(07) VALUE 0.
035400 01 WS-BO-REWRITE-SWITCH    PIC X(01) VALUE 'N'.
035500     88 WS-BO-REWRITE-OPEN      VALUE 'Y'.
035520 01 WS-FILL-FAILED-SWITCH   PIC X(01) VALUE 'N'.
035540     88 WS-FILL-FAILED          VALUE 'Y'.
035600 01 WS-BUCKET-SUB           PIC 9(01) VALUE 0.
035700 01 WS-AGE-BUCKET-TOTALS.
035800     05 WS-AGE-BUCKET-LINES OCCURS 4 TIMES
035900                                PIC 9(05) VALUE 0.
036000
036100*--------------------------------------------------------------
036200* FILL REPORT LINES
036300*--------------------------------------------------------------
036400 01 WS-FR-HEADING-1.
036500     05 FILLER                  PIC X(20)
036600         VALUE "DUKE RETAIL SYSTEMS".
036700     05 FILLER                  PIC X(24)
036800         VALUE "BACKORDER FILL REPORT".
036900     05 FILLER                  PIC X(10)
037000         VALUE "RUN DATE: ".
037100     05 WS-FR-HDG-DATE          PIC 9(08).
037200
037300 01 WS-FR-HEADING-2.
037400     05 FILLER                  PIC X(12) VALUE "INVOICE".
037500     05 FILLER                  PIC X(12) VALUE "CUSTOMER".
037600     05 FILLER                  PIC X(12) VALUE "PRODUCT".
037700     05 FILLER                  PIC X(22) VALUE "NAME".
037800     05 FILLER                  PIC X(10) VALUE "ENTERED".
037900     05 FILLER                  PIC X(08) VALUE "FILLED".
038000     05 FILLER                  PIC X(08) VALUE "SHORT".
038100     05 FILLER                  PIC X(14) VALUE "LIST VALUE".
038200
038300 01 WS-FR-DETAIL-LINE.
038400     05 WS-FRD-INVOICE          PIC 9(10).
038500     05 FILLER                  PIC X(02) VALUE SPACES.
038600     05 WS-FRD-CUSTOMER         PIC X(10).
038700     05 FILLER                  PIC X(02) VALUE SPACES.
038800     05 WS-FRD-PRODUCT          PIC 9(10).
038900     05 FILLER                  PIC X(02) VALUE SPACES.
039000     05 WS-FRD-NAME             PIC X(20).
039100     05 FILLER                  PIC X(02) VALUE SPACES.
039200     05 WS-FRD-ENTERED          PIC 9(08).
039300     05 FILLER                  PIC X(02) VALUE SPACES.
039400     05 WS-FRD-FILLED           PIC Z,ZZ9.
039500     05 FILLER                  PIC X(03) VALUE SPACES.
039600     05 WS-FRD-SHORT            PIC Z,ZZ9 BLANK ZERO.
039700     05 FILLER                  PIC X(02) VALUE SPACES.
039800     05 WS-FRD-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
039900
040000 01 WS-FR-TOTAL-LINE-1.
040100     05 FILLER                  PIC X(26)
040200         VALUE "BACKORDERS FILLED IN FULL:".
040300     05 WS-FRT-FULL             PIC ZZ,ZZ9.
040400     05 FILLER                  PIC X(16)
040500         VALUE "   PART FILLED:".
040600     05 WS-FRT-PART             PIC ZZ,ZZ9.
040700
040800 01 WS-FR-TOTAL-LINE-2.
040900     05 FILLER                  PIC X(26)
041000         VALUE "INVOICES WRITTEN:".
041100     05 WS-FRT-INVOICES         PIC ZZ,ZZ9.
041200     05 FILLER                  PIC X(16)
041300         VALUE "   UNITS FILLED:".
041400     05 WS-FRT-UNITS            PIC Z,ZZZ,ZZ9.
041500     05 FILLER                  PIC X(15)
041600         VALUE "   LIST VALUE:".
041700     05 WS-FRT-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
041800
041900*--------------------------------------------------------------
042000* AGED OPEN-BACKORDER REPORT LINES
042100*--------------------------------------------------------------
042200 01 WS-AR-HEADING-1.
042300     05 FILLER                  PIC X(20)
042400         VALUE "DUKE RETAIL SYSTEMS".
042500     05 FILLER                  PIC X(26)
042600         VALUE "OPEN BACKORDERS BY AGE".
042700     05 FILLER                  PIC X(10)
042800         VALUE "RUN DATE: ".
042900     05 WS-AR-HDG-DATE          PIC 9(08).
043000
043100 01 WS-AR-HEADING-2.
043200     05 FILLER                  PIC X(12) VALUE "PRODUCT".
043300     05 FILLER                  PIC X(32) VALUE "NAME".
043400     05 FILLER                  PIC X(12) VALUE "CUSTOMER".
043500     05 FILLER                  PIC X(10) VALUE "ENTERED".
043600     05 FILLER                  PIC X(08) VALUE "DAYS".
043700     05 FILLER                  PIC X(08) VALUE "SHORT".
043800
043900 01 WS-AR-DETAIL-LINE.
044000     05 WS-ARD-PRODUCT          PIC 9(10).
044100     05 FILLER                  PIC X(02) VALUE SPACES.
044200     05 WS-ARD-NAME             PIC X(30).
044300     05 FILLER                  PIC X(02) VALUE SPACES.
044400     05 WS-ARD-CUSTOMER         PIC X(10).
044500     05 FILLER                  PIC X(02) VALUE SPACES.
044600     05 WS-ARD-ENTERED          PIC 9(08).
044700     05 FILLER                  PIC X(02) VALUE SPACES.
044800     05 WS-ARD-DAYS             PIC ZZ,ZZ9.
044900     05 FILLER                  PIC X(02) VALUE SPACES.
045000     05 WS-ARD-SHORT            PIC Z,ZZ9.
045100
045200 01 WS-AR-PRODUCT-TOTAL-LINE.
045300     05 FILLER                  PIC X(12) VALUE SPACES.
045400     05 FILLER                  PIC X(20)
045500         VALUE "TOTAL FOR PRODUCT".
045600     05 WS-ARP-PRODUCT          PIC 9(10).
045700     05 FILLER                  PIC X(04) VALUE SPACES.
045800     05 WS-ARP-LINES            PIC ZZ,ZZ9.
045900     05 FILLER                  PIC X(08) VALUE " LINE(S)".
046000     05 FILLER                  PIC X(14) VALUE SPACES.
046100     05 WS-ARP-UNITS            PIC Z,ZZZ,ZZ9.
046200
046300 01 WS-AR-AGE-LINE.
046400     05 FILLER                  PIC X(22)
046500         VALUE "OPEN LINES BY AGE -".
046600     05 FILLER                  PIC X(10) VALUE "0-7 DAYS:".
046700     05 WS-ARA-BUCKET-1         PIC ZZ,ZZ9.
046800     05 FILLER                  PIC X(11) VALUE "  8-30:".
046900     05 WS-ARA-BUCKET-2         PIC ZZ,ZZ9.
047000     05 FILLER                  PIC X(11) VALUE "  31-60:".
047100     05 WS-ARA-BUCKET-3         PIC ZZ,ZZ9.
047200     05 FILLER                  PIC X(11) VALUE "  OVER 60:".
047300     05 WS-ARA-BUCKET-4         PIC ZZ,ZZ9.
047400
047500 01 WS-AR-TOTAL-LINE.
047600     05 FILLER                  PIC X(28)
047700         VALUE "BACKORDER LINES STILL OPEN:".
047800     05 WS-ART-LINES            PIC ZZ,ZZ9.
047900     05 FILLER                  PIC X(16)
048000         VALUE "   UNITS SHORT:".
048100     05 WS-ART-UNITS            PIC Z,ZZZ,ZZ9.
048200
048300*--------------------------------------------------------------
048400* RUN STATISTICS FIELDS
048500*    ONE LINE PER RUN GOES TO THE COMMON RUNSTATS CONTROL
048600*    FILE FOR THE END-OF-DAY BALANCING REPORT.
048700*--------------------------------------------------------------
048800 01 WS-RS-FILE-STATUS       PIC X(02) VALUE '00'.
048900     88 WS-RS-OK                VALUE '00'.
049000 01 WS-STATS-LINE.
049100     05 WS-RS-DATE             PIC 9(08).
049200     05 FILLER                 PIC X(01) VALUE SPACE.
049300     05 WS-RS-TIME             PIC 9(08).
049400     05 FILLER                 PIC X(01) VALUE SPACE.
049500     05 WS-RS-STEP-ID          PIC X(12) VALUE "BOFILL".
049600     05 FILLER                 PIC X(01) VALUE SPACE.
049700     05 WS-RS-READ             PIC 9(05).
049800     05 FILLER                 PIC X(01) VALUE SPACE.
049900     05 WS-RS-ACCEPTED         PIC 9(05).
050000     05 FILLER                 PIC X(01) VALUE SPACE.
050100     05 WS-RS-REJECTED         PIC 9(05).
050200     05 FILLER                 PIC X(01) VALUE SPACE.
050300     05 WS-RS-MONEY            PIC 9(9)V99 VALUE 0.
050400     05 FILLER                 PIC X(01) VALUE SPACE.
050500     05 WS-RS-RC               PIC 9(01) VALUE 0.
050600 01 WS-RS-TIME-NOW          PIC 9(08).
050700
050800 PROCEDURE DIVISION.
050900*--------------------------------------------------------------
051000* 0000-MAIN-PROCESS
051100*    CONTROLS THE OVERALL FLOW OF THE FILL RUN - ALLOCATE THE
051200*    ON-HAND, WRITE THE INVOICES, THEN REBUILD BACKORDR AND
051300*    PRINT WHAT IS STILL OPEN. IF THE FILLS DID NOT ALL
051350*    REACH ORDPICK, OR A FILL OR STILL-OPEN LINE COULD NOT BE
051360*    SPOOLED, BACKORDR IS LEFT AS IT WAS.
051400*--------------------------------------------------------------
051500 0000-MAIN-PROCESS.
051600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
051700     PERFORM 2000-ALLOCATE-STOCK THRU 2000-EXIT
051800     PERFORM 3000-WRITE-FILL-INVOICES THRU 3000-EXIT
051900     PERFORM 3050-PRINT-FILL-TOTALS THRU 3050-EXIT
051910     IF WS-FILL-FAILED
051920         DISPLAY "ERROR: BACKORDR left as it was - release the "
051930             "stock reserved for the fills on BOFWORK and "
051940             "remove any of them already on ORDPICK before "
051950             "the next run."
051960     ELSE
052000         PERFORM 4000-REBUILD-BACKORDERS THRU 4000-EXIT
052050     END-IF
052100     PERFORM 9000-TERMINATE THRU 9000-EXIT
052200     STOP RUN.
052300
052400*--------------------------------------------------------------
052500* 1000-INITIALIZE
052600*    OPENS THE MASTER AND STOCK FILES AND THE PICK ORDER
052700*    AND WORK FILES BEFORE ANY STOCK IS TOUCHED, SO A FILE
052800*    PROBLEM STOPS THE RUN WHILE NOTHING HAS CHANGED. NO
052900*    BACKORDR ON FILE MEANS NOTHING IS WAITING.
053000*--------------------------------------------------------------
053100 1000-INITIALIZE.
053200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
053210     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
053220         "DUKE_BUSINESS_DATE"
053230     IF WS-BUSINESS-DATE IS NUMERIC
053240         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
053250     END-IF
053300     MOVE WS-CURRENT-DATE TO WS-DATE-PARTS
053400     COMPUTE WS-TODAY-DAY-KEY =
053500         (WS-DP-YYYY * 360) + (WS-DP-MM * 30) + WS-DP-DD
053600
053700     OPEN INPUT BACKORDER-FILE
053800     IF NOT WS-BO-OK
053900         DISPLAY "No BACKORDR on file (status "
054000             WS-BO-FILE-STATUS ") - nothing to fill."
054100         PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT
054200         STOP RUN
054300     END-IF
054400     CLOSE BACKORDER-FILE
054500
054600     OPEN INPUT PRODUCT-MASTER
054700     IF NOT WS-PM-OK
054800         DISPLAY "ERROR: cannot open PRODMSTR, status "
054900             WS-PM-FILE-STATUS
055000         MOVE 1 TO RETURN-CODE
055100         STOP RUN
055200     END-IF
055300
055400     OPEN I-O STOCK-FILE
055500     IF WS-SK-NOT-FOUND
055600         OPEN OUTPUT STOCK-FILE
055700         CLOSE STOCK-FILE
055800         OPEN I-O STOCK-FILE
055900     END-IF
056000     IF NOT WS-SK-OK
056100         DISPLAY "ERROR: cannot open PRODSTCK, status "
056200             WS-SK-FILE-STATUS
056300         CLOSE PRODUCT-MASTER
056400         MOVE 1 TO RETURN-CODE
056500         STOP RUN
056600     END-IF
056700
056800     PERFORM 1100-DETERMINE-NEXT-INVOICE THRU 1100-EXIT
056900
057000     OPEN EXTEND PICK-ORDERS
057100     IF NOT WS-OP-OK
057200         OPEN OUTPUT PICK-ORDERS
057300         IF NOT WS-OP-OK
057400             DISPLAY "ERROR: cannot open ORDPICK, status "
057500                 WS-OP-FILE-STATUS
057600             CLOSE PRODUCT-MASTER
057700             CLOSE STOCK-FILE
057800             MOVE 1 TO RETURN-CODE
057900             STOP RUN
058000         END-IF
058100     END-IF
058200
058300     OPEN OUTPUT FILL-WORK
058400     IF NOT WS-FW-OK
058500         DISPLAY "ERROR: cannot open fill work file, status "
058600             WS-FW-FILE-STATUS
058700         CLOSE PRODUCT-MASTER
058800         CLOSE STOCK-FILE
058900         CLOSE PICK-ORDERS
059000         MOVE 1 TO RETURN-CODE
059100         STOP RUN
059200     END-IF
059300
059400     OPEN OUTPUT OPEN-WORK
059500     IF NOT WS-AW-OK
059600         DISPLAY "ERROR: cannot open open-backorder work file, "
059700             "status " WS-AW-FILE-STATUS
059800         CLOSE PRODUCT-MASTER
059900         CLOSE STOCK-FILE
060000         CLOSE PICK-ORDERS
060100         CLOSE FILL-WORK
060200         MOVE 1 TO RETURN-CODE
060300         STOP RUN
060400     END-IF.
060500 1000-EXIT.
060600     EXIT.
060700
060800*--------------------------------------------------------------
060900* 1100-DETERMINE-NEXT-INVOICE
061000*    SCANS ORDPICK FOR THE HIGHEST INVOICE HEADER ALREADY ON
061100*    FILE FOR TODAY'S DATE AND STARTS NUMBERING AFTER IT.
061200*--------------------------------------------------------------
061300 1100-DETERMINE-NEXT-INVOICE.
061400     COMPUTE WS-TODAY-INV-PREFIX = WS-CURRENT-DATE * 100
061500     COMPUTE WS-TODAY-INV-LIMIT  = WS-TODAY-INV-PREFIX + 100
061600     MOVE 0 TO WS-HIGHEST-INV-TODAY
061700
061800     OPEN INPUT PICK-ORDERS
061900     IF WS-OP-OK
062000         MOVE 'N' TO WS-SCAN-EOF-SWITCH
062100         PERFORM 1150-SCAN-INVOICE-HEADER THRU 1150-EXIT
062200             UNTIL WS-SCAN-AT-END
062300         CLOSE PICK-ORDERS
062400     END-IF
062405
062410*    AN ORDER CONFIRMED AS SHIPPED MOVES FROM ORDPICK TO
062415*    INVLINES, WHERE IT WAITS FOR THE NIGHT'S TOTALING RUN.
062420     OPEN INPUT INVOICE-LINES
062425     IF WS-INV-OK
062430         MOVE 'N' TO WS-SCAN-EOF-SWITCH
062435         PERFORM 1155-SCAN-BILLING-HEADER THRU 1155-EXIT
062440             UNTIL WS-SCAN-AT-END
062445         CLOSE INVOICE-LINES
062450     END-IF
062500
062600*    INVLINES IS ARCHIVED AND CLEARED AFTER EACH CLEAN
062700*    TOTALING RUN, SO TODAY'S BILLED NUMBERS MAY ONLY SURVIVE
062800*    ON THE INVOICE HISTORY.
062900     PERFORM 1160-SCAN-HISTORY-NUMBERS THRU 1160-EXIT
063000
063100     IF WS-HIGHEST-INV-TODAY > 0
063200         COMPUTE WS-NEXT-INVOICE-NUMBER =
063300             WS-HIGHEST-INV-TODAY + 1
063400     ELSE
063500         COMPUTE WS-NEXT-INVOICE-NUMBER =
063600             WS-TODAY-INV-PREFIX + 1
063700     END-IF.
063800 1100-EXIT.
063900     EXIT.
064000
064100*--------------------------------------------------------------
064200* 1150-SCAN-INVOICE-HEADER
064300*    READS ONE ORDPICK RECORD AND REMEMBERS ITS INVOICE
064400*    NUMBER IF IT IS A HEADER WITHIN TODAY'S DATE PREFIX.
064500*--------------------------------------------------------------
064600 1150-SCAN-INVOICE-HEADER.
064700     READ PICK-ORDERS
064800         AT END
064900             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
065000             GO TO 1150-EXIT
065100     END-READ
065200
065300     IF IL-RECORD-TYPE = '1'
065400       AND IL-INVOICE-NUMBER >= WS-TODAY-INV-PREFIX
065500       AND IL-INVOICE-NUMBER <  WS-TODAY-INV-LIMIT
065600       AND IL-INVOICE-NUMBER >  WS-HIGHEST-INV-TODAY
065700         MOVE IL-INVOICE-NUMBER TO WS-HIGHEST-INV-TODAY
065800     END-IF.
065900 1150-EXIT.
066000     EXIT.
066002
066004*--------------------------------------------------------------
066006* 1155-SCAN-BILLING-HEADER
066008*    READS ONE INVLINES RECORD AND REMEMBERS ITS INVOICE
066010*    NUMBER IF IT IS A HEADER WITHIN TODAY'S DATE PREFIX.
066012*--------------------------------------------------------------
066014 1155-SCAN-BILLING-HEADER.
066016     READ INVOICE-LINES
066018         AT END
066020             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
066022             GO TO 1155-EXIT
066024     END-READ
066026
066028     IF IV-RECORD-TYPE = '1'
066030       AND IV-INVOICE-NUMBER >= WS-TODAY-INV-PREFIX
066032       AND IV-INVOICE-NUMBER <  WS-TODAY-INV-LIMIT
066034       AND IV-INVOICE-NUMBER >  WS-HIGHEST-INV-TODAY
066036         MOVE IV-INVOICE-NUMBER TO WS-HIGHEST-INV-TODAY
066038     END-IF.
066040 1155-EXIT.
066042     EXIT.
066100
066200*--------------------------------------------------------------
066300* 1160-SCAN-HISTORY-NUMBERS
066400*    SCANS THE INVHIST INVOICE HISTORY FOR THE HIGHEST
066500*    INVOICE ALREADY BILLED UNDER TODAY'S DATE PREFIX. NO
066600*    HISTORY ON FILE JUST MEANS NOTHING HAS BEEN BILLED YET.
066700*--------------------------------------------------------------
066800 1160-SCAN-HISTORY-NUMBERS.
066900     OPEN INPUT INVOICE-HISTORY
067000     IF NOT WS-IH-OK
067100         GO TO 1160-EXIT
067200     END-IF
067300
067400     MOVE 'N' TO WS-IH-EOF-SWITCH
067500     MOVE WS-TODAY-INV-PREFIX TO IH-INVOICE-NUMBER
067600     START INVOICE-HISTORY
067700         KEY IS NOT LESS THAN IH-INVOICE-NUMBER
067800         INVALID KEY
067900             MOVE 'Y' TO WS-IH-EOF-SWITCH
068000     END-START
068100     PERFORM 1170-SCAN-ONE-HISTORY THRU 1170-EXIT
068200         UNTIL WS-END-OF-IH-SCAN
068300     CLOSE INVOICE-HISTORY.
068400 1160-EXIT.
068500     EXIT.
068600
068700*--------------------------------------------------------------
068800* 1170-SCAN-ONE-HISTORY
068900*    READS THE NEXT HISTORY INVOICE AND REMEMBERS ITS NUMBER
069000*    WHILE IT IS STILL WITHIN TODAY'S DATE PREFIX.
069100*--------------------------------------------------------------
069200 1170-SCAN-ONE-HISTORY.
069300     READ INVOICE-HISTORY NEXT RECORD
069400         AT END
069500             MOVE 'Y' TO WS-IH-EOF-SWITCH
069600             GO TO 1170-EXIT
069700     END-READ
069800     IF IH-INVOICE-NUMBER >= WS-TODAY-INV-LIMIT
069900         MOVE 'Y' TO WS-IH-EOF-SWITCH
070000         GO TO 1170-EXIT
070100     END-IF
070200     IF IH-INVOICE-NUMBER > WS-HIGHEST-INV-TODAY
070300         MOVE IH-INVOICE-NUMBER TO WS-HIGHEST-INV-TODAY
070400     END-IF.
070500 1170-EXIT.
070600     EXIT.
070700
070800*--------------------------------------------------------------
070900* 2000-ALLOCATE-STOCK
071000*    SORTS THE BACKORDERS BY PRODUCT AND ENTRY DATE AND HANDS
071100*    EACH PRODUCT'S ON-HAND TO ITS OLDEST BACKORDERS FIRST.
071200*    FILLED QUANTITIES GO TO THE FILL WORK FILE, WHAT IS STILL
071300*    SHORT TO THE OPEN-BACKORDER WORK FILE.
071400*--------------------------------------------------------------
071500 2000-ALLOCATE-STOCK.
071600     SORT SORT-FILE
071700         ON ASCENDING KEY SW-PRODUCT-CODE
071800                          SW-ENTRY-DATE
071900         WITH DUPLICATES IN ORDER
072000         USING BACKORDER-FILE
072100         GIVING BACKORDER-SORTED
072200
072300     OPEN INPUT BACKORDER-SORTED
072400     IF NOT WS-BOS-OK
072500         DISPLAY "ERROR: cannot open sorted backorders, status "
072600             WS-BOS-FILE-STATUS
072700         MOVE 1 TO RETURN-CODE
072800         PERFORM 9000-TERMINATE THRU 9000-EXIT
072900         STOP RUN
073000     END-IF
073100
073200     MOVE 'N' TO WS-BOS-EOF-SWITCH
073300     MOVE 'Y' TO WS-FIRST-PRODUCT-SWITCH
073400     PERFORM 2100-ALLOCATE-ONE-BACKORDER THRU 2100-EXIT
073500         UNTIL WS-END-OF-BACKORDERS
073600     CLOSE BACKORDER-SORTED
073700     CLOSE FILL-WORK
073800     CLOSE OPEN-WORK
073900
074000     DISPLAY "Backorders read: " WS-BACKORDERS-READ
074100         " Filled in full: " WS-FULL-FILLS-COUNT
074200         " Part filled: " WS-PART-FILLS-COUNT
074300         " Still open: " WS-STILL-OPEN-COUNT.
074400 2000-EXIT.
074500     EXIT.
074600
074700*--------------------------------------------------------------
074800* 2100-ALLOCATE-ONE-BACKORDER
074900*    READS THE NEXT SORTED BACKORDER, PICKS UP THE STOCK
075000*    RECORD WHEN THE PRODUCT CHANGES, AND COVERS AS MUCH OF
075050*    THE SHORT QUANTITY AS ON-HAND ALLOWS. A PRODUCT FROZEN
075100*    FOR A STOCK COUNT IS NOT ALLOCATED - ITS BACKORDERS STAY
075150*    OPEN UNTIL THE COUNT IS POSTED.
075200*--------------------------------------------------------------
075300 2100-ALLOCATE-ONE-BACKORDER.
075400     READ BACKORDER-SORTED
075500         AT END
075600             MOVE 'Y' TO WS-BOS-EOF-SWITCH
075700             GO TO 2100-EXIT
075800     END-READ
075900     ADD 1 TO WS-BACKORDERS-READ
076000
076100     IF BOS-PRODUCT-CODE NOT = WS-PRIOR-PRODUCT
076200       OR WS-FIRST-PRODUCT
076300         MOVE 'N' TO WS-FIRST-PRODUCT-SWITCH
076400         MOVE BOS-PRODUCT-CODE TO WS-PRIOR-PRODUCT
076500         PERFORM 2150-LOAD-PRODUCT THRU 2150-EXIT
076600     END-IF
076700
076800     MOVE 0 TO WS-FILL-QUANTITY
076900     IF WS-STOCK-FOUND
076950       AND SK-ON-HAND > ZERO
077000       AND NOT SK-COUNT-FROZEN
077100         IF SK-ON-HAND >= BOS-QUANTITY-SHORT
077200             MOVE BOS-QUANTITY-SHORT TO WS-FILL-QUANTITY
077300         ELSE
077400             MOVE SK-ON-HAND TO WS-FILL-QUANTITY
077500         END-IF
077600         PERFORM 2200-RESERVE-FILL THRU 2200-EXIT
077700     END-IF
077800
077900     COMPUTE WS-STILL-SHORT =
078000         BOS-QUANTITY-SHORT - WS-FILL-QUANTITY
078100
078200     IF WS-FILL-QUANTITY > ZERO
078300         PERFORM 2300-SPOOL-FILL THRU 2300-EXIT
078400     END-IF
078500     IF WS-STILL-SHORT > ZERO
078600         PERFORM 2400-SPOOL-STILL-OPEN THRU 2400-EXIT
078700     END-IF.
078800 2100-EXIT.
078900     EXIT.
079000
079100*--------------------------------------------------------------
079200* 2150-LOAD-PRODUCT
079300*    READS THE STOCK RECORD AND THE PRODUCT NAME AND PRICE
079400*    FOR THE NEW PRODUCT. NO STOCK RECORD MEANS NOTHING TO
079500*    HAND OUT - ITS BACKORDERS ALL STAY OPEN.
079600*--------------------------------------------------------------
079700 2150-LOAD-PRODUCT.
079800     MOVE 'N' TO WS-STOCK-FOUND-SWITCH
079900     MOVE BOS-PRODUCT-CODE TO SK-PRODUCT-CODE
080000     READ STOCK-FILE
080100         INVALID KEY
080200             CONTINUE
080300     END-READ
080400     IF WS-SK-OK
080500         MOVE 'Y' TO WS-STOCK-FOUND-SWITCH
080600     END-IF
080700
080800     MOVE BOS-PRODUCT-CODE TO PM-PRODUCT-CODE
080900     READ PRODUCT-MASTER
081000         INVALID KEY
081100             MOVE "(NOT ON PRODUCT MASTER)" TO WS-PRODUCT-NAME
081200             MOVE 0 TO WS-PRODUCT-PRICE
081300*            A PRODUCT DROPPED FROM THE MASTER CANNOT BE BILLED,
081400*            SO ITS BACKORDERS ARE LEFT OPEN FOR THE DESK.
081500             MOVE 'N' TO WS-STOCK-FOUND-SWITCH
081600             GO TO 2150-EXIT
081700     END-READ
081800     MOVE PM-PRODUCT-NAME  TO WS-PRODUCT-NAME
081900     MOVE PM-PRODUCT-PRICE TO WS-PRODUCT-PRICE.
082000 2150-EXIT.
082100     EXIT.
082200
082300*--------------------------------------------------------------
082400* 2200-RESERVE-FILL
082500*    TAKES THE FILLED QUANTITY OFF ON-HAND, THE SAME WAY
082600*    ORDER ENTRY RESERVES STOCK FOR AN ACCEPTED LINE. A
082700*    FAILED REWRITE MEANS NOTHING WAS RESERVED, SO NOTHING IS
082800*    FILLED.
082900*--------------------------------------------------------------
083000 2200-RESERVE-FILL.
083100     SUBTRACT WS-FILL-QUANTITY FROM SK-ON-HAND
083200     MOVE WS-CURRENT-DATE TO SK-DATE-UPDATED
083300     REWRITE SK-STOCK-RECORD
083400     IF NOT WS-SK-OK
083500         DISPLAY "WARNING: could not rewrite PRODSTCK, status "
083600             WS-SK-FILE-STATUS " - product "
083700             BOS-PRODUCT-CODE " not filled."
083800         ADD WS-FILL-QUANTITY TO SK-ON-HAND
083900         MOVE 0 TO WS-FILL-QUANTITY
084000     END-IF.
084100 2200-EXIT.
084200     EXIT.
084300
084400*--------------------------------------------------------------
084500* 2300-SPOOL-FILL
084600*    SPOOLS ONE FILLED BACKORDER FOR THE INVOICE PASS. A
084620*    FAILED WRITE FAILS THE RUN SO BACKORDR IS NOT REBUILT
084640*    WITHOUT THE LINE.
084700*--------------------------------------------------------------
084800 2300-SPOOL-FILL.
084900     MOVE BOS-CUSTOMER-ID   TO FW-CUSTOMER-ID
085000     MOVE BOS-PRODUCT-CODE  TO FW-PRODUCT-CODE
085100     MOVE BOS-ENTRY-DATE    TO FW-ENTRY-DATE
085200     MOVE WS-FILL-QUANTITY  TO FW-QTY-FILLED
085300     MOVE WS-STILL-SHORT    TO FW-QTY-STILL-SHORT
085400     MOVE WS-PRODUCT-NAME   TO FW-PRODUCT-NAME
085500     COMPUTE FW-LINE-VALUE =
085600         WS-FILL-QUANTITY * WS-PRODUCT-PRICE
085700     WRITE FW-FILL-RECORD
085800     IF NOT WS-FW-OK
085900         DISPLAY "ERROR: could not write fill work file, "
086000             "status " WS-FW-FILE-STATUS
086010         DISPLAY "ERROR: " WS-FILL-QUANTITY " of product "
086020             BOS-PRODUCT-CODE " reserved for customer "
086030             BOS-CUSTOMER-ID " but not invoiced."
086040         MOVE 1 TO RETURN-CODE
086050         MOVE 'Y' TO WS-FILL-FAILED-SWITCH
086100     END-IF
086200
086300     IF WS-STILL-SHORT = ZERO
086400         ADD 1 TO WS-FULL-FILLS-COUNT
086500     ELSE
086600         ADD 1 TO WS-PART-FILLS-COUNT
086700     END-IF
086800     ADD WS-FILL-QUANTITY TO WS-UNITS-FILLED
086900     ADD FW-LINE-VALUE TO WS-FILL-VALUE-TOTAL
087000         ON SIZE ERROR
087100             DISPLAY "WARNING: fill value total overflowed."
087200     END-ADD.
087300 2300-EXIT.
087400     EXIT.
087500
087600*--------------------------------------------------------------
087700* 2400-SPOOL-STILL-OPEN
087800*    SPOOLS WHAT IS STILL SHORT ON ONE BACKORDER, KEEPING ITS
087900*    ORIGINAL ENTRY DATE SO IT KEEPS ITS PLACE IN THE QUEUE.
087920*    A FAILED WRITE FAILS THE RUN SO BACKORDR IS NOT REBUILT
087940*    WITHOUT THE LINE.
088000*--------------------------------------------------------------
088100 2400-SPOOL-STILL-OPEN.
088200     MOVE BOS-PRODUCT-CODE  TO AW-PRODUCT-CODE
088300     MOVE BOS-CUSTOMER-ID   TO AW-CUSTOMER-ID
088400     MOVE BOS-ENTRY-DATE    TO AW-ENTRY-DATE
088500     MOVE WS-STILL-SHORT    TO AW-QUANTITY-SHORT
088600     MOVE WS-PRODUCT-NAME   TO AW-PRODUCT-NAME
088700     WRITE AW-OPEN-RECORD
088800     IF NOT WS-AW-OK
088900         DISPLAY "ERROR: could not write open-backorder "
089000             "work file, status " WS-AW-FILE-STATUS
089010         DISPLAY "ERROR: " WS-STILL-SHORT " of product "
089020             BOS-PRODUCT-CODE " still short for customer "
089030             BOS-CUSTOMER-ID
089040         MOVE 1 TO RETURN-CODE
089050         MOVE 'Y' TO WS-FILL-FAILED-SWITCH
089100     END-IF
089200     ADD 1 TO WS-STILL-OPEN-COUNT.
089300 2400-EXIT.
089400     EXIT.
089500
089600*--------------------------------------------------------------
089700* 3000-WRITE-FILL-INVOICES
089800*    SORTS THE FILLS BY CUSTOMER AND WRITES ONE ORDPICK
089900*    INVOICE PER CUSTOMER - HEADER, ONE DETAIL PER FILLED
090000*    BACKORDER, TRAILER - AND THE FILL REPORT ALONGSIDE.
090100*--------------------------------------------------------------
090200 3000-WRITE-FILL-INVOICES.
090300     OPEN OUTPUT FILL-REPORT
090400     IF NOT WS-FR-OK
090500         DISPLAY "WARNING: could not open BOFILRPT, status "
090600             WS-FR-FILE-STATUS
090700     ELSE
090800         MOVE WS-CURRENT-DATE TO WS-FR-HDG-DATE
090900         WRITE FR-PRINT-LINE FROM WS-FR-HEADING-1
091000         WRITE FR-PRINT-LINE FROM WS-FR-HEADING-2
091100         MOVE SPACES TO FR-PRINT-LINE
091200         WRITE FR-PRINT-LINE
091300     END-IF
091400
091500     IF WS-FULL-FILLS-COUNT + WS-PART-FILLS-COUNT = 0
091600         DISPLAY "No backorders could be filled this run."
091700         GO TO 3000-EXIT
091800     END-IF
091900
092000     SORT FILL-SORT-FILE
092100         ON ASCENDING KEY SF-CUSTOMER-ID
092200                          SF-PRODUCT-CODE
092300                          SF-ENTRY-DATE
092400         USING FILL-WORK
092500         GIVING FILL-SORTED
092600
092700     OPEN INPUT FILL-SORTED
092800     IF NOT WS-FS-OK
092900         DISPLAY "ERROR: cannot open sorted fills, status "
093000             WS-FS-FILE-STATUS
093100         DISPLAY "ERROR: stock was reserved but no invoices "
093200             "were written - see BOFWORK."
093300         MOVE 1 TO RETURN-CODE
093350         MOVE 'Y' TO WS-FILL-FAILED-SWITCH
093400         GO TO 3000-EXIT
093500     END-IF
093600
093700     MOVE 'N'    TO WS-FS-EOF-SWITCH
093800     MOVE 'Y'    TO WS-FIRST-INVOICE-SWITCH
093900     MOVE SPACES TO WS-PRIOR-CUSTOMER
094000     PERFORM 3100-WRITE-ONE-FILL THRU 3100-EXIT
094100         UNTIL WS-END-OF-FILLS
094200     IF NOT WS-FIRST-INVOICE
094300         PERFORM 3200-CLOSE-INVOICE THRU 3200-EXIT
094400     END-IF
094500     CLOSE FILL-SORTED.
094600
094700 3000-EXIT.
094800     EXIT.
094900
095000*--------------------------------------------------------------
095100* 3050-PRINT-FILL-TOTALS
095200*    PRINTS THE FILL COUNTS AND CLOSES THE FILL REPORT.
095300*--------------------------------------------------------------
095400 3050-PRINT-FILL-TOTALS.
095500     IF WS-FR-OK
095600         MOVE SPACES TO FR-PRINT-LINE
095700         WRITE FR-PRINT-LINE
095800         MOVE WS-FULL-FILLS-COUNT TO WS-FRT-FULL
095900         MOVE WS-PART-FILLS-COUNT TO WS-FRT-PART
096000         WRITE FR-PRINT-LINE FROM WS-FR-TOTAL-LINE-1
096100         MOVE WS-INVOICES-WRITTEN TO WS-FRT-INVOICES
096200         MOVE WS-UNITS-FILLED     TO WS-FRT-UNITS
096300         MOVE WS-FILL-VALUE-TOTAL TO WS-FRT-VALUE
096400         WRITE FR-PRINT-LINE FROM WS-FR-TOTAL-LINE-2
096500         IF NOT WS-FR-OK
096600             DISPLAY "WARNING: could not write BOFILRPT, status "
096700                 WS-FR-FILE-STATUS
096800         END-IF
096900         CLOSE FILL-REPORT
097000     END-IF
097100     DISPLAY "Fill invoices written: " WS-INVOICES-WRITTEN
097200         " - see BOFILRPT.".
097300 3050-EXIT.
097400     EXIT.
097500
097600*--------------------------------------------------------------
097700* 3100-WRITE-ONE-FILL
097800*    READS ONE SORTED FILL, STARTING A NEW INVOICE WHEN THE
097900*    CUSTOMER CHANGES, AND WRITES ITS DETAIL LINE AND REPORT
098000*    LINE.
098100*--------------------------------------------------------------
098200 3100-WRITE-ONE-FILL.
098300     READ FILL-SORTED
098400         AT END
098500             MOVE 'Y' TO WS-FS-EOF-SWITCH
098600             GO TO 3100-EXIT
098700     END-READ
098800
098900     IF FS-CUSTOMER-ID NOT = WS-PRIOR-CUSTOMER
099000       OR WS-FIRST-INVOICE
099100         IF NOT WS-FIRST-INVOICE
099200             PERFORM 3200-CLOSE-INVOICE THRU 3200-EXIT
099300             ADD 1 TO WS-NEXT-INVOICE-NUMBER
099400         END-IF
099500         MOVE 'N' TO WS-FIRST-INVOICE-SWITCH
099600         MOVE FS-CUSTOMER-ID TO WS-PRIOR-CUSTOMER
099700         MOVE 0 TO WS-INVOICE-LINES
099800         MOVE SPACES TO IL-LINE-RECORD
099900         MOVE '1' TO IL-RECORD-TYPE
100000         MOVE WS-NEXT-INVOICE-NUMBER TO IL-INVOICE-NUMBER
100100         MOVE FS-CUSTOMER-ID TO IL-CUSTOMER-ID
100200         MOVE WS-CURRENT-DATE TO IL-INVOICE-DATE
100300         PERFORM 3300-WRITE-INVOICE-RECORD THRU 3300-EXIT
100400         ADD 1 TO WS-INVOICES-WRITTEN
100500     END-IF
100600
100700     MOVE SPACES TO IL-LINE-RECORD
100800     MOVE '2' TO IL-RECORD-TYPE
100900     MOVE FS-PRODUCT-CODE TO IL-PRODUCT-CODE
101000     MOVE FS-QTY-FILLED TO IL-QUANTITY
101100     MOVE 'R' TO IL-STOCK-FLAG
101200     PERFORM 3300-WRITE-INVOICE-RECORD THRU 3300-EXIT
101300     ADD 1 TO WS-INVOICE-LINES
101400
101500     IF WS-FR-OK
101600         MOVE WS-NEXT-INVOICE-NUMBER TO WS-FRD-INVOICE
101700         MOVE FS-CUSTOMER-ID     TO WS-FRD-CUSTOMER
101800         MOVE FS-PRODUCT-CODE    TO WS-FRD-PRODUCT
101900         MOVE FS-PRODUCT-NAME    TO WS-FRD-NAME
102000         MOVE FS-ENTRY-DATE      TO WS-FRD-ENTERED
102100         MOVE FS-QTY-FILLED      TO WS-FRD-FILLED
102200         MOVE FS-QTY-STILL-SHORT TO WS-FRD-SHORT
102300         MOVE FS-LINE-VALUE      TO WS-FRD-VALUE
102400         WRITE FR-PRINT-LINE FROM WS-FR-DETAIL-LINE
102500     END-IF.
102600 3100-EXIT.
102700     EXIT.
102800
102900*--------------------------------------------------------------
103000* 3200-CLOSE-INVOICE
103100*    WRITES THE TRAILER FOR THE INVOICE JUST ENDED.
103200*--------------------------------------------------------------
103300 3200-CLOSE-INVOICE.
103400     MOVE SPACES TO IL-LINE-RECORD
103500     MOVE '9' TO IL-RECORD-TYPE
103600     MOVE WS-INVOICE-LINES TO IL-EXPECTED-LINES
103700     PERFORM 3300-WRITE-INVOICE-RECORD THRU 3300-EXIT.
103800 3200-EXIT.
103900     EXIT.
104000
104100*--------------------------------------------------------------
104200* 3300-WRITE-INVOICE-RECORD
104300*    WRITES ONE RECORD TO ORDPICK. A FAILED WRITE FAILS THE
104350*    RUN SO BACKORDR IS NOT REBUILT WITHOUT THE LINE.
104400*--------------------------------------------------------------
104500 3300-WRITE-INVOICE-RECORD.
104600     WRITE IL-LINE-RECORD
104700     IF NOT WS-OP-OK
104800         DISPLAY "ERROR: could not write ORDPICK, status "
104900             WS-OP-FILE-STATUS
104920         MOVE 1 TO RETURN-CODE
104940         MOVE 'Y' TO WS-FILL-FAILED-SWITCH
105000     END-IF.
105100 3300-EXIT.
105200     EXIT.
105300
105400*--------------------------------------------------------------
105500* 4000-REBUILD-BACKORDERS
105600*    SORTS WHAT IS STILL SHORT BY PRODUCT AND CUSTOMER,
105700*    REWRITES BACKORDR FROM IT AND PRINTS THE AGED LIST OF
105800*    OPEN BACKORDERS. BACKORDR IS ONLY REPLACED ONCE THE
105900*    SORTED SURVIVORS ARE SAFELY ON FILE.
106000*--------------------------------------------------------------
106100 4000-REBUILD-BACKORDERS.
106200     SORT OPEN-SORT-FILE
106300         ON ASCENDING KEY SO-PRODUCT-CODE
106400                          SO-CUSTOMER-ID
106500                          SO-ENTRY-DATE
106600         USING OPEN-WORK
106700         GIVING OPEN-SORTED
106800
106900     OPEN INPUT OPEN-SORTED
107000     IF NOT WS-AS-OK
107100         DISPLAY "ERROR: cannot open sorted open backorders, "
107200             "status " WS-AS-FILE-STATUS
107300         DISPLAY "ERROR: BACKORDR not rebuilt - filled lines "
107400             "are still on it and must be removed by hand."
107500         MOVE 1 TO RETURN-CODE
107600         GO TO 4000-EXIT
107700     END-IF
107800
107900     OPEN OUTPUT BACKORDER-FILE
108000     IF WS-BO-OK
108100         MOVE 'Y' TO WS-BO-REWRITE-SWITCH
108200     ELSE
108300         DISPLAY "ERROR: could not rewrite BACKORDR, status "
108400             WS-BO-FILE-STATUS
108500         DISPLAY "ERROR: the open backorders are held on "
108600             "BOASRTD - copy them back before the next run."
108700         MOVE 1 TO RETURN-CODE
108800     END-IF
108900
109000     OPEN OUTPUT AGED-REPORT
109100     IF NOT WS-AR-OK
109200         DISPLAY "WARNING: could not open BOAGERPT, status "
109300             WS-AR-FILE-STATUS
109400     ELSE
109500         MOVE WS-CURRENT-DATE TO WS-AR-HDG-DATE
109600         WRITE AR-PRINT-LINE FROM WS-AR-HEADING-1
109700         WRITE AR-PRINT-LINE FROM WS-AR-HEADING-2
109800         MOVE SPACES TO AR-PRINT-LINE
109900         WRITE AR-PRINT-LINE
110000     END-IF
110100
110200     MOVE 'N' TO WS-AS-EOF-SWITCH
110300     MOVE 'Y' TO WS-FIRST-OPEN-SWITCH
110400     PERFORM 4100-LIST-ONE-OPEN THRU 4100-EXIT
110500         UNTIL WS-END-OF-OPEN
110600     IF NOT WS-FIRST-OPEN
110700         PERFORM 4200-WRITE-PRODUCT-TOTAL THRU 4200-EXIT
110800     END-IF
110900     CLOSE OPEN-SORTED
111000     IF WS-BO-REWRITE-OPEN
111100         CLOSE BACKORDER-FILE
111200     END-IF
111300
111400     IF WS-AR-OK
111500         MOVE SPACES TO AR-PRINT-LINE
111600         WRITE AR-PRINT-LINE
111700         MOVE WS-AGE-BUCKET-LINES (1) TO WS-ARA-BUCKET-1
111800         MOVE WS-AGE-BUCKET-LINES (2) TO WS-ARA-BUCKET-2
111900         MOVE WS-AGE-BUCKET-LINES (3) TO WS-ARA-BUCKET-3
112000         MOVE WS-AGE-BUCKET-LINES (4) TO WS-ARA-BUCKET-4
112100         WRITE AR-PRINT-LINE FROM WS-AR-AGE-LINE
112200         MOVE WS-STILL-OPEN-COUNT TO WS-ART-LINES
112300         MOVE WS-TOTAL-OPEN-UNITS TO WS-ART-UNITS
112400         WRITE AR-PRINT-LINE FROM WS-AR-TOTAL-LINE
112500         IF NOT WS-AR-OK
112600             DISPLAY "WARNING: could not write BOAGERPT, status "
112700                 WS-AR-FILE-STATUS
112800         END-IF
112900         CLOSE AGED-REPORT
113000     END-IF
113100     DISPLAY "Open backorders listed on BOAGERPT: "
113200         WS-STILL-OPEN-COUNT.
113300 4000-EXIT.
113400     EXIT.
113500
113600*--------------------------------------------------------------
113700* 4100-LIST-ONE-OPEN
113800*    READS ONE SORTED OPEN BACKORDER, WRITES IT BACK TO
113900*    BACKORDR AND PRINTS IT WITH ITS AGE, BREAKING TO A TOTAL
114000*    LINE WHEN THE PRODUCT CHANGES. A LINE THAT WILL NOT WRITE
114010*    BACK IS LISTED AS AN ERROR SO IT CAN BE KEYED AGAIN.
114100*--------------------------------------------------------------
114200 4100-LIST-ONE-OPEN.
114300     READ OPEN-SORTED
114400         AT END
114500             MOVE 'Y' TO WS-AS-EOF-SWITCH
114600             GO TO 4100-EXIT
114700     END-READ
114800
114900     IF WS-BO-REWRITE-OPEN
115000         MOVE SPACES TO BO-BACKORDER-RECORD
115100         MOVE AS-ENTRY-DATE      TO BO-ENTRY-DATE
115200         MOVE AS-CUSTOMER-ID     TO BO-CUSTOMER-ID
115300         MOVE AS-PRODUCT-CODE    TO BO-PRODUCT-CODE
115400         MOVE AS-QUANTITY-SHORT  TO BO-QUANTITY-SHORT
115500         WRITE BO-BACKORDER-RECORD
115600         IF NOT WS-BO-OK
115700             DISPLAY "ERROR: could not write BACKORDR, status "
115800                 WS-BO-FILE-STATUS
115810             DISPLAY "ERROR: " AS-QUANTITY-SHORT " of product "
115820                 AS-PRODUCT-CODE " still short for customer "
115830                 AS-CUSTOMER-ID " - not on BACKORDR, key it "
115840                 "back by hand."
115850             MOVE 1 TO RETURN-CODE
115900         END-IF
116000     END-IF
116100
116200     IF AS-PRODUCT-CODE NOT = WS-PRIOR-OPEN-PRODUCT
116300       OR WS-FIRST-OPEN
116400         IF NOT WS-FIRST-OPEN
116500             PERFORM 4200-WRITE-PRODUCT-TOTAL THRU 4200-EXIT
116600         END-IF
116700         MOVE 'N' TO WS-FIRST-OPEN-SWITCH
116800         MOVE AS-PRODUCT-CODE TO WS-PRIOR-OPEN-PRODUCT
116900         MOVE 0 TO WS-PRODUCT-OPEN-UNITS
117000         MOVE 0 TO WS-PRODUCT-OPEN-LINES
117100     END-IF
117200
117300     MOVE AS-ENTRY-DATE TO WS-DATE-PARTS
117400     COMPUTE WS-ITEM-DAY-KEY =
117500         (WS-DP-YYYY * 360) + (WS-DP-MM * 30) + WS-DP-DD
117600     COMPUTE WS-AGE-DAYS =
117700         WS-TODAY-DAY-KEY - WS-ITEM-DAY-KEY
117800     IF WS-AGE-DAYS < ZERO
117900         MOVE 0 TO WS-AGE-DAYS
118000     END-IF
118100     IF WS-AGE-DAYS <= 7
118200         MOVE 1 TO WS-AGE-BUCKET
118300     ELSE
118400         IF WS-AGE-DAYS <= 30
118500             MOVE 2 TO WS-AGE-BUCKET
118600         ELSE
118700             IF WS-AGE-DAYS <= 60
118800                 MOVE 3 TO WS-AGE-BUCKET
118900             ELSE
119000                 MOVE 4 TO WS-AGE-BUCKET
119100             END-IF
119200         END-IF
119300     END-IF
119400     ADD 1 TO WS-AGE-BUCKET-LINES (WS-AGE-BUCKET)
119500
119600     IF WS-AR-OK
119700         MOVE AS-PRODUCT-CODE    TO WS-ARD-PRODUCT
119800         MOVE AS-PRODUCT-NAME    TO WS-ARD-NAME
119900         MOVE AS-CUSTOMER-ID     TO WS-ARD-CUSTOMER
120000         MOVE AS-ENTRY-DATE      TO WS-ARD-ENTERED
120100         MOVE WS-AGE-DAYS        TO WS-ARD-DAYS
120200         MOVE AS-QUANTITY-SHORT  TO WS-ARD-SHORT
120300         WRITE AR-PRINT-LINE FROM WS-AR-DETAIL-LINE
120400     END-IF
120500
120600     ADD AS-QUANTITY-SHORT TO WS-PRODUCT-OPEN-UNITS
120700     ADD AS-QUANTITY-SHORT TO WS-TOTAL-OPEN-UNITS
120800     ADD 1 TO WS-PRODUCT-OPEN-LINES.
120900 4100-EXIT.
121000     EXIT.
121100
121200*--------------------------------------------------------------
121300* 4200-WRITE-PRODUCT-TOTAL
121400*    PRINTS THE OPEN LINES AND UNITS FOR THE PRODUCT JUST
121500*    ENDED.
121600*--------------------------------------------------------------
121700 4200-WRITE-PRODUCT-TOTAL.
121800     IF WS-AR-OK
121900         MOVE WS-PRIOR-OPEN-PRODUCT TO WS-ARP-PRODUCT
122000         MOVE WS-PRODUCT-OPEN-LINES TO WS-ARP-LINES
122100         MOVE WS-PRODUCT-OPEN-UNITS TO WS-ARP-UNITS
122200         WRITE AR-PRINT-LINE FROM WS-AR-PRODUCT-TOTAL-LINE
122300         MOVE SPACES TO AR-PRINT-LINE
122400         WRITE AR-PRINT-LINE
122500     END-IF.
122600 4200-EXIT.
122700     EXIT.
122800
122900*--------------------------------------------------------------
123000* 9000-TERMINATE
123100*    CLOSES THE FILES AND WRITES THE RUN STATISTICS.
123200*--------------------------------------------------------------
123300 9000-TERMINATE.
123400     CLOSE PRODUCT-MASTER
123500     CLOSE STOCK-FILE
123600     CLOSE PICK-ORDERS
123700     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
123800 9000-EXIT.
123900     EXIT.
124000
124100*--------------------------------------------------------------
124200* 9500-WRITE-RUN-STATS
124300*    APPENDS THIS RUN'S STATISTICS TO THE COMMON RUNSTATS
124400*    CONTROL FILE FOR THE END-OF-DAY BALANCING REPORT.
124500*--------------------------------------------------------------
124600 9500-WRITE-RUN-STATS.
124700     OPEN EXTEND RUN-STATS
124800     IF NOT WS-RS-OK
124900         OPEN OUTPUT RUN-STATS
125000         IF NOT WS-RS-OK
125100             DISPLAY "WARNING: could not open RUNSTATS, "
125200                 "status " WS-RS-FILE-STATUS
125300             GO TO 9500-EXIT
125400         END-IF
125500     END-IF
125600
125700     MOVE WS-CURRENT-DATE TO WS-RS-DATE
125800     ACCEPT WS-RS-TIME-NOW FROM TIME
125900     MOVE WS-RS-TIME-NOW TO WS-RS-TIME
126000     MOVE WS-BACKORDERS-READ TO WS-RS-READ
126100     COMPUTE WS-RS-ACCEPTED =
126200         WS-FULL-FILLS-COUNT + WS-PART-FILLS-COUNT
126300     MOVE 0 TO WS-RS-REJECTED
126400     MOVE WS-FILL-VALUE-TOTAL TO WS-RS-MONEY
126500     IF RETURN-CODE = 0
126600         MOVE 0 TO WS-RS-RC
126700     ELSE
126800         MOVE 1 TO WS-RS-RC
126900     END-IF
127000
127100     WRITE RS-STATS-RECORD FROM WS-STATS-LINE
127200     IF NOT WS-RS-OK
127300         DISPLAY "WARNING: could not write RUNSTATS, status "
127400             WS-RS-FILE-STATUS
127500     END-IF
127600     CLOSE RUN-STATS.
127700 9500-EXIT.
127800     EXIT.
