002146*                 INVLINES AFTER A CLEAN TOTALING RUN, SO THE
002148*                 FLAT FILE ALONE CAN NO LONGER BE TRUSTED NOT
002150*                 TO REUSE A NUMBER ALREADY BILLED TODAY.
002155* 2026-10-15 DT   PICKED UP THE NEW ITEM TYPE AND APPLIES-TO
002160*                 INVOICE ON THE AROPEN RECORD LAYOUT. A CREDIT
002165*                 MEMO STILL OPEN IS MONEY OWED BACK TO THE
002170*                 CUSTOMER, SO THE CREDIT CHECK NOW TAKES IT OFF
002172*                 THE OPEN BALANCE (NEVER BELOW ZERO).
002174* 2026-10-15 DT   PICKED UP THE NEW HOLD, BILLING ADDRESS AND
002176*                 CONTACT FIELDS ON THE CUSTOMER RECORD LAYOUT.
002178*                 AN ACCOUNT THE CREDIT OFFICE HAS PUT ON HOLD
002180*                 IN CustomerMaint NOW TAKES NO NEW ORDERS - AT
002182*                 THE TERMINAL OR FROM BATCH INTAKE THE ORDER
002184*                 GOES TO ORDSUSP WITH THE HOLD REASON.
002186* 2026-10-15 DT   PICKED UP THE NEW TAX CODE AND TAX EXEMPTION
002188*                 FIELDS ON THE CUSTOMER RECORD LAYOUT AND THE
002189*                 NEW TAX AMOUNT ON THE INVHIST RECORD LAYOUT.
002190* 2026-10-15 DT   CONTRACT PRICING. ORDER LINES, AT THE TERMINAL
002191*                 AND FROM BATCH INTAKE, ARE NOW PRICED AT THE
002192*                 BEST PRICE THE CUSTOMER'S CUSTPRIC PRICE
002193*                 AGREEMENTS IN FORCE TODAY GIVE - NET PRODUCT
002194*                 PRICE, PERCENTAGE OFF THE CATEGORY OR
002195*                 QUANTITY-BREAK PRICE - NEVER ABOVE LIST. THE
002196*                 CREDIT CHECK AND ORDER TOTAL USE THE CONTRACT
002200*                 PRICE, AND A DISCOUNTED LINE SHOWS ITS LIST
002210*                 PRICE AND AGREEMENT.
002220* 2026-10-15 DT   A PRODUCT FROZEN FOR A PHYSICAL STOCK COUNT
002230*                 (CountOpen) IS NOT RESERVED - THE WHOLE LINE
002240*                 GOES TO THE BACKORDER FILE AND IS FILLED ONCE
002250*                 CountPost HAS POSTED THE COUNT.
002252* 2026-10-15 DT   PICKED UP THE NEW AVERAGE UNIT COST ON THE STOCK
002254*                 RECORD LAYOUT.
002256* 2026-10-15 DT   PICKED UP THE NEW REORDER QUANTITY ON THE STOCK
002257*                 RECORD LAYOUT.
002258* 2026-10-15 DT   ACCEPTED ORDERS NOW GO TO ORDPICK TO BE PICKED
002259*                 RATHER THAN STRAIGHT TO INVLINES - ShipConfirm
002260*                 RELEASES WHAT ACTUALLY SHIPS TO INVLINES FOR
002262*                 BILLING. THE NEXT ORDER NUMBER NOW SCANS ORDPICK
002264*                 AND INVLINES AS WELL AS INVHIST.
002266* 2026-10-15 DT   THE OPERATOR IS NOW TAKEN FROM USER. AT THE
002268*                 TERMINAL AN OPERATOR WITH CREDITOV AUTHORITY ON
002270*                 THE NEW OPERAUTH FILE MAY TAKE AN ORDER OVER THE
002272*                 CUSTOMER'S CREDIT LIMIT INSTEAD OF SUSPENDING
002274*                 IT; THE OVERRIDE COVERS THE REST OF THE ORDER
002276*                 AND GOES TO ORDSAUD AS A CREDIT-OVR DECISION.
002278*                 BATCH INTAKE STILL SUSPENDS.
002280* 2026-10-15 DT   THE CREDIT CHECK NOW COUNTS EACH LINE WITH THE
002282*                 SALES TAX THE BILLING RUN WILL ADD - THE
002284*                 CUSTOMER'S TAXRATE RATE ON LINES WHOSE PRODCAT
002286*                 CATEGORY IS TAXABLE, NOTHING FOR AN EXEMPT
002288*                 CUSTOMER - SINCE THE AROPEN BALANCE IT IS ADDED
002290*                 TO ALREADY INCLUDES TAX.
002292*--------------------------------------------------------------
002294
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. GNUCOBOL.
002700
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PICK-ORDERS ASSIGN TO "ORDPICK"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-OP-FILE-STATUS.
003220
003240     SELECT INVOICE-LINES ASSIGN TO "INVLINES"
003260         ORGANIZATION IS LINE SEQUENTIAL
003280         FILE STATUS IS WS-INV-FILE-STATUS.
003300
003400     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003500         ORGANIZATION IS INDEXED
004930         RECORD KEY IS IH-INVOICE-NUMBER
004932         FILE STATUS IS WS-IH-FILE-STATUS.
004934
004940     SELECT PRICE-AGREEMENTS ASSIGN TO "CUSTPRIC"
004960         ORGANIZATION IS LINE SEQUENTIAL
004980         FILE STATUS IS WS-PA-FILE-STATUS.
004982
004984     SELECT OPERATOR-AUTHORITY ASSIGN TO "OPERAUTH"
004986         ORGANIZATION IS LINE SEQUENTIAL
004988         FILE STATUS IS WS-OA-FILE-STATUS.
004990
004992     SELECT REVIEW-AUDIT ASSIGN TO "ORDSAUD"
004994         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-AUD-FILE-STATUS.
005010
005020     SELECT TAX-RATES ASSIGN TO "TAXRATE"
005030         ORGANIZATION IS LINE SEQUENTIAL
005040         FILE STATUS IS WS-TR-FILE-STATUS.
005050
005060     SELECT CATEGORY-REF ASSIGN TO "PRODCAT"
005070         ORGANIZATION IS LINE SEQUENTIAL
005080         FILE STATUS IS WS-CAT-FILE-STATUS.
005090 DATA DIVISION.
005100 FILE SECTION.
005120*    ORDERS WAITING TO BE PICKED AND SHIPPED - THE SAME
005140*    LAYOUT AS INVLINES. ShipConfirm MOVES EACH ORDER ON TO
005160*    INVLINES WITH THE QUANTITIES ACTUALLY SHIPPED.
005200 FD  PICK-ORDERS
005300     LABEL RECORDS ARE STANDARD.
005400 01  IL-LINE-RECORD.
005500     05 IL-RECORD-TYPE           PIC X(01).
006500     05 IL-TRAILER-FIELDS REDEFINES IL-RECORD-BODY.
006600         10 IL-EXPECTED-LINES    PIC 9(04).
006700         10 FILLER               PIC X(24).
006710
006720*    INVLINES IS ONLY READ HERE, FOR THE ORDER NUMBERS
006730*    ALREADY SHIPPED TODAY AND NOT YET BILLED.
006740 FD  INVOICE-LINES
006750     LABEL RECORDS ARE STANDARD.
006760 01  IV-LINE-RECORD.
006770     05 IV-RECORD-TYPE           PIC X(01).
006780     05 IV-INVOICE-NUMBER        PIC 9(10).
006790     05 FILLER                   PIC X(18).
006800
006900 FD  CUSTOMER-MASTER
007000     LABEL RECORDS ARE STANDARD.
007400     05 CM-ACCT-STATUS           PIC X(02).
007500     05 CM-DATE-LOADED           PIC 9(08).
007510     05 CM-CREDIT-LIMIT          PIC 9(07)V99.
007515     05 CM-MAINTAINED-FIELDS.
007520         10 CM-HOLD-FLAG         PIC X(01).
007525             88 CM-ON-HOLD           VALUE 'H'.
007530         10 CM-HOLD-REASON       PIC X(30).
007535         10 CM-STATUS-LOCAL      PIC X(01).
007540             88 CM-STATUS-SET-LOCALLY VALUE 'Y'.
007545         10 CM-BILL-ADDRESS-1    PIC X(30).
007550         10 CM-BILL-ADDRESS-2    PIC X(30).
007555         10 CM-BILL-CITY         PIC X(20).
007560         10 CM-BILL-STATE        PIC X(02).
007565         10 CM-BILL-ZIP          PIC X(10).
007570         10 CM-CONTACT-NAME      PIC X(30).
007575         10 CM-CONTACT-PHONE     PIC X(15).
007580         10 CM-LAST-MAINT-DATE   PIC 9(08).
007582         10 CM-TAX-CODE          PIC X(04).
007584         10 CM-TAX-EXEMPT-FLAG   PIC X(01).
007586             88 CM-TAX-EXEMPT        VALUE 'E'.
007588         10 CM-TAX-EXEMPT-CERT   PIC X(15).
007600
007700 FD  PRODUCT-MASTER
007800     LABEL RECORDS ARE STANDARD.
009770     05 SK-REORDER-POINT         PIC 9(05).
009780     05 SK-DATE-UPDATED          PIC 9(08).
009782     05 SK-ON-ORDER              PIC 9(07).
009784     05 SK-COUNT-FLAG            PIC X(01).
009786         88 SK-COUNT-FROZEN          VALUE 'F'.
009788     05 SK-AVG-COST              PIC 9(05)V99.
009789     05 SK-REORDER-QTY           PIC 9(05).
009790
009792 FD  BACKORDER-FILE
009794     LABEL RECORDS ARE STANDARD.
009811     05 AR-INVOICE-AMOUNT        PIC 9(09)V99.
009812     05 AR-AMOUNT-PAID           PIC 9(09)V99.
009813     05 AR-ITEM-STATUS           PIC X(01).
009814     05 AR-ITEM-TYPE             PIC X(01).
009815         88 AR-CREDIT-MEMO           VALUE 'C'.
009816     05 AR-APPLIES-TO            PIC 9(10).
009817
009818 FD  ORDER-INTAKE
009819     LABEL RECORDS ARE STANDARD.
009820 01  OI-INTAKE-RECORD.
009821     05 OI-CUSTOMER-ID           PIC X(10).
009822     05 OI-PRODUCT-CODE          PIC 9(10).
009823     05 OI-QUANTITY              PIC 9(04).
009824
009825 FD  RUN-STATS
009826     LABEL RECORDS ARE STANDARD.
009827 01  RS-STATS-RECORD             PIC X(62).
009828
009829 FD  INVOICE-HISTORY
009830     LABEL RECORDS ARE STANDARD.
009832 01  IH-HISTORY-RECORD.
009834     05 IH-INVOICE-NUMBER        PIC 9(10).
009840     05 IH-LINE-COUNT            PIC 9(04).
009842     05 IH-INVOICE-TOTAL         PIC 9(09)V99.
009844     05 IH-STATUS                PIC X(20).
009845     05 IH-TAX-AMOUNT            PIC 9(09)V99.
009846
009848
009850 FD  PRICE-AGREEMENTS
009852     LABEL RECORDS ARE STANDARD.
009854 01  PA-AGREEMENT-RECORD.
009856     05 PA-CUSTOMER-ID           PIC X(10).
009858     05 FILLER                   PIC X(01).
009860     05 PA-AGREEMENT-TYPE        PIC X(01).
009862         88 PA-NET-PRICE             VALUE 'N'.
009864         88 PA-CATEGORY-PERCENT      VALUE 'C'.
009866         88 PA-QUANTITY-BREAK        VALUE 'Q'.
009868     05 FILLER                   PIC X(01).
009870     05 PA-PRODUCT-CODE          PIC 9(10).
009872     05 FILLER                   PIC X(01).
009874     05 PA-CATEGORY-CODE         PIC X(04).
009876     05 FILLER                   PIC X(01).
009878     05 PA-START-DATE            PIC 9(08).
009880     05 FILLER                   PIC X(01).
009882     05 PA-END-DATE              PIC 9(08).
009884     05 FILLER                   PIC X(01).
009886     05 PA-MIN-QUANTITY          PIC 9(04).
009888     05 FILLER                   PIC X(01).
009890     05 PA-NET-UNIT-PRICE        PIC 9(05)V99.
009892     05 FILLER                   PIC X(01).
009894     05 PA-DISCOUNT-PCT          PIC 9(02)V99.
009896     05 FILLER                   PIC X(01).
009900     05 PA-AGREEMENT-REF         PIC X(10).
009905
009910 FD  OPERATOR-AUTHORITY
009915     LABEL RECORDS ARE STANDARD.
009920 01  OA-AUTHORITY-RECORD.
009925     05 OA-OPERATOR-ID           PIC X(10).
009930     05 FILLER                   PIC X(01).
009935     05 OA-PROGRAM               PIC X(12).
009940     05 FILLER                   PIC X(01).
009945     05 OA-FUNCTION              PIC X(08).
009950
009955 FD  REVIEW-AUDIT
009960     LABEL RECORDS ARE STANDARD.
009962 01  AUD-RECORD                  PIC X(110).
009964
009966 FD  TAX-RATES
009968     LABEL RECORDS ARE STANDARD.
009970 01  TR-RATE-RECORD.
009972     05 TR-TAX-CODE              PIC X(04).
009974     05 FILLER                   PIC X(01).
009976     05 TR-TAX-RATE              PIC 9(02)V9(03).
009978     05 FILLER                   PIC X(01).
009980     05 TR-DESCRIPTION           PIC X(30).
009982
009984 FD  CATEGORY-REF
009986     LABEL RECORDS ARE STANDARD.
009988 01  CAT-REF-RECORD.
009990     05 CAT-CODE                 PIC X(04).
009992     05 CAT-DESCRIPTION          PIC X(30).
009994     05 CAT-TAXABLE-FLAG         PIC X(01).
009996
009998 WORKING-STORAGE SECTION.
010000*--------------------------------------------------------------
010100* FILE STATUS FIELDS
010200*--------------------------------------------------------------
010300 01 WS-INV-FILE-STATUS      PIC X(02) VALUE '00'.
010400     88 WS-INV-OK               VALUE '00'.
010500     88 WS-INV-AT-END           VALUE '10'.
010520 01 WS-OP-FILE-STATUS       PIC X(02) VALUE '00'.
010540     88 WS-OP-OK                VALUE '00'.
010600 01 WS-CM-FILE-STATUS       PIC X(02) VALUE '00'.
010700     88 WS-CM-OK                VALUE '00'.
010800 01 WS-PM-FILE-STATUS       PIC X(02) VALUE '00'.
011300*--------------------------------------------------------------
011400* NEXT-INVOICE-NUMBER FIELDS
011500*    THE NEXT INVOICE NUMBER FOR THE DAY IS DERIVED FROM THE
011600*    HIGHEST HEADER ALREADY ON ORDPICK FOR TODAY'S DATE, THE
011700*    SAME WAY ProductList DERIVES ITS NEXT PRODUCT CODE.
011800*--------------------------------------------------------------
011900 01 WS-CURRENT-DATE         PIC 9(08).
013400 01 WS-LINE-PRICE           PIC 9(09)V99 VALUE 0.
013500 01 WS-ORDER-TOTAL          PIC 9(09)V99 VALUE 0.
013600 01 WS-ORDER-TOTAL-EDIT     PIC ZZZ,ZZZ,ZZ9.99.
013650 01 WS-ORDER-EXPOSURE       PIC 9(09)V99 VALUE 0.
013700 01 WS-ORDER-DONE-SWITCH    PIC X(01) VALUE 'N'.
013800     88 WS-ORDER-DONE           VALUE 'Y'.
013900 01 WS-SESSION-DONE-SWITCH  PIC X(01) VALUE 'N'.
014100 01 WS-CUSTOMER-VALID-SW    PIC X(01) VALUE 'N'.
014200     88 WS-CUSTOMER-VALID       VALUE 'Y'.
014300 01 WS-REASON                PIC X(40) VALUE SPACES.
014320 01 WS-CUSTOMER-HOLD-SW     PIC X(01) VALUE 'N'.
014340     88 WS-CUSTOMER-ON-HOLD     VALUE 'Y'.
014360 01 WS-HOLD-REASON          PIC X(40) VALUE SPACES.
014400
014410*--------------------------------------------------------------
014420* STOCK CHECK AND RESERVATION FIELDS
014480     88 WS-STOCK-FOUND          VALUE 'Y'.
014490 01 WS-SHIP-QUANTITY         PIC 9(04) VALUE 0.
014492 01 WS-SHORT-QUANTITY        PIC 9(04) VALUE 0.
014493
014494*--------------------------------------------------------------
014495* CREDIT CHECK FIELDS
014496*    THE CUSTOMER'S OPEN BALANCE IS SUMMED FROM AROPEN WHEN
014497*    THE CUSTOMER IS VALIDATED. A ZERO CM-CREDIT-LIMIT MEANS
014498*    NO LIMIT; OTHERWISE NO LINE MAY TAKE BALANCE PLUS ORDER
014499*    PAST THE LIMIT. AROPEN CARRIES THE TAX-INCLUSIVE AMOUNT,
014500*    SO THE ORDER IS COUNTED WITH ITS SALES TAX TOO.
014501*--------------------------------------------------------------
014502 01 WS-AR-FILE-STATUS       PIC X(02) VALUE '00'.
014503     88 WS-AR-OK                VALUE '00'.
014504 01 WS-AR-AVAIL-SWITCH      PIC X(01) VALUE 'N'.
014505     88 WS-AR-AVAILABLE         VALUE 'Y'.
014506 01 WS-AR-EOF-SWITCH        PIC X(01) VALUE 'N'.
014507     88 WS-END-OF-ITEMS         VALUE 'Y'.
014508 01 WS-CREDIT-LIMIT         PIC 9(07)V99 VALUE 0.
014509 01 WS-OPEN-BALANCE         PIC 9(09)V99 VALUE 0.
014510 01 WS-CREDIT-OWED          PIC 9(09)V99 VALUE 0.
014511 01 WS-PROJECTED-BALANCE    PIC 9(11)V99 VALUE 0.
014512 01 WS-CREDIT-OK-SWITCH     PIC X(01) VALUE 'Y'.
014513     88 WS-CREDIT-OK            VALUE 'Y'.
014514
014515*--------------------------------------------------------------
014516* CREDIT OVERRIDE FIELDS
014517*    AN OPERATOR WITH CREDITOV AUTHORITY ON OPERAUTH MAY TAKE
014518*    AN ORDER OVER THE CUSTOMER'S CREDIT LIMIT AT THE TERMINAL.
014519*    ONE OVERRIDE COVERS THE REST OF THE ORDER AND IS WRITTEN
014520*    TO THE ORDSAUD AUDIT FILE OrderReview KEEPS. BATCH INTAKE
014521*    NEVER OVERRIDES - THERE IS NO ONE TO ANSWER.
014522*--------------------------------------------------------------
014523 01 WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
014524 01 WS-CURRENT-TIME         PIC 9(08).
014525 01 WS-OA-FILE-STATUS       PIC X(02) VALUE '00'.
014526     88 WS-OA-OK                VALUE '00'.
014527 01 WS-OA-EOF-SWITCH        PIC X(01) VALUE 'N'.
014528     88 WS-END-OF-AUTHORITY     VALUE 'Y'.
014529 01 WS-AUD-FILE-STATUS      PIC X(02) VALUE '00'.
014530     88 WS-AUD-OK               VALUE '00'.
014531 01 WS-OVERRIDE-AUTH-SW     PIC X(01) VALUE 'N'.
014532     88 WS-MAY-OVERRIDE         VALUE 'Y'.
014533 01 WS-ORDER-OVERRIDE-SW    PIC X(01) VALUE 'N'.
014534     88 WS-ORDER-OVERRIDDEN     VALUE 'Y'.
014535 01 WS-OVERRIDE-REPLY       PIC X(01) VALUE SPACE.
014536     88 WS-OVERRIDE-CONFIRMED   VALUE 'Y'.
014537 01 WS-AUDIT-LINE.
014538     05 WS-AUD-DATE            PIC 9(08).
014539     05 FILLER                 PIC X(01) VALUE SPACE.
014540     05 WS-AUD-TIME            PIC 9(08).
014541     05 FILLER                 PIC X(01) VALUE SPACE.
014542     05 WS-AUD-OPERATOR        PIC X(10).
014543     05 FILLER                 PIC X(01) VALUE SPACE.
014544     05 WS-AUD-DECISION        PIC X(10) VALUE "CREDIT-OVR".
014545     05 FILLER                 PIC X(01) VALUE SPACE.
014546     05 WS-AUD-CUSTOMER        PIC X(10).
014547     05 FILLER                 PIC X(01) VALUE SPACE.
014548     05 WS-AUD-PRODUCT         PIC 9(10).
014549     05 FILLER                 PIC X(01) VALUE SPACE.
014550     05 WS-AUD-QUANTITY        PIC 9(04).
014551     05 FILLER                 PIC X(01) VALUE SPACE.
014552     05 WS-AUD-NOTE            PIC X(40).
014553
014554*--------------------------------------------------------------
014555* BATCH INTAKE MODE FIELDS
014556*    WHEN BATCH MODE IS CHOSEN, ORDER LINES COME FROM THE
014557*    ORDINTAK FILE - CONSECUTIVE LINES FOR ONE CUSTOMER FORM
014558*    ONE ORDER - AND RUN THROUGH THE SAME CHECKS AS A
014559*    TERMINAL SESSION.
014560*--------------------------------------------------------------
014561 01 WS-OI-FILE-STATUS       PIC X(02) VALUE '00'.
014562     88 WS-OI-OK                VALUE '00'.
014563 01 WS-INPUT-MODE           PIC X(01) VALUE 'I'.
014564     88 WS-MODE-INTERACTIVE     VALUE 'I'.
014565     88 WS-MODE-BATCH           VALUE 'B'.
014566 01 WS-ENV-BATCH-FLAG       PIC X(01) VALUE SPACE.
014567     88 WS-ENV-IS-BATCH         VALUE 'Y'.
014568 01 WS-OI-EOF-SWITCH        PIC X(01) VALUE 'N'.
014569     88 WS-END-OF-INTAKE        VALUE 'Y'.
014570 01 WS-INTAKE-READ          PIC 9(05) VALUE 0.
014571 01 WS-BATCH-CUSTOMER       PIC X(10) VALUE SPACES.
014574 01 WS-BATCH-CUST-STATE     PIC X(01) VALUE SPACE.
014576     88 WS-BATCH-CUST-GOOD      VALUE 'V'.
014578     88 WS-BATCH-CUST-MISSING   VALUE 'M'.
014580     88 WS-BATCH-CUST-OVERLIMIT VALUE 'L'.
014581     88 WS-BATCH-CUST-ON-HOLD   VALUE 'H'.
014582 01 WS-MONEY-TOTAL          PIC 9(09)V99 VALUE 0.
014584
014586*--------------------------------------------------------------
014632     05 WS-RS-RC               PIC 9(01) VALUE 0.
014634 01 WS-RS-TIME-NOW          PIC 9(08).
014636
014637*--------------------------------------------------------------
014638* CONTRACT PRICING FIELDS
014639*    THE CUSTPRIC CUSTOMER PRICE AGREEMENTS ARE LOADED AT
014640*    START-UP. A LINE IS PRICED AT THE LOWEST PRICE ANY OF
014641*    THE CUSTOMER'S AGREEMENTS IN FORCE TODAY GIVES IT - NET
014642*    PRODUCT PRICE ('N'), PERCENTAGE OFF THE CATEGORY ('C') OR
014643*    QUANTITY-BREAK PRICE ('Q') - NEVER ABOVE LIST, THE SAME
014644*    RULE SimpleAddition BILLS THE LINE BY.
014645*--------------------------------------------------------------
014646 01 WS-PA-FILE-STATUS       PIC X(02) VALUE '00'.
014647     88 WS-PA-OK                VALUE '00'.
014648 01 WS-PA-EOF-SWITCH        PIC X(01) VALUE 'N'.
014649     88 WS-END-OF-AGREEMENTS    VALUE 'Y'.
014650 01 WS-AGREEMENT-COUNT      PIC 9(04) VALUE 0.
014651 01 WS-MAX-AGREEMENTS       PIC 9(04) VALUE 500.
014652 01 WS-AGREEMENT-TABLE.
014653     05 WS-AGREEMENT-ENTRY OCCURS 500 TIMES.
014654         10 WS-AGT-CUSTOMER     PIC X(10).
014655         10 WS-AGT-TYPE         PIC X(01).
014656         10 WS-AGT-PRODUCT      PIC 9(10).
014657         10 WS-AGT-CATEGORY     PIC X(04).
014658         10 WS-AGT-START-DATE   PIC 9(08).
014659         10 WS-AGT-END-DATE     PIC 9(08).
014660         10 WS-AGT-MIN-QTY      PIC 9(04).
014661         10 WS-AGT-NET-PRICE    PIC 9(05)V99.
014662         10 WS-AGT-PCT          PIC 9(02)V99.
014663         10 WS-AGT-REF          PIC X(10).
014664 01 WS-AGR-SUB              PIC 9(04) VALUE 0.
014665 01 WS-AGR-IDX              PIC 9(04) VALUE 0.
014666 01 WS-PRICE-QUANTITY       PIC 9(04) VALUE 0.
014668 01 WS-UNIT-PRICE           PIC 9(05)V99 VALUE 0.
014670 01 WS-CANDIDATE-PRICE      PIC 9(05)V99 VALUE 0.
014672 01 WS-PRICE-AGREEMENT      PIC X(10) VALUE SPACES.
014674
014676*--------------------------------------------------------------
014678* CREDIT EXPOSURE TAX FIELDS
014680*    A LINE IS TAXED FOR THE CREDIT CHECK THE WAY THE BILLING
014682*    RUN WILL TAX IT - AT THE RATE ON TAXRATE FOR THE
014684*    CUSTOMER'S TAX CODE (DUKE_DEFAULT_TAX_CODE WHEN IT HAS
014686*    NONE), NOTHING FOR A TAX-EXEMPT CUSTOMER OR A PRODCAT
014688*    CATEGORY FLAGGED 'N'. WITHOUT TAXRATE OR PRODCAT THE
014690*    CHECK FALLS BACK TO THE PRE-TAX VALUE OF THE LINE.
014692*--------------------------------------------------------------
014694 01 WS-TR-FILE-STATUS       PIC X(02) VALUE '00'.
014696     88 WS-TR-OK                VALUE '00'.
014698 01 WS-CAT-FILE-STATUS      PIC X(02) VALUE '00'.
014700     88 WS-CAT-OK               VALUE '00'.
014702 01 WS-REF-EOF-SWITCH       PIC X(01) VALUE 'N'.
014704     88 WS-REF-AT-END           VALUE 'Y'.
014706 01 WS-DEFAULT-TAX-CODE     PIC X(04) VALUE SPACES.
014708 01 WS-TAX-RATE-COUNT       PIC 9(03) VALUE 0.
014710 01 WS-MAX-TAX-RATES        PIC 9(03) VALUE 100.
014712 01 WS-TAX-RATE-TABLE.
014714     05 WS-TAX-RATE-ENTRY OCCURS 100 TIMES.
014716         10 WS-TRT-CODE         PIC X(04).
014718         10 WS-TRT-RATE         PIC 9(02)V9(03).
014720 01 WS-CATEGORY-COUNT       PIC 9(03) VALUE 0.
014722 01 WS-MAX-CATEGORIES       PIC 9(03) VALUE 50.
014724 01 WS-CATEGORY-TABLE.
014726     05 WS-CATEGORY-ENTRY OCCURS 50 TIMES.
014728         10 WS-CTT-CODE         PIC X(04).
014730         10 WS-CTT-TAXABLE      PIC X(01).
014732 01 WS-TABLE-SUB            PIC 9(03) VALUE 0.
014734 01 WS-TAX-CODE             PIC X(04) VALUE SPACES.
014736 01 WS-TAX-RATE             PIC 9(02)V9(03) VALUE 0.
014738 01 WS-LINE-TAX-RATE        PIC 9(02)V9(03) VALUE 0.
014740
014742*--------------------------------------------------------------
014744* PENDING-ORDER LINE TABLE
014746*    VALIDATED LINES ARE HELD HERE UNTIL THE ORDER ENDS, SO AN
014800*    ORDER WITH NO VALID LINES NEVER LEAVES A HEADER WITH NO
014900*    DETAILS ON ORDPICK.
015000*--------------------------------------------------------------
015100 01 WS-ORDER-LINE-COUNT     PIC 9(02) VALUE 0.
015200 01 WS-MAX-ORDER-LINES      PIC 9(02) VALUE 50.
017700*--------------------------------------------------------------
017800* 1000-INITIALIZE
017900*    OPENS THE MASTERS AND THE SUSPENSE FILE, ESTABLISHES THE
018000*    NEXT INVOICE NUMBER FOR THE DAY, AND LEAVES ORDPICK OPEN
018100*    IN EXTEND SO NEW INVOICES GO AFTER ANY ALREADY ON FILE.
018200*--------------------------------------------------------------
018300 1000-INITIALIZE.
018400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
018420     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
018440     IF WS-OPERATOR-ID = SPACES
018460         MOVE "UNKNOWN" TO WS-OPERATOR-ID
018480     END-IF
018500
018600     OPEN INPUT CUSTOMER-MASTER
018700     IF NOT WS-CM-OK
021752             "a zero open balance."
021754     END-IF
021756
021760     PERFORM 1300-LOAD-AGREEMENTS THRU 1300-EXIT
021770     PERFORM 1500-LOAD-TAX-RATES THRU 1500-EXIT
021780     PERFORM 1600-LOAD-CATEGORIES THRU 1600-EXIT
021800     PERFORM 1100-DETERMINE-NEXT-INVOICE THRU 1100-EXIT
021850     PERFORM 1400-LOAD-OVERRIDE-AUTHORITY THRU 1400-EXIT
021900
022000     OPEN EXTEND PICK-ORDERS
022100     IF NOT WS-OP-OK
022200         OPEN OUTPUT PICK-ORDERS
022300         IF NOT WS-OP-OK
022400             DISPLAY "ERROR: cannot open ORDPICK, status "
022500                 WS-OP-FILE-STATUS
022600             CLOSE CUSTOMER-MASTER
022700             CLOSE PRODUCT-MASTER
022800             CLOSE ORDER-SUSPENSE
023500
023600*--------------------------------------------------------------
023700* 1100-DETERMINE-NEXT-INVOICE
023800*    SCANS ORDPICK FOR THE HIGHEST INVOICE HEADER ALREADY ON
023900*    FILE FOR TODAY'S DATE AND STARTS NUMBERING AFTER IT, SO A
024000*    SECOND SESSION ON THE SAME DAY DOES NOT REUSE THE FIRST
024100*    ONE'S INVOICE NUMBERS.
024500     COMPUTE WS-TODAY-INV-LIMIT  = WS-TODAY-INV-PREFIX + 100
024600     MOVE 0 TO WS-HIGHEST-INV-TODAY
024700
024800     OPEN INPUT PICK-ORDERS
024900     IF WS-OP-OK
025500         MOVE 'N' TO WS-SCAN-EOF-SWITCH
025600         PERFORM 1150-SCAN-INVOICE-HEADER THRU 1150-EXIT
025700             UNTIL WS-SCAN-AT-END
025800         CLOSE PICK-ORDERS
025802     END-IF
025804
025806*    AN ORDER CONFIRMED AS SHIPPED MOVES FROM ORDPICK TO
025808*    INVLINES, WHERE IT WAITS FOR THE NIGHT'S TOTALING RUN.
025810     OPEN INPUT INVOICE-LINES
025812     IF WS-INV-OK
025814         MOVE 'N' TO WS-SCAN-EOF-SWITCH
025816         PERFORM 1155-SCAN-BILLING-HEADER THRU 1155-EXIT
025818             UNTIL WS-SCAN-AT-END
025820         CLOSE INVOICE-LINES
025822     END-IF
025824
025830*    INVLINES IS ARCHIVED AND CLEARED AFTER EACH CLEAN
025840*    TOTALING RUN, SO TODAY'S BILLED NUMBERS MAY ONLY SURVIVE
025850*    ON THE INVOICE HISTORY.
026900
027000*--------------------------------------------------------------
027100* 1150-SCAN-INVOICE-HEADER
027200*    READS ONE ORDPICK RECORD AND REMEMBERS ITS INVOICE
027300*    NUMBER IF IT IS A HEADER WITHIN TODAY'S DATE PREFIX.
027400*--------------------------------------------------------------
027500 1150-SCAN-INVOICE-HEADER.
027600     READ PICK-ORDERS
027700         AT END
027800             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
027900             GO TO 1150-EXIT
028600         MOVE IL-INVOICE-NUMBER TO WS-HIGHEST-INV-TODAY
028700     END-IF.
028800 1150-EXIT.
028802     EXIT.
028804
028806*--------------------------------------------------------------
028808* 1155-SCAN-BILLING-HEADER
028810*    READS ONE INVLINES RECORD AND REMEMBERS ITS INVOICE
028812*    NUMBER IF IT IS A HEADER WITHIN TODAY'S DATE PREFIX.
028814*--------------------------------------------------------------
028816 1155-SCAN-BILLING-HEADER.
028818     READ INVOICE-LINES
028820         AT END
028822             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
028824             GO TO 1155-EXIT
028826     END-READ
028828
028830     IF IV-RECORD-TYPE = '1'
028832       AND IV-INVOICE-NUMBER >= WS-TODAY-INV-PREFIX
028834       AND IV-INVOICE-NUMBER <  WS-TODAY-INV-LIMIT
028836       AND IV-INVOICE-NUMBER >  WS-HIGHEST-INV-TODAY
028838         MOVE IV-INVOICE-NUMBER TO WS-HIGHEST-INV-TODAY
028840     END-IF.
028842 1155-EXIT.
028844     EXIT.
028846
028904*--------------------------------------------------------------
028906* 1160-SCAN-HISTORY-NUMBERS
028908*    SCANS THE INVHIST INVOICE HISTORY FOR THE HIGHEST
028982     END-IF
028984     IF IH-INVOICE-NUMBER > WS-HIGHEST-INV-TODAY
028986         MOVE IH-INVOICE-NUMBER TO WS-HIGHEST-INV-TODAY
028987     END-IF.
028988 1170-EXIT.
028989     EXIT.
028990
028991*--------------------------------------------------------------
028992* 1300-LOAD-AGREEMENTS
028993*    LOADS THE CUSTPRIC CUSTOMER PRICE AGREEMENTS. NO FILE
028994*    SIMPLY MEANS NO AGREEMENTS - EVERY LINE IS PRICED AT THE
028995*    PRODUCT MASTER LIST PRICE.
028996*--------------------------------------------------------------
028997 1300-LOAD-AGREEMENTS.
028998     OPEN INPUT PRICE-AGREEMENTS
028999     IF NOT WS-PA-OK
029000         DISPLAY "No CUSTPRIC on file (status "
029001             WS-PA-FILE-STATUS ") - lines are priced at list."
029002         GO TO 1300-EXIT
029003     END-IF
029004     MOVE 'N' TO WS-PA-EOF-SWITCH
029005     PERFORM 1350-LOAD-ONE-AGREEMENT THRU 1350-EXIT
029006         UNTIL WS-END-OF-AGREEMENTS
029007     CLOSE PRICE-AGREEMENTS.
029008 1300-EXIT.
029009     EXIT.
029010
029011*--------------------------------------------------------------
029012* 1350-LOAD-ONE-AGREEMENT
029013*    READS ONE CUSTPRIC AGREEMENT INTO THE TABLE. AN ENTRY
029014*    WITH NO CUSTOMER, AN UNKNOWN TYPE, A BAD DATE, OR A PRICE
029015*    OR PERCENTAGE THAT IS NOT NUMERIC IS DROPPED WITH A
029016*    MESSAGE RATHER THAN GUESSED AT.
029017*--------------------------------------------------------------
029018 1350-LOAD-ONE-AGREEMENT.
029019     READ PRICE-AGREEMENTS
029020         AT END
029021             MOVE 'Y' TO WS-PA-EOF-SWITCH
029022             GO TO 1350-EXIT
029023     END-READ
029024     IF PA-CUSTOMER-ID = SPACES
029025       OR NOT (PA-NET-PRICE OR PA-CATEGORY-PERCENT
029026               OR PA-QUANTITY-BREAK)
029027       OR PA-START-DATE NOT NUMERIC
029028       OR PA-END-DATE NOT NUMERIC
029029         DISPLAY "WARNING: CUSTPRIC agreement '" PA-AGREEMENT-REF
029030             "' has no customer, type or dates - dropped."
029031         GO TO 1350-EXIT
029032     END-IF
029033     IF PA-CATEGORY-PERCENT
029034         IF PA-CATEGORY-CODE = SPACES
029035           OR PA-DISCOUNT-PCT NOT NUMERIC
029036           OR PA-DISCOUNT-PCT = ZERO
029037             DISPLAY "WARNING: CUSTPRIC agreement '"
029038                 PA-AGREEMENT-REF "' has no category or "
029039                 "percentage - dropped."
029040             GO TO 1350-EXIT
029041         END-IF
029042     ELSE
029043         IF PA-PRODUCT-CODE NOT NUMERIC
029044           OR PA-NET-UNIT-PRICE NOT NUMERIC
029045             DISPLAY "WARNING: CUSTPRIC agreement '"
029046                 PA-AGREEMENT-REF "' has no product or net "
029047                 "price - dropped."
029048             GO TO 1350-EXIT
029049         END-IF
029050         IF PA-QUANTITY-BREAK AND PA-MIN-QUANTITY NOT NUMERIC
029051             DISPLAY "WARNING: CUSTPRIC agreement '"
029052                 PA-AGREEMENT-REF "' has no break quantity "
029053                 "- dropped."
029054             GO TO 1350-EXIT
029055         END-IF
029056     END-IF
029057     IF WS-AGREEMENT-COUNT >= WS-MAX-AGREEMENTS
029058         DISPLAY "WARNING: price agreement table full - "
029059             "agreement " PA-AGREEMENT-REF " dropped."
029060         GO TO 1350-EXIT
029061     END-IF
029062
029063     ADD 1 TO WS-AGREEMENT-COUNT
029064     MOVE WS-AGREEMENT-COUNT TO WS-AGR-IDX
029065     MOVE PA-CUSTOMER-ID    TO WS-AGT-CUSTOMER (WS-AGR-IDX)
029066     MOVE PA-AGREEMENT-TYPE TO WS-AGT-TYPE (WS-AGR-IDX)
029067     MOVE PA-START-DATE     TO WS-AGT-START-DATE (WS-AGR-IDX)
029068     MOVE PA-END-DATE       TO WS-AGT-END-DATE (WS-AGR-IDX)
029069     MOVE PA-AGREEMENT-REF  TO WS-AGT-REF (WS-AGR-IDX)
029070     MOVE 0      TO WS-AGT-PRODUCT (WS-AGR-IDX)
029071     MOVE SPACES TO WS-AGT-CATEGORY (WS-AGR-IDX)
029072     MOVE 0      TO WS-AGT-MIN-QTY (WS-AGR-IDX)
029073     MOVE 0      TO WS-AGT-NET-PRICE (WS-AGR-IDX)
029074     MOVE 0      TO WS-AGT-PCT (WS-AGR-IDX)
029075     IF PA-CATEGORY-PERCENT
029076         MOVE PA-CATEGORY-CODE TO WS-AGT-CATEGORY (WS-AGR-IDX)
029077         MOVE PA-DISCOUNT-PCT  TO WS-AGT-PCT (WS-AGR-IDX)
029078     ELSE
029079         MOVE PA-PRODUCT-CODE   TO WS-AGT-PRODUCT (WS-AGR-IDX)
029080         MOVE PA-NET-UNIT-PRICE TO WS-AGT-NET-PRICE (WS-AGR-IDX)
029081     END-IF
029082     IF PA-QUANTITY-BREAK
029083         MOVE PA-MIN-QUANTITY TO WS-AGT-MIN-QTY (WS-AGR-IDX)
029084     END-IF.
029085 1350-EXIT.
029086     EXIT.
029087
029088*--------------------------------------------------------------
029089* 1400-LOAD-OVERRIDE-AUTHORITY
029090*    LOOKS FOR AN OPERAUTH ROW GIVING THE OPERATOR CREDITOV
029091*    (OR EVERY FUNCTION) IN THIS PROGRAM OR IN ALL PROGRAMS,
029092*    AND OPENS ORDSAUD FOR THE OVERRIDES WHEN THERE IS ONE. NO
029093*    OPERAUTH FILE, OR NO AUDIT FILE, MEANS NO OVERRIDES.
029094*--------------------------------------------------------------
029095 1400-LOAD-OVERRIDE-AUTHORITY.
029096     MOVE 'N' TO WS-OVERRIDE-AUTH-SW
029097     OPEN INPUT OPERATOR-AUTHORITY
029098     IF NOT WS-OA-OK
029099         DISPLAY "No OPERAUTH on file (status "
029100             WS-OA-FILE-STATUS ") - credit limit overrides "
029101             "are refused."
029102         GO TO 1400-EXIT
029103     END-IF
029104     MOVE 'N' TO WS-OA-EOF-SWITCH
029105     PERFORM 1450-CHECK-ONE-AUTHORITY THRU 1450-EXIT
029106         UNTIL WS-END-OF-AUTHORITY OR WS-MAY-OVERRIDE
029107     CLOSE OPERATOR-AUTHORITY
029108     IF NOT WS-MAY-OVERRIDE
029109         GO TO 1400-EXIT
029110     END-IF
029111
029112     OPEN EXTEND REVIEW-AUDIT
029113     IF NOT WS-AUD-OK
029114         OPEN OUTPUT REVIEW-AUDIT
029115         IF NOT WS-AUD-OK
029116             DISPLAY "WARNING: cannot open ORDSAUD, status "
029117                 WS-AUD-FILE-STATUS " - credit limit "
029118                 "overrides are refused."
029119             MOVE 'N' TO WS-OVERRIDE-AUTH-SW
029120         END-IF
029121     END-IF.
029122 1400-EXIT.
029123     EXIT.
029124
029125*--------------------------------------------------------------
029126* 1450-CHECK-ONE-AUTHORITY
029127*    READS ONE OPERAUTH ROW AND NOTES A MATCH.
029128*--------------------------------------------------------------
029129 1450-CHECK-ONE-AUTHORITY.
029130     READ OPERATOR-AUTHORITY
029131         AT END
029132             MOVE 'Y' TO WS-OA-EOF-SWITCH
029133             GO TO 1450-EXIT
029134     END-READ
029135     IF OA-OPERATOR-ID = WS-OPERATOR-ID
029136       AND (OA-PROGRAM = "ORDERENTRY" OR OA-PROGRAM = "*")
029137       AND (OA-FUNCTION = "CREDITOV" OR OA-FUNCTION = "*")
029138         MOVE 'Y' TO WS-OVERRIDE-AUTH-SW
029139     END-IF.
029140 1450-EXIT.
029141     EXIT.
029142
029143*--------------------------------------------------------------
029144* 1500-LOAD-TAX-RATES
029145*    LOADS THE TAXRATE TABLE (TAX CODE AND RATE PERCENT) SO
029146*    THE CREDIT CHECK CAN COUNT THE SALES TAX ON A LINE. NO
029147*    TABLE MEANS THE CHECK USES PRE-TAX LINE VALUES.
029148*--------------------------------------------------------------
029149 1500-LOAD-TAX-RATES.
029150     ACCEPT WS-DEFAULT-TAX-CODE FROM ENVIRONMENT
029151         "DUKE_DEFAULT_TAX_CODE"
029152     MOVE 0 TO WS-TAX-RATE-COUNT
029153     OPEN INPUT TAX-RATES
029154     IF NOT WS-TR-OK
029155         DISPLAY "WARNING: cannot open TAXRATE, status "
029156             WS-TR-FILE-STATUS " - credit checks will leave "
029157             "sales tax out."
029158         GO TO 1500-EXIT
029159     END-IF
029160     MOVE 'N' TO WS-REF-EOF-SWITCH
029161     PERFORM 1550-LOAD-ONE-TAX-RATE THRU 1550-EXIT
029162         UNTIL WS-REF-AT-END
029163     CLOSE TAX-RATES.
029164 1500-EXIT.
029165     EXIT.
029166
029167*--------------------------------------------------------------
029168* 1550-LOAD-ONE-TAX-RATE
029169*    READS ONE TAXRATE ENTRY INTO THE TABLE. A BLANK CODE OR A
029170*    RATE THAT IS NOT NUMERIC IS DROPPED.
029171*--------------------------------------------------------------
029172 1550-LOAD-ONE-TAX-RATE.
029173     READ TAX-RATES
029174         AT END
029175             MOVE 'Y' TO WS-REF-EOF-SWITCH
029176             GO TO 1550-EXIT
029177     END-READ
029178     IF TR-TAX-CODE = SPACES OR TR-TAX-RATE NOT NUMERIC
029179         GO TO 1550-EXIT
029180     END-IF
029181     IF WS-TAX-RATE-COUNT >= WS-MAX-TAX-RATES
029182         DISPLAY "WARNING: tax rate table full - tax code "
029183             TR-TAX-CODE " dropped."
029184         GO TO 1550-EXIT
029185     END-IF
029186     ADD 1 TO WS-TAX-RATE-COUNT
029187     MOVE TR-TAX-CODE TO WS-TRT-CODE (WS-TAX-RATE-COUNT)
029188     MOVE TR-TAX-RATE TO WS-TRT-RATE (WS-TAX-RATE-COUNT).
029189 1550-EXIT.
029190     EXIT.
029191
029192*--------------------------------------------------------------
029193* 1600-LOAD-CATEGORIES
029194*    LOADS THE PRODCAT CATEGORY CODES AND THEIR TAXABLE FLAGS.
029195*    NO FILE MEANS EVERY LINE IS COUNTED AS TAXABLE.
029196*--------------------------------------------------------------
029197 1600-LOAD-CATEGORIES.
029198     MOVE 0 TO WS-CATEGORY-COUNT
029199     OPEN INPUT CATEGORY-REF
029200     IF NOT WS-CAT-OK
029201         DISPLAY "WARNING: cannot open PRODCAT, status "
029202             WS-CAT-FILE-STATUS " - credit checks will count "
029203             "every line as taxable."
029204         GO TO 1600-EXIT
029205     END-IF
029206     MOVE 'N' TO WS-REF-EOF-SWITCH
029207     PERFORM 1650-LOAD-ONE-CATEGORY THRU 1650-EXIT
029208         UNTIL WS-REF-AT-END
029209     CLOSE CATEGORY-REF.
029210 1600-EXIT.
029211     EXIT.
029212
029213*--------------------------------------------------------------
029214* 1650-LOAD-ONE-CATEGORY
029215*    READS ONE CATEGORY REFERENCE RECORD INTO THE TABLE.
029216*--------------------------------------------------------------
029217 1650-LOAD-ONE-CATEGORY.
029218     READ CATEGORY-REF
029219         AT END
029220             MOVE 'Y' TO WS-REF-EOF-SWITCH
029221             GO TO 1650-EXIT
029222     END-READ
029223     IF WS-CATEGORY-COUNT >= WS-MAX-CATEGORIES
029224         DISPLAY "WARNING: category table full - category "
029225             CAT-CODE " dropped."
029226         GO TO 1650-EXIT
029227     END-IF
029228     ADD 1 TO WS-CATEGORY-COUNT
029229     MOVE CAT-CODE         TO WS-CTT-CODE (WS-CATEGORY-COUNT)
029230     MOVE CAT-TAXABLE-FLAG
029231         TO WS-CTT-TAXABLE (WS-CATEGORY-COUNT).
029232 1650-EXIT.
029233     EXIT.
029234
029235*--------------------------------------------------------------
029236* 2000-PROCESS-ORDERS
029300*    DRIVES THE SESSION - ONE ORDER PER PASS UNTIL THE
029400*    OPERATOR ENTERS A BLANK CUSTOMER ID.
029500*--------------------------------------------------------------
030200*--------------------------------------------------------------
030300* 2100-TAKE-ONE-ORDER
030400*    TAKES ONE ORDER - CUSTOMER, THEN PRODUCT LINES UNTIL A
030500*    ZERO PRODUCT CODE - AND WRITES IT TO ORDPICK, OR TO THE
030600*    SUSPENSE FILE WHEN VALIDATION FAILS.
030700*--------------------------------------------------------------
030800 2100-TAKE-ONE-ORDER.
031200         MOVE 'Y' TO WS-SESSION-DONE-SWITCH
031300         GO TO 2100-EXIT
031400     END-IF
031450     MOVE 'N' TO WS-ORDER-OVERRIDE-SW
031500
031600     PERFORM 2200-VALIDATE-CUSTOMER THRU 2200-EXIT
031700     IF NOT WS-CUSTOMER-VALID
032300         DISPLAY "Order suspended - " WS-REASON
032400         GO TO 2100-EXIT
032500     END-IF
032501
032502     IF WS-CUSTOMER-ON-HOLD
032503         MOVE WS-HOLD-REASON TO WS-REASON
032504         MOVE 0 TO WS-ORDER-PRODUCT
032505         MOVE 0 TO WS-ORDER-QUANTITY
032506         PERFORM 2600-WRITE-SUSPENSE THRU 2600-EXIT
032507         DISPLAY "Order suspended - " WS-REASON
032508         GO TO 2100-EXIT
032509     END-IF
032510
032520     IF NOT WS-CREDIT-OK
032521         MOVE 0 TO WS-ORDER-PRODUCT
032522         MOVE 0 TO WS-ORDER-QUANTITY
032523         PERFORM 2150-OFFER-CREDIT-OVERRIDE THRU 2150-EXIT
032524     END-IF
032525     IF NOT WS-CREDIT-OK
032526       AND NOT WS-ORDER-OVERRIDDEN
032530         MOVE "customer is over the credit limit"
032540             TO WS-REASON
032570         PERFORM 2600-WRITE-SUSPENSE THRU 2600-EXIT
032580         DISPLAY "Order suspended - " WS-REASON
032590         GO TO 2100-EXIT
032700     DISPLAY "Taking order for " WS-CUSTOMER-NAME
032800     MOVE 0   TO WS-ORDER-LINE-COUNT
032900     MOVE 0   TO WS-ORDER-TOTAL
032950     MOVE 0   TO WS-ORDER-EXPOSURE
033000     MOVE 'N' TO WS-ORDER-DONE-SWITCH
033100     PERFORM 2300-TAKE-ORDER-LINE THRU 2300-EXIT
033200         UNTIL WS-ORDER-DONE
033300
033400     IF WS-ORDER-LINE-COUNT = 0
033500         DISPLAY "No valid lines - no order written."
033600         GO TO 2100-EXIT
033700     END-IF
033800
033900     PERFORM 2500-WRITE-INVOICE THRU 2500-EXIT
034000     MOVE WS-ORDER-TOTAL TO WS-ORDER-TOTAL-EDIT
034100     DISPLAY "Order " WS-NEXT-INVOICE-NUMBER " to picking - "
034200         WS-ORDER-LINE-COUNT " line(s), total "
034300         WS-ORDER-TOTAL-EDIT
034400     ADD 1 TO WS-NEXT-INVOICE-NUMBER.
034500 2100-EXIT.
034600     EXIT.
034700
034702*--------------------------------------------------------------
034704* 2150-OFFER-CREDIT-OVERRIDE
034706*    OFFERS AN OPERATOR WITH CREDITOV AUTHORITY THE CHANCE TO
034708*    TAKE THE ORDER OVER THE CREDIT LIMIT. A YES MARKS THE
034710*    ORDER OVERRIDDEN AND IS AUDITED; ANYONE ELSE, A NO, OR A
034712*    BATCH RUN LEAVES THE ORDER TO BE SUSPENDED AS BEFORE.
034714*--------------------------------------------------------------
034716 2150-OFFER-CREDIT-OVERRIDE.
034718     IF WS-MODE-BATCH
034720       OR NOT WS-MAY-OVERRIDE
034722         GO TO 2150-EXIT
034724     END-IF
034726     DISPLAY "Customer's credit limit would be exceeded - "
034728         "override (Y/N)? "
034730     ACCEPT WS-OVERRIDE-REPLY
034732     IF NOT WS-OVERRIDE-CONFIRMED
034734         GO TO 2150-EXIT
034736     END-IF
034738
034740     MOVE 'Y' TO WS-ORDER-OVERRIDE-SW
034742     ACCEPT WS-CURRENT-TIME FROM TIME
034744     MOVE WS-CURRENT-DATE   TO WS-AUD-DATE
034746     MOVE WS-CURRENT-TIME   TO WS-AUD-TIME
034748     MOVE WS-OPERATOR-ID    TO WS-AUD-OPERATOR
034750     MOVE WS-ORDER-CUSTOMER TO WS-AUD-CUSTOMER
034752     MOVE WS-ORDER-PRODUCT  TO WS-AUD-PRODUCT
034754     MOVE WS-ORDER-QUANTITY TO WS-AUD-QUANTITY
034756     MOVE SPACES TO WS-AUD-NOTE
034758     STRING "order " DELIMITED BY SIZE
034760         WS-NEXT-INVOICE-NUMBER DELIMITED BY SIZE
034762         " taken over credit limit" DELIMITED BY SIZE
034764         INTO WS-AUD-NOTE
034766     END-STRING
034768     MOVE WS-AUDIT-LINE TO AUD-RECORD
034770     WRITE AUD-RECORD
034772     IF NOT WS-AUD-OK
034774         DISPLAY "WARNING: could not write ORDSAUD, status "
034776             WS-AUD-FILE-STATUS
034778     END-IF.
034780 2150-EXIT.
034782     EXIT.
034784
034800*--------------------------------------------------------------
034900* 2200-VALIDATE-CUSTOMER
035000*    READS THE CUSTOMER MASTER FOR THE ORDER'S CUSTOMER AND
035100*    REMEMBERS WHETHER IT WAS FOUND AND WHETHER THE CREDIT
035150*    OFFICE HAS THE ACCOUNT ON HOLD, AND PICKS UP THE SALES
035160*    TAX RATE ITS ORDERS WILL BE BILLED AT.
035200*--------------------------------------------------------------
035300 2200-VALIDATE-CUSTOMER.
035400     MOVE 'N' TO WS-CUSTOMER-VALID-SW
035450     MOVE 'N' TO WS-CUSTOMER-HOLD-SW
035500     MOVE WS-ORDER-CUSTOMER TO CM-CUSTOMER-ID
035600     READ CUSTOMER-MASTER
035700         INVALID KEY
035900     END-READ
036000     MOVE CM-CUSTOMER-NAME TO WS-CUSTOMER-NAME
036100     MOVE 'Y' TO WS-CUSTOMER-VALID-SW
036101
036102     IF CM-ON-HOLD
036103         MOVE 'Y' TO WS-CUSTOMER-HOLD-SW
036104         MOVE SPACES TO WS-HOLD-REASON
036105         STRING "account on hold - " DELIMITED BY SIZE
036106                CM-HOLD-REASON       DELIMITED BY SIZE
036107             INTO WS-HOLD-REASON
036108         END-STRING
036109     END-IF
036110
036120     MOVE CM-CREDIT-LIMIT TO WS-CREDIT-LIMIT
036125     PERFORM 2270-FIND-CUSTOMER-TAX THRU 2270-EXIT
036130     PERFORM 2250-SUM-OPEN-BALANCE THRU 2250-EXIT
036140     MOVE 'Y' TO WS-CREDIT-OK-SWITCH
036150     IF WS-CREDIT-LIMIT > ZERO
036452* 2260-ADD-ONE-OPEN-ITEM
036454*    READS THE NEXT OPEN ITEM AND ADDS WHAT IS STILL OWING ON
036456*    IT TO THE BALANCE WHEN IT BELONGS TO THE ORDER'S
036458*    CUSTOMER. AN OPEN CREDIT MEMO COMES OFF THE BALANCE.
036460*--------------------------------------------------------------
036462 2260-ADD-ONE-OPEN-ITEM.
036464     READ AR-OPEN-ITEMS NEXT RECORD
036466         AT END
036468             MOVE 'Y' TO WS-AR-EOF-SWITCH
036470             GO TO 2260-EXIT
036471     END-READ
036472
036473     IF AR-CUSTOMER-ID NOT = WS-ORDER-CUSTOMER
036474       OR AR-ITEM-STATUS NOT = 'O'
036475         GO TO 2260-EXIT
036476     END-IF
036477     IF AR-CREDIT-MEMO
036478         COMPUTE WS-CREDIT-OWED =
036479             AR-INVOICE-AMOUNT - AR-AMOUNT-PAID
036480         IF WS-CREDIT-OWED > WS-OPEN-BALANCE
036481             MOVE 0 TO WS-OPEN-BALANCE
036482         ELSE
036483             SUBTRACT WS-CREDIT-OWED FROM WS-OPEN-BALANCE
036484         END-IF
036485     ELSE
036486         COMPUTE WS-OPEN-BALANCE = WS-OPEN-BALANCE
036487             + AR-INVOICE-AMOUNT - AR-AMOUNT-PAID
036488     END-IF.
036490 2260-EXIT.
036492     EXIT.
036494
036496*--------------------------------------------------------------
036498* 2270-FIND-CUSTOMER-TAX
036500*    WORKS OUT THE SALES TAX RATE FOR THE CUSTOMER JUST READ,
036502*    AS THE BILLING RUN DOES - ITS OWN TAX CODE, OR THE
036504*    DEFAULT CODE WHEN IT HAS NONE. AN EXEMPT CUSTOMER, OR A
036506*    CODE NOT ON TAXRATE, LEAVES THE RATE AT ZERO.
036508*--------------------------------------------------------------
036510 2270-FIND-CUSTOMER-TAX.
036512     MOVE 0 TO WS-TAX-RATE
036514     IF CM-TAX-EXEMPT
036516         GO TO 2270-EXIT
036518     END-IF
036520     MOVE WS-DEFAULT-TAX-CODE TO WS-TAX-CODE
036522     IF CM-TAX-CODE NOT = SPACES
036524         MOVE CM-TAX-CODE TO WS-TAX-CODE
036526     END-IF
036528     MOVE 1 TO WS-TABLE-SUB
036530     PERFORM 2275-CHECK-TAX-RATE THRU 2275-EXIT
036532         UNTIL WS-TABLE-SUB > WS-TAX-RATE-COUNT.
036534 2270-EXIT.
036536     EXIT.
036538
036540*--------------------------------------------------------------
036542* 2275-CHECK-TAX-RATE
036544*    COMPARES THE TAX CODE AGAINST ONE TABLE ENTRY AND
036546*    REMEMBERS THE RATE ON A MATCH.
036548*--------------------------------------------------------------
036550 2275-CHECK-TAX-RATE.
036552     IF WS-TAX-CODE = WS-TRT-CODE (WS-TABLE-SUB)
036554         MOVE WS-TRT-RATE (WS-TABLE-SUB) TO WS-TAX-RATE
036556         MOVE WS-TAX-RATE-COUNT TO WS-TABLE-SUB
036558     END-IF
036560     ADD 1 TO WS-TABLE-SUB.
036562 2275-EXIT.
036564     EXIT.
036566
036568*--------------------------------------------------------------
036600* 2300-TAKE-ORDER-LINE
036700*    PROMPTS FOR ONE PRODUCT CODE AND QUANTITY. A ZERO
036800*    PRODUCT CODE ENDS THE ORDER. A LINE THAT FAILS
040500         GO TO 2310-EXIT
040600     END-IF
040610
040615     PERFORM 2340-FIND-LINE-TAX THRU 2340-EXIT
040620     IF WS-CREDIT-LIMIT > ZERO
040622         MOVE WS-ORDER-QUANTITY TO WS-PRICE-QUANTITY
040624         PERFORM 2330-PRICE-ORDER-LINE THRU 2330-EXIT
040630         COMPUTE WS-PROJECTED-BALANCE ROUNDED =
040640             WS-OPEN-BALANCE + WS-ORDER-EXPOSURE
040642             + (WS-ORDER-QUANTITY * WS-UNIT-PRICE)
040644               * (100 + WS-LINE-TAX-RATE) / 100
040646         IF WS-PROJECTED-BALANCE > WS-CREDIT-LIMIT
040652           AND NOT WS-ORDER-OVERRIDDEN
040653             PERFORM 2150-OFFER-CREDIT-OVERRIDE THRU 2150-EXIT
040654         END-IF
040655         IF WS-PROJECTED-BALANCE > WS-CREDIT-LIMIT
040656           AND NOT WS-ORDER-OVERRIDDEN
040657             MOVE "line would exceed the credit limit"
040664                 TO WS-REASON
040666             PERFORM 2600-WRITE-SUSPENSE THRU 2600-EXIT
040668             DISPLAY "Line suspended - " WS-REASON
041100     MOVE WS-SHIP-QUANTITY
041200         TO WS-OL-QUANTITY (WS-ORDER-LINE-COUNT)
041300
041320     MOVE WS-SHIP-QUANTITY TO WS-PRICE-QUANTITY
041340     PERFORM 2330-PRICE-ORDER-LINE THRU 2330-EXIT
041400     COMPUTE WS-LINE-PRICE =
041500         WS-SHIP-QUANTITY * WS-UNIT-PRICE
041600     ADD WS-LINE-PRICE TO WS-ORDER-TOTAL
041610         ON SIZE ERROR
041620             DISPLAY "WARNING: order total overflowed - the "
041630                 "displayed total is not reliable."
041640     END-ADD
041650     COMPUTE WS-ORDER-EXPOSURE ROUNDED = WS-ORDER-EXPOSURE
041660         + WS-LINE-PRICE * (100 + WS-LINE-TAX-RATE) / 100
041700     DISPLAY "  " PM-PRODUCT-NAME " x " WS-SHIP-QUANTITY
041720         " at " WS-UNIT-PRICE
041740     IF WS-UNIT-PRICE < PM-PRODUCT-PRICE
041760         DISPLAY "  (list " PM-PRODUCT-PRICE " - agreement "
041780             WS-PRICE-AGREEMENT ")"
041800     END-IF
041810     IF WS-SHORT-QUANTITY > ZERO
041820         DISPLAY "  (short " WS-SHORT-QUANTITY
041830             " - backordered)"
041840     END-IF.
041900 2310-EXIT.
042000     EXIT.
042001
042002*--------------------------------------------------------------
042003* 2330-PRICE-ORDER-LINE
042004*    WORKS OUT THE UNIT PRICE FOR WS-PRICE-QUANTITY OF THE
042005*    PRODUCT JUST READ - THE LIST PRICE ON THE PRODUCT MASTER,
042006*    OR THE BEST PRICE ANY OF THE CUSTOMER'S AGREEMENTS IN
042007*    FORCE TODAY GIVES IT, WHICHEVER IS LOWER.
042008*--------------------------------------------------------------
042009 2330-PRICE-ORDER-LINE.
042010     MOVE PM-PRODUCT-PRICE TO WS-UNIT-PRICE
042011     MOVE SPACES TO WS-PRICE-AGREEMENT
042012     MOVE 1 TO WS-AGR-SUB
042013     PERFORM 2335-CHECK-AGREEMENT THRU 2335-EXIT
042014         UNTIL WS-AGR-SUB > WS-AGREEMENT-COUNT.
042015 2330-EXIT.
042016     EXIT.
042017
042018*--------------------------------------------------------------
042019* 2335-CHECK-AGREEMENT
042020*    PRICES THE LINE UNDER ONE AGREEMENT AND KEEPS THE PRICE
042021*    WHEN IT BEATS THE BEST SO FAR. AN AGREEMENT FOR ANOTHER
042022*    CUSTOMER, OUT OF ITS DATE RANGE, FOR ANOTHER PRODUCT OR
042023*    CATEGORY, OR A QUANTITY BREAK THE LINE DOES NOT REACH,
042024*    DOES NOT APPLY.
042025*--------------------------------------------------------------
042026 2335-CHECK-AGREEMENT.
042027     MOVE WS-AGR-SUB TO WS-AGR-IDX
042028     ADD 1 TO WS-AGR-SUB
042029     IF WS-AGT-CUSTOMER (WS-AGR-IDX) NOT = WS-ORDER-CUSTOMER
042030       OR WS-AGT-START-DATE (WS-AGR-IDX) > WS-CURRENT-DATE
042031         GO TO 2335-EXIT
042032     END-IF
042033     IF WS-AGT-END-DATE (WS-AGR-IDX) NOT = ZERO
042034       AND WS-AGT-END-DATE (WS-AGR-IDX) < WS-CURRENT-DATE
042035         GO TO 2335-EXIT
042036     END-IF
042037
042038     IF WS-AGT-TYPE (WS-AGR-IDX) = 'C'
042039         IF WS-AGT-CATEGORY (WS-AGR-IDX) NOT = PM-CATEGORY-CODE
042040             GO TO 2335-EXIT
042041         END-IF
042042         COMPUTE WS-CANDIDATE-PRICE ROUNDED =
042043             PM-PRODUCT-PRICE
042044             * (100 - WS-AGT-PCT (WS-AGR-IDX)) / 100
042045     ELSE
042046         IF WS-AGT-PRODUCT (WS-AGR-IDX) NOT = PM-PRODUCT-CODE
042047           OR WS-AGT-MIN-QTY (WS-AGR-IDX) > WS-PRICE-QUANTITY
042048             GO TO 2335-EXIT
042049         END-IF
042050         MOVE WS-AGT-NET-PRICE (WS-AGR-IDX) TO WS-CANDIDATE-PRICE
042051     END-IF
042052
042053     IF WS-CANDIDATE-PRICE < WS-UNIT-PRICE
042054         MOVE WS-CANDIDATE-PRICE TO WS-UNIT-PRICE
042055         MOVE WS-AGT-REF (WS-AGR-IDX) TO WS-PRICE-AGREEMENT
042056     END-IF.
042057 2335-EXIT.
042058     EXIT.
042059
042060*--------------------------------------------------------------
042061* 2340-FIND-LINE-TAX
042062*    SETS THE SALES TAX RATE FOR THE PRODUCT JUST READ - THE
042063*    CUSTOMER'S RATE, OR ZERO WHEN THE PRODUCT'S CATEGORY IS
042064*    FLAGGED 'N' (NON-TAXABLE) ON PRODCAT.
042065*--------------------------------------------------------------
042066 2340-FIND-LINE-TAX.
042067     MOVE WS-TAX-RATE TO WS-LINE-TAX-RATE
042068     MOVE 1 TO WS-TABLE-SUB
042069     PERFORM 2345-CHECK-CATEGORY THRU 2345-EXIT
042070         UNTIL WS-TABLE-SUB > WS-CATEGORY-COUNT.
042071 2340-EXIT.
042072     EXIT.
042073
042074*--------------------------------------------------------------
042075* 2345-CHECK-CATEGORY
042076*    COMPARES THE PRODUCT'S CATEGORY AGAINST ONE TABLE ENTRY
042077*    AND DROPS THE LINE'S TAX RATE WHEN IT IS NON-TAXABLE.
042078*--------------------------------------------------------------
042079 2345-CHECK-CATEGORY.
042080     IF PM-CATEGORY-CODE = WS-CTT-CODE (WS-TABLE-SUB)
042081         IF WS-CTT-TAXABLE (WS-TABLE-SUB) = 'N'
042082             MOVE 0 TO WS-LINE-TAX-RATE
042083         END-IF
042084         MOVE WS-CATEGORY-COUNT TO WS-TABLE-SUB
042085     END-IF
042086     ADD 1 TO WS-TABLE-SUB.
042087 2345-EXIT.
042088     EXIT.
042089
042100*--------------------------------------------------------------
042104* 2350-CHECK-AND-RESERVE-STOCK
042106*    COVERS THE ORDERED QUANTITY FROM PRODSTCK ON-HAND AS FAR
042108*    AS IT WILL GO. THE COVERED PART IS RESERVED (TAKEN OFF
042110*    SK-ON-HAND AT ONCE, SO THE NEXT ORDER SEES IT GONE) AND
042111*    THE SHORTFALL IS WRITTEN TO THE BACKORDER FILE TO BE
042112*    FILLED WHEN A RECEIPT COMES IN. A PRODUCT FROZEN FOR A
042113*    STOCK COUNT CANNOT BE RESERVED - THE WHOLE QUANTITY IS
042114*    BACKORDERED, TO BE FILLED ONCE THE COUNT IS POSTED.
042116*--------------------------------------------------------------
042118 2350-CHECK-AND-RESERVE-STOCK.
042120     MOVE 0 TO WS-SHIP-QUANTITY
042122     MOVE 0 TO WS-SHORT-QUANTITY
042124     PERFORM 2360-LOCATE-STOCK-RECORD THRU 2360-EXIT
042125
042126     IF NOT WS-STOCK-FOUND
042127       OR SK-COUNT-FROZEN
042128         IF WS-STOCK-FOUND
042129             DISPLAY "  (stock is frozen for a physical count)"
042130         END-IF
042131         MOVE WS-ORDER-QUANTITY TO WS-SHORT-QUANTITY
042132         PERFORM 2700-WRITE-BACKORDER THRU 2700-EXIT
042134         GO TO 2350-EXIT
042136     END-IF
042218
042220*--------------------------------------------------------------
042300* 2500-WRITE-INVOICE
042400*    WRITES THE COMPLETED ORDER TO ORDPICK AS A HEADER, ITS
042500*    DETAIL LINES FROM THE PENDING-ORDER TABLE, AND A TRAILER
042600*    CARRYING THE LINE COUNT.
042700*--------------------------------------------------------------
046300
046400*--------------------------------------------------------------
046500* 2550-WRITE-INVOICE-RECORD
046600*    WRITES ONE RECORD TO ORDPICK AND WARNS ON A FAILURE.
046700*--------------------------------------------------------------
046800 2550-WRITE-INVOICE-RECORD.
046900     WRITE IL-LINE-RECORD
047000     IF NOT WS-OP-OK
047100         DISPLAY "WARNING: could not write ORDPICK, status "
047200             WS-OP-FILE-STATUS
047300     END-IF.
047400 2550-EXIT.
047500     EXIT.
049688     MOVE SPACES TO WS-BATCH-CUSTOMER
049690     MOVE 0      TO WS-ORDER-LINE-COUNT
049692     MOVE 0      TO WS-ORDER-TOTAL
049693     MOVE 0      TO WS-ORDER-EXPOSURE
049694     PERFORM 2810-PROCESS-ONE-INTAKE THRU 2810-EXIT
049696         UNTIL WS-END-OF-INTAKE
049698     PERFORM 2830-CLOSE-BATCH-ORDER THRU 2830-EXIT
049772                 " is not on the customer master - its "
049774                 "lines go to suspense."
049776         ELSE
049777             IF WS-CUSTOMER-ON-HOLD
049778                 MOVE 'H' TO WS-BATCH-CUST-STATE
049779                 DISPLAY "Customer " OI-CUSTOMER-ID
049780                     " is on hold - its lines go to suspense."
049781             ELSE
049782                 IF NOT WS-CREDIT-OK
049783                     MOVE 'L' TO WS-BATCH-CUST-STATE
049784                     DISPLAY "Customer " OI-CUSTOMER-ID
049785                         " is over the credit limit - its "
049786                         "lines go to suspense."
049787                 ELSE
049788                     MOVE 'V' TO WS-BATCH-CUST-STATE
049789                     DISPLAY "Taking order for " WS-CUSTOMER-NAME
049790                 END-IF
049791             END-IF
049792         END-IF
049798         MOVE 0 TO WS-ORDER-LINE-COUNT
049800         MOVE 0 TO WS-ORDER-TOTAL
049801         MOVE 0 TO WS-ORDER-EXPOSURE
049802     END-IF
049804
049806     MOVE OI-PRODUCT-CODE TO WS-ORDER-PRODUCT
049814         MOVE "customer is not on the customer master"
049816             TO WS-REASON
049818         PERFORM 2600-WRITE-SUSPENSE THRU 2600-EXIT
049819         GO TO 2810-EXIT
049820     END-IF
049821     IF WS-BATCH-CUST-ON-HOLD
049822         MOVE WS-HOLD-REASON TO WS-REASON
049823         PERFORM 2600-WRITE-SUSPENSE THRU 2600-EXIT
049824         GO TO 2810-EXIT
049825     END-IF
049826     IF WS-BATCH-CUST-OVERLIMIT
049827         MOVE "customer is over the credit limit"
049828             TO WS-REASON
049830         PERFORM 2600-WRITE-SUSPENSE THRU 2600-EXIT
049832         GO TO 2810-EXIT
049846*--------------------------------------------------------------
049848* 2830-CLOSE-BATCH-ORDER
049850*    WRITES THE BATCH ORDER IN PROGRESS (IF IT HAS ANY VALID
049852*    LINES) TO ORDPICK AND ASSIGNS THE NEXT INVOICE NUMBER.
049854*--------------------------------------------------------------
049856 2830-CLOSE-BATCH-ORDER.
049858     IF WS-BATCH-CUSTOMER = SPACES
049872     MOVE WS-BATCH-CUSTOMER TO WS-ORDER-CUSTOMER
049874     PERFORM 2500-WRITE-INVOICE THRU 2500-EXIT
049876     MOVE WS-ORDER-TOTAL TO WS-ORDER-TOTAL-EDIT
049878     DISPLAY "Order " WS-NEXT-INVOICE-NUMBER " to picking - "
049880         WS-ORDER-LINE-COUNT " line(s), total "
049882         WS-ORDER-TOTAL-EDIT
049884     ADD 1 TO WS-NEXT-INVOICE-NUMBER
049886     MOVE 0 TO WS-ORDER-LINE-COUNT
049888     MOVE 0 TO WS-ORDER-TOTAL
049889     MOVE 0 TO WS-ORDER-EXPOSURE.
049890 2830-EXIT.
049892     EXIT.
049894
050000*    CLOSES THE FILES AND SUMMARIZES THE SESSION.
050100*--------------------------------------------------------------
050200 9000-TERMINATE.
050300     CLOSE PICK-ORDERS
050400     CLOSE CUSTOMER-MASTER
050500     CLOSE PRODUCT-MASTER
050600     CLOSE ORDER-SUSPENSE
050630     IF WS-AR-AVAILABLE
050640         CLOSE AR-OPEN-ITEMS
050650     END-IF
050660     IF WS-MAY-OVERRIDE
050670         CLOSE REVIEW-AUDIT
050680     END-IF
050700
050800     DISPLAY "Orders written: " WS-ORDERS-WRITTEN
050900         " Lines: " WS-LINES-WRITTEN
