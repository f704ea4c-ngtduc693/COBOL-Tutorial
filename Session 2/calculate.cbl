001674*                 NUMBER FROM THE HIGHER OF INVLINES AND
001675*                 INVHIST, SO THE CLEAR CANNOT MAKE A SAME-DAY
001676*                 SESSION REUSE A NUMBER.
001678* 2026-10-15 DT   PICKED UP THE NEW ITEM TYPE AND APPLIES-TO
001680*                 INVOICE ON THE AROPEN RECORD LAYOUT - AN
001682*                 INVOICE IS POSTED AS TYPE 'I', SO IT CAN BE
001684*                 TOLD APART FROM THE CREDIT MEMOS CreditMemo
001686*                 NOW POSTS - AND THE NEW ENTRY SIGN ON THE
001687*                 SALESHST RECORD LAYOUT, LEFT BLANK ON A BILLED
001688*                 SALE. CreditMemo WRITES '-' ON A RETURN ROW.
001689* 2026-10-15 DT   EVERY SALES ROW RELEASED TO SALESHST IS ALSO
001690*                 APPENDED TO THE GLTRAN GENERAL LEDGER FEED AS A
001691*                 'SALE' ROW (DEBIT RECEIVABLES, CREDIT SALES
001692*                 REVENUE BY PRODUCT CATEGORY) FOR THE NIGHTLY
001695*                 GlJournal RUN. GLTRAN IS ONE MORE POSTING TARGET
001700*                 IN 9550 - IF IT CANNOT BE OPENED, NOTHING IS
001705*                 RELEASED.
001710* 2026-10-15 DT   SALES TAX. EACH INVOICE IS TAXED AT ITS
001715*                 CUSTOMER'S TAX CODE (DEFAULT
001720*                 DUKE_DEFAULT_TAX_CODE) FROM TAXRATE, EXEMPT
001725*                 CUSTOMERS AND NON-TAXABLE PRODCAT CATEGORIES
001730*                 EXCEPTED. INVREG SHOWS GOODS, TAX AND TOTAL;
001735*                 AROPEN AND INVHIST CARRY THE TAX-INCLUSIVE
001740*                 AMOUNT, INVHIST THE TAX. TAX DETAIL IS STAGED ON
001741*                 TAXPEND FOR TAXHIST AND FED TO GLTRAN AS 'STAX'.
001742* 2026-10-15 DT   CONTRACT PRICING. EACH LINE IS NOW BILLED AT THE
001743*                 BEST PRICE THE CUSTOMER'S CUSTPRIC PRICE
001744*                 AGREEMENTS IN FORCE ON THE INVOICE DATE GIVE IT
001745*                 - A NET PRODUCT PRICE, A PERCENTAGE OFF THE
001746*                 PRODUCT'S CATEGORY, OR A QUANTITY-BREAK PRICE -
001747*                 NEVER ABOVE LIST. INVREG PRINTS LIST PRICE,
001748*                 DISCOUNT, NET AND AGREEMENT UNDER EACH INVOICE
001749*                 WITH DISCOUNTED LINES, AND THE RUN'S DISCOUNT
001750*                 TOTAL ON THE TOTAL LINE.
001751* 2026-10-15 DT   EACH SALES ROW STAGED FOR SALESHST NOW CARRIES
001752*                 THE LINE'S COST OF GOODS, AT THE PRODUCT'S
001753*                 AVERAGE COST ON PRODSTCK WHEN IT IS BILLED, FOR
001754*                 THE GrossMargin REPORT. A PRODUCT WITH NO
001755*                 AVERAGE COST YET GOES OUT AT ZERO COST AND THE
001760*                 RUN SAYS HOW MANY. PICKED UP THE NEW UNIT COST
001765*                 ON THE STCKTRAN LAYOUT.
001770* 2026-10-15 DT   PICKED UP THE NEW REORDER QUANTITY ON THE STOCK
001775*                 RECORD AND STOCK TRANSACTION LAYOUTS. THE
001776*                 GENERATED ISSUES CARRY NONE.
001777* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
001778*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
001779*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
001780*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
001781*                 FOR. THE REGISTER, RUN STATISTICS AND GL POSTING
001782*                 DATE USE IT.
001783* 2026-10-15 DT   AN INVOICE WITH NO TAX RATE IS NOW REJECTED
001784*                 WHOLE - NO REGISTER LINE AND NOTHING ON AROPEN
001785*                 OR INVHIST - SO A RERUN POSTS IT WITH ITS TAX.
001786* 2026-10-15 DT   AN INVOICE WITH NO TRAILER OR A LINE COUNT
001787*                 MISMATCH IS NOW REJECTED THE SAME WAY, AND A
001788*                 SALE OR STAX ROW THAT WILL NOT WRITE TO GLTRAN
001789*                 IS AN ERROR WITH RC 1.
001790*--------------------------------------------------------------
001791
001795 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 SOURCE-COMPUTER. GNUCOBOL.
002000 OBJECT-COMPUTER. GNUCOBOL.
003126
003128     SELECT SALES-PEND ASSIGN TO "SALEPEND"
003130         ORGANIZATION IS LINE SEQUENTIAL
003140         FILE STATUS IS INV-SW-FILE-STATUS.
003150
003160     SELECT GL-FEED ASSIGN TO "GLTRAN"
003161         ORGANIZATION IS LINE SEQUENTIAL
003162         FILE STATUS IS INV-GT-FILE-STATUS.
003163     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003164         ORGANIZATION IS INDEXED
003165         ACCESS MODE IS DYNAMIC
003166         RECORD KEY IS CM-CUSTOMER-ID
003167         FILE STATUS IS INV-CM-FILE-STATUS.
003168     SELECT STOCK-FILE ASSIGN TO "PRODSTCK"
003169         ORGANIZATION IS INDEXED
003170         ACCESS MODE IS DYNAMIC
003171         RECORD KEY IS SK-PRODUCT-CODE
003172         FILE STATUS IS INV-SK-FILE-STATUS.
003173
003174     SELECT TAX-RATES ASSIGN TO "TAXRATE"
003175         ORGANIZATION IS LINE SEQUENTIAL
003176         FILE STATUS IS INV-TR-FILE-STATUS.
003177
003178     SELECT CATEGORY-REF ASSIGN TO "PRODCAT"
003179         ORGANIZATION IS LINE SEQUENTIAL
003184         FILE STATUS IS INV-CAT-FILE-STATUS.
003185
003186     SELECT TAX-PEND ASSIGN TO "TAXPEND"
003187         ORGANIZATION IS LINE SEQUENTIAL
003188         FILE STATUS IS INV-TW-FILE-STATUS.
003189
003190     SELECT TAX-HISTORY ASSIGN TO "TAXHIST"
003191         ORGANIZATION IS LINE SEQUENTIAL
003192         FILE STATUS IS INV-TH-FILE-STATUS.
003193
003194     SELECT PRICE-AGREEMENTS ASSIGN TO "CUSTPRIC"
003195         ORGANIZATION IS LINE SEQUENTIAL
003196         FILE STATUS IS INV-PA-FILE-STATUS.
003197
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  INVOICE-LINES
004900
005000 FD  INVOICE-REGISTER
005100     LABEL RECORDS ARE STANDARD.
005200 01  REG-PRINT-LINE              PIC X(132).
005210
005220 FD  PRODUCT-MASTER
005230     LABEL RECORDS ARE STANDARD.
005340     05 ST-TRANS-CODE            PIC X(01).
005350     05 ST-PRODUCT-CODE          PIC 9(10).
005360     05 ST-QUANTITY              PIC 9(05).
005361     05 ST-UNIT-COST             PIC 9(05)V99.
005362     05 ST-REORDER-QTY           PIC 9(05).
005363
005364 FD  AR-OPEN-ITEMS
005366     LABEL RECORDS ARE STANDARD.
005368 01  AR-OPEN-ITEM-RECORD.
005376     05 AR-INVOICE-AMOUNT        PIC 9(09)V99.
005378     05 AR-AMOUNT-PAID           PIC 9(09)V99.
005380     05 AR-ITEM-STATUS           PIC X(01).
005381     05 AR-ITEM-TYPE             PIC X(01).
005382     05 AR-APPLIES-TO            PIC 9(10).
005383
005384 FD  INVOICE-HISTORY
005386     LABEL RECORDS ARE STANDARD.
005388 01  IH-HISTORY-RECORD.
005396     05 IH-LINE-COUNT            PIC 9(04).
005398     05 IH-INVOICE-TOTAL         PIC 9(09)V99.
005400     05 IH-STATUS                PIC X(20).
005401     05 IH-TAX-AMOUNT            PIC 9(09)V99.
005402
005404 FD  SALES-HISTORY
005406     LABEL RECORDS ARE STANDARD.
005414     05 SH-PRODUCT-CODE          PIC 9(10).
005416     05 SH-QUANTITY              PIC 9(04).
005418     05 SH-AMOUNT                PIC 9(09)V99.
005419     05 SH-ENTRY-SIGN            PIC X(01).
005420     05 SH-COST-AMOUNT           PIC 9(09)V99.
005421
005422 FD  INVOICE-ARCHIVE
005424     LABEL RECORDS ARE STANDARD.
005426 01  ARC-LINE-RECORD             PIC X(29).
005428
005430 FD  ISSUE-PEND
005432     LABEL RECORDS ARE STANDARD.
005435 01  IW-PEND-RECORD              PIC X(28).
005436
005438 FD  SALES-PEND
005440     LABEL RECORDS ARE STANDARD.
005445 01  SP-PEND-RECORD              PIC X(55).
005450
005452 FD  GL-FEED
005454     LABEL RECORDS ARE STANDARD.
005456 01  GT-FEED-RECORD              PIC X(47).
005458 FD  CUSTOMER-MASTER
005460     LABEL RECORDS ARE STANDARD.
005462 01  CM-CUSTOMER-RECORD.
005464     05 CM-CUSTOMER-ID           PIC X(10).
005466     05 CM-CUSTOMER-NAME         PIC X(30).
005468     05 CM-ACCT-STATUS           PIC X(02).
005470     05 CM-DATE-LOADED           PIC 9(08).
005472     05 CM-CREDIT-LIMIT          PIC 9(07)V99.
005474     05 CM-MAINTAINED-FIELDS.
005476         10 CM-HOLD-FLAG         PIC X(01).
005478             88 CM-ON-HOLD           VALUE 'H'.
005480         10 CM-HOLD-REASON       PIC X(30).
005482         10 CM-STATUS-LOCAL      PIC X(01).
005484             88 CM-STATUS-SET-LOCALLY VALUE 'Y'.
005486         10 CM-BILL-ADDRESS-1    PIC X(30).
005488         10 CM-BILL-ADDRESS-2    PIC X(30).
005490         10 CM-BILL-CITY         PIC X(20).
005492         10 CM-BILL-STATE        PIC X(02).
005494         10 CM-BILL-ZIP          PIC X(10).
005496         10 CM-CONTACT-NAME      PIC X(30).
005497         10 CM-CONTACT-PHONE     PIC X(15).
005498         10 CM-LAST-MAINT-DATE   PIC 9(08).
005499         10 CM-TAX-CODE          PIC X(04).
005500         10 CM-TAX-EXEMPT-FLAG   PIC X(01).
005501             88 CM-TAX-EXEMPT        VALUE 'E'.
005502         10 CM-TAX-EXEMPT-CERT   PIC X(15).
005503
005504 FD  STOCK-FILE
005505     LABEL RECORDS ARE STANDARD.
005506 01  SK-STOCK-RECORD.
005507     05 SK-PRODUCT-CODE          PIC 9(10).
005508     05 SK-ON-HAND               PIC 9(07).
005509     05 SK-REORDER-POINT         PIC 9(05).
005510     05 SK-DATE-UPDATED          PIC 9(08).
005511     05 SK-ON-ORDER              PIC 9(07).
005512     05 SK-COUNT-FLAG            PIC X(01).
005513         88 SK-COUNT-FROZEN          VALUE 'F'.
005514     05 SK-AVG-COST              PIC 9(05)V99.
005515     05 SK-REORDER-QTY           PIC 9(05).
005516
005517 FD  TAX-RATES
005518     LABEL RECORDS ARE STANDARD.
005519 01  TR-RATE-RECORD.
005520     05 TR-TAX-CODE              PIC X(04).
005521     05 FILLER                   PIC X(01).
005522     05 TR-TAX-RATE              PIC 9(02)V9(03).
005524     05 FILLER                   PIC X(01).
005526     05 TR-DESCRIPTION           PIC X(30).
005528
005530 FD  CATEGORY-REF
005532     LABEL RECORDS ARE STANDARD.
005534 01  CAT-REF-RECORD.
005536     05 CAT-CODE                 PIC X(04).
005538     05 CAT-DESCRIPTION          PIC X(30).
005540     05 CAT-TAXABLE-FLAG         PIC X(01).
005542         88 CAT-NOT-TAXABLE          VALUE 'N'.
005544
005546 FD  TAX-PEND
005548     LABEL RECORDS ARE STANDARD.
005550 01  TW-PEND-RECORD              PIC X(65).
005552
005553 FD  TAX-HISTORY
005554     LABEL RECORDS ARE STANDARD.
005555 01  TH-TAX-RECORD               PIC X(65).
005556
005557 FD  PRICE-AGREEMENTS
005558     LABEL RECORDS ARE STANDARD.
005559 01  PA-AGREEMENT-RECORD.
005560     05 PA-CUSTOMER-ID           PIC X(10).
005561     05 FILLER                   PIC X(01).
005562     05 PA-AGREEMENT-TYPE        PIC X(01).
005563         88 PA-NET-PRICE             VALUE 'N'.
005564         88 PA-CATEGORY-PERCENT      VALUE 'C'.
005565         88 PA-QUANTITY-BREAK        VALUE 'Q'.
005566     05 FILLER                   PIC X(01).
005567     05 PA-PRODUCT-CODE          PIC 9(10).
005568     05 FILLER                   PIC X(01).
005569     05 PA-CATEGORY-CODE         PIC X(04).
005570     05 FILLER                   PIC X(01).
005571     05 PA-START-DATE            PIC 9(08).
005572     05 FILLER                   PIC X(01).
005573     05 PA-END-DATE              PIC 9(08).
005574     05 FILLER                   PIC X(01).
005575     05 PA-MIN-QUANTITY          PIC 9(04).
005576     05 FILLER                   PIC X(01).
005577     05 PA-NET-UNIT-PRICE        PIC 9(05)V99.
005578     05 FILLER                   PIC X(01).
005579     05 PA-DISCOUNT-PCT          PIC 9(02)V99.
005580     05 FILLER                   PIC X(01).
005581     05 PA-AGREEMENT-REF         PIC X(10).
005582
005583 WORKING-STORAGE SECTION.
005584*--------------------------------------------------------------
005600* INVOICE-TOTALING SUPPORT FIELDS
005700*--------------------------------------------------------------
005800 01 INV-FILE-STATUS         PIC X(02) VALUE '00'.
007700 01 INV-LINE-COUNT          PIC 9(04) VALUE 0.
007800 01 INV-INVOICE-TOTAL       PIC 9(09)V99 VALUE 0.
007900 01 INV-INVOICE-STATUS      PIC X(20) VALUE SPACES.
007920 01 INV-TAX-FAILED-SWITCH   PIC X(01) VALUE 'N'.
007940     88 INV-TAX-FAILED         VALUE 'Y'.
008000
008010*--------------------------------------------------------------
008020* LINE-PRICING FIELDS
008025*    EACH DETAIL LINE IS PRICED AS QUANTITY TIMES THE PRICE
008030*    ON THE PRODUCT MASTER, OR THE CUSTOMER'S CONTRACT PRICE
008035*    WHEN THAT IS LOWER.
008050*--------------------------------------------------------------
008060 01 INV-PM-FILE-STATUS      PIC X(02) VALUE '00'.
008070     88 INV-PM-OK              VALUE '00'.
008182 01 INV-ISSUE-LINE.
008184     05 INV-ISL-TRANS-CODE     PIC X(01).
008186     05 INV-ISL-PRODUCT-CODE   PIC 9(10).
008187     05 INV-ISL-QUANTITY       PIC 9(05).
008188     05 INV-ISL-UNIT-COST      PIC 9(05)V99.
008189     05 INV-ISL-REORDER-QTY    PIC 9(05).
008190 01 INV-SALES-LINE.
008191     05 INV-SAL-SALE-DATE      PIC 9(08).
008192     05 INV-SAL-CUSTOMER-ID    PIC X(10).
008193     05 INV-SAL-PRODUCT-CODE   PIC 9(10).
008194     05 INV-SAL-QUANTITY       PIC 9(04).
008195     05 INV-SAL-AMOUNT         PIC 9(09)V99.
008200     05 INV-SAL-ENTRY-SIGN     PIC X(01) VALUE SPACE.
008202     05 INV-SAL-COST-AMOUNT    PIC 9(09)V99.
008205 01 INV-GT-FILE-STATUS      PIC X(02) VALUE '00'.
008210     88 INV-GT-OK              VALUE '00'.
008215 01 INV-GL-FEED-LINE.
008220     05 INV-GT-POST-DATE       PIC 9(08).
008225     05 FILLER                 PIC X(01) VALUE SPACE.
008230     05 INV-GT-SOURCE          PIC X(04) VALUE "SALE".
008235     05 FILLER                 PIC X(01) VALUE SPACE.
008240     05 INV-GT-PRODUCT-CODE    PIC 9(10).
008245     05 FILLER                 PIC X(01) VALUE SPACE.
008246     05 INV-GT-REFERENCE       PIC X(10).
008247     05 FILLER                 PIC X(01) VALUE SPACE.
008248     05 INV-GT-AMOUNT          PIC 9(09)V99.
008249*--------------------------------------------------------------
008250* COST OF GOODS SOLD
008251*    EACH BILLED LINE'S SALES ROW CARRIES ITS COST AT THE
008252*    PRODUCT'S AVERAGE COST ON PRODSTCK WHEN IT IS BILLED, FOR
008253*    THE MONTHLY GrossMargin REPORT. A PRODUCT WITH NO STOCK
008254*    RECORD OR NO AVERAGE COST YET GOES OUT AT ZERO COST.
008255*--------------------------------------------------------------
008256 01 INV-SK-FILE-STATUS      PIC X(02) VALUE '00'.
008257     88 INV-SK-OK              VALUE '00'.
008258 01 INV-SK-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
008259     88 INV-SK-AVAILABLE       VALUE 'Y'.
008260 01 INV-NO-COST-LINES       PIC 9(05) VALUE 0.
008261*--------------------------------------------------------------
008262* SALES TAX FIELDS
008263*    EACH INVOICE IS TAXED AT THE TAXRATE RATE FOR ITS
008264*    CUSTOMER'S TAX CODE - THE DUKE_DEFAULT_TAX_CODE CODE WHEN
008266*    THE CUSTOMER HAS NONE. A LINE IS EXEMPT WHEN THE CUSTOMER
008268*    IS TAX-EXEMPT OR ITS PRODUCT CATEGORY IS FLAGGED 'N'
008270*    (NON-TAXABLE) ON PRODCAT. EACH INVOICE'S TAXABLE, EXEMPT
008272*    AND TAX AMOUNTS ARE STAGED FOR THE TAXHIST FILE THE
008274*    MONTHLY TaxLiability REPORT IS PRINTED FROM.
008276*--------------------------------------------------------------
008278 01 INV-CM-FILE-STATUS      PIC X(02) VALUE '00'.
008280     88 INV-CM-OK              VALUE '00'.
008282 01 INV-CM-AVAIL-SWITCH     PIC X(01) VALUE 'N'.
008284     88 INV-CM-AVAILABLE       VALUE 'Y'.
008286 01 INV-TR-FILE-STATUS      PIC X(02) VALUE '00'.
008288     88 INV-TR-OK              VALUE '00'.
008290 01 INV-CAT-FILE-STATUS     PIC X(02) VALUE '00'.
008292     88 INV-CAT-OK             VALUE '00'.
008294 01 INV-TW-FILE-STATUS      PIC X(02) VALUE '00'.
008296     88 INV-TW-OK              VALUE '00'.
008298 01 INV-TH-FILE-STATUS      PIC X(02) VALUE '00'.
008300     88 INV-TH-OK              VALUE '00'.
008302 01 INV-REF-EOF-SWITCH      PIC X(01) VALUE 'N'.
008304     88 INV-REF-AT-END         VALUE 'Y'.
008306 01 INV-DEFAULT-TAX-CODE    PIC X(04) VALUE SPACES.
008308 01 INV-TAX-RATE-COUNT      PIC 9(03) VALUE 0.
008310 01 INV-MAX-TAX-RATES       PIC 9(03) VALUE 100.
008312 01 INV-TAX-RATE-TABLE.
008314     05 INV-TAX-RATE-ENTRY OCCURS 100 TIMES.
008316         10 INV-TRT-CODE        PIC X(04).
008318         10 INV-TRT-RATE        PIC 9(02)V9(03).
008320 01 INV-CATEGORY-COUNT      PIC 9(03) VALUE 0.
008322 01 INV-MAX-CATEGORIES      PIC 9(03) VALUE 50.
008324 01 INV-CATEGORY-TABLE.
008326     05 INV-CATEGORY-ENTRY OCCURS 50 TIMES.
008328         10 INV-CTT-CODE        PIC X(04).
008330         10 INV-CTT-TAXABLE     PIC X(01).
008332 01 INV-TABLE-SUB           PIC 9(03) VALUE 0.
008334 01 INV-TAX-CODE            PIC X(04) VALUE SPACES.
008336 01 INV-TAX-RATE            PIC 9(02)V9(03) VALUE 0.
008338 01 INV-RATE-FOUND-SWITCH   PIC X(01) VALUE 'N'.
008340     88 INV-RATE-FOUND         VALUE 'Y'.
008342 01 INV-TAX-EXEMPT-SWITCH   PIC X(01) VALUE 'N'.
008344     88 INV-CUSTOMER-EXEMPT    VALUE 'Y'.
008346 01 INV-LINE-TAXABLE-SWITCH PIC X(01) VALUE 'Y'.
008348     88 INV-LINE-TAXABLE       VALUE 'Y'.
008350 01 INV-TAXABLE-AMOUNT      PIC 9(09)V99 VALUE 0.
008352 01 INV-EXEMPT-AMOUNT       PIC 9(09)V99 VALUE 0.
008354 01 INV-TAX-AMOUNT          PIC 9(09)V99 VALUE 0.
008356 01 INV-AMOUNT-DUE          PIC 9(09)V99 VALUE 0.
008358 01 INV-TAX-ROWS-WRITTEN    PIC 9(05) VALUE 0.
008360 01 INV-TAX-ROWS-RELEASED   PIC 9(05) VALUE 0.
008362 01 INV-TAX-LINE.
008364     05 INV-TXL-INVOICE-DATE   PIC 9(08).
008366     05 INV-TXL-INVOICE-NUMBER PIC 9(10).
008368     05 INV-TXL-CUSTOMER-ID    PIC X(10).
008370     05 INV-TXL-TAX-CODE       PIC X(04).
008372     05 INV-TXL-TAXABLE-AMOUNT PIC 9(09)V99.
008374     05 INV-TXL-EXEMPT-AMOUNT  PIC 9(09)V99.
008376     05 INV-TXL-TAX-AMOUNT     PIC 9(09)V99.
008378*--------------------------------------------------------------
008380* CONTRACT PRICING FIELDS
008382*    CUSTOMER PRICE AGREEMENTS ARE LOADED FROM CUSTPRIC AT
008384*    START-UP. A LINE IS BILLED AT THE LOWEST PRICE ANY
008386*    AGREEMENT IN FORCE ON THE INVOICE DATE GIVES ITS CUSTOMER
008388*    - A NET PRICE FOR THE PRODUCT ('N'), A PERCENTAGE OFF
008390*    THE PRODUCT'S CATEGORY ('C'), OR A NET PRICE ONCE THE
008392*    LINE REACHES A QUANTITY BREAK ('Q') - AND NEVER ABOVE
008394*    THE PRODUCT MASTER LIST PRICE. A ZERO END DATE MEANS THE
008396*    AGREEMENT HAS NO END. DISCOUNTED LINES ARE HELD FOR THE
008398*    REGISTER UNTIL THE INVOICE CLOSES.
008400*--------------------------------------------------------------
008402 01 INV-PA-FILE-STATUS      PIC X(02) VALUE '00'.
008404     88 INV-PA-OK              VALUE '00'.
008406 01 INV-AGREEMENT-COUNT     PIC 9(04) VALUE 0.
008408 01 INV-MAX-AGREEMENTS      PIC 9(04) VALUE 500.
008410 01 INV-AGREEMENT-TABLE.
008412     05 INV-AGREEMENT-ENTRY OCCURS 500 TIMES.
008414         10 INV-AGT-CUSTOMER    PIC X(10).
008416         10 INV-AGT-TYPE        PIC X(01).
008418         10 INV-AGT-PRODUCT     PIC 9(10).
008420         10 INV-AGT-CATEGORY    PIC X(04).
008422         10 INV-AGT-START-DATE  PIC 9(08).
008424         10 INV-AGT-END-DATE    PIC 9(08).
008426         10 INV-AGT-MIN-QTY     PIC 9(04).
008428         10 INV-AGT-NET-PRICE   PIC 9(05)V99.
008430         10 INV-AGT-PCT         PIC 9(02)V99.
008432         10 INV-AGT-REF         PIC X(10).
008434 01 INV-AGR-SUB             PIC 9(04) VALUE 0.
008436 01 INV-AGR-IDX             PIC 9(04) VALUE 0.
008438 01 INV-UNIT-PRICE          PIC 9(05)V99 VALUE 0.
008440 01 INV-CANDIDATE-PRICE     PIC 9(05)V99 VALUE 0.
008442 01 INV-PRICE-AGREEMENT     PIC X(10) VALUE SPACES.
008444 01 INV-LIST-AMOUNT         PIC 9(09)V99 VALUE 0.
008446 01 INV-LINE-DISCOUNT       PIC 9(09)V99 VALUE 0.
008448 01 INV-INVOICE-DISCOUNT    PIC 9(09)V99 VALUE 0.
008450 01 INV-GRAND-DISCOUNT      PIC 9(11)V99 VALUE 0.
008452 01 INV-DISCOUNTED-LINES    PIC 9(05) VALUE 0.
008454 01 INV-DISC-LINE-COUNT     PIC 9(02) VALUE 0.
008456 01 INV-MAX-DISC-LINES      PIC 9(02) VALUE 99.
008458 01 INV-DISC-SUB            PIC 9(02) VALUE 0.
008460 01 INV-DISC-LINE-TABLE.
008462     05 INV-DISC-LINE-ENTRY OCCURS 99 TIMES.
008464         10 INV-DLT-PRODUCT     PIC 9(10).
008466         10 INV-DLT-QUANTITY    PIC 9(04).
008468         10 INV-DLT-LIST-PRICE  PIC 9(05)V99.
008470         10 INV-DLT-NET-PRICE   PIC 9(05)V99.
008472         10 INV-DLT-DISCOUNT    PIC 9(09)V99.
008474         10 INV-DLT-AGREEMENT   PIC X(10).
008476*--------------------------------------------------------------
008478* RUN GRAND-TOTAL FIELDS
008480*--------------------------------------------------------------
008482 01 INV-INVOICE-COUNT       PIC 9(03) VALUE 0.
008500 01 INV-TOTAL-LINES         PIC 9(05) VALUE 0.
008510 01 INV-RECORDS-READ        PIC 9(05) VALUE 0.
008600 01 INV-GRAND-TOTAL         PIC 9(11)V99 VALUE 0.
008620 01 INV-GRAND-TAX           PIC 9(11)V99 VALUE 0.
008640 01 INV-TAX-REJECTS         PIC 9(05) VALUE 0.
008642 01 INV-STATUS-REJECTS      PIC 9(05) VALUE 0.
008644 01 INV-GL-ROWS-FAILED      PIC 9(05) VALUE 0.
008650
008652*--------------------------------------------------------------
008654* RUN STATISTICS FIELDS
009000*--------------------------------------------------------------
009100 01 INV-REG-FILE-STATUS     PIC X(02) VALUE '00'.
009200     88 INV-REG-OK             VALUE '00'.
009250 01 INV-BUSINESS-DATE       PIC X(08) VALUE SPACES.
009300 01 INV-RUN-DATE            PIC 9(08).
009400
009500 01 INV-REG-HEADING-1.
010600     05 FILLER                 PIC X(12) VALUE "CUSTOMER".
010700     05 FILLER                 PIC X(10) VALUE "DATE".
010800     05 FILLER                 PIC X(07) VALUE "LINES".
010850     05 FILLER                 PIC X(16) VALUE "GOODS".
010900     05 FILLER                 PIC X(15) VALUE "TAX".
010950     05 FILLER                 PIC X(19) VALUE "TOTAL".
011000     05 FILLER                 PIC X(20) VALUE "STATUS".
011100
011200 01 INV-REG-DETAIL-LINE.
011900     05 INV-REGD-LINES         PIC ZZZ9.
012000     05 FILLER                 PIC X(03) VALUE SPACES.
012100     05 INV-REGD-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
012120     05 FILLER                 PIC X(02) VALUE SPACES.
012140     05 INV-REGD-TAX           PIC ZZ,ZZZ,ZZ9.99.
012160     05 FILLER                 PIC X(02) VALUE SPACES.
012180     05 INV-REGD-AMOUNT-DUE    PIC ZZZ,ZZZ,ZZ9.99.
012200     05 FILLER                 PIC X(05) VALUE SPACES.
012300     05 INV-REGD-STATUS        PIC X(20).
012400
012405 01 INV-REG-DISCOUNT-LINE.
012410     05 FILLER                 PIC X(12) VALUE SPACES.
012415     05 FILLER                 PIC X(09) VALUE "PRODUCT ".
012420     05 INV-REGX-PRODUCT       PIC 9(10).
012425     05 FILLER                 PIC X(06) VALUE "  QTY ".
012430     05 INV-REGX-QUANTITY      PIC ZZZ9.
012435     05 FILLER                 PIC X(07) VALUE "  LIST ".
012440     05 INV-REGX-LIST          PIC ZZ,ZZ9.99.
012445     05 FILLER                 PIC X(11) VALUE "  DISCOUNT ".
012450     05 INV-REGX-DISCOUNT      PIC ZZZ,ZZZ,ZZ9.99.
012455     05 FILLER                 PIC X(06) VALUE "  NET ".
012460     05 INV-REGX-NET           PIC ZZ,ZZ9.99.
012465     05 FILLER                 PIC X(12) VALUE "  AGREEMENT ".
012470     05 INV-REGX-AGREEMENT     PIC X(10).
012475
012500 01 INV-REG-TOTAL-LINE.
012600     05 FILLER                 PIC X(11) VALUE "INVOICES: ".
012700     05 INV-REGT-INVOICES      PIC ZZ9.
013000     05 FILLER                 PIC X(15)
013100         VALUE "  GRAND TOTAL: ".
013200     05 INV-REGT-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
013220     05 FILLER                 PIC X(07) VALUE "  TAX: ".
013240     05 INV-REGT-TAX           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
013260     05 FILLER                 PIC X(12) VALUE "  DISCOUNT: ".
013280     05 INV-REGT-DISCOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
013300
013400 PROCEDURE DIVISION.
013500*--------------------------------------------------------------
015000*--------------------------------------------------------------
015100 1000-INITIALIZE.
015200     ACCEPT INV-RUN-DATE FROM DATE YYYYMMDD
015210     ACCEPT INV-BUSINESS-DATE FROM ENVIRONMENT
015220         "DUKE_BUSINESS_DATE"
015230     IF INV-BUSINESS-DATE IS NUMERIC
015240         MOVE INV-BUSINESS-DATE TO INV-RUN-DATE
015250     END-IF
015300
015400     OPEN INPUT INVOICE-LINES
015500     IF NOT INV-FILE-OK
016990         CLOSE INVOICE-REGISTER
016992         MOVE 1 TO RETURN-CODE
016994         STOP RUN
016995     END-IF
016996
016997     PERFORM 1100-LOAD-TAX-RATES THRU 1100-EXIT
016998     PERFORM 1200-LOAD-CATEGORIES THRU 1200-EXIT
016999     PERFORM 1300-LOAD-AGREEMENTS THRU 1300-EXIT
017000
017001     OPEN OUTPUT ISSUE-PEND
017002     IF NOT INV-IW-OK
017006         DISPLAY "WARNING: could not open ISSUPEND, status "
017008             INV-IW-FILE-STATUS
017010         DISPLAY "WARNING: no stock issues can be staged - "
017090             "INVLINES will be kept for a rerun."
017092         MOVE 'N' TO INV-POSTINGS-SWITCH
017094     END-IF
017095
017100     OPEN OUTPUT TAX-PEND
017105     IF NOT INV-TW-OK
017110         DISPLAY "WARNING: could not open TAXPEND, status "
017115             INV-TW-FILE-STATUS
017120         DISPLAY "WARNING: no tax detail can be staged - "
017125             "INVLINES will be kept for a rerun."
017130         MOVE 'N' TO INV-POSTINGS-SWITCH
017135     END-IF
017140
017145     OPEN INPUT CUSTOMER-MASTER
017150     IF INV-CM-OK
017155         MOVE 'Y' TO INV-CM-AVAIL-SWITCH
017160     ELSE
017165         DISPLAY "WARNING: could not open CUSTMSTR, status "
017170             INV-CM-FILE-STATUS
017175         DISPLAY "WARNING: every invoice is taxed at the default "
017176             "tax code."
017177     END-IF
017178
017179     OPEN INPUT STOCK-FILE
017180     IF INV-SK-OK
017181         MOVE 'Y' TO INV-SK-AVAIL-SWITCH
017182     ELSE
017183         DISPLAY "WARNING: could not open PRODSTCK, status "
017184             INV-SK-FILE-STATUS
017185         DISPLAY "WARNING: sales rows go to SALESHST with no "
017186             "cost."
017187     END-IF
017190
017195     MOVE INV-RUN-DATE TO INV-REG-HDG-DATE
017200     WRITE REG-PRINT-LINE FROM INV-REG-HEADING-1
017300     WRITE REG-PRINT-LINE FROM INV-REG-HEADING-2
017400     MOVE SPACES TO REG-PRINT-LINE
017700         DISPLAY "WARNING: could not write INVREG, status "
017800             INV-REG-FILE-STATUS
017900     END-IF.
017902 1000-EXIT.
017904     EXIT.
017906
017908*--------------------------------------------------------------
017910* 1100-LOAD-TAX-RATES
017912*    LOADS THE TAXRATE TABLE (TAX CODE AND RATE PERCENT) AND
017914*    CHECKS THE DEFAULT TAX CODE AGAINST IT. WITHOUT THE TABLE,
017916*    OR WITH A DEFAULT CODE THAT IS NOT ON IT, NO INVOICE CAN
017918*    BE TAXED, SO THE RUN STOPS BEFORE ANYTHING IS POSTED.
017920*--------------------------------------------------------------
017922 1100-LOAD-TAX-RATES.
017924     ACCEPT INV-DEFAULT-TAX-CODE FROM ENVIRONMENT
017926         "DUKE_DEFAULT_TAX_CODE"
017928     OPEN INPUT TAX-RATES
017930     IF NOT INV-TR-OK
017932         DISPLAY "ERROR: cannot open TAXRATE, status "
017934             INV-TR-FILE-STATUS
017936         DISPLAY "ERROR: invoices cannot be taxed without the "
017938             "tax rate table."
017940         CLOSE INVOICE-LINES
017942         CLOSE INVOICE-REGISTER
017944         CLOSE PRODUCT-MASTER
017946         MOVE 1 TO RETURN-CODE
017948         STOP RUN
017950     END-IF
017952     MOVE 'N' TO INV-REF-EOF-SWITCH
017954     PERFORM 1150-LOAD-ONE-TAX-RATE THRU 1150-EXIT
017956         UNTIL INV-REF-AT-END
017958     CLOSE TAX-RATES
017960
017962     IF INV-DEFAULT-TAX-CODE NOT = SPACES
017964         MOVE INV-DEFAULT-TAX-CODE TO INV-TAX-CODE
017966         PERFORM 2260-FIND-TAX-RATE THRU 2260-EXIT
017968         IF NOT INV-RATE-FOUND
017970             DISPLAY "ERROR: default tax code "
017972                 INV-DEFAULT-TAX-CODE " is not on TAXRATE."
017974             CLOSE INVOICE-LINES
017976             CLOSE INVOICE-REGISTER
017978             CLOSE PRODUCT-MASTER
017980             MOVE 1 TO RETURN-CODE
017982             STOP RUN
017984         END-IF
017986     END-IF
017988     DISPLAY "Tax rates loaded: " INV-TAX-RATE-COUNT
017990         " Default tax code: " INV-DEFAULT-TAX-CODE.
017992 1100-EXIT.
017994     EXIT.
017996
017998*--------------------------------------------------------------
018000* 1150-LOAD-ONE-TAX-RATE
018002*    READS ONE TAXRATE ENTRY INTO THE TABLE. A BLANK CODE OR A
018004*    RATE THAT IS NOT NUMERIC IS DROPPED WITH A MESSAGE.
018006*--------------------------------------------------------------
018008 1150-LOAD-ONE-TAX-RATE.
018010     READ TAX-RATES
018012         AT END
018014             MOVE 'Y' TO INV-REF-EOF-SWITCH
018016             GO TO 1150-EXIT
018018     END-READ
018020     IF TR-TAX-CODE = SPACES OR TR-TAX-RATE NOT NUMERIC
018022         DISPLAY "WARNING: TAXRATE entry '" TR-TAX-CODE
018024             "' has no code or a bad rate - dropped."
018026         GO TO 1150-EXIT
018028     END-IF
018030     IF INV-TAX-RATE-COUNT >= INV-MAX-TAX-RATES
018032         DISPLAY "WARNING: tax rate table full - tax code "
018034             TR-TAX-CODE " dropped."
018036         GO TO 1150-EXIT
018038     END-IF
018040     ADD 1 TO INV-TAX-RATE-COUNT
018042     MOVE TR-TAX-CODE TO INV-TRT-CODE (INV-TAX-RATE-COUNT)
018044     MOVE TR-TAX-RATE TO INV-TRT-RATE (INV-TAX-RATE-COUNT).
018046 1150-EXIT.
018048     EXIT.
018050
018052*--------------------------------------------------------------
018054* 1200-LOAD-CATEGORIES
018056*    LOADS THE PRODCAT CATEGORY CODES AND THEIR TAXABLE FLAGS.
018058*    WITHOUT THEM A NON-TAXABLE LINE WOULD BE TAXED, SO A
018060*    MISSING REFERENCE FILE STOPS THE RUN.
018062*--------------------------------------------------------------
018064 1200-LOAD-CATEGORIES.
018066     OPEN INPUT CATEGORY-REF
018068     IF NOT INV-CAT-OK
018070         DISPLAY "ERROR: cannot open PRODCAT, status "
018072             INV-CAT-FILE-STATUS
018074         DISPLAY "ERROR: taxable categories cannot be told from "
018076             "non-taxable ones without it."
018078         CLOSE INVOICE-LINES
018080         CLOSE INVOICE-REGISTER
018082         CLOSE PRODUCT-MASTER
018084         MOVE 1 TO RETURN-CODE
018086         STOP RUN
018088     END-IF
018090     MOVE 'N' TO INV-REF-EOF-SWITCH
018092     PERFORM 1250-LOAD-ONE-CATEGORY THRU 1250-EXIT
018094         UNTIL INV-REF-AT-END
018096     CLOSE CATEGORY-REF.
018098 1200-EXIT.
018100     EXIT.
018102
018104*--------------------------------------------------------------
018106* 1250-LOAD-ONE-CATEGORY
018108*    READS ONE CATEGORY REFERENCE RECORD INTO THE TABLE.
018110*--------------------------------------------------------------
018112 1250-LOAD-ONE-CATEGORY.
018114     READ CATEGORY-REF
018116         AT END
018118             MOVE 'Y' TO INV-REF-EOF-SWITCH
018120             GO TO 1250-EXIT
018122     END-READ
018124     IF INV-CATEGORY-COUNT >= INV-MAX-CATEGORIES
018126         DISPLAY "WARNING: category table full - category "
018128             CAT-CODE " dropped."
018130         GO TO 1250-EXIT
018132     END-IF
018134     ADD 1 TO INV-CATEGORY-COUNT
018136     MOVE CAT-CODE         TO INV-CTT-CODE (INV-CATEGORY-COUNT)
018138     MOVE CAT-TAXABLE-FLAG
018140         TO INV-CTT-TAXABLE (INV-CATEGORY-COUNT).
018142 1250-EXIT.
018144     EXIT.
018200
018300*--------------------------------------------------------------
018301* 1300-LOAD-AGREEMENTS
018302*    LOADS THE CUSTPRIC CUSTOMER PRICE AGREEMENTS. NO FILE
018303*    SIMPLY MEANS NO AGREEMENTS - EVERY LINE IS BILLED AT THE
018304*    PRODUCT MASTER LIST PRICE.
018305*--------------------------------------------------------------
018306 1300-LOAD-AGREEMENTS.
018307     OPEN INPUT PRICE-AGREEMENTS
018308     IF NOT INV-PA-OK
018309         DISPLAY "No CUSTPRIC on file (status "
018310             INV-PA-FILE-STATUS ") - every line is billed at "
018311             "list price."
018312         GO TO 1300-EXIT
018313     END-IF
018314     MOVE 'N' TO INV-REF-EOF-SWITCH
018315     PERFORM 1350-LOAD-ONE-AGREEMENT THRU 1350-EXIT
018316         UNTIL INV-REF-AT-END
018317     CLOSE PRICE-AGREEMENTS
018318     DISPLAY "Price agreements loaded: " INV-AGREEMENT-COUNT.
018319 1300-EXIT.
018320     EXIT.
018321
018322*--------------------------------------------------------------
018323* 1350-LOAD-ONE-AGREEMENT
018324*    READS ONE CUSTPRIC AGREEMENT INTO THE TABLE. AN ENTRY
018325*    WITH NO CUSTOMER, AN UNKNOWN TYPE, A BAD DATE, OR A PRICE
018326*    OR PERCENTAGE THAT IS NOT NUMERIC IS DROPPED WITH A
018327*    MESSAGE RATHER THAN GUESSED AT.
018328*--------------------------------------------------------------
018329 1350-LOAD-ONE-AGREEMENT.
018330     READ PRICE-AGREEMENTS
018331         AT END
018332             MOVE 'Y' TO INV-REF-EOF-SWITCH
018333             GO TO 1350-EXIT
018334     END-READ
018335     IF PA-CUSTOMER-ID = SPACES
018336       OR NOT (PA-NET-PRICE OR PA-CATEGORY-PERCENT
018337               OR PA-QUANTITY-BREAK)
018338       OR PA-START-DATE NOT NUMERIC
018339       OR PA-END-DATE NOT NUMERIC
018340         DISPLAY "WARNING: CUSTPRIC agreement '" PA-AGREEMENT-REF
018341             "' has no customer, type or dates - dropped."
018342         GO TO 1350-EXIT
018343     END-IF
018344     IF PA-CATEGORY-PERCENT
018345         IF PA-CATEGORY-CODE = SPACES
018346           OR PA-DISCOUNT-PCT NOT NUMERIC
018347           OR PA-DISCOUNT-PCT = ZERO
018348             DISPLAY "WARNING: CUSTPRIC agreement '"
018349                 PA-AGREEMENT-REF "' has no category or "
018350                 "percentage - dropped."
018351             GO TO 1350-EXIT
018352         END-IF
018353     ELSE
018354         IF PA-PRODUCT-CODE NOT NUMERIC
018355           OR PA-NET-UNIT-PRICE NOT NUMERIC
018356             DISPLAY "WARNING: CUSTPRIC agreement '"
018357                 PA-AGREEMENT-REF "' has no product or net "
018358                 "price - dropped."
018359             GO TO 1350-EXIT
018360         END-IF
018361         IF PA-QUANTITY-BREAK AND PA-MIN-QUANTITY NOT NUMERIC
018362             DISPLAY "WARNING: CUSTPRIC agreement '"
018363                 PA-AGREEMENT-REF "' has no break quantity "
018364                 "- dropped."
018365             GO TO 1350-EXIT
018366         END-IF
018367     END-IF
018368     IF INV-AGREEMENT-COUNT >= INV-MAX-AGREEMENTS
018369         DISPLAY "WARNING: price agreement table full - "
018370             "agreement " PA-AGREEMENT-REF " dropped."
018371         GO TO 1350-EXIT
018372     END-IF
018373
018374     ADD 1 TO INV-AGREEMENT-COUNT
018375     MOVE INV-AGREEMENT-COUNT TO INV-AGR-IDX
018376     MOVE PA-CUSTOMER-ID    TO INV-AGT-CUSTOMER (INV-AGR-IDX)
018377     MOVE PA-AGREEMENT-TYPE TO INV-AGT-TYPE (INV-AGR-IDX)
018378     MOVE PA-START-DATE     TO INV-AGT-START-DATE (INV-AGR-IDX)
018379     MOVE PA-END-DATE       TO INV-AGT-END-DATE (INV-AGR-IDX)
018380     MOVE PA-AGREEMENT-REF  TO INV-AGT-REF (INV-AGR-IDX)
018381     MOVE 0      TO INV-AGT-PRODUCT (INV-AGR-IDX)
018382     MOVE SPACES TO INV-AGT-CATEGORY (INV-AGR-IDX)
018383     MOVE 0      TO INV-AGT-MIN-QTY (INV-AGR-IDX)
018384     MOVE 0      TO INV-AGT-NET-PRICE (INV-AGR-IDX)
018385     MOVE 0      TO INV-AGT-PCT (INV-AGR-IDX)
018386     IF PA-CATEGORY-PERCENT
018387         MOVE PA-CATEGORY-CODE TO INV-AGT-CATEGORY (INV-AGR-IDX)
018388         MOVE PA-DISCOUNT-PCT  TO INV-AGT-PCT (INV-AGR-IDX)
018389     ELSE
018390         MOVE PA-PRODUCT-CODE   TO INV-AGT-PRODUCT (INV-AGR-IDX)
018391         MOVE PA-NET-UNIT-PRICE TO INV-AGT-NET-PRICE (INV-AGR-IDX)
018392     END-IF
018393     IF PA-QUANTITY-BREAK
018394         MOVE PA-MIN-QUANTITY TO INV-AGT-MIN-QTY (INV-AGR-IDX)
018395     END-IF.
018396 1350-EXIT.
018397     EXIT.
018398
018399*--------------------------------------------------------------
018400* 2000-PROCESS-LINES
018500*    READS EVERY RECORD ON THE INVOICE FILE, BREAKING TOTALS
018600*    PER INVOICE. AN INVOICE STILL OPEN AT END OF FILE IS
023400* 2200-START-INVOICE
023500*    OPENS A NEW INVOICE FROM A HEADER RECORD. AN INVOICE
023600*    STILL OPEN AT THAT POINT IS MISSING ITS TRAILER AND IS
023700*    CLOSED OUT TO THE REGISTER FIRST. AN INVOICE WHOSE TAX
023720*    RATE CANNOT BE FOUND IS MARKED TO BE REJECTED WHEN IT
023740*    CLOSES.
023800*--------------------------------------------------------------
023900 2200-START-INVOICE.
024000     IF INV-INVOICE-OPEN
025100     MOVE 0                 TO INV-LINE-COUNT
025200     MOVE 0                 TO INV-INVOICE-TOTAL
025300     MOVE SPACES            TO INV-INVOICE-STATUS
025320     MOVE 0                 TO INV-TAXABLE-AMOUNT
025340     MOVE 0                 TO INV-EXEMPT-AMOUNT
025360     MOVE 0                 TO INV-TAX-AMOUNT
025365     MOVE 0                 TO INV-INVOICE-DISCOUNT
025370     MOVE 0                 TO INV-DISC-LINE-COUNT
025375     MOVE 'N'               TO INV-RATE-FOUND-SWITCH
025380     PERFORM 2250-FIND-CUSTOMER-TAX THRU 2250-EXIT
025382     MOVE 'N'               TO INV-TAX-FAILED-SWITCH
025384     IF NOT INV-CUSTOMER-EXEMPT AND NOT INV-RATE-FOUND
025386         MOVE 'Y'           TO INV-TAX-FAILED-SWITCH
025388     END-IF
025400     MOVE 'Y'               TO INV-OPEN-SWITCH.
025500 2200-EXIT.
025501     EXIT.
025502
025503*--------------------------------------------------------------
025504* 2250-FIND-CUSTOMER-TAX
025505*    WORKS OUT THE TAX CODE, RATE AND EXEMPTION FOR THE NEW
025506*    INVOICE FROM THE CUSTOMER MASTER. A CUSTOMER WITH NO TAX
025507*    CODE OF ITS OWN, OR NOT ON THE MASTER, USES THE DEFAULT
025508*    CODE. A TAXABLE CUSTOMER WITH NO CODE AT ALL, OR WITH A
025509*    CODE THAT IS NOT ON TAXRATE, IS AN ERROR - THE INVOICE
025510*    WOULD OTHERWISE GO OUT UNDERSTATED.
025511*--------------------------------------------------------------
025512 2250-FIND-CUSTOMER-TAX.
025513     MOVE INV-DEFAULT-TAX-CODE TO INV-TAX-CODE
025514     MOVE 'N' TO INV-TAX-EXEMPT-SWITCH
025515     MOVE 0   TO INV-TAX-RATE
025516     IF INV-CM-AVAILABLE
025517         MOVE INV-CURRENT-CUSTOMER TO CM-CUSTOMER-ID
025518         READ CUSTOMER-MASTER
025519             INVALID KEY
025520                 MOVE SPACES TO CM-TAX-CODE
025521                 MOVE SPACE  TO CM-TAX-EXEMPT-FLAG
025522         END-READ
025523         IF CM-TAX-CODE NOT = SPACES
025524             MOVE CM-TAX-CODE TO INV-TAX-CODE
025525         END-IF
025526         IF CM-TAX-EXEMPT
025527             MOVE 'Y' TO INV-TAX-EXEMPT-SWITCH
025528         END-IF
025529     END-IF
025530
025531     IF INV-CUSTOMER-EXEMPT
025532         GO TO 2250-EXIT
025533     END-IF
025534     IF INV-TAX-CODE = SPACES
025535         DISPLAY "ERROR: invoice " INV-CURRENT-INVOICE
025536             " customer " INV-CURRENT-CUSTOMER " has no tax "
025537             "code and no default tax code is set."
025538         ADD 1 TO INV-ERROR-COUNT
025539         GO TO 2250-EXIT
025540     END-IF
025541     PERFORM 2260-FIND-TAX-RATE THRU 2260-EXIT
025542     IF NOT INV-RATE-FOUND
025543         DISPLAY "ERROR: invoice " INV-CURRENT-INVOICE
025544             " tax code " INV-TAX-CODE " is not on TAXRATE."
025545         ADD 1 TO INV-ERROR-COUNT
025546     END-IF.
025547 2250-EXIT.
025548     EXIT.
025549
025550*--------------------------------------------------------------
025551* 2260-FIND-TAX-RATE
025552*    LOOKS INV-TAX-CODE UP ON THE TAX RATE TABLE.
025553*--------------------------------------------------------------
025554 2260-FIND-TAX-RATE.
025555     MOVE 'N' TO INV-RATE-FOUND-SWITCH
025556     MOVE 0   TO INV-TAX-RATE
025557     MOVE 1   TO INV-TABLE-SUB
025558     PERFORM 2265-CHECK-TAX-RATE THRU 2265-EXIT
025559         UNTIL INV-TABLE-SUB > INV-TAX-RATE-COUNT.
025560 2260-EXIT.
025561     EXIT.
025562
025563*--------------------------------------------------------------
025564* 2265-CHECK-TAX-RATE
025565*    COMPARES THE TAX CODE AGAINST ONE TABLE ENTRY AND
025566*    REMEMBERS THE RATE ON A MATCH.
025567*--------------------------------------------------------------
025568 2265-CHECK-TAX-RATE.
025569     IF INV-TAX-CODE = INV-TRT-CODE (INV-TABLE-SUB)
025570         MOVE INV-TRT-RATE (INV-TABLE-SUB) TO INV-TAX-RATE
025571         MOVE 'Y' TO INV-RATE-FOUND-SWITCH
025572         MOVE INV-TAX-RATE-COUNT TO INV-TABLE-SUB
025573     END-IF
025574     ADD 1 TO INV-TABLE-SUB.
025575 2265-EXIT.
025600     EXIT.
025700
025800*--------------------------------------------------------------
025900* 2300-ADD-DETAIL-LINE
025950*    PRICES ONE DETAIL LINE (QUANTITY TIMES THE MASTER PRICE,
026000*    OR THE CUSTOMER'S CONTRACT PRICE WHEN LOWER) AND ADDS IT
026050*    TO THE OPEN INVOICE'S TOTAL. A DETAIL LINE WITH NO OPEN
026100*    INVOICE, AN UNKNOWN PRODUCT CODE OR A ZERO QUANTITY IS AN
026150*    ERROR.
026200*--------------------------------------------------------------
026300 2300-ADD-DETAIL-LINE.
026400     IF NOT INV-INVOICE-OPEN
027300             GO TO 2300-EXIT
027310     END-READ
027320
027325     PERFORM 2310-PRICE-LINE THRU 2310-EXIT
027330     COMPUTE INV-LINE-AMOUNT =
027332         IL-QUANTITY * INV-UNIT-PRICE
027334     IF INV-UNIT-PRICE < PM-PRODUCT-PRICE
027336         PERFORM 2320-NOTE-DISCOUNT THRU 2320-EXIT
027338     END-IF
027350     ADD INV-LINE-AMOUNT TO INV-INVOICE-TOTAL
027360         ON SIZE ERROR
027400             MOVE 'Y' TO INV-OVERFLOW-SWITCH
027600                 INV-CURRENT-INVOICE " overflowed - total is "
027700                 "no longer reliable."
027800     END-ADD
027805     PERFORM 2330-SPLIT-TAXABLE THRU 2330-EXIT
027806
027807     IF IL-STOCK-FLAG NOT = 'R'
027808         PERFORM 2350-WRITE-STOCK-ISSUE THRU 2350-EXIT
027809     END-IF
027810
027811     PERFORM 2370-WRITE-SALES-HISTORY THRU 2370-EXIT.
027812 2300-EXIT.
027813     EXIT.
027814
027815*--------------------------------------------------------------
027816* 2310-PRICE-LINE
027817*    WORKS OUT THE UNIT PRICE FOR THE DETAIL LINE - THE LIST
027818*    PRICE ON THE PRODUCT MASTER, OR THE BEST PRICE ANY OF THE
027819*    CUSTOMER'S AGREEMENTS IN FORCE ON THE INVOICE DATE GIVES
027820*    IT, WHICHEVER IS LOWER.
027821*--------------------------------------------------------------
027822 2310-PRICE-LINE.
027823     MOVE PM-PRODUCT-PRICE TO INV-UNIT-PRICE
027824     MOVE SPACES TO INV-PRICE-AGREEMENT
027825     MOVE 1 TO INV-AGR-SUB
027826     PERFORM 2315-CHECK-AGREEMENT THRU 2315-EXIT
027827         UNTIL INV-AGR-SUB > INV-AGREEMENT-COUNT.
027828 2310-EXIT.
027829     EXIT.
027830
027831*--------------------------------------------------------------
027832* 2315-CHECK-AGREEMENT
027833*    PRICES THE LINE UNDER ONE AGREEMENT AND KEEPS THE PRICE
027834*    WHEN IT BEATS THE BEST SO FAR. AN AGREEMENT FOR ANOTHER
027835*    CUSTOMER, OUT OF ITS DATE RANGE, FOR ANOTHER PRODUCT OR
027836*    CATEGORY, OR A QUANTITY BREAK THE LINE DOES NOT REACH,
027837*    DOES NOT APPLY.
027838*--------------------------------------------------------------
027839 2315-CHECK-AGREEMENT.
027840     MOVE INV-AGR-SUB TO INV-AGR-IDX
027841     ADD 1 TO INV-AGR-SUB
027842     IF INV-AGT-CUSTOMER (INV-AGR-IDX) NOT = INV-CURRENT-CUSTOMER
027843       OR INV-AGT-START-DATE (INV-AGR-IDX) > INV-CURRENT-INV-DATE
027844         GO TO 2315-EXIT
027845     END-IF
027846     IF INV-AGT-END-DATE (INV-AGR-IDX) NOT = ZERO
027847       AND INV-AGT-END-DATE (INV-AGR-IDX) < INV-CURRENT-INV-DATE
027848         GO TO 2315-EXIT
027849     END-IF
027850
027851     IF INV-AGT-TYPE (INV-AGR-IDX) = 'C'
027852         IF INV-AGT-CATEGORY (INV-AGR-IDX) NOT = PM-CATEGORY-CODE
027853             GO TO 2315-EXIT
027854         END-IF
027855         COMPUTE INV-CANDIDATE-PRICE ROUNDED =
027856             PM-PRODUCT-PRICE
027857             * (100 - INV-AGT-PCT (INV-AGR-IDX)) / 100
027858     ELSE
027859         IF INV-AGT-PRODUCT (INV-AGR-IDX) NOT = PM-PRODUCT-CODE
027860           OR INV-AGT-MIN-QTY (INV-AGR-IDX) > IL-QUANTITY
027861             GO TO 2315-EXIT
027862         END-IF
027863         MOVE INV-AGT-NET-PRICE (INV-AGR-IDX)
027864             TO INV-CANDIDATE-PRICE
027865     END-IF
027866
027867     IF INV-CANDIDATE-PRICE < INV-UNIT-PRICE
027868         MOVE INV-CANDIDATE-PRICE TO INV-UNIT-PRICE
027869         MOVE INV-AGT-REF (INV-AGR-IDX) TO INV-PRICE-AGREEMENT
027870     END-IF.
027871 2315-EXIT.
027872     EXIT.
027873
027874*--------------------------------------------------------------
027875* 2320-NOTE-DISCOUNT
027876*    ADDS THE DISCOUNT ON A LINE BILLED BELOW LIST TO THE
027877*    INVOICE AND HOLDS THE LINE FOR THE REGISTER, WHICH PRINTS
027878*    ITS LIST PRICE, DISCOUNT AND NET UNDER THE INVOICE LINE.
027879*--------------------------------------------------------------
027880 2320-NOTE-DISCOUNT.
027881     COMPUTE INV-LIST-AMOUNT = IL-QUANTITY * PM-PRODUCT-PRICE
027882     COMPUTE INV-LINE-DISCOUNT = INV-LIST-AMOUNT - INV-LINE-AMOUNT
027883     ADD INV-LINE-DISCOUNT TO INV-INVOICE-DISCOUNT
027884     ADD 1 TO INV-DISCOUNTED-LINES
027885     IF INV-DISC-LINE-COUNT >= INV-MAX-DISC-LINES
027886         DISPLAY "WARNING: invoice " INV-CURRENT-INVOICE
027887             " has more discounted lines than the register can "
027888             "list - line " INV-LINE-COUNT " not shown."
027889         GO TO 2320-EXIT
027890     END-IF
027891     ADD 1 TO INV-DISC-LINE-COUNT
027892     MOVE IL-PRODUCT-CODE
027893         TO INV-DLT-PRODUCT (INV-DISC-LINE-COUNT)
027894     MOVE IL-QUANTITY
027895         TO INV-DLT-QUANTITY (INV-DISC-LINE-COUNT)
027896     MOVE PM-PRODUCT-PRICE
027897         TO INV-DLT-LIST-PRICE (INV-DISC-LINE-COUNT)
027898     MOVE INV-UNIT-PRICE
027899         TO INV-DLT-NET-PRICE (INV-DISC-LINE-COUNT)
027900     MOVE INV-LINE-DISCOUNT
027901         TO INV-DLT-DISCOUNT (INV-DISC-LINE-COUNT)
027902     MOVE INV-PRICE-AGREEMENT
027903         TO INV-DLT-AGREEMENT (INV-DISC-LINE-COUNT).
027904 2320-EXIT.
027905     EXIT.
027906
027907*--------------------------------------------------------------
027908* 2330-SPLIT-TAXABLE
027909*    ADDS THE LINE JUST PRICED TO THE INVOICE'S TAXABLE OR
027910*    EXEMPT SALES. EVERYTHING A TAX-EXEMPT CUSTOMER BUYS IS
027911*    EXEMPT; OTHERWISE A LINE IS TAXABLE UNLESS ITS PRODUCT
027916*    CATEGORY IS FLAGGED 'N' ON PRODCAT.
027918*--------------------------------------------------------------
027920 2330-SPLIT-TAXABLE.
027922     MOVE 'Y' TO INV-LINE-TAXABLE-SWITCH
027924     IF INV-CUSTOMER-EXEMPT
027926         MOVE 'N' TO INV-LINE-TAXABLE-SWITCH
027928     ELSE
027930         MOVE 1 TO INV-TABLE-SUB
027932         PERFORM 2335-CHECK-CATEGORY THRU 2335-EXIT
027934             UNTIL INV-TABLE-SUB > INV-CATEGORY-COUNT
027936     END-IF
027938
027940     IF INV-LINE-TAXABLE
027942         ADD INV-LINE-AMOUNT TO INV-TAXABLE-AMOUNT
027944     ELSE
027946         ADD INV-LINE-AMOUNT TO INV-EXEMPT-AMOUNT
027948     END-IF.
027950 2330-EXIT.
027952     EXIT.
027954
027956*--------------------------------------------------------------
027958* 2335-CHECK-CATEGORY
027960*    COMPARES THE PRODUCT'S CATEGORY AGAINST ONE TABLE ENTRY
027962*    AND PICKS UP ITS TAXABLE FLAG ON A MATCH.
027964*--------------------------------------------------------------
027966 2335-CHECK-CATEGORY.
027968     IF PM-CATEGORY-CODE = INV-CTT-CODE (INV-TABLE-SUB)
027970         IF INV-CTT-TAXABLE (INV-TABLE-SUB) = 'N'
027972             MOVE 'N' TO INV-LINE-TAXABLE-SWITCH
027974         END-IF
027976         MOVE INV-CATEGORY-COUNT TO INV-TABLE-SUB
027978     END-IF
027980     ADD 1 TO INV-TABLE-SUB.
027982 2335-EXIT.
028000     EXIT.
028100
028102*--------------------------------------------------------------
028124     MOVE 'I'             TO INV-ISL-TRANS-CODE
028126     MOVE IL-PRODUCT-CODE TO INV-ISL-PRODUCT-CODE
028128     MOVE IL-QUANTITY     TO INV-ISL-QUANTITY
028129     MOVE 0               TO INV-ISL-UNIT-COST
028130     MOVE 0               TO INV-ISL-REORDER-QTY
028131     WRITE IW-PEND-RECORD FROM INV-ISSUE-LINE
028132     IF NOT INV-IW-OK
028134         DISPLAY "WARNING: could not write ISSUPEND, status "
028136             INV-IW-FILE-STATUS
028150*--------------------------------------------------------------
028152* 2370-WRITE-SALES-HISTORY
028154*    STAGES THE DETAIL LINE JUST PRICED FOR THE SALES
028155*    HISTORY, WITH ITS COST AT THE PRODUCT'S AVERAGE COST. THE
028156*    STAGED ROWS REACH SALESHST ONLY WHEN THE RUN ENDS CLEAN.
028158*--------------------------------------------------------------
028160 2370-WRITE-SALES-HISTORY.
028162     IF NOT INV-SW-OK
028172     MOVE IL-PRODUCT-CODE      TO INV-SAL-PRODUCT-CODE
028174     MOVE IL-QUANTITY          TO INV-SAL-QUANTITY
028176     MOVE INV-LINE-AMOUNT      TO INV-SAL-AMOUNT
028177     PERFORM 2380-COST-SALES-LINE THRU 2380-EXIT
028178     WRITE SP-PEND-RECORD FROM INV-SALES-LINE
028180     IF NOT INV-SW-OK
028182         DISPLAY "WARNING: could not write SALEPEND, status "
028192 2370-EXIT.
028194     EXIT.
028196
028198*--------------------------------------------------------------
028200* 2380-COST-SALES-LINE
028202*    COSTS THE STAGED SALES ROW AT THE PRODUCT'S AVERAGE COST
028204*    ON PRODSTCK. WITH NO STOCK RECORD OR NO AVERAGE COST YET
028206*    THE ROW CARRIES ZERO COST AND IS COUNTED.
028208*--------------------------------------------------------------
028210 2380-COST-SALES-LINE.
028212     MOVE 0 TO INV-SAL-COST-AMOUNT
028214     IF NOT INV-SK-AVAILABLE
028216         ADD 1 TO INV-NO-COST-LINES
028218         GO TO 2380-EXIT
028220     END-IF
028222     MOVE IL-PRODUCT-CODE TO SK-PRODUCT-CODE
028224     READ STOCK-FILE
028226         INVALID KEY
028228             ADD 1 TO INV-NO-COST-LINES
028230             GO TO 2380-EXIT
028232     END-READ
028234     IF SK-AVG-COST = 0
028236         ADD 1 TO INV-NO-COST-LINES
028238         GO TO 2380-EXIT
028240     END-IF
028242     COMPUTE INV-SAL-COST-AMOUNT = IL-QUANTITY * SK-AVG-COST.
028244 2380-EXIT.
028246     EXIT.
028248
028250*--------------------------------------------------------------
028300* 2400-VERIFY-TRAILER
028400*    CHECKS THE TRAILER'S EXPECTED LINE COUNT AGAINST THE
028500*    LINES ACTUALLY COUNTED AND CLOSES THE INVOICE OUT TO THE
028600*    REGISTER WITH ITS VERIFICATION STATUS. ONE THAT DOES NOT
028650*    VERIFY IS REJECTED WHEN IT IS CLOSED.
028700*--------------------------------------------------------------
028800 2400-VERIFY-TRAILER.
028900     IF NOT INV-INVOICE-OPEN
031000*--------------------------------------------------------------
031100* 2500-WRITE-REGISTER-LINE
031200*    PRINTS ONE REGISTER LINE FOR THE INVOICE JUST CLOSED AND
031300*    ROLLS ITS FIGURES INTO THE RUN GRAND TOTALS. AN INVOICE
031350*    WHOSE TAX COULD NOT BE WORKED OUT, OR WHOSE STATUS IS NOT
031360*    OK (NO TRAILER, LINE COUNT MISMATCH), IS REJECTED INSTEAD.
031400*--------------------------------------------------------------
031500 2500-WRITE-REGISTER-LINE.
031501     IF INV-TAX-FAILED OR INV-INVOICE-STATUS NOT = "OK"
031502         PERFORM 2590-REJECT-INVOICE THRU 2590-EXIT
031503         GO TO 2500-EXIT
031504     END-IF
031505     COMPUTE INV-TAX-AMOUNT ROUNDED =
031510         INV-TAXABLE-AMOUNT * INV-TAX-RATE / 100
031515     COMPUTE INV-AMOUNT-DUE =
031520         INV-INVOICE-TOTAL + INV-TAX-AMOUNT
031525         ON SIZE ERROR
031530             MOVE 'Y' TO INV-OVERFLOW-SWITCH
031535             DISPLAY "ERROR: amount due on invoice "
031540                 INV-CURRENT-INVOICE " overflowed - total is "
031545                 "no longer reliable."
031550     END-COMPUTE
031600     MOVE INV-CURRENT-INVOICE  TO INV-REGD-INVOICE
031700     MOVE INV-CURRENT-CUSTOMER TO INV-REGD-CUSTOMER
031800     MOVE INV-CURRENT-INV-DATE TO INV-REGD-DATE
031900     MOVE INV-LINE-COUNT       TO INV-REGD-LINES
032000     MOVE INV-INVOICE-TOTAL    TO INV-REGD-TOTAL
032020     MOVE INV-TAX-AMOUNT       TO INV-REGD-TAX
032040     MOVE INV-AMOUNT-DUE       TO INV-REGD-AMOUNT-DUE
032100     MOVE INV-INVOICE-STATUS   TO INV-REGD-STATUS
032200     WRITE REG-PRINT-LINE FROM INV-REG-DETAIL-LINE
032300     IF NOT INV-REG-OK
032400         DISPLAY "WARNING: could not write INVREG, status "
032500             INV-REG-FILE-STATUS
032600     END-IF
032620     MOVE 1 TO INV-DISC-SUB
032640     PERFORM 2520-WRITE-DISCOUNT-LINE THRU 2520-EXIT
032660         UNTIL INV-DISC-SUB > INV-DISC-LINE-COUNT
032700
032800     ADD 1 TO INV-INVOICE-COUNT
032900     ADD INV-LINE-COUNT TO INV-TOTAL-LINES
033300             DISPLAY "ERROR: run grand total overflowed - "
033400                 "total is no longer reliable."
033500     END-ADD
033520     ADD INV-TAX-AMOUNT TO INV-GRAND-TAX
033540     ADD INV-INVOICE-DISCOUNT TO INV-GRAND-DISCOUNT
033550
033560     IF INV-INVOICE-TOTAL > ZERO
033570         PERFORM 2550-POST-OPEN-ITEM THRU 2550-EXIT
033580     END-IF
033582     PERFORM 2560-LOAD-INVOICE-HISTORY THRU 2560-EXIT
033584     IF INV-INVOICE-TOTAL > ZERO
033586         PERFORM 2570-STAGE-TAX-DETAIL THRU 2570-EXIT
033588     END-IF
033590
033600     MOVE 'N' TO INV-OPEN-SWITCH.
033700 2500-EXIT.
033702     EXIT.
033704
033706*--------------------------------------------------------------
033708* 2520-WRITE-DISCOUNT-LINE
033710*    PRINTS ONE DISCOUNTED LINE OF THE INVOICE JUST CLOSED -
033712*    PRODUCT, QUANTITY, LIST PRICE, LINE DISCOUNT, NET PRICE
033714*    AND THE AGREEMENT THAT GAVE IT.
033716*--------------------------------------------------------------
033718 2520-WRITE-DISCOUNT-LINE.
033720     MOVE INV-DLT-PRODUCT (INV-DISC-SUB)    TO INV-REGX-PRODUCT
033722     MOVE INV-DLT-QUANTITY (INV-DISC-SUB)   TO INV-REGX-QUANTITY
033724     MOVE INV-DLT-LIST-PRICE (INV-DISC-SUB) TO INV-REGX-LIST
033726     MOVE INV-DLT-DISCOUNT (INV-DISC-SUB)   TO INV-REGX-DISCOUNT
033728     MOVE INV-DLT-NET-PRICE (INV-DISC-SUB)  TO INV-REGX-NET
033730     MOVE INV-DLT-AGREEMENT (INV-DISC-SUB)  TO INV-REGX-AGREEMENT
033732     WRITE REG-PRINT-LINE FROM INV-REG-DISCOUNT-LINE
033734     IF NOT INV-REG-OK
033736         DISPLAY "WARNING: could not write INVREG, status "
033738             INV-REG-FILE-STATUS
033740     END-IF
033742     ADD 1 TO INV-DISC-SUB.
033744 2520-EXIT.
033800     EXIT.
033900
033902*--------------------------------------------------------------
033926     MOVE INV-CURRENT-INVOICE  TO AR-INVOICE-NUMBER
033928     MOVE INV-CURRENT-CUSTOMER TO AR-CUSTOMER-ID
033930     MOVE INV-CURRENT-INV-DATE TO AR-INVOICE-DATE
033932     MOVE INV-AMOUNT-DUE       TO AR-INVOICE-AMOUNT
033934     MOVE 0                    TO AR-AMOUNT-PAID
033936     MOVE 'O'                  TO AR-ITEM-STATUS
033937     MOVE 'I'                  TO AR-ITEM-TYPE
033938     MOVE 0                    TO AR-APPLIES-TO
033939     WRITE AR-OPEN-ITEM-RECORD
033940     IF INV-AR-DUPLICATE
033942         GO TO 2550-EXIT
033944     END-IF
033988     MOVE INV-CURRENT-CUSTOMER TO IH-CUSTOMER-ID
033990     MOVE INV-CURRENT-INV-DATE TO IH-INVOICE-DATE
033992     MOVE INV-LINE-COUNT       TO IH-LINE-COUNT
033993     MOVE INV-AMOUNT-DUE       TO IH-INVOICE-TOTAL
033994     MOVE INV-TAX-AMOUNT       TO IH-TAX-AMOUNT
033996     MOVE INV-INVOICE-STATUS   TO IH-STATUS
033998     WRITE IH-HISTORY-RECORD
034000     IF INV-IH-DUPLICATE
034022     EXIT.
034024
034026*--------------------------------------------------------------
034028* 2570-STAGE-TAX-DETAIL
034030*    STAGES THE INVOICE'S TAX CODE AND ITS TAXABLE SALES,
034032*    EXEMPT SALES AND TAX FOR THE TAXHIST FILE. THE STAGED
034034*    ROWS REACH TAXHIST ONLY WHEN THE RUN ENDS CLEAN.
034036*--------------------------------------------------------------
034038 2570-STAGE-TAX-DETAIL.
034040     IF NOT INV-TW-OK
034042         GO TO 2570-EXIT
034044     END-IF
034046     MOVE INV-CURRENT-INV-DATE TO INV-TXL-INVOICE-DATE
034048     MOVE INV-CURRENT-INVOICE  TO INV-TXL-INVOICE-NUMBER
034050     MOVE INV-CURRENT-CUSTOMER TO INV-TXL-CUSTOMER-ID
034052     MOVE INV-TAX-CODE         TO INV-TXL-TAX-CODE
034054     MOVE INV-TAXABLE-AMOUNT   TO INV-TXL-TAXABLE-AMOUNT
034056     MOVE INV-EXEMPT-AMOUNT    TO INV-TXL-EXEMPT-AMOUNT
034058     MOVE INV-TAX-AMOUNT       TO INV-TXL-TAX-AMOUNT
034060     WRITE TW-PEND-RECORD FROM INV-TAX-LINE
034062     IF NOT INV-TW-OK
034064         DISPLAY "WARNING: could not write TAXPEND, status "
034066             INV-TW-FILE-STATUS
034068         MOVE 'N' TO INV-POSTINGS-SWITCH
034070         GO TO 2570-EXIT
034072     END-IF
034074     ADD 1 TO INV-TAX-ROWS-WRITTEN.
034076 2570-EXIT.
034078     EXIT.
034080
034082*--------------------------------------------------------------
034084* 2590-REJECT-INVOICE
034086*    LISTS AN INVOICE WHOSE TAX COULD NOT BE WORKED OUT, OR
034088*    WHOSE LINES DID NOT VERIFY AGAINST ITS TRAILER, AND DROPS
034090*    IT - NO REGISTER LINE, NOTHING ON AROPEN OR INVHIST - SO
034092*    THE RERUN AFTER IT IS PUT RIGHT POSTS IT WHOLE INSTEAD OF
034094*    SKIPPING IT AS A DUPLICATE.
034096*--------------------------------------------------------------
034098 2590-REJECT-INVOICE.
034100     IF INV-INVOICE-STATUS NOT = "OK"
034102         DISPLAY "ERROR: invoice " INV-CURRENT-INVOICE
034104             " customer " INV-CURRENT-CUSTOMER " lines "
034106             INV-LINE-COUNT " goods " INV-INVOICE-TOTAL
034108             " rejected - " INV-INVOICE-STATUS ", not posted."
034110         ADD 1 TO INV-STATUS-REJECTS
034112         MOVE 'N' TO INV-OPEN-SWITCH
034114         GO TO 2590-EXIT
034116     END-IF
034118     DISPLAY "ERROR: invoice " INV-CURRENT-INVOICE
034120         " customer " INV-CURRENT-CUSTOMER " lines "
034122         INV-LINE-COUNT " goods " INV-INVOICE-TOTAL
034124         " rejected - no tax rate, not posted."
034126     ADD 1 TO INV-TAX-REJECTS
034128     MOVE 'N' TO INV-OPEN-SWITCH.
034130 2590-EXIT.
034132     EXIT.
034134
034136*--------------------------------------------------------------
034138* 3000-WRITE-REGISTER-TOTALS
034200*    PRINTS THE RUN GRAND-TOTAL LINE AT THE END OF THE
034300*    REGISTER.
034400*--------------------------------------------------------------
034800     MOVE INV-INVOICE-COUNT TO INV-REGT-INVOICES
034900     MOVE INV-TOTAL-LINES   TO INV-REGT-LINES
035000     MOVE INV-GRAND-TOTAL   TO INV-REGT-TOTAL
035050     MOVE INV-GRAND-TAX     TO INV-REGT-TAX
035060     MOVE INV-GRAND-DISCOUNT TO INV-REGT-DISCOUNT
035100     WRITE REG-PRINT-LINE FROM INV-REG-TOTAL-LINE
035200     IF NOT INV-REG-OK
035300         DISPLAY "WARNING: could not write INVREG, status "
036692     END-IF
036694     IF INV-SW-OK
036696         CLOSE SALES-PEND
036700     END-IF
036710     IF INV-TW-OK
036720         CLOSE TAX-PEND
036730     END-IF
036740     IF INV-CM-AVAILABLE
036750         CLOSE CUSTOMER-MASTER
036760     END-IF
036762     IF INV-SK-AVAILABLE
036764         CLOSE STOCK-FILE
036766     END-IF
036770
036800     DISPLAY "Invoices: " INV-INVOICE-COUNT
036900         " Lines: " INV-TOTAL-LINES
036950         " Rejected: " INV-REJECTED-LINES
037000         " Grand total: " INV-GRAND-TOTAL
037020     DISPLAY "Sales tax on invoices: " INV-GRAND-TAX
037022     IF INV-TAX-REJECTS > 0
037024         DISPLAY "Invoices rejected for tax: " INV-TAX-REJECTS
037026     END-IF
037028     IF INV-STATUS-REJECTS > 0
037030         DISPLAY "Invoices rejected as incomplete: "
037032             INV-STATUS-REJECTS
037034     END-IF
037036     DISPLAY "Contract discounts: " INV-GRAND-DISCOUNT
037040         " on " INV-DISCOUNTED-LINES " line(s)"
037050     DISPLAY "Stock issues staged: "
037052         INV-ISSUES-WRITTEN
037053     DISPLAY "Sales rows staged: "
037054         INV-SALES-WRITTEN
037055     IF INV-NO-COST-LINES > 0
037056         DISPLAY "Sales rows with no average cost: "
037057             INV-NO-COST-LINES
037058     END-IF
037059     DISPLAY "Tax rows staged: "
037060         INV-TAX-ROWS-WRITTEN
037062     DISPLAY "Open items posted to AROPEN: "
037064         INV-ITEMS-POSTED
037066     DISPLAY "Invoices loaded to INVHIST: "
037068         INV-HIST-LOADED
037718             "these lines."
037719     END-IF
037720
037725*    A GL ROW THAT WOULD NOT WRITE FAILS THE RUN ONLY AFTER
037730*    INVLINES IS RETIRED - EVERYTHING ELSE HAS BEEN RELEASED
037735*    AND A RERUN WOULD POST IT TWICE.
037740     IF INV-GL-ROWS-FAILED > 0
037745         DISPLAY "ERROR: " INV-GL-ROWS-FAILED " GLTRAN row(s) "
037750             "not written - post them to the GL by hand."
037755         MOVE 1 TO RETURN-CODE
037760     END-IF
037765
037770     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
037800 9000-EXIT.
037900     EXIT.
037910
038036
038038*--------------------------------------------------------------
038040* 9550-RELEASE-POSTINGS
038041*    RELEASES THE STAGED STOCK ISSUES, SALES ROWS AND TAX
038042*    DETAIL TO STCKTRAN, SALESHST AND TAXHIST. EVERY TARGET IS
038043*    OPENED BEFORE A SINGLE ROW IS RELEASED, SO AN UNAVAILABLE
038044*    TARGET LEAVES EVERYTHING STAGED (AND INVLINES IN PLACE)
038045*    FOR THE RERUN.
038050*--------------------------------------------------------------
038052 9550-RELEASE-POSTINGS.
038054     OPEN INPUT ISSUE-PEND
038092     IF NOT INV-ST-OK
038094         DISPLAY "WARNING: could not open STCKTRAN, status "
038096             INV-ST-FILE-STATUS
038097         CLOSE ISSUE-PEND
038098         CLOSE SALES-PEND
038099         MOVE 'N' TO INV-POSTINGS-SWITCH
038100         GO TO 9550-EXIT
038101     END-IF
038102     OPEN EXTEND SALES-HISTORY
038103     IF NOT INV-SH-OK
038104         OPEN OUTPUT SALES-HISTORY
038105     END-IF
038106     IF NOT INV-SH-OK
038107         DISPLAY "WARNING: could not open SALESHST, status "
038108             INV-SH-FILE-STATUS
038109         CLOSE ISSUE-PEND
038110         CLOSE SALES-PEND
038111         CLOSE STOCK-TRANS
038112         MOVE 'N' TO INV-POSTINGS-SWITCH
038113         GO TO 9550-EXIT
038114     END-IF
038115     OPEN EXTEND GL-FEED
038116     IF NOT INV-GT-OK
038117         OPEN OUTPUT GL-FEED
038118     END-IF
038119     IF NOT INV-GT-OK
038120         DISPLAY "WARNING: could not open GLTRAN, status "
038121             INV-GT-FILE-STATUS
038122         CLOSE ISSUE-PEND
038123         CLOSE SALES-PEND
038124         CLOSE STOCK-TRANS
038125         CLOSE SALES-HISTORY
038126         MOVE 'N' TO INV-POSTINGS-SWITCH
038127         GO TO 9550-EXIT
038128     END-IF
038129     OPEN INPUT TAX-PEND
038130     IF NOT INV-TW-OK
038131         DISPLAY "WARNING: could not reopen TAXPEND, status "
038132             INV-TW-FILE-STATUS
038133         CLOSE ISSUE-PEND
038134         CLOSE SALES-PEND
038135         CLOSE STOCK-TRANS
038136         CLOSE SALES-HISTORY
038137         CLOSE GL-FEED
038138         MOVE 'N' TO INV-POSTINGS-SWITCH
038139         GO TO 9550-EXIT
038140     END-IF
038141     OPEN EXTEND TAX-HISTORY
038142     IF NOT INV-TH-OK
038143         OPEN OUTPUT TAX-HISTORY
038144     END-IF
038145     IF NOT INV-TH-OK
038146         DISPLAY "WARNING: could not open TAXHIST, status "
038147             INV-TH-FILE-STATUS
038148         CLOSE ISSUE-PEND
038149         CLOSE SALES-PEND
038150         CLOSE STOCK-TRANS
038151         CLOSE SALES-HISTORY
038152         CLOSE GL-FEED
038153         CLOSE TAX-PEND
038154         MOVE 'N' TO INV-POSTINGS-SWITCH
038155         GO TO 9550-EXIT
038156     END-IF
038157
038158     MOVE 'N' TO INV-REL-EOF-SWITCH
038159     PERFORM 9560-RELEASE-ONE-ISSUE THRU 9560-EXIT
038160         UNTIL INV-REL-AT-END
038161     MOVE 'N' TO INV-REL-EOF-SWITCH
038162     PERFORM 9570-RELEASE-ONE-SALE THRU 9570-EXIT
038163         UNTIL INV-REL-AT-END
038164     MOVE 'N' TO INV-REL-EOF-SWITCH
038165     PERFORM 9580-RELEASE-ONE-TAX THRU 9580-EXIT
038166         UNTIL INV-REL-AT-END
038167
038168     CLOSE STOCK-TRANS
038169     CLOSE SALES-HISTORY
038170     CLOSE GL-FEED
038171     CLOSE ISSUE-PEND
038172     CLOSE SALES-PEND
038173     CLOSE TAX-PEND
038174     CLOSE TAX-HISTORY
038175     DISPLAY "Released " INV-ISSUES-RELEASED
038176         " issue(s) to STCKTRAN and " INV-SALES-RELEASED
038177         " sales row(s) to SALESHST."
038178     DISPLAY "Released " INV-TAX-ROWS-RELEASED
038179         " tax row(s) to TAXHIST.".
038180 9550-EXIT.
038181     EXIT.
038182
038183*--------------------------------------------------------------
038184* 9560-RELEASE-ONE-ISSUE
038185*    COPIES ONE STAGED ISSUE MOVEMENT TO STCKTRAN.
038186*--------------------------------------------------------------
038187 9560-RELEASE-ONE-ISSUE.
038188     READ ISSUE-PEND
038189         AT END
038190             MOVE 'Y' TO INV-REL-EOF-SWITCH
038191             GO TO 9560-EXIT
038192     END-READ
038193     WRITE ST-TRANS-RECORD FROM IW-PEND-RECORD
038194     IF NOT INV-ST-OK
038195         DISPLAY "WARNING: could not write STCKTRAN, status "
038196             INV-ST-FILE-STATUS
038198     END-IF
038200     ADD 1 TO INV-ISSUES-RELEASED.
038202 9560-EXIT.
038204     EXIT.
038206
038207*--------------------------------------------------------------
038208* 9570-RELEASE-ONE-SALE
038209*    COPIES ONE STAGED SALES ROW TO SALESHST AND GLTRAN.
038210*--------------------------------------------------------------
038211 9570-RELEASE-ONE-SALE.
038212     READ SALES-PEND
038213         AT END
038214             MOVE 'Y' TO INV-REL-EOF-SWITCH
038215             GO TO 9570-EXIT
038216     END-READ
038217     WRITE SH-SALES-RECORD FROM SP-PEND-RECORD
038218     IF NOT INV-SH-OK
038219         DISPLAY "WARNING: could not write SALESHST, status "
038220             INV-SH-FILE-STATUS
038221     END-IF
038222
038223     MOVE SP-PEND-RECORD       TO INV-SALES-LINE
038224     MOVE "SALE"               TO INV-GT-SOURCE
038225     MOVE INV-RUN-DATE         TO INV-GT-POST-DATE
038226     MOVE INV-SAL-PRODUCT-CODE TO INV-GT-PRODUCT-CODE
038227     MOVE INV-SAL-CUSTOMER-ID  TO INV-GT-REFERENCE
038228     MOVE INV-SAL-AMOUNT       TO INV-GT-AMOUNT
038229     WRITE GT-FEED-RECORD FROM INV-GL-FEED-LINE
038230     IF NOT INV-GT-OK
038231         PERFORM 9650-GL-ROW-FAILED THRU 9650-EXIT
038233     END-IF
038234     ADD 1 TO INV-SALES-RELEASED.
038235 9570-EXIT.
038236     EXIT.
038237
038238*--------------------------------------------------------------
038239* 9580-RELEASE-ONE-TAX
038240*    COPIES ONE STAGED TAX ROW TO TAXHIST AND, WHEN TAX WAS
038241*    CHARGED, WRITES AN 'STAX' ROW TO GLTRAN (DEBIT RECEIVABLES,
038242*    CREDIT SALES TAX PAYABLE). A TAX ROW CARRIES NO PRODUCT.
038243*--------------------------------------------------------------
038244 9580-RELEASE-ONE-TAX.
038245     READ TAX-PEND
038246         AT END
038247             MOVE 'Y' TO INV-REL-EOF-SWITCH
038248             GO TO 9580-EXIT
038249     END-READ
038250     WRITE TH-TAX-RECORD FROM TW-PEND-RECORD
038251     IF NOT INV-TH-OK
038252         DISPLAY "WARNING: could not write TAXHIST, status "
038253             INV-TH-FILE-STATUS
038254     END-IF
038255     ADD 1 TO INV-TAX-ROWS-RELEASED
038256
038257     MOVE TW-PEND-RECORD TO INV-TAX-LINE
038258     IF INV-TXL-TAX-AMOUNT = ZERO
038259         GO TO 9580-EXIT
038260     END-IF
038261     MOVE INV-RUN-DATE         TO INV-GT-POST-DATE
038262     MOVE "STAX"               TO INV-GT-SOURCE
038263     MOVE 0                    TO INV-GT-PRODUCT-CODE
038264     MOVE INV-TXL-CUSTOMER-ID  TO INV-GT-REFERENCE
038265     MOVE INV-TXL-TAX-AMOUNT   TO INV-GT-AMOUNT
038266     WRITE GT-FEED-RECORD FROM INV-GL-FEED-LINE
038267     IF NOT INV-GT-OK
038268         PERFORM 9650-GL-ROW-FAILED THRU 9650-EXIT
038270     END-IF.
038271 9580-EXIT.
038272     EXIT.
038273
038274*--------------------------------------------------------------
038275* 9600-ARCHIVE-INVOICE-LINES
038276*    MOVES THE TOTALED INVLINES RECORDS TO THE INVLARCH
038277*    ARCHIVE AND CLEARS THE FILE, THE WAY StockMove CLEARS
038278*    STCKTRAN. IF THE ARCHIVE CANNOT BE OPENED, INVLINES IS
038279*    LEFT IN PLACE - NOTHING IS EVER CLEARED WITHOUT A COPY.
038280*--------------------------------------------------------------
038281 9600-ARCHIVE-INVOICE-LINES.
038282     OPEN INPUT INVOICE-LINES
038283     IF NOT INV-FILE-OK
038284         DISPLAY "WARNING: could not reopen INVLINES, status "
038285             INV-FILE-STATUS
038286             " - file left in place."
038287         GO TO 9600-EXIT
038288     END-IF
038289
038290     OPEN EXTEND INVOICE-ARCHIVE
038291     IF NOT INV-ARC-OK
038292         OPEN OUTPUT INVOICE-ARCHIVE
038293         IF NOT INV-ARC-OK
038294             DISPLAY "WARNING: could not open INVLARCH, "
038295                 "status " INV-ARC-FILE-STATUS
038296             DISPLAY "WARNING: INVLINES left in place - the "
038297                 "next run will total these lines again."
038298             CLOSE INVOICE-LINES
038299             GO TO 9600-EXIT
038300         END-IF
038301     END-IF
038302
038303     MOVE 'N' TO INV-ARC-EOF-SWITCH
038304     PERFORM 9610-ARCHIVE-ONE-LINE THRU 9610-EXIT
038306         UNTIL INV-ARC-AT-END
038308     CLOSE INVOICE-ARCHIVE
038368     ADD 1 TO INV-LINES-ARCHIVED.
038370 9610-EXIT.
038372     EXIT.
038400
038500*--------------------------------------------------------------
038600* 9650-GL-ROW-FAILED
038700*    LISTS A SALE OR STAX ROW THAT WOULD NOT WRITE TO GLTRAN -
038800*    CUSTOMER, PRODUCT AND AMOUNT - SO IT CAN BE POSTED BY
038900*    HAND. THE JOURNAL WOULD BALANCE WITHOUT IT, SO THE RUN IS
039000*    FAILED AT THE END.
039100*--------------------------------------------------------------
039200 9650-GL-ROW-FAILED.
039300     DISPLAY "ERROR: could not write GLTRAN, status "
039400         INV-GT-FILE-STATUS " - " INV-GT-SOURCE " customer "
039500         INV-GT-REFERENCE " product " INV-GT-PRODUCT-CODE
039600         " amount " INV-GT-AMOUNT
039700     ADD 1 TO INV-GL-ROWS-FAILED.
039800 9650-EXIT.
039900     EXIT.
