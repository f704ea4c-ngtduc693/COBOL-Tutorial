000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CreditMemo.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - CUSTOMER RETURNS AND CREDIT
001100*                 MEMOS. A RETURN IS KEYED (OR FED FROM THE
001200*                 RTNTRAN FILE IN BATCH MODE) AGAINST AN INVOICE
001300*                 ON INVHIST AND A PRODUCT BILLED ON IT, WITH A
001400*                 REASON CODE AND A RESTOCK-OR-SCRAP FLAG. EACH
001500*                 ACCEPTED RETURN IS GIVEN A CREDIT MEMO NUMBER
001600*                 AND POSTS A CREDIT ITEM TO AROPEN - APPLIED
001700*                 AGAINST WHATEVER IS STILL OWING ON THE
001800*                 INVOICE, THE REST LEFT OPEN AS MONEY OWED BACK
001900*                 TO THE CUSTOMER - PUTS RESTOCKED UNITS BACK ON
002000*                 PRODSTCK, WRITES A NEGATIVE SALESHST ROW, MARKS
002100*                 THE INVOICE ON INVHIST, AND LOGS THE MEMO ON
002200*                 CRMHIST FOR THE NIGHTLY CreditMemoRegister.
002300*                 A RETURN THAT FAILS ITS CHECKS GOES TO RTNREJT
002400*                 WITH ITS REASON. NO MORE HAND EDITS TO AROPEN
002500*                 OR FAKE 'R' STOCK RECEIPTS.
002520* 2026-10-15 DT   PICKED UP THE NEW TAX AMOUNT ON THE INVHIST
002540*                 RECORD LAYOUT.
002550* 2026-10-15 DT   A RESTOCK RETURN FOR A PRODUCT FROZEN FOR A
002560*                 PHYSICAL STOCK COUNT IS REJECTED - RETURN IT
002570*                 AGAIN ONCE THE COUNT IS POSTED.
002572* 2026-10-15 DT   THE RETURN ROW ON SALESHST NOW CARRIES THE
002574*                 BILLED COST OF THE UNITS WHEN THEY ARE
002576*                 RESTOCKED, SO GrossMargin NETS THE COST OUT WITH
002578*                 THE SALE; SCRAPPED UNITS STAY A COST OF THE
002580*                 SALE. RESTOCKED UNITS GO BACK INTO THE AVERAGE
002582*                 COST AT THEIR BILLED COST. PICKED UP THE NEW
002584*                 COST FIELDS ON THE SALES HISTORY AND STOCK
002586*                 RECORD LAYOUTS.
002590* 2026-10-15 DT   PICKED UP THE NEW REORDER QUANTITY ON THE STOCK
002600*                 RECORD LAYOUT.
002610* 2026-10-15 DT   THE CREDIT NOW INCLUDES THE RETURNED GOODS'
002620*                 SHARE OF THE INVOICE'S TAX (INVHIST TAX TIMES
002630*                 GOODS RETURNED OVER THE INVOICE'S GOODS TOTAL),
002640*                 SO A FULL RETURN NO LONGER LEAVES THE TAX OPEN
002650*                 ON AROPEN. THE TAX CREDITED IS LOGGED ON CRMHIST
002660*                 IN A NEW TRAILING FIELD FOR CreditMemoRegister.
002670*                 THE SALESHST RETURN ROW STAYS GOODS ONLY.
002671* 2026-10-15 DT   EACH MEMO NOW GOES TO THE GLTRAN LEDGER FEED -
002672*                 'CRMO' FOR THE GOODS CREDITED, 'CRTX' FOR THE
002673*                 TAX REVERSED AND 'CRST' FOR UNITS RESTOCKED AT
002674*                 THEIR BILLED COST - SO GlJournal REVERSES THE
002675*                 SALE.
002680*--------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. GNUCOBOL.
003100 OBJECT-COMPUTER. GNUCOBOL.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT INVOICE-HISTORY ASSIGN TO "INVHIST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS IH-INVOICE-NUMBER
003900         FILE STATUS IS WS-IH-FILE-STATUS.
004000
004100     SELECT INVOICE-ARCHIVE ASSIGN TO "INVLARCH"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-ARC-FILE-STATUS.
004400
004500     SELECT AR-OPEN-ITEMS ASSIGN TO "AROPEN"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS AR-INVOICE-NUMBER
004900         FILE STATUS IS WS-AR-FILE-STATUS.
005000
005100     SELECT STOCK-FILE ASSIGN TO "PRODSTCK"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS SK-PRODUCT-CODE
005500         FILE STATUS IS WS-SK-FILE-STATUS.
005600
005700     SELECT SALES-HISTORY ASSIGN TO "SALESHST"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-SH-FILE-STATUS.
006000
006100     SELECT CREDIT-HISTORY ASSIGN TO "CRMHIST"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-CH-FILE-STATUS.
006400
006500     SELECT RETURN-TRANS ASSIGN TO "RTNTRAN"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-RN-FILE-STATUS.
006800
006900     SELECT RETURN-REJECTS ASSIGN TO "RTNREJT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-RJ-FILE-STATUS.
007200
007300     SELECT RUN-STATS ASSIGN TO "RUNSTATS"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-RS-FILE-STATUS.
007600
007620     SELECT GL-FEED ASSIGN TO "GLTRAN"
007640         ORGANIZATION IS LINE SEQUENTIAL
007660         FILE STATUS IS WS-GT-FILE-STATUS.
007680
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  INVOICE-HISTORY
008000     LABEL RECORDS ARE STANDARD.
008100 01  IH-HISTORY-RECORD.
008200     05 IH-INVOICE-NUMBER        PIC 9(10).
008300     05 IH-CUSTOMER-ID           PIC X(10).
008400     05 IH-INVOICE-DATE          PIC 9(08).
008500     05 IH-LINE-COUNT            PIC 9(04).
008600     05 IH-INVOICE-TOTAL         PIC 9(09)V99.
008700     05 IH-STATUS                PIC X(20).
008750     05 IH-TAX-AMOUNT            PIC 9(09)V99.
008800
008900 FD  INVOICE-ARCHIVE
009000     LABEL RECORDS ARE STANDARD.
009100 01  IL-LINE-RECORD.
009200     05 IL-RECORD-TYPE           PIC X(01).
009300     05 IL-RECORD-BODY           PIC X(28).
009400     05 IL-HEADER-FIELDS REDEFINES IL-RECORD-BODY.
009500         10 IL-INVOICE-NUMBER    PIC 9(10).
009600         10 IL-CUSTOMER-ID       PIC X(10).
009700         10 IL-INVOICE-DATE      PIC 9(08).
009800     05 IL-DETAIL-FIELDS REDEFINES IL-RECORD-BODY.
009900         10 IL-PRODUCT-CODE      PIC 9(10).
010000         10 IL-QUANTITY          PIC 9(04).
010100         10 IL-STOCK-FLAG        PIC X(01).
010200         10 FILLER               PIC X(13).
010300     05 IL-TRAILER-FIELDS REDEFINES IL-RECORD-BODY.
010400         10 IL-EXPECTED-LINES    PIC 9(04).
010500         10 FILLER               PIC X(24).
010600
010700 FD  AR-OPEN-ITEMS
010800     LABEL RECORDS ARE STANDARD.
010900 01  AR-OPEN-ITEM-RECORD.
011000     05 AR-INVOICE-NUMBER        PIC 9(10).
011100     05 AR-CUSTOMER-ID           PIC X(10).
011200     05 AR-INVOICE-DATE          PIC 9(08).
011300     05 AR-INVOICE-AMOUNT        PIC 9(09)V99.
011400     05 AR-AMOUNT-PAID           PIC 9(09)V99.
011500     05 AR-ITEM-STATUS           PIC X(01).
011600     05 AR-ITEM-TYPE             PIC X(01).
011700     05 AR-APPLIES-TO            PIC 9(10).
011800
011900 FD  STOCK-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 01  SK-STOCK-RECORD.
012200     05 SK-PRODUCT-CODE          PIC 9(10).
012300     05 SK-ON-HAND               PIC 9(07).
012400     05 SK-REORDER-POINT         PIC 9(05).
012500     05 SK-DATE-UPDATED          PIC 9(08).
012600     05 SK-ON-ORDER              PIC 9(07).
012620     05 SK-COUNT-FLAG            PIC X(01).
012640         88 SK-COUNT-FROZEN          VALUE 'F'.
012650     05 SK-AVG-COST              PIC 9(05)V99.
012660     05 SK-REORDER-QTY           PIC 9(05).
012700
012800 FD  SALES-HISTORY
012900     LABEL RECORDS ARE STANDARD.
013000 01  SH-SALES-RECORD.
013100     05 SH-SALE-DATE             PIC 9(08).
013200     05 SH-CUSTOMER-ID           PIC X(10).
013300     05 SH-PRODUCT-CODE          PIC 9(10).
013400     05 SH-QUANTITY              PIC 9(04).
013500     05 SH-AMOUNT                PIC 9(09)V99.
013600     05 SH-ENTRY-SIGN            PIC X(01).
013700         88 SH-RETURN-ROW            VALUE '-'.
013750     05 SH-COST-AMOUNT           PIC 9(09)V99.
013800
013900 FD  CREDIT-HISTORY
014000     LABEL RECORDS ARE STANDARD.
014100 01  CH-MEMO-RECORD.
014200     05 CH-MEMO-NUMBER           PIC 9(10).
014300     05 FILLER                   PIC X(01).
014400     05 CH-MEMO-DATE             PIC 9(08).
014500     05 FILLER                   PIC X(01).
014600     05 CH-INVOICE-NUMBER        PIC 9(10).
014700     05 FILLER                   PIC X(01).
014800     05 CH-CUSTOMER-ID           PIC X(10).
014900     05 FILLER                   PIC X(01).
015000     05 CH-PRODUCT-CODE          PIC 9(10).
015100     05 FILLER                   PIC X(01).
015200     05 CH-QUANTITY              PIC 9(04).
015300     05 FILLER                   PIC X(01).
015400     05 CH-UNIT-PRICE            PIC 9(05)V99.
015500     05 FILLER                   PIC X(01).
015600     05 CH-CREDIT-AMOUNT         PIC 9(09)V99.
015700     05 FILLER                   PIC X(01).
015800     05 CH-APPLIED-AMOUNT        PIC 9(09)V99.
015900     05 FILLER                   PIC X(01).
016000     05 CH-REASON-CODE           PIC X(02).
016100     05 FILLER                   PIC X(01).
016200     05 CH-DISPOSITION           PIC X(01).
016300     05 FILLER                   PIC X(01).
016400     05 CH-OPERATOR              PIC X(10).
016420     05 FILLER                   PIC X(01).
016440     05 CH-TAX-AMOUNT            PIC 9(09)V99.
016500
016600 FD  RETURN-TRANS
016700     LABEL RECORDS ARE STANDARD.
016800 01  RN-RETURN-RECORD.
016900     05 RN-INVOICE-NUMBER        PIC 9(10).
017000     05 FILLER                   PIC X(01).
017100     05 RN-PRODUCT-CODE          PIC 9(10).
017200     05 FILLER                   PIC X(01).
017300     05 RN-QUANTITY              PIC 9(04).
017400     05 FILLER                   PIC X(01).
017500     05 RN-REASON-CODE           PIC X(02).
017600     05 FILLER                   PIC X(01).
017700     05 RN-DISPOSITION           PIC X(01).
017800
017900 FD  RETURN-REJECTS
018000     LABEL RECORDS ARE STANDARD.
018100 01  RJ-REJECT-RECORD.
018200     05 RJ-INVOICE-NUMBER        PIC 9(10).
018300     05 FILLER                   PIC X(01).
018400     05 RJ-PRODUCT-CODE          PIC 9(10).
018500     05 FILLER                   PIC X(01).
018600     05 RJ-QUANTITY              PIC 9(04).
018700     05 FILLER                   PIC X(01).
018800     05 RJ-REASON-CODE           PIC X(02).
018900     05 FILLER                   PIC X(01).
019000     05 RJ-DISPOSITION           PIC X(01).
019100     05 FILLER                   PIC X(01).
019200     05 RJ-DATE                  PIC 9(08).
019300     05 FILLER                   PIC X(01).
019400     05 RJ-REASON                PIC X(40).
019500
019600 FD  RUN-STATS
019700     LABEL RECORDS ARE STANDARD.
019800 01  RS-STATS-RECORD             PIC X(62).
019820
019840 FD  GL-FEED
019860     LABEL RECORDS ARE STANDARD.
019880 01  GT-FEED-RECORD              PIC X(47).
019900
020000 WORKING-STORAGE SECTION.
020100*--------------------------------------------------------------
020200* FILE STATUS FIELDS
020300*--------------------------------------------------------------
020400 01 WS-IH-FILE-STATUS       PIC X(02) VALUE '00'.
020500     88 WS-IH-OK                VALUE '00'.
020600 01 WS-ARC-FILE-STATUS      PIC X(02) VALUE '00'.
020700     88 WS-ARC-OK               VALUE '00'.
020800 01 WS-AR-FILE-STATUS       PIC X(02) VALUE '00'.
020900     88 WS-AR-OK                VALUE '00'.
021000     88 WS-AR-NOT-FOUND         VALUE '35'.
021100 01 WS-SK-FILE-STATUS       PIC X(02) VALUE '00'.
021200     88 WS-SK-OK                VALUE '00'.
021300 01 WS-SH-FILE-STATUS       PIC X(02) VALUE '00'.
021400     88 WS-SH-OK                VALUE '00'.
021500 01 WS-CH-FILE-STATUS       PIC X(02) VALUE '00'.
021600     88 WS-CH-OK                VALUE '00'.
021700 01 WS-RN-FILE-STATUS       PIC X(02) VALUE '00'.
021800     88 WS-RN-OK                VALUE '00'.
021900 01 WS-RJ-FILE-STATUS       PIC X(02) VALUE '00'.
022000     88 WS-RJ-OK                VALUE '00'.
022020 01 WS-GT-FILE-STATUS       PIC X(02) VALUE '00'.
022040     88 WS-GT-OK                VALUE '00'.
022100
022200*--------------------------------------------------------------
022300* SESSION FIELDS
022400*    THE SAME INTERACTIVE/BATCH SWITCHES OrderEntry USES - A
022500*    TERMINAL AT THE RETURNS DESK, OR THE RTNTRAN FEED WHEN
022600*    THE RUN IS STARTED WITH DUKE_BATCH_MODE=Y
022700*    DUKE_INPUT_MODE=B.
022800*--------------------------------------------------------------
022900 01 WS-CURRENT-DATE         PIC 9(08).
023000 01 WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
023100 01 WS-ENV-BATCH-FLAG       PIC X(01) VALUE SPACE.
023200     88 WS-ENV-IS-BATCH         VALUE 'Y'.
023300 01 WS-INPUT-MODE           PIC X(01) VALUE SPACE.
023400     88 WS-MODE-BATCH           VALUE 'B'.
023500 01 WS-SESSION-DONE-SWITCH  PIC X(01) VALUE 'N'.
023600     88 WS-SESSION-DONE         VALUE 'Y'.
023700 01 WS-RN-EOF-SWITCH        PIC X(01) VALUE 'N'.
023800     88 WS-END-OF-RETURNS       VALUE 'Y'.
023900
024000*--------------------------------------------------------------
024100* THE RETURN BEING PROCESSED
024200*    KEYED AT THE TERMINAL OR MOVED IN FROM ONE RTNTRAN LINE,
024300*    SO BOTH PATHS RUN THROUGH EXACTLY THE SAME CHECKS.
024400*--------------------------------------------------------------
024500 01 WS-RTN-INVOICE          PIC 9(10) VALUE 0.
024600 01 WS-RTN-PRODUCT          PIC 9(10) VALUE 0.
024700 01 WS-RTN-QUANTITY         PIC 9(04) VALUE 0.
024800 01 WS-RTN-REASON-CODE      PIC X(02) VALUE SPACES.
024900     88 WS-RTN-REASON-VALID     VALUE 'DM' 'DF' 'WI' 'NW'
025000                                      'OT'.
025100 01 WS-RTN-DISPOSITION      PIC X(01) VALUE SPACE.
025200     88 WS-RTN-RESTOCK          VALUE 'R'.
025300     88 WS-RTN-SCRAP            VALUE 'S'.
025400 01 WS-REASON               PIC X(40) VALUE SPACES.
025500 01 WS-RETURN-VALID-SW      PIC X(01) VALUE 'N'.
025600     88 WS-RETURN-VALID         VALUE 'Y'.
025700
025800*--------------------------------------------------------------
025900* INVOICE CHECK FIELDS
026000*    WHAT WAS BILLED IS TAKEN FROM THE INVLARCH ARCHIVE OF
026100*    TOTALED INVOICE LINES, WHAT HAS ALREADY COME BACK FROM
026200*    CRMHIST, AND THE PRICE BILLED FROM THE SALESHST ROW
026300*    SimpleAddition WROTE FOR THE LINE - SO A CREDIT IS ALWAYS
026400*    AT THE PRICE THE CUSTOMER PAID, NOT TODAY'S PRICE.
026500*--------------------------------------------------------------
026600 01 WS-ARC-EOF-SWITCH       PIC X(01) VALUE 'N'.
026700     88 WS-END-OF-ARCHIVE       VALUE 'Y'.
026800 01 WS-IN-INVOICE-SWITCH    PIC X(01) VALUE 'N'.
026900     88 WS-IN-INVOICE           VALUE 'Y'.
027000 01 WS-INVOICE-SEEN-SWITCH  PIC X(01) VALUE 'N'.
027100     88 WS-INVOICE-SEEN         VALUE 'Y'.
027200 01 WS-BILLED-QTY           PIC 9(05) VALUE 0.
027300 01 WS-INVOICE-UNITS        PIC 9(06) VALUE 0.
027400 01 WS-CH-EOF-SWITCH        PIC X(01) VALUE 'N'.
027500     88 WS-END-OF-MEMOS         VALUE 'Y'.
027600 01 WS-RETURNED-QTY         PIC 9(05) VALUE 0.
027700 01 WS-INVOICE-RETURNED     PIC 9(06) VALUE 0.
027800 01 WS-NEW-RETURNED-QTY     PIC 9(05) VALUE 0.
027900 01 WS-SH-EOF-SWITCH        PIC X(01) VALUE 'N'.
028000     88 WS-END-OF-SALES         VALUE 'Y'.
028100 01 WS-PRICE-FOUND-SWITCH   PIC X(01) VALUE 'N'.
028200     88 WS-PRICE-FOUND          VALUE 'Y'.
028300 01 WS-UNIT-PRICE           PIC 9(05)V99 VALUE 0.
028350 01 WS-UNIT-COST            PIC 9(05)V99 VALUE 0.
028400 01 WS-INVOICE-CUSTOMER     PIC X(10) VALUE SPACES.
028500 01 WS-INVOICE-DATE         PIC 9(08) VALUE 0.
028600
028700*--------------------------------------------------------------
028800* CREDIT POSTING FIELDS
028900*    A CREDIT IS FIRST APPLIED AGAINST WHAT IS STILL OWING ON
029000*    ITS INVOICE. WHATEVER IS LEFT STAYS OPEN ON THE CREDIT
029100*    ITEM AS MONEY OWED BACK TO THE CUSTOMER. THE CREDIT IS
029150*    THE GOODS RETURNED PLUS THEIR SHARE OF THE INVOICE'S TAX.
029200*--------------------------------------------------------------
029300 01 WS-CREDIT-AMOUNT        PIC 9(09)V99 VALUE 0.
029320 01 WS-GOODS-CREDIT         PIC 9(09)V99 VALUE 0.
029340 01 WS-TAX-CREDIT           PIC 9(09)V99 VALUE 0.
029360 01 WS-INVOICE-TAX          PIC 9(09)V99 VALUE 0.
029380 01 WS-INVOICE-GOODS        PIC 9(09)V99 VALUE 0.
029400 01 WS-APPLIED-AMOUNT       PIC 9(09)V99 VALUE 0.
029500 01 WS-INVOICE-OPEN-AMT     PIC 9(09)V99 VALUE 0.
029600 01 WS-ITEM-FOUND-SWITCH    PIC X(01) VALUE 'N'.
029700     88 WS-ITEM-FOUND           VALUE 'Y'.
029720 01 WS-RESTOCKED-SWITCH     PIC X(01) VALUE 'N'.
029740     88 WS-RESTOCKED            VALUE 'Y'.
029800
029900*--------------------------------------------------------------
030000* CREDIT MEMO NUMBERING
030100*    CREDIT MEMOS SHARE THE AROPEN KEY WITH THE INVOICES, SO
030200*    THEY ARE NUMBERED IN THEIR OWN RANGE - 9, THEN YYMMDD,
030300*    THEN A THREE-DIGIT SEQUENCE FOR THE DAY - WELL CLEAR OF
030400*    THE DATE-BASED INVOICE NUMBERS. THE DAY'S HIGHEST MEMO ON
030500*    AROPEN IS FOUND AT START-UP.
030600*--------------------------------------------------------------
030700 01 WS-DATE-PARTS.
030800     05 WS-DP-CC               PIC 9(02).
030900     05 WS-DP-YY               PIC 9(02).
031000     05 WS-DP-MM               PIC 9(02).
031100     05 WS-DP-DD               PIC 9(02).
031200 01 WS-TODAY-MEMO-PREFIX    PIC 9(10) VALUE 0.
031300 01 WS-TODAY-MEMO-LIMIT     PIC 9(10) VALUE 0.
031400 01 WS-NEXT-MEMO-NUMBER     PIC 9(10) VALUE 0.
031500 01 WS-AR-EOF-SWITCH        PIC X(01) VALUE 'N'.
031600     88 WS-END-OF-MEMO-SCAN     VALUE 'Y'.
031700
031800*--------------------------------------------------------------
031900* SESSION COUNTERS
032000*--------------------------------------------------------------
032100 01 WS-RETURNS-READ         PIC 9(05) VALUE 0.
032200 01 WS-MEMOS-POSTED         PIC 9(05) VALUE 0.
032300 01 WS-RETURNS-REJECTED     PIC 9(05) VALUE 0.
032400 01 WS-UNITS-RESTOCKED      PIC 9(07) VALUE 0.
032500 01 WS-UNITS-SCRAPPED       PIC 9(07) VALUE 0.
032600 01 WS-CREDIT-TOTAL         PIC 9(09)V99 VALUE 0.
032700 01 WS-AMOUNT-EDIT          PIC ZZZ,ZZZ,ZZ9.99.
032800
032900*--------------------------------------------------------------
033000* RUN STATISTICS FIELDS
033100*    A BATCH RETURNS RUN APPENDS ONE LINE TO THE COMMON
033200*    RUNSTATS CONTROL FILE FOR THE END-OF-DAY BALANCING
033300*    REPORT. THE MONEY COLUMN CARRIES THE CREDIT TOTAL.
033400*--------------------------------------------------------------
033500 01 WS-RS-FILE-STATUS       PIC X(02) VALUE '00'.
033600     88 WS-RS-OK                VALUE '00'.
033700 01 WS-STATS-LINE.
033800     05 WS-RS-DATE             PIC 9(08).
033900     05 FILLER                 PIC X(01) VALUE SPACE.
034000     05 WS-RS-TIME             PIC 9(08).
034100     05 FILLER                 PIC X(01) VALUE SPACE.
034200     05 WS-RS-STEP-ID          PIC X(12) VALUE "CREDITMEMO".
034300     05 FILLER                 PIC X(01) VALUE SPACE.
034400     05 WS-RS-READ             PIC 9(05).
034500     05 FILLER                 PIC X(01) VALUE SPACE.
034600     05 WS-RS-ACCEPTED         PIC 9(05).
034700     05 FILLER                 PIC X(01) VALUE SPACE.
034800     05 WS-RS-REJECTED         PIC 9(05).
034900     05 FILLER                 PIC X(01) VALUE SPACE.
035000     05 WS-RS-MONEY            PIC 9(9)V99 VALUE 0.
035100     05 FILLER                 PIC X(01) VALUE SPACE.
035200     05 WS-RS-RC               PIC 9(01) VALUE 0.
035300 01 WS-RS-TIME-NOW          PIC 9(08).
035305
035310*--------------------------------------------------------------
035315* GENERAL LEDGER FEED LINE
035320*    EACH MEMO GOES TO THE GLTRAN FEED FOR GlJournal AS A
035325*    'CRMO' ROW FOR THE GOODS CREDITED, A 'CRTX' ROW FOR THE
035330*    TAX REVERSED AND, WHEN THE UNITS WENT BACK ON HAND, A
035335*    'CRST' ROW FOR THEM AT THEIR BILLED COST. THE REFERENCE
035340*    IS THE CUSTOMER, AS ON THE INVOICE'S OWN ROWS.
035345*--------------------------------------------------------------
035350 01 WS-GT-FEED-LINE.
035355     05 WS-GT-POST-DATE        PIC 9(08).
035360     05 FILLER                 PIC X(01) VALUE SPACE.
035365     05 WS-GT-SOURCE           PIC X(04).
035370     05 FILLER                 PIC X(01) VALUE SPACE.
035375     05 WS-GT-PRODUCT-CODE     PIC 9(10).
035380     05 FILLER                 PIC X(01) VALUE SPACE.
035385     05 WS-GT-REFERENCE        PIC X(10).
035390     05 FILLER                 PIC X(01) VALUE SPACE.
035395     05 WS-GT-AMOUNT           PIC 9(09)V99.
035400
035500 PROCEDURE DIVISION.
035600*--------------------------------------------------------------
035700* 0000-MAIN-PROCESS
035800*    CONTROLS THE OVERALL FLOW OF THE RETURNS SESSION.
035900*--------------------------------------------------------------
036000 0000-MAIN-PROCESS.
036100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
036200     PERFORM 2000-TAKE-RETURNS THRU 2000-EXIT
036300     PERFORM 9000-TERMINATE THRU 9000-EXIT
036400     STOP RUN.
036500
036600*--------------------------------------------------------------
036700* 1000-INITIALIZE
036800*    OPENS THE INVOICE HISTORY, THE OPEN-ITEM FILE, THE STOCK
036900*    FILE AND THE REJECT FILE, AND FINDS THE DAY'S NEXT CREDIT
037000*    MEMO NUMBER. ANY OF THESE FAILING STOPS THE RUN BEFORE A
037100*    RETURN IS TAKEN.
037200*--------------------------------------------------------------
037300 1000-INITIALIZE.
037400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
037500     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
037600     IF WS-OPERATOR-ID = SPACES
037700         MOVE "UNKNOWN" TO WS-OPERATOR-ID
037800     END-IF
037900
038000     OPEN I-O INVOICE-HISTORY
038100     IF NOT WS-IH-OK
038200         DISPLAY "ERROR: cannot open INVHIST, status "
038300             WS-IH-FILE-STATUS
038400         DISPLAY "ERROR: no invoice history to return against."
038500         MOVE 1 TO RETURN-CODE
038600         STOP RUN
038700     END-IF
038800
038900     OPEN I-O AR-OPEN-ITEMS
039000     IF WS-AR-NOT-FOUND
039100         OPEN OUTPUT AR-OPEN-ITEMS
039200         CLOSE AR-OPEN-ITEMS
039300         OPEN I-O AR-OPEN-ITEMS
039400     END-IF
039500     IF NOT WS-AR-OK
039600         DISPLAY "ERROR: cannot open AROPEN, status "
039700             WS-AR-FILE-STATUS
039800         CLOSE INVOICE-HISTORY
039900         MOVE 1 TO RETURN-CODE
040000         STOP RUN
040100     END-IF
040200
040300     OPEN I-O STOCK-FILE
040400     IF NOT WS-SK-OK
040500         DISPLAY "ERROR: cannot open PRODSTCK, status "
040600             WS-SK-FILE-STATUS
040700         CLOSE INVOICE-HISTORY
040800         CLOSE AR-OPEN-ITEMS
040900         MOVE 1 TO RETURN-CODE
041000         STOP RUN
041100     END-IF
041200
041300     OPEN EXTEND RETURN-REJECTS
041400     IF NOT WS-RJ-OK
041500         OPEN OUTPUT RETURN-REJECTS
041600         IF NOT WS-RJ-OK
041700             DISPLAY "ERROR: cannot open RTNREJT, status "
041800                 WS-RJ-FILE-STATUS
041900             CLOSE INVOICE-HISTORY
042000             CLOSE AR-OPEN-ITEMS
042100             CLOSE STOCK-FILE
042200             MOVE 1 TO RETURN-CODE
042300             STOP RUN
042400         END-IF
042500     END-IF
042600
042700     PERFORM 1100-FIND-NEXT-MEMO-NUMBER THRU 1100-EXIT.
042800 1000-EXIT.
042900     EXIT.
043000
043100*--------------------------------------------------------------
043200* 1100-FIND-NEXT-MEMO-NUMBER
043300*    WORKS OUT TODAY'S CREDIT MEMO RANGE AND STARTS THE
043400*    NUMBERING ONE PAST THE HIGHEST MEMO ALREADY ON AROPEN
043500*    FOR TODAY, SO A SECOND SESSION CANNOT REUSE A NUMBER.
043600*--------------------------------------------------------------
043700 1100-FIND-NEXT-MEMO-NUMBER.
043800     MOVE WS-CURRENT-DATE TO WS-DATE-PARTS
043900     COMPUTE WS-TODAY-MEMO-PREFIX = 9000000000
044000         + ((WS-DP-YY * 10000) + (WS-DP-MM * 100) + WS-DP-DD)
044100         * 1000
044200     COMPUTE WS-TODAY-MEMO-LIMIT = WS-TODAY-MEMO-PREFIX + 1000
044300     MOVE WS-TODAY-MEMO-PREFIX TO WS-NEXT-MEMO-NUMBER
044400
044500     MOVE 'N' TO WS-AR-EOF-SWITCH
044600     MOVE WS-TODAY-MEMO-PREFIX TO AR-INVOICE-NUMBER
044700     START AR-OPEN-ITEMS
044800         KEY IS NOT LESS THAN AR-INVOICE-NUMBER
044900         INVALID KEY
045000             MOVE 'Y' TO WS-AR-EOF-SWITCH
045100     END-START
045200     PERFORM 1150-SCAN-ONE-MEMO THRU 1150-EXIT
045300         UNTIL WS-END-OF-MEMO-SCAN
045400     ADD 1 TO WS-NEXT-MEMO-NUMBER.
045500 1100-EXIT.
045600     EXIT.
045700
045800*--------------------------------------------------------------
045900* 1150-SCAN-ONE-MEMO
046000*    READS THE NEXT ITEM IN TODAY'S MEMO RANGE AND KEEPS THE
046100*    HIGHEST NUMBER SEEN.
046200*--------------------------------------------------------------
046300 1150-SCAN-ONE-MEMO.
046400     READ AR-OPEN-ITEMS NEXT RECORD
046500         AT END
046600             MOVE 'Y' TO WS-AR-EOF-SWITCH
046700             GO TO 1150-EXIT
046800     END-READ
046900     IF AR-INVOICE-NUMBER >= WS-TODAY-MEMO-LIMIT
047000         MOVE 'Y' TO WS-AR-EOF-SWITCH
047100         GO TO 1150-EXIT
047200     END-IF
047300     IF AR-INVOICE-NUMBER > WS-NEXT-MEMO-NUMBER
047400         MOVE AR-INVOICE-NUMBER TO WS-NEXT-MEMO-NUMBER
047500     END-IF.
047600 1150-EXIT.
047700     EXIT.
047800
047900*--------------------------------------------------------------
048000* 2000-TAKE-RETURNS
048100*    DRIVES THE SESSION - RETURNS KEYED AT THE DESK UNTIL A
048200*    ZERO INVOICE NUMBER, OR THE WHOLE RTNTRAN FEED IN BATCH
048300*    MODE.
048400*--------------------------------------------------------------
048500 2000-TAKE-RETURNS.
048600     ACCEPT WS-ENV-BATCH-FLAG FROM ENVIRONMENT "DUKE_BATCH_MODE"
048700     IF WS-ENV-IS-BATCH
048800         ACCEPT WS-INPUT-MODE FROM ENVIRONMENT "DUKE_INPUT_MODE"
048900     ELSE
049000         DISPLAY "Input mode - (I)nteractive or (B)atch file? "
049100         ACCEPT WS-INPUT-MODE
049200     END-IF
049300
049400     IF WS-MODE-BATCH
049500         PERFORM 2800-PROCESS-RETURN-FILE THRU 2800-EXIT
049600         GO TO 2000-EXIT
049700     END-IF
049800
049900     PERFORM 2100-TAKE-ONE-RETURN THRU 2100-EXIT
050000         UNTIL WS-SESSION-DONE.
050100 2000-EXIT.
050200     EXIT.
050300
050400*--------------------------------------------------------------
050500* 2100-TAKE-ONE-RETURN
050600*    TAKES ONE RETURNED LINE FROM THE DESK TERMINAL AND
050700*    CREDITS OR REJECTS IT.
050800*--------------------------------------------------------------
050900 2100-TAKE-ONE-RETURN.
051000     DISPLAY "Invoice number (0 to finish): "
051100     ACCEPT WS-RTN-INVOICE
051200     IF WS-RTN-INVOICE = 0
051300         MOVE 'Y' TO WS-SESSION-DONE-SWITCH
051400         GO TO 2100-EXIT
051500     END-IF
051600
051700     DISPLAY "Product code returned: "
051800     ACCEPT WS-RTN-PRODUCT
051900     DISPLAY "Quantity returned: "
052000     ACCEPT WS-RTN-QUANTITY
052100     DISPLAY "Reason - DM damaged, DF defective, WI wrong item,"
052200         " NW not wanted, OT other: "
052300     ACCEPT WS-RTN-REASON-CODE
052400     DISPLAY "(R)estock or (S)crap: "
052500     ACCEPT WS-RTN-DISPOSITION
052600     ADD 1 TO WS-RETURNS-READ
052700
052800     PERFORM 2200-VALIDATE-RETURN THRU 2200-EXIT
052900     IF NOT WS-RETURN-VALID
053000         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
053100         DISPLAY "Return rejected - " WS-REASON
053200         GO TO 2100-EXIT
053300     END-IF
053400
053500     PERFORM 2500-POST-CREDIT-MEMO THRU 2500-EXIT
053600     IF NOT WS-RETURN-VALID
053700         DISPLAY "Return rejected - " WS-REASON
053800         GO TO 2100-EXIT
053900     END-IF
054000
054100     MOVE WS-CREDIT-AMOUNT TO WS-AMOUNT-EDIT
054200     DISPLAY "Credit memo " WS-NEXT-MEMO-NUMBER " for "
054300         WS-AMOUNT-EDIT " posted against invoice "
054400         WS-RTN-INVOICE "."
054500     ADD 1 TO WS-NEXT-MEMO-NUMBER.
054600 2100-EXIT.
054700     EXIT.
054800
054900*--------------------------------------------------------------
055000* 2200-VALIDATE-RETURN
055100*    CHECKS THE RETURN - QUANTITY, REASON, DISPOSITION, THE
055200*    INVOICE ON INVHIST, THE PRODUCT BILLED ON IT, NO MORE
055300*    BACK THAN WAS BILLED LESS EARLIER RETURNS, A BILLED
055350*    PRICE TO CREDIT AT, AND A STOCK RECORD FOR A RESTOCK THAT
055400*    IS NOT FROZEN FOR A STOCK COUNT. THE FIRST FAILURE SETS
055450*    THE REASON.
055600*--------------------------------------------------------------
055700 2200-VALIDATE-RETURN.
055800     MOVE 'N'    TO WS-RETURN-VALID-SW
055900     MOVE SPACES TO WS-REASON
056000
056100     IF WS-RTN-QUANTITY = 0
056200         MOVE "return quantity is zero" TO WS-REASON
056300         GO TO 2200-EXIT
056400     END-IF
056500
056600     IF NOT WS-RTN-REASON-VALID
056700         MOVE "reason code is not DM, DF, WI, NW or OT"
056800             TO WS-REASON
056900         GO TO 2200-EXIT
057000     END-IF
057100
057200     IF NOT WS-RTN-RESTOCK AND NOT WS-RTN-SCRAP
057300         MOVE "restock flag must be R or S" TO WS-REASON
057400         GO TO 2200-EXIT
057500     END-IF
057600
057700     IF WS-NEXT-MEMO-NUMBER >= WS-TODAY-MEMO-LIMIT
057800         MOVE "no credit memo numbers left for today"
057900             TO WS-REASON
058000         GO TO 2200-EXIT
058100     END-IF
058200
058300     MOVE WS-RTN-INVOICE TO IH-INVOICE-NUMBER
058400     READ INVOICE-HISTORY
058500         INVALID KEY
058600             MOVE "invoice is not on INVHIST" TO WS-REASON
058700             GO TO 2200-EXIT
058800     END-READ
058900     MOVE IH-CUSTOMER-ID  TO WS-INVOICE-CUSTOMER
059000     MOVE IH-INVOICE-DATE TO WS-INVOICE-DATE
059010     MOVE 0 TO WS-INVOICE-TAX
059020     IF IH-TAX-AMOUNT IS NUMERIC
059030       AND IH-TAX-AMOUNT < IH-INVOICE-TOTAL
059040         MOVE IH-TAX-AMOUNT TO WS-INVOICE-TAX
059050     END-IF
059060     COMPUTE WS-INVOICE-GOODS = IH-INVOICE-TOTAL - WS-INVOICE-TAX
059100
059200     PERFORM 2300-FIND-BILLED-QUANTITY THRU 2300-EXIT
059300     IF NOT WS-INVOICE-SEEN
059400         MOVE "invoice lines are not on INVLARCH" TO WS-REASON
059500         GO TO 2200-EXIT
059600     END-IF
059700     IF WS-BILLED-QTY = 0
059800         MOVE "product was not billed on this invoice"
059900             TO WS-REASON
060000         GO TO 2200-EXIT
060100     END-IF
060200
060300     PERFORM 2350-SUM-EARLIER-RETURNS THRU 2350-EXIT
060400     COMPUTE WS-NEW-RETURNED-QTY =
060500         WS-RETURNED-QTY + WS-RTN-QUANTITY
060600     IF WS-NEW-RETURNED-QTY > WS-BILLED-QTY
060700         MOVE "more than was billed less earlier returns"
060800             TO WS-REASON
060900         GO TO 2200-EXIT
061000     END-IF
061100
061200     PERFORM 2400-FIND-BILLED-PRICE THRU 2400-EXIT
061300     IF NOT WS-PRICE-FOUND
061400         MOVE "billed price is not on SALESHST" TO WS-REASON
061500         GO TO 2200-EXIT
061600     END-IF
061700
061800     IF WS-RTN-RESTOCK
061900         MOVE WS-RTN-PRODUCT TO SK-PRODUCT-CODE
062000         READ STOCK-FILE
062100             INVALID KEY
062200                 MOVE "no PRODSTCK record to restock to"
062300                     TO WS-REASON
062400                 GO TO 2200-EXIT
062500         END-READ
062510         IF SK-COUNT-FROZEN
062520             MOVE "product is frozen for a stock count"
062530                 TO WS-REASON
062540             GO TO 2200-EXIT
062550         END-IF
062600     END-IF
062700
062800     MOVE 'Y' TO WS-RETURN-VALID-SW.
062900 2200-EXIT.
063000     EXIT.
063100
063200*--------------------------------------------------------------
063300* 2300-FIND-BILLED-QUANTITY
063400*    SCANS THE INVLARCH ARCHIVE FOR THE INVOICE AND ADDS UP
063500*    THE UNITS OF THE RETURNED PRODUCT BILLED ON IT, AND THE
063600*    UNITS ON THE WHOLE INVOICE FOR THE HISTORY STATUS.
063700*--------------------------------------------------------------
063800 2300-FIND-BILLED-QUANTITY.
063900     MOVE 'N' TO WS-INVOICE-SEEN-SWITCH
064000     MOVE 'N' TO WS-IN-INVOICE-SWITCH
064100     MOVE 0   TO WS-BILLED-QTY
064200     MOVE 0   TO WS-INVOICE-UNITS
064300     OPEN INPUT INVOICE-ARCHIVE
064400     IF NOT WS-ARC-OK
064500         GO TO 2300-EXIT
064600     END-IF
064700     MOVE 'N' TO WS-ARC-EOF-SWITCH
064800     PERFORM 2310-SCAN-ONE-ARCHIVE-LINE THRU 2310-EXIT
064900         UNTIL WS-END-OF-ARCHIVE
065000     CLOSE INVOICE-ARCHIVE.
065100 2300-EXIT.
065200     EXIT.
065300
065400*--------------------------------------------------------------
065500* 2310-SCAN-ONE-ARCHIVE-LINE
065600*    READS ONE ARCHIVED LINE. THE INVOICE'S HEADER STARTS THE
065700*    COUNT AND ITS TRAILER ENDS THE SCAN.
065800*--------------------------------------------------------------
065900 2310-SCAN-ONE-ARCHIVE-LINE.
066000     READ INVOICE-ARCHIVE
066100         AT END
066200             MOVE 'Y' TO WS-ARC-EOF-SWITCH
066300             GO TO 2310-EXIT
066400     END-READ
066500
066600     IF IL-RECORD-TYPE = '1'
066700         IF WS-IN-INVOICE
066800             MOVE 'Y' TO WS-ARC-EOF-SWITCH
066900             GO TO 2310-EXIT
067000         END-IF
067100         IF IL-INVOICE-NUMBER = WS-RTN-INVOICE
067200             MOVE 'Y' TO WS-IN-INVOICE-SWITCH
067300             MOVE 'Y' TO WS-INVOICE-SEEN-SWITCH
067400         END-IF
067500         GO TO 2310-EXIT
067600     END-IF
067700
067800     IF NOT WS-IN-INVOICE
067900         GO TO 2310-EXIT
068000     END-IF
068100
068200     IF IL-RECORD-TYPE = '9'
068300         MOVE 'Y' TO WS-ARC-EOF-SWITCH
068400         GO TO 2310-EXIT
068500     END-IF
068600
068700     IF IL-RECORD-TYPE = '2'
068800         ADD IL-QUANTITY TO WS-INVOICE-UNITS
068900         IF IL-PRODUCT-CODE = WS-RTN-PRODUCT
069000             ADD IL-QUANTITY TO WS-BILLED-QTY
069100         END-IF
069200     END-IF.
069300 2310-EXIT.
069400     EXIT.
069500
069600*--------------------------------------------------------------
069700* 2350-SUM-EARLIER-RETURNS
069800*    ADDS UP WHAT HAS ALREADY BEEN CREDITED ON THE INVOICE -
069900*    FOR THE RETURNED PRODUCT AND FOR THE INVOICE AS A WHOLE.
070000*    NO CRMHIST YET SIMPLY MEANS NOTHING HAS COME BACK.
070100*--------------------------------------------------------------
070200 2350-SUM-EARLIER-RETURNS.
070300     MOVE 0 TO WS-RETURNED-QTY
070400     MOVE 0 TO WS-INVOICE-RETURNED
070500     OPEN INPUT CREDIT-HISTORY
070600     IF NOT WS-CH-OK
070700         GO TO 2350-EXIT
070800     END-IF
070900     MOVE 'N' TO WS-CH-EOF-SWITCH
071000     PERFORM 2360-ADD-ONE-EARLIER-MEMO THRU 2360-EXIT
071100         UNTIL WS-END-OF-MEMOS
071200     CLOSE CREDIT-HISTORY.
071300 2350-EXIT.
071400     EXIT.
071500
071600*--------------------------------------------------------------
071700* 2360-ADD-ONE-EARLIER-MEMO
071800*    READS ONE LOGGED CREDIT MEMO AND COUNTS IT WHEN IT IS
071900*    AGAINST THE SAME INVOICE.
072000*--------------------------------------------------------------
072100 2360-ADD-ONE-EARLIER-MEMO.
072200     READ CREDIT-HISTORY
072300         AT END
072400             MOVE 'Y' TO WS-CH-EOF-SWITCH
072500             GO TO 2360-EXIT
072600     END-READ
072700     IF CH-INVOICE-NUMBER = WS-RTN-INVOICE
072800         ADD CH-QUANTITY TO WS-INVOICE-RETURNED
072900         IF CH-PRODUCT-CODE = WS-RTN-PRODUCT
073000             ADD CH-QUANTITY TO WS-RETURNED-QTY
073100         END-IF
073200     END-IF.
073300 2360-EXIT.
073400     EXIT.
073500
073600*--------------------------------------------------------------
073700* 2400-FIND-BILLED-PRICE
073800*    FINDS THE SALESHST ROW SimpleAddition WROTE FOR THE
073900*    BILLED LINE - SAME DATE, CUSTOMER AND PRODUCT - AND TAKES
073950*    THE UNIT PRICE AND UNIT COST FROM IT. RETURN ROWS ARE
074000*    PASSED OVER.
074100*--------------------------------------------------------------
074200 2400-FIND-BILLED-PRICE.
074300     MOVE 'N' TO WS-PRICE-FOUND-SWITCH
074400     MOVE 0   TO WS-UNIT-PRICE
074450     MOVE 0   TO WS-UNIT-COST
074500     OPEN INPUT SALES-HISTORY
074600     IF NOT WS-SH-OK
074700         GO TO 2400-EXIT
074800     END-IF
074900     MOVE 'N' TO WS-SH-EOF-SWITCH
075000     PERFORM 2410-CHECK-ONE-SALE THRU 2410-EXIT
075100         UNTIL WS-END-OF-SALES
075200     CLOSE SALES-HISTORY.
075300 2400-EXIT.
075400     EXIT.
075500
075600*--------------------------------------------------------------
075700* 2410-CHECK-ONE-SALE
075800*    READS ONE SALES ROW AND STOPS THE SCAN ON THE BILLED LINE.
075900*--------------------------------------------------------------
076000 2410-CHECK-ONE-SALE.
076100     READ SALES-HISTORY
076200         AT END
076300             MOVE 'Y' TO WS-SH-EOF-SWITCH
076400             GO TO 2410-EXIT
076500     END-READ
076600     IF SH-RETURN-ROW
076700       OR SH-QUANTITY = 0
076800         GO TO 2410-EXIT
076900     END-IF
077000     IF SH-SALE-DATE = WS-INVOICE-DATE
077100       AND SH-CUSTOMER-ID = WS-INVOICE-CUSTOMER
077200       AND SH-PRODUCT-CODE = WS-RTN-PRODUCT
077300         COMPUTE WS-UNIT-PRICE ROUNDED =
077400             SH-AMOUNT / SH-QUANTITY
077420         IF SH-COST-AMOUNT NUMERIC
077440             COMPUTE WS-UNIT-COST ROUNDED =
077460                 SH-COST-AMOUNT / SH-QUANTITY
077480         END-IF
077500         MOVE 'Y' TO WS-PRICE-FOUND-SWITCH
077600         MOVE 'Y' TO WS-SH-EOF-SWITCH
077700     END-IF.
077800 2410-EXIT.
077900     EXIT.
078000
078100*--------------------------------------------------------------
078200* 2500-POST-CREDIT-MEMO
078300*    POSTS AN ACCEPTED RETURN. THE CREDIT ITEM GOES ON AROPEN
078400*    FIRST - ONLY WHEN IT IS ON FILE DOES ANYTHING ELSE MOVE -
078500*    THEN THE INVOICE ITEM IS CREDITED, THE STOCK PUT BACK,
078600*    THE NEGATIVE SALES ROW WRITTEN, THE INVOICE HISTORY
078700*    MARKED AND THE MEMO LOGGED ON CRMHIST.
078720*    THE TAX CREDITED IS THE INVOICE'S TAX IN THE SAME
078740*    PROPORTION AS THE GOODS RETURNED BEAR TO ITS GOODS TOTAL.
078750*    LAST THE MEMO'S ROWS GO TO THE GLTRAN LEDGER FEED.
078800*--------------------------------------------------------------
078900 2500-POST-CREDIT-MEMO.
079000     COMPUTE WS-GOODS-CREDIT =
079100         WS-RTN-QUANTITY * WS-UNIT-PRICE
079105     MOVE 0 TO WS-TAX-CREDIT
079110     IF WS-INVOICE-TAX > 0
079115       AND WS-INVOICE-GOODS > 0
079120         COMPUTE WS-TAX-CREDIT ROUNDED =
079125             WS-INVOICE-TAX * WS-GOODS-CREDIT / WS-INVOICE-GOODS
079130         IF WS-TAX-CREDIT > WS-INVOICE-TAX
079135             MOVE WS-INVOICE-TAX TO WS-TAX-CREDIT
079140         END-IF
079145     END-IF
079150     COMPUTE WS-CREDIT-AMOUNT = WS-GOODS-CREDIT + WS-TAX-CREDIT
079200
079300     MOVE 'N' TO WS-ITEM-FOUND-SWITCH
079400     MOVE 0   TO WS-APPLIED-AMOUNT
079500     MOVE WS-RTN-INVOICE TO AR-INVOICE-NUMBER
079600     READ AR-OPEN-ITEMS
079700         INVALID KEY
079800             MOVE 'N' TO WS-ITEM-FOUND-SWITCH
079900         NOT INVALID KEY
080000             MOVE 'Y' TO WS-ITEM-FOUND-SWITCH
080100     END-READ
080200     IF WS-ITEM-FOUND
080300       AND AR-ITEM-STATUS = 'O'
080400         COMPUTE WS-INVOICE-OPEN-AMT =
080500             AR-INVOICE-AMOUNT - AR-AMOUNT-PAID
080600         IF WS-CREDIT-AMOUNT > WS-INVOICE-OPEN-AMT
080700             MOVE WS-INVOICE-OPEN-AMT TO WS-APPLIED-AMOUNT
080800         ELSE
080900             MOVE WS-CREDIT-AMOUNT TO WS-APPLIED-AMOUNT
081000         END-IF
081100     END-IF
081200
081300     MOVE WS-NEXT-MEMO-NUMBER TO AR-INVOICE-NUMBER
081400     MOVE WS-INVOICE-CUSTOMER TO AR-CUSTOMER-ID
081500     MOVE WS-CURRENT-DATE     TO AR-INVOICE-DATE
081600     MOVE WS-CREDIT-AMOUNT    TO AR-INVOICE-AMOUNT
081700     MOVE WS-APPLIED-AMOUNT   TO AR-AMOUNT-PAID
081800     IF WS-APPLIED-AMOUNT = WS-CREDIT-AMOUNT
081900         MOVE 'P' TO AR-ITEM-STATUS
082000     ELSE
082100         MOVE 'O' TO AR-ITEM-STATUS
082200     END-IF
082300     MOVE 'C'                 TO AR-ITEM-TYPE
082400     MOVE WS-RTN-INVOICE      TO AR-APPLIES-TO
082500     WRITE AR-OPEN-ITEM-RECORD
082600     IF NOT WS-AR-OK
082700         DISPLAY "WARNING: could not post credit memo "
082800             WS-NEXT-MEMO-NUMBER " to AROPEN, status "
082900             WS-AR-FILE-STATUS
083000         MOVE 'N' TO WS-RETURN-VALID-SW
083100         MOVE "credit item could not be posted to AROPEN"
083200             TO WS-REASON
083300         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
083400         GO TO 2500-EXIT
083500     END-IF
083600
083700     IF WS-APPLIED-AMOUNT > 0
083800         PERFORM 2550-CREDIT-INVOICE-ITEM THRU 2550-EXIT
083900     END-IF
083950     MOVE 'N' TO WS-RESTOCKED-SWITCH
084000     IF WS-RTN-RESTOCK
084100         PERFORM 2600-RESTOCK-UNITS THRU 2600-EXIT
084200     ELSE
084300         ADD WS-RTN-QUANTITY TO WS-UNITS-SCRAPPED
084400     END-IF
084500     PERFORM 2620-WRITE-RETURN-SALE THRU 2620-EXIT
084600     PERFORM 2640-MARK-INVOICE-HISTORY THRU 2640-EXIT
084700     PERFORM 2660-LOG-CREDIT-MEMO THRU 2660-EXIT
084750     PERFORM 2680-WRITE-GL-FEED THRU 2680-EXIT
084800
084900     ADD 1 TO WS-MEMOS-POSTED
085000     ADD WS-CREDIT-AMOUNT TO WS-CREDIT-TOTAL
085100         ON SIZE ERROR
085200             DISPLAY "WARNING: credit total overflowed."
085300     END-ADD.
085400 2500-EXIT.
085500     EXIT.
085600
085700*--------------------------------------------------------------
085800* 2550-CREDIT-INVOICE-ITEM
085900*    APPLIES THE CREDIT AGAINST THE INVOICE'S OPEN ITEM THE
086000*    SAME WAY CashReceipts APPLIES A PAYMENT, CLOSING THE ITEM
086100*    WHEN NOTHING IS LEFT OWING.
086200*--------------------------------------------------------------
086300 2550-CREDIT-INVOICE-ITEM.
086400     MOVE WS-RTN-INVOICE TO AR-INVOICE-NUMBER
086500     READ AR-OPEN-ITEMS
086600         INVALID KEY
086700             DISPLAY "WARNING: invoice " WS-RTN-INVOICE
086800                 " left AROPEN - credit memo "
086900                 WS-NEXT-MEMO-NUMBER " needs applying by hand."
087000             MOVE 1 TO RETURN-CODE
087100             GO TO 2550-EXIT
087200     END-READ
087300     ADD WS-APPLIED-AMOUNT TO AR-AMOUNT-PAID
087400     IF AR-AMOUNT-PAID = AR-INVOICE-AMOUNT
087500         MOVE 'P' TO AR-ITEM-STATUS
087600     END-IF
087700     REWRITE AR-OPEN-ITEM-RECORD
087800     IF NOT WS-AR-OK
087900         DISPLAY "WARNING: could not rewrite AROPEN, status "
088000             WS-AR-FILE-STATUS " - credit memo "
088100             WS-NEXT-MEMO-NUMBER " needs applying by hand."
088200         MOVE 1 TO RETURN-CODE
088300     END-IF.
088400 2550-EXIT.
088500     EXIT.
088600
088700*--------------------------------------------------------------
088800* 2600-RESTOCK-UNITS
088850*    PUTS THE RETURNED UNITS BACK ON HAND AT THEIR BILLED
088900*    COST, FOLDED INTO THE AVERAGE COST. THE UNITS ARE NOT A
089000*    SUPPLIER RECEIPT, SO ON-ORDER IS LEFT ALONE.
089100*--------------------------------------------------------------
089200 2600-RESTOCK-UNITS.
089300     MOVE WS-RTN-PRODUCT TO SK-PRODUCT-CODE
089400     READ STOCK-FILE
089500         INVALID KEY
089600             DISPLAY "WARNING: product " WS-RTN-PRODUCT
089700                 " left PRODSTCK - " WS-RTN-QUANTITY
089800                 " unit(s) not restocked."
089900             MOVE 1 TO RETURN-CODE
090000             GO TO 2600-EXIT
090100     END-READ
090105     IF WS-UNIT-COST > 0
090110         IF SK-ON-HAND = 0
090115           OR SK-AVG-COST = 0
090120             MOVE WS-UNIT-COST TO SK-AVG-COST
090125         ELSE
090130             COMPUTE SK-AVG-COST ROUNDED =
090135                 ((SK-ON-HAND * SK-AVG-COST)
090140                   + (WS-RTN-QUANTITY * WS-UNIT-COST))
090145                 / (SK-ON-HAND + WS-RTN-QUANTITY)
090150         END-IF
090155     END-IF
090200     ADD WS-RTN-QUANTITY TO SK-ON-HAND
090300     MOVE WS-CURRENT-DATE TO SK-DATE-UPDATED
090400     REWRITE SK-STOCK-RECORD
090500     IF NOT WS-SK-OK
090600         DISPLAY "WARNING: could not rewrite PRODSTCK, status "
090700             WS-SK-FILE-STATUS " - " WS-RTN-QUANTITY
090800             " unit(s) of " WS-RTN-PRODUCT " not restocked."
090900         MOVE 1 TO RETURN-CODE
091000         GO TO 2600-EXIT
091100     END-IF
091150     MOVE 'Y' TO WS-RESTOCKED-SWITCH
091200     ADD WS-RTN-QUANTITY TO WS-UNITS-RESTOCKED.
091300 2600-EXIT.
091400     EXIT.
091500
091600*--------------------------------------------------------------
091700* 2620-WRITE-RETURN-SALE
091800*    APPENDS THE RETURN TO SALESHST AS A NEGATIVE ROW, DATED
091900*    THE DAY OF THE RETURN, SO SalesAnalysis NETS IT OUT OF
091950*    THE PERIOD IT CAME BACK IN. THE ROW CARRIES THE BILLED
092000*    COST OF RESTOCKED UNITS; SCRAPPED UNITS STAY A COST.
092100*--------------------------------------------------------------
092200 2620-WRITE-RETURN-SALE.
092300     OPEN EXTEND SALES-HISTORY
092400     IF NOT WS-SH-OK
092500         OPEN OUTPUT SALES-HISTORY
092600     END-IF
092700     IF NOT WS-SH-OK
092800         DISPLAY "WARNING: could not open SALESHST, status "
092900             WS-SH-FILE-STATUS " - return row for memo "
093000             WS-NEXT-MEMO-NUMBER " not written."
093100         MOVE 1 TO RETURN-CODE
093200         GO TO 2620-EXIT
093300     END-IF
093400     MOVE WS-CURRENT-DATE     TO SH-SALE-DATE
093500     MOVE WS-INVOICE-CUSTOMER TO SH-CUSTOMER-ID
093600     MOVE WS-RTN-PRODUCT      TO SH-PRODUCT-CODE
093700     MOVE WS-RTN-QUANTITY     TO SH-QUANTITY
093800     MOVE WS-GOODS-CREDIT     TO SH-AMOUNT
093820     MOVE 0                   TO SH-COST-AMOUNT
093840     IF WS-RTN-RESTOCK
093860         COMPUTE SH-COST-AMOUNT = WS-RTN-QUANTITY * WS-UNIT-COST
093880     END-IF
093900     MOVE '-'                 TO SH-ENTRY-SIGN
094000     WRITE SH-SALES-RECORD
094100     IF NOT WS-SH-OK
094200         DISPLAY "WARNING: could not write SALESHST, status "
094300             WS-SH-FILE-STATUS
094400         MOVE 1 TO RETURN-CODE
094500     END-IF
094600     CLOSE SALES-HISTORY.
094700 2620-EXIT.
094800     EXIT.
094900
095000*--------------------------------------------------------------
095100* 2640-MARK-INVOICE-HISTORY
095200*    MARKS THE INVOICE ON INVHIST AS PART OR FULLY RETURNED,
095300*    COUNTING EVERY UNIT CREDITED ON IT SO FAR.
095400*--------------------------------------------------------------
095500 2640-MARK-INVOICE-HISTORY.
095600     MOVE WS-RTN-INVOICE TO IH-INVOICE-NUMBER
095700     READ INVOICE-HISTORY
095800         INVALID KEY
095900             GO TO 2640-EXIT
096000     END-READ
096100     ADD WS-RTN-QUANTITY TO WS-INVOICE-RETURNED
096200     IF WS-INVOICE-RETURNED >= WS-INVOICE-UNITS
096300         MOVE "FULLY RETURNED" TO IH-STATUS
096400     ELSE
096500         MOVE "PART RETURNED" TO IH-STATUS
096600     END-IF
096700     REWRITE IH-HISTORY-RECORD
096800     IF NOT WS-IH-OK
096900         DISPLAY "WARNING: could not rewrite INVHIST, status "
097000             WS-IH-FILE-STATUS
097100     END-IF.
097200 2640-EXIT.
097300     EXIT.
097400
097500*--------------------------------------------------------------
097600* 2660-LOG-CREDIT-MEMO
097700*    APPENDS THE MEMO TO CRMHIST - THE RECORD OF WHAT HAS
097800*    COME BACK ON EACH INVOICE AND THE SOURCE OF THE NIGHTLY
097900*    CREDIT MEMO REGISTER.
098000*--------------------------------------------------------------
098100 2660-LOG-CREDIT-MEMO.
098200     OPEN EXTEND CREDIT-HISTORY
098300     IF NOT WS-CH-OK
098400         OPEN OUTPUT CREDIT-HISTORY
098500     END-IF
098600     IF NOT WS-CH-OK
098700         DISPLAY "ERROR: could not open CRMHIST, status "
098800             WS-CH-FILE-STATUS " - credit memo "
098900             WS-NEXT-MEMO-NUMBER " is on AROPEN but not logged."
099000         MOVE 1 TO RETURN-CODE
099100         GO TO 2660-EXIT
099200     END-IF
099300     MOVE SPACES              TO CH-MEMO-RECORD
099400     MOVE WS-NEXT-MEMO-NUMBER TO CH-MEMO-NUMBER
099500     MOVE WS-CURRENT-DATE     TO CH-MEMO-DATE
099600     MOVE WS-RTN-INVOICE      TO CH-INVOICE-NUMBER
099700     MOVE WS-INVOICE-CUSTOMER TO CH-CUSTOMER-ID
099800     MOVE WS-RTN-PRODUCT      TO CH-PRODUCT-CODE
099900     MOVE WS-RTN-QUANTITY     TO CH-QUANTITY
100000     MOVE WS-UNIT-PRICE       TO CH-UNIT-PRICE
100100     MOVE WS-CREDIT-AMOUNT    TO CH-CREDIT-AMOUNT
100200     MOVE WS-APPLIED-AMOUNT   TO CH-APPLIED-AMOUNT
100300     MOVE WS-RTN-REASON-CODE  TO CH-REASON-CODE
100400     MOVE WS-RTN-DISPOSITION  TO CH-DISPOSITION
100500     MOVE WS-OPERATOR-ID      TO CH-OPERATOR
100550     MOVE WS-TAX-CREDIT       TO CH-TAX-AMOUNT
100600     WRITE CH-MEMO-RECORD
100700     IF NOT WS-CH-OK
100800         DISPLAY "ERROR: could not write CRMHIST, status "
100900             WS-CH-FILE-STATUS
101000         MOVE 1 TO RETURN-CODE
101100     END-IF
101200     CLOSE CREDIT-HISTORY.
101300 2660-EXIT.
101400     EXIT.
101500
101501*--------------------------------------------------------------
101502* 2680-WRITE-GL-FEED
101503*    APPENDS THE MEMO'S ROWS TO THE GLTRAN LEDGER FEED - THE
101504*    GOODS CREDITED, THE TAX REVERSED WHEN THERE WAS ANY, AND
101505*    THE RESTOCKED UNITS AT THEIR BILLED COST WHEN THEY WENT
101506*    BACK ON HAND. A ROW NOT WRITTEN LEAVES THE LEDGER SHORT
101507*    OF A MEMO ALREADY ON AROPEN, SO IT FAILS THE RUN.
101508*--------------------------------------------------------------
101509 2680-WRITE-GL-FEED.
101510     OPEN EXTEND GL-FEED
101511     IF NOT WS-GT-OK
101512         OPEN OUTPUT GL-FEED
101513     END-IF
101514     IF NOT WS-GT-OK
101515         DISPLAY "ERROR: could not open GLTRAN, status "
101516             WS-GT-FILE-STATUS " - credit memo "
101517             WS-NEXT-MEMO-NUMBER " is on AROPEN but not in "
101518             "the ledger feed."
101519         MOVE 1 TO RETURN-CODE
101520         GO TO 2680-EXIT
101521     END-IF
101522     MOVE WS-CURRENT-DATE     TO WS-GT-POST-DATE
101523     MOVE WS-INVOICE-CUSTOMER TO WS-GT-REFERENCE
101524     MOVE "CRMO"              TO WS-GT-SOURCE
101525     MOVE WS-RTN-PRODUCT      TO WS-GT-PRODUCT-CODE
101526     MOVE WS-GOODS-CREDIT     TO WS-GT-AMOUNT
101527     PERFORM 2690-WRITE-ONE-GL-ROW THRU 2690-EXIT
101528     IF WS-TAX-CREDIT > 0
101529         MOVE "CRTX"          TO WS-GT-SOURCE
101530         MOVE 0               TO WS-GT-PRODUCT-CODE
101531         MOVE WS-TAX-CREDIT   TO WS-GT-AMOUNT
101532         PERFORM 2690-WRITE-ONE-GL-ROW THRU 2690-EXIT
101533     END-IF
101534     IF WS-RESTOCKED AND WS-UNIT-COST > 0
101535         MOVE "CRST"          TO WS-GT-SOURCE
101536         MOVE WS-RTN-PRODUCT  TO WS-GT-PRODUCT-CODE
101537         COMPUTE WS-GT-AMOUNT = WS-RTN-QUANTITY * WS-UNIT-COST
101538         PERFORM 2690-WRITE-ONE-GL-ROW THRU 2690-EXIT
101539     END-IF
101540     CLOSE GL-FEED.
101541 2680-EXIT.
101542     EXIT.
101543
101544*--------------------------------------------------------------
101545* 2690-WRITE-ONE-GL-ROW
101546*    WRITES ONE LEDGER FEED ROW FOR THE MEMO.
101547*--------------------------------------------------------------
101548 2690-WRITE-ONE-GL-ROW.
101549     WRITE GT-FEED-RECORD FROM WS-GT-FEED-LINE
101550     IF NOT WS-GT-OK
101551         DISPLAY "ERROR: could not write GLTRAN, status "
101552             WS-GT-FILE-STATUS " - " WS-GT-SOURCE " row for "
101553             "credit memo " WS-NEXT-MEMO-NUMBER " not written."
101554         MOVE 1 TO RETURN-CODE
101555     END-IF.
101556 2690-EXIT.
101557     EXIT.
101558
101600*--------------------------------------------------------------
101700* 2700-WRITE-REJECT
101800*    WRITES THE REJECTED RETURN AND ITS REASON TO RTNREJT SO
101900*    THE DESK CAN PUT IT RIGHT AND KEY IT AGAIN.
102000*--------------------------------------------------------------
102100 2700-WRITE-REJECT.
102200     MOVE SPACES             TO RJ-REJECT-RECORD
102300     MOVE WS-RTN-INVOICE     TO RJ-INVOICE-NUMBER
102400     MOVE WS-RTN-PRODUCT     TO RJ-PRODUCT-CODE
102500     MOVE WS-RTN-QUANTITY    TO RJ-QUANTITY
102600     MOVE WS-RTN-REASON-CODE TO RJ-REASON-CODE
102700     MOVE WS-RTN-DISPOSITION TO RJ-DISPOSITION
102800     MOVE WS-CURRENT-DATE    TO RJ-DATE
102900     MOVE WS-REASON          TO RJ-REASON
103000     WRITE RJ-REJECT-RECORD
103100     IF NOT WS-RJ-OK
103200         DISPLAY "WARNING: could not write RTNREJT, status "
103300             WS-RJ-FILE-STATUS
103400     END-IF
103500     ADD 1 TO WS-RETURNS-REJECTED.
103600 2700-EXIT.
103700     EXIT.
103800
103900*--------------------------------------------------------------
104000* 2800-PROCESS-RETURN-FILE
104100*    DRIVES THE BATCH RUN - EVERY RTNTRAN LINE GOES THROUGH
104200*    THE SAME CHECKS A KEYED RETURN GETS. THE FEED IS CLEARED
104300*    AFTERWARDS SO A RERUN CANNOT CREDIT THE SAME RETURN
104400*    TWICE.
104500*--------------------------------------------------------------
104600 2800-PROCESS-RETURN-FILE.
104700     OPEN INPUT RETURN-TRANS
104800     IF NOT WS-RN-OK
104900         DISPLAY "ERROR: cannot open RTNTRAN, status "
105000             WS-RN-FILE-STATUS
105100         DISPLAY "ERROR: no returns file - nothing to credit."
105200         MOVE 1 TO RETURN-CODE
105300         GO TO 2800-EXIT
105400     END-IF
105500
105600     MOVE 'N' TO WS-RN-EOF-SWITCH
105700     PERFORM 2810-PROCESS-ONE-RETURN THRU 2810-EXIT
105800         UNTIL WS-END-OF-RETURNS
105900     CLOSE RETURN-TRANS
106000
106100     OPEN OUTPUT RETURN-TRANS
106200     IF WS-RN-OK
106300         CLOSE RETURN-TRANS
106400     ELSE
106500         DISPLAY "WARNING: could not clear RTNTRAN, status "
106600             WS-RN-FILE-STATUS
106700     END-IF
106800
106900     DISPLAY "Returns read: " WS-RETURNS-READ
107000         " Credited: " WS-MEMOS-POSTED
107100         " Rejected: " WS-RETURNS-REJECTED.
107200 2800-EXIT.
107300     EXIT.
107400
107500*--------------------------------------------------------------
107600* 2810-PROCESS-ONE-RETURN
107700*    READS ONE RTNTRAN LINE AND CREDITS OR REJECTS IT.
107800*--------------------------------------------------------------
107900 2810-PROCESS-ONE-RETURN.
108000     READ RETURN-TRANS
108100         AT END
108200             MOVE 'Y' TO WS-RN-EOF-SWITCH
108300             GO TO 2810-EXIT
108400     END-READ
108500
108600     ADD 1 TO WS-RETURNS-READ
108700     MOVE RN-REASON-CODE TO WS-RTN-REASON-CODE
108800     MOVE RN-DISPOSITION TO WS-RTN-DISPOSITION
108900     IF RN-INVOICE-NUMBER NOT NUMERIC
109000       OR RN-PRODUCT-CODE NOT NUMERIC
109100       OR RN-QUANTITY NOT NUMERIC
109200         MOVE 0 TO WS-RTN-INVOICE
109300         MOVE 0 TO WS-RTN-PRODUCT
109400         MOVE 0 TO WS-RTN-QUANTITY
109500         MOVE "return line is not numeric" TO WS-REASON
109600         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
109700         GO TO 2810-EXIT
109800     END-IF
109900
110000     MOVE RN-INVOICE-NUMBER TO WS-RTN-INVOICE
110100     MOVE RN-PRODUCT-CODE   TO WS-RTN-PRODUCT
110200     MOVE RN-QUANTITY       TO WS-RTN-QUANTITY
110300
110400     PERFORM 2200-VALIDATE-RETURN THRU 2200-EXIT
110500     IF NOT WS-RETURN-VALID
110600         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
110700         GO TO 2810-EXIT
110800     END-IF
110900
111000     PERFORM 2500-POST-CREDIT-MEMO THRU 2500-EXIT
111100     IF WS-RETURN-VALID
111200         ADD 1 TO WS-NEXT-MEMO-NUMBER
111300     END-IF.
111400 2810-EXIT.
111500     EXIT.
111600
111700*--------------------------------------------------------------
111800* 9000-TERMINATE
111900*    CLOSES THE FILES AND SUMMARIZES THE SESSION.
112000*--------------------------------------------------------------
112100 9000-TERMINATE.
112200     CLOSE INVOICE-HISTORY
112300     CLOSE AR-OPEN-ITEMS
112400     CLOSE STOCK-FILE
112500     CLOSE RETURN-REJECTS
112600
112700     MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-EDIT
112800     DISPLAY "Credit memos posted: " WS-MEMOS-POSTED
112900         " Total credited: " WS-AMOUNT-EDIT
113000     DISPLAY "Units restocked: " WS-UNITS-RESTOCKED
113100         " Scrapped: " WS-UNITS-SCRAPPED
113200         " Rejected: " WS-RETURNS-REJECTED
113300     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
113400 9000-EXIT.
113500     EXIT.
113600
113700*--------------------------------------------------------------
113800* 9500-WRITE-RUN-STATS
113900*    APPENDS A BATCH RETURNS RUN'S STATISTICS TO THE COMMON
114000*    RUNSTATS CONTROL FILE. A DESK TERMINAL SESSION WRITES NO
114100*    LINE.
114200*--------------------------------------------------------------
114300 9500-WRITE-RUN-STATS.
114400     IF NOT WS-MODE-BATCH
114500         GO TO 9500-EXIT
114600     END-IF
114700     OPEN EXTEND RUN-STATS
114800     IF NOT WS-RS-OK
114900         OPEN OUTPUT RUN-STATS
115000         IF NOT WS-RS-OK
115100             DISPLAY "WARNING: could not open RUNSTATS, "
115200                 "status " WS-RS-FILE-STATUS
115300             GO TO 9500-EXIT
115400         END-IF
115500     END-IF
115600
115700     MOVE WS-CURRENT-DATE     TO WS-RS-DATE
115800     ACCEPT WS-RS-TIME-NOW FROM TIME
115900     MOVE WS-RS-TIME-NOW      TO WS-RS-TIME
116000     MOVE WS-RETURNS-READ     TO WS-RS-READ
116100     MOVE WS-MEMOS-POSTED     TO WS-RS-ACCEPTED
116200     MOVE WS-RETURNS-REJECTED TO WS-RS-REJECTED
116300     MOVE WS-CREDIT-TOTAL     TO WS-RS-MONEY
116400     IF RETURN-CODE = 0
116500         MOVE 0 TO WS-RS-RC
116600     ELSE
116700         MOVE 1 TO WS-RS-RC
116800     END-IF
116900
117000     WRITE RS-STATS-RECORD FROM WS-STATS-LINE
117100     IF NOT WS-RS-OK
117200         DISPLAY "WARNING: could not write RUNSTATS, status "
117300             WS-RS-FILE-STATUS
117400     END-IF
117500     CLOSE RUN-STATS.
117600 9500-EXIT.
117700     EXIT.
