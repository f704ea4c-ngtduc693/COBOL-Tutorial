000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GrossMargin.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - MONTH-END GROSS MARGIN
001100*                 REPORT OFF THE SALESHST SALES HISTORY FILE.
001200*                 EVERY SALES ROW NOW CARRIES THE COST OF THE
001300*                 GOODS AT THE AVERAGE UNIT COST ON THE DAY IT
001400*                 WAS BILLED, SO SALES LESS COST GIVES THE
001500*                 MARGIN. PRINTS SALES, COST, MARGIN AND
001600*                 MARGIN PERCENT BY PRODUCT WITH CATEGORY
001700*                 SUBTOTALS AND A GRAND TOTAL, THEN BY
001800*                 CUSTOMER RANKED BY MARGIN, EACH FOR THE MONTH
001900*                 AND THE YEAR TO DATE. RETURN ROWS COME OFF
002000*                 SALES AND COST. A PRODUCT SOLD BELOW ITS COST
002100*                 IS FLAGGED BELOW COST; A SALE WITH NO COST
002200*                 (AN AVERAGE COST NOT YET KNOWN, OR A ROW
002300*                 WRITTEN BEFORE COSTS WERE KEPT) IS FLAGGED NO
002400*                 COST SO ITS MARGIN IS NOT TAKEN AT FACE
002500*                 VALUE. LIKE THE OTHER MONTH-END STEPS IT RUNS
002600*                 ONLY WHEN DUKE_MONTH_END=Y AND THE MONTH IS
002700*                 THE MONTH OF THE RUN DATE.
002710* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
002720*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
002730*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
002740*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
002750*                 FOR.
002800*--------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. GNUCOBOL.
003300 OBJECT-COMPUTER. GNUCOBOL.
003400
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT SALES-HISTORY ASSIGN TO "SALESHST"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-SH-FILE-STATUS.
004000
004100     SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS PM-PRODUCT-CODE
004500         FILE STATUS IS WS-PM-FILE-STATUS.
004600
004700     SELECT MARGIN-WORK ASSIGN TO "MARGWORK"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-WRK-FILE-STATUS.
005000
005100     SELECT MARGIN-SORTED ASSIGN TO "MARGSRTD"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-SRT-FILE-STATUS.
005400
005500     SELECT SORT-FILE ASSIGN TO "SORTWK".
005600
005700     SELECT MARGIN-REPORT ASSIGN TO "MARGRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-RPT-FILE-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  SALES-HISTORY
006400     LABEL RECORDS ARE STANDARD.
006500 01  SH-SALES-RECORD.
006600     05 SH-SALE-DATE.
006700         10 SH-SALE-MONTH        PIC 9(06).
006800         10 SH-SALE-MONTH-X REDEFINES SH-SALE-MONTH.
006900             15 SH-SALE-YEAR     PIC 9(04).
007000             15 FILLER           PIC 9(02).
007100         10 SH-SALE-DAY          PIC 9(02).
007200     05 SH-CUSTOMER-ID           PIC X(10).
007300     05 SH-PRODUCT-CODE          PIC 9(10).
007400     05 SH-QUANTITY              PIC 9(04).
007500     05 SH-AMOUNT                PIC 9(09)V99.
007600     05 SH-ENTRY-SIGN            PIC X(01).
007700         88 SH-RETURN-ROW            VALUE '-'.
007800     05 SH-COST-AMOUNT           PIC 9(09)V99.
007900
008000 FD  PRODUCT-MASTER
008100     LABEL RECORDS ARE STANDARD.
008200 01  PM-PRODUCT-RECORD.
008300     05 PM-PRODUCT-CODE          PIC 9(10).
008400     05 PM-PRODUCT-NAME          PIC X(30).
008500     05 PM-PRODUCT-PRICE         PIC 9(5)V99.
008600     05 PM-DATE-ENTERED          PIC 9(08).
008700     05 PM-CATEGORY-CODE         PIC X(04).
008800     05 PM-SUPPLIER-CODE         PIC X(06).
008900
009000 FD  MARGIN-WORK
009100     LABEL RECORDS ARE STANDARD.
009200 01  WK-WORK-RECORD.
009300     05 WK-CATEGORY-CODE         PIC X(04).
009400     05 WK-PRODUCT-CODE          PIC 9(10).
009500     05 WK-PRODUCT-NAME          PIC X(30).
009600     05 WK-IN-MONTH              PIC X(01).
009700     05 WK-SALES-AMOUNT          PIC S9(09)V99
009800         SIGN IS LEADING SEPARATE.
009900     05 WK-COST-AMOUNT           PIC S9(09)V99
010000         SIGN IS LEADING SEPARATE.
010100     05 WK-BELOW-COST            PIC X(01).
010200     05 WK-NO-COST               PIC X(01).
010300
010400 FD  MARGIN-SORTED
010500     LABEL RECORDS ARE STANDARD.
010600 01  SR-SORTED-RECORD.
010700     05 SR-CATEGORY-CODE         PIC X(04).
010800     05 SR-PRODUCT-CODE          PIC 9(10).
010900     05 SR-PRODUCT-NAME          PIC X(30).
011000     05 SR-IN-MONTH              PIC X(01).
011100     05 SR-SALES-AMOUNT          PIC S9(09)V99
011200         SIGN IS LEADING SEPARATE.
011300     05 SR-COST-AMOUNT           PIC S9(09)V99
011400         SIGN IS LEADING SEPARATE.
011500     05 SR-BELOW-COST            PIC X(01).
011600     05 SR-NO-COST               PIC X(01).
011700
011800 SD  SORT-FILE.
011900 01  SW-SORT-RECORD.
012000     05 SW-CATEGORY-CODE         PIC X(04).
012100     05 SW-PRODUCT-CODE          PIC 9(10).
012200     05 FILLER                   PIC X(57).
012300
012400 FD  MARGIN-REPORT
012500     LABEL RECORDS ARE STANDARD.
012600 01  RPT-PRINT-LINE              PIC X(132).
012700
012800 WORKING-STORAGE SECTION.
012900*--------------------------------------------------------------
013000* FILE STATUS FIELDS
013100*--------------------------------------------------------------
013200 01 WS-SH-FILE-STATUS       PIC X(02) VALUE '00'.
013300     88 WS-SH-OK                VALUE '00'.
013400 01 WS-PM-FILE-STATUS       PIC X(02) VALUE '00'.
013500     88 WS-PM-OK                VALUE '00'.
013600 01 WS-WRK-FILE-STATUS      PIC X(02) VALUE '00'.
013700     88 WS-WRK-OK               VALUE '00'.
013800 01 WS-SRT-FILE-STATUS      PIC X(02) VALUE '00'.
013900     88 WS-SRT-OK               VALUE '00'.
014000 01 WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.
014100     88 WS-RPT-OK               VALUE '00'.
014200
014300*--------------------------------------------------------------
014400* RUN DATE AND PASS-1 FIELDS
014500*    THE REPORT MONTH IS THE MONTH OF THE RUN DATE - THE RUN
014600*    IS MADE ON THE MONTH'S LAST NIGHT. THE YEAR TO DATE IS
014700*    EVERY ROW OF THE SAME YEAR UP TO AND INCLUDING IT.
014800*--------------------------------------------------------------
014850 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
014900 01 WS-CURRENT-DATE         PIC 9(08).
015000 01 WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
015100     05 WS-MARGIN-MONTH        PIC 9(06).
015200     05 FILLER                 PIC 9(02).
015300 01 WS-CURRENT-DATE-Y REDEFINES WS-CURRENT-DATE.
015400     05 WS-MARGIN-YEAR         PIC 9(04).
015500     05 FILLER                 PIC 9(04).
015600 01 WS-MONTH-END-FLAG       PIC X(01) VALUE SPACE.
015700     88 WS-IS-MONTH-END         VALUE 'Y'.
015800 01 WS-SH-EOF-SWITCH        PIC X(01) VALUE 'N'.
015900     88 WS-END-OF-SALES         VALUE 'Y'.
016000 01 WS-SRT-EOF-SWITCH       PIC X(01) VALUE 'N'.
016100     88 WS-END-OF-SORTED        VALUE 'Y'.
016200 01 WS-SALES-READ           PIC 9(07) VALUE 0.
016300 01 WS-ROWS-YEAR-TO-DATE    PIC 9(07) VALUE 0.
016400 01 WS-ROWS-IN-MONTH        PIC 9(07) VALUE 0.
016500 01 WS-ROWS-BELOW-COST      PIC 9(07) VALUE 0.
016600 01 WS-ROWS-NO-COST         PIC 9(07) VALUE 0.
016700 01 WS-PRODUCTS-BELOW       PIC 9(05) VALUE 0.
016800
016900*--------------------------------------------------------------
017000* ONE SALES ROW, SIGNED
017100*    A RETURN ROW IS NEGATIVE ON BOTH SALES AND COST. A SALE
017200*    BILLED FOR LESS THAN ITS COST IS MARKED BELOW COST; A
017300*    SALE WITH NO COST ON IT IS MARKED NO COST.
017400*--------------------------------------------------------------
017500 01 WS-ROW-SALES            PIC S9(09)V99 VALUE 0.
017600 01 WS-ROW-COST             PIC S9(09)V99 VALUE 0.
017700 01 WS-ROW-IN-MONTH         PIC X(01) VALUE 'N'.
017800     88 WS-ROW-IS-IN-MONTH      VALUE 'Y'.
017900 01 WS-ROW-BELOW-COST       PIC X(01) VALUE 'N'.
018000     88 WS-ROW-IS-BELOW-COST    VALUE 'Y'.
018100 01 WS-ROW-NO-COST          PIC X(01) VALUE 'N'.
018200     88 WS-ROW-HAS-NO-COST      VALUE 'Y'.
018300
018400*--------------------------------------------------------------
018500* MARGIN ACCUMULATORS
018600*    EVERY SET OF TOTALS - PRODUCT, CATEGORY, GRAND AND EACH
018700*    CUSTOMER - HAS THE SAME SHAPE: MONTH AND YEAR-TO-DATE
018800*    SALES AND COST, AND COUNTS OF BELOW-COST AND NO-COST
018900*    ROWS, SO ANY OF THEM CAN BE MOVED INTO WS-ACCUM-TOTALS
019000*    TO BE ADDED TO OR PRINTED.
019100*--------------------------------------------------------------
019200 01 WS-ACCUM-TOTALS.
019300     05 WS-ACC-MTD-SALES       PIC S9(11)V99.
019400     05 WS-ACC-MTD-COST        PIC S9(11)V99.
019500     05 WS-ACC-YTD-SALES       PIC S9(11)V99.
019600     05 WS-ACC-YTD-COST        PIC S9(11)V99.
019700     05 WS-ACC-MTD-BELOW       PIC 9(05).
019800     05 WS-ACC-MTD-NO-COST     PIC 9(05).
019900     05 WS-ACC-YTD-BELOW       PIC 9(05).
020000     05 WS-ACC-YTD-NO-COST     PIC 9(05).
020100 01 WS-CATEGORY-TOTALS.
020200     05 WS-CAT-MTD-SALES       PIC S9(11)V99.
020300     05 WS-CAT-MTD-COST        PIC S9(11)V99.
020400     05 WS-CAT-YTD-SALES       PIC S9(11)V99.
020500     05 WS-CAT-YTD-COST        PIC S9(11)V99.
020600     05 WS-CAT-MTD-BELOW       PIC 9(05).
020700     05 WS-CAT-MTD-NO-COST     PIC 9(05).
020800     05 WS-CAT-YTD-BELOW       PIC 9(05).
020900     05 WS-CAT-YTD-NO-COST     PIC 9(05).
021000 01 WS-GRAND-TOTALS.
021100     05 WS-GRD-MTD-SALES       PIC S9(11)V99.
021200     05 WS-GRD-MTD-COST        PIC S9(11)V99.
021300     05 WS-GRD-YTD-SALES       PIC S9(11)V99.
021400     05 WS-GRD-YTD-COST        PIC S9(11)V99.
021500     05 WS-GRD-MTD-BELOW       PIC 9(05).
021600     05 WS-GRD-MTD-NO-COST     PIC 9(05).
021700     05 WS-GRD-YTD-BELOW       PIC 9(05).
021800     05 WS-GRD-YTD-NO-COST     PIC 9(05).
021900
022000*--------------------------------------------------------------
022100* PRODUCT BREAK FIELDS
022200*    THE SORTED FILE COMES OUT CATEGORY/PRODUCT; CONSECUTIVE
022300*    ROWS FOR ONE PRODUCT ARE SUMMED INTO ONE PAIR OF LINES.
022400*--------------------------------------------------------------
022500 01 WS-PRIOR-CATEGORY       PIC X(04) VALUE SPACES.
022600 01 WS-PRIOR-PRODUCT        PIC 9(10) VALUE 0.
022700 01 WS-PRIOR-NAME           PIC X(30) VALUE SPACES.
022800
022900*--------------------------------------------------------------
023000* BY-CUSTOMER TABLE
023100*    ACCUMULATED DURING PASS 1 AND SORTED BY YEAR-TO-DATE
023200*    MARGIN, LARGEST FIRST. WHEN THE TABLE FILLS, FURTHER
023300*    CUSTOMERS LUMP UNDER *OTHER*.
023400*--------------------------------------------------------------
023500 01 WS-CUST-COUNT           PIC 9(03) VALUE 0.
023600 01 WS-MAX-CUSTOMERS        PIC 9(03) VALUE 100.
023700 01 WS-MAX-REAL-CUSTS       PIC 9(03) VALUE 99.
023800 01 WS-CUST-SUB             PIC 9(03) VALUE 0.
023900 01 WS-CUST-MATCH-SUB       PIC 9(03) VALUE 0.
024000 01 WS-CUSTOMER-TABLE.
024100     05 WS-CUST-ENTRY OCCURS 100 TIMES.
024200         10 WS-CUS-ID           PIC X(10).
024300         10 WS-CUS-TOTALS.
024400             15 WS-CUS-MTD-SALES    PIC S9(11)V99.
024500             15 WS-CUS-MTD-COST     PIC S9(11)V99.
024600             15 WS-CUS-YTD-SALES    PIC S9(11)V99.
024700             15 WS-CUS-YTD-COST     PIC S9(11)V99.
024800             15 WS-CUS-MTD-BELOW    PIC 9(05).
024900             15 WS-CUS-MTD-NO-COST  PIC 9(05).
025000             15 WS-CUS-YTD-BELOW    PIC 9(05).
025100             15 WS-CUS-YTD-NO-COST  PIC 9(05).
025200
025300*--------------------------------------------------------------
025400* CUSTOMER SORT FIELDS (SIMPLE EXCHANGE SORT ON THE TABLE)
025500*--------------------------------------------------------------
025600 01 WS-SORT-PASS            PIC 9(03) VALUE 0.
025700 01 WS-SWAP-SWITCH          PIC X(01) VALUE 'N'.
025800     88 WS-SWAPPED              VALUE 'Y'.
025900 01 WS-HOLD-CUST-ENTRY      PIC X(82).
026000 01 WS-MARGIN-ABOVE         PIC S9(11)V99 VALUE 0.
026100 01 WS-MARGIN-BELOW         PIC S9(11)V99 VALUE 0.
026200
026300*--------------------------------------------------------------
026400* MARGIN LINE FIELDS
026500*    ONE PAIR OF LINES IS PRINTED FOR EACH PRODUCT, SUBTOTAL,
026600*    TOTAL AND CUSTOMER: THE MONTH, THEN THE YEAR TO DATE.
026700*--------------------------------------------------------------
026800 01 WS-PAIR-NAME            PIC X(30) VALUE SPACES.
026900 01 WS-PAIR-BELOW-SWITCH    PIC X(01) VALUE 'N'.
027000     88 WS-PAIR-IS-BELOW-COST   VALUE 'Y'.
027100 01 WS-LINE-SALES           PIC S9(11)V99 VALUE 0.
027200 01 WS-LINE-COST            PIC S9(11)V99 VALUE 0.
027300 01 WS-LINE-MARGIN          PIC S9(11)V99 VALUE 0.
027400 01 WS-LINE-BELOW           PIC 9(05) VALUE 0.
027500 01 WS-LINE-NO-COST         PIC 9(05) VALUE 0.
027600 01 WS-MARGIN-PCT           PIC S9(04)V9 VALUE 0.
027700
027800*--------------------------------------------------------------
027900* GROSS MARGIN REPORT LINES
028000*--------------------------------------------------------------
028100 01 WS-RPT-HEADING-1.
028200     05 FILLER                  PIC X(20)
028300         VALUE "DUKE RETAIL SYSTEMS".
028400     05 FILLER                  PIC X(28)
028500         VALUE "GROSS MARGIN - MONTH".
028600     05 WS-RPT-HDG-MONTH        PIC 9(06).
028700     05 FILLER                  PIC X(04) VALUE SPACES.
028800     05 FILLER                  PIC X(10)
028900         VALUE "RUN DATE: ".
029000     05 WS-RPT-HDG-DATE         PIC 9(08).
029100
029200 01 WS-RPT-HEADING-2.
029300     05 WS-RPT-HDG-KEY          PIC X(12) VALUE "PRODUCT".
029400     05 FILLER                  PIC X(32) VALUE "NAME".
029500     05 FILLER                  PIC X(20)
029600         VALUE "             SALES".
029700     05 FILLER                  PIC X(20)
029800         VALUE "              COST".
029900     05 FILLER                  PIC X(20)
030000         VALUE "            MARGIN".
030100     05 FILLER                  PIC X(09) VALUE "MARGIN %".
030200     05 FILLER                  PIC X(04) VALUE "FLAG".
030300
030400 01 WS-RPT-HEADING-3.
030500     05 FILLER                  PIC X(40)
030600         VALUE "EACH ENTRY: FIRST LINE THE MONTH, SECOND".
030700     05 FILLER                  PIC X(17)
030800         VALUE " THE YEAR TO DATE".
030900
031000 01 WS-CATEGORY-HDG-LINE.
031100     05 FILLER                  PIC X(10) VALUE "CATEGORY: ".
031200     05 WS-CATH-CODE            PIC X(04).
031300
031400 01 WS-MARGIN-LINE.
031500     05 WS-MGL-CODE             PIC X(10).
031600     05 FILLER                  PIC X(02) VALUE SPACES.
031700     05 WS-MGL-NAME             PIC X(30).
031800     05 FILLER                  PIC X(02) VALUE SPACES.
031900     05 WS-MGL-SALES            PIC $$,$$$,$$$,$$9.99-.
032000     05 FILLER                  PIC X(02) VALUE SPACES.
032100     05 WS-MGL-COST             PIC $$,$$$,$$$,$$9.99-.
032200     05 FILLER                  PIC X(02) VALUE SPACES.
032300     05 WS-MGL-MARGIN           PIC $$,$$$,$$$,$$9.99-.
032400     05 FILLER                  PIC X(02) VALUE SPACES.
032500     05 WS-MGL-PCT              PIC ZZZ9.9-.
032600     05 WS-MGL-PCT-X REDEFINES WS-MGL-PCT
032700                                PIC X(07).
032800     05 FILLER                  PIC X(02) VALUE SPACES.
032900     05 WS-MGL-FLAG             PIC X(18).
033000
033100 01 WS-CUSTOMER-HEADING.
033200     05 FILLER                  PIC X(50)
033300         VALUE "GROSS MARGIN BY CUSTOMER - LARGEST MARGIN FIRST".
033400
033500 01 WS-COUNT-LINE.
033600     05 WS-CNT-LABEL            PIC X(32).
033700     05 WS-CNT-VALUE            PIC Z,ZZZ,ZZ9.
033800
033900 PROCEDURE DIVISION.
034000*--------------------------------------------------------------
034100* 0000-MAIN-PROCESS
034200*    CONTROLS THE OVERALL FLOW OF THE GROSS MARGIN REPORT.
034300*--------------------------------------------------------------
034400 0000-MAIN-PROCESS.
034500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
034600     PERFORM 2000-BUILD-WORK-FILE THRU 2000-EXIT
034700     PERFORM 3000-PRINT-PRODUCT-SECTION THRU 3000-EXIT
034800     PERFORM 4000-PRINT-CUSTOMER-SECTION THRU 4000-EXIT
034900     PERFORM 9000-TERMINATE THRU 9000-EXIT
035000     STOP RUN.
035100
035200*--------------------------------------------------------------
035300* 1000-INITIALIZE
035400*    CHECKS FOR MONTH-END AND OPENS THE INPUTS. NO SALES
035500*    HISTORY MEANS NOTHING TO REPORT.
035600*--------------------------------------------------------------
035700 1000-INITIALIZE.
035800     ACCEPT WS-MONTH-END-FLAG FROM ENVIRONMENT
035900         "DUKE_MONTH_END"
036000     IF NOT WS-IS-MONTH-END
036100         DISPLAY "Not month-end (DUKE_MONTH_END not set) - "
036200             "no gross margin report tonight."
036300         STOP RUN
036400     END-IF
036500
036600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
036610     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
036620         "DUKE_BUSINESS_DATE"
036630     IF WS-BUSINESS-DATE IS NUMERIC
036640         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
036650     END-IF
036700     MOVE ZEROS TO WS-CATEGORY-TOTALS
036800     MOVE ZEROS TO WS-GRAND-TOTALS
036900     MOVE ZEROS TO WS-ACCUM-TOTALS
037000
037100     OPEN INPUT SALES-HISTORY
037200     IF NOT WS-SH-OK
037300         DISPLAY "ERROR: cannot open SALESHST, status "
037400             WS-SH-FILE-STATUS
037500         DISPLAY "ERROR: no sales history on file - nothing "
037600             "to report."
037700         MOVE 1 TO RETURN-CODE
037800         STOP RUN
037900     END-IF
038000
038100     OPEN INPUT PRODUCT-MASTER
038200     IF NOT WS-PM-OK
038300         DISPLAY "ERROR: cannot open PRODMSTR, status "
038400             WS-PM-FILE-STATUS
038500         CLOSE SALES-HISTORY
038600         MOVE 1 TO RETURN-CODE
038700         STOP RUN
038800     END-IF.
038900 1000-EXIT.
039000     EXIT.
039100
039200*--------------------------------------------------------------
039300* 2000-BUILD-WORK-FILE
039400*    READS THE SALES HISTORY, KEEPS THE ROWS IN THE YEAR TO
039500*    DATE, TAGS EACH WITH ITS CATEGORY AND NAME FROM THE
039600*    MASTER, AND ACCUMULATES THE CUSTOMER TOTALS.
039700*--------------------------------------------------------------
039800 2000-BUILD-WORK-FILE.
039900     OPEN OUTPUT MARGIN-WORK
040000     IF NOT WS-WRK-OK
040100         DISPLAY "ERROR: could not open margin work file, "
040200             "status " WS-WRK-FILE-STATUS
040300         MOVE 1 TO RETURN-CODE
040400         GO TO 2000-EXIT
040500     END-IF
040600
040700     PERFORM 2100-PROCESS-ONE-SALE THRU 2100-EXIT
040800         UNTIL WS-END-OF-SALES
040900     CLOSE MARGIN-WORK
041000     DISPLAY "Sales rows read: " WS-SALES-READ
041100         " year to date: " WS-ROWS-YEAR-TO-DATE
041200         " in month: " WS-ROWS-IN-MONTH.
041300 2000-EXIT.
041400     EXIT.
041500
041600*--------------------------------------------------------------
041700* 2100-PROCESS-ONE-SALE
041800*    READS ONE SALES ROW, FILTERS IT TO THE YEAR TO DATE,
041900*    SIGNS IT, MARKS IT BELOW COST OR NO COST, TAGS IT WITH
042000*    CATEGORY AND NAME, SPOOLS IT AND FEEDS THE CUSTOMER
042100*    TABLE.
042200*--------------------------------------------------------------
042300 2100-PROCESS-ONE-SALE.
042400     READ SALES-HISTORY
042500         AT END
042600             MOVE 'Y' TO WS-SH-EOF-SWITCH
042700             GO TO 2100-EXIT
042800     END-READ
042900
043000     ADD 1 TO WS-SALES-READ
043100
043200     IF SH-SALE-YEAR NOT = WS-MARGIN-YEAR
043300       OR SH-SALE-MONTH > WS-MARGIN-MONTH
043400         GO TO 2100-EXIT
043500     END-IF
043600     ADD 1 TO WS-ROWS-YEAR-TO-DATE
043700     IF SH-SALE-MONTH = WS-MARGIN-MONTH
043800         MOVE 'Y' TO WS-ROW-IN-MONTH
043900         ADD 1 TO WS-ROWS-IN-MONTH
044000     ELSE
044100         MOVE 'N' TO WS-ROW-IN-MONTH
044200     END-IF
044300
044400     IF SH-COST-AMOUNT IS NUMERIC
044500         MOVE SH-COST-AMOUNT TO WS-ROW-COST
044600     ELSE
044700         MOVE 0 TO WS-ROW-COST
044800     END-IF
044900     MOVE 'N' TO WS-ROW-BELOW-COST
045000     MOVE 'N' TO WS-ROW-NO-COST
045100     IF SH-RETURN-ROW
045200         COMPUTE WS-ROW-SALES = ZERO - SH-AMOUNT
045300         COMPUTE WS-ROW-COST  = ZERO - WS-ROW-COST
045400     ELSE
045500         MOVE SH-AMOUNT TO WS-ROW-SALES
045600         IF WS-ROW-COST = 0
045700             IF SH-AMOUNT > 0
045800                 MOVE 'Y' TO WS-ROW-NO-COST
045900                 ADD 1 TO WS-ROWS-NO-COST
046000             END-IF
046100         ELSE
046200             IF SH-AMOUNT < WS-ROW-COST
046300                 MOVE 'Y' TO WS-ROW-BELOW-COST
046400                 ADD 1 TO WS-ROWS-BELOW-COST
046500             END-IF
046600         END-IF
046700     END-IF
046800
046900     MOVE SH-PRODUCT-CODE TO PM-PRODUCT-CODE
047000     READ PRODUCT-MASTER
047100         INVALID KEY
047200             MOVE "(NOT ON PRODUCT MASTER)" TO PM-PRODUCT-NAME
047300             MOVE "????" TO PM-CATEGORY-CODE
047400     END-READ
047500
047600     MOVE PM-CATEGORY-CODE  TO WK-CATEGORY-CODE
047700     MOVE SH-PRODUCT-CODE   TO WK-PRODUCT-CODE
047800     MOVE PM-PRODUCT-NAME   TO WK-PRODUCT-NAME
047900     MOVE WS-ROW-IN-MONTH   TO WK-IN-MONTH
048000     MOVE WS-ROW-SALES      TO WK-SALES-AMOUNT
048100     MOVE WS-ROW-COST       TO WK-COST-AMOUNT
048200     MOVE WS-ROW-BELOW-COST TO WK-BELOW-COST
048300     MOVE WS-ROW-NO-COST    TO WK-NO-COST
048400     WRITE WK-WORK-RECORD
048500     IF NOT WS-WRK-OK
048600         DISPLAY "WARNING: could not write margin work file, "
048700             "status " WS-WRK-FILE-STATUS
048800     END-IF
048900
049000     PERFORM 2200-ADD-CUSTOMER-TOTAL THRU 2200-EXIT.
049100 2100-EXIT.
049200     EXIT.
049300
049400*--------------------------------------------------------------
049500* 2200-ADD-CUSTOMER-TOTAL
049600*    ROLLS THE SALES ROW INTO ITS CUSTOMER'S TABLE ENTRY,
049700*    ADDING THE ENTRY ON FIRST SIGHT. THE LAST SLOT IS
049800*    RESERVED FOR THE *OTHER* OVERFLOW BUCKET, SO A FULL
049900*    TABLE NEVER OVERWRITES A REAL CUSTOMER'S TOTALS.
050000*--------------------------------------------------------------
050100 2200-ADD-CUSTOMER-TOTAL.
050200     MOVE 0 TO WS-CUST-MATCH-SUB
050300     MOVE 1 TO WS-CUST-SUB
050400     PERFORM 2250-MATCH-CUSTOMER-ENTRY THRU 2250-EXIT
050500         UNTIL WS-CUST-MATCH-SUB > 0
050600            OR WS-CUST-SUB > WS-CUST-COUNT
050700
050800     IF WS-CUST-MATCH-SUB = 0
050900         IF WS-CUST-COUNT < WS-MAX-REAL-CUSTS
051000             ADD 1 TO WS-CUST-COUNT
051100             MOVE WS-CUST-COUNT TO WS-CUST-MATCH-SUB
051200             MOVE SH-CUSTOMER-ID
051300                 TO WS-CUS-ID (WS-CUST-MATCH-SUB)
051400             MOVE ZEROS TO WS-CUS-TOTALS (WS-CUST-MATCH-SUB)
051500         ELSE
051600             MOVE WS-MAX-CUSTOMERS TO WS-CUST-MATCH-SUB
051700             IF WS-CUS-ID (WS-CUST-MATCH-SUB) NOT = "*OTHER*"
051800                 MOVE "*OTHER*"
051900                     TO WS-CUS-ID (WS-CUST-MATCH-SUB)
052000                 MOVE ZEROS
052100                     TO WS-CUS-TOTALS (WS-CUST-MATCH-SUB)
052200                 MOVE WS-MAX-CUSTOMERS TO WS-CUST-COUNT
052300             END-IF
052400         END-IF
052500     END-IF
052600
052700     MOVE WS-CUS-TOTALS (WS-CUST-MATCH-SUB) TO WS-ACCUM-TOTALS
052800     PERFORM 2300-ACCUMULATE-ROW THRU 2300-EXIT
052900     MOVE WS-ACCUM-TOTALS TO WS-CUS-TOTALS (WS-CUST-MATCH-SUB)
053000     MOVE ZEROS TO WS-ACCUM-TOTALS.
053100 2200-EXIT.
053200     EXIT.
053300
053400*--------------------------------------------------------------
053500* 2250-MATCH-CUSTOMER-ENTRY
053600*    COMPARES THE SALES ROW'S CUSTOMER AGAINST ONE TABLE
053700*    ENTRY, STOPPING THE SCAN ON A MATCH.
053800*--------------------------------------------------------------
053900 2250-MATCH-CUSTOMER-ENTRY.
054000     IF SH-CUSTOMER-ID = WS-CUS-ID (WS-CUST-SUB)
054100         MOVE WS-CUST-SUB TO WS-CUST-MATCH-SUB
054200         GO TO 2250-EXIT
054300     END-IF
054400     ADD 1 TO WS-CUST-SUB.
054500 2250-EXIT.
054600     EXIT.
054700
054800*--------------------------------------------------------------
054900* 2300-ACCUMULATE-ROW
055000*    ADDS THE CURRENT SALES ROW INTO WS-ACCUM-TOTALS - ALWAYS
055100*    TO THE YEAR TO DATE, AND TO THE MONTH WHEN THE ROW FALLS
055200*    IN IT.
055300*--------------------------------------------------------------
055400 2300-ACCUMULATE-ROW.
055500     ADD WS-ROW-SALES TO WS-ACC-YTD-SALES
055600         ON SIZE ERROR
055700             DISPLAY "WARNING: year-to-date sales total "
055800                 "overflowed."
055900     END-ADD
056000     ADD WS-ROW-COST  TO WS-ACC-YTD-COST
056100     IF WS-ROW-IS-BELOW-COST
056200         ADD 1 TO WS-ACC-YTD-BELOW
056300     END-IF
056400     IF WS-ROW-HAS-NO-COST
056500         ADD 1 TO WS-ACC-YTD-NO-COST
056600     END-IF
056700
056800     IF NOT WS-ROW-IS-IN-MONTH
056900         GO TO 2300-EXIT
057000     END-IF
057100     ADD WS-ROW-SALES TO WS-ACC-MTD-SALES
057200     ADD WS-ROW-COST  TO WS-ACC-MTD-COST
057300     IF WS-ROW-IS-BELOW-COST
057400         ADD 1 TO WS-ACC-MTD-BELOW
057500     END-IF
057600     IF WS-ROW-HAS-NO-COST
057700         ADD 1 TO WS-ACC-MTD-NO-COST
057800     END-IF.
057900 2300-EXIT.
058000     EXIT.
058100
058200*--------------------------------------------------------------
058300* 3000-PRINT-PRODUCT-SECTION
058400*    SORTS THE TAGGED SALES ROWS BY CATEGORY AND PRODUCT AND
058500*    PRINTS A PAIR OF LINES PER PRODUCT WITH CATEGORY
058600*    SUBTOTALS AND THE GRAND TOTAL.
058700*--------------------------------------------------------------
058800 3000-PRINT-PRODUCT-SECTION.
058900     SORT SORT-FILE
059000         ON ASCENDING KEY SW-CATEGORY-CODE
059100                          SW-PRODUCT-CODE
059200         USING MARGIN-WORK
059300         GIVING MARGIN-SORTED
059400
059500     OPEN OUTPUT MARGIN-REPORT
059600     IF NOT WS-RPT-OK
059700         DISPLAY "ERROR: cannot open MARGRPT, status "
059800             WS-RPT-FILE-STATUS
059900         MOVE 1 TO RETURN-CODE
060000         GO TO 3000-EXIT
060100     END-IF
060200
060300     MOVE WS-MARGIN-MONTH TO WS-RPT-HDG-MONTH
060400     MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE
060500     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-1
060600     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-3
060700     MOVE SPACES TO RPT-PRINT-LINE
060800     WRITE RPT-PRINT-LINE
060900     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-2
061000
061100     OPEN INPUT MARGIN-SORTED
061200     IF NOT WS-SRT-OK
061300         DISPLAY "WARNING: could not open sorted margin file, "
061400             "status " WS-SRT-FILE-STATUS
061500         GO TO 3000-EXIT
061600     END-IF
061700
061800     MOVE 'N'    TO WS-SRT-EOF-SWITCH
061900     MOVE SPACES TO WS-PRIOR-CATEGORY
062000     MOVE 0      TO WS-PRIOR-PRODUCT
062100     PERFORM 3100-ROLL-ONE-LINE THRU 3100-EXIT
062200         UNTIL WS-END-OF-SORTED
062300     IF WS-PRIOR-PRODUCT NOT = 0
062400         PERFORM 3200-WRITE-PRODUCT-LINE THRU 3200-EXIT
062500         PERFORM 3300-WRITE-CATEGORY-SUBTOTAL THRU 3300-EXIT
062600     END-IF
062700     CLOSE MARGIN-SORTED
062800
062900     MOVE SPACES TO RPT-PRINT-LINE
063000     WRITE RPT-PRINT-LINE
063100     MOVE WS-GRAND-TOTALS TO WS-ACCUM-TOTALS
063200     MOVE SPACES TO WS-MGL-CODE
063300     MOVE "GRAND TOTAL" TO WS-PAIR-NAME
063400     PERFORM 3500-PRINT-MARGIN-PAIR THRU 3500-EXIT
063500     MOVE ZEROS TO WS-ACCUM-TOTALS
063600
063700     MOVE SPACES TO RPT-PRINT-LINE
063800     WRITE RPT-PRINT-LINE
063900     MOVE "SALES ROWS IN MONTH:" TO WS-CNT-LABEL
064000     MOVE WS-ROWS-IN-MONTH TO WS-CNT-VALUE
064100     WRITE RPT-PRINT-LINE FROM WS-COUNT-LINE
064200     MOVE "SALES ROWS IN YEAR TO DATE:" TO WS-CNT-LABEL
064300     MOVE WS-ROWS-YEAR-TO-DATE TO WS-CNT-VALUE
064400     WRITE RPT-PRINT-LINE FROM WS-COUNT-LINE
064500     MOVE "PRODUCTS FLAGGED BELOW COST:" TO WS-CNT-LABEL
064600     MOVE WS-PRODUCTS-BELOW TO WS-CNT-VALUE
064700     WRITE RPT-PRINT-LINE FROM WS-COUNT-LINE
064800     IF WS-ROWS-NO-COST > 0
064900         MOVE "SALES ROWS WITH NO COST:" TO WS-CNT-LABEL
065000         MOVE WS-ROWS-NO-COST TO WS-CNT-VALUE
065100         WRITE RPT-PRINT-LINE FROM WS-COUNT-LINE
065200     END-IF
065300     IF NOT WS-RPT-OK
065400         DISPLAY "WARNING: could not write MARGRPT, status "
065500             WS-RPT-FILE-STATUS
065600     END-IF.
065700 3000-EXIT.
065800     EXIT.
065900
066000*--------------------------------------------------------------
066100* 3100-ROLL-ONE-LINE
066200*    READS ONE SORTED SALES ROW AND ROLLS IT INTO THE
066300*    RUNNING PRODUCT TOTALS, BREAKING TO A PRODUCT PAIR AND A
066400*    CATEGORY SUBTOTAL AS THE KEYS CHANGE.
066500*--------------------------------------------------------------
066600 3100-ROLL-ONE-LINE.
066700     READ MARGIN-SORTED
066800         AT END
066900             MOVE 'Y' TO WS-SRT-EOF-SWITCH
067000             GO TO 3100-EXIT
067100     END-READ
067200
067300     IF SR-PRODUCT-CODE NOT = WS-PRIOR-PRODUCT
067400       AND WS-PRIOR-PRODUCT NOT = 0
067500         PERFORM 3200-WRITE-PRODUCT-LINE THRU 3200-EXIT
067600     END-IF
067700
067800     IF SR-CATEGORY-CODE NOT = WS-PRIOR-CATEGORY
067900         IF WS-PRIOR-CATEGORY NOT = SPACES
068000             PERFORM 3300-WRITE-CATEGORY-SUBTOTAL THRU 3300-EXIT
068100         END-IF
068200         MOVE SR-CATEGORY-CODE TO WS-CATH-CODE
068300         MOVE SPACES TO RPT-PRINT-LINE
068400         WRITE RPT-PRINT-LINE
068500         WRITE RPT-PRINT-LINE FROM WS-CATEGORY-HDG-LINE
068600         MOVE SR-CATEGORY-CODE TO WS-PRIOR-CATEGORY
068700     END-IF
068800
068900     MOVE SR-PRODUCT-CODE   TO WS-PRIOR-PRODUCT
069000     MOVE SR-PRODUCT-NAME   TO WS-PRIOR-NAME
069100     MOVE SR-SALES-AMOUNT   TO WS-ROW-SALES
069200     MOVE SR-COST-AMOUNT    TO WS-ROW-COST
069300     MOVE SR-IN-MONTH       TO WS-ROW-IN-MONTH
069400     MOVE SR-BELOW-COST     TO WS-ROW-BELOW-COST
069500     MOVE SR-NO-COST        TO WS-ROW-NO-COST
069600     PERFORM 2300-ACCUMULATE-ROW THRU 2300-EXIT.
069700 3100-EXIT.
069800     EXIT.
069900
070000*--------------------------------------------------------------
070100* 3200-WRITE-PRODUCT-LINE
070200*    PRINTS THE MONTH AND YEAR-TO-DATE MARGIN FOR THE PRODUCT
070300*    JUST ENDED, COUNTS IT WHEN IT IS FLAGGED BELOW COST, AND
070400*    ROLLS ITS TOTALS INTO THE CATEGORY.
070500*--------------------------------------------------------------
070600 3200-WRITE-PRODUCT-LINE.
070700     MOVE WS-PRIOR-PRODUCT TO WS-MGL-CODE
070800     MOVE WS-PRIOR-NAME    TO WS-PAIR-NAME
070900     PERFORM 3500-PRINT-MARGIN-PAIR THRU 3500-EXIT
071000     IF WS-PAIR-IS-BELOW-COST
071100         ADD 1 TO WS-PRODUCTS-BELOW
071200     END-IF
071300
071400     ADD WS-ACC-MTD-SALES   TO WS-CAT-MTD-SALES
071500     ADD WS-ACC-MTD-COST    TO WS-CAT-MTD-COST
071600     ADD WS-ACC-YTD-SALES   TO WS-CAT-YTD-SALES
071700     ADD WS-ACC-YTD-COST    TO WS-CAT-YTD-COST
071800     ADD WS-ACC-MTD-BELOW   TO WS-CAT-MTD-BELOW
071900     ADD WS-ACC-MTD-NO-COST TO WS-CAT-MTD-NO-COST
072000     ADD WS-ACC-YTD-BELOW   TO WS-CAT-YTD-BELOW
072100     ADD WS-ACC-YTD-NO-COST TO WS-CAT-YTD-NO-COST
072200     MOVE ZEROS TO WS-ACCUM-TOTALS.
072300 3200-EXIT.
072400     EXIT.
072500
072600*--------------------------------------------------------------
072700* 3300-WRITE-CATEGORY-SUBTOTAL
072800*    PRINTS THE SUBTOTAL FOR THE CATEGORY JUST ENDED AND
072900*    ROLLS IT INTO THE GRAND TOTALS.
073000*--------------------------------------------------------------
073100 3300-WRITE-CATEGORY-SUBTOTAL.
073200     MOVE WS-CATEGORY-TOTALS TO WS-ACCUM-TOTALS
073300     MOVE SPACES TO WS-MGL-CODE
073400     MOVE SPACES TO WS-PAIR-NAME
073500     STRING "SUBTOTAL FOR " DELIMITED BY SIZE
073600            WS-PRIOR-CATEGORY DELIMITED BY SIZE
073700         INTO WS-PAIR-NAME
073800     END-STRING
073900     PERFORM 3500-PRINT-MARGIN-PAIR THRU 3500-EXIT
074000     MOVE ZEROS TO WS-ACCUM-TOTALS
074100
074200     ADD WS-CAT-MTD-SALES   TO WS-GRD-MTD-SALES
074300         ON SIZE ERROR
074400             DISPLAY "WARNING: margin grand total overflowed."
074500     END-ADD
074600     ADD WS-CAT-MTD-COST    TO WS-GRD-MTD-COST
074700     ADD WS-CAT-YTD-SALES   TO WS-GRD-YTD-SALES
074800     ADD WS-CAT-YTD-COST    TO WS-GRD-YTD-COST
074900     ADD WS-CAT-MTD-BELOW   TO WS-GRD-MTD-BELOW
075000     ADD WS-CAT-MTD-NO-COST TO WS-GRD-MTD-NO-COST
075100     ADD WS-CAT-YTD-BELOW   TO WS-GRD-YTD-BELOW
075200     ADD WS-CAT-YTD-NO-COST TO WS-GRD-YTD-NO-COST
075300     MOVE ZEROS TO WS-CATEGORY-TOTALS.
075400 3300-EXIT.
075500     EXIT.
075600
075700*--------------------------------------------------------------
075800* 3500-PRINT-MARGIN-PAIR
075900*    PRINTS THE TOTALS IN WS-ACCUM-TOTALS AS TWO LINES - THE
076000*    MONTH UNDER WS-PAIR-NAME, THEN THE YEAR TO DATE - AND
076100*    SETS WS-PAIR-BELOW-SWITCH WHEN EITHER LINE IS FLAGGED
076200*    BELOW COST. THE CALLER SETS WS-MGL-CODE.
076300*--------------------------------------------------------------
076400 3500-PRINT-MARGIN-PAIR.
076500     MOVE 'N' TO WS-PAIR-BELOW-SWITCH
076600     MOVE WS-PAIR-NAME       TO WS-MGL-NAME
076700     MOVE WS-ACC-MTD-SALES   TO WS-LINE-SALES
076800     MOVE WS-ACC-MTD-COST    TO WS-LINE-COST
076900     MOVE WS-ACC-MTD-BELOW   TO WS-LINE-BELOW
077000     MOVE WS-ACC-MTD-NO-COST TO WS-LINE-NO-COST
077100     PERFORM 3550-PRINT-MARGIN-LINE THRU 3550-EXIT
077200
077300     MOVE SPACES             TO WS-MGL-CODE
077400     MOVE "  YEAR TO DATE"   TO WS-MGL-NAME
077500     MOVE WS-ACC-YTD-SALES   TO WS-LINE-SALES
077600     MOVE WS-ACC-YTD-COST    TO WS-LINE-COST
077700     MOVE WS-ACC-YTD-BELOW   TO WS-LINE-BELOW
077800     MOVE WS-ACC-YTD-NO-COST TO WS-LINE-NO-COST
077900     PERFORM 3550-PRINT-MARGIN-LINE THRU 3550-EXIT.
078000 3500-EXIT.
078100     EXIT.
078200
078300*--------------------------------------------------------------
078400* 3550-PRINT-MARGIN-LINE
078500*    WORKS OUT THE MARGIN AND MARGIN PERCENT OF SALES FOR ONE
078600*    LINE AND PRINTS IT. THE PERCENT IS LEFT BLANK WHEN THERE
078700*    ARE NO SALES. THE LINE IS FLAGGED BELOW COST WHEN ANY
078800*    SALE IN IT WAS BILLED UNDER COST OR THE NET MARGIN ON
078900*    POSITIVE SALES IS NEGATIVE, AND NO COST WHEN ANY SALE IN
079000*    IT CARRIED NO COST.
079100*--------------------------------------------------------------
079200 3550-PRINT-MARGIN-LINE.
079300     COMPUTE WS-LINE-MARGIN = WS-LINE-SALES - WS-LINE-COST
079400     MOVE WS-LINE-SALES  TO WS-MGL-SALES
079500     MOVE WS-LINE-COST   TO WS-MGL-COST
079600     MOVE WS-LINE-MARGIN TO WS-MGL-MARGIN
079700
079800     IF WS-LINE-SALES = ZERO
079900         MOVE SPACES TO WS-MGL-PCT-X
080000     ELSE
080100         COMPUTE WS-MARGIN-PCT ROUNDED =
080200             WS-LINE-MARGIN * 100 / WS-LINE-SALES
080300             ON SIZE ERROR
080400                 IF WS-LINE-MARGIN < 0
080500                     MOVE -9999.9 TO WS-MARGIN-PCT
080600                 ELSE
080700                     MOVE 9999.9 TO WS-MARGIN-PCT
080800                 END-IF
080900         END-COMPUTE
081000         MOVE WS-MARGIN-PCT TO WS-MGL-PCT
081100     END-IF
081200
081300     MOVE SPACES TO WS-MGL-FLAG
081400     IF WS-LINE-BELOW > 0
081500       OR (WS-LINE-SALES > 0 AND WS-LINE-MARGIN < 0)
081600         MOVE "BELOW COST" TO WS-MGL-FLAG
081700         MOVE 'Y' TO WS-PAIR-BELOW-SWITCH
081800     END-IF
081900     IF WS-LINE-NO-COST > 0
082000         IF WS-MGL-FLAG = SPACES
082100             MOVE "NO COST" TO WS-MGL-FLAG
082200         ELSE
082300             MOVE "BELOW COST/NO COST" TO WS-MGL-FLAG
082400         END-IF
082500     END-IF
082600
082700     WRITE RPT-PRINT-LINE FROM WS-MARGIN-LINE
082800     IF NOT WS-RPT-OK
082900         DISPLAY "WARNING: could not write MARGRPT, status "
083000             WS-RPT-FILE-STATUS
083100     END-IF.
083200 3550-EXIT.
083300     EXIT.
083400
083500*--------------------------------------------------------------
083600* 4000-PRINT-CUSTOMER-SECTION
083700*    SORTS THE CUSTOMER TABLE BY YEAR-TO-DATE MARGIN, LARGEST
083800*    FIRST, AND PRINTS A PAIR OF LINES PER CUSTOMER AT THE
083900*    END OF THE REPORT.
084000*--------------------------------------------------------------
084100 4000-PRINT-CUSTOMER-SECTION.
084200     IF NOT WS-RPT-OK
084300         GO TO 4000-EXIT
084400     END-IF
084500     IF WS-CUST-COUNT = 0
084600         GO TO 4000-EXIT
084700     END-IF
084800
084900     PERFORM 4100-SORT-CUSTOMER-TABLE THRU 4100-EXIT
085000
085100     MOVE SPACES TO RPT-PRINT-LINE
085200     WRITE RPT-PRINT-LINE
085300     WRITE RPT-PRINT-LINE FROM WS-CUSTOMER-HEADING
085400     MOVE SPACES TO RPT-PRINT-LINE
085500     WRITE RPT-PRINT-LINE
085600     MOVE "CUSTOMER" TO WS-RPT-HDG-KEY
085700     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-2
085800
085900     MOVE 1 TO WS-CUST-SUB
086000     PERFORM 4300-PRINT-ONE-CUSTOMER THRU 4300-EXIT
086100         UNTIL WS-CUST-SUB > WS-CUST-COUNT.
086200 4000-EXIT.
086300     EXIT.
086400
086500*--------------------------------------------------------------
086600* 4100-SORT-CUSTOMER-TABLE
086700*    EXCHANGE-SORTS THE CUSTOMER TABLE BY YEAR-TO-DATE
086800*    MARGIN, LARGEST FIRST. THE TABLE IS SMALL; PASSES REPEAT
086900*    UNTIL A PASS MAKES NO SWAP.
087000*--------------------------------------------------------------
087100 4100-SORT-CUSTOMER-TABLE.
087200     MOVE 'Y' TO WS-SWAP-SWITCH
087300     PERFORM 4150-ONE-SORT-PASS THRU 4150-EXIT
087400         UNTIL NOT WS-SWAPPED.
087500 4100-EXIT.
087600     EXIT.
087700
087800*--------------------------------------------------------------
087900* 4150-ONE-SORT-PASS
088000*    MAKES ONE EXCHANGE PASS OVER THE CUSTOMER TABLE.
088100*--------------------------------------------------------------
088200 4150-ONE-SORT-PASS.
088300     MOVE 'N' TO WS-SWAP-SWITCH
088400     MOVE 1   TO WS-SORT-PASS
088500     PERFORM 4200-COMPARE-ADJACENT THRU 4200-EXIT
088600         UNTIL WS-SORT-PASS >= WS-CUST-COUNT.
088700 4150-EXIT.
088800     EXIT.
088900
089000*--------------------------------------------------------------
089100* 4200-COMPARE-ADJACENT
089200*    SWAPS TWO ADJACENT TABLE ENTRIES WHEN THE SMALLER
089300*    YEAR-TO-DATE MARGIN SITS ABOVE THE LARGER.
089400*--------------------------------------------------------------
089500 4200-COMPARE-ADJACENT.
089600     COMPUTE WS-MARGIN-ABOVE =
089700         WS-CUS-YTD-SALES (WS-SORT-PASS)
089800             - WS-CUS-YTD-COST (WS-SORT-PASS)
089900     COMPUTE WS-MARGIN-BELOW =
090000         WS-CUS-YTD-SALES (WS-SORT-PASS + 1)
090100             - WS-CUS-YTD-COST (WS-SORT-PASS + 1)
090200     IF WS-MARGIN-ABOVE < WS-MARGIN-BELOW
090300         MOVE WS-CUST-ENTRY (WS-SORT-PASS)
090400             TO WS-HOLD-CUST-ENTRY
090500         MOVE WS-CUST-ENTRY (WS-SORT-PASS + 1)
090600             TO WS-CUST-ENTRY (WS-SORT-PASS)
090700         MOVE WS-HOLD-CUST-ENTRY
090800             TO WS-CUST-ENTRY (WS-SORT-PASS + 1)
090900         MOVE 'Y' TO WS-SWAP-SWITCH
091000     END-IF
091100     ADD 1 TO WS-SORT-PASS.
091200 4200-EXIT.
091300     EXIT.
091400
091500*--------------------------------------------------------------
091600* 4300-PRINT-ONE-CUSTOMER
091700*    PRINTS ONE CUSTOMER'S MONTH AND YEAR-TO-DATE MARGIN.
091800*--------------------------------------------------------------
091900 4300-PRINT-ONE-CUSTOMER.
092000     MOVE WS-CUS-TOTALS (WS-CUST-SUB) TO WS-ACCUM-TOTALS
092100     MOVE WS-CUS-ID (WS-CUST-SUB)     TO WS-MGL-CODE
092200     MOVE SPACES                      TO WS-PAIR-NAME
092300     PERFORM 3500-PRINT-MARGIN-PAIR THRU 3500-EXIT
092400     ADD 1 TO WS-CUST-SUB.
092500 4300-EXIT.
092600     EXIT.
092700
092800*--------------------------------------------------------------
092900* 9000-TERMINATE
093000*    CLOSES THE FILES AND SUMMARIZES THE RUN.
093100*--------------------------------------------------------------
093200 9000-TERMINATE.
093300     CLOSE SALES-HISTORY
093400     CLOSE PRODUCT-MASTER
093500     IF WS-RPT-OK
093600         CLOSE MARGIN-REPORT
093700     END-IF
093800     DISPLAY "Gross margin report written to MARGRPT - month "
093900         WS-MARGIN-MONTH " rows " WS-ROWS-IN-MONTH
094000         " year to date " WS-ROWS-YEAR-TO-DATE
094100     IF WS-PRODUCTS-BELOW > 0
094200         DISPLAY "Products flagged below cost: "
094300             WS-PRODUCTS-BELOW
094400     END-IF
094500     IF WS-ROWS-NO-COST > 0
094600         DISPLAY "WARNING: " WS-ROWS-NO-COST
094700             " sales row(s) carry no cost - their margin is "
094800             "overstated."
094900     END-IF.
095000 9000-EXIT.
095100     EXIT.
