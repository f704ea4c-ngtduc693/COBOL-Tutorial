001700*                 THE WHOLE FILE WHEN NO MONTH IS GIVEN. THIS
001800*                 IS WHAT THE BUYERS SET REORDER POINTS FROM
001900*                 INSTEAD OF GUESSING OFF REGISTER PRINTOUTS.
001910* 2026-10-15 DT   PICKED UP THE NEW ENTRY SIGN ON THE SALESHST
001920*                 RECORD LAYOUT. A RETURN ROW WRITTEN BY
001930*                 CreditMemo ('-') NOW COMES OFF THE UNITS AND
001940*                 VALUE OF ITS PRODUCT, CATEGORY AND CUSTOMER IN
001950*                 THE MONTH THE GOODS CAME BACK, SO THE ANALYSIS
001960*                 IS NET OF RETURNS. THE TOTALS CAN NOW GO
001970*                 NEGATIVE AND PRINT WITH A TRAILING MINUS.
001980* 2026-10-15 DT   PICKED UP THE NEW COST AMOUNT ON THE SALES
001990*                 HISTORY RECORD LAYOUT.
002000*--------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
006200     05 SH-PRODUCT-CODE          PIC 9(10).
006300     05 SH-QUANTITY              PIC 9(04).
006400     05 SH-AMOUNT                PIC 9(09)V99.
006420     05 SH-ENTRY-SIGN            PIC X(01).
006440         88 SH-RETURN-ROW            VALUE '-'.
006450     05 SH-COST-AMOUNT           PIC 9(09)V99.
006500
006600 FD  PRODUCT-MASTER
006700     LABEL RECORDS ARE STANDARD.
007900     05 WK-CATEGORY-CODE         PIC X(04).
008000     05 WK-PRODUCT-CODE          PIC 9(10).
008100     05 WK-PRODUCT-NAME          PIC X(30).
008200     05 WK-QUANTITY              PIC S9(04)
008250         SIGN IS LEADING SEPARATE.
008300     05 WK-AMOUNT                PIC S9(09)V99
008350         SIGN IS LEADING SEPARATE.
008400
008500 FD  SALES-SORTED
008600     LABEL RECORDS ARE STANDARD.
008800     05 SR-CATEGORY-CODE         PIC X(04).
008900     05 SR-PRODUCT-CODE          PIC 9(10).
009000     05 SR-PRODUCT-NAME          PIC X(30).
009100     05 SR-QUANTITY              PIC S9(04)
009150         SIGN IS LEADING SEPARATE.
009200     05 SR-AMOUNT                PIC S9(09)V99
009250         SIGN IS LEADING SEPARATE.
009300
009400 SD  SORT-FILE.
009500 01  SW-SORT-RECORD.
009600     05 SW-CATEGORY-CODE         PIC X(04).
009700     05 SW-PRODUCT-CODE          PIC 9(10).
009800     05 FILLER                   PIC X(47).
009900
010000 FD  SALES-REPORT
010100     LABEL RECORDS ARE STANDARD.
012900     88 WS-END-OF-SORTED        VALUE 'Y'.
013000 01 WS-SALES-READ           PIC 9(05) VALUE 0.
013100 01 WS-SALES-SELECTED       PIC 9(05) VALUE 0.
013120 01 WS-SALE-QUANTITY        PIC S9(04) VALUE 0.
013140 01 WS-SALE-AMOUNT          PIC S9(09)V99 VALUE 0.
013200
013300*--------------------------------------------------------------
013400* PRODUCT-LEVEL ACCUMULATION FIELDS
013800 01 WS-PRIOR-CATEGORY       PIC X(04) VALUE SPACES.
013900 01 WS-PRIOR-PRODUCT        PIC 9(10) VALUE 0.
014000 01 WS-PRIOR-NAME           PIC X(30) VALUE SPACES.
014100 01 WS-PRODUCT-UNITS        PIC S9(07) VALUE 0.
014200 01 WS-PRODUCT-VALUE        PIC S9(11)V99 VALUE 0.
014300 01 WS-CATEGORY-UNITS       PIC S9(07) VALUE 0.
014400 01 WS-CATEGORY-VALUE       PIC S9(11)V99 VALUE 0.
014500 01 WS-GRAND-UNITS          PIC S9(09) VALUE 0.
014600 01 WS-GRAND-VALUE          PIC S9(13)V99 VALUE 0.
014700
014800*--------------------------------------------------------------
014900* BY-CUSTOMER RANKING TABLE
015800 01 WS-CUSTOMER-TABLE.
015900     05 WS-CUST-ENTRY OCCURS 100 TIMES.
016000         10 WS-CUS-ID           PIC X(10).
016100         10 WS-CUS-UNITS        PIC S9(07).
016200         10 WS-CUS-VALUE        PIC S9(11)V99.
016300
016400*--------------------------------------------------------------
016500* RANKING SORT FIELDS (SIMPLE EXCHANGE SORT ON THE TABLE)
016800 01 WS-SWAP-SWITCH          PIC X(01) VALUE 'N'.
016900     88 WS-SWAPPED              VALUE 'Y'.
017000 01 WS-HOLD-CUS-ID          PIC X(10).
017100 01 WS-HOLD-CUS-UNITS       PIC S9(07).
017200 01 WS-HOLD-CUS-VALUE       PIC S9(11)V99.
017300 01 WS-RANK                 PIC 9(03) VALUE 0.
017400
017500*--------------------------------------------------------------
019800     05 FILLER                  PIC X(02) VALUE SPACES.
019900     05 WS-RPTD-NAME            PIC X(30).
020000     05 FILLER                  PIC X(02) VALUE SPACES.
020100     05 WS-RPTD-UNITS           PIC Z,ZZZ,ZZ9-.
020200     05 FILLER                  PIC X(02) VALUE SPACES.
020300     05 WS-RPTD-VALUE           PIC $$,$$$,$$$,$$9.99-.
020400
020500 01 WS-SUBTOTAL-LINE.
020600     05 FILLER                  PIC X(13)
020700         VALUE "SUBTOTAL FOR ".
020800     05 WS-SUB-CODE             PIC X(04).
020900     05 FILLER                  PIC X(27) VALUE ":".
021000     05 WS-SUB-UNITS            PIC Z,ZZZ,ZZ9-.
021100     05 FILLER                  PIC X(02) VALUE SPACES.
021200     05 WS-SUB-VALUE            PIC $$,$$$,$$$,$$9.99-.
021300
021400 01 WS-GRAND-LINE.
021500     05 FILLER                  PIC X(44)
021600         VALUE "GRAND TOTAL:".
021700     05 WS-GRT-UNITS            PIC ZZZ,ZZZ,ZZ9-.
021800     05 FILLER                  PIC X(02) VALUE SPACES.
021900     05 WS-GRT-VALUE            PIC $$$,$$$,$$$,$$9.99-.
022000
022100 01 WS-RANK-HEADING.
022200     05 FILLER                  PIC X(30)
022700     05 FILLER                  PIC X(02) VALUE SPACES.
022800     05 WS-RNK-CUSTOMER         PIC X(10).
022900     05 FILLER                  PIC X(02) VALUE SPACES.
023000     05 WS-RNK-UNITS            PIC Z,ZZZ,ZZ9-.
023100     05 FILLER                  PIC X(02) VALUE SPACES.
023200     05 WS-RNK-VALUE            PIC $$,$$$,$$$,$$9.99-.
023300
023400 01 WS-COUNT-LINE.
023500     05 FILLER                  PIC X(21)
033900     MOVE PM-CATEGORY-CODE TO WK-CATEGORY-CODE
034000     MOVE SH-PRODUCT-CODE  TO WK-PRODUCT-CODE
034100     MOVE PM-PRODUCT-NAME  TO WK-PRODUCT-NAME
034110     IF SH-RETURN-ROW
034120         COMPUTE WS-SALE-QUANTITY = ZERO - SH-QUANTITY
034130         COMPUTE WS-SALE-AMOUNT   = ZERO - SH-AMOUNT
034140     ELSE
034150         MOVE SH-QUANTITY TO WS-SALE-QUANTITY
034160         MOVE SH-AMOUNT   TO WS-SALE-AMOUNT
034170     END-IF
034180
034200     MOVE WS-SALE-QUANTITY TO WK-QUANTITY
034300     MOVE WS-SALE-AMOUNT   TO WK-AMOUNT
034400     WRITE WK-WORK-RECORD
034500     IF NOT WS-WRK-OK
034600         DISPLAY "WARNING: could not write sales work file, "
037900         END-IF
038000     END-IF
038100
038200     ADD WS-SALE-QUANTITY TO WS-CUS-UNITS (WS-CUST-MATCH-SUB)
038300     ADD WS-SALE-AMOUNT   TO WS-CUS-VALUE (WS-CUST-MATCH-SUB)
038400         ON SIZE ERROR
038500             DISPLAY "WARNING: customer value total "
038600                 "overflowed for "
