002220*                 THE NIGHTLY STEP TABLE; ON ANY OTHER NIGHT,
002230*                 AND ON AD HOC RUNS WITHOUT THE FLAG, THE
002240*                 BASELINE IS LEFT ALONE.
002250* 2026-10-15 DT   PICKED UP THE NEW TAXABLE FLAG ON THE PRODCAT
002300*                 CATEGORY RECORD LAYOUT.
002320* 2026-10-15 DT   PICKED UP THE NEW COUNT-FREEZE FLAG ON THE STOCK
002340*                 RECORD LAYOUT.
002350* 2026-10-15 DT   STOCK IS NOW VALUED AT EACH PRODUCT'S AVERAGE
002360*                 UNIT COST FROM PRODSTCK INSTEAD OF THE MASTER
002370*                 PRICE. A PRODUCT WITH NO COST YET IS STILL
002380*                 VALUED AT THE MASTER PRICE, MARKED AT LIST ON
002390*                 ITS LINE AND COUNTED AT THE FOOT OF THE REPORT.
002392* 2026-10-15 DT   PICKED UP THE NEW REORDER QUANTITY ON THE STOCK
002394*                 RECORD LAYOUT.
002395* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
002396*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
002397*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
002398*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
002399*                 FOR.
002400*--------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
007400     05 SK-REORDER-POINT         PIC 9(05).
007500     05 SK-DATE-UPDATED          PIC 9(08).
007510     05 SK-ON-ORDER              PIC 9(07).
007520     05 SK-COUNT-FLAG            PIC X(01).
007540         88 SK-COUNT-FROZEN          VALUE 'F'.
007550     05 SK-AVG-COST              PIC 9(05)V99.
007560     05 SK-REORDER-QTY           PIC 9(05).
007600
007700 FD  PRODUCT-MASTER
007800     LABEL RECORDS ARE STANDARD.
008900 01  CAT-REF-RECORD.
009000     05 CAT-CODE                 PIC X(04).
009100     05 CAT-DESCRIPTION          PIC X(30).
009120     05 CAT-TAXABLE-FLAG         PIC X(01).
009140         88 CAT-NOT-TAXABLE          VALUE 'N'.
009200
009300 FD  VALUATION-WORK
009400     LABEL RECORDS ARE STANDARD.
009700     05 WK-PRODUCT-CODE          PIC 9(10).
009800     05 WK-PRODUCT-NAME          PIC X(30).
009900     05 WK-ON-HAND               PIC 9(07).
010000     05 WK-UNIT-COST             PIC 9(5)V99.
010100     05 WK-VALUE                 PIC 9(11)V99.
010150     05 WK-COST-BASIS            PIC X(01).
010200
010300 FD  VALUATION-SORTED
010400     LABEL RECORDS ARE STANDARD.
010700     05 SR-PRODUCT-CODE          PIC 9(10).
010800     05 SR-PRODUCT-NAME          PIC X(30).
010900     05 SR-ON-HAND               PIC 9(07).
011000     05 SR-UNIT-COST             PIC 9(5)V99.
011100     05 SR-VALUE                 PIC 9(11)V99.
011120     05 SR-COST-BASIS            PIC X(01).
011140         88 SR-AT-LIST-PRICE         VALUE 'L'.
011200
011300 SD  SORT-FILE.
011400 01  SW-SORT-RECORD.
011500     05 SW-CATEGORY-CODE         PIC X(04).
011600     05 SW-PRODUCT-CODE          PIC 9(10).
011700     05 FILLER                   PIC X(58).
011800
011900 FD  VALUATION-REPORT
012000     LABEL RECORDS ARE STANDARD.
014900*--------------------------------------------------------------
015000* VALUATION PROCESSING FIELDS
015100*--------------------------------------------------------------
015150 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
015200 01 WS-CURRENT-DATE         PIC 9(08).
015300 01 WS-SK-EOF-SWITCH        PIC X(01) VALUE 'N'.
015400     88 WS-END-OF-STOCK         VALUE 'Y'.
015600     88 WS-END-OF-SORTED        VALUE 'Y'.
015700 01 WS-PRODUCTS-VALUED      PIC 9(05) VALUE 0.
015800 01 WS-LINE-VALUE           PIC 9(11)V99 VALUE 0.
015850 01 WS-PRODUCTS-AT-LIST     PIC 9(05) VALUE 0.
015900 01 WS-PRIOR-CATEGORY       PIC X(04) VALUE SPACES.
016000 01 WS-CATEGORY-TOTAL       PIC 9(11)V99 VALUE 0.
016100 01 WS-GRAND-TOTAL          PIC 9(13)V99 VALUE 0.
022200     05 FILLER                  PIC X(12) VALUE "PRODUCT".
022300     05 FILLER                  PIC X(32) VALUE "NAME".
022400     05 FILLER                  PIC X(10) VALUE "ON-HAND".
022450     05 FILLER                  PIC X(12) VALUE "UNIT COST".
022500     05 FILLER                  PIC X(19) VALUE "VALUE".
022550     05 FILLER                  PIC X(07) VALUE "BASIS".
022700
022800 01 WS-CATEGORY-HDG-LINE.
022900     05 FILLER                  PIC X(10) VALUE "CATEGORY: ".
023800     05 FILLER                  PIC X(02) VALUE SPACES.
023900     05 WS-RPTD-ON-HAND         PIC Z,ZZZ,ZZ9.
024000     05 FILLER                  PIC X(02) VALUE SPACES.
024100     05 WS-RPTD-COST            PIC $$$,$$9.99.
024200     05 FILLER                  PIC X(02) VALUE SPACES.
024300     05 WS-RPTD-VALUE           PIC $$,$$$,$$$,$$9.99.
024320     05 FILLER                  PIC X(02) VALUE SPACES.
024340     05 WS-RPTD-BASIS           PIC X(07).
024400
024500 01 WS-SUBTOTAL-LINE.
024600     05 FILLER                  PIC X(13)
027100     05 FILLER                  PIC X(17)
027200         VALUE "PRODUCTS VALUED:".
027300     05 WS-CNT-VALUED           PIC ZZ,ZZ9.
027310
027320 01 WS-LIST-COUNT-LINE.
027330     05 FILLER                  PIC X(28)
027340         VALUE "VALUED AT LIST (NO COST):".
027350     05 WS-CNT-AT-LIST          PIC ZZ,ZZ9.
027400
027500 PROCEDURE DIVISION.
027600*--------------------------------------------------------------
029200*--------------------------------------------------------------
029300 1000-INITIALIZE.
029400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
029410     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
029420         "DUKE_BUSINESS_DATE"
029430     IF WS-BUSINESS-DATE IS NUMERIC
029440         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
029450     END-IF
029500     ACCEPT WS-SNAPSHOT-FLAG FROM ENVIRONMENT
029510         "DUKE_MONTH_END"
029600
039900
040000*--------------------------------------------------------------
040100* 2000-SPOOL-VALUATIONS
040200*    WALKS THE WHOLE STOCK FILE, VALUES EACH PRODUCT AT ITS
040300*    AVERAGE COST AND SPOOLS THE LINES FOR THE CATEGORY SORT.
040400*--------------------------------------------------------------
040500 2000-SPOOL-VALUATIONS.
040600     OPEN OUTPUT VALUATION-WORK
042600*--------------------------------------------------------------
042700* 2100-VALUE-ONE-PRODUCT
042800*    READS THE NEXT STOCK RECORD AND SPOOLS ITS VALUATION
042850*    LINE AT THE PRODUCT'S AVERAGE COST, OR AT THE MASTER PRICE
042900*    (MARKED AT LIST) UNTIL THE PRODUCT HAS A COST. A STOCK
042950*    RECORD WHOSE PRODUCT IS OFF THE MASTER AND HAS NO COST IS
043000*    LISTED UNDER CATEGORY ???? AT ZERO VALUE SO IT STILL
043100*    SHOWS UP RATHER THAN VANISHING FROM THE PAGE.
043200*--------------------------------------------------------------
044500             MOVE "????" TO PM-CATEGORY-CODE
044600     END-READ
044700
044710     IF SK-AVG-COST > 0
044720         MOVE SK-AVG-COST      TO WK-UNIT-COST
044730         MOVE SPACE            TO WK-COST-BASIS
044740     ELSE
044750         MOVE PM-PRODUCT-PRICE TO WK-UNIT-COST
044760         MOVE 'L'              TO WK-COST-BASIS
044770         ADD 1 TO WS-PRODUCTS-AT-LIST
044780     END-IF
044800     COMPUTE WS-LINE-VALUE =
044900         SK-ON-HAND * WK-UNIT-COST
045000
045100     MOVE PM-CATEGORY-CODE  TO WK-CATEGORY-CODE
045200     MOVE SK-PRODUCT-CODE   TO WK-PRODUCT-CODE
045300     MOVE PM-PRODUCT-NAME   TO WK-PRODUCT-NAME
045400     MOVE SK-ON-HAND        TO WK-ON-HAND
045600     MOVE WS-LINE-VALUE     TO WK-VALUE
045700     WRITE WK-WORK-RECORD
045800     IF NOT WS-WRK-OK
052400     WRITE RPT-PRINT-LINE FROM WS-GRAND-LINE
052500     MOVE WS-PRODUCTS-VALUED TO WS-CNT-VALUED
052600     WRITE RPT-PRINT-LINE FROM WS-COUNT-LINE
052620     IF WS-PRODUCTS-AT-LIST > 0
052640         MOVE WS-PRODUCTS-AT-LIST TO WS-CNT-AT-LIST
052660         WRITE RPT-PRINT-LINE FROM WS-LIST-COUNT-LINE
052680     END-IF
052700     IF NOT WS-RPT-OK
052800         DISPLAY "WARNING: could not write STCKVAL, status "
052900             WS-RPT-FILE-STATUS
055900     MOVE SR-PRODUCT-CODE TO WS-RPTD-CODE
056000     MOVE SR-PRODUCT-NAME TO WS-RPTD-NAME
056100     MOVE SR-ON-HAND      TO WS-RPTD-ON-HAND
056120     MOVE SR-UNIT-COST    TO WS-RPTD-COST
056140     IF SR-AT-LIST-PRICE
056160         MOVE "AT LIST" TO WS-RPTD-BASIS
056180     ELSE
056200         MOVE SPACES    TO WS-RPTD-BASIS
056220     END-IF
056300     MOVE SR-VALUE        TO WS-RPTD-VALUE
056400     WRITE RPT-PRINT-LINE FROM WS-RPT-DETAIL-LINE
056500     IF NOT WS-RPT-OK
