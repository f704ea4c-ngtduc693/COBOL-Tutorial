000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CountOpen.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - OPENS A PHYSICAL STOCK
001100*                 COUNT. THE WAREHOUSE PICKS ONE PRODUCT
001200*                 CATEGORY (OR BLANK FOR THE WHOLE WAREHOUSE);
001300*                 EVERY STOCK RECORD IN SCOPE IS FROZEN (SO
001400*                 StockMove HOLDS ITS MOVEMENTS AND ORDER
001500*                 ENTRY BACKORDERS IT UNTIL THE COUNT IS
001600*                 POSTED), ITS BOOK QUANTITY IS SNAPSHOT ONTO
001700*                 THE PHYSCNT COUNT FILE, AND A BLIND COUNT
001800*                 SHEET IS PRINTED TO CNTSHEET BY CATEGORY AND
001900*                 PRODUCT - NO BOOK QUANTITY ON THE SHEET, SO
002000*                 THE COUNTERS COUNT WHAT IS ON THE SHELF.
002100*                 COUNTS ARE KEYED WITH CountEntry AND POSTED
002200*                 WITH CountPost. ONLY ONE COUNT MAY BE OPEN AT
002300*                 A TIME. IN BATCH (DUKE_BATCH_MODE=Y) THE
002400*                 CATEGORY COMES FROM DUKE_COUNT_CATEGORY.
002420* 2026-10-15 DT   PICKED UP THE NEW AVERAGE UNIT COST ON THE STOCK
002425*                 RECORD LAYOUT.
002430* 2026-10-15 DT   PICKED UP THE NEW REORDER QUANTITY ON THE STOCK
002440*                 RECORD LAYOUT.
002500*--------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. GNUCOBOL.
003000 OBJECT-COMPUTER. GNUCOBOL.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT STOCK-FILE ASSIGN TO "PRODSTCK"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS SK-PRODUCT-CODE
003800         FILE STATUS IS WS-SK-FILE-STATUS.
003900
004000     SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS PM-PRODUCT-CODE
004400         FILE STATUS IS WS-PM-FILE-STATUS.
004500
004600     SELECT COUNT-FILE ASSIGN TO "PHYSCNT"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS PC-PRODUCT-CODE
005000         FILE STATUS IS WS-PC-FILE-STATUS.
005100
005200     SELECT SHEET-WORK ASSIGN TO "CNTWORK"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-CW-FILE-STATUS.
005500
005600     SELECT SHEET-SORTED ASSIGN TO "CNTSRTD"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-CS-FILE-STATUS.
005900
006000     SELECT SORT-FILE ASSIGN TO "SORTWK".
006100
006200     SELECT COUNT-SHEET ASSIGN TO "CNTSHEET"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RPT-FILE-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  STOCK-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  SK-STOCK-RECORD.
007100     05 SK-PRODUCT-CODE          PIC 9(10).
007200     05 SK-ON-HAND               PIC 9(07).
007300     05 SK-REORDER-POINT         PIC 9(05).
007400     05 SK-DATE-UPDATED          PIC 9(08).
007500     05 SK-ON-ORDER              PIC 9(07).
007600     05 SK-COUNT-FLAG            PIC X(01).
007700         88 SK-COUNT-FROZEN          VALUE 'F'.
007750     05 SK-AVG-COST              PIC 9(05)V99.
007760     05 SK-REORDER-QTY           PIC 9(05).
007800
007900 FD  PRODUCT-MASTER
008000     LABEL RECORDS ARE STANDARD.
008100 01  PM-PRODUCT-RECORD.
008200     05 PM-PRODUCT-CODE          PIC 9(10).
008300     05 PM-PRODUCT-NAME          PIC X(30).
008400     05 PM-PRODUCT-PRICE         PIC 9(5)V99.
008500     05 PM-DATE-ENTERED          PIC 9(08).
008600     05 PM-CATEGORY-CODE         PIC X(04).
008700     05 PM-SUPPLIER-CODE         PIC X(06).
008800
008900 FD  COUNT-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 01  PC-COUNT-RECORD.
009200     05 PC-PRODUCT-CODE          PIC 9(10).
009300     05 PC-CATEGORY-CODE         PIC X(04).
009400     05 PC-BOOK-QTY              PIC 9(07).
009500     05 PC-COUNTED-QTY           PIC 9(07).
009600     05 PC-COUNT-STATUS          PIC X(01).
009700         88 PC-NOT-COUNTED           VALUE 'O'.
009800         88 PC-COUNTED               VALUE 'C'.
009900     05 PC-OPENED-DATE           PIC 9(08).
010000     05 PC-COUNTED-DATE          PIC 9(08).
010100     05 PC-COUNTED-BY            PIC X(10).
010200
010300 FD  SHEET-WORK
010400     LABEL RECORDS ARE STANDARD.
010500 01  CW-SHEET-RECORD.
010600     05 CW-CATEGORY-CODE         PIC X(04).
010700     05 CW-PRODUCT-CODE          PIC 9(10).
010800     05 CW-PRODUCT-NAME          PIC X(30).
010900
011000 FD  SHEET-SORTED
011100     LABEL RECORDS ARE STANDARD.
011200 01  CS-SHEET-RECORD.
011300     05 CS-CATEGORY-CODE         PIC X(04).
011400     05 CS-PRODUCT-CODE          PIC 9(10).
011500     05 CS-PRODUCT-NAME          PIC X(30).
011600
011700 SD  SORT-FILE.
011800 01  SW-SORT-RECORD.
011900     05 SW-CATEGORY-CODE         PIC X(04).
012000     05 SW-PRODUCT-CODE          PIC 9(10).
012100     05 FILLER                   PIC X(30).
012200
012300 FD  COUNT-SHEET
012400     LABEL RECORDS ARE STANDARD.
012500 01  RPT-PRINT-LINE              PIC X(100).
012600
012700 WORKING-STORAGE SECTION.
012800*--------------------------------------------------------------
012900* FILE STATUS FIELDS
013000*--------------------------------------------------------------
013100 01 WS-SK-FILE-STATUS       PIC X(02) VALUE '00'.
013200     88 WS-SK-OK                VALUE '00'.
013300 01 WS-PM-FILE-STATUS       PIC X(02) VALUE '00'.
013400     88 WS-PM-OK                VALUE '00'.
013500 01 WS-PC-FILE-STATUS       PIC X(02) VALUE '00'.
013600     88 WS-PC-OK                VALUE '00'.
013700 01 WS-CW-FILE-STATUS       PIC X(02) VALUE '00'.
013800     88 WS-CW-OK                VALUE '00'.
013900 01 WS-CS-FILE-STATUS       PIC X(02) VALUE '00'.
014000     88 WS-CS-OK                VALUE '00'.
014100 01 WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.
014200     88 WS-RPT-OK               VALUE '00'.
014300
014400*--------------------------------------------------------------
014500* RUN CONTROL FIELDS
014600*    THE SAME BATCH SWITCH OrderEntry USES - A TERMINAL RUN
014700*    ASKS FOR THE CATEGORY, A BATCH RUN TAKES IT FROM
014800*    DUKE_COUNT_CATEGORY.
014900*--------------------------------------------------------------
015000 01 WS-CURRENT-DATE         PIC 9(08).
015100 01 WS-ENV-BATCH-FLAG       PIC X(01) VALUE SPACE.
015200     88 WS-ENV-IS-BATCH         VALUE 'Y'.
015300 01 WS-COUNT-CATEGORY       PIC X(04) VALUE SPACES.
015400     88 WS-COUNT-ALL            VALUE SPACES.
015500 01 WS-SK-EOF-SWITCH        PIC X(01) VALUE 'N'.
015600     88 WS-END-OF-STOCK         VALUE 'Y'.
015700 01 WS-PRODUCT-CATEGORY     PIC X(04) VALUE SPACES.
015800 01 WS-PRODUCT-NAME         PIC X(30) VALUE SPACES.
015900
016000*--------------------------------------------------------------
016100* REPORT CONTROL FIELDS
016200*--------------------------------------------------------------
016300 01 WS-CS-EOF-SWITCH        PIC X(01) VALUE 'N'.
016400     88 WS-END-OF-SHEET         VALUE 'Y'.
016500 01 WS-PRIOR-CATEGORY       PIC X(04) VALUE SPACES.
016600 01 WS-FIRST-CATEGORY-SW    PIC X(01) VALUE 'Y'.
016700     88 WS-FIRST-CATEGORY       VALUE 'Y'.
016800 01 WS-CAT-LINES            PIC 9(05) VALUE 0.
016900
017000*--------------------------------------------------------------
017100* RUN COUNTERS
017200*--------------------------------------------------------------
017300 01 WS-STOCK-READ           PIC 9(05) VALUE 0.
017400 01 WS-PRODUCTS-FROZEN      PIC 9(05) VALUE 0.
017500 01 WS-PRODUCTS-FAILED      PIC 9(05) VALUE 0.
017600 01 WS-CATEGORY-COUNT       PIC 9(05) VALUE 0.
017700
017800*--------------------------------------------------------------
017900* COUNT SHEET LINES
018000*    THE SHEET IS BLIND - IT CARRIES NO BOOK QUANTITY, ONLY
018100*    A RULED COLUMN FOR THE COUNTER TO WRITE IN.
018200*--------------------------------------------------------------
018300 01 WS-RPT-HEADING-1.
018400     05 FILLER                  PIC X(20)
018500         VALUE "DUKE RETAIL SYSTEMS".
018600     05 FILLER                  PIC X(30)
018700         VALUE "PHYSICAL STOCK COUNT SHEET".
018800     05 FILLER                  PIC X(10)
018900         VALUE "RUN DATE: ".
019000     05 WS-RPT-HDG-DATE         PIC 9(08).
019100     05 FILLER                  PIC X(13)
019200         VALUE "   CATEGORY: ".
019300     05 WS-RPT-HDG-SCOPE        PIC X(04).
019400
019500 01 WS-RPT-CATEGORY-LINE.
019600     05 FILLER                  PIC X(10) VALUE "CATEGORY:".
019700     05 WS-RPTC-CODE            PIC X(06).
019800
019900 01 WS-RPT-HEADING-2.
020000     05 FILLER                  PIC X(12) VALUE "PRODUCT".
020100     05 FILLER                  PIC X(32) VALUE "NAME".
020200     05 FILLER                  PIC X(16) VALUE "COUNTED QTY".
020300     05 FILLER                  PIC X(14) VALUE "COUNTED BY".
020400     05 FILLER                  PIC X(08) VALUE "CHECKED".
020500
020600 01 WS-RPT-DETAIL-LINE.
020700     05 WS-RPTD-PRODUCT         PIC 9(10).
020800     05 FILLER                  PIC X(02) VALUE SPACES.
020900     05 WS-RPTD-NAME            PIC X(30).
021000     05 FILLER                  PIC X(02) VALUE SPACES.
021100     05 FILLER                  PIC X(14)
021200         VALUE "______________".
021300     05 FILLER                  PIC X(02) VALUE SPACES.
021400     05 FILLER                  PIC X(12)
021500         VALUE "____________".
021600     05 FILLER                  PIC X(02) VALUE SPACES.
021700     05 FILLER                  PIC X(08) VALUE "________".
021800
021900 01 WS-RPT-CATEGORY-TOTAL.
022000     05 FILLER                  PIC X(12) VALUE SPACES.
022100     05 FILLER                  PIC X(22)
022200         VALUE "PRODUCTS TO COUNT:".
022300     05 WS-RPTT-LINES           PIC ZZ,ZZ9.
022400
022500 01 WS-RPT-GRAND-TOTAL.
022600     05 FILLER                  PIC X(12)
022700         VALUE "ALL -".
022800     05 FILLER                  PIC X(22)
022900         VALUE "PRODUCTS TO COUNT:".
023000     05 WS-RPTG-LINES           PIC ZZ,ZZ9.
023100
023200 PROCEDURE DIVISION.
023300*--------------------------------------------------------------
023400* 0000-MAIN-PROCESS
023500*    CONTROLS THE OVERALL FLOW OF OPENING A STOCK COUNT.
023600*--------------------------------------------------------------
023700 0000-MAIN-PROCESS.
023800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023900     PERFORM 2000-FREEZE-STOCK THRU 2000-EXIT
024000     PERFORM 3000-PRINT-COUNT-SHEET THRU 3000-EXIT
024100     PERFORM 9000-TERMINATE THRU 9000-EXIT
024200     STOP RUN.
024300
024400*--------------------------------------------------------------
024500* 1000-INITIALIZE
024600*    TAKES THE CATEGORY TO COUNT, REFUSES TO START WHILE AN
024700*    EARLIER COUNT IS STILL ON PHYSCNT, AND OPENS THE FILES.
024800*    THE PRODUCT MASTER IS NEEDED TO KNOW EACH PRODUCT'S
024900*    CATEGORY, SO WITHOUT IT THE COUNT CANNOT BE OPENED.
025000*--------------------------------------------------------------
025100 1000-INITIALIZE.
025200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
025300
025400     ACCEPT WS-ENV-BATCH-FLAG FROM ENVIRONMENT "DUKE_BATCH_MODE"
025500     IF WS-ENV-IS-BATCH
025600         ACCEPT WS-COUNT-CATEGORY
025700             FROM ENVIRONMENT "DUKE_COUNT_CATEGORY"
025800     ELSE
025900         DISPLAY "Category to count (blank for all): "
026000         ACCEPT WS-COUNT-CATEGORY
026100     END-IF
026200
026300     PERFORM 1100-CHECK-NO-OPEN-COUNT THRU 1100-EXIT
026400
026500     OPEN I-O STOCK-FILE
026600     IF NOT WS-SK-OK
026700         DISPLAY "ERROR: cannot open PRODSTCK, status "
026800             WS-SK-FILE-STATUS
026900         MOVE 1 TO RETURN-CODE
027000         STOP RUN
027100     END-IF
027200
027300     OPEN INPUT PRODUCT-MASTER
027400     IF NOT WS-PM-OK
027500         DISPLAY "ERROR: cannot open PRODMSTR, status "
027600             WS-PM-FILE-STATUS
027700         CLOSE STOCK-FILE
027800         MOVE 1 TO RETURN-CODE
027900         STOP RUN
028000     END-IF
028100
028200     OPEN OUTPUT COUNT-FILE
028300     IF NOT WS-PC-OK
028400         DISPLAY "ERROR: cannot open PHYSCNT, status "
028500             WS-PC-FILE-STATUS
028600         CLOSE STOCK-FILE
028700         CLOSE PRODUCT-MASTER
028800         MOVE 1 TO RETURN-CODE
028900         STOP RUN
029000     END-IF
029100
029200     OPEN OUTPUT SHEET-WORK
029300     IF NOT WS-CW-OK
029400         DISPLAY "ERROR: cannot open count sheet work file, "
029500             "status " WS-CW-FILE-STATUS
029600         CLOSE STOCK-FILE
029700         CLOSE PRODUCT-MASTER
029800         CLOSE COUNT-FILE
029900         MOVE 1 TO RETURN-CODE
030000         STOP RUN
030100     END-IF.
030200 1000-EXIT.
030300     EXIT.
030400
030500*--------------------------------------------------------------
030600* 1100-CHECK-NO-OPEN-COUNT
030700*    A PHYSCNT WITH ANY RECORD ON IT IS A COUNT NOT YET
030800*    POSTED - OPENING ANOTHER WOULD OVERWRITE ITS BOOK
030900*    QUANTITIES, SO THE RUN STOPS. NO PHYSCNT AT ALL IS THE
031000*    NORMAL STARTING POINT.
031100*--------------------------------------------------------------
031200 1100-CHECK-NO-OPEN-COUNT.
031300     OPEN INPUT COUNT-FILE
031400     IF NOT WS-PC-OK
031500         GO TO 1100-EXIT
031600     END-IF
031700
031800     MOVE 0 TO PC-PRODUCT-CODE
031900     START COUNT-FILE KEY IS NOT LESS THAN PC-PRODUCT-CODE
032000         INVALID KEY
032100             CLOSE COUNT-FILE
032200             GO TO 1100-EXIT
032300     END-START
032400     READ COUNT-FILE NEXT RECORD
032500         AT END
032600             CLOSE COUNT-FILE
032700             GO TO 1100-EXIT
032800     END-READ
032900     CLOSE COUNT-FILE
033000
033100     DISPLAY "ERROR: a stock count is already open on PHYSCNT "
033200         "(category " PC-CATEGORY-CODE ", opened "
033300         PC-OPENED-DATE ")."
033400     DISPLAY "ERROR: post it with CountPost before opening "
033500         "another."
033600     MOVE 1 TO RETURN-CODE
033700     STOP RUN.
033800 1100-EXIT.
033900     EXIT.
034000
034100*--------------------------------------------------------------
034200* 2000-FREEZE-STOCK
034300*    PASSES PRODSTCK ONCE, FREEZING AND SNAPSHOTTING EVERY
034400*    PRODUCT IN THE CATEGORY BEING COUNTED.
034500*--------------------------------------------------------------
034600 2000-FREEZE-STOCK.
034700     MOVE 'N' TO WS-SK-EOF-SWITCH
034800     MOVE 0 TO SK-PRODUCT-CODE
034900     START STOCK-FILE KEY IS NOT LESS THAN SK-PRODUCT-CODE
035000         INVALID KEY
035100             MOVE 'Y' TO WS-SK-EOF-SWITCH
035200     END-START
035300     PERFORM 2100-FREEZE-ONE-PRODUCT THRU 2100-EXIT
035400         UNTIL WS-END-OF-STOCK
035500     CLOSE SHEET-WORK
035600
035700     DISPLAY "Stock records read: " WS-STOCK-READ
035800         " Frozen for count: " WS-PRODUCTS-FROZEN
035900         " Failed: " WS-PRODUCTS-FAILED.
036000 2000-EXIT.
036100     EXIT.
036200
036300*--------------------------------------------------------------
036400* 2100-FREEZE-ONE-PRODUCT
036500*    READS THE NEXT STOCK RECORD AND, WHEN ITS PRODUCT IS IN
036600*    THE CATEGORY BEING COUNTED, SNAPSHOTS THE BOOK QUANTITY
036700*    TO PHYSCNT, SETS THE FREEZE FLAG AND SPOOLS A COUNT
036800*    SHEET LINE. A STOCK RECORD WHOSE PRODUCT IS OFF THE
036900*    MASTER IS COUNTED UNDER CATEGORY ???? IN A FULL COUNT.
037000*    THE COUNT RECORD IS WRITTEN BEFORE THE FLAG IS SET, SO
037100*    A PRODUCT IS NEVER FROZEN WITHOUT A COUNT TO RELEASE IT.
037200*--------------------------------------------------------------
037300 2100-FREEZE-ONE-PRODUCT.
037400     READ STOCK-FILE NEXT RECORD
037500         AT END
037600             MOVE 'Y' TO WS-SK-EOF-SWITCH
037700             GO TO 2100-EXIT
037800     END-READ
037900     ADD 1 TO WS-STOCK-READ
038000
038100     MOVE SK-PRODUCT-CODE TO PM-PRODUCT-CODE
038200     READ PRODUCT-MASTER
038300         INVALID KEY
038400             MOVE "????" TO WS-PRODUCT-CATEGORY
038500             MOVE "(NOT ON FILE)" TO WS-PRODUCT-NAME
038600         NOT INVALID KEY
038700             MOVE PM-CATEGORY-CODE TO WS-PRODUCT-CATEGORY
038800             MOVE PM-PRODUCT-NAME TO WS-PRODUCT-NAME
038900     END-READ
039000     IF NOT WS-COUNT-ALL
039100       AND WS-PRODUCT-CATEGORY NOT = WS-COUNT-CATEGORY
039200         GO TO 2100-EXIT
039300     END-IF
039400
039500     MOVE SPACES              TO PC-COUNT-RECORD
039600     MOVE SK-PRODUCT-CODE     TO PC-PRODUCT-CODE
039700     MOVE WS-PRODUCT-CATEGORY TO PC-CATEGORY-CODE
039800     MOVE SK-ON-HAND          TO PC-BOOK-QTY
039900     MOVE 0                   TO PC-COUNTED-QTY
040000     MOVE 'O'                 TO PC-COUNT-STATUS
040100     MOVE WS-CURRENT-DATE     TO PC-OPENED-DATE
040200     MOVE 0                   TO PC-COUNTED-DATE
040300     WRITE PC-COUNT-RECORD
040400         INVALID KEY
040500             DISPLAY "WARNING: could not write PHYSCNT for "
040600                 "product " SK-PRODUCT-CODE ", status "
040700                 WS-PC-FILE-STATUS " - not frozen."
040800             ADD 1 TO WS-PRODUCTS-FAILED
040900             MOVE 1 TO RETURN-CODE
041000             GO TO 2100-EXIT
041100     END-WRITE
041200
041300     MOVE 'F' TO SK-COUNT-FLAG
041400     REWRITE SK-STOCK-RECORD
041500         INVALID KEY
041600             DISPLAY "WARNING: could not freeze PRODSTCK for "
041700                 "product " SK-PRODUCT-CODE ", status "
041800                 WS-SK-FILE-STATUS
041900             DELETE COUNT-FILE RECORD
042000                 INVALID KEY
042100                     CONTINUE
042200             END-DELETE
042300             ADD 1 TO WS-PRODUCTS-FAILED
042400             MOVE 1 TO RETURN-CODE
042500             GO TO 2100-EXIT
042600     END-REWRITE
042700     ADD 1 TO WS-PRODUCTS-FROZEN
042800
042900     MOVE WS-PRODUCT-CATEGORY TO CW-CATEGORY-CODE
043000     MOVE SK-PRODUCT-CODE     TO CW-PRODUCT-CODE
043100     MOVE WS-PRODUCT-NAME     TO CW-PRODUCT-NAME
043200     WRITE CW-SHEET-RECORD
043300     IF NOT WS-CW-OK
043400         DISPLAY "WARNING: could not write count sheet work "
043500             "file, status " WS-CW-FILE-STATUS
043600     END-IF.
043700 2100-EXIT.
043800     EXIT.
043900
044000*--------------------------------------------------------------
044100* 3000-PRINT-COUNT-SHEET
044200*    SORTS THE FROZEN PRODUCTS BY CATEGORY AND PRODUCT AND
044300*    PRINTS THE BLIND COUNT SHEET, ONE SECTION PER CATEGORY.
044400*--------------------------------------------------------------
044500 3000-PRINT-COUNT-SHEET.
044600     OPEN OUTPUT COUNT-SHEET
044700     IF NOT WS-RPT-OK
044800         DISPLAY "ERROR: cannot open CNTSHEET, status "
044900             WS-RPT-FILE-STATUS
045000         MOVE 1 TO RETURN-CODE
045100         GO TO 3000-EXIT
045200     END-IF
045300     MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE
045400     IF WS-COUNT-ALL
045500         MOVE "ALL" TO WS-RPT-HDG-SCOPE
045600     ELSE
045700         MOVE WS-COUNT-CATEGORY TO WS-RPT-HDG-SCOPE
045800     END-IF
045900     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-1
046000
046100     IF WS-PRODUCTS-FROZEN = 0
046200         MOVE SPACES TO RPT-PRINT-LINE
046300         WRITE RPT-PRINT-LINE
046400         MOVE "NO STOCKED PRODUCTS IN THIS CATEGORY TO COUNT."
046500             TO RPT-PRINT-LINE
046600         WRITE RPT-PRINT-LINE
046700         CLOSE COUNT-SHEET
046800         GO TO 3000-EXIT
046900     END-IF
047000
047100     SORT SORT-FILE
047200         ON ASCENDING KEY SW-CATEGORY-CODE
047300                          SW-PRODUCT-CODE
047400         USING SHEET-WORK
047500         GIVING SHEET-SORTED
047600
047700     OPEN INPUT SHEET-SORTED
047800     IF NOT WS-CS-OK
047900         DISPLAY "ERROR: cannot open sorted count sheet file, "
048000             "status " WS-CS-FILE-STATUS
048100         CLOSE COUNT-SHEET
048200         MOVE 1 TO RETURN-CODE
048300         GO TO 3000-EXIT
048400     END-IF
048500
048600     MOVE 'N' TO WS-CS-EOF-SWITCH
048700     MOVE 'Y' TO WS-FIRST-CATEGORY-SW
048800     PERFORM 3100-PRINT-ONE-PRODUCT THRU 3100-EXIT
048900         UNTIL WS-END-OF-SHEET
049000     IF NOT WS-FIRST-CATEGORY
049100         PERFORM 3200-PRINT-CATEGORY-TOTAL THRU 3200-EXIT
049200     END-IF
049300     CLOSE SHEET-SORTED
049400
049500     MOVE WS-PRODUCTS-FROZEN TO WS-RPTG-LINES
049600     WRITE RPT-PRINT-LINE FROM WS-RPT-GRAND-TOTAL
049700     IF NOT WS-RPT-OK
049800         DISPLAY "WARNING: could not write CNTSHEET, status "
049900             WS-RPT-FILE-STATUS
050000     END-IF
050100     CLOSE COUNT-SHEET
050200     DISPLAY "Count sheets written to CNTSHEET - "
050300         WS-CATEGORY-COUNT " category(ies).".
050400 3000-EXIT.
050500     EXIT.
050600
050700*--------------------------------------------------------------
050800* 3100-PRINT-ONE-PRODUCT
050900*    READS ONE SORTED PRODUCT, STARTING A NEW CATEGORY
051000*    SECTION WHEN THE CATEGORY CHANGES, AND PRINTS ITS LINE.
051100*--------------------------------------------------------------
051200 3100-PRINT-ONE-PRODUCT.
051300     READ SHEET-SORTED
051400         AT END
051500             MOVE 'Y' TO WS-CS-EOF-SWITCH
051600             GO TO 3100-EXIT
051700     END-READ
051800
051900     IF CS-CATEGORY-CODE NOT = WS-PRIOR-CATEGORY
052000       OR WS-FIRST-CATEGORY
052100         IF NOT WS-FIRST-CATEGORY
052200             PERFORM 3200-PRINT-CATEGORY-TOTAL THRU 3200-EXIT
052300         END-IF
052400         MOVE 'N' TO WS-FIRST-CATEGORY-SW
052500         MOVE CS-CATEGORY-CODE TO WS-PRIOR-CATEGORY
052600         PERFORM 3150-PRINT-CATEGORY-HEADING THRU 3150-EXIT
052700     END-IF
052800
052900     MOVE CS-PRODUCT-CODE TO WS-RPTD-PRODUCT
053000     MOVE CS-PRODUCT-NAME TO WS-RPTD-NAME
053100     WRITE RPT-PRINT-LINE FROM WS-RPT-DETAIL-LINE
053200     ADD 1 TO WS-CAT-LINES.
053300 3100-EXIT.
053400     EXIT.
053500
053600*--------------------------------------------------------------
053700* 3150-PRINT-CATEGORY-HEADING
053800*    STARTS A CATEGORY SECTION OF THE SHEET.
053900*--------------------------------------------------------------
054000 3150-PRINT-CATEGORY-HEADING.
054100     ADD 1 TO WS-CATEGORY-COUNT
054200     MOVE 0 TO WS-CAT-LINES
054300     IF CS-CATEGORY-CODE = SPACES
054400         MOVE "(NONE)" TO WS-RPTC-CODE
054500     ELSE
054600         MOVE CS-CATEGORY-CODE TO WS-RPTC-CODE
054700     END-IF
054800     MOVE SPACES TO RPT-PRINT-LINE
054900     WRITE RPT-PRINT-LINE
055000     WRITE RPT-PRINT-LINE FROM WS-RPT-CATEGORY-LINE
055100     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-2.
055200 3150-EXIT.
055300     EXIT.
055400
055500*--------------------------------------------------------------
055600* 3200-PRINT-CATEGORY-TOTAL
055700*    PRINTS THE NUMBER OF PRODUCTS IN THE CATEGORY JUST ENDED.
055800*--------------------------------------------------------------
055900 3200-PRINT-CATEGORY-TOTAL.
056000     MOVE WS-CAT-LINES TO WS-RPTT-LINES
056100     WRITE RPT-PRINT-LINE FROM WS-RPT-CATEGORY-TOTAL
056200     MOVE SPACES TO RPT-PRINT-LINE
056300     WRITE RPT-PRINT-LINE.
056400 3200-EXIT.
056500     EXIT.
056600
056700*--------------------------------------------------------------
056800* 9000-TERMINATE
056900*    CLOSES THE MASTERS AND THE COUNT FILE. WHEN NOTHING WAS
057000*    FROZEN THE EMPTY PHYSCNT IS LEFT, WHICH COUNTS AS NO
057100*    COUNT OPEN.
057200*--------------------------------------------------------------
057300 9000-TERMINATE.
057400     CLOSE STOCK-FILE
057500     CLOSE PRODUCT-MASTER
057600     CLOSE COUNT-FILE
057700     IF WS-PRODUCTS-FROZEN > 0
057800         DISPLAY "Count opened - key the counts with CountEntry,"
057900             " then post with CountPost."
058000     END-IF.
058100 9000-EXIT.
058200     EXIT.
