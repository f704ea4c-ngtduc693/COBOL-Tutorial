000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CountPost.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - CLOSES A PHYSICAL STOCK
001100*                 COUNT. PRINTS THE CNTVAR VARIANCE REPORT BY
001200*                 CATEGORY AND PRODUCT - BOOK QUANTITY AT
001300*                 CountOpen, COUNTED QUANTITY FROM CountEntry,
001400*                 THE UNIT DIFFERENCE AND ITS VALUE AT THE
001500*                 PRODUCT'S PRICE - FLAGGING A DIFFERENCE OF
001600*                 MORE THAN DUKE_COUNT_VAR_PCT PERCENT OF BOOK
001700*                 (10 WHEN NOT SET) AS LARGE. WHEN EVERY
001800*                 PRODUCT HAS BEEN COUNTED AND A SUPERVISOR
001900*                 APPROVES (KEYED AT THE TERMINAL, OR
002000*                 DUKE_COUNT_APPROVER IN BATCH), EACH PRODUCT'S
002100*                 ON-HAND IS SET TO THE COUNTED QUANTITY, ITS
002200*                 FREEZE IS LIFTED, AND AN 'A' ADJUSTMENT GOES
002300*                 ON THE STKADJ AUDIT TRAIL WITH THE APPROVER
002400*                 AND THE OPERATOR WHO POSTED IT. MOVEMENTS
002500*                 StockMove HELD DURING THE COUNT ARE APPLIED
002600*                 ON ITS NEXT RUN. A BLANK APPROVER LEAVES THE
002700*                 COUNT OPEN, SO THE REPORT CAN BE RUN AS OFTEN
002800*                 AS RECOUNTS NEED.
002820* 2026-10-15 DT   VARIANCES ARE NOW VALUED AT THE PRODUCT'S
002840*                 AVERAGE UNIT COST ON PRODSTCK, FALLING BACK TO
002860*                 THE MASTER PRICE WHILE THE PRODUCT HAS NO COST
002880*                 YET.
002885* 2026-10-15 DT   PICKED UP THE NEW REORDER QUANTITY ON THE STOCK
002890*                 RECORD LAYOUT.
002892* 2026-10-15 DT   EACH POSTED VARIANCE NOW GOES TO THE GLTRAN
002894*                 LEDGER FEED AT ITS VALUE, AS 'CNTG' FOR A GAIN
002896*                 OR 'CNTL' FOR A LOSS, SO GlJournal CARRIES THE
002898*                 COUNT ADJUSTMENT TO INVENTORY AND SHRINKAGE.
002900*--------------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. GNUCOBOL.
003400 OBJECT-COMPUTER. GNUCOBOL.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT COUNT-FILE ASSIGN TO "PHYSCNT"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PC-PRODUCT-CODE
004200         FILE STATUS IS WS-PC-FILE-STATUS.
004300
004400     SELECT STOCK-FILE ASSIGN TO "PRODSTCK"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS SK-PRODUCT-CODE
004800         FILE STATUS IS WS-SK-FILE-STATUS.
004900
005000     SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS PM-PRODUCT-CODE
005400         FILE STATUS IS WS-PM-FILE-STATUS.
005500
005600     SELECT STOCK-ADJUSTMENTS ASSIGN TO "STKADJ"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-SA-FILE-STATUS.
005900
006000     SELECT VARIANCE-WORK ASSIGN TO "CNVWORK"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-VW-FILE-STATUS.
006300
006400     SELECT VARIANCE-SORTED ASSIGN TO "CNVSRTD"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-VS-FILE-STATUS.
006700
006800     SELECT SORT-FILE ASSIGN TO "SORTWK".
006900
007000     SELECT VARIANCE-REPORT ASSIGN TO "CNTVAR"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-RPT-FILE-STATUS.
007300
007400     SELECT RUN-STATS ASSIGN TO "RUNSTATS"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-RS-FILE-STATUS.
007700
007720     SELECT GL-FEED ASSIGN TO "GLTRAN"
007740         ORGANIZATION IS LINE SEQUENTIAL
007760         FILE STATUS IS WS-GT-FILE-STATUS.
007780
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  COUNT-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  PC-COUNT-RECORD.
008300     05 PC-PRODUCT-CODE          PIC 9(10).
008400     05 PC-CATEGORY-CODE         PIC X(04).
008500     05 PC-BOOK-QTY              PIC 9(07).
008600     05 PC-COUNTED-QTY           PIC 9(07).
008700     05 PC-COUNT-STATUS          PIC X(01).
008800         88 PC-NOT-COUNTED           VALUE 'O'.
008900         88 PC-COUNTED               VALUE 'C'.
009000     05 PC-OPENED-DATE           PIC 9(08).
009100     05 PC-COUNTED-DATE          PIC 9(08).
009200     05 PC-COUNTED-BY            PIC X(10).
009300
009400 FD  STOCK-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  SK-STOCK-RECORD.
009700     05 SK-PRODUCT-CODE          PIC 9(10).
009800     05 SK-ON-HAND               PIC 9(07).
009900     05 SK-REORDER-POINT         PIC 9(05).
010000     05 SK-DATE-UPDATED          PIC 9(08).
010100     05 SK-ON-ORDER              PIC 9(07).
010200     05 SK-COUNT-FLAG            PIC X(01).
010300         88 SK-COUNT-FROZEN          VALUE 'F'.
010350     05 SK-AVG-COST              PIC 9(05)V99.
010360     05 SK-REORDER-QTY           PIC 9(05).
010400
010500 FD  PRODUCT-MASTER
010600     LABEL RECORDS ARE STANDARD.
010700 01  PM-PRODUCT-RECORD.
010800     05 PM-PRODUCT-CODE          PIC 9(10).
010900     05 PM-PRODUCT-NAME          PIC X(30).
011000     05 PM-PRODUCT-PRICE         PIC 9(5)V99.
011100     05 PM-DATE-ENTERED          PIC 9(08).
011200     05 PM-CATEGORY-CODE         PIC X(04).
011300     05 PM-SUPPLIER-CODE         PIC X(06).
011400
011500 FD  STOCK-ADJUSTMENTS
011600     LABEL RECORDS ARE STANDARD.
011700 01  SA-ADJUST-RECORD.
011800     05 SA-DATE                  PIC 9(08).
011900     05 FILLER                   PIC X(01).
012000     05 SA-TIME                  PIC 9(08).
012100     05 FILLER                   PIC X(01).
012200     05 SA-TRANS-CODE            PIC X(01).
012300     05 FILLER                   PIC X(01).
012400     05 SA-PRODUCT-CODE          PIC 9(10).
012500     05 FILLER                   PIC X(01).
012600     05 SA-BOOK-QTY              PIC 9(07).
012700     05 FILLER                   PIC X(01).
012800     05 SA-COUNTED-QTY           PIC 9(07).
012900     05 FILLER                   PIC X(01).
013000     05 SA-VARIANCE-QTY          PIC S9(07)
013100         SIGN IS LEADING SEPARATE.
013200     05 FILLER                   PIC X(01).
013300     05 SA-VARIANCE-VALUE        PIC S9(09)V99
013400         SIGN IS LEADING SEPARATE.
013500     05 FILLER                   PIC X(01).
013600     05 SA-APPROVED-BY           PIC X(10).
013700     05 FILLER                   PIC X(01).
013800     05 SA-POSTED-BY             PIC X(10).
013900
014000 FD  VARIANCE-WORK
014100     LABEL RECORDS ARE STANDARD.
014200 01  VW-VARIANCE-RECORD.
014300     05 VW-CATEGORY-CODE         PIC X(04).
014400     05 VW-PRODUCT-CODE          PIC 9(10).
014500     05 VW-PRODUCT-NAME          PIC X(20).
014600     05 VW-BOOK-QTY              PIC 9(07).
014700     05 VW-COUNTED-QTY           PIC 9(07).
014800     05 VW-DIFF-QTY              PIC S9(07)
014900         SIGN IS LEADING SEPARATE.
015000     05 VW-DIFF-VALUE            PIC S9(09)V99
015100         SIGN IS LEADING SEPARATE.
015200     05 VW-FLAG                  PIC X(12).
015300
015400 FD  VARIANCE-SORTED
015500     LABEL RECORDS ARE STANDARD.
015600 01  VS-VARIANCE-RECORD.
015700     05 VS-CATEGORY-CODE         PIC X(04).
015800     05 VS-PRODUCT-CODE          PIC 9(10).
015900     05 VS-PRODUCT-NAME          PIC X(20).
016000     05 VS-BOOK-QTY              PIC 9(07).
016100     05 VS-COUNTED-QTY           PIC 9(07).
016200     05 VS-DIFF-QTY              PIC S9(07)
016300         SIGN IS LEADING SEPARATE.
016400     05 VS-DIFF-VALUE            PIC S9(09)V99
016500         SIGN IS LEADING SEPARATE.
016600     05 VS-FLAG                  PIC X(12).
016700
016800 SD  SORT-FILE.
016900 01  SW-SORT-RECORD.
017000     05 SW-CATEGORY-CODE         PIC X(04).
017100     05 SW-PRODUCT-CODE          PIC 9(10).
017200     05 FILLER                   PIC X(66).
017300
017400 FD  VARIANCE-REPORT
017500     LABEL RECORDS ARE STANDARD.
017600 01  RPT-PRINT-LINE              PIC X(120).
017700
017800 FD  RUN-STATS
017900     LABEL RECORDS ARE STANDARD.
018000 01  RS-STATS-RECORD             PIC X(62).
018020
018040 FD  GL-FEED
018060     LABEL RECORDS ARE STANDARD.
018080 01  GT-FEED-RECORD              PIC X(47).
018100
018200 WORKING-STORAGE SECTION.
018300*--------------------------------------------------------------
018400* FILE STATUS FIELDS
018500*--------------------------------------------------------------
018600 01 WS-PC-FILE-STATUS       PIC X(02) VALUE '00'.
018700     88 WS-PC-OK                VALUE '00'.
018800 01 WS-SK-FILE-STATUS       PIC X(02) VALUE '00'.
018900     88 WS-SK-OK                VALUE '00'.
019000 01 WS-PM-FILE-STATUS       PIC X(02) VALUE '00'.
019100     88 WS-PM-OK                VALUE '00'.
019200 01 WS-SA-FILE-STATUS       PIC X(02) VALUE '00'.
019300     88 WS-SA-OK                VALUE '00'.
019400 01 WS-VW-FILE-STATUS       PIC X(02) VALUE '00'.
019500     88 WS-VW-OK                VALUE '00'.
019600 01 WS-VS-FILE-STATUS       PIC X(02) VALUE '00'.
019700     88 WS-VS-OK                VALUE '00'.
019800 01 WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.
019900     88 WS-RPT-OK               VALUE '00'.
019920 01 WS-GT-FILE-STATUS       PIC X(02) VALUE '00'.
019940     88 WS-GT-OK                VALUE '00'.
020000
020100*--------------------------------------------------------------
020200* RUN CONTROL FIELDS
020300*    A TERMINAL RUN ASKS FOR THE APPROVING SUPERVISOR; A
020400*    BATCH RUN (DUKE_BATCH_MODE=Y) TAKES THE APPROVER FROM
020500*    DUKE_COUNT_APPROVER. EITHER WAY A BLANK APPROVER POSTS
020600*    NOTHING.
020700*--------------------------------------------------------------
020800 01 WS-CURRENT-DATE         PIC 9(08).
020900 01 WS-TIME-NOW             PIC 9(08).
021000 01 WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
021100 01 WS-APPROVER-ID          PIC X(10) VALUE SPACES.
021200 01 WS-ENV-BATCH-FLAG       PIC X(01) VALUE SPACE.
021300     88 WS-ENV-IS-BATCH         VALUE 'Y'.
021400 01 WS-ENV-VAR-PCT          PIC X(03) VALUE SPACES.
021500 01 WS-VAR-PCT              PIC 9(03) VALUE 10.
021600 01 WS-PC-EOF-SWITCH        PIC X(01) VALUE 'N'.
021700     88 WS-END-OF-COUNT         VALUE 'Y'.
021800 01 WS-PM-AVAIL-SWITCH      PIC X(01) VALUE 'N'.
021900     88 WS-PM-AVAILABLE         VALUE 'Y'.
021920 01 WS-SK-AVAIL-SWITCH      PIC X(01) VALUE 'N'.
021940     88 WS-SK-AVAILABLE         VALUE 'Y'.
022000
022100*--------------------------------------------------------------
022200* VARIANCE FIELDS
022300*    THE DIFFERENCE IS COUNTED LESS BOOK - A SHORTAGE IS
022350*    NEGATIVE. IT IS VALUED AT THE PRODUCT'S AVERAGE COST ON
022400*    PRODSTCK, AT ITS MASTER PRICE WHILE IT HAS NO COST YET,
022450*    AND AT ZERO FOR A PRODUCT OFF THE MASTER WITH NO COST.
022600*--------------------------------------------------------------
022700 01 WS-UNIT-COST            PIC 9(5)V99 VALUE 0.
022800 01 WS-PRODUCT-NAME         PIC X(30) VALUE SPACES.
022900 01 WS-DIFF-QTY             PIC S9(07) VALUE 0.
023000 01 WS-ABS-DIFF-QTY         PIC 9(07) VALUE 0.
023100 01 WS-DIFF-VALUE           PIC S9(09)V99 VALUE 0.
023200 01 WS-LARGE-LIMIT          PIC 9(09)V99 VALUE 0.
023300 01 WS-FLAG                 PIC X(12) VALUE SPACES.
023400
023500*--------------------------------------------------------------
023600* REPORT CONTROL FIELDS
023700*--------------------------------------------------------------
023800 01 WS-VS-EOF-SWITCH        PIC X(01) VALUE 'N'.
023900     88 WS-END-OF-VARIANCES     VALUE 'Y'.
024000 01 WS-PRIOR-CATEGORY       PIC X(04) VALUE SPACES.
024100 01 WS-FIRST-CATEGORY-SW    PIC X(01) VALUE 'Y'.
024200     88 WS-FIRST-CATEGORY       VALUE 'Y'.
024300 01 WS-CAT-DIFF-QTY         PIC S9(09) VALUE 0.
024400 01 WS-CAT-DIFF-VALUE       PIC S9(09)V99 VALUE 0.
024500
024600*--------------------------------------------------------------
024700* RUN COUNTERS
024800*--------------------------------------------------------------
024900 01 WS-PRODUCTS-ON-COUNT    PIC 9(05) VALUE 0.
025000 01 WS-PRODUCTS-UNCOUNTED   PIC 9(05) VALUE 0.
025100 01 WS-PRODUCTS-LARGE       PIC 9(05) VALUE 0.
025200 01 WS-TOTAL-DIFF-QTY       PIC S9(09) VALUE 0.
025300 01 WS-TOTAL-DIFF-VALUE     PIC S9(09)V99 VALUE 0.
025400 01 WS-GROSS-DIFF-VALUE     PIC 9(09)V99 VALUE 0.
025500 01 WS-PRODUCTS-POSTED      PIC 9(05) VALUE 0.
025600 01 WS-PRODUCTS-FAILED      PIC 9(05) VALUE 0.
025700 01 WS-POSTED-VALUE         PIC 9(09)V99 VALUE 0.
025800
025900*--------------------------------------------------------------
026000* VARIANCE REPORT LINES
026100*--------------------------------------------------------------
026200 01 WS-RPT-HEADING-1.
026300     05 FILLER                  PIC X(20)
026400         VALUE "DUKE RETAIL SYSTEMS".
026500     05 FILLER                  PIC X(30)
026600         VALUE "STOCK COUNT VARIANCE REPORT".
026700     05 FILLER                  PIC X(10)
026800         VALUE "RUN DATE: ".
026900     05 WS-RPT-HDG-DATE         PIC 9(08).
027000     05 FILLER                  PIC X(17)
027100         VALUE "   LARGE OVER: ".
027200     05 WS-RPT-HDG-PCT          PIC ZZ9.
027300     05 FILLER                  PIC X(09)
027400         VALUE "% OF BOOK".
027500
027600 01 WS-RPT-CATEGORY-LINE.
027700     05 FILLER                  PIC X(10) VALUE "CATEGORY:".
027800     05 WS-RPTC-CODE            PIC X(06).
027900
028000 01 WS-RPT-HEADING-2.
028100     05 FILLER                  PIC X(12) VALUE "PRODUCT".
028200     05 FILLER                  PIC X(22) VALUE "NAME".
028300     05 FILLER                  PIC X(11) VALUE "      BOOK".
028400     05 FILLER                  PIC X(11) VALUE "   COUNTED".
028500     05 FILLER                  PIC X(12) VALUE "  UNIT DIFF".
028600     05 FILLER                  PIC X(17)
028700         VALUE "      VALUE DIFF".
028800     05 FILLER                  PIC X(12) VALUE "FLAG".
028900
029000 01 WS-RPT-DETAIL-LINE.
029100     05 WS-RPTD-PRODUCT         PIC 9(10).
029200     05 FILLER                  PIC X(02) VALUE SPACES.
029300     05 WS-RPTD-NAME            PIC X(20).
029400     05 FILLER                  PIC X(02) VALUE SPACES.
029500     05 WS-RPTD-BOOK            PIC Z,ZZZ,ZZ9.
029600     05 FILLER                  PIC X(02) VALUE SPACES.
029700     05 WS-RPTD-COUNTED         PIC Z,ZZZ,ZZ9.
029800     05 FILLER                  PIC X(02) VALUE SPACES.
029900     05 WS-RPTD-DIFF            PIC -Z,ZZZ,ZZ9.
030000     05 FILLER                  PIC X(02) VALUE SPACES.
030100     05 WS-RPTD-VALUE           PIC -ZZZ,ZZZ,ZZ9.99.
030200     05 FILLER                  PIC X(02) VALUE SPACES.
030300     05 WS-RPTD-FLAG            PIC X(12).
030400
030500 01 WS-RPT-CATEGORY-TOTAL.
030600     05 FILLER                  PIC X(12) VALUE SPACES.
030700     05 FILLER                  PIC X(20)
030800         VALUE "CATEGORY NET".
030900     05 FILLER                  PIC X(24) VALUE SPACES.
031000     05 WS-RPTT-DIFF            PIC -ZZ,ZZZ,ZZ9.
031100     05 FILLER                  PIC X(01) VALUE SPACES.
031200     05 WS-RPTT-VALUE           PIC -ZZZ,ZZZ,ZZ9.99.
031300
031400 01 WS-RPT-GRAND-TOTAL.
031500     05 FILLER                  PIC X(12) VALUE SPACES.
031600     05 FILLER                  PIC X(20)
031700         VALUE "ALL CATEGORIES NET".
031800     05 FILLER                  PIC X(24) VALUE SPACES.
031900     05 WS-RPTG-DIFF            PIC -ZZ,ZZZ,ZZ9.
032000     05 FILLER                  PIC X(01) VALUE SPACES.
032100     05 WS-RPTG-VALUE           PIC -ZZZ,ZZZ,ZZ9.99.
032200
032300 01 WS-RPT-COUNT-TOTAL.
032400     05 FILLER                  PIC X(20)
032500         VALUE "PRODUCTS ON COUNT:".
032600     05 WS-RPTN-PRODUCTS        PIC ZZ,ZZ9.
032700     05 FILLER                  PIC X(17)
032800         VALUE "   NOT COUNTED:".
032900     05 WS-RPTN-UNCOUNTED       PIC ZZ,ZZ9.
033000     05 FILLER                  PIC X(11)
033100         VALUE "   LARGE:".
033200     05 WS-RPTN-LARGE           PIC ZZ,ZZ9.
033300     05 FILLER                  PIC X(18)
033400         VALUE "   GROSS VALUE:".
033500     05 WS-RPTN-GROSS           PIC ZZZ,ZZZ,ZZ9.99.
033600
033700*--------------------------------------------------------------
033800* RUN STATISTICS FIELDS
033900*    A BATCH POSTING RUN APPENDS ONE LINE TO THE COMMON
034000*    RUNSTATS CONTROL FILE - PRODUCTS ON THE COUNT, POSTED
034100*    AND FAILED, AND THE GROSS VALUE OF THE ADJUSTMENTS.
034200*--------------------------------------------------------------
034300 01 WS-RS-FILE-STATUS       PIC X(02) VALUE '00'.
034400     88 WS-RS-OK                VALUE '00'.
034500 01 WS-STATS-LINE.
034600     05 WS-RS-DATE             PIC 9(08).
034700     05 FILLER                 PIC X(01) VALUE SPACE.
034800     05 WS-RS-TIME             PIC 9(08).
034900     05 FILLER                 PIC X(01) VALUE SPACE.
035000     05 WS-RS-STEP-ID          PIC X(12) VALUE "COUNTPOST".
035100     05 FILLER                 PIC X(01) VALUE SPACE.
035200     05 WS-RS-READ             PIC 9(05).
035300     05 FILLER                 PIC X(01) VALUE SPACE.
035400     05 WS-RS-ACCEPTED         PIC 9(05).
035500     05 FILLER                 PIC X(01) VALUE SPACE.
035600     05 WS-RS-REJECTED         PIC 9(05).
035700     05 FILLER                 PIC X(01) VALUE SPACE.
035800     05 WS-RS-MONEY            PIC 9(9)V99 VALUE 0.
035900     05 FILLER                 PIC X(01) VALUE SPACE.
036000     05 WS-RS-RC               PIC 9(01) VALUE 0.
036100 01 WS-RS-TIME-NOW          PIC 9(08).
036105
036110*--------------------------------------------------------------
036115* GENERAL LEDGER FEED LINE
036120*    EACH POSTED VARIANCE GOES TO THE GLTRAN FEED FOR
036125*    GlJournal AT ITS VALUE - 'CNTG' FOR A GAIN, 'CNTL' FOR A
036130*    LOSS, SINCE THE FEED CARRIES NO SIGN. THE REFERENCE IS
036135*    THE APPROVING SUPERVISOR.
036140*--------------------------------------------------------------
036145 01 WS-GT-FEED-LINE.
036150     05 WS-GT-POST-DATE        PIC 9(08).
036155     05 FILLER                 PIC X(01) VALUE SPACE.
036160     05 WS-GT-SOURCE           PIC X(04).
036165     05 FILLER                 PIC X(01) VALUE SPACE.
036170     05 WS-GT-PRODUCT-CODE     PIC 9(10).
036175     05 FILLER                 PIC X(01) VALUE SPACE.
036180     05 WS-GT-REFERENCE        PIC X(10).
036185     05 FILLER                 PIC X(01) VALUE SPACE.
036190     05 WS-GT-AMOUNT           PIC 9(09)V99.
036200
036300 PROCEDURE DIVISION.
036400*--------------------------------------------------------------
036500* 0000-MAIN-PROCESS
036600*    CONTROLS THE OVERALL FLOW OF THE COUNT POSTING RUN.
036700*--------------------------------------------------------------
036800 0000-MAIN-PROCESS.
036900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037000     PERFORM 2000-MEASURE-VARIANCES THRU 2000-EXIT
037100     PERFORM 3000-PRINT-VARIANCE-REPORT THRU 3000-EXIT
037200     PERFORM 4000-APPROVE-AND-POST THRU 4000-EXIT
037300     PERFORM 9000-TERMINATE THRU 9000-EXIT
037400     STOP RUN.
037500
037600*--------------------------------------------------------------
037700* 1000-INITIALIZE
037800*    PICKS UP THE LARGE-VARIANCE PERCENTAGE AND OPENS THE
037900*    FILES. NO PHYSCNT MEANS NO COUNT IS OPEN. THE PRODUCT
038000*    MASTER AND PRODSTCK ONLY SUPPLY NAMES, PRICES AND COSTS, SO
038100*    THE REPORT STILL PRINTS WITHOUT THEM.
038200*--------------------------------------------------------------
038300 1000-INITIALIZE.
038400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
038500     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
038600     IF WS-OPERATOR-ID = SPACES
038700         MOVE "UNKNOWN" TO WS-OPERATOR-ID
038800     END-IF
038900
039000     ACCEPT WS-ENV-VAR-PCT FROM ENVIRONMENT "DUKE_COUNT_VAR_PCT"
039100     IF WS-ENV-VAR-PCT NOT = SPACES
039200         IF WS-ENV-VAR-PCT IS NUMERIC
039300             MOVE WS-ENV-VAR-PCT TO WS-VAR-PCT
039400         ELSE
039500             DISPLAY "WARNING: DUKE_COUNT_VAR_PCT is not "
039600                 "numeric - using " WS-VAR-PCT " percent."
039700         END-IF
039800     END-IF
039900
040000     OPEN I-O COUNT-FILE
040100     IF NOT WS-PC-OK
040200         DISPLAY "ERROR: cannot open PHYSCNT, status "
040300             WS-PC-FILE-STATUS
040400         DISPLAY "ERROR: no stock count is open - nothing to "
040500             "post."
040600         MOVE 1 TO RETURN-CODE
040700         STOP RUN
040800     END-IF
040900
041000     OPEN INPUT PRODUCT-MASTER
041100     IF WS-PM-OK
041200         MOVE 'Y' TO WS-PM-AVAIL-SWITCH
041300     ELSE
041400         DISPLAY "No PRODMSTR on file (status "
041500             WS-PM-FILE-STATUS ") - variances not valued."
041600     END-IF
041700
041710     OPEN INPUT STOCK-FILE
041720     IF WS-SK-OK
041730         MOVE 'Y' TO WS-SK-AVAIL-SWITCH
041740     ELSE
041750         DISPLAY "No PRODSTCK on file (status "
041760             WS-SK-FILE-STATUS ") - variances valued at list."
041770     END-IF
041780
041800     OPEN OUTPUT VARIANCE-WORK
041900     IF NOT WS-VW-OK
042000         DISPLAY "ERROR: cannot open variance work file, "
042100             "status " WS-VW-FILE-STATUS
042200         CLOSE COUNT-FILE
042300         MOVE 1 TO RETURN-CODE
042400         STOP RUN
042500     END-IF.
042600 1000-EXIT.
042700     EXIT.
042800
042900*--------------------------------------------------------------
043000* 2000-MEASURE-VARIANCES
043100*    PASSES PHYSCNT ONCE, SPOOLING EVERY PRODUCT ON THE COUNT
043200*    WITH ITS DIFFERENCE AND FLAG TO THE WORK FILE.
043300*--------------------------------------------------------------
043400 2000-MEASURE-VARIANCES.
043500     MOVE 'N' TO WS-PC-EOF-SWITCH
043600     MOVE 0 TO PC-PRODUCT-CODE
043700     START COUNT-FILE KEY IS NOT LESS THAN PC-PRODUCT-CODE
043800         INVALID KEY
043900             MOVE 'Y' TO WS-PC-EOF-SWITCH
044000     END-START
044100     PERFORM 2100-MEASURE-ONE-PRODUCT THRU 2100-EXIT
044200         UNTIL WS-END-OF-COUNT
044300     CLOSE VARIANCE-WORK
044320     IF WS-SK-AVAILABLE
044340         CLOSE STOCK-FILE
044360         MOVE 'N' TO WS-SK-AVAIL-SWITCH
044380     END-IF
044400
044500     DISPLAY "Products on count: " WS-PRODUCTS-ON-COUNT
044600         " Not counted: " WS-PRODUCTS-UNCOUNTED
044700         " Large variances: " WS-PRODUCTS-LARGE.
044800 2000-EXIT.
044900     EXIT.
045000
045100*--------------------------------------------------------------
045200* 2100-MEASURE-ONE-PRODUCT
045300*    READS THE NEXT COUNT RECORD AND WORKS OUT ITS VARIANCE.
045400*    A PRODUCT NOT YET COUNTED IS LISTED WITHOUT A DIFFERENCE
045500*    AND FLAGGED. A COUNTED DIFFERENCE IS LARGE WHEN IT IS
045600*    MORE THAN THE PERCENTAGE OF BOOK, OR WHEN ANYTHING IS
045700*    FOUND OF A PRODUCT THE BOOKS SAY IS NOT THERE.
045800*--------------------------------------------------------------
045900 2100-MEASURE-ONE-PRODUCT.
046000     READ COUNT-FILE NEXT RECORD
046100         AT END
046200             MOVE 'Y' TO WS-PC-EOF-SWITCH
046300             GO TO 2100-EXIT
046400     END-READ
046500     ADD 1 TO WS-PRODUCTS-ON-COUNT
046600
046700     PERFORM 2150-LOOKUP-PRODUCT THRU 2150-EXIT
046800
046900     MOVE SPACES TO WS-FLAG
047000     MOVE 0 TO WS-DIFF-QTY
047100     MOVE 0 TO WS-DIFF-VALUE
047200     IF NOT PC-COUNTED
047300         MOVE "NOT COUNTED" TO WS-FLAG
047400         ADD 1 TO WS-PRODUCTS-UNCOUNTED
047500     ELSE
047600         PERFORM 2200-COMPUTE-VARIANCE THRU 2200-EXIT
047700         IF WS-ABS-DIFF-QTY > 0
047800             IF PC-BOOK-QTY = 0
047900                 MOVE "LARGE" TO WS-FLAG
048000             ELSE
048100                 COMPUTE WS-LARGE-LIMIT =
048200                     PC-BOOK-QTY * WS-VAR-PCT / 100
048300                 IF WS-ABS-DIFF-QTY > WS-LARGE-LIMIT
048400                     MOVE "LARGE" TO WS-FLAG
048500                 END-IF
048600             END-IF
048700         END-IF
048800         IF WS-FLAG = "LARGE"
048900             ADD 1 TO WS-PRODUCTS-LARGE
049000         END-IF
049100         ADD WS-DIFF-QTY   TO WS-TOTAL-DIFF-QTY
049200         ADD WS-DIFF-VALUE TO WS-TOTAL-DIFF-VALUE
049300         IF WS-DIFF-VALUE < 0
049400             SUBTRACT WS-DIFF-VALUE FROM WS-GROSS-DIFF-VALUE
049500         ELSE
049600             ADD WS-DIFF-VALUE TO WS-GROSS-DIFF-VALUE
049700         END-IF
049800     END-IF
049900
050000     MOVE PC-CATEGORY-CODE TO VW-CATEGORY-CODE
050100     MOVE PC-PRODUCT-CODE  TO VW-PRODUCT-CODE
050200     MOVE WS-PRODUCT-NAME  TO VW-PRODUCT-NAME
050300     MOVE PC-BOOK-QTY      TO VW-BOOK-QTY
050400     MOVE PC-COUNTED-QTY   TO VW-COUNTED-QTY
050500     MOVE WS-DIFF-QTY      TO VW-DIFF-QTY
050600     MOVE WS-DIFF-VALUE    TO VW-DIFF-VALUE
050700     MOVE WS-FLAG          TO VW-FLAG
050800     WRITE VW-VARIANCE-RECORD
050900     IF NOT WS-VW-OK
051000         DISPLAY "WARNING: could not write variance work file, "
051100             "status " WS-VW-FILE-STATUS
051200     END-IF.
051300 2100-EXIT.
051400     EXIT.
051500
051600*--------------------------------------------------------------
051700* 2150-LOOKUP-PRODUCT
051750*    PICKS UP THE PRODUCT'S NAME AND PRICE FROM PRODMSTR, AND
051800*    ITS AVERAGE COST FROM PRODSTCK WHEN IT HAS ONE.
051900*--------------------------------------------------------------
052000 2150-LOOKUP-PRODUCT.
052100     MOVE 0 TO WS-UNIT-COST
052200     MOVE SPACES TO WS-PRODUCT-NAME
052210     IF WS-PM-AVAILABLE
052220         MOVE PC-PRODUCT-CODE TO PM-PRODUCT-CODE
052230         READ PRODUCT-MASTER
052240             INVALID KEY
052250                 MOVE "(NOT ON FILE)" TO WS-PRODUCT-NAME
052260             NOT INVALID KEY
052270                 MOVE PM-PRODUCT-NAME  TO WS-PRODUCT-NAME
052280                 MOVE PM-PRODUCT-PRICE TO WS-UNIT-COST
052290         END-READ
052300     END-IF
052310     IF NOT WS-SK-AVAILABLE
052400         GO TO 2150-EXIT
052500     END-IF
052600     MOVE PC-PRODUCT-CODE TO SK-PRODUCT-CODE
052700     READ STOCK-FILE
052800         INVALID KEY
052900             GO TO 2150-EXIT
053000     END-READ
053100     IF SK-AVG-COST > 0
053200         MOVE SK-AVG-COST TO WS-UNIT-COST
053300     END-IF.
053400 2150-EXIT.
053500     EXIT.
053600
053700*--------------------------------------------------------------
053800* 2200-COMPUTE-VARIANCE
053900*    COUNTED LESS BOOK, ITS SIZE, AND ITS VALUE.
054000*--------------------------------------------------------------
054100 2200-COMPUTE-VARIANCE.
054200     COMPUTE WS-DIFF-QTY = PC-COUNTED-QTY - PC-BOOK-QTY
054300     IF WS-DIFF-QTY < 0
054400         COMPUTE WS-ABS-DIFF-QTY = 0 - WS-DIFF-QTY
054500     ELSE
054600         MOVE WS-DIFF-QTY TO WS-ABS-DIFF-QTY
054700     END-IF
054800     COMPUTE WS-DIFF-VALUE ROUNDED =
054900         WS-DIFF-QTY * WS-UNIT-COST.
055000 2200-EXIT.
055100     EXIT.
055200
055300*--------------------------------------------------------------
055400* 3000-PRINT-VARIANCE-REPORT
055500*    SORTS THE VARIANCES BY CATEGORY AND PRODUCT AND PRINTS
055600*    THEM WITH A NET PER CATEGORY AND FOR THE WHOLE COUNT.
055700*--------------------------------------------------------------
055800 3000-PRINT-VARIANCE-REPORT.
055900     OPEN OUTPUT VARIANCE-REPORT
056000     IF NOT WS-RPT-OK
056100         DISPLAY "ERROR: cannot open CNTVAR, status "
056200             WS-RPT-FILE-STATUS
056300         MOVE 1 TO RETURN-CODE
056400         GO TO 3000-EXIT
056500     END-IF
056600     MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE
056700     MOVE WS-VAR-PCT      TO WS-RPT-HDG-PCT
056800     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-1
056900
057000     IF WS-PRODUCTS-ON-COUNT = 0
057100         MOVE SPACES TO RPT-PRINT-LINE
057200         WRITE RPT-PRINT-LINE
057300         MOVE "NO PRODUCTS ARE ON THE OPEN STOCK COUNT."
057400             TO RPT-PRINT-LINE
057500         WRITE RPT-PRINT-LINE
057600         CLOSE VARIANCE-REPORT
057700         GO TO 3000-EXIT
057800     END-IF
057900
058000     SORT SORT-FILE
058100         ON ASCENDING KEY SW-CATEGORY-CODE
058200                          SW-PRODUCT-CODE
058300         USING VARIANCE-WORK
058400         GIVING VARIANCE-SORTED
058500
058600     OPEN INPUT VARIANCE-SORTED
058700     IF NOT WS-VS-OK
058800         DISPLAY "ERROR: cannot open sorted variance file, "
058900             "status " WS-VS-FILE-STATUS
059000         CLOSE VARIANCE-REPORT
059100         MOVE 1 TO RETURN-CODE
059200         GO TO 3000-EXIT
059300     END-IF
059400
059500     MOVE 'N' TO WS-VS-EOF-SWITCH
059600     MOVE 'Y' TO WS-FIRST-CATEGORY-SW
059700     PERFORM 3100-PRINT-ONE-VARIANCE THRU 3100-EXIT
059800         UNTIL WS-END-OF-VARIANCES
059900     IF NOT WS-FIRST-CATEGORY
060000         PERFORM 3200-PRINT-CATEGORY-TOTAL THRU 3200-EXIT
060100     END-IF
060200     CLOSE VARIANCE-SORTED
060300
060400     MOVE WS-TOTAL-DIFF-QTY     TO WS-RPTG-DIFF
060500     MOVE WS-TOTAL-DIFF-VALUE   TO WS-RPTG-VALUE
060600     WRITE RPT-PRINT-LINE FROM WS-RPT-GRAND-TOTAL
060700     MOVE WS-PRODUCTS-ON-COUNT  TO WS-RPTN-PRODUCTS
060800     MOVE WS-PRODUCTS-UNCOUNTED TO WS-RPTN-UNCOUNTED
060900     MOVE WS-PRODUCTS-LARGE     TO WS-RPTN-LARGE
061000     MOVE WS-GROSS-DIFF-VALUE   TO WS-RPTN-GROSS
061100     WRITE RPT-PRINT-LINE FROM WS-RPT-COUNT-TOTAL
061200     IF NOT WS-RPT-OK
061300         DISPLAY "WARNING: could not write CNTVAR, status "
061400             WS-RPT-FILE-STATUS
061500     END-IF
061600     CLOSE VARIANCE-REPORT
061700     DISPLAY "Variance report written to CNTVAR.".
061800 3000-EXIT.
061900     EXIT.
062000
062100*--------------------------------------------------------------
062200* 3100-PRINT-ONE-VARIANCE
062300*    READS ONE SORTED VARIANCE, STARTING A NEW CATEGORY
062400*    SECTION WHEN THE CATEGORY CHANGES, AND PRINTS IT. A
062500*    PRODUCT NOT YET COUNTED SHOWS NO COUNT OR DIFFERENCE.
062600*--------------------------------------------------------------
062700 3100-PRINT-ONE-VARIANCE.
062800     READ VARIANCE-SORTED
062900         AT END
063000             MOVE 'Y' TO WS-VS-EOF-SWITCH
063100             GO TO 3100-EXIT
063200     END-READ
063300
063400     IF VS-CATEGORY-CODE NOT = WS-PRIOR-CATEGORY
063500       OR WS-FIRST-CATEGORY
063600         IF NOT WS-FIRST-CATEGORY
063700             PERFORM 3200-PRINT-CATEGORY-TOTAL THRU 3200-EXIT
063800         END-IF
063900         MOVE 'N' TO WS-FIRST-CATEGORY-SW
064000         MOVE VS-CATEGORY-CODE TO WS-PRIOR-CATEGORY
064100         PERFORM 3150-PRINT-CATEGORY-HEADING THRU 3150-EXIT
064200     END-IF
064300
064400     MOVE SPACES TO WS-RPT-DETAIL-LINE
064500     MOVE VS-PRODUCT-CODE TO WS-RPTD-PRODUCT
064600     MOVE VS-PRODUCT-NAME TO WS-RPTD-NAME
064700     MOVE VS-BOOK-QTY     TO WS-RPTD-BOOK
064800     IF VS-FLAG NOT = "NOT COUNTED"
064900         MOVE VS-COUNTED-QTY TO WS-RPTD-COUNTED
065000         MOVE VS-DIFF-QTY    TO WS-RPTD-DIFF
065100         MOVE VS-DIFF-VALUE  TO WS-RPTD-VALUE
065200     END-IF
065300     MOVE VS-FLAG TO WS-RPTD-FLAG
065400     WRITE RPT-PRINT-LINE FROM WS-RPT-DETAIL-LINE
065500
065600     ADD VS-DIFF-QTY   TO WS-CAT-DIFF-QTY
065700     ADD VS-DIFF-VALUE TO WS-CAT-DIFF-VALUE.
065800 3100-EXIT.
065900     EXIT.
066000
066100*--------------------------------------------------------------
066200* 3150-PRINT-CATEGORY-HEADING
066300*    STARTS A CATEGORY SECTION OF THE REPORT.
066400*--------------------------------------------------------------
066500 3150-PRINT-CATEGORY-HEADING.
066600     MOVE 0 TO WS-CAT-DIFF-QTY
066700     MOVE 0 TO WS-CAT-DIFF-VALUE
066800     IF VS-CATEGORY-CODE = SPACES
066900         MOVE "(NONE)" TO WS-RPTC-CODE
067000     ELSE
067100         MOVE VS-CATEGORY-CODE TO WS-RPTC-CODE
067200     END-IF
067300     MOVE SPACES TO RPT-PRINT-LINE
067400     WRITE RPT-PRINT-LINE
067500     WRITE RPT-PRINT-LINE FROM WS-RPT-CATEGORY-LINE
067600     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-2.
067700 3150-EXIT.
067800     EXIT.
067900
068000*--------------------------------------------------------------
068100* 3200-PRINT-CATEGORY-TOTAL
068200*    PRINTS THE NET UNIT AND VALUE DIFFERENCE FOR THE
068300*    CATEGORY JUST ENDED.
068400*--------------------------------------------------------------
068500 3200-PRINT-CATEGORY-TOTAL.
068600     MOVE WS-CAT-DIFF-QTY   TO WS-RPTT-DIFF
068700     MOVE WS-CAT-DIFF-VALUE TO WS-RPTT-VALUE
068800     WRITE RPT-PRINT-LINE FROM WS-RPT-CATEGORY-TOTAL
068900     MOVE SPACES TO RPT-PRINT-LINE
069000     WRITE RPT-PRINT-LINE.
069100 3200-EXIT.
069200     EXIT.
069300
069400*--------------------------------------------------------------
069500* 4000-APPROVE-AND-POST
069600*    POSTS THE COUNT ONCE EVERY PRODUCT ON IT HAS BEEN
069700*    COUNTED AND A SUPERVISOR HAS APPROVED THE VARIANCES.
069800*    OTHERWISE THE COUNT STAYS OPEN AND THE PRODUCTS STAY
069900*    FROZEN.
070000*--------------------------------------------------------------
070100 4000-APPROVE-AND-POST.
070200     IF WS-PRODUCTS-ON-COUNT = 0
070300         GO TO 4000-EXIT
070400     END-IF
070500
070600     IF WS-PRODUCTS-UNCOUNTED > 0
070700         DISPLAY "Count not posted - " WS-PRODUCTS-UNCOUNTED
070800             " product(s) not yet counted. Key them with "
070900             "CountEntry and run again."
071000         MOVE 1 TO RETURN-CODE
071100         GO TO 4000-EXIT
071200     END-IF
071300
071400     ACCEPT WS-ENV-BATCH-FLAG FROM ENVIRONMENT "DUKE_BATCH_MODE"
071500     IF WS-ENV-IS-BATCH
071600         ACCEPT WS-APPROVER-ID
071700             FROM ENVIRONMENT "DUKE_COUNT_APPROVER"
071800     ELSE
071900         DISPLAY "Supervisor approving the adjustments "
072000             "(blank to leave the count open): "
072100         ACCEPT WS-APPROVER-ID
072200     END-IF
072300     IF WS-APPROVER-ID = SPACES
072400         DISPLAY "Not approved - count left open, nothing "
072500             "posted."
072600         GO TO 4000-EXIT
072700     END-IF
072800
072900     OPEN I-O STOCK-FILE
073000     IF NOT WS-SK-OK
073100         DISPLAY "ERROR: cannot open PRODSTCK, status "
073200             WS-SK-FILE-STATUS
073300         MOVE 1 TO RETURN-CODE
073400         GO TO 4000-EXIT
073500     END-IF
073600
073700     OPEN EXTEND STOCK-ADJUSTMENTS
073800     IF NOT WS-SA-OK
073900         OPEN OUTPUT STOCK-ADJUSTMENTS
074000         IF NOT WS-SA-OK
074100             DISPLAY "ERROR: cannot open STKADJ, status "
074200                 WS-SA-FILE-STATUS
074300             CLOSE STOCK-FILE
074400             MOVE 1 TO RETURN-CODE
074500             GO TO 4000-EXIT
074600         END-IF
074700     END-IF
074800
074805     OPEN EXTEND GL-FEED
074810     IF NOT WS-GT-OK
074815         OPEN OUTPUT GL-FEED
074820         IF NOT WS-GT-OK
074825             DISPLAY "ERROR: cannot open GLTRAN, status "
074830                 WS-GT-FILE-STATUS
074835             DISPLAY "ERROR: adjustments would miss the ledger - "
074840                 "count left open, nothing posted."
074845             CLOSE STOCK-FILE
074850             CLOSE STOCK-ADJUSTMENTS
074855             MOVE 1 TO RETURN-CODE
074860             GO TO 4000-EXIT
074865         END-IF
074870     END-IF
074875
074900     MOVE 'N' TO WS-PC-EOF-SWITCH
075000     MOVE 0 TO PC-PRODUCT-CODE
075100     START COUNT-FILE KEY IS NOT LESS THAN PC-PRODUCT-CODE
075200         INVALID KEY
075300             MOVE 'Y' TO WS-PC-EOF-SWITCH
075400     END-START
075500     PERFORM 4100-POST-ONE-PRODUCT THRU 4100-EXIT
075600         UNTIL WS-END-OF-COUNT
075700     CLOSE STOCK-FILE
075800     CLOSE STOCK-ADJUSTMENTS
075850     CLOSE GL-FEED
075900
076000     DISPLAY "Adjustments posted: " WS-PRODUCTS-POSTED
076100         " Failed: " WS-PRODUCTS-FAILED
076200         " Approved by: " WS-APPROVER-ID
076300     IF WS-PRODUCTS-FAILED > 0
076400         DISPLAY "ERROR: " WS-PRODUCTS-FAILED " product(s) "
076500             "are still on PHYSCNT and frozen - run again once "
076600             "the cause is fixed."
076700         MOVE 1 TO RETURN-CODE
076800     END-IF.
076900 4000-EXIT.
077000     EXIT.
077100
077200*--------------------------------------------------------------
077300* 4100-POST-ONE-PRODUCT
077400*    SETS ONE PRODUCT'S ON-HAND TO ITS COUNTED QUANTITY AND
077500*    LIFTS THE FREEZE, WRITES THE 'A' ADJUSTMENT TO STKADJ
077600*    AND ITS VALUE TO THE LEDGER FEED, THEN TAKES THE PRODUCT
077650*    OFF THE COUNT. A PRODUCT WHOSE STOCK RECORD CANNOT BE
077700*    UPDATED STAYS ON THE COUNT. BOOK SHOULD NOT HAVE MOVED
077800*    WHILE FROZEN; IF IT HAS, THE COUNT STILL WINS AND THE
077900*    OPERATOR IS WARNED.
078000*--------------------------------------------------------------
078100 4100-POST-ONE-PRODUCT.
078200     READ COUNT-FILE NEXT RECORD
078300         AT END
078400             MOVE 'Y' TO WS-PC-EOF-SWITCH
078500             GO TO 4100-EXIT
078600     END-READ
078700
078800     MOVE PC-PRODUCT-CODE TO SK-PRODUCT-CODE
078900     READ STOCK-FILE
079000         INVALID KEY
079100             DISPLAY "WARNING: product " PC-PRODUCT-CODE
079200                 " is no longer on PRODSTCK - not posted."
079300             ADD 1 TO WS-PRODUCTS-FAILED
079400             GO TO 4100-EXIT
079500     END-READ
079600     IF SK-ON-HAND NOT = PC-BOOK-QTY
079700         DISPLAY "WARNING: product " PC-PRODUCT-CODE
079800             " book moved from " PC-BOOK-QTY " to " SK-ON-HAND
079900             " during the count - set to the count."
080000     END-IF
080100
080200     PERFORM 2150-LOOKUP-PRODUCT THRU 2150-EXIT
080300     PERFORM 2200-COMPUTE-VARIANCE THRU 2200-EXIT
080400
080500     MOVE PC-COUNTED-QTY  TO SK-ON-HAND
080600     MOVE WS-CURRENT-DATE TO SK-DATE-UPDATED
080700     MOVE SPACE           TO SK-COUNT-FLAG
080800     REWRITE SK-STOCK-RECORD
080900         INVALID KEY
081000             DISPLAY "WARNING: could not rewrite PRODSTCK for "
081100                 "product " PC-PRODUCT-CODE ", status "
081200                 WS-SK-FILE-STATUS
081300             ADD 1 TO WS-PRODUCTS-FAILED
081400             GO TO 4100-EXIT
081500     END-REWRITE
081600
081700     MOVE SPACES            TO SA-ADJUST-RECORD
081800     MOVE WS-CURRENT-DATE   TO SA-DATE
081900     ACCEPT WS-TIME-NOW FROM TIME
082000     MOVE WS-TIME-NOW       TO SA-TIME
082100     MOVE 'A'               TO SA-TRANS-CODE
082200     MOVE PC-PRODUCT-CODE   TO SA-PRODUCT-CODE
082300     MOVE PC-BOOK-QTY       TO SA-BOOK-QTY
082400     MOVE PC-COUNTED-QTY    TO SA-COUNTED-QTY
082500     MOVE WS-DIFF-QTY       TO SA-VARIANCE-QTY
082600     MOVE WS-DIFF-VALUE     TO SA-VARIANCE-VALUE
082700     MOVE WS-APPROVER-ID    TO SA-APPROVED-BY
082800     MOVE WS-OPERATOR-ID    TO SA-POSTED-BY
082900     WRITE SA-ADJUST-RECORD
083000     IF NOT WS-SA-OK
083100         DISPLAY "WARNING: could not write STKADJ, status "
083200             WS-SA-FILE-STATUS " - product " PC-PRODUCT-CODE
083300         MOVE 1 TO RETURN-CODE
083400     END-IF
083450     PERFORM 4150-WRITE-GL-FEED THRU 4150-EXIT
083500
083600     DELETE COUNT-FILE RECORD
083700         INVALID KEY
083800             DISPLAY "WARNING: could not remove product "
083900                 PC-PRODUCT-CODE " from PHYSCNT, status "
084000                 WS-PC-FILE-STATUS
084100             MOVE 1 TO RETURN-CODE
084200     END-DELETE
084300
084400     ADD 1 TO WS-PRODUCTS-POSTED
084500     IF WS-DIFF-VALUE < 0
084600         SUBTRACT WS-DIFF-VALUE FROM WS-POSTED-VALUE
084700     ELSE
084800         ADD WS-DIFF-VALUE TO WS-POSTED-VALUE
084900     END-IF.
085000 4100-EXIT.
085100     EXIT.
085200
085202*--------------------------------------------------------------
085204* 4150-WRITE-GL-FEED
085206*    APPENDS THE POSTED VARIANCE TO THE GLTRAN LEDGER FEED AT
085208*    ITS VALUE. A VARIANCE OF NO VALUE WRITES NOTHING.
085210*--------------------------------------------------------------
085212 4150-WRITE-GL-FEED.
085214     IF WS-DIFF-VALUE = 0
085216         GO TO 4150-EXIT
085218     END-IF
085220     IF WS-DIFF-VALUE > 0
085222         MOVE "CNTG" TO WS-GT-SOURCE
085224         MOVE WS-DIFF-VALUE TO WS-GT-AMOUNT
085226     ELSE
085228         MOVE "CNTL" TO WS-GT-SOURCE
085230         COMPUTE WS-GT-AMOUNT = 0 - WS-DIFF-VALUE
085232     END-IF
085234     MOVE WS-CURRENT-DATE TO WS-GT-POST-DATE
085236     MOVE PC-PRODUCT-CODE TO WS-GT-PRODUCT-CODE
085238     MOVE WS-APPROVER-ID  TO WS-GT-REFERENCE
085240     WRITE GT-FEED-RECORD FROM WS-GT-FEED-LINE
085242     IF NOT WS-GT-OK
085244         DISPLAY "ERROR: could not write GLTRAN, status "
085246             WS-GT-FILE-STATUS " - " WS-GT-SOURCE " row for "
085248             "product " PC-PRODUCT-CODE " not written."
085250         MOVE 1 TO RETURN-CODE
085252     END-IF.
085254 4150-EXIT.
085256     EXIT.
085258
085300*--------------------------------------------------------------
085400* 9000-TERMINATE
085500*    CLOSES THE COUNT FILE AND THE MASTER AND WRITES THE RUN
085600*    STATISTICS.
085700*--------------------------------------------------------------
085800 9000-TERMINATE.
085900     CLOSE COUNT-FILE
086000     IF WS-PM-AVAILABLE
086100         CLOSE PRODUCT-MASTER
086200     END-IF
086300     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
086400 9000-EXIT.
086500     EXIT.
086600
086700*--------------------------------------------------------------
086800* 9500-WRITE-RUN-STATS
086900*    APPENDS A BATCH POSTING RUN'S STATISTICS TO THE COMMON
087000*    RUNSTATS CONTROL FILE. A TERMINAL SESSION WRITES NO
087100*    LINE.
087200*--------------------------------------------------------------
087300 9500-WRITE-RUN-STATS.
087400     IF NOT WS-ENV-IS-BATCH
087500         GO TO 9500-EXIT
087600     END-IF
087700     OPEN EXTEND RUN-STATS
087800     IF NOT WS-RS-OK
087900         OPEN OUTPUT RUN-STATS
088000         IF NOT WS-RS-OK
088100             DISPLAY "WARNING: could not open RUNSTATS, "
088200                 "status " WS-RS-FILE-STATUS
088300             GO TO 9500-EXIT
088400         END-IF
088500     END-IF
088600
088700     MOVE WS-CURRENT-DATE      TO WS-RS-DATE
088800     ACCEPT WS-RS-TIME-NOW FROM TIME
088900     MOVE WS-RS-TIME-NOW       TO WS-RS-TIME
089000     MOVE WS-PRODUCTS-ON-COUNT TO WS-RS-READ
089100     MOVE WS-PRODUCTS-POSTED   TO WS-RS-ACCEPTED
089200     MOVE WS-PRODUCTS-FAILED   TO WS-RS-REJECTED
089300     MOVE WS-POSTED-VALUE      TO WS-RS-MONEY
089400     IF RETURN-CODE = 0
089500         MOVE 0 TO WS-RS-RC
089600     ELSE
089700         MOVE 1 TO WS-RS-RC
089800     END-IF
089900
090000     WRITE RS-STATS-RECORD FROM WS-STATS-LINE
090100     IF NOT WS-RS-OK
090200         DISPLAY "WARNING: could not write RUNSTATS, status "
090300             WS-RS-FILE-STATUS
090400     END-IF
090500     CLOSE RUN-STATS.
090600 9500-EXIT.
090700     EXIT.
