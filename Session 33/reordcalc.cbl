000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ReorderCalc.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - WEEKLY DEMAND-BASED
001100*                 REORDER POINT RECALCULATION. READS THE
001200*                 TRAILING WEEKS OF SALESHST (DUKE_REORDER_WEEKS,
001300*                 13 WHEN NOT SET) AND WORKS OUT EACH STOCKED
001400*                 PRODUCT'S AVERAGE AND PEAK WEEKLY USAGE, NET
001500*                 OF RETURNS. WITH THE SUPPLIER LEAD TIME FROM
001600*                 SUPPMSTR (DUKE_PO_LEAD_DAYS, OR 14, WHEN THE
001700*                 SUPPLIER HAS NONE) AND THE SAFETY STOCK
001800*                 PERCENTAGE (DUKE_SAFETY_PCT, 100 WHEN NOT
001900*                 SET) IT PROPOSES A NEW REORDER POINT, AND A
002000*                 REORDER QUANTITY OF DUKE_REORDER_COVER_WEEKS
002100*                 (4) WEEKS OF AVERAGE USAGE. A PROPOSAL WITHIN
002200*                 DUKE_REORDER_TOL_PCT (20) PERCENT OF THE
002300*                 CURRENT SETTING IS APPLIED AT ONCE AS A 'P'
002400*                 TRANSACTION ON STCKTRAN; A BIGGER SWING, OR
002500*                 A PRODUCT WITH NO POINT SET YET, IS WRITTEN
002600*                 TO REORDPND FOR A BUYER TO APPROVE THROUGH
002700*                 ReorderApprove. PRINTS REORDRVW, CURRENT
002800*                 AGAINST PROPOSED. RUNS AS A STEP OF THE
002900*                 NIGHTLY JOB BUT ONLY ON THE NIGHT THE
003000*                 OPERATOR SETS DUKE_WEEK_END=Y.
003010* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
003020*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
003030*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
003040*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
003050*                 FOR.
003100*--------------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. GNUCOBOL.
003600 OBJECT-COMPUTER. GNUCOBOL.
003700
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT SALES-HISTORY ASSIGN TO "SALESHST"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-SH-FILE-STATUS.
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
005600     SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMSTR"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS SP-SUPPLIER-CODE
006000         FILE STATUS IS WS-SP-FILE-STATUS.
006100
006200     SELECT DEMAND-WORK ASSIGN TO "RORDWORK"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-WRK-FILE-STATUS.
006500
006600     SELECT DEMAND-SORTED ASSIGN TO "RORDSRTD"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-SRT-FILE-STATUS.
006900
007000     SELECT SORT-FILE ASSIGN TO "SORTWK".
007100
007200     SELECT STOCK-TRANS ASSIGN TO "STCKTRAN"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-ST-FILE-STATUS.
007500
007600     SELECT REORDER-PENDING ASSIGN TO "REORDPND"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-RP-FILE-STATUS.
007900
008000     SELECT REVIEW-REPORT ASSIGN TO "REORDRVW"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-RPT-FILE-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  SALES-HISTORY
008700     LABEL RECORDS ARE STANDARD.
008800 01  SH-SALES-RECORD.
008900     05 SH-SALE-DATE             PIC 9(08).
009000     05 SH-CUSTOMER-ID           PIC X(10).
009100     05 SH-PRODUCT-CODE          PIC 9(10).
009200     05 SH-QUANTITY              PIC 9(04).
009300     05 SH-AMOUNT                PIC 9(09)V99.
009400     05 SH-ENTRY-SIGN            PIC X(01).
009500         88 SH-RETURN-ROW            VALUE '-'.
009600     05 SH-COST-AMOUNT           PIC 9(09)V99.
009700
009800 FD  STOCK-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  SK-STOCK-RECORD.
010100     05 SK-PRODUCT-CODE          PIC 9(10).
010200     05 SK-ON-HAND               PIC 9(07).
010300     05 SK-REORDER-POINT         PIC 9(05).
010400     05 SK-DATE-UPDATED          PIC 9(08).
010500     05 SK-ON-ORDER              PIC 9(07).
010600     05 SK-COUNT-FLAG            PIC X(01).
010700         88 SK-COUNT-FROZEN          VALUE 'F'.
010800     05 SK-AVG-COST              PIC 9(05)V99.
010900     05 SK-REORDER-QTY           PIC 9(05).
011000
011100 FD  PRODUCT-MASTER
011200     LABEL RECORDS ARE STANDARD.
011300 01  PM-PRODUCT-RECORD.
011400     05 PM-PRODUCT-CODE          PIC 9(10).
011500     05 PM-PRODUCT-NAME          PIC X(30).
011600     05 PM-PRODUCT-PRICE         PIC 9(5)V99.
011700     05 PM-DATE-ENTERED          PIC 9(08).
011800     05 PM-CATEGORY-CODE         PIC X(04).
011900     05 PM-SUPPLIER-CODE         PIC X(06).
012000
012100 FD  SUPPLIER-MASTER
012200     LABEL RECORDS ARE STANDARD.
012300 01  SP-SUPPLIER-RECORD.
012400     05 SP-SUPPLIER-CODE         PIC X(06).
012500     05 SP-SUPPLIER-NAME         PIC X(30).
012600     05 SP-CONTACT               PIC X(30).
012700     05 SP-DATE-LOADED           PIC 9(08).
012800     05 SP-LEAD-DAYS             PIC 9(03).
012900
013000 FD  DEMAND-WORK
013100     LABEL RECORDS ARE STANDARD.
013200 01  DW-DEMAND-RECORD.
013300     05 DW-PRODUCT-CODE          PIC 9(10).
013400     05 DW-WEEK-NUMBER           PIC 9(02).
013500     05 DW-QUANTITY              PIC S9(05)
013600         SIGN IS LEADING SEPARATE.
013700
013800 FD  DEMAND-SORTED
013900     LABEL RECORDS ARE STANDARD.
014000 01  DS-DEMAND-RECORD.
014100     05 DS-PRODUCT-CODE          PIC 9(10).
014200     05 DS-WEEK-NUMBER           PIC 9(02).
014300     05 DS-QUANTITY              PIC S9(05)
014400         SIGN IS LEADING SEPARATE.
014500
014600 SD  SORT-FILE.
014700 01  SW-SORT-RECORD.
014800     05 SW-PRODUCT-CODE          PIC 9(10).
014900     05 SW-WEEK-NUMBER           PIC 9(02).
015000     05 FILLER                   PIC X(06).
015100
015200 FD  STOCK-TRANS
015300     LABEL RECORDS ARE STANDARD.
015400 01  ST-TRANS-RECORD.
015500     05 ST-TRANS-CODE            PIC X(01).
015600     05 ST-PRODUCT-CODE          PIC 9(10).
015700     05 ST-QUANTITY              PIC 9(05).
015800     05 ST-UNIT-COST             PIC 9(05)V99.
015900     05 ST-REORDER-QTY           PIC 9(05).
016000
016100 FD  REORDER-PENDING
016200     LABEL RECORDS ARE STANDARD.
016300 01  RP-PENDING-RECORD.
016400     05 RP-PRODUCT-CODE          PIC 9(10).
016500     05 RP-PRODUCT-NAME          PIC X(30).
016600     05 RP-CURRENT-POINT         PIC 9(05).
016700     05 RP-PROPOSED-POINT        PIC 9(05).
016800     05 RP-CURRENT-QTY           PIC 9(05).
016900     05 RP-PROPOSED-QTY          PIC 9(05).
017000     05 RP-AVG-WEEKLY            PIC 9(07)V99.
017100     05 RP-PEAK-WEEKLY           PIC 9(07).
017200     05 RP-LEAD-DAYS             PIC 9(03).
017300     05 RP-PROPOSED-DATE         PIC 9(08).
017400
017500 FD  REVIEW-REPORT
017600     LABEL RECORDS ARE STANDARD.
017700 01  RPT-PRINT-LINE              PIC X(132).
017800
017900 WORKING-STORAGE SECTION.
018000*--------------------------------------------------------------
018100* FILE STATUS FIELDS
018200*--------------------------------------------------------------
018300 01 WS-SH-FILE-STATUS       PIC X(02) VALUE '00'.
018400     88 WS-SH-OK                VALUE '00'.
018500 01 WS-SK-FILE-STATUS       PIC X(02) VALUE '00'.
018600     88 WS-SK-OK                VALUE '00'.
018700 01 WS-PM-FILE-STATUS       PIC X(02) VALUE '00'.
018800     88 WS-PM-OK                VALUE '00'.
018900 01 WS-SP-FILE-STATUS       PIC X(02) VALUE '00'.
019000     88 WS-SP-OK                VALUE '00'.
019100 01 WS-WRK-FILE-STATUS      PIC X(02) VALUE '00'.
019200     88 WS-WRK-OK               VALUE '00'.
019300 01 WS-SRT-FILE-STATUS      PIC X(02) VALUE '00'.
019400     88 WS-SRT-OK               VALUE '00'.
019500 01 WS-ST-FILE-STATUS       PIC X(02) VALUE '00'.
019600     88 WS-ST-OK                VALUE '00'.
019700 01 WS-RP-FILE-STATUS       PIC X(02) VALUE '00'.
019800     88 WS-RP-OK                VALUE '00'.
019900 01 WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.
020000     88 WS-RPT-OK               VALUE '00'.
020100 01 WS-SP-AVAIL-SWITCH      PIC X(01) VALUE 'N'.
020200     88 WS-SP-AVAILABLE         VALUE 'Y'.
020300
020400*--------------------------------------------------------------
020500* RUN SETTINGS
020600*    EACH CAN BE OVERRIDDEN FROM THE ENVIRONMENT; A VALUE THAT
020700*    IS NOT NUMERIC IS IGNORED WITH A WARNING.
020800*--------------------------------------------------------------
020900 01 WS-WEEK-END-FLAG        PIC X(01) VALUE SPACE.
021000     88 WS-IS-WEEK-END          VALUE 'Y'.
021100 01 WS-ENV-SETTING          PIC X(03) VALUE SPACES.
021200 01 WS-HISTORY-WEEKS        PIC 9(02) VALUE 13.
021300 01 WS-MAX-HISTORY-WEEKS    PIC 9(02) VALUE 52.
021400 01 WS-DEFAULT-LEAD-DAYS    PIC 9(03) VALUE 14.
021500 01 WS-SAFETY-PCT           PIC 9(03) VALUE 100.
021600 01 WS-COVER-WEEKS          PIC 9(03) VALUE 4.
021700 01 WS-TOLERANCE-PCT        PIC 9(03) VALUE 20.
021800
021900*--------------------------------------------------------------
022000* HISTORY WINDOW FIELDS
022100*    DAYS ARE COUNTED ON THE SAME 360-DAY CALENDAR
022200*    (YEAR*360 + MONTH*30 + DAY) THE A/R AGING USES. WEEK 1 IS
022300*    THE SEVEN DAYS ENDING TODAY, WEEK 2 THE SEVEN BEFORE IT,
022400*    AND SO ON BACK TO THE LAST WEEK OF THE WINDOW.
022500*--------------------------------------------------------------
022550 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
022600 01 WS-CURRENT-DATE         PIC 9(08).
022700 01 WS-DATE-PARTS.
022800     05 WS-DP-YYYY             PIC 9(04).
022900     05 WS-DP-MM               PIC 9(02).
023000     05 WS-DP-DD               PIC 9(02).
023100 01 WS-TODAY-DAY-KEY        PIC 9(07) VALUE 0.
023200 01 WS-SALE-DAY-KEY         PIC 9(07) VALUE 0.
023300 01 WS-DAYS-BACK            PIC S9(07) VALUE 0.
023400 01 WS-WEEK-NUMBER          PIC 9(05) VALUE 0.
023500 01 WS-SH-EOF-SWITCH        PIC X(01) VALUE 'N'.
023600     88 WS-END-OF-SALES         VALUE 'Y'.
023700 01 WS-SALES-READ           PIC 9(07) VALUE 0.
023800 01 WS-ROWS-IN-WINDOW       PIC 9(07) VALUE 0.
023900
024000*--------------------------------------------------------------
024100* MATCHING FIELDS
024200*    THE SORTED DEMAND ROWS AND PRODSTCK ARE BOTH READ IN
024300*    PRODUCT ORDER AND MATCHED, SO EVERY STOCKED PRODUCT IS
024400*    REVIEWED WHETHER IT SOLD OR NOT.
024500*--------------------------------------------------------------
024600 01 WS-SK-EOF-SWITCH        PIC X(01) VALUE 'N'.
024700     88 WS-END-OF-STOCK         VALUE 'Y'.
024800 01 WS-SRT-EOF-SWITCH       PIC X(01) VALUE 'N'.
024900     88 WS-END-OF-DEMAND        VALUE 'Y'.
025000 01 WS-SKIP-PRODUCT         PIC 9(10) VALUE 0.
025100
025200*--------------------------------------------------------------
025300* ONE PRODUCT'S USAGE
025400*    NET UNITS SOLD IN EACH WEEK OF THE WINDOW.
025500*--------------------------------------------------------------
025600 01 WS-WEEK-TABLE.
025700     05 WS-WEEK-USAGE OCCURS 52 TIMES
025800                                PIC S9(07).
025900 01 WS-WEEK-SUB             PIC 9(02) VALUE 0.
026000 01 WS-TOTAL-USAGE          PIC S9(07) VALUE 0.
026100 01 WS-PEAK-WEEKLY          PIC S9(07) VALUE 0.
026200 01 WS-AVG-WEEKLY           PIC S9(07)V99 VALUE 0.
026300 01 WS-ITEM-LEAD-DAYS       PIC 9(03) VALUE 0.
026400
026500*--------------------------------------------------------------
026600* PROPOSAL FIELDS
026700*    POINT = AVERAGE USAGE OVER THE LEAD TIME, PLUS THE
026800*    SAFETY PERCENTAGE OF THE PEAK WEEK'S EXCESS OVER THE
026900*    AVERAGE ACROSS THE SAME LEAD TIME. QUANTITY = THE COVER
027000*    WEEKS OF AVERAGE USAGE. BOTH ARE AT LEAST 1.
027100*--------------------------------------------------------------
027200 01 WS-NEW-POINT            PIC 9(05) VALUE 0.
027300 01 WS-NEW-QTY              PIC 9(05) VALUE 0.
027400 01 WS-POINT-CHANGE         PIC S9(05) VALUE 0.
027500 01 WS-QTY-CHANGE           PIC S9(05) VALUE 0.
027600 01 WS-SWING-PCT            PIC 9(05)V99 VALUE 0.
027700 01 WS-ACTION-TEXT          PIC X(17) VALUE SPACES.
027800 01 WS-APPROVAL-SWITCH      PIC X(01) VALUE 'N'.
027900     88 WS-NEEDS-APPROVAL       VALUE 'Y'.
028000
028100*--------------------------------------------------------------
028200* RUN COUNTERS
028300*--------------------------------------------------------------
028400 01 WS-PRODUCTS-REVIEWED    PIC 9(05) VALUE 0.
028500 01 WS-APPLIED-COUNT        PIC 9(05) VALUE 0.
028600 01 WS-PENDING-COUNT        PIC 9(05) VALUE 0.
028700 01 WS-UNCHANGED-COUNT      PIC 9(05) VALUE 0.
028800 01 WS-NO-DEMAND-COUNT      PIC 9(05) VALUE 0.
028900 01 WS-NOT-STOCKED-COUNT    PIC 9(05) VALUE 0.
029000
029100*--------------------------------------------------------------
029200* REORDER REVIEW REPORT LINES
029300*--------------------------------------------------------------
029400 01 WS-RPT-HEADING-1.
029500     05 FILLER                  PIC X(20)
029600         VALUE "DUKE RETAIL SYSTEMS".
029700     05 FILLER                  PIC X(28)
029800         VALUE "REORDER POINT REVIEW".
029900     05 FILLER                  PIC X(10)
030000         VALUE "RUN DATE: ".
030100     05 WS-RPT-HDG-DATE         PIC 9(08).
030200
030300 01 WS-RPT-SETTINGS-LINE.
030400     05 FILLER                  PIC X(18)
030500         VALUE "WEEKS OF HISTORY: ".
030600     05 WS-RPTS-WEEKS           PIC Z9.
030700     05 FILLER                  PIC X(18)
030800         VALUE "   DEFAULT LEAD: ".
030900     05 WS-RPTS-LEAD            PIC ZZ9.
031000     05 FILLER                  PIC X(14)
031100         VALUE "   SAFETY %: ".
031200     05 WS-RPTS-SAFETY          PIC ZZ9.
031300     05 FILLER                  PIC X(17)
031400         VALUE "   COVER WEEKS: ".
031500     05 WS-RPTS-COVER           PIC ZZ9.
031600     05 FILLER                  PIC X(17)
031700         VALUE "   TOLERANCE %: ".
031800     05 WS-RPTS-TOLERANCE       PIC ZZ9.
031900
032000 01 WS-RPT-HEADING-2.
032100     05 FILLER                  PIC X(12) VALUE "PRODUCT".
032200     05 FILLER                  PIC X(32) VALUE "NAME".
032300     05 FILLER                  PIC X(05) VALUE "LEAD".
032400     05 FILLER                  PIC X(12)
032500         VALUE "  AVG/WEEK".
032600     05 FILLER                  PIC X(10) VALUE "    PEAK".
032700     05 FILLER                  PIC X(08) VALUE "CUR PT".
032800     05 FILLER                  PIC X(08) VALUE "NEW PT".
032900     05 FILLER                  PIC X(09) VALUE " CHANGE".
033000     05 FILLER                  PIC X(08) VALUE "CUR QTY".
033100     05 FILLER                  PIC X(08) VALUE "NEW QTY".
033200     05 FILLER                  PIC X(06) VALUE "ACTION".
033300
033400 01 WS-REVIEW-LINE.
033500     05 WS-RVL-PRODUCT          PIC 9(10).
033600     05 FILLER                  PIC X(02) VALUE SPACES.
033700     05 WS-RVL-NAME             PIC X(30).
033800     05 FILLER                  PIC X(02) VALUE SPACES.
033900     05 WS-RVL-LEAD             PIC ZZ9.
034000     05 FILLER                  PIC X(02) VALUE SPACES.
034100     05 WS-RVL-AVG              PIC ZZZ,ZZ9.99.
034200     05 FILLER                  PIC X(02) VALUE SPACES.
034300     05 WS-RVL-PEAK             PIC ZZZ,ZZ9-.
034400     05 FILLER                  PIC X(02) VALUE SPACES.
034500     05 WS-RVL-CUR-POINT        PIC ZZ,ZZ9.
034600     05 FILLER                  PIC X(02) VALUE SPACES.
034700     05 WS-RVL-NEW-POINT        PIC ZZ,ZZ9.
034800     05 FILLER                  PIC X(02) VALUE SPACES.
034900     05 WS-RVL-CHANGE           PIC ZZ,ZZ9-.
035000     05 FILLER                  PIC X(02) VALUE SPACES.
035100     05 WS-RVL-CUR-QTY          PIC ZZ,ZZ9.
035200     05 FILLER                  PIC X(02) VALUE SPACES.
035300     05 WS-RVL-NEW-QTY          PIC ZZ,ZZ9.
035400     05 FILLER                  PIC X(02) VALUE SPACES.
035500     05 WS-RVL-ACTION           PIC X(17).
035600
035700 01 WS-COUNT-LINE.
035800     05 WS-CNT-LABEL            PIC X(32).
035900     05 WS-CNT-VALUE            PIC ZZ,ZZ9.
036000
036100 PROCEDURE DIVISION.
036200*--------------------------------------------------------------
036300* 0000-MAIN-PROCESS
036400*    CONTROLS THE OVERALL FLOW OF THE REORDER POINT REVIEW.
036500*--------------------------------------------------------------
036600 0000-MAIN-PROCESS.
036700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
036800     PERFORM 2000-BUILD-DEMAND-FILE THRU 2000-EXIT
036900     PERFORM 3000-REVIEW-PRODUCTS THRU 3000-EXIT
037000     PERFORM 9000-TERMINATE THRU 9000-EXIT
037100     STOP RUN.
037200
037300*--------------------------------------------------------------
037400* 1000-INITIALIZE
037500*    CHECKS FOR WEEK-END, PICKS UP THE RUN SETTINGS AND OPENS
037600*    THE FILES. NO SALES HISTORY OR STOCK FILE MEANS NOTHING
037700*    TO REVIEW.
037800*--------------------------------------------------------------
037900 1000-INITIALIZE.
038000     ACCEPT WS-WEEK-END-FLAG FROM ENVIRONMENT "DUKE_WEEK_END"
038100     IF NOT WS-IS-WEEK-END
038200         DISPLAY "Not week-end (DUKE_WEEK_END not set) - "
038300             "no reorder point review tonight."
038400         STOP RUN
038500     END-IF
038600
038700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
038710     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
038720         "DUKE_BUSINESS_DATE"
038730     IF WS-BUSINESS-DATE IS NUMERIC
038740         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
038750     END-IF
038800     MOVE WS-CURRENT-DATE TO WS-DATE-PARTS
038900     COMPUTE WS-TODAY-DAY-KEY =
039000         (WS-DP-YYYY * 360) + (WS-DP-MM * 30) + WS-DP-DD
039100     PERFORM 1100-READ-SETTINGS THRU 1100-EXIT
039200
039300     OPEN INPUT SALES-HISTORY
039400     IF NOT WS-SH-OK
039500         DISPLAY "ERROR: cannot open SALESHST, status "
039600             WS-SH-FILE-STATUS
039700         DISPLAY "ERROR: no sales history on file - nothing "
039800             "to review."
039900         MOVE 1 TO RETURN-CODE
040000         STOP RUN
040100     END-IF
040200
040300     OPEN INPUT STOCK-FILE
040400     IF NOT WS-SK-OK
040500         DISPLAY "ERROR: cannot open PRODSTCK, status "
040600             WS-SK-FILE-STATUS
040700         CLOSE SALES-HISTORY
040800         MOVE 1 TO RETURN-CODE
040900         STOP RUN
041000     END-IF
041100
041200     OPEN INPUT PRODUCT-MASTER
041300     IF NOT WS-PM-OK
041400         DISPLAY "ERROR: cannot open PRODMSTR, status "
041500             WS-PM-FILE-STATUS
041600         CLOSE SALES-HISTORY
041700         CLOSE STOCK-FILE
041800         MOVE 1 TO RETURN-CODE
041900         STOP RUN
042000     END-IF
042100
042200     OPEN INPUT SUPPLIER-MASTER
042300     IF WS-SP-OK
042400         MOVE 'Y' TO WS-SP-AVAIL-SWITCH
042500     ELSE
042600         DISPLAY "No SUPPMSTR on file (status "
042700             WS-SP-FILE-STATUS ") - default lead time used."
042800     END-IF.
042900 1000-EXIT.
043000     EXIT.
043100
043200*--------------------------------------------------------------
043300* 1100-READ-SETTINGS
043400*    PICKS UP THE WINDOW, LEAD TIME, SAFETY, COVER AND
043500*    TOLERANCE SETTINGS FROM THE ENVIRONMENT.
043600*--------------------------------------------------------------
043700 1100-READ-SETTINGS.
043800     MOVE SPACES TO WS-ENV-SETTING
043900     ACCEPT WS-ENV-SETTING FROM ENVIRONMENT "DUKE_REORDER_WEEKS"
044000     IF WS-ENV-SETTING NOT = SPACES
044100         IF WS-ENV-SETTING IS NUMERIC
044200           AND WS-ENV-SETTING > ZERO
044300           AND WS-ENV-SETTING NOT > WS-MAX-HISTORY-WEEKS
044400             MOVE WS-ENV-SETTING TO WS-HISTORY-WEEKS
044500         ELSE
044600             DISPLAY "WARNING: DUKE_REORDER_WEEKS is not "
044700                 "1 to 52 - using " WS-HISTORY-WEEKS " weeks."
044800         END-IF
044900     END-IF
045000
045100     MOVE SPACES TO WS-ENV-SETTING
045200     ACCEPT WS-ENV-SETTING FROM ENVIRONMENT "DUKE_PO_LEAD_DAYS"
045300     IF WS-ENV-SETTING NOT = SPACES
045400         IF WS-ENV-SETTING IS NUMERIC
045500             MOVE WS-ENV-SETTING TO WS-DEFAULT-LEAD-DAYS
045600         ELSE
045700             DISPLAY "WARNING: DUKE_PO_LEAD_DAYS is not "
045800                 "numeric - using " WS-DEFAULT-LEAD-DAYS " days."
045900         END-IF
046000     END-IF
046100
046200     MOVE SPACES TO WS-ENV-SETTING
046300     ACCEPT WS-ENV-SETTING FROM ENVIRONMENT "DUKE_SAFETY_PCT"
046400     IF WS-ENV-SETTING NOT = SPACES
046500         IF WS-ENV-SETTING IS NUMERIC
046600             MOVE WS-ENV-SETTING TO WS-SAFETY-PCT
046700         ELSE
046800             DISPLAY "WARNING: DUKE_SAFETY_PCT is not "
046900                 "numeric - using " WS-SAFETY-PCT " percent."
047000         END-IF
047100     END-IF
047200
047300     MOVE SPACES TO WS-ENV-SETTING
047400     ACCEPT WS-ENV-SETTING FROM ENVIRONMENT
047500         "DUKE_REORDER_COVER_WEEKS"
047600     IF WS-ENV-SETTING NOT = SPACES
047700         IF WS-ENV-SETTING IS NUMERIC
047800           AND WS-ENV-SETTING > ZERO
047900             MOVE WS-ENV-SETTING TO WS-COVER-WEEKS
048000         ELSE
048100             DISPLAY "WARNING: DUKE_REORDER_COVER_WEEKS is not "
048200                 "numeric - using " WS-COVER-WEEKS " weeks."
048300         END-IF
048400     END-IF
048500
048600     MOVE SPACES TO WS-ENV-SETTING
048700     ACCEPT WS-ENV-SETTING FROM ENVIRONMENT
048800         "DUKE_REORDER_TOL_PCT"
048900     IF WS-ENV-SETTING NOT = SPACES
049000         IF WS-ENV-SETTING IS NUMERIC
049100             MOVE WS-ENV-SETTING TO WS-TOLERANCE-PCT
049200         ELSE
049300             DISPLAY "WARNING: DUKE_REORDER_TOL_PCT is not "
049400                 "numeric - using " WS-TOLERANCE-PCT " percent."
049500         END-IF
049600     END-IF.
049700 1100-EXIT.
049800     EXIT.
049900
050000*--------------------------------------------------------------
050100* 2000-BUILD-DEMAND-FILE
050200*    READS THE SALES HISTORY AND SPOOLS ONE SIGNED ROW PER
050300*    SALE OR RETURN INSIDE THE WINDOW, TAGGED WITH ITS WEEK.
050400*--------------------------------------------------------------
050500 2000-BUILD-DEMAND-FILE.
050600     OPEN OUTPUT DEMAND-WORK
050700     IF NOT WS-WRK-OK
050800         DISPLAY "ERROR: could not open demand work file, "
050900             "status " WS-WRK-FILE-STATUS
051000         MOVE 1 TO RETURN-CODE
051100         GO TO 2000-EXIT
051200     END-IF
051300
051400     PERFORM 2100-PROCESS-ONE-SALE THRU 2100-EXIT
051500         UNTIL WS-END-OF-SALES
051600     CLOSE DEMAND-WORK
051700     CLOSE SALES-HISTORY
051800     DISPLAY "Sales rows read: " WS-SALES-READ
051900         " in the last " WS-HISTORY-WEEKS " weeks: "
052000         WS-ROWS-IN-WINDOW.
052100 2000-EXIT.
052200     EXIT.
052300
052400*--------------------------------------------------------------
052500* 2100-PROCESS-ONE-SALE
052600*    READS ONE SALES ROW AND, WHEN IT FALLS IN THE WINDOW,
052700*    WRITES ITS PRODUCT, WEEK AND QUANTITY - NEGATIVE FOR A
052800*    RETURN - TO THE WORK FILE.
052900*--------------------------------------------------------------
053000 2100-PROCESS-ONE-SALE.
053100     READ SALES-HISTORY
053200         AT END
053300             MOVE 'Y' TO WS-SH-EOF-SWITCH
053400             GO TO 2100-EXIT
053500     END-READ
053600
053700     ADD 1 TO WS-SALES-READ
053800     IF SH-SALE-DATE IS NOT NUMERIC
053900       OR SH-QUANTITY IS NOT NUMERIC
054000         GO TO 2100-EXIT
054100     END-IF
054200
054300     MOVE SH-SALE-DATE TO WS-DATE-PARTS
054400     COMPUTE WS-SALE-DAY-KEY =
054500         (WS-DP-YYYY * 360) + (WS-DP-MM * 30) + WS-DP-DD
054600     COMPUTE WS-DAYS-BACK = WS-TODAY-DAY-KEY - WS-SALE-DAY-KEY
054700     IF WS-DAYS-BACK < 0
054800         GO TO 2100-EXIT
054900     END-IF
055000     DIVIDE WS-DAYS-BACK BY 7 GIVING WS-WEEK-NUMBER
055100     ADD 1 TO WS-WEEK-NUMBER
055200     IF WS-WEEK-NUMBER > WS-HISTORY-WEEKS
055300         GO TO 2100-EXIT
055400     END-IF
055500
055600     ADD 1 TO WS-ROWS-IN-WINDOW
055700     MOVE SH-PRODUCT-CODE TO DW-PRODUCT-CODE
055800     MOVE WS-WEEK-NUMBER  TO DW-WEEK-NUMBER
055900     IF SH-RETURN-ROW
056000         COMPUTE DW-QUANTITY = ZERO - SH-QUANTITY
056100     ELSE
056200         MOVE SH-QUANTITY TO DW-QUANTITY
056300     END-IF
056400     WRITE DW-DEMAND-RECORD
056500     IF NOT WS-WRK-OK
056600         DISPLAY "WARNING: could not write demand work file, "
056700             "status " WS-WRK-FILE-STATUS
056800     END-IF.
056900 2100-EXIT.
057000     EXIT.
057100
057200*--------------------------------------------------------------
057300* 3000-REVIEW-PRODUCTS
057400*    SORTS THE DEMAND ROWS BY PRODUCT, OPENS THE OUTPUTS AND
057500*    WALKS PRODSTCK AND THE SORTED DEMAND SIDE BY SIDE.
057600*--------------------------------------------------------------
057700 3000-REVIEW-PRODUCTS.
057800     SORT SORT-FILE
057900         ON ASCENDING KEY SW-PRODUCT-CODE
058000                          SW-WEEK-NUMBER
058100         USING DEMAND-WORK
058200         GIVING DEMAND-SORTED
058300
058400     OPEN INPUT DEMAND-SORTED
058500     IF NOT WS-SRT-OK
058600         DISPLAY "ERROR: could not open sorted demand file, "
058700             "status " WS-SRT-FILE-STATUS
058800         MOVE 1 TO RETURN-CODE
058900         GO TO 3000-EXIT
059000     END-IF
059100
059200     OPEN EXTEND STOCK-TRANS
059300     IF NOT WS-ST-OK
059400         OPEN OUTPUT STOCK-TRANS
059500         IF NOT WS-ST-OK
059600             DISPLAY "ERROR: cannot open STCKTRAN, status "
059700                 WS-ST-FILE-STATUS
059800             MOVE 1 TO RETURN-CODE
059900             GO TO 3000-EXIT
060000         END-IF
060100     END-IF
060200
060300     OPEN OUTPUT REORDER-PENDING
060400     IF NOT WS-RP-OK
060500         DISPLAY "ERROR: cannot open REORDPND, status "
060600             WS-RP-FILE-STATUS
060700         MOVE 1 TO RETURN-CODE
060800         GO TO 3000-EXIT
060900     END-IF
061000
061100     OPEN OUTPUT REVIEW-REPORT
061200     IF NOT WS-RPT-OK
061300         DISPLAY "ERROR: cannot open REORDRVW, status "
061400             WS-RPT-FILE-STATUS
061500         MOVE 1 TO RETURN-CODE
061600         GO TO 3000-EXIT
061700     END-IF
061800
061900     MOVE WS-CURRENT-DATE      TO WS-RPT-HDG-DATE
062000     MOVE WS-HISTORY-WEEKS     TO WS-RPTS-WEEKS
062100     MOVE WS-DEFAULT-LEAD-DAYS TO WS-RPTS-LEAD
062200     MOVE WS-SAFETY-PCT        TO WS-RPTS-SAFETY
062300     MOVE WS-COVER-WEEKS       TO WS-RPTS-COVER
062400     MOVE WS-TOLERANCE-PCT     TO WS-RPTS-TOLERANCE
062500     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-1
062600     WRITE RPT-PRINT-LINE FROM WS-RPT-SETTINGS-LINE
062700     MOVE SPACES TO RPT-PRINT-LINE
062800     WRITE RPT-PRINT-LINE
062900     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-2
063000
063100     PERFORM 3050-READ-NEXT-STOCK THRU 3050-EXIT
063200     PERFORM 3060-READ-NEXT-DEMAND THRU 3060-EXIT
063300     PERFORM 3100-MATCH-ONE-KEY THRU 3100-EXIT
063400         UNTIL WS-END-OF-STOCK
063500           AND WS-END-OF-DEMAND
063600
063700     PERFORM 3900-WRITE-TOTALS THRU 3900-EXIT
063800     CLOSE DEMAND-SORTED.
063900 3000-EXIT.
064000     EXIT.
064100
064200*--------------------------------------------------------------
064300* 3050-READ-NEXT-STOCK
064400*    READS THE NEXT PRODSTCK RECORD IN PRODUCT ORDER.
064500*--------------------------------------------------------------
064600 3050-READ-NEXT-STOCK.
064700     READ STOCK-FILE NEXT RECORD
064800         AT END
064900             MOVE 'Y' TO WS-SK-EOF-SWITCH
065000     END-READ.
065100 3050-EXIT.
065200     EXIT.
065300
065400*--------------------------------------------------------------
065500* 3060-READ-NEXT-DEMAND
065600*    READS THE NEXT SORTED DEMAND ROW.
065700*--------------------------------------------------------------
065800 3060-READ-NEXT-DEMAND.
065900     READ DEMAND-SORTED
066000         AT END
066100             MOVE 'Y' TO WS-SRT-EOF-SWITCH
066200     END-READ.
066300 3060-EXIT.
066400     EXIT.
066500
066600*--------------------------------------------------------------
066700* 3100-MATCH-ONE-KEY
066800*    TAKES THE LOWER OF THE TWO CURRENT PRODUCT CODES. DEMAND
066900*    FOR A PRODUCT NOT ON PRODSTCK HAS NO POINT TO SET AND IS
067000*    PASSED OVER; A STOCKED PRODUCT GATHERS ITS DEMAND ROWS,
067100*    IF ANY, AND IS REVIEWED.
067200*--------------------------------------------------------------
067300 3100-MATCH-ONE-KEY.
067400     IF NOT WS-END-OF-DEMAND
067500         IF WS-END-OF-STOCK
067600           OR DS-PRODUCT-CODE < SK-PRODUCT-CODE
067700             MOVE DS-PRODUCT-CODE TO WS-SKIP-PRODUCT
067800             ADD 1 TO WS-NOT-STOCKED-COUNT
067900             PERFORM 3150-SKIP-ONE-ROW THRU 3150-EXIT
068000                 UNTIL WS-END-OF-DEMAND
068100                    OR DS-PRODUCT-CODE NOT = WS-SKIP-PRODUCT
068200             GO TO 3100-EXIT
068300         END-IF
068400     END-IF
068500
068600     MOVE ZEROS TO WS-WEEK-TABLE
068700     MOVE 0 TO WS-TOTAL-USAGE
068800     PERFORM 3200-ADD-ONE-DEMAND-ROW THRU 3200-EXIT
068900         UNTIL WS-END-OF-DEMAND
069000            OR DS-PRODUCT-CODE NOT = SK-PRODUCT-CODE
069100
069200     PERFORM 3300-REVIEW-ONE-PRODUCT THRU 3300-EXIT
069300     PERFORM 3050-READ-NEXT-STOCK THRU 3050-EXIT.
069400 3100-EXIT.
069500     EXIT.
069600
069700*--------------------------------------------------------------
069800* 3150-SKIP-ONE-ROW
069900*    PASSES OVER ONE DEMAND ROW FOR A PRODUCT NOT STOCKED.
070000*--------------------------------------------------------------
070100 3150-SKIP-ONE-ROW.
070200     PERFORM 3060-READ-NEXT-DEMAND THRU 3060-EXIT.
070300 3150-EXIT.
070400     EXIT.
070500
070600*--------------------------------------------------------------
070700* 3200-ADD-ONE-DEMAND-ROW
070800*    ADDS ONE DEMAND ROW INTO ITS WEEK AND THE TOTAL, THEN
070900*    READS THE NEXT.
071000*--------------------------------------------------------------
071100 3200-ADD-ONE-DEMAND-ROW.
071200     MOVE DS-WEEK-NUMBER TO WS-WEEK-SUB
071300     ADD DS-QUANTITY TO WS-WEEK-USAGE (WS-WEEK-SUB)
071400     ADD DS-QUANTITY TO WS-TOTAL-USAGE
071500     PERFORM 3060-READ-NEXT-DEMAND THRU 3060-EXIT.
071600 3200-EXIT.
071700     EXIT.
071800
071900*--------------------------------------------------------------
072000* 3300-REVIEW-ONE-PRODUCT
072100*    WORKS OUT THE PROPOSED POINT AND QUANTITY FOR ONE
072200*    STOCKED PRODUCT AND DECIDES WHAT BECOMES OF IT - NO
072300*    DEMAND AND NO CHANGE LEAVE IT ALONE, A SMALL CHANGE IS
072400*    APPLIED, A BIG ONE WAITS FOR A BUYER.
072500*--------------------------------------------------------------
072600 3300-REVIEW-ONE-PRODUCT.
072700     ADD 1 TO WS-PRODUCTS-REVIEWED
072800     MOVE SK-PRODUCT-CODE TO PM-PRODUCT-CODE
072900     READ PRODUCT-MASTER
073000         INVALID KEY
073100             MOVE "(NOT ON PRODUCT MASTER)" TO PM-PRODUCT-NAME
073200             MOVE SPACES TO PM-SUPPLIER-CODE
073300     END-READ
073400     PERFORM 3350-PRODUCT-LEAD-TIME THRU 3350-EXIT
073500
073600     MOVE 0 TO WS-PEAK-WEEKLY
073700     MOVE 1 TO WS-WEEK-SUB
073800     PERFORM 3400-CHECK-ONE-WEEK THRU 3400-EXIT
073900         UNTIL WS-WEEK-SUB > WS-HISTORY-WEEKS
074000     COMPUTE WS-AVG-WEEKLY ROUNDED =
074100         WS-TOTAL-USAGE / WS-HISTORY-WEEKS
074200
074300     IF WS-TOTAL-USAGE NOT > 0
074400         MOVE SK-REORDER-POINT TO WS-NEW-POINT
074500         MOVE SK-REORDER-QTY   TO WS-NEW-QTY
074600         MOVE 0 TO WS-AVG-WEEKLY
074700         MOVE "NO DEMAND" TO WS-ACTION-TEXT
074800         ADD 1 TO WS-NO-DEMAND-COUNT
074900         PERFORM 3800-WRITE-REVIEW-LINE THRU 3800-EXIT
075000         GO TO 3300-EXIT
075100     END-IF
075200
075300     COMPUTE WS-NEW-POINT ROUNDED =
075400         (WS-AVG-WEEKLY * WS-ITEM-LEAD-DAYS / 7)
075500       + ((WS-PEAK-WEEKLY - WS-AVG-WEEKLY)
075600           * WS-ITEM-LEAD-DAYS / 7 * WS-SAFETY-PCT / 100)
075700         ON SIZE ERROR
075800             MOVE 99999 TO WS-NEW-POINT
075900     END-COMPUTE
076000     IF WS-NEW-POINT = 0
076100         MOVE 1 TO WS-NEW-POINT
076200     END-IF
076300     COMPUTE WS-NEW-QTY ROUNDED =
076400         WS-AVG-WEEKLY * WS-COVER-WEEKS
076500         ON SIZE ERROR
076600             MOVE 99999 TO WS-NEW-QTY
076700     END-COMPUTE
076800     IF WS-NEW-QTY = 0
076900         MOVE 1 TO WS-NEW-QTY
077000     END-IF
077100
077200     IF WS-NEW-POINT = SK-REORDER-POINT
077300       AND WS-NEW-QTY = SK-REORDER-QTY
077400         MOVE "NO CHANGE" TO WS-ACTION-TEXT
077500         ADD 1 TO WS-UNCHANGED-COUNT
077600         PERFORM 3800-WRITE-REVIEW-LINE THRU 3800-EXIT
077700         GO TO 3300-EXIT
077800     END-IF
077900
078000     PERFORM 3500-CHECK-TOLERANCE THRU 3500-EXIT
078100     IF WS-NEEDS-APPROVAL
078200         PERFORM 3600-WRITE-PENDING THRU 3600-EXIT
078300     ELSE
078400         PERFORM 3700-WRITE-POINT-TRANS THRU 3700-EXIT
078500     END-IF
078600     PERFORM 3800-WRITE-REVIEW-LINE THRU 3800-EXIT.
078700 3300-EXIT.
078800     EXIT.
078900
079000*--------------------------------------------------------------
079100* 3350-PRODUCT-LEAD-TIME
079200*    SETS THE LEAD TIME FOR THE PRODUCT'S SUPPLIER - THE LEAD
079300*    TIME ON SUPPMSTR, OR THE DEFAULT WHEN THE SUPPLIER HAS
079400*    NONE OR CANNOT BE READ.
079500*--------------------------------------------------------------
079600 3350-PRODUCT-LEAD-TIME.
079700     MOVE WS-DEFAULT-LEAD-DAYS TO WS-ITEM-LEAD-DAYS
079800     IF NOT WS-SP-AVAILABLE
079900       OR PM-SUPPLIER-CODE = SPACES
080000         GO TO 3350-EXIT
080100     END-IF
080200
080300     MOVE PM-SUPPLIER-CODE TO SP-SUPPLIER-CODE
080400     READ SUPPLIER-MASTER
080500         INVALID KEY
080600             GO TO 3350-EXIT
080700     END-READ
080800     IF SP-LEAD-DAYS IS NUMERIC
080900       AND SP-LEAD-DAYS > 0
081000         MOVE SP-LEAD-DAYS TO WS-ITEM-LEAD-DAYS
081100     END-IF.
081200 3350-EXIT.
081300     EXIT.
081400
081500*--------------------------------------------------------------
081600* 3400-CHECK-ONE-WEEK
081700*    KEEPS THE HIGHEST WEEK'S USAGE AS THE PEAK.
081800*--------------------------------------------------------------
081900 3400-CHECK-ONE-WEEK.
082000     IF WS-WEEK-USAGE (WS-WEEK-SUB) > WS-PEAK-WEEKLY
082100         MOVE WS-WEEK-USAGE (WS-WEEK-SUB) TO WS-PEAK-WEEKLY
082200     END-IF
082300     ADD 1 TO WS-WEEK-SUB.
082400 3400-EXIT.
082500     EXIT.
082600
082700*--------------------------------------------------------------
082800* 3500-CHECK-TOLERANCE
082900*    A PROPOSAL NEEDS A BUYER WHEN THE PRODUCT HAS NO POINT
083000*    SET YET, OR WHEN THE POINT - OR A QUANTITY ALREADY SET -
083100*    WOULD MOVE BY MORE THAN THE TOLERANCE PERCENTAGE.
083200*--------------------------------------------------------------
083300 3500-CHECK-TOLERANCE.
083400     MOVE 'N' TO WS-APPROVAL-SWITCH
083500     COMPUTE WS-POINT-CHANGE = WS-NEW-POINT - SK-REORDER-POINT
083600     COMPUTE WS-QTY-CHANGE   = WS-NEW-QTY - SK-REORDER-QTY
083700
083800     IF SK-REORDER-POINT = 0
083900         MOVE 'Y' TO WS-APPROVAL-SWITCH
084000         GO TO 3500-EXIT
084100     END-IF
084200     IF WS-POINT-CHANGE < 0
084300         COMPUTE WS-SWING-PCT =
084400             (ZERO - WS-POINT-CHANGE) * 100 / SK-REORDER-POINT
084500             ON SIZE ERROR
084600                 MOVE 99999.99 TO WS-SWING-PCT
084700         END-COMPUTE
084800     ELSE
084900         COMPUTE WS-SWING-PCT =
085000             WS-POINT-CHANGE * 100 / SK-REORDER-POINT
085100             ON SIZE ERROR
085200                 MOVE 99999.99 TO WS-SWING-PCT
085300         END-COMPUTE
085400     END-IF
085500     IF WS-SWING-PCT > WS-TOLERANCE-PCT
085600         MOVE 'Y' TO WS-APPROVAL-SWITCH
085700         GO TO 3500-EXIT
085800     END-IF
085900
086000     IF SK-REORDER-QTY = 0
086100         GO TO 3500-EXIT
086200     END-IF
086300     IF WS-QTY-CHANGE < 0
086400         COMPUTE WS-SWING-PCT =
086500             (ZERO - WS-QTY-CHANGE) * 100 / SK-REORDER-QTY
086600             ON SIZE ERROR
086700                 MOVE 99999.99 TO WS-SWING-PCT
086800         END-COMPUTE
086900     ELSE
087000         COMPUTE WS-SWING-PCT =
087100             WS-QTY-CHANGE * 100 / SK-REORDER-QTY
087200             ON SIZE ERROR
087300                 MOVE 99999.99 TO WS-SWING-PCT
087400         END-COMPUTE
087500     END-IF
087600     IF WS-SWING-PCT > WS-TOLERANCE-PCT
087700         MOVE 'Y' TO WS-APPROVAL-SWITCH
087800     END-IF.
087900 3500-EXIT.
088000     EXIT.
088100
088200*--------------------------------------------------------------
088300* 3600-WRITE-PENDING
088400*    WRITES THE PROPOSAL TO REORDPND TO WAIT FOR A BUYER.
088500*--------------------------------------------------------------
088600 3600-WRITE-PENDING.
088700     MOVE SK-PRODUCT-CODE   TO RP-PRODUCT-CODE
088800     MOVE PM-PRODUCT-NAME   TO RP-PRODUCT-NAME
088900     MOVE SK-REORDER-POINT  TO RP-CURRENT-POINT
089000     MOVE WS-NEW-POINT      TO RP-PROPOSED-POINT
089100     MOVE SK-REORDER-QTY    TO RP-CURRENT-QTY
089200     MOVE WS-NEW-QTY        TO RP-PROPOSED-QTY
089300     MOVE WS-AVG-WEEKLY     TO RP-AVG-WEEKLY
089400     MOVE WS-PEAK-WEEKLY    TO RP-PEAK-WEEKLY
089500     MOVE WS-ITEM-LEAD-DAYS TO RP-LEAD-DAYS
089600     MOVE WS-CURRENT-DATE   TO RP-PROPOSED-DATE
089700     WRITE RP-PENDING-RECORD
089800     IF NOT WS-RP-OK
089900         DISPLAY "WARNING: could not write REORDPND, status "
090000             WS-RP-FILE-STATUS
090100         MOVE "NOT WRITTEN" TO WS-ACTION-TEXT
090200         GO TO 3600-EXIT
090300     END-IF
090400     MOVE "AWAITING APPROVAL" TO WS-ACTION-TEXT
090500     ADD 1 TO WS-PENDING-COUNT.
090600 3600-EXIT.
090700     EXIT.
090800
090900*--------------------------------------------------------------
091000* 3700-WRITE-POINT-TRANS
091100*    APPLIES A PROPOSAL INSIDE THE TOLERANCE AS A 'P' STOCK
091200*    TRANSACTION. IT IS POSTED BY THE NEXT StockMove RUN.
091300*--------------------------------------------------------------
091400 3700-WRITE-POINT-TRANS.
091500     MOVE 'P'             TO ST-TRANS-CODE
091600     MOVE SK-PRODUCT-CODE TO ST-PRODUCT-CODE
091700     MOVE WS-NEW-POINT    TO ST-QUANTITY
091800     MOVE 0               TO ST-UNIT-COST
091900     MOVE WS-NEW-QTY      TO ST-REORDER-QTY
092000     WRITE ST-TRANS-RECORD
092100     IF NOT WS-ST-OK
092200         DISPLAY "WARNING: could not write STCKTRAN, status "
092300             WS-ST-FILE-STATUS
092400         MOVE "NOT WRITTEN" TO WS-ACTION-TEXT
092500         GO TO 3700-EXIT
092600     END-IF
092700     MOVE "APPLIED" TO WS-ACTION-TEXT
092800     ADD 1 TO WS-APPLIED-COUNT.
092900 3700-EXIT.
093000     EXIT.
093100
093200*--------------------------------------------------------------
093300* 3800-WRITE-REVIEW-LINE
093400*    PRINTS ONE PRODUCT'S CURRENT AND PROPOSED SETTINGS.
093500*--------------------------------------------------------------
093600 3800-WRITE-REVIEW-LINE.
093700     MOVE SK-PRODUCT-CODE   TO WS-RVL-PRODUCT
093800     MOVE PM-PRODUCT-NAME   TO WS-RVL-NAME
093900     MOVE WS-ITEM-LEAD-DAYS TO WS-RVL-LEAD
094000     MOVE WS-AVG-WEEKLY     TO WS-RVL-AVG
094100     MOVE WS-PEAK-WEEKLY    TO WS-RVL-PEAK
094200     MOVE SK-REORDER-POINT  TO WS-RVL-CUR-POINT
094300     MOVE WS-NEW-POINT      TO WS-RVL-NEW-POINT
094400     COMPUTE WS-POINT-CHANGE = WS-NEW-POINT - SK-REORDER-POINT
094500     MOVE WS-POINT-CHANGE   TO WS-RVL-CHANGE
094600     MOVE SK-REORDER-QTY    TO WS-RVL-CUR-QTY
094700     MOVE WS-NEW-QTY        TO WS-RVL-NEW-QTY
094800     MOVE WS-ACTION-TEXT    TO WS-RVL-ACTION
094900     WRITE RPT-PRINT-LINE FROM WS-REVIEW-LINE
095000     IF NOT WS-RPT-OK
095100         DISPLAY "WARNING: could not write REORDRVW, status "
095200             WS-RPT-FILE-STATUS
095300     END-IF.
095400 3800-EXIT.
095500     EXIT.
095600
095700*--------------------------------------------------------------
095800* 3900-WRITE-TOTALS
095900*    PRINTS THE RUN COUNTS AT THE FOOT OF THE REPORT.
096000*--------------------------------------------------------------
096100 3900-WRITE-TOTALS.
096200     MOVE SPACES TO RPT-PRINT-LINE
096300     WRITE RPT-PRINT-LINE
096400     MOVE "PRODUCTS REVIEWED:" TO WS-CNT-LABEL
096500     MOVE WS-PRODUCTS-REVIEWED TO WS-CNT-VALUE
096600     WRITE RPT-PRINT-LINE FROM WS-COUNT-LINE
096700     MOVE "APPLIED AS 'P' TRANSACTIONS:" TO WS-CNT-LABEL
096800     MOVE WS-APPLIED-COUNT TO WS-CNT-VALUE
096900     WRITE RPT-PRINT-LINE FROM WS-COUNT-LINE
097000     MOVE "AWAITING BUYER APPROVAL:" TO WS-CNT-LABEL
097100     MOVE WS-PENDING-COUNT TO WS-CNT-VALUE
097200     WRITE RPT-PRINT-LINE FROM WS-COUNT-LINE
097300     MOVE "NO CHANGE:" TO WS-CNT-LABEL
097400     MOVE WS-UNCHANGED-COUNT TO WS-CNT-VALUE
097500     WRITE RPT-PRINT-LINE FROM WS-COUNT-LINE
097600     MOVE "NO DEMAND IN THE WINDOW:" TO WS-CNT-LABEL
097700     MOVE WS-NO-DEMAND-COUNT TO WS-CNT-VALUE
097800     WRITE RPT-PRINT-LINE FROM WS-COUNT-LINE
097900     IF WS-NOT-STOCKED-COUNT > 0
098000         MOVE "SOLD BUT NOT ON PRODSTCK:" TO WS-CNT-LABEL
098100         MOVE WS-NOT-STOCKED-COUNT TO WS-CNT-VALUE
098200         WRITE RPT-PRINT-LINE FROM WS-COUNT-LINE
098300     END-IF.
098400 3900-EXIT.
098500     EXIT.
098600
098700*--------------------------------------------------------------
098800* 9000-TERMINATE
098900*    CLOSES EVERYTHING AND SUMMARIZES THE RUN.
099000*--------------------------------------------------------------
099100 9000-TERMINATE.
099200     CLOSE STOCK-FILE
099300     CLOSE PRODUCT-MASTER
099400     IF WS-SP-AVAILABLE
099500         CLOSE SUPPLIER-MASTER
099600     END-IF
099700     CLOSE STOCK-TRANS
099800     CLOSE REORDER-PENDING
099900     CLOSE REVIEW-REPORT
100000
100100     DISPLAY "Reorder point review written to REORDRVW - "
100200         WS-PRODUCTS-REVIEWED " product(s) reviewed."
100300     DISPLAY "Applied: " WS-APPLIED-COUNT
100400         " Awaiting approval: " WS-PENDING-COUNT
100500         " No change: " WS-UNCHANGED-COUNT
100600         " No demand: " WS-NO-DEMAND-COUNT.
100700 9000-EXIT.
100800     EXIT.
