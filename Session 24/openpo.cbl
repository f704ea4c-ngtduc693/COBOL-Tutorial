000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OpenPoReport.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - WEEKLY OPEN PURCHASE ORDER
001100*                 REPORT. LISTS EVERY POFILE LINE NOT YET FULLY
001200*                 RECEIVED BY PoReceiving, BY SUPPLIER AND PO,
001300*                 WITH WHAT WAS ORDERED, RECEIVED AND IS STILL
001400*                 OUTSTANDING. A LINE STILL OPEN MORE THAN THE
001500*                 SUPPLIER LEAD TIME AFTER ITS ORDER DATE IS
001600*                 FLAGGED OVERDUE WITH THE NUMBER OF DAYS LATE,
001700*                 SO PURCHASING CAN CHASE THE SUPPLIER INSTEAD
001800*                 OF GUESSING FROM THE ON-ORDER TOTALS. THE
001900*                 LEAD TIME IS DUKE_PO_LEAD_DAYS (THREE DIGITS,
002000*                 14 DAYS WHEN NOT SET). IT RUNS AS A STEP OF
002100*                 THE NIGHTLY JOB BUT ONLY PRINTS ON THE NIGHT
002200*                 THE OPERATOR SETS DUKE_WEEK_END=Y.
002210* 2026-10-15 DT   PICKED UP THE NEW SUPPLIER LEAD TIME ON THE
002220*                 SUPPMSTR RECORD LAYOUT. A LINE IS NOW OVERDUE
002230*                 AFTER ITS OWN SUPPLIER'S LEAD TIME, WHICH PRINTS
002240*                 ON THE SUPPLIER HEADING; DUKE_PO_LEAD_DAYS (OR
002250*                 14) IS NOW ONLY THE DEFAULT FOR A SUPPLIER WITH
002260*                 NONE.
002265* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
002270*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
002275*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
002280*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
002285*                 FOR.
002300*--------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. GNUCOBOL.
002800 OBJECT-COMPUTER. GNUCOBOL.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PO-FILE ASSIGN TO "POFILE"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-PO-FILE-STATUS.
003500
003600     SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMSTR"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS SP-SUPPLIER-CODE
004000         FILE STATUS IS WS-SP-FILE-STATUS.
004100
004200     SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS PM-PRODUCT-CODE
004600         FILE STATUS IS WS-PM-FILE-STATUS.
004700
004800     SELECT OPEN-WORK ASSIGN TO "OPOWORK"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-OW-FILE-STATUS.
005100
005200     SELECT OPEN-SORTED ASSIGN TO "OPOSRTD"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-OS-FILE-STATUS.
005500
005600     SELECT SORT-FILE ASSIGN TO "SORTWK".
005700
005800     SELECT OPEN-PO-REPORT ASSIGN TO "POOPNRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RPT-FILE-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  PO-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  PO-ORDER-RECORD.
006700     05 PO-NUMBER                PIC 9(10).
006800     05 FILLER                   PIC X(01).
006900     05 PO-SUPPLIER-CODE         PIC X(06).
007000     05 FILLER                   PIC X(01).
007100     05 PO-PRODUCT-CODE          PIC 9(10).
007200     05 FILLER                   PIC X(01).
007300     05 PO-QUANTITY              PIC 9(05).
007400     05 FILLER                   PIC X(01).
007500     05 PO-ORDER-DATE            PIC 9(08).
007600     05 FILLER                   PIC X(01).
007700     05 PO-LINE-NUMBER           PIC 9(03).
007800     05 FILLER                   PIC X(01).
007900     05 PO-RECEIVED-QTY          PIC 9(05).
008000     05 FILLER                   PIC X(01).
008100     05 PO-LINE-STATUS           PIC X(01).
008200     05 FILLER                   PIC X(01).
008300     05 PO-LAST-RECEIPT-DATE     PIC 9(08).
008400
008500 FD  SUPPLIER-MASTER
008600     LABEL RECORDS ARE STANDARD.
008700 01  SP-SUPPLIER-RECORD.
008800     05 SP-SUPPLIER-CODE         PIC X(06).
008900     05 SP-SUPPLIER-NAME         PIC X(30).
009000     05 SP-CONTACT               PIC X(30).
009100     05 SP-DATE-LOADED           PIC 9(08).
009150     05 SP-LEAD-DAYS             PIC 9(03).
009200
009300 FD  PRODUCT-MASTER
009400     LABEL RECORDS ARE STANDARD.
009500 01  PM-PRODUCT-RECORD.
009600     05 PM-PRODUCT-CODE          PIC 9(10).
009700     05 PM-PRODUCT-NAME          PIC X(30).
009800     05 PM-PRODUCT-PRICE         PIC 9(5)V99.
009900     05 PM-DATE-ENTERED          PIC 9(08).
010000     05 PM-CATEGORY-CODE         PIC X(04).
010100     05 PM-SUPPLIER-CODE         PIC X(06).
010200
010300 FD  OPEN-WORK
010400     LABEL RECORDS ARE STANDARD.
010500 01  OW-OPEN-RECORD.
010600     05 OW-SUPPLIER-CODE         PIC X(06).
010700     05 OW-PO-NUMBER             PIC 9(10).
010800     05 OW-LINE-NUMBER           PIC 9(03).
010900     05 OW-PRODUCT-CODE          PIC 9(10).
011000     05 OW-ORDERED-QTY           PIC 9(05).
011100     05 OW-RECEIVED-QTY          PIC 9(05).
011200     05 OW-ORDER-DATE            PIC 9(08).
011300     05 OW-DAYS-OPEN             PIC 9(05).
011400     05 OW-DAYS-LATE             PIC 9(05).
011500
011600 FD  OPEN-SORTED
011700     LABEL RECORDS ARE STANDARD.
011800 01  OS-OPEN-RECORD.
011900     05 OS-SUPPLIER-CODE         PIC X(06).
012000     05 OS-PO-NUMBER             PIC 9(10).
012100     05 OS-LINE-NUMBER           PIC 9(03).
012200     05 OS-PRODUCT-CODE          PIC 9(10).
012300     05 OS-ORDERED-QTY           PIC 9(05).
012400     05 OS-RECEIVED-QTY          PIC 9(05).
012500     05 OS-ORDER-DATE            PIC 9(08).
012600     05 OS-DAYS-OPEN             PIC 9(05).
012700     05 OS-DAYS-LATE             PIC 9(05).
012800
012900 SD  SORT-FILE.
013000 01  SW-SORT-RECORD.
013100     05 SW-SUPPLIER-CODE         PIC X(06).
013200     05 SW-PO-NUMBER             PIC 9(10).
013300     05 SW-LINE-NUMBER           PIC 9(03).
013400     05 FILLER                   PIC X(38).
013500
013600 FD  OPEN-PO-REPORT
013700     LABEL RECORDS ARE STANDARD.
013800 01  RPT-PRINT-LINE              PIC X(110).
013900
014000 WORKING-STORAGE SECTION.
014100*--------------------------------------------------------------
014200* FILE STATUS FIELDS
014300*--------------------------------------------------------------
014400 01 WS-PO-FILE-STATUS       PIC X(02) VALUE '00'.
014500     88 WS-PO-OK                VALUE '00'.
014600 01 WS-SP-FILE-STATUS       PIC X(02) VALUE '00'.
014700     88 WS-SP-OK                VALUE '00'.
014800 01 WS-PM-FILE-STATUS       PIC X(02) VALUE '00'.
014900     88 WS-PM-OK                VALUE '00'.
015000 01 WS-OW-FILE-STATUS       PIC X(02) VALUE '00'.
015100     88 WS-OW-OK                VALUE '00'.
015200 01 WS-OS-FILE-STATUS       PIC X(02) VALUE '00'.
015300     88 WS-OS-OK                VALUE '00'.
015400 01 WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.
015500     88 WS-RPT-OK               VALUE '00'.
015600
015700*--------------------------------------------------------------
015800* RUN CONTROL FIELDS
015900*--------------------------------------------------------------
015950 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
016000 01 WS-CURRENT-DATE         PIC 9(08).
016100 01 WS-WEEK-END-FLAG        PIC X(01) VALUE SPACE.
016200     88 WS-IS-WEEK-END          VALUE 'Y'.
016300 01 WS-ENV-LEAD-DAYS        PIC X(03) VALUE SPACES.
016400 01 WS-LEAD-DAYS            PIC 9(03) VALUE 14.
016500 01 WS-SP-AVAIL-SWITCH      PIC X(01) VALUE 'N'.
016600     88 WS-SP-AVAILABLE         VALUE 'Y'.
016700 01 WS-PM-AVAIL-SWITCH      PIC X(01) VALUE 'N'.
016800     88 WS-PM-AVAILABLE         VALUE 'Y'.
016900
017000*--------------------------------------------------------------
017100* LINE SELECTION FIELDS
017200*    A LINE WRITTEN BEFORE POFILE CARRIED LINE NUMBERS AND
017300*    STATUS IS TAKEN AS OPEN WITH NOTHING RECEIVED, NUMBERED
017400*    BY ITS POSITION WITHIN ITS PO - THE SAME RULE
017500*    PoReceiving APPLIES.
017600*--------------------------------------------------------------
017700 01 WS-PO-EOF-SWITCH        PIC X(01) VALUE 'N'.
017800     88 WS-END-OF-PO-FILE       VALUE 'Y'.
017900 01 WS-PRIOR-PO-NUMBER      PIC 9(10) VALUE 0.
018000 01 WS-LOAD-LINE-SEQ        PIC 9(03) VALUE 0.
018100 01 WS-LINE-STATUS          PIC X(01) VALUE SPACE.
018200     88 WS-LINE-CLOSED          VALUE 'C'.
018300
018400*--------------------------------------------------------------
018500* LATENESS FIELDS
018600*    DAYS ARE COUNTED ON THE SAME 360-DAY CALENDAR
018700*    (YEAR*360 + MONTH*30 + DAY) THE A/R AGING USES.
018800*--------------------------------------------------------------
018900 01 WS-DATE-PARTS.
019000     05 WS-DP-YYYY             PIC 9(04).
019100     05 WS-DP-MM               PIC 9(02).
019200     05 WS-DP-DD               PIC 9(02).
019300 01 WS-TODAY-DAY-KEY        PIC 9(07) VALUE 0.
019400 01 WS-ITEM-DAY-KEY         PIC 9(07) VALUE 0.
019500 01 WS-DAYS-OPEN            PIC S9(07) VALUE 0.
019600 01 WS-DAYS-LATE            PIC S9(07) VALUE 0.
019620 01 WS-LINE-LEAD-DAYS       PIC 9(03) VALUE 0.
019640 01 WS-LEAD-SUPPLIER        PIC X(06) VALUE HIGH-VALUES.
019700
019800*--------------------------------------------------------------
019900* REPORT CONTROL FIELDS
020000*--------------------------------------------------------------
020100 01 WS-OS-EOF-SWITCH        PIC X(01) VALUE 'N'.
020200     88 WS-END-OF-OPEN          VALUE 'Y'.
020300 01 WS-PRIOR-SUPPLIER       PIC X(06) VALUE SPACES.
020400 01 WS-FIRST-SUPPLIER-SW    PIC X(01) VALUE 'Y'.
020500     88 WS-FIRST-SUPPLIER       VALUE 'Y'.
020600 01 WS-OUTSTANDING-QTY      PIC 9(05) VALUE 0.
020700 01 WS-SUPP-OPEN-LINES      PIC 9(05) VALUE 0.
020800 01 WS-SUPP-LATE-LINES      PIC 9(05) VALUE 0.
020900 01 WS-SUPP-OPEN-UNITS      PIC 9(07) VALUE 0.
021000 01 WS-SUPP-WORST-LATE      PIC 9(05) VALUE 0.
021100
021200*--------------------------------------------------------------
021300* RUN COUNTERS
021400*--------------------------------------------------------------
021500 01 WS-LINES-READ           PIC 9(05) VALUE 0.
021600 01 WS-OPEN-LINES           PIC 9(05) VALUE 0.
021700 01 WS-LATE-LINES           PIC 9(05) VALUE 0.
021800 01 WS-OPEN-UNITS           PIC 9(07) VALUE 0.
021900 01 WS-SUPPLIER-COUNT       PIC 9(05) VALUE 0.
022000
022100*--------------------------------------------------------------
022200* OPEN-PO REPORT LINES
022300*--------------------------------------------------------------
022400 01 WS-RPT-HEADING-1.
022500     05 FILLER                  PIC X(20)
022600         VALUE "DUKE RETAIL SYSTEMS".
022700     05 FILLER                  PIC X(34)
022800         VALUE "OPEN PURCHASE ORDERS BY SUPPLIER".
022900     05 FILLER                  PIC X(10)
023000         VALUE "RUN DATE: ".
023100     05 WS-RPT-HDG-DATE         PIC 9(08).
023200     05 FILLER                  PIC X(18)
023300         VALUE "   DEFAULT LEAD: ".
023400     05 WS-RPT-HDG-LEAD         PIC ZZ9.
023500
023600 01 WS-RPT-SUPPLIER-LINE.
023700     05 FILLER                  PIC X(10) VALUE "SUPPLIER:".
023800     05 WS-RPTS-CODE            PIC X(06).
023900     05 FILLER                  PIC X(02) VALUE SPACES.
024000     05 WS-RPTS-NAME            PIC X(30).
024020     05 FILLER                  PIC X(13)
024040         VALUE "  LEAD DAYS: ".
024060     05 WS-RPTS-LEAD            PIC ZZ9.
024100
024200 01 WS-RPT-HEADING-2.
024300     05 FILLER                  PIC X(12) VALUE "PO NUMBER".
024400     05 FILLER                  PIC X(06) VALUE "LINE".
024500     05 FILLER                  PIC X(12) VALUE "PRODUCT".
024600     05 FILLER                  PIC X(22) VALUE "NAME".
024700     05 FILLER                  PIC X(10) VALUE "ORDER DATE".
024800     05 FILLER                  PIC X(08) VALUE "ORDERED".
024900     05 FILLER                  PIC X(08) VALUE "RECVD".
025000     05 FILLER                  PIC X(08) VALUE "OUTSTND".
025100     05 FILLER                  PIC X(08) VALUE "DAYS".
025200     05 FILLER                  PIC X(12) VALUE "DAYS LATE".
025300
025400 01 WS-RPT-DETAIL-LINE.
025500     05 WS-RPTD-PO              PIC 9(10).
025600     05 FILLER                  PIC X(02) VALUE SPACES.
025700     05 WS-RPTD-LINE            PIC ZZ9.
025800     05 FILLER                  PIC X(03) VALUE SPACES.
025900     05 WS-RPTD-PRODUCT         PIC 9(10).
026000     05 FILLER                  PIC X(02) VALUE SPACES.
026100     05 WS-RPTD-NAME            PIC X(20).
026200     05 FILLER                  PIC X(02) VALUE SPACES.
026300     05 WS-RPTD-ORDER-DATE      PIC 9(08).
026400     05 FILLER                  PIC X(02) VALUE SPACES.
026500     05 WS-RPTD-ORDERED         PIC ZZ,ZZ9.
026600     05 FILLER                  PIC X(02) VALUE SPACES.
026700     05 WS-RPTD-RECEIVED        PIC ZZ,ZZ9.
026800     05 FILLER                  PIC X(02) VALUE SPACES.
026900     05 WS-RPTD-OUTSTANDING     PIC ZZ,ZZ9.
027000     05 FILLER                  PIC X(02) VALUE SPACES.
027100     05 WS-RPTD-DAYS-OPEN       PIC ZZ,ZZ9.
027200     05 FILLER                  PIC X(02) VALUE SPACES.
027300     05 WS-RPTD-DAYS-LATE       PIC ZZ,ZZ9 BLANK ZERO.
027400     05 FILLER                  PIC X(01) VALUE SPACES.
027500     05 WS-RPTD-FLAG            PIC X(08).
027600
027700 01 WS-RPT-SUPPLIER-TOTAL.
027800     05 FILLER                  PIC X(18) VALUE SPACES.
027900     05 FILLER                  PIC X(12) VALUE "OPEN LINES:".
028000     05 WS-RPTT-LINES           PIC ZZ,ZZ9.
028100     05 FILLER                  PIC X(12) VALUE "   OVERDUE:".
028200     05 WS-RPTT-LATE            PIC ZZ,ZZ9.
028300     05 FILLER                  PIC X(16)
028400         VALUE "   UNITS OWED:".
028500     05 WS-RPTT-UNITS           PIC Z,ZZZ,ZZ9.
028600     05 FILLER                  PIC X(15)
028700         VALUE "   MOST LATE:".
028800     05 WS-RPTT-WORST           PIC ZZ,ZZ9.
028900
029000 01 WS-RPT-GRAND-TOTAL.
029100     05 FILLER                  PIC X(18)
029200         VALUE "ALL SUPPLIERS -".
029300     05 FILLER                  PIC X(12) VALUE "OPEN LINES:".
029400     05 WS-RPTG-LINES           PIC ZZ,ZZ9.
029500     05 FILLER                  PIC X(12) VALUE "   OVERDUE:".
029600     05 WS-RPTG-LATE            PIC ZZ,ZZ9.
029700     05 FILLER                  PIC X(16)
029800         VALUE "   UNITS OWED:".
029900     05 WS-RPTG-UNITS           PIC Z,ZZZ,ZZ9.
030000
030100 PROCEDURE DIVISION.
030200*--------------------------------------------------------------
030300* 0000-MAIN-PROCESS
030400*    CONTROLS THE OVERALL FLOW OF THE OPEN-PO REPORT. ON ANY
030500*    NIGHT BUT THE WEEKLY ONE THE STEP DOES NOTHING.
030600*--------------------------------------------------------------
030700 0000-MAIN-PROCESS.
030800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
030900     PERFORM 2000-SELECT-OPEN-LINES THRU 2000-EXIT
031000     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
031100     PERFORM 9000-TERMINATE THRU 9000-EXIT
031200     STOP RUN.
031300
031400*--------------------------------------------------------------
031500* 1000-INITIALIZE
031600*    CHECKS THE WEEK-END FLAG, PICKS UP THE LEAD TIME AND
031700*    OPENS THE FILES. THE SUPPLIER AND PRODUCT MASTERS ONLY
031800*    SUPPLY NAMES, SO THE REPORT STILL PRINTS WITHOUT THEM.
031900*--------------------------------------------------------------
032000 1000-INITIALIZE.
032100     ACCEPT WS-WEEK-END-FLAG FROM ENVIRONMENT "DUKE_WEEK_END"
032200     IF NOT WS-IS-WEEK-END
032300         DISPLAY "Not week-end (DUKE_WEEK_END not set) - "
032400             "no open-PO report tonight."
032500         STOP RUN
032600     END-IF
032700
032800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
032810     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
032820         "DUKE_BUSINESS_DATE"
032830     IF WS-BUSINESS-DATE IS NUMERIC
032840         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
032850     END-IF
032900     MOVE WS-CURRENT-DATE TO WS-DATE-PARTS
033000     COMPUTE WS-TODAY-DAY-KEY =
033100         (WS-DP-YYYY * 360) + (WS-DP-MM * 30) + WS-DP-DD
033200
033300     ACCEPT WS-ENV-LEAD-DAYS FROM ENVIRONMENT "DUKE_PO_LEAD_DAYS"
033400     IF WS-ENV-LEAD-DAYS NOT = SPACES
033500         IF WS-ENV-LEAD-DAYS IS NUMERIC
033600             MOVE WS-ENV-LEAD-DAYS TO WS-LEAD-DAYS
033700         ELSE
033800             DISPLAY "WARNING: DUKE_PO_LEAD_DAYS is not "
033900                 "numeric - using " WS-LEAD-DAYS " days."
034000         END-IF
034100     END-IF
034200
034300     OPEN INPUT PO-FILE
034400     IF NOT WS-PO-OK
034500         DISPLAY "No POFILE on file (status "
034600             WS-PO-FILE-STATUS ") - no purchase orders open."
034700         STOP RUN
034800     END-IF
034900
035000     OPEN OUTPUT OPEN-WORK
035100     IF NOT WS-OW-OK
035200         DISPLAY "ERROR: cannot open open-PO work file, status "
035300             WS-OW-FILE-STATUS
035400         CLOSE PO-FILE
035500         MOVE 1 TO RETURN-CODE
035600         STOP RUN
035700     END-IF
035800
035900     OPEN INPUT SUPPLIER-MASTER
036000     IF WS-SP-OK
036100         MOVE 'Y' TO WS-SP-AVAIL-SWITCH
036200     ELSE
036300         DISPLAY "No SUPPMSTR on file (status "
036400             WS-SP-FILE-STATUS ") - supplier names not shown."
036500     END-IF
036600
036700     OPEN INPUT PRODUCT-MASTER
036800     IF WS-PM-OK
036900         MOVE 'Y' TO WS-PM-AVAIL-SWITCH
037000     ELSE
037100         DISPLAY "No PRODMSTR on file (status "
037200             WS-PM-FILE-STATUS ") - product names not shown."
037300     END-IF.
037400 1000-EXIT.
037500     EXIT.
037600
037700*--------------------------------------------------------------
037800* 2000-SELECT-OPEN-LINES
037900*    PASSES POFILE ONCE, SPOOLING EVERY LINE STILL OPEN WITH
038000*    ITS AGE AND LATENESS TO THE WORK FILE.
038100*--------------------------------------------------------------
038200 2000-SELECT-OPEN-LINES.
038300     MOVE 'N' TO WS-PO-EOF-SWITCH
038400     MOVE 0   TO WS-PRIOR-PO-NUMBER
038500     PERFORM 2100-SELECT-ONE-LINE THRU 2100-EXIT
038600         UNTIL WS-END-OF-PO-FILE
038700     CLOSE PO-FILE
038800     CLOSE OPEN-WORK
038900
039000     DISPLAY "PO lines read: " WS-LINES-READ
039100         " Open: " WS-OPEN-LINES
039200         " Overdue: " WS-LATE-LINES.
039300 2000-EXIT.
039400     EXIT.
039500
039600*--------------------------------------------------------------
039700* 2100-SELECT-ONE-LINE
039800*    READS ONE POFILE LINE AND, WHEN IT IS NOT CLOSED, WORKS
039900*    OUT HOW LONG IT HAS BEEN OPEN AND HOW FAR PAST ITS
040000*    SUPPLIER'S LEAD TIME IT IS.
040100*--------------------------------------------------------------
040200 2100-SELECT-ONE-LINE.
040300     READ PO-FILE
040400         AT END
040500             MOVE 'Y' TO WS-PO-EOF-SWITCH
040600             GO TO 2100-EXIT
040700     END-READ
040800     ADD 1 TO WS-LINES-READ
040900
041000     IF PO-NUMBER NOT = WS-PRIOR-PO-NUMBER
041100         MOVE PO-NUMBER TO WS-PRIOR-PO-NUMBER
041200         MOVE 0 TO WS-LOAD-LINE-SEQ
041300     END-IF
041400     ADD 1 TO WS-LOAD-LINE-SEQ
041500
041600     MOVE SPACES TO OW-OPEN-RECORD
041700     IF PO-LINE-STATUS = SPACE
041800         MOVE 'O'              TO WS-LINE-STATUS
041900         MOVE WS-LOAD-LINE-SEQ TO OW-LINE-NUMBER
042000         MOVE 0                TO OW-RECEIVED-QTY
042100     ELSE
042200         MOVE PO-LINE-STATUS   TO WS-LINE-STATUS
042300         MOVE PO-LINE-NUMBER   TO OW-LINE-NUMBER
042400         MOVE PO-RECEIVED-QTY  TO OW-RECEIVED-QTY
042500     END-IF
042600     IF WS-LINE-CLOSED
042700         GO TO 2100-EXIT
042800     END-IF
042900
043000     MOVE PO-ORDER-DATE TO WS-DATE-PARTS
043100     COMPUTE WS-ITEM-DAY-KEY =
043200         (WS-DP-YYYY * 360) + (WS-DP-MM * 30) + WS-DP-DD
043300     COMPUTE WS-DAYS-OPEN = WS-TODAY-DAY-KEY - WS-ITEM-DAY-KEY
043400     IF WS-DAYS-OPEN < ZERO
043500         MOVE 0 TO WS-DAYS-OPEN
043600     END-IF
043650     PERFORM 2150-SUPPLIER-LEAD-TIME THRU 2150-EXIT
043700     COMPUTE WS-DAYS-LATE = WS-DAYS-OPEN - WS-LINE-LEAD-DAYS
043800     IF WS-DAYS-LATE < ZERO
043900         MOVE 0 TO WS-DAYS-LATE
044000     END-IF
044100
044200     MOVE PO-SUPPLIER-CODE TO OW-SUPPLIER-CODE
044300     MOVE PO-NUMBER        TO OW-PO-NUMBER
044400     MOVE PO-PRODUCT-CODE  TO OW-PRODUCT-CODE
044500     MOVE PO-QUANTITY      TO OW-ORDERED-QTY
044600     MOVE PO-ORDER-DATE    TO OW-ORDER-DATE
044700     MOVE WS-DAYS-OPEN     TO OW-DAYS-OPEN
044800     MOVE WS-DAYS-LATE     TO OW-DAYS-LATE
044900     WRITE OW-OPEN-RECORD
045000     IF NOT WS-OW-OK
045100         DISPLAY "WARNING: could not write open-PO work file, "
045200             "status " WS-OW-FILE-STATUS
045300         GO TO 2100-EXIT
045400     END-IF
045500
045600     ADD 1 TO WS-OPEN-LINES
045700     IF WS-DAYS-LATE > 0
045800         ADD 1 TO WS-LATE-LINES
045900     END-IF.
046000 2100-EXIT.
046002     EXIT.
046004
046006*--------------------------------------------------------------
046008* 2150-SUPPLIER-LEAD-TIME
046010*    SETS THE LEAD TIME FOR THE LINE'S SUPPLIER - THE LEAD
046012*    TIME ON SUPPMSTR, OR THE DEFAULT WHEN THE SUPPLIER HAS
046014*    NONE OR CANNOT BE READ. THE LAST SUPPLIER LOOKED UP IS
046016*    REMEMBERED, AS POFILE LINES COME IN PO ORDER.
046018*--------------------------------------------------------------
046020 2150-SUPPLIER-LEAD-TIME.
046022     IF PO-SUPPLIER-CODE = WS-LEAD-SUPPLIER
046024         GO TO 2150-EXIT
046026     END-IF
046028     MOVE PO-SUPPLIER-CODE TO WS-LEAD-SUPPLIER
046030     MOVE WS-LEAD-DAYS     TO WS-LINE-LEAD-DAYS
046032     IF NOT WS-SP-AVAILABLE
046034       OR PO-SUPPLIER-CODE = SPACES
046036         GO TO 2150-EXIT
046038     END-IF
046040
046042     MOVE PO-SUPPLIER-CODE TO SP-SUPPLIER-CODE
046044     READ SUPPLIER-MASTER
046046         INVALID KEY
046048             GO TO 2150-EXIT
046050     END-READ
046052     IF SP-LEAD-DAYS IS NUMERIC
046054       AND SP-LEAD-DAYS > ZERO
046056         MOVE SP-LEAD-DAYS TO WS-LINE-LEAD-DAYS
046058     END-IF.
046060 2150-EXIT.
046100     EXIT.
046200
046300*--------------------------------------------------------------
046400* 3000-PRINT-REPORT
046500*    SORTS THE OPEN LINES BY SUPPLIER, PO AND LINE AND PRINTS
046600*    THEM WITH A TOTAL PER SUPPLIER AND FOR THE WHOLE FILE.
046700*--------------------------------------------------------------
046800 3000-PRINT-REPORT.
046900     OPEN OUTPUT OPEN-PO-REPORT
047000     IF NOT WS-RPT-OK
047100         DISPLAY "ERROR: cannot open POOPNRPT, status "
047200             WS-RPT-FILE-STATUS
047300         MOVE 1 TO RETURN-CODE
047400         GO TO 3000-EXIT
047500     END-IF
047600     MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE
047700     MOVE WS-LEAD-DAYS    TO WS-RPT-HDG-LEAD
047800     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-1
047900
048000     IF WS-OPEN-LINES = 0
048100         MOVE SPACES TO RPT-PRINT-LINE
048200         WRITE RPT-PRINT-LINE
048300         MOVE "NO PURCHASE ORDER LINES ARE OPEN."
048400             TO RPT-PRINT-LINE
048500         WRITE RPT-PRINT-LINE
048600         CLOSE OPEN-PO-REPORT
048700         GO TO 3000-EXIT
048800     END-IF
048900
049000     SORT SORT-FILE
049100         ON ASCENDING KEY SW-SUPPLIER-CODE
049200                          SW-PO-NUMBER
049300                          SW-LINE-NUMBER
049400         USING OPEN-WORK
049500         GIVING OPEN-SORTED
049600
049700     OPEN INPUT OPEN-SORTED
049800     IF NOT WS-OS-OK
049900         DISPLAY "ERROR: cannot open sorted open-PO file, "
050000             "status " WS-OS-FILE-STATUS
050100         CLOSE OPEN-PO-REPORT
050200         MOVE 1 TO RETURN-CODE
050300         GO TO 3000-EXIT
050400     END-IF
050500
050600     MOVE 'N' TO WS-OS-EOF-SWITCH
050700     MOVE 'Y' TO WS-FIRST-SUPPLIER-SW
050800     PERFORM 3100-PRINT-ONE-LINE THRU 3100-EXIT
050900         UNTIL WS-END-OF-OPEN
051000     IF NOT WS-FIRST-SUPPLIER
051100         PERFORM 3200-PRINT-SUPPLIER-TOTAL THRU 3200-EXIT
051200     END-IF
051300     CLOSE OPEN-SORTED
051400
051500     MOVE WS-OPEN-LINES TO WS-RPTG-LINES
051600     MOVE WS-LATE-LINES TO WS-RPTG-LATE
051700     MOVE WS-OPEN-UNITS TO WS-RPTG-UNITS
051800     WRITE RPT-PRINT-LINE FROM WS-RPT-GRAND-TOTAL
051900     IF NOT WS-RPT-OK
052000         DISPLAY "WARNING: could not write POOPNRPT, status "
052100             WS-RPT-FILE-STATUS
052200     END-IF
052300     CLOSE OPEN-PO-REPORT
052400     DISPLAY "Open-PO report written to POOPNRPT - "
052500         WS-SUPPLIER-COUNT " supplier(s).".
052600 3000-EXIT.
052700     EXIT.
052800
052900*--------------------------------------------------------------
053000* 3100-PRINT-ONE-LINE
053100*    READS ONE SORTED OPEN LINE, STARTING A NEW SUPPLIER
053200*    SECTION WHEN THE SUPPLIER CHANGES, AND PRINTS IT.
053300*--------------------------------------------------------------
053400 3100-PRINT-ONE-LINE.
053500     READ OPEN-SORTED
053600         AT END
053700             MOVE 'Y' TO WS-OS-EOF-SWITCH
053800             GO TO 3100-EXIT
053900     END-READ
054000
054100     IF OS-SUPPLIER-CODE NOT = WS-PRIOR-SUPPLIER
054200       OR WS-FIRST-SUPPLIER
054300         IF NOT WS-FIRST-SUPPLIER
054400             PERFORM 3200-PRINT-SUPPLIER-TOTAL THRU 3200-EXIT
054500         END-IF
054600         MOVE 'N' TO WS-FIRST-SUPPLIER-SW
054700         MOVE OS-SUPPLIER-CODE TO WS-PRIOR-SUPPLIER
054800         PERFORM 3150-PRINT-SUPPLIER-HEADING THRU 3150-EXIT
054900     END-IF
055000
055100     COMPUTE WS-OUTSTANDING-QTY =
055200         OS-ORDERED-QTY - OS-RECEIVED-QTY
055300
055400     MOVE SPACES TO WS-RPTD-NAME
055500     IF WS-PM-AVAILABLE
055600         MOVE OS-PRODUCT-CODE TO PM-PRODUCT-CODE
055700         READ PRODUCT-MASTER
055800             INVALID KEY
055900                 MOVE "(NOT ON FILE)" TO WS-RPTD-NAME
056000             NOT INVALID KEY
056100                 MOVE PM-PRODUCT-NAME TO WS-RPTD-NAME
056200         END-READ
056300     END-IF
056400
056500     MOVE OS-PO-NUMBER       TO WS-RPTD-PO
056600     MOVE OS-LINE-NUMBER     TO WS-RPTD-LINE
056700     MOVE OS-PRODUCT-CODE    TO WS-RPTD-PRODUCT
056800     MOVE OS-ORDER-DATE      TO WS-RPTD-ORDER-DATE
056900     MOVE OS-ORDERED-QTY     TO WS-RPTD-ORDERED
057000     MOVE OS-RECEIVED-QTY    TO WS-RPTD-RECEIVED
057100     MOVE WS-OUTSTANDING-QTY TO WS-RPTD-OUTSTANDING
057200     MOVE OS-DAYS-OPEN       TO WS-RPTD-DAYS-OPEN
057300     MOVE OS-DAYS-LATE       TO WS-RPTD-DAYS-LATE
057400     IF OS-DAYS-LATE > 0
057500         MOVE "OVERDUE" TO WS-RPTD-FLAG
057600         ADD 1 TO WS-SUPP-LATE-LINES
057700         IF OS-DAYS-LATE > WS-SUPP-WORST-LATE
057800             MOVE OS-DAYS-LATE TO WS-SUPP-WORST-LATE
057900         END-IF
058000     ELSE
058100         MOVE SPACES TO WS-RPTD-FLAG
058200     END-IF
058300     WRITE RPT-PRINT-LINE FROM WS-RPT-DETAIL-LINE
058400
058500     ADD 1 TO WS-SUPP-OPEN-LINES
058600     ADD WS-OUTSTANDING-QTY TO WS-SUPP-OPEN-UNITS
058700     ADD WS-OUTSTANDING-QTY TO WS-OPEN-UNITS.
058800 3100-EXIT.
058900     EXIT.
059000
059100*--------------------------------------------------------------
059200* 3150-PRINT-SUPPLIER-HEADING
059300*    STARTS A SUPPLIER SECTION WITH THE SUPPLIER'S NAME FROM
059400*    SUPPMSTR AND THE COLUMN HEADINGS.
059500*--------------------------------------------------------------
059600 3150-PRINT-SUPPLIER-HEADING.
059700     ADD 1 TO WS-SUPPLIER-COUNT
059800     MOVE 0 TO WS-SUPP-OPEN-LINES
059900     MOVE 0 TO WS-SUPP-LATE-LINES
060000     MOVE 0 TO WS-SUPP-OPEN-UNITS
060100     MOVE 0 TO WS-SUPP-WORST-LATE
060200
060300     IF OS-SUPPLIER-CODE = SPACES
060400         MOVE "(NONE)" TO WS-RPTS-CODE
060500     ELSE
060600         MOVE OS-SUPPLIER-CODE TO WS-RPTS-CODE
060700     END-IF
060800     MOVE SPACES TO WS-RPTS-NAME
060850     MOVE WS-LEAD-DAYS TO WS-RPTS-LEAD
060900     IF WS-SP-AVAILABLE
061000       AND OS-SUPPLIER-CODE NOT = SPACES
061100         MOVE OS-SUPPLIER-CODE TO SP-SUPPLIER-CODE
061200         READ SUPPLIER-MASTER
061300             INVALID KEY
061400                 MOVE "(NOT ON SUPPMSTR)" TO WS-RPTS-NAME
061500             NOT INVALID KEY
061600                 MOVE SP-SUPPLIER-NAME TO WS-RPTS-NAME
061620                 IF SP-LEAD-DAYS IS NUMERIC
061640                   AND SP-LEAD-DAYS > ZERO
061660                     MOVE SP-LEAD-DAYS TO WS-RPTS-LEAD
061680                 END-IF
061700         END-READ
061800     END-IF
061900
062000     MOVE SPACES TO RPT-PRINT-LINE
062100     WRITE RPT-PRINT-LINE
062200     WRITE RPT-PRINT-LINE FROM WS-RPT-SUPPLIER-LINE
062300     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-2.
062400 3150-EXIT.
062500     EXIT.
062600
062700*--------------------------------------------------------------
062800* 3200-PRINT-SUPPLIER-TOTAL
062900*    PRINTS THE OPEN AND OVERDUE LINES, UNITS STILL OWED AND
063000*    THE WORST LATENESS FOR THE SUPPLIER JUST ENDED.
063100*--------------------------------------------------------------
063200 3200-PRINT-SUPPLIER-TOTAL.
063300     MOVE WS-SUPP-OPEN-LINES TO WS-RPTT-LINES
063400     MOVE WS-SUPP-LATE-LINES TO WS-RPTT-LATE
063500     MOVE WS-SUPP-OPEN-UNITS TO WS-RPTT-UNITS
063600     MOVE WS-SUPP-WORST-LATE TO WS-RPTT-WORST
063700     WRITE RPT-PRINT-LINE FROM WS-RPT-SUPPLIER-TOTAL
063800     MOVE SPACES TO RPT-PRINT-LINE
063900     WRITE RPT-PRINT-LINE.
064000 3200-EXIT.
064100     EXIT.
064200
064300*--------------------------------------------------------------
064400* 9000-TERMINATE
064500*    CLOSES THE MASTERS BEFORE THE RUN ENDS.
064600*--------------------------------------------------------------
064700 9000-TERMINATE.
064800     IF WS-SP-AVAILABLE
064900         CLOSE SUPPLIER-MASTER
065000     END-IF
065100     IF WS-PM-AVAILABLE
065200         CLOSE PRODUCT-MASTER
065300     END-IF.
065400 9000-EXIT.
065500     EXIT.
