000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CustomerStatement.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - MONTH-END CUSTOMER
001100*                 STATEMENTS. ONE STATEMENT PER CUSTOMER WITH AN
001200*                 OPEN BALANCE ON AROPEN OR ACTIVITY IN THE
001300*                 MONTH: OPENING BALANCE, EVERY INVOICE AND
001400*                 CREDIT MEMO DATED IN THE MONTH, EVERY RECEIPT
001500*                 CashReceipts APPLIED IN THE MONTH (FROM THE
001600*                 RCPTHIST HISTORY), THE CLOSING BALANCE, AND
001700*                 THE CURRENT/31-60/61-90/OVER-90 AGING ACROSS
001800*                 THE BOTTOM, WITH A DUNNING MESSAGE THAT GETS
001900*                 STIFFER WITH THE AGE OF THE OLDEST OPEN
002000*                 INVOICE. CUSTOMERS OWING NOTHING WITH NO
002100*                 ACTIVITY GET NO STATEMENT. THE RUN ENDS WITH A
002200*                 CONTROL TOTAL TYING THE STATEMENT CLOSING
002300*                 BALANCES BACK TO THE AROPEN OPEN TOTAL; AN
002400*                 OUT-OF-BALANCE RUN ENDS WITH RETURN CODE 1. IT
002500*                 RUNS AS A STEP OF THE NIGHTLY JOB BUT ONLY
002600*                 PRINTS ON THE NIGHT THE OPERATOR SETS
002700*                 DUKE_MONTH_END=Y.
002720* 2026-10-15 DT   PICKED UP THE NEW HOLD, BILLING ADDRESS AND
002740*                 CONTACT FIELDS ON THE CUSTOMER RECORD LAYOUT.
002760*                 EACH STATEMENT NOW PRINTS THE BILLING ADDRESS
002780*                 AND CONTACT UNDER THE CUSTOMER LINE.
002785* 2026-10-15 DT   PICKED UP THE NEW TAX CODE AND TAX EXEMPTION
002790*                 FIELDS ON THE CUSTOMER RECORD LAYOUT.
002791* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
002792*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
002793*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
002794*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
002795*                 FOR. AGING AND DUNNING COUNT FROM IT.
002800*--------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. GNUCOBOL.
003300 OBJECT-COMPUTER. GNUCOBOL.
003400
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT AR-OPEN-ITEMS ASSIGN TO "AROPEN"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS AR-INVOICE-NUMBER
004100         FILE STATUS IS WS-AR-FILE-STATUS.
004200
004300     SELECT RECEIPT-HISTORY ASSIGN TO "RCPTHIST"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-RH-FILE-STATUS.
004600
004700     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS CM-CUSTOMER-ID
005100         FILE STATUS IS WS-CM-FILE-STATUS.
005200
005300     SELECT STATEMENT-WORK ASSIGN TO "STMTWORK"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-WRK-FILE-STATUS.
005600
005700     SELECT STATEMENT-SORTED ASSIGN TO "STMTSRTD"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-SRT-FILE-STATUS.
006000
006100     SELECT STATEMENT-TOTALS ASSIGN TO "STMTTOTL"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-TOT-FILE-STATUS.
006400
006500     SELECT SORT-FILE ASSIGN TO "SORTWK".
006600
006700     SELECT STATEMENT-REPORT ASSIGN TO "STMTRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-RPT-FILE-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  AR-OPEN-ITEMS
007400     LABEL RECORDS ARE STANDARD.
007500 01  AR-OPEN-ITEM-RECORD.
007600     05 AR-INVOICE-NUMBER        PIC 9(10).
007700     05 AR-CUSTOMER-ID           PIC X(10).
007800     05 AR-INVOICE-DATE          PIC 9(08).
007900     05 AR-INVOICE-AMOUNT        PIC 9(09)V99.
008000     05 AR-AMOUNT-PAID           PIC 9(09)V99.
008100     05 AR-ITEM-STATUS           PIC X(01).
008200     05 AR-ITEM-TYPE             PIC X(01).
008300         88 AR-CREDIT-MEMO           VALUE 'C'.
008400     05 AR-APPLIES-TO            PIC 9(10).
008500
008600 FD  RECEIPT-HISTORY
008700     LABEL RECORDS ARE STANDARD.
008800 01  RH-HISTORY-RECORD.
008900     05 RH-RECEIPT-DATE          PIC 9(08).
009000     05 FILLER                   PIC X(01).
009100     05 RH-INVOICE-NUMBER        PIC 9(10).
009200     05 FILLER                   PIC X(01).
009300     05 RH-AMOUNT                PIC 9(09)V99.
009400     05 FILLER                   PIC X(01).
009500     05 RH-CUSTOMER-ID           PIC X(10).
009600     05 FILLER                   PIC X(01).
009700     05 RH-APPLIED-DATE.
009800         10 RH-APPLIED-MONTH     PIC 9(06).
009900         10 RH-APPLIED-DAY       PIC 9(02).
010000
010100 FD  CUSTOMER-MASTER
010200     LABEL RECORDS ARE STANDARD.
010300 01  CM-CUSTOMER-RECORD.
010400     05 CM-CUSTOMER-ID           PIC X(10).
010500     05 CM-CUSTOMER-NAME         PIC X(30).
010600     05 CM-ACCT-STATUS           PIC X(02).
010700     05 CM-DATE-LOADED           PIC 9(08).
010800     05 CM-CREDIT-LIMIT          PIC 9(07)V99.
010805     05 CM-MAINTAINED-FIELDS.
010810         10 CM-HOLD-FLAG         PIC X(01).
010815             88 CM-ON-HOLD           VALUE 'H'.
010820         10 CM-HOLD-REASON       PIC X(30).
010825         10 CM-STATUS-LOCAL      PIC X(01).
010830             88 CM-STATUS-SET-LOCALLY VALUE 'Y'.
010835         10 CM-BILL-ADDRESS-1    PIC X(30).
010840         10 CM-BILL-ADDRESS-2    PIC X(30).
010845         10 CM-BILL-CITY         PIC X(20).
010850         10 CM-BILL-STATE        PIC X(02).
010855         10 CM-BILL-ZIP          PIC X(10).
010860         10 CM-CONTACT-NAME      PIC X(30).
010865         10 CM-CONTACT-PHONE     PIC X(15).
010870         10 CM-LAST-MAINT-DATE   PIC 9(08).
010875         10 CM-TAX-CODE          PIC X(04).
010880         10 CM-TAX-EXEMPT-FLAG   PIC X(01).
010885             88 CM-TAX-EXEMPT        VALUE 'E'.
010890         10 CM-TAX-EXEMPT-CERT   PIC X(15).
010900
011000 FD  STATEMENT-WORK
011100     LABEL RECORDS ARE STANDARD.
011200 01  WK-WORK-RECORD.
011300     05 WK-CUSTOMER-ID           PIC X(10).
011400     05 WK-ENTRY-DATE            PIC 9(08).
011500     05 WK-ENTRY-TYPE            PIC X(01).
011600     05 WK-REFERENCE             PIC 9(10).
011700     05 WK-APPLIES-TO            PIC 9(10).
011800     05 WK-IN-MONTH              PIC X(01).
011900     05 WK-AMOUNT                PIC S9(09)V99
012000         SIGN IS LEADING SEPARATE.
012100     05 WK-OPEN-AMOUNT           PIC S9(09)V99
012200         SIGN IS LEADING SEPARATE.
012300     05 WK-AGE-BUCKET            PIC 9(01).
012400     05 WK-AGE-DAYS              PIC 9(05).
012500
012600 FD  STATEMENT-SORTED
012700     LABEL RECORDS ARE STANDARD.
012800 01  SR-SORTED-RECORD.
012900     05 SR-CUSTOMER-ID           PIC X(10).
013000     05 SR-ENTRY-DATE            PIC 9(08).
013100     05 SR-ENTRY-TYPE            PIC X(01).
013200         88 SR-INVOICE               VALUE 'I'.
013300         88 SR-CREDIT                VALUE 'C'.
013400         88 SR-RECEIPT               VALUE 'R'.
013500     05 SR-REFERENCE             PIC 9(10).
013600     05 SR-APPLIES-TO            PIC 9(10).
013700     05 SR-IN-MONTH              PIC X(01).
013800         88 SR-MONTH-ACTIVITY        VALUE 'Y'.
013900     05 SR-AMOUNT                PIC S9(09)V99
014000         SIGN IS LEADING SEPARATE.
014100     05 SR-OPEN-AMOUNT           PIC S9(09)V99
014200         SIGN IS LEADING SEPARATE.
014300     05 SR-AGE-BUCKET            PIC 9(01).
014400     05 SR-AGE-DAYS              PIC 9(05).
014500
014600 FD  STATEMENT-TOTALS
014700     LABEL RECORDS ARE STANDARD.
014800 01  ST-TOTAL-RECORD.
014900     05 ST-CUSTOMER-ID           PIC X(10).
015000     05 ST-CLOSING-BALANCE       PIC S9(09)V99
015100         SIGN IS LEADING SEPARATE.
015200     05 ST-MONTH-NET             PIC S9(09)V99
015300         SIGN IS LEADING SEPARATE.
015400     05 ST-ACTIVITY-COUNT        PIC 9(05).
015500     05 ST-BUCKET OCCURS 4 TIMES PIC S9(09)V99
015600         SIGN IS LEADING SEPARATE.
015700     05 ST-OLDEST-DAYS           PIC 9(05).
015800
015900 SD  SORT-FILE.
016000 01  SW-SORT-RECORD.
016100     05 SW-CUSTOMER-ID           PIC X(10).
016200     05 SW-ENTRY-DATE            PIC 9(08).
016300     05 SW-ENTRY-TYPE            PIC X(01).
016400     05 SW-REFERENCE             PIC 9(10).
016500     05 FILLER                   PIC X(41).
016600
016700 FD  STATEMENT-REPORT
016800     LABEL RECORDS ARE STANDARD.
016900 01  RPT-PRINT-LINE              PIC X(132).
017000
017100 WORKING-STORAGE SECTION.
017200*--------------------------------------------------------------
017300* FILE STATUS FIELDS
017400*--------------------------------------------------------------
017500 01 WS-AR-FILE-STATUS       PIC X(02) VALUE '00'.
017600     88 WS-AR-OK                VALUE '00'.
017700 01 WS-RH-FILE-STATUS       PIC X(02) VALUE '00'.
017800     88 WS-RH-OK                VALUE '00'.
017900 01 WS-CM-FILE-STATUS       PIC X(02) VALUE '00'.
018000     88 WS-CM-OK                VALUE '00'.
018100 01 WS-WRK-FILE-STATUS      PIC X(02) VALUE '00'.
018200     88 WS-WRK-OK               VALUE '00'.
018300 01 WS-SRT-FILE-STATUS      PIC X(02) VALUE '00'.
018400     88 WS-SRT-OK               VALUE '00'.
018500 01 WS-TOT-FILE-STATUS      PIC X(02) VALUE '00'.
018600     88 WS-TOT-OK               VALUE '00'.
018700 01 WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.
018800     88 WS-RPT-OK               VALUE '00'.
018900
019000*--------------------------------------------------------------
019100* RUN CONTROL FIELDS
019200*    THE STATEMENT MONTH IS THE MONTH OF THE RUN DATE - THE
019300*    RUN IS MADE ON THE MONTH'S LAST NIGHT.
019400*--------------------------------------------------------------
019450 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
019500 01 WS-CURRENT-DATE         PIC 9(08).
019600 01 WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
019700     05 WS-STATEMENT-MONTH     PIC 9(06).
019800     05 FILLER                 PIC 9(02).
019900 01 WS-MONTH-END-FLAG       PIC X(01) VALUE SPACE.
020000     88 WS-IS-MONTH-END         VALUE 'Y'.
020100 01 WS-CM-AVAIL-SWITCH      PIC X(01) VALUE 'N'.
020200     88 WS-CM-AVAILABLE         VALUE 'Y'.
020220 01 WS-BILL-TO-SWITCH       PIC X(01) VALUE 'N'.
020240     88 WS-BILL-TO-FOUND        VALUE 'Y'.
020300 01 WS-AR-EOF-SWITCH        PIC X(01) VALUE 'N'.
020400     88 WS-END-OF-ITEMS         VALUE 'Y'.
020500 01 WS-RH-EOF-SWITCH        PIC X(01) VALUE 'N'.
020600     88 WS-END-OF-RECEIPTS      VALUE 'Y'.
020700 01 WS-SRT-EOF-SWITCH       PIC X(01) VALUE 'N'.
020800     88 WS-END-OF-SORTED        VALUE 'Y'.
020900 01 WS-TOT-EOF-SWITCH       PIC X(01) VALUE 'N'.
021000     88 WS-END-OF-TOTALS        VALUE 'Y'.
021100
021200*--------------------------------------------------------------
021300* AGING FIELDS
021400*    AGES ARE COUNTED ON THE SAME 360-DAY CALENDAR
021500*    (YEAR*360 + MONTH*30 + DAY) AND IN THE SAME BUCKETS AS
021600*    THE CashReceipts AGING REPORT, SO THE STATEMENT AND THE
021700*    ARAGING PAGE ALWAYS AGREE.
021800*--------------------------------------------------------------
021900 01 WS-DATE-PARTS.
022000     05 WS-DP-YYYY             PIC 9(04).
022100     05 WS-DP-MM               PIC 9(02).
022200     05 WS-DP-DD               PIC 9(02).
022300 01 WS-DATE-PARTS-X REDEFINES WS-DATE-PARTS.
022400     05 WS-DP-MONTH            PIC 9(06).
022500     05 FILLER                 PIC 9(02).
022600 01 WS-TODAY-DAY-KEY        PIC 9(07) VALUE 0.
022700 01 WS-ITEM-DAY-KEY         PIC 9(07) VALUE 0.
022800 01 WS-AGE-DAYS             PIC S9(07) VALUE 0.
022900 01 WS-AGE-BUCKET           PIC 9(01) VALUE 0.
023000 01 WS-OPEN-AMOUNT          PIC S9(09)V99 VALUE 0.
023100
023200*--------------------------------------------------------------
023300* CUSTOMER TOTAL FIELDS (PASS 2)
023400*    A STATEMENT OPENS WITH THE OPENING BALANCE, WHICH IS
023500*    ONLY KNOWN ONCE THE CLOSING BALANCE AND THE MONTH'S
023600*    ACTIVITY ARE ADDED UP - SO THE SORTED ITEMS ARE PASSED
023700*    TWICE, FIRST TO TOTAL EACH CUSTOMER ONTO STMTTOTL, THEN
023800*    TO PRINT.
023900*--------------------------------------------------------------
024000 01 WS-PRIOR-CUSTOMER       PIC X(10) VALUE SPACES.
024100 01 WS-FIRST-CUSTOMER-SW    PIC X(01) VALUE 'Y'.
024200     88 WS-FIRST-CUSTOMER       VALUE 'Y'.
024300 01 WS-CUST-CLOSING         PIC S9(09)V99 VALUE 0.
024400 01 WS-CUST-MONTH-NET       PIC S9(09)V99 VALUE 0.
024500 01 WS-CUST-ACTIVITY        PIC 9(05) VALUE 0.
024600 01 WS-CUST-BUCKET-TOTALS.
024700     05 WS-CUST-BUCKET OCCURS 4 TIMES
024800                                PIC S9(09)V99 VALUE 0.
024900 01 WS-CUST-OLDEST-DAYS     PIC 9(05) VALUE 0.
025000 01 WS-BUCKET-SUB           PIC 9(01) VALUE 0.
025100
025200*--------------------------------------------------------------
025300* STATEMENT PRINT FIELDS (PASS 3)
025400*--------------------------------------------------------------
025500 01 WS-PRINT-CUSTOMER-SW    PIC X(01) VALUE 'N'.
025600     88 WS-PRINTING-CUSTOMER    VALUE 'Y'.
025700 01 WS-OPENING-BALANCE      PIC S9(09)V99 VALUE 0.
025800 01 WS-RUNNING-BALANCE      PIC S9(09)V99 VALUE 0.
025900 01 WS-DUNNING-LEVEL        PIC 9(01) VALUE 0.
026000     88 WS-DUN-CREDIT-BALANCE   VALUE 0.
026100     88 WS-DUN-CURRENT          VALUE 1.
026200     88 WS-DUN-REMINDER         VALUE 2.
026300     88 WS-DUN-SECOND-NOTICE    VALUE 3.
026400     88 WS-DUN-FINAL-NOTICE     VALUE 4.
026500
026600*--------------------------------------------------------------
026700* RUN COUNTERS AND CONTROL TOTALS
026800*    THE AROPEN OPEN TOTAL IS TAKEN STRAIGHT FROM THE FILE IN
026900*    PASS 1; THE STATEMENT TOTAL IS THE SUM OF THE CLOSING
027000*    BALANCES AS PRINTED. THE TWO MUST AGREE.
027100*--------------------------------------------------------------
027200 01 WS-ITEMS-READ           PIC 9(07) VALUE 0.
027300 01 WS-RECEIPTS-READ        PIC 9(07) VALUE 0.
027400 01 WS-ENTRIES-SPOOLED      PIC 9(07) VALUE 0.
027500 01 WS-STATEMENTS-PRINTED   PIC 9(05) VALUE 0.
027600 01 WS-CUSTOMERS-SKIPPED    PIC 9(05) VALUE 0.
027700 01 WS-NOT-ON-MASTER        PIC 9(05) VALUE 0.
027800 01 WS-AROPEN-TOTAL         PIC S9(11)V99 VALUE 0.
027900 01 WS-STATEMENT-TOTAL      PIC S9(11)V99 VALUE 0.
028000 01 WS-CONTROL-DIFFERENCE   PIC S9(11)V99 VALUE 0.
028100
028200*--------------------------------------------------------------
028300* STATEMENT LINES
028400*--------------------------------------------------------------
028500 01 WS-RPT-HEADING-1.
028600     05 FILLER                  PIC X(20)
028700         VALUE "DUKE RETAIL SYSTEMS".
028800     05 FILLER                  PIC X(30)
028900         VALUE "STATEMENT OF ACCOUNT".
029000     05 FILLER                  PIC X(16)
029100         VALUE "STATEMENT DATE: ".
029200     05 WS-RPT-HDG-DATE         PIC 9(08).
029300
029400 01 WS-RPT-CUSTOMER-LINE.
029500     05 FILLER                  PIC X(10) VALUE "CUSTOMER:".
029600     05 WS-RPTC-CUSTOMER        PIC X(10).
029700     05 FILLER                  PIC X(02) VALUE SPACES.
029800     05 WS-RPTC-NAME            PIC X(30).
029900     05 FILLER                  PIC X(04) VALUE SPACES.
030000     05 FILLER                  PIC X(08) VALUE "PERIOD:".
030100     05 WS-RPTC-MONTH           PIC 9(06).
030120
030140 01 WS-RPT-ADDRESS-LINE.
030160     05 FILLER                  PIC X(22) VALUE SPACES.
030180     05 WS-RPTA-TEXT            PIC X(60).
030200
030300 01 WS-RPT-HEADING-2.
030400     05 FILLER                  PIC X(10) VALUE "DATE".
030500     05 FILLER                  PIC X(14) VALUE "TRANSACTION".
030600     05 FILLER                  PIC X(12) VALUE "REFERENCE".
030700     05 FILLER                  PIC X(16) VALUE "FOR INVOICE".
030800     05 FILLER                  PIC X(16)
030900         VALUE "        CHARGES".
031000     05 FILLER                  PIC X(16)
031100         VALUE "        CREDITS".
031200     05 FILLER                  PIC X(16)
031300         VALUE "        BALANCE".
031400
031500 01 WS-RPT-BALANCE-LINE.
031600     05 WS-RPTB-LABEL           PIC X(84).
031700     05 WS-RPTB-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
031800
031900 01 WS-RPT-DETAIL-LINE.
032000     05 WS-RPTD-DATE            PIC 9(08).
032100     05 FILLER                  PIC X(02) VALUE SPACES.
032200     05 WS-RPTD-TYPE            PIC X(12).
032300     05 FILLER                  PIC X(02) VALUE SPACES.
032400     05 WS-RPTD-REFERENCE       PIC 9(10).
032500     05 FILLER                  PIC X(02) VALUE SPACES.
032600     05 WS-RPTD-APPLIES-TO      PIC Z(10).
032700     05 FILLER                  PIC X(06) VALUE SPACES.
032800     05 WS-RPTD-CHARGES         PIC ZZZ,ZZZ,ZZ9.99 BLANK ZERO.
032900     05 FILLER                  PIC X(02) VALUE SPACES.
033000     05 WS-RPTD-CREDITS         PIC ZZZ,ZZZ,ZZ9.99 BLANK ZERO.
033100     05 FILLER                  PIC X(02) VALUE SPACES.
033200     05 WS-RPTD-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-.
033300
033400 01 WS-RPT-AGING-HEADING.
033500     05 FILLER                  PIC X(10) VALUE SPACES.
033600     05 FILLER                  PIC X(16)
033700         VALUE "        CURRENT".
033800     05 FILLER                  PIC X(16)
033900         VALUE "          31-60".
034000     05 FILLER                  PIC X(16)
034100         VALUE "          61-90".
034200     05 FILLER                  PIC X(16)
034300         VALUE "        OVER 90".
034400     05 FILLER                  PIC X(16)
034500         VALUE "    AMOUNT DUE".
034600
034700 01 WS-RPT-AGING-LINE.
034800     05 FILLER                  PIC X(10) VALUE "AGING:".
034900     05 WS-RPTA-BUCKET-COLS.
035000         10 WS-RPTA-BUCKET OCCURS 4 TIMES
035100                                PIC ZZZ,ZZZ,ZZ9.99-.
035200     05 WS-RPTA-TOTAL           PIC ZZZ,ZZZ,ZZ9.99-.
035300
035400 01 WS-RPT-DUNNING-LINE.
035500     05 FILLER                  PIC X(10) VALUE SPACES.
035600     05 WS-RPTM-MESSAGE         PIC X(80).
035700
035800 01 WS-RPT-SEPARATOR-LINE.
035900     05 FILLER                  PIC X(100) VALUE ALL "=".
036000
036100 01 WS-RPT-CONTROL-LINE.
036200     05 WS-RPTK-LABEL           PIC X(40).
036300     05 WS-RPTK-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
036400
036500 01 WS-RPT-COUNT-LINE.
036600     05 WS-RPTN-LABEL           PIC X(40).
036700     05 WS-RPTN-COUNT           PIC ZZ,ZZ9.
036800
036900 PROCEDURE DIVISION.
037000*--------------------------------------------------------------
037100* 0000-MAIN-PROCESS
037200*    CONTROLS THE OVERALL FLOW OF THE STATEMENT RUN. ON ANY
037300*    NIGHT BUT MONTH-END THE STEP DOES NOTHING.
037400*--------------------------------------------------------------
037500 0000-MAIN-PROCESS.
037600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037700     PERFORM 2000-SPOOL-ENTRIES THRU 2000-EXIT
037800     PERFORM 3000-TOTAL-CUSTOMERS THRU 3000-EXIT
037900     PERFORM 4000-PRINT-STATEMENTS THRU 4000-EXIT
038000     PERFORM 9000-TERMINATE THRU 9000-EXIT
038100     STOP RUN.
038200
038300*--------------------------------------------------------------
038400* 1000-INITIALIZE
038500*    CHECKS THE MONTH-END FLAG AND OPENS THE FILES. AROPEN IS
038600*    REQUIRED; THE CUSTOMER MASTER ONLY SUPPLIES NAMES, AND A
038700*    MISSING RCPTHIST JUST MEANS NO RECEIPTS HAVE BEEN
038800*    APPLIED SINCE IT WAS STARTED.
038900*--------------------------------------------------------------
039000 1000-INITIALIZE.
039100     ACCEPT WS-MONTH-END-FLAG FROM ENVIRONMENT
039200         "DUKE_MONTH_END"
039300     IF NOT WS-IS-MONTH-END
039400         DISPLAY "Not month-end (DUKE_MONTH_END not set) - "
039500             "no statements tonight."
039600         STOP RUN
039700     END-IF
039800
039900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
039910     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
039920         "DUKE_BUSINESS_DATE"
039930     IF WS-BUSINESS-DATE IS NUMERIC
039940         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
039950     END-IF
040000     MOVE WS-CURRENT-DATE TO WS-DATE-PARTS
040100     COMPUTE WS-TODAY-DAY-KEY =
040200         (WS-DP-YYYY * 360) + (WS-DP-MM * 30) + WS-DP-DD
040300
040400     OPEN INPUT AR-OPEN-ITEMS
040500     IF NOT WS-AR-OK
040600         DISPLAY "ERROR: cannot open AROPEN, status "
040700             WS-AR-FILE-STATUS
040800         MOVE 1 TO RETURN-CODE
040900         STOP RUN
041000     END-IF
041100
041200     OPEN OUTPUT STATEMENT-WORK
041300     IF NOT WS-WRK-OK
041400         DISPLAY "ERROR: cannot open statement work file, "
041500             "status " WS-WRK-FILE-STATUS
041600         CLOSE AR-OPEN-ITEMS
041700         MOVE 1 TO RETURN-CODE
041800         STOP RUN
041900     END-IF
042000
042100     OPEN INPUT CUSTOMER-MASTER
042200     IF WS-CM-OK
042300         MOVE 'Y' TO WS-CM-AVAIL-SWITCH
042400     ELSE
042500         DISPLAY "No CUSTMSTR on file (status "
042600             WS-CM-FILE-STATUS ") - customer names not shown."
042700     END-IF.
042800 1000-EXIT.
042900     EXIT.
043000
043100*--------------------------------------------------------------
043200* 2000-SPOOL-ENTRIES
043300*    PASS 1 - SPOOLS EVERY OPEN ITEM AND EVERY ITEM DATED IN
043400*    THE MONTH FROM AROPEN, AND EVERY RECEIPT APPLIED IN THE
043500*    MONTH FROM RCPTHIST, TO THE WORK FILE, THEN SORTS THEM
043600*    BY CUSTOMER AND DATE.
043700*--------------------------------------------------------------
043800 2000-SPOOL-ENTRIES.
043900     MOVE 'N' TO WS-AR-EOF-SWITCH
044000     PERFORM 2100-SPOOL-ONE-ITEM THRU 2100-EXIT
044100         UNTIL WS-END-OF-ITEMS
044200     CLOSE AR-OPEN-ITEMS
044300
044400     OPEN INPUT RECEIPT-HISTORY
044500     IF WS-RH-OK
044600         MOVE 'N' TO WS-RH-EOF-SWITCH
044700         PERFORM 2200-SPOOL-ONE-RECEIPT THRU 2200-EXIT
044800             UNTIL WS-END-OF-RECEIPTS
044900         CLOSE RECEIPT-HISTORY
045000     ELSE
045100         DISPLAY "No RCPTHIST on file (status "
045200             WS-RH-FILE-STATUS ") - no receipts to list."
045300     END-IF
045400     CLOSE STATEMENT-WORK
045500
045600     SORT SORT-FILE
045700         ON ASCENDING KEY SW-CUSTOMER-ID
045800                          SW-ENTRY-DATE
045900                          SW-ENTRY-TYPE
046000                          SW-REFERENCE
046100         USING STATEMENT-WORK
046200         GIVING STATEMENT-SORTED
046300
046400     DISPLAY "Open items read: " WS-ITEMS-READ
046500         " Receipts read: " WS-RECEIPTS-READ
046600         " Entries spooled: " WS-ENTRIES-SPOOLED.
046700 2000-EXIT.
046800     EXIT.
046900
047000*--------------------------------------------------------------
047100* 2100-SPOOL-ONE-ITEM
047200*    READS ONE AROPEN ITEM. AN OPEN ITEM ADDS ITS SIGNED OPEN
047300*    AMOUNT (A CREDIT MEMO IS MONEY OWED BACK, SO MINUS) TO
047400*    THE AROPEN CONTROL TOTAL. AN ITEM THAT IS OPEN OR DATED
047500*    IN THE MONTH IS SPOOLED WITH ITS AGE.
047600*--------------------------------------------------------------
047700 2100-SPOOL-ONE-ITEM.
047800     READ AR-OPEN-ITEMS NEXT RECORD
047900         AT END
048000             MOVE 'Y' TO WS-AR-EOF-SWITCH
048100             GO TO 2100-EXIT
048200     END-READ
048300     ADD 1 TO WS-ITEMS-READ
048400
048500     MOVE 0 TO WS-OPEN-AMOUNT
048600     IF AR-ITEM-STATUS = 'O'
048700         COMPUTE WS-OPEN-AMOUNT =
048800             AR-INVOICE-AMOUNT - AR-AMOUNT-PAID
048900         IF AR-CREDIT-MEMO
049000             COMPUTE WS-OPEN-AMOUNT = ZERO - WS-OPEN-AMOUNT
049100         END-IF
049200     END-IF
049300     ADD WS-OPEN-AMOUNT TO WS-AROPEN-TOTAL
049400
049500     MOVE AR-INVOICE-DATE TO WS-DATE-PARTS
049600     IF WS-OPEN-AMOUNT = ZERO
049700       AND WS-DP-MONTH NOT = WS-STATEMENT-MONTH
049800         GO TO 2100-EXIT
049900     END-IF
050000
050100     COMPUTE WS-ITEM-DAY-KEY =
050200         (WS-DP-YYYY * 360) + (WS-DP-MM * 30) + WS-DP-DD
050300     COMPUTE WS-AGE-DAYS =
050400         WS-TODAY-DAY-KEY - WS-ITEM-DAY-KEY
050500     IF WS-AGE-DAYS < ZERO
050600         MOVE 0 TO WS-AGE-DAYS
050700     END-IF
050800     IF WS-AGE-DAYS <= 30
050900         MOVE 1 TO WS-AGE-BUCKET
051000     ELSE
051100         IF WS-AGE-DAYS <= 60
051200             MOVE 2 TO WS-AGE-BUCKET
051300         ELSE
051400             IF WS-AGE-DAYS <= 90
051500                 MOVE 3 TO WS-AGE-BUCKET
051600             ELSE
051700                 MOVE 4 TO WS-AGE-BUCKET
051800             END-IF
051900         END-IF
052000     END-IF
052100
052200     MOVE AR-CUSTOMER-ID    TO WK-CUSTOMER-ID
052300     MOVE AR-INVOICE-DATE   TO WK-ENTRY-DATE
052400     MOVE AR-INVOICE-NUMBER TO WK-REFERENCE
052500     MOVE WS-OPEN-AMOUNT    TO WK-OPEN-AMOUNT
052600     MOVE WS-AGE-BUCKET     TO WK-AGE-BUCKET
052700     MOVE WS-AGE-DAYS       TO WK-AGE-DAYS
052800     IF AR-CREDIT-MEMO
052900         MOVE 'C'           TO WK-ENTRY-TYPE
053000         MOVE AR-APPLIES-TO TO WK-APPLIES-TO
053100         COMPUTE WK-AMOUNT = ZERO - AR-INVOICE-AMOUNT
053200     ELSE
053300         MOVE 'I'           TO WK-ENTRY-TYPE
053400         MOVE 0             TO WK-APPLIES-TO
053500         MOVE AR-INVOICE-AMOUNT TO WK-AMOUNT
053600     END-IF
053700     IF WS-DP-MONTH = WS-STATEMENT-MONTH
053800         MOVE 'Y' TO WK-IN-MONTH
053900     ELSE
054000         MOVE 'N' TO WK-IN-MONTH
054100     END-IF
054200     PERFORM 2300-WRITE-WORK-ENTRY THRU 2300-EXIT.
054300 2100-EXIT.
054400     EXIT.
054500
054600*--------------------------------------------------------------
054700* 2200-SPOOL-ONE-RECEIPT
054800*    READS ONE RCPTHIST RECEIPT AND SPOOLS IT WHEN IT WAS
054900*    APPLIED IN THE STATEMENT MONTH. A RECEIPT HAS NO OPEN
055000*    AMOUNT OF ITS OWN - IT IS ALREADY IN ITS INVOICE'S PAID
055100*    AMOUNT.
055200*--------------------------------------------------------------
055300 2200-SPOOL-ONE-RECEIPT.
055400     READ RECEIPT-HISTORY
055500         AT END
055600             MOVE 'Y' TO WS-RH-EOF-SWITCH
055700             GO TO 2200-EXIT
055800     END-READ
055900     ADD 1 TO WS-RECEIPTS-READ
056000     IF RH-APPLIED-MONTH NOT = WS-STATEMENT-MONTH
056100         GO TO 2200-EXIT
056200     END-IF
056300
056400     MOVE RH-CUSTOMER-ID    TO WK-CUSTOMER-ID
056500     MOVE RH-APPLIED-DATE   TO WK-ENTRY-DATE
056600     MOVE 'R'               TO WK-ENTRY-TYPE
056700     MOVE RH-INVOICE-NUMBER TO WK-REFERENCE
056800     MOVE RH-INVOICE-NUMBER TO WK-APPLIES-TO
056900     MOVE 'Y'               TO WK-IN-MONTH
057000     COMPUTE WK-AMOUNT = ZERO - RH-AMOUNT
057100     MOVE 0                 TO WK-OPEN-AMOUNT
057200     MOVE 0                 TO WK-AGE-BUCKET
057300     MOVE 0                 TO WK-AGE-DAYS
057400     PERFORM 2300-WRITE-WORK-ENTRY THRU 2300-EXIT.
057500 2200-EXIT.
057600     EXIT.
057700
057800*--------------------------------------------------------------
057900* 2300-WRITE-WORK-ENTRY
058000*    WRITES ONE SPOOLED ENTRY TO THE WORK FILE.
058100*--------------------------------------------------------------
058200 2300-WRITE-WORK-ENTRY.
058300     WRITE WK-WORK-RECORD
058400     IF NOT WS-WRK-OK
058500         DISPLAY "WARNING: could not write statement work file, "
058600             "status " WS-WRK-FILE-STATUS
058700         GO TO 2300-EXIT
058800     END-IF
058900     ADD 1 TO WS-ENTRIES-SPOOLED.
059000 2300-EXIT.
059100     EXIT.
059200
059300*--------------------------------------------------------------
059400* 3000-TOTAL-CUSTOMERS
059500*    PASS 2 - READS THE SORTED ENTRIES AND WRITES ONE STMTTOTL
059600*    RECORD PER CUSTOMER WITH THE CLOSING BALANCE, THE NET
059700*    OF THE MONTH'S ACTIVITY, THE AGING BUCKETS AND THE AGE OF
059800*    THE OLDEST OPEN INVOICE.
059900*--------------------------------------------------------------
060000 3000-TOTAL-CUSTOMERS.
060100     OPEN INPUT STATEMENT-SORTED
060200     IF NOT WS-SRT-OK
060300         DISPLAY "ERROR: cannot open sorted statement file, "
060400             "status " WS-SRT-FILE-STATUS
060500         MOVE 1 TO RETURN-CODE
060600         STOP RUN
060700     END-IF
060800     OPEN OUTPUT STATEMENT-TOTALS
060900     IF NOT WS-TOT-OK
061000         DISPLAY "ERROR: cannot open statement totals file, "
061100             "status " WS-TOT-FILE-STATUS
061200         CLOSE STATEMENT-SORTED
061300         MOVE 1 TO RETURN-CODE
061400         STOP RUN
061500     END-IF
061600
061700     MOVE 'N' TO WS-SRT-EOF-SWITCH
061800     MOVE 'Y' TO WS-FIRST-CUSTOMER-SW
061900     PERFORM 3100-TOTAL-ONE-ENTRY THRU 3100-EXIT
062000         UNTIL WS-END-OF-SORTED
062100     IF NOT WS-FIRST-CUSTOMER
062200         PERFORM 3200-WRITE-CUSTOMER-TOTAL THRU 3200-EXIT
062300     END-IF
062400     CLOSE STATEMENT-SORTED
062500     CLOSE STATEMENT-TOTALS.
062600 3000-EXIT.
062700     EXIT.
062800
062900*--------------------------------------------------------------
063000* 3100-TOTAL-ONE-ENTRY
063100*    ROLLS ONE SORTED ENTRY INTO ITS CUSTOMER'S TOTALS,
063200*    WRITING THE PREVIOUS CUSTOMER'S TOTAL ON A BREAK.
063300*--------------------------------------------------------------
063400 3100-TOTAL-ONE-ENTRY.
063500     READ STATEMENT-SORTED
063600         AT END
063700             MOVE 'Y' TO WS-SRT-EOF-SWITCH
063800             GO TO 3100-EXIT
063900     END-READ
064000
064100     IF SR-CUSTOMER-ID NOT = WS-PRIOR-CUSTOMER
064200       OR WS-FIRST-CUSTOMER
064300         IF NOT WS-FIRST-CUSTOMER
064400             PERFORM 3200-WRITE-CUSTOMER-TOTAL THRU 3200-EXIT
064500         END-IF
064600         MOVE 'N' TO WS-FIRST-CUSTOMER-SW
064700         MOVE SR-CUSTOMER-ID TO WS-PRIOR-CUSTOMER
064800         PERFORM 3300-CLEAR-CUSTOMER-TOTALS THRU 3300-EXIT
064900     END-IF
065000
065100     IF SR-MONTH-ACTIVITY
065200         ADD SR-AMOUNT TO WS-CUST-MONTH-NET
065300         ADD 1 TO WS-CUST-ACTIVITY
065400     END-IF
065500     IF SR-OPEN-AMOUNT NOT = ZERO
065600         ADD SR-OPEN-AMOUNT TO WS-CUST-CLOSING
065700         ADD SR-OPEN-AMOUNT
065800             TO WS-CUST-BUCKET (SR-AGE-BUCKET)
065900         IF SR-OPEN-AMOUNT > ZERO
066000           AND SR-AGE-DAYS > WS-CUST-OLDEST-DAYS
066100             MOVE SR-AGE-DAYS TO WS-CUST-OLDEST-DAYS
066200         END-IF
066300     END-IF.
066400 3100-EXIT.
066500     EXIT.
066600
066700*--------------------------------------------------------------
066800* 3200-WRITE-CUSTOMER-TOTAL
066900*    WRITES THE FINISHED CUSTOMER'S STMTTOTL RECORD.
067000*--------------------------------------------------------------
067100 3200-WRITE-CUSTOMER-TOTAL.
067200     MOVE WS-PRIOR-CUSTOMER   TO ST-CUSTOMER-ID
067300     MOVE WS-CUST-CLOSING     TO ST-CLOSING-BALANCE
067400     MOVE WS-CUST-MONTH-NET   TO ST-MONTH-NET
067500     MOVE WS-CUST-ACTIVITY    TO ST-ACTIVITY-COUNT
067600     MOVE WS-CUST-OLDEST-DAYS TO ST-OLDEST-DAYS
067700     MOVE 1 TO WS-BUCKET-SUB
067800     PERFORM 3250-MOVE-ONE-BUCKET THRU 3250-EXIT
067900         UNTIL WS-BUCKET-SUB > 4
068000     WRITE ST-TOTAL-RECORD
068100     IF NOT WS-TOT-OK
068200         DISPLAY "WARNING: could not write statement totals, "
068300             "status " WS-TOT-FILE-STATUS
068400     END-IF.
068500 3200-EXIT.
068600     EXIT.
068700
068800*--------------------------------------------------------------
068900* 3250-MOVE-ONE-BUCKET
069000*    MOVES ONE AGING BUCKET TO THE TOTALS RECORD.
069100*--------------------------------------------------------------
069200 3250-MOVE-ONE-BUCKET.
069300     MOVE WS-CUST-BUCKET (WS-BUCKET-SUB)
069400         TO ST-BUCKET (WS-BUCKET-SUB)
069500     ADD 1 TO WS-BUCKET-SUB.
069600 3250-EXIT.
069700     EXIT.
069800
069900*--------------------------------------------------------------
070000* 3300-CLEAR-CUSTOMER-TOTALS
070100*    ZEROES THE CUSTOMER TOTALS FOR THE NEXT CUSTOMER.
070200*--------------------------------------------------------------
070300 3300-CLEAR-CUSTOMER-TOTALS.
070400     MOVE 0 TO WS-CUST-CLOSING
070500     MOVE 0 TO WS-CUST-MONTH-NET
070600     MOVE 0 TO WS-CUST-ACTIVITY
070700     MOVE 0 TO WS-CUST-OLDEST-DAYS
070800     MOVE 0 TO WS-CUST-BUCKET (1)
070900     MOVE 0 TO WS-CUST-BUCKET (2)
071000     MOVE 0 TO WS-CUST-BUCKET (3)
071100     MOVE 0 TO WS-CUST-BUCKET (4).
071200 3300-EXIT.
071300     EXIT.
071400
071500*--------------------------------------------------------------
071600* 4000-PRINT-STATEMENTS
071700*    PASS 3 - READS THE SORTED ENTRIES AGAIN ALONGSIDE THE
071800*    CUSTOMER TOTALS AND PRINTS THE STATEMENTS, THEN THE
071900*    CONTROL TOTALS.
072000*--------------------------------------------------------------
072100 4000-PRINT-STATEMENTS.
072200     OPEN OUTPUT STATEMENT-REPORT
072300     IF NOT WS-RPT-OK
072400         DISPLAY "ERROR: cannot open STMTRPT, status "
072500             WS-RPT-FILE-STATUS
072600         MOVE 1 TO RETURN-CODE
072700         GO TO 4000-EXIT
072800     END-IF
072900     OPEN INPUT STATEMENT-SORTED
073000     OPEN INPUT STATEMENT-TOTALS
073100     IF NOT WS-SRT-OK
073200       OR NOT WS-TOT-OK
073300         DISPLAY "ERROR: cannot reopen statement work files, "
073400             "status " WS-SRT-FILE-STATUS " " WS-TOT-FILE-STATUS
073500         CLOSE STATEMENT-REPORT
073600         MOVE 1 TO RETURN-CODE
073700         GO TO 4000-EXIT
073800     END-IF
073900
074000     MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE
074100     MOVE 'N' TO WS-SRT-EOF-SWITCH
074200     MOVE 'N' TO WS-TOT-EOF-SWITCH
074300     MOVE 'Y' TO WS-FIRST-CUSTOMER-SW
074400     MOVE SPACES TO WS-PRIOR-CUSTOMER
074500     PERFORM 4100-PRINT-ONE-ENTRY THRU 4100-EXIT
074600         UNTIL WS-END-OF-SORTED
074700     IF WS-PRINTING-CUSTOMER
074800         PERFORM 4300-PRINT-STATEMENT-FOOT THRU 4300-EXIT
074900     END-IF
075000     CLOSE STATEMENT-SORTED
075100     CLOSE STATEMENT-TOTALS
075200
075300     PERFORM 4500-PRINT-CONTROL-TOTALS THRU 4500-EXIT
075400     CLOSE STATEMENT-REPORT.
075500 4000-EXIT.
075600     EXIT.
075700
075800*--------------------------------------------------------------
075900* 4100-PRINT-ONE-ENTRY
076000*    READS ONE SORTED ENTRY. A NEW CUSTOMER FINISHES THE LAST
076100*    STATEMENT AND, UNLESS THE NEW ONE IS TO BE SKIPPED,
076200*    STARTS THE NEXT. THE MONTH'S ACTIVITY IS PRINTED WITH A
076300*    RUNNING BALANCE.
076400*--------------------------------------------------------------
076500 4100-PRINT-ONE-ENTRY.
076600     READ STATEMENT-SORTED
076700         AT END
076800             MOVE 'Y' TO WS-SRT-EOF-SWITCH
076900             GO TO 4100-EXIT
077000     END-READ
077100
077200     IF SR-CUSTOMER-ID NOT = WS-PRIOR-CUSTOMER
077300       OR WS-FIRST-CUSTOMER
077400         IF WS-PRINTING-CUSTOMER
077500             PERFORM 4300-PRINT-STATEMENT-FOOT THRU 4300-EXIT
077600         END-IF
077700         MOVE 'N' TO WS-FIRST-CUSTOMER-SW
077800         MOVE SR-CUSTOMER-ID TO WS-PRIOR-CUSTOMER
077900         PERFORM 4200-START-STATEMENT THRU 4200-EXIT
078000     END-IF
078100
078200     IF NOT WS-PRINTING-CUSTOMER
078300       OR NOT SR-MONTH-ACTIVITY
078400         GO TO 4100-EXIT
078500     END-IF
078600
078700     ADD SR-AMOUNT TO WS-RUNNING-BALANCE
078800     MOVE SR-ENTRY-DATE  TO WS-RPTD-DATE
078900     MOVE SR-REFERENCE   TO WS-RPTD-REFERENCE
079000     MOVE SR-APPLIES-TO  TO WS-RPTD-APPLIES-TO
079100     MOVE 0              TO WS-RPTD-CHARGES
079200     MOVE 0              TO WS-RPTD-CREDITS
079300     IF SR-INVOICE
079400         MOVE "INVOICE"     TO WS-RPTD-TYPE
079500         MOVE SR-AMOUNT     TO WS-RPTD-CHARGES
079600     END-IF
079700     IF SR-CREDIT
079800         MOVE "CREDIT MEMO" TO WS-RPTD-TYPE
079900         MOVE SR-AMOUNT     TO WS-RPTD-CREDITS
080000     END-IF
080100     IF SR-RECEIPT
080200         MOVE "PAYMENT"     TO WS-RPTD-TYPE
080300         MOVE SR-AMOUNT     TO WS-RPTD-CREDITS
080400     END-IF
080500     MOVE WS-RUNNING-BALANCE TO WS-RPTD-BALANCE
080600     WRITE RPT-PRINT-LINE FROM WS-RPT-DETAIL-LINE.
080700 4100-EXIT.
080800     EXIT.
080900
081000*--------------------------------------------------------------
081100* 4200-START-STATEMENT
081200*    PICKS UP THE CUSTOMER'S TOTALS AND, WHEN THE CUSTOMER
081300*    OWES SOMETHING, IS OWED SOMETHING OR HAD ACTIVITY IN THE
081400*    MONTH, PRINTS THE STATEMENT HEADING AND OPENING BALANCE.
081500*    THE OPENING BALANCE IS THE CLOSING BALANCE LESS THE NET
081600*    OF THE MONTH'S ACTIVITY.
081700*--------------------------------------------------------------
081800 4200-START-STATEMENT.
081900     MOVE 'N' TO WS-PRINT-CUSTOMER-SW
082000     READ STATEMENT-TOTALS
082100         AT END
082200             MOVE 'Y' TO WS-TOT-EOF-SWITCH
082300     END-READ
082400     IF WS-END-OF-TOTALS
082500       OR ST-CUSTOMER-ID NOT = SR-CUSTOMER-ID
082600         DISPLAY "ERROR: statement totals out of step at "
082700             "customer " SR-CUSTOMER-ID
082800         MOVE 1 TO RETURN-CODE
082900         MOVE 'Y' TO WS-SRT-EOF-SWITCH
083000         GO TO 4200-EXIT
083100     END-IF
083200
083300     IF ST-CLOSING-BALANCE = ZERO
083400       AND ST-ACTIVITY-COUNT = 0
083500         ADD 1 TO WS-CUSTOMERS-SKIPPED
083600         GO TO 4200-EXIT
083700     END-IF
083800
083900     MOVE 'Y' TO WS-PRINT-CUSTOMER-SW
084000     ADD 1 TO WS-STATEMENTS-PRINTED
084100     ADD ST-CLOSING-BALANCE TO WS-STATEMENT-TOTAL
084200     COMPUTE WS-OPENING-BALANCE =
084300         ST-CLOSING-BALANCE - ST-MONTH-NET
084400     MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
084500
084600     MOVE SR-CUSTOMER-ID     TO WS-RPTC-CUSTOMER
084700     MOVE WS-STATEMENT-MONTH TO WS-RPTC-MONTH
084800     MOVE SPACES             TO WS-RPTC-NAME
084850     MOVE 'N'                TO WS-BILL-TO-SWITCH
084900     IF WS-CM-AVAILABLE
085000         MOVE SR-CUSTOMER-ID TO CM-CUSTOMER-ID
085100         READ CUSTOMER-MASTER
085200             INVALID KEY
085300                 MOVE "(NOT ON CUSTMSTR)" TO WS-RPTC-NAME
085400                 ADD 1 TO WS-NOT-ON-MASTER
085500             NOT INVALID KEY
085600                 MOVE CM-CUSTOMER-NAME TO WS-RPTC-NAME
085650                 MOVE 'Y' TO WS-BILL-TO-SWITCH
085700         END-READ
085800     END-IF
085900
086000     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-1
086100     WRITE RPT-PRINT-LINE FROM WS-RPT-CUSTOMER-LINE
086150     PERFORM 4250-PRINT-BILL-TO THRU 4250-EXIT
086200     MOVE SPACES TO RPT-PRINT-LINE
086300     WRITE RPT-PRINT-LINE
086400     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-2
086500     MOVE "OPENING BALANCE" TO WS-RPTB-LABEL
086600     MOVE WS-OPENING-BALANCE TO WS-RPTB-AMOUNT
086700     WRITE RPT-PRINT-LINE FROM WS-RPT-BALANCE-LINE.
086800 4200-EXIT.
086900     EXIT.
086902
086904*--------------------------------------------------------------
086906* 4250-PRINT-BILL-TO
086908*    PRINTS THE BILLING ADDRESS AND CONTACT THE CREDIT OFFICE
086910*    KEEPS IN CustomerMaint UNDER THE CUSTOMER LINE. BLANK
086912*    LINES ARE LEFT OUT; A CUSTOMER WITH NO ADDRESS ON FILE
086914*    PRINTS NONE.
086916*--------------------------------------------------------------
086918 4250-PRINT-BILL-TO.
086920     IF NOT WS-BILL-TO-FOUND
086922         GO TO 4250-EXIT
086924     END-IF
086926
086928     IF CM-BILL-ADDRESS-1 NOT = SPACES
086930         MOVE CM-BILL-ADDRESS-1 TO WS-RPTA-TEXT
086932         WRITE RPT-PRINT-LINE FROM WS-RPT-ADDRESS-LINE
086934     END-IF
086936     IF CM-BILL-ADDRESS-2 NOT = SPACES
086938         MOVE CM-BILL-ADDRESS-2 TO WS-RPTA-TEXT
086940         WRITE RPT-PRINT-LINE FROM WS-RPT-ADDRESS-LINE
086942     END-IF
086944     IF CM-BILL-CITY NOT = SPACES
086946         MOVE SPACES TO WS-RPTA-TEXT
086948         STRING CM-BILL-CITY  DELIMITED BY "  "
086950                ", "          DELIMITED BY SIZE
086952                CM-BILL-STATE DELIMITED BY SIZE
086954                "  "          DELIMITED BY SIZE
086956                CM-BILL-ZIP   DELIMITED BY SIZE
086958             INTO WS-RPTA-TEXT
086960         END-STRING
086962         WRITE RPT-PRINT-LINE FROM WS-RPT-ADDRESS-LINE
086964     END-IF
086966     IF CM-CONTACT-NAME NOT = SPACES
086968         MOVE SPACES TO WS-RPTA-TEXT
086970         STRING "ATTN: "        DELIMITED BY SIZE
086972                CM-CONTACT-NAME DELIMITED BY SIZE
086974             INTO WS-RPTA-TEXT
086976         END-STRING
086978         WRITE RPT-PRINT-LINE FROM WS-RPT-ADDRESS-LINE
086980     END-IF.
086982 4250-EXIT.
086984     EXIT.
087000
087100*--------------------------------------------------------------
087200* 4300-PRINT-STATEMENT-FOOT
087300*    PRINTS THE CLOSING BALANCE, THE AGING ACROSS THE BOTTOM
087400*    AND THE DUNNING MESSAGE.
087500*--------------------------------------------------------------
087600 4300-PRINT-STATEMENT-FOOT.
087700     MOVE "CLOSING BALANCE" TO WS-RPTB-LABEL
087800     MOVE ST-CLOSING-BALANCE TO WS-RPTB-AMOUNT
087900     WRITE RPT-PRINT-LINE FROM WS-RPT-BALANCE-LINE
088000     MOVE SPACES TO RPT-PRINT-LINE
088100     WRITE RPT-PRINT-LINE
088200
088300     MOVE 1 TO WS-BUCKET-SUB
088400     PERFORM 4350-EDIT-ONE-BUCKET THRU 4350-EXIT
088500         UNTIL WS-BUCKET-SUB > 4
088600     MOVE ST-CLOSING-BALANCE TO WS-RPTA-TOTAL
088700     WRITE RPT-PRINT-LINE FROM WS-RPT-AGING-HEADING
088800     WRITE RPT-PRINT-LINE FROM WS-RPT-AGING-LINE
088900     MOVE SPACES TO RPT-PRINT-LINE
089000     WRITE RPT-PRINT-LINE
089100
089200     PERFORM 4400-CHOOSE-DUNNING-MESSAGE THRU 4400-EXIT
089300     WRITE RPT-PRINT-LINE FROM WS-RPT-DUNNING-LINE
089400     WRITE RPT-PRINT-LINE FROM WS-RPT-SEPARATOR-LINE
089500     MOVE SPACES TO RPT-PRINT-LINE
089600     WRITE RPT-PRINT-LINE
089700     MOVE 'N' TO WS-PRINT-CUSTOMER-SW.
089800 4300-EXIT.
089900     EXIT.
090000
090100*--------------------------------------------------------------
090200* 4350-EDIT-ONE-BUCKET
090300*    MOVES ONE AGING BUCKET TO THE AGING LINE.
090400*--------------------------------------------------------------
090500 4350-EDIT-ONE-BUCKET.
090600     MOVE ST-BUCKET (WS-BUCKET-SUB)
090700         TO WS-RPTA-BUCKET (WS-BUCKET-SUB)
090800     ADD 1 TO WS-BUCKET-SUB.
090900 4350-EXIT.
091000     EXIT.
091100
091200*--------------------------------------------------------------
091300* 4400-CHOOSE-DUNNING-MESSAGE
091400*    PICKS THE MESSAGE FROM THE AGE OF THE OLDEST INVOICE
091500*    STILL OWING - THE LONGER IT HAS GONE UNPAID, THE
091600*    STIFFER THE WORDING. A CUSTOMER WHO OWES NOTHING IS
091700*    THANKED OR TOLD OF THE CREDIT ON THE ACCOUNT.
091800*--------------------------------------------------------------
091900 4400-CHOOSE-DUNNING-MESSAGE.
092000     IF ST-CLOSING-BALANCE NOT > ZERO
092100         MOVE 0 TO WS-DUNNING-LEVEL
092200     ELSE
092300         IF ST-OLDEST-DAYS <= 30
092400             MOVE 1 TO WS-DUNNING-LEVEL
092500         ELSE
092600             IF ST-OLDEST-DAYS <= 60
092700                 MOVE 2 TO WS-DUNNING-LEVEL
092800             ELSE
092900                 IF ST-OLDEST-DAYS <= 90
093000                     MOVE 3 TO WS-DUNNING-LEVEL
093100                 ELSE
093200                     MOVE 4 TO WS-DUNNING-LEVEL
093300                 END-IF
093400             END-IF
093500         END-IF
093600     END-IF
093700
093800     IF WS-DUN-CREDIT-BALANCE
093900         IF ST-CLOSING-BALANCE < ZERO
094000             MOVE "YOUR ACCOUNT HAS A CREDIT BALANCE. PLEASE "
094100               & "CALL US TO ARRANGE A REFUND."
094200                 TO WS-RPTM-MESSAGE
094300         ELSE
094400             MOVE "THANK YOU FOR YOUR BUSINESS."
094500                 TO WS-RPTM-MESSAGE
094600         END-IF
094700     END-IF
094800     IF WS-DUN-CURRENT
094900         MOVE "PAYMENT IS DUE 30 DAYS FROM THE INVOICE DATE. "
095000           & "THANK YOU FOR YOUR BUSINESS."
095100             TO WS-RPTM-MESSAGE
095200     END-IF
095300     IF WS-DUN-REMINDER
095400         MOVE "REMINDER - PART OF YOUR BALANCE IS PAST DUE. "
095500           & "PLEASE REMIT PROMPTLY."
095600             TO WS-RPTM-MESSAGE
095700     END-IF
095800     IF WS-DUN-SECOND-NOTICE
095900         MOVE "SECOND NOTICE - YOUR ACCOUNT IS OVER 60 DAYS "
096000           & "PAST DUE. PLEASE PAY NOW."
096100             TO WS-RPTM-MESSAGE
096200     END-IF
096300     IF WS-DUN-FINAL-NOTICE
096400         MOVE "FINAL NOTICE - YOUR ACCOUNT IS OVER 90 DAYS "
096500           & "PAST DUE. CREDIT WILL BE SUSPENDED."
096600             TO WS-RPTM-MESSAGE
096700     END-IF.
096800 4400-EXIT.
096900     EXIT.
097000
097100*--------------------------------------------------------------
097200* 4500-PRINT-CONTROL-TOTALS
097300*    PRINTS THE RUN COUNTS AND TIES THE SUM OF THE STATEMENT
097400*    CLOSING BALANCES TO THE AROPEN OPEN TOTAL. A DIFFERENCE
097500*    IS PRINTED AND ENDS THE RUN WITH RETURN CODE 1.
097600*--------------------------------------------------------------
097700 4500-PRINT-CONTROL-TOTALS.
097800     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-1
097900     MOVE "STATEMENT RUN CONTROL TOTALS" TO RPT-PRINT-LINE
098000     WRITE RPT-PRINT-LINE
098100     MOVE SPACES TO RPT-PRINT-LINE
098200     WRITE RPT-PRINT-LINE
098300
098400     MOVE "STATEMENTS PRINTED" TO WS-RPTN-LABEL
098500     MOVE WS-STATEMENTS-PRINTED TO WS-RPTN-COUNT
098600     WRITE RPT-PRINT-LINE FROM WS-RPT-COUNT-LINE
098700     MOVE "CUSTOMERS SKIPPED (NOTHING OWED)" TO WS-RPTN-LABEL
098800     MOVE WS-CUSTOMERS-SKIPPED TO WS-RPTN-COUNT
098900     WRITE RPT-PRINT-LINE FROM WS-RPT-COUNT-LINE
099000     MOVE "CUSTOMERS NOT ON CUSTMSTR" TO WS-RPTN-LABEL
099100     MOVE WS-NOT-ON-MASTER TO WS-RPTN-COUNT
099200     WRITE RPT-PRINT-LINE FROM WS-RPT-COUNT-LINE
099300
099400     MOVE "TOTAL OF STATEMENT CLOSING BALANCES" TO WS-RPTK-LABEL
099500     MOVE WS-STATEMENT-TOTAL TO WS-RPTK-AMOUNT
099600     WRITE RPT-PRINT-LINE FROM WS-RPT-CONTROL-LINE
099700     MOVE "AROPEN OPEN ITEM TOTAL" TO WS-RPTK-LABEL
099800     MOVE WS-AROPEN-TOTAL TO WS-RPTK-AMOUNT
099900     WRITE RPT-PRINT-LINE FROM WS-RPT-CONTROL-LINE
100000
100100     COMPUTE WS-CONTROL-DIFFERENCE =
100200         WS-STATEMENT-TOTAL - WS-AROPEN-TOTAL
100300     IF WS-CONTROL-DIFFERENCE = ZERO
100400         MOVE "STATEMENTS AGREE WITH AROPEN - IN BALANCE"
100500             TO RPT-PRINT-LINE
100600         WRITE RPT-PRINT-LINE
100700     ELSE
100800         MOVE "*** OUT OF BALANCE BY" TO WS-RPTK-LABEL
100900         MOVE WS-CONTROL-DIFFERENCE TO WS-RPTK-AMOUNT
101000         WRITE RPT-PRINT-LINE FROM WS-RPT-CONTROL-LINE
101100         DISPLAY "ERROR: statements do not tie to AROPEN - "
101200             "see the control page on STMTRPT."
101300         MOVE 1 TO RETURN-CODE
101400     END-IF
101500     IF NOT WS-RPT-OK
101600         DISPLAY "WARNING: could not write STMTRPT, status "
101700             WS-RPT-FILE-STATUS
101800     END-IF.
101900 4500-EXIT.
102000     EXIT.
102100
102200*--------------------------------------------------------------
102300* 9000-TERMINATE
102400*    CLOSES THE CUSTOMER MASTER AND SUMMARIZES THE RUN.
102500*--------------------------------------------------------------
102600 9000-TERMINATE.
102700     IF WS-CM-AVAILABLE
102800         CLOSE CUSTOMER-MASTER
102900     END-IF
103000     DISPLAY "Statements written to STMTRPT - "
103100         WS-STATEMENTS-PRINTED " printed, "
103200         WS-CUSTOMERS-SKIPPED " skipped.".
103300 9000-EXIT.
103400     EXIT.
