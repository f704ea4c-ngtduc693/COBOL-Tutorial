000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TaxLiability.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - MONTHLY SALES TAX
001100*                 LIABILITY REPORT. SimpleAddition LOGS EVERY
001200*                 BILLED INVOICE'S TAX CODE, TAXABLE SALES,
001300*                 EXEMPT SALES AND TAX TO THE TAXHIST FILE.
001400*                 THIS STEP TOTALS THE MONTH'S ROWS BY TAX CODE
001500*                 AND PRINTS TAXRPT - ONE LINE PER CODE ON THE
001600*                 TAXRATE TABLE WITH ITS RATE, INVOICE COUNT,
001700*                 TAXABLE SALES, EXEMPT SALES AND TAX COLLECTED
001800*                 - SO FINANCE CAN FILE THE RETURNS FROM IT.
001900*                 LIKE THE OTHER MONTH-END STEPS IT RUNS ONLY
002000*                 WHEN DUKE_MONTH_END=Y.
002010* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
002020*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
002030*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
002040*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
002050*                 FOR.
002055* 2026-10-15 DT   TAX CREDITED ON THE MONTH'S CREDIT MEMOS IS NOW
002060*                 NETTED OFF. CRMHIST MEMOS ARE MATCHED TO THEIR
002065*                 INVOICE'S TAXHIST ROW FOR THE TAX CODE, AND
002070*                 TAXRPT SHOWS TAX BILLED, TAX CREDITED AND NET
002075*                 TAX PER CODE, WITH THE MONTH'S LIABILITY TAKEN
002080*                 FROM THE NET. A MEMO WHOSE INVOICE IS NOT ON
002085*                 TAXHIST SHOWS UNDER CODE "????".
002100*--------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. GNUCOBOL.
002600 OBJECT-COMPUTER. GNUCOBOL.
002700
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT TAX-HISTORY ASSIGN TO "TAXHIST"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-TH-FILE-STATUS.
003300
003400     SELECT TAX-RATES ASSIGN TO "TAXRATE"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-TR-FILE-STATUS.
003700
003800     SELECT TAX-REPORT ASSIGN TO "TAXRPT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-RPT-FILE-STATUS.
004100
004120     SELECT CREDIT-HISTORY ASSIGN TO "CRMHIST"
004140         ORGANIZATION IS LINE SEQUENTIAL
004160         FILE STATUS IS WS-CH-FILE-STATUS.
004180
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  TAX-HISTORY
004500     LABEL RECORDS ARE STANDARD.
004600 01  TH-TAX-RECORD.
004700     05 TH-INVOICE-DATE          PIC 9(08).
004800     05 TH-INVOICE-DATE-X REDEFINES TH-INVOICE-DATE.
004900         10 TH-INVOICE-MONTH     PIC 9(06).
005000         10 FILLER               PIC 9(02).
005100     05 TH-INVOICE-NUMBER        PIC 9(10).
005200     05 TH-CUSTOMER-ID           PIC X(10).
005300     05 TH-TAX-CODE              PIC X(04).
005400     05 TH-TAXABLE-AMOUNT        PIC 9(09)V99.
005500     05 TH-EXEMPT-AMOUNT         PIC 9(09)V99.
005600     05 TH-TAX-AMOUNT            PIC 9(09)V99.
005700
005800 FD  TAX-RATES
005900     LABEL RECORDS ARE STANDARD.
006000 01  TR-RATE-RECORD.
006100     05 TR-TAX-CODE              PIC X(04).
006200     05 FILLER                   PIC X(01).
006300     05 TR-TAX-RATE              PIC 9(02)V9(03).
006400     05 FILLER                   PIC X(01).
006500     05 TR-DESCRIPTION           PIC X(30).
006600
006700 FD  TAX-REPORT
006800     LABEL RECORDS ARE STANDARD.
006900 01  RPT-PRINT-LINE              PIC X(132).
006902
006904 FD  CREDIT-HISTORY
006906     LABEL RECORDS ARE STANDARD.
006908 01  CH-MEMO-RECORD.
006910     05 CH-MEMO-NUMBER           PIC 9(10).
006912     05 FILLER                   PIC X(01).
006914     05 CH-MEMO-DATE             PIC 9(08).
006916     05 CH-MEMO-DATE-X REDEFINES CH-MEMO-DATE.
006918         10 CH-MEMO-MONTH        PIC 9(06).
006920         10 FILLER               PIC 9(02).
006922     05 FILLER                   PIC X(01).
006924     05 CH-INVOICE-NUMBER        PIC 9(10).
006926     05 FILLER                   PIC X(01).
006928     05 CH-CUSTOMER-ID           PIC X(10).
006930     05 FILLER                   PIC X(01).
006932     05 CH-PRODUCT-CODE          PIC 9(10).
006934     05 FILLER                   PIC X(01).
006936     05 CH-QUANTITY              PIC 9(04).
006938     05 FILLER                   PIC X(01).
006940     05 CH-UNIT-PRICE            PIC 9(05)V99.
006942     05 FILLER                   PIC X(01).
006944     05 CH-CREDIT-AMOUNT         PIC 9(09)V99.
006946     05 FILLER                   PIC X(01).
006948     05 CH-APPLIED-AMOUNT        PIC 9(09)V99.
006950     05 FILLER                   PIC X(01).
006952     05 CH-REASON-CODE           PIC X(02).
006954     05 FILLER                   PIC X(01).
006956     05 CH-DISPOSITION           PIC X(01).
006958     05 FILLER                   PIC X(01).
006960     05 CH-OPERATOR              PIC X(10).
006962     05 FILLER                   PIC X(01).
006964     05 CH-TAX-AMOUNT            PIC 9(09)V99.
007000
007100 WORKING-STORAGE SECTION.
007200*--------------------------------------------------------------
007300* FILE STATUS FIELDS
007400*--------------------------------------------------------------
007500 01 WS-TH-FILE-STATUS       PIC X(02) VALUE '00'.
007600     88 WS-TH-OK                VALUE '00'.
007700 01 WS-TR-FILE-STATUS       PIC X(02) VALUE '00'.
007800     88 WS-TR-OK                VALUE '00'.
007900 01 WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.
008000     88 WS-RPT-OK               VALUE '00'.
008020 01 WS-CH-FILE-STATUS       PIC X(02) VALUE '00'.
008040     88 WS-CH-OK                VALUE '00'.
008100
008200*--------------------------------------------------------------
008300* RUN CONTROL FIELDS
008400*    THE TAX MONTH IS THE MONTH OF THE RUN DATE - THE RUN IS
008500*    MADE ON THE MONTH'S LAST NIGHT.
008600*--------------------------------------------------------------
008650 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
008700 01 WS-CURRENT-DATE         PIC 9(08).
008800 01 WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
008900     05 WS-TAX-MONTH           PIC 9(06).
009000     05 FILLER                 PIC 9(02).
009100 01 WS-MONTH-END-FLAG       PIC X(01) VALUE SPACE.
009200     88 WS-IS-MONTH-END         VALUE 'Y'.
009300 01 WS-TH-EOF-SWITCH        PIC X(01) VALUE 'N'.
009400     88 WS-END-OF-HISTORY       VALUE 'Y'.
009500 01 WS-TR-EOF-SWITCH        PIC X(01) VALUE 'N'.
009600     88 WS-END-OF-RATES         VALUE 'Y'.
009700 01 WS-TH-OPEN-SWITCH       PIC X(01) VALUE 'N'.
009800     88 WS-TH-OPENED            VALUE 'Y'.
009820 01 WS-CH-EOF-SWITCH        PIC X(01) VALUE 'N'.
009840     88 WS-END-OF-CREDITS       VALUE 'Y'.
009900 01 WS-LOOKUP-CODE          PIC X(04) VALUE SPACES.
010000
010100*--------------------------------------------------------------
010200* TAX CODE TABLE
010300*    ONE ENTRY PER TAXRATE CODE, IN TABLE ORDER, WITH THE
010400*    MONTH'S TOTALS. A CODE FOUND ON TAXHIST BUT NO LONGER ON
010500*    TAXRATE IS ADDED AT THE END SO ITS TAX IS STILL REPORTED;
010600*    EXEMPT-CUSTOMER INVOICES WITH NO CODE SHOW AS "NONE".
010620*    TAX CREDITED IS NETTED FROM THE TAX BILLED UNDER THE
010640*    CODE OF THE INVOICE IT WAS CREDITED AGAINST.
010700*--------------------------------------------------------------
010800 01 WS-CODE-COUNT           PIC 9(03) VALUE 0.
010900 01 WS-MAX-CODES            PIC 9(03) VALUE 100.
011000 01 WS-CODE-SUB             PIC 9(03) VALUE 0.
011100 01 WS-MATCH-SUB            PIC 9(03) VALUE 0.
011200 01 WS-CODE-TABLE.
011300     05 WS-CODE-ENTRY OCCURS 100 TIMES.
011400         10 WS-CT-CODE          PIC X(04).
011500         10 WS-CT-DESCRIPTION   PIC X(30).
011600         10 WS-CT-RATE          PIC 9(02)V9(03).
011700         10 WS-CT-INVOICES      PIC 9(07).
011800         10 WS-CT-TAXABLE       PIC 9(11)V99.
011900         10 WS-CT-EXEMPT        PIC 9(11)V99.
012000         10 WS-CT-TAX           PIC 9(11)V99.
012002         10 WS-CT-CREDITED      PIC 9(11)V99.
012004
012006*--------------------------------------------------------------
012008* CREDIT MEMO TABLE
012010*    THE MONTH'S CRMHIST MEMOS THAT CREDITED TAX. CRMHIST
012012*    CARRIES NO TAX CODE, SO EACH MEMO IS MATCHED TO ITS
012014*    INVOICE'S TAXHIST ROW - OF WHATEVER MONTH - AS TAXHIST
012016*    IS PASSED, AND ITS TAX CREDITED TO THAT ROW'S CODE. A
012018*    MEMO WHOSE INVOICE IS NOT ON TAXHIST IS CREDITED TO "????".
012020*--------------------------------------------------------------
012022 01 WS-CREDIT-COUNT         PIC 9(03) VALUE 0.
012024 01 WS-MAX-CREDITS          PIC 9(03) VALUE 500.
012026 01 WS-CREDIT-SUB           PIC 9(03) VALUE 0.
012028 01 WS-CREDIT-TABLE.
012030     05 WS-CREDIT-ENTRY OCCURS 500 TIMES.
012032         10 WS-CR-MEMO          PIC 9(10).
012034         10 WS-CR-INVOICE       PIC 9(10).
012036         10 WS-CR-TAX           PIC 9(09)V99.
012038         10 WS-CR-MATCHED-SW    PIC X(01).
012040             88 WS-CR-MATCHED       VALUE 'Y'.
012042 01 WS-UNMATCHED-CODE       PIC X(04) VALUE "????".
012100
012200*--------------------------------------------------------------
012300* RUN COUNTERS AND TOTALS
012400*--------------------------------------------------------------
012500 01 WS-ROWS-READ            PIC 9(07) VALUE 0.
012600 01 WS-ROWS-IN-MONTH        PIC 9(07) VALUE 0.
012700 01 WS-ROWS-DROPPED         PIC 9(07) VALUE 0.
012800 01 WS-TOTAL-TAXABLE        PIC 9(11)V99 VALUE 0.
012900 01 WS-TOTAL-EXEMPT         PIC 9(11)V99 VALUE 0.
013000 01 WS-TOTAL-TAX            PIC 9(11)V99 VALUE 0.
013010 01 WS-TOTAL-CREDITED       PIC 9(11)V99 VALUE 0.
013020 01 WS-TOTAL-NET            PIC S9(11)V99 VALUE 0.
013030 01 WS-CODE-NET             PIC S9(11)V99 VALUE 0.
013040 01 WS-CREDITS-IN-MONTH     PIC 9(07) VALUE 0.
013050 01 WS-CREDITS-DROPPED      PIC 9(07) VALUE 0.
013100
013200*--------------------------------------------------------------
013300* TAX LIABILITY REPORT LINES
013400*--------------------------------------------------------------
013500 01 WS-RPT-HEADING-1.
013600     05 FILLER                  PIC X(20)
013700         VALUE "DUKE RETAIL SYSTEMS".
013800     05 FILLER                  PIC X(28)
013900         VALUE "SALES TAX LIABILITY - MONTH".
014000     05 WS-RPT-HDG-MONTH        PIC 9(06).
014100     05 FILLER                  PIC X(04) VALUE SPACES.
014200     05 FILLER                  PIC X(10)
014300         VALUE "RUN DATE: ".
014400     05 WS-RPT-HDG-DATE         PIC 9(08).
014500
014550 01 WS-RPT-HEADING-2.
014600     05 FILLER                  PIC X(06) VALUE "CODE".
014650     05 FILLER                  PIC X(26) VALUE "DESCRIPTION".
014700     05 FILLER                  PIC X(08) VALUE "RATE %".
014750     05 FILLER                  PIC X(11) VALUE " INVOICES".
014800     05 FILLER                  PIC X(16)
014850         VALUE " TAXABLE SALES".
014900     05 FILLER                  PIC X(16)
014950         VALUE "  EXEMPT SALES".
015000     05 FILLER                  PIC X(16)
015050         VALUE "    TAX BILLED".
015100     05 FILLER                  PIC X(16)
015150         VALUE "  TAX CREDITED".
015200     05 FILLER                  PIC X(15)
015250         VALUE "       NET TAX".
015300
015350 01 WS-RPT-DETAIL-LINE.
015400     05 WS-RPTD-CODE            PIC X(04).
015450     05 FILLER                  PIC X(02) VALUE SPACES.
015500     05 WS-RPTD-DESCRIPTION     PIC X(24).
015550     05 FILLER                  PIC X(02) VALUE SPACES.
015600     05 WS-RPTD-RATE            PIC Z9.999.
015650     05 FILLER                  PIC X(02) VALUE SPACES.
015700     05 WS-RPTD-INVOICES        PIC Z,ZZZ,ZZ9.
015750     05 FILLER                  PIC X(02) VALUE SPACES.
015800     05 WS-RPTD-TAXABLE         PIC ZZZ,ZZZ,ZZ9.99.
015850     05 FILLER                  PIC X(02) VALUE SPACES.
015900     05 WS-RPTD-EXEMPT          PIC ZZZ,ZZZ,ZZ9.99.
015950     05 FILLER                  PIC X(02) VALUE SPACES.
016000     05 WS-RPTD-TAX             PIC ZZZ,ZZZ,ZZ9.99.
016050     05 FILLER                  PIC X(02) VALUE SPACES.
016100     05 WS-RPTD-CREDITED        PIC ZZZ,ZZZ,ZZ9.99.
016150     05 FILLER                  PIC X(02) VALUE SPACES.
016200     05 WS-RPTD-NET             PIC ZZZ,ZZZ,ZZ9.99-.
016250
016300 01 WS-RPT-TOTAL-LINE.
016350     05 FILLER                  PIC X(40)
016400         VALUE "TOTAL FOR THE MONTH".
016450     05 WS-RPTT-INVOICES        PIC Z,ZZZ,ZZ9.
016500     05 FILLER                  PIC X(02) VALUE SPACES.
016550     05 WS-RPTT-TAXABLE         PIC ZZZ,ZZZ,ZZ9.99.
016600     05 FILLER                  PIC X(02) VALUE SPACES.
016650     05 WS-RPTT-EXEMPT          PIC ZZZ,ZZZ,ZZ9.99.
016700     05 FILLER                  PIC X(02) VALUE SPACES.
016750     05 WS-RPTT-TAX             PIC ZZZ,ZZZ,ZZ9.99.
016800     05 FILLER                  PIC X(02) VALUE SPACES.
016850     05 WS-RPTT-CREDITED        PIC ZZZ,ZZZ,ZZ9.99.
016900     05 FILLER                  PIC X(02) VALUE SPACES.
016950     05 WS-RPTT-NET             PIC ZZZ,ZZZ,ZZ9.99-.
018400
018500 PROCEDURE DIVISION.
018600*--------------------------------------------------------------
018700* 0000-MAIN-PROCESS
018800*    CONTROLS THE OVERALL FLOW OF THE TAX LIABILITY REPORT.
018900*--------------------------------------------------------------
019000 0000-MAIN-PROCESS.
019100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019200     PERFORM 2000-TOTAL-HISTORY THRU 2000-EXIT
019300     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
019400     PERFORM 9000-TERMINATE THRU 9000-EXIT
019500     STOP RUN.
019600
019700*--------------------------------------------------------------
019800* 1000-INITIALIZE
019900*    CHECKS FOR MONTH-END, LOADS THE TAX CODES AND THE
020000*    MONTH'S TAX CREDITS AND OPENS THE HISTORY AND THE REPORT.
020100*    NO TAXHIST YET SIMPLY MEANS NO INVOICE HAS BEEN TAXED.
020200*--------------------------------------------------------------
020300 1000-INITIALIZE.
020400     ACCEPT WS-MONTH-END-FLAG FROM ENVIRONMENT
020500         "DUKE_MONTH_END"
020600     IF NOT WS-IS-MONTH-END
020700         DISPLAY "Not month-end (DUKE_MONTH_END not set) - "
020800             "no tax liability report tonight."
020900         STOP RUN
021000     END-IF
021100
021200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
021210     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
021220         "DUKE_BUSINESS_DATE"
021230     IF WS-BUSINESS-DATE IS NUMERIC
021240         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
021250     END-IF
021300
021400     OPEN INPUT TAX-RATES
021500     IF NOT WS-TR-OK
021600         DISPLAY "ERROR: cannot open TAXRATE, status "
021700             WS-TR-FILE-STATUS
021800         MOVE 1 TO RETURN-CODE
021900         STOP RUN
022000     END-IF
022100     PERFORM 1100-LOAD-ONE-RATE THRU 1100-EXIT
022200         UNTIL WS-END-OF-RATES
022300     CLOSE TAX-RATES
022400
022420     PERFORM 1200-LOAD-CREDITS THRU 1200-EXIT
022440
022500     OPEN OUTPUT TAX-REPORT
022600     IF NOT WS-RPT-OK
022700         DISPLAY "ERROR: cannot open TAXRPT, status "
022800             WS-RPT-FILE-STATUS
022900         MOVE 1 TO RETURN-CODE
023000         STOP RUN
023100     END-IF
023200
023300     OPEN INPUT TAX-HISTORY
023400     IF WS-TH-OK
023500         MOVE 'Y' TO WS-TH-OPEN-SWITCH
023600     ELSE
023700         DISPLAY "No TAXHIST on file (status "
023800             WS-TH-FILE-STATUS ") - no invoices taxed."
023900         MOVE 'Y' TO WS-TH-EOF-SWITCH
024000     END-IF.
024100 1000-EXIT.
024200     EXIT.
024300
024400*--------------------------------------------------------------
024500* 1100-LOAD-ONE-RATE
024600*    READS ONE TAXRATE ENTRY INTO THE CODE TABLE WITH ZERO
024700*    TOTALS. A BLANK CODE IS SKIPPED.
024800*--------------------------------------------------------------
024900 1100-LOAD-ONE-RATE.
025000     READ TAX-RATES
025100         AT END
025200             MOVE 'Y' TO WS-TR-EOF-SWITCH
025300             GO TO 1100-EXIT
025400     END-READ
025500     IF TR-TAX-CODE = SPACES
025600         GO TO 1100-EXIT
025700     END-IF
025800     IF WS-CODE-COUNT >= WS-MAX-CODES
025900         DISPLAY "WARNING: tax code table full - tax code "
026000             TR-TAX-CODE " dropped."
026100         GO TO 1100-EXIT
026200     END-IF
026300     ADD 1 TO WS-CODE-COUNT
026400     MOVE TR-TAX-CODE    TO WS-CT-CODE (WS-CODE-COUNT)
026500     MOVE TR-DESCRIPTION TO WS-CT-DESCRIPTION (WS-CODE-COUNT)
026600     IF TR-TAX-RATE NUMERIC
026700         MOVE TR-TAX-RATE TO WS-CT-RATE (WS-CODE-COUNT)
026800     ELSE
026900         MOVE 0 TO WS-CT-RATE (WS-CODE-COUNT)
027000     END-IF
027100     MOVE 0 TO WS-CT-INVOICES (WS-CODE-COUNT)
027200     MOVE 0 TO WS-CT-TAXABLE (WS-CODE-COUNT)
027300     MOVE 0 TO WS-CT-EXEMPT (WS-CODE-COUNT)
027400     MOVE 0 TO WS-CT-TAX (WS-CODE-COUNT)
027450     MOVE 0 TO WS-CT-CREDITED (WS-CODE-COUNT).
027500 1100-EXIT.
027600     EXIT.
027700
027701*--------------------------------------------------------------
027702* 1200-LOAD-CREDITS
027703*    LOADS THE MONTH'S CREDIT MEMOS THAT CREDITED TAX FROM
027704*    CRMHIST. NO CRMHIST YET SIMPLY MEANS NOTHING HAS COME
027705*    BACK.
027706*--------------------------------------------------------------
027707 1200-LOAD-CREDITS.
027708     OPEN INPUT CREDIT-HISTORY
027709     IF NOT WS-CH-OK
027710         DISPLAY "No CRMHIST on file (status "
027711             WS-CH-FILE-STATUS ") - no tax credited."
027712         GO TO 1200-EXIT
027713     END-IF
027714     PERFORM 1250-LOAD-ONE-CREDIT THRU 1250-EXIT
027715         UNTIL WS-END-OF-CREDITS
027716     CLOSE CREDIT-HISTORY.
027717 1200-EXIT.
027718     EXIT.
027719
027720*--------------------------------------------------------------
027721* 1250-LOAD-ONE-CREDIT
027722*    READS ONE CRMHIST MEMO AND, WHEN IT FALLS IN THE TAX
027723*    MONTH AND CREDITED TAX, ADDS IT TO THE CREDIT TABLE.
027724*    MEMOS LOGGED BEFORE THE TAX WAS CREDITED CARRY NONE.
027725*--------------------------------------------------------------
027726 1250-LOAD-ONE-CREDIT.
027727     READ CREDIT-HISTORY
027728         AT END
027729             MOVE 'Y' TO WS-CH-EOF-SWITCH
027730             GO TO 1250-EXIT
027731     END-READ
027732     IF CH-MEMO-MONTH NOT = WS-TAX-MONTH
027733         GO TO 1250-EXIT
027734     END-IF
027735     IF CH-TAX-AMOUNT NOT NUMERIC
027736         GO TO 1250-EXIT
027737     END-IF
027738     IF CH-TAX-AMOUNT = 0
027739         GO TO 1250-EXIT
027740     END-IF
027741     IF WS-CREDIT-COUNT >= WS-MAX-CREDITS
027742         DISPLAY "WARNING: credit memo table full - memo "
027743             CH-MEMO-NUMBER " tax credited not reported."
027744         ADD 1 TO WS-CREDITS-DROPPED
027745         GO TO 1250-EXIT
027746     END-IF
027747     ADD 1 TO WS-CREDIT-COUNT
027748     ADD 1 TO WS-CREDITS-IN-MONTH
027749     MOVE CH-MEMO-NUMBER    TO WS-CR-MEMO (WS-CREDIT-COUNT)
027750     MOVE CH-INVOICE-NUMBER TO WS-CR-INVOICE (WS-CREDIT-COUNT)
027751     MOVE CH-TAX-AMOUNT     TO WS-CR-TAX (WS-CREDIT-COUNT)
027752     MOVE 'N' TO WS-CR-MATCHED-SW (WS-CREDIT-COUNT).
027753 1250-EXIT.
027754     EXIT.
027755
027800*--------------------------------------------------------------
027900* 2000-TOTAL-HISTORY
028000*    PASSES TAXHIST ONCE, ADDING EACH OF THE MONTH'S ROWS TO
028100*    ITS TAX CODE AND CREDITING THE MONTH'S MEMOS TO THE CODE
028120*    OF THEIR INVOICE'S ROW. MEMOS LEFT UNMATCHED ARE THEN
028140*    CREDITED TO "????".
028200*--------------------------------------------------------------
028300 2000-TOTAL-HISTORY.
028400     PERFORM 2100-TOTAL-ONE-ROW THRU 2100-EXIT
028500         UNTIL WS-END-OF-HISTORY
028520     MOVE 1 TO WS-CREDIT-SUB
028540     PERFORM 2600-CREDIT-UNMATCHED THRU 2600-EXIT
028560         UNTIL WS-CREDIT-SUB > WS-CREDIT-COUNT.
028600 2000-EXIT.
028700     EXIT.
028800
028900*--------------------------------------------------------------
029000* 2100-TOTAL-ONE-ROW
029100*    READS ONE TAXHIST ROW, CREDITS ANY OF THE MONTH'S MEMOS
029200*    AGAINST ITS INVOICE AND, WHEN IT FALLS IN THE TAX MONTH,
029250*    ADDS IT TO ITS CODE'S TOTALS.
029300*--------------------------------------------------------------
029400 2100-TOTAL-ONE-ROW.
029500     READ TAX-HISTORY
029600         AT END
029700             MOVE 'Y' TO WS-TH-EOF-SWITCH
029800             GO TO 2100-EXIT
029900     END-READ
030000     ADD 1 TO WS-ROWS-READ
030020     IF WS-CREDIT-COUNT > 0
030040         PERFORM 2300-MATCH-CREDITS THRU 2300-EXIT
030060     END-IF
030100     IF TH-INVOICE-MONTH NOT = WS-TAX-MONTH
030200         GO TO 2100-EXIT
030300     END-IF
030400
030500     MOVE TH-TAX-CODE TO WS-LOOKUP-CODE
030600     IF WS-LOOKUP-CODE = SPACES
030700         MOVE "NONE" TO WS-LOOKUP-CODE
030800     END-IF
030900     PERFORM 2200-FIND-CODE THRU 2200-EXIT
031000     IF WS-MATCH-SUB = 0
031100         PERFORM 2400-ADD-CODE THRU 2400-EXIT
031150     END-IF
031200     IF WS-MATCH-SUB = 0
031300         DISPLAY "WARNING: tax code table full - invoice "
031400             TH-INVOICE-NUMBER " code " WS-LOOKUP-CODE
031500             " not reported."
031600         ADD 1 TO WS-ROWS-DROPPED
031700         GO TO 2100-EXIT
031800     END-IF
032900
033000     ADD 1 TO WS-ROWS-IN-MONTH
033100     ADD 1 TO WS-CT-INVOICES (WS-MATCH-SUB)
033200     ADD TH-TAXABLE-AMOUNT TO WS-CT-TAXABLE (WS-MATCH-SUB)
033300     ADD TH-EXEMPT-AMOUNT  TO WS-CT-EXEMPT (WS-MATCH-SUB)
033400     ADD TH-TAX-AMOUNT     TO WS-CT-TAX (WS-MATCH-SUB)
033500     ADD TH-TAXABLE-AMOUNT TO WS-TOTAL-TAXABLE
033600     ADD TH-EXEMPT-AMOUNT  TO WS-TOTAL-EXEMPT
033700     ADD TH-TAX-AMOUNT     TO WS-TOTAL-TAX.
033800 2100-EXIT.
033900     EXIT.
034000
034100*--------------------------------------------------------------
034200* 2200-FIND-CODE
034300*    LOOKS WS-LOOKUP-CODE UP ON THE CODE TABLE. WS-MATCH-SUB
034400*    IS ZERO WHEN THE CODE IS NOT THERE.
034500*--------------------------------------------------------------
034600 2200-FIND-CODE.
034700     MOVE 0 TO WS-MATCH-SUB
034800     MOVE 1 TO WS-CODE-SUB
034900     PERFORM 2250-CHECK-CODE THRU 2250-EXIT
035000         UNTIL WS-CODE-SUB > WS-CODE-COUNT.
035100 2200-EXIT.
035200     EXIT.
035300
035400*--------------------------------------------------------------
035500* 2250-CHECK-CODE
035600*    COMPARES THE CODE AGAINST ONE TABLE ENTRY.
035700*--------------------------------------------------------------
035800 2250-CHECK-CODE.
035900     IF WS-CT-CODE (WS-CODE-SUB) = WS-LOOKUP-CODE
036000         MOVE WS-CODE-SUB   TO WS-MATCH-SUB
036100         MOVE WS-CODE-COUNT TO WS-CODE-SUB
036200     END-IF
036300     ADD 1 TO WS-CODE-SUB.
036400 2250-EXIT.
036500     EXIT.
036502
036504*--------------------------------------------------------------
036506* 2300-MATCH-CREDITS
036508*    CREDITS EVERY MEMO NOT YET MATCHED THAT WAS RAISED
036510*    AGAINST THE INVOICE ON THE CURRENT TAXHIST ROW.
036512*--------------------------------------------------------------
036514 2300-MATCH-CREDITS.
036516     MOVE 1 TO WS-CREDIT-SUB
036518     PERFORM 2350-MATCH-ONE-CREDIT THRU 2350-EXIT
036520         UNTIL WS-CREDIT-SUB > WS-CREDIT-COUNT.
036522 2300-EXIT.
036524     EXIT.
036526
036528*--------------------------------------------------------------
036530* 2350-MATCH-ONE-CREDIT
036532*    CREDITS ONE MEMO TO THE ROW'S TAX CODE WHEN IT IS FOR
036534*    THE ROW'S INVOICE.
036536*--------------------------------------------------------------
036538 2350-MATCH-ONE-CREDIT.
036540     IF WS-CR-INVOICE (WS-CREDIT-SUB) = TH-INVOICE-NUMBER
036542       AND NOT WS-CR-MATCHED (WS-CREDIT-SUB)
036544         MOVE TH-TAX-CODE TO WS-LOOKUP-CODE
036546         IF WS-LOOKUP-CODE = SPACES
036548             MOVE "NONE" TO WS-LOOKUP-CODE
036550         END-IF
036552         PERFORM 2500-CREDIT-CODE THRU 2500-EXIT
036554         MOVE 'Y' TO WS-CR-MATCHED-SW (WS-CREDIT-SUB)
036556     END-IF
036558     ADD 1 TO WS-CREDIT-SUB.
036560 2350-EXIT.
036562     EXIT.
036564
036566*--------------------------------------------------------------
036568* 2400-ADD-CODE
036570*    ADDS WS-LOOKUP-CODE TO THE END OF THE CODE TABLE WITH
036572*    ZERO TOTALS. WS-MATCH-SUB IS LEFT ZERO WHEN THE TABLE IS
036574*    FULL.
036576*--------------------------------------------------------------
036578 2400-ADD-CODE.
036580     IF WS-CODE-COUNT >= WS-MAX-CODES
036582         GO TO 2400-EXIT
036584     END-IF
036586     ADD 1 TO WS-CODE-COUNT
036588     MOVE WS-CODE-COUNT  TO WS-MATCH-SUB
036590     MOVE WS-LOOKUP-CODE TO WS-CT-CODE (WS-MATCH-SUB)
036592     MOVE "NOT ON TAXRATE"
036594         TO WS-CT-DESCRIPTION (WS-MATCH-SUB)
036596     MOVE 0 TO WS-CT-RATE (WS-MATCH-SUB)
036598     MOVE 0 TO WS-CT-INVOICES (WS-MATCH-SUB)
036600     MOVE 0 TO WS-CT-TAXABLE (WS-MATCH-SUB)
036602     MOVE 0 TO WS-CT-EXEMPT (WS-MATCH-SUB)
036604     MOVE 0 TO WS-CT-TAX (WS-MATCH-SUB)
036606     MOVE 0 TO WS-CT-CREDITED (WS-MATCH-SUB).
036608 2400-EXIT.
036610     EXIT.
036612
036614*--------------------------------------------------------------
036616* 2500-CREDIT-CODE
036618*    ADDS THE CURRENT MEMO'S TAX TO WS-LOOKUP-CODE'S CREDITED
036620*    TOTAL, ADDING THE CODE TO THE TABLE IF NEED BE.
036622*--------------------------------------------------------------
036624 2500-CREDIT-CODE.
036626     PERFORM 2200-FIND-CODE THRU 2200-EXIT
036628     IF WS-MATCH-SUB = 0
036630         PERFORM 2400-ADD-CODE THRU 2400-EXIT
036632     END-IF
036634     IF WS-MATCH-SUB = 0
036636         DISPLAY "WARNING: tax code table full - credit memo "
036638             WS-CR-MEMO (WS-CREDIT-SUB) " code " WS-LOOKUP-CODE
036640             " not reported."
036642         ADD 1 TO WS-CREDITS-DROPPED
036644         GO TO 2500-EXIT
036646     END-IF
036648     ADD WS-CR-TAX (WS-CREDIT-SUB)
036650         TO WS-CT-CREDITED (WS-MATCH-SUB)
036652     ADD WS-CR-TAX (WS-CREDIT-SUB) TO WS-TOTAL-CREDITED.
036654 2500-EXIT.
036656     EXIT.
036658
036660*--------------------------------------------------------------
036662* 2600-CREDIT-UNMATCHED
036664*    CREDITS A MEMO WHOSE INVOICE WAS NOT FOUND ON TAXHIST TO
036666*    THE "????" CODE, SO ITS TAX STILL COMES OFF THE MONTH'S
036668*    LIABILITY, AND WARNS SO IT CAN BE LOOKED INTO.
036670*--------------------------------------------------------------
036672 2600-CREDIT-UNMATCHED.
036674     IF WS-CR-MATCHED (WS-CREDIT-SUB)
036676         ADD 1 TO WS-CREDIT-SUB
036677         GO TO 2600-EXIT
036678     END-IF
036680     DISPLAY "WARNING: credit memo " WS-CR-MEMO (WS-CREDIT-SUB)
036682         " invoice " WS-CR-INVOICE (WS-CREDIT-SUB)
036684         " is not on TAXHIST - tax credited shown under "
036686         WS-UNMATCHED-CODE "."
036688     MOVE WS-UNMATCHED-CODE TO WS-LOOKUP-CODE
036690     PERFORM 2500-CREDIT-CODE THRU 2500-EXIT
036692     IF WS-MATCH-SUB > 0
036694         MOVE "INVOICE NOT ON TAXHIST"
036696             TO WS-CT-DESCRIPTION (WS-MATCH-SUB)
036698     END-IF
036702     ADD 1 TO WS-CREDIT-SUB.
036704 2600-EXIT.
036706     EXIT.
036708
036710*--------------------------------------------------------------
036800* 3000-PRINT-REPORT
036900*    PRINTS THE HEADINGS, ONE LINE PER TAX CODE AND THE
037000*    MONTH'S TOTALS. THE LIABILITY IS THE NET TAX - BILLED
037050*    LESS CREDITED.
037100*--------------------------------------------------------------
037200 3000-PRINT-REPORT.
037300     MOVE WS-TAX-MONTH    TO WS-RPT-HDG-MONTH
037400     MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE
037500     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-1
037600     MOVE SPACES TO RPT-PRINT-LINE
037700     WRITE RPT-PRINT-LINE
037800     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-2
037900
038000     MOVE 1 TO WS-CODE-SUB
038100     PERFORM 3100-PRINT-ONE-CODE THRU 3100-EXIT
038200         UNTIL WS-CODE-SUB > WS-CODE-COUNT
038300
038400     MOVE SPACES TO RPT-PRINT-LINE
038500     WRITE RPT-PRINT-LINE
038600     MOVE WS-ROWS-IN-MONTH TO WS-RPTT-INVOICES
038700     MOVE WS-TOTAL-TAXABLE TO WS-RPTT-TAXABLE
038800     MOVE WS-TOTAL-EXEMPT  TO WS-RPTT-EXEMPT
038900     MOVE WS-TOTAL-TAX     TO WS-RPTT-TAX
038920     MOVE WS-TOTAL-CREDITED TO WS-RPTT-CREDITED
038940     COMPUTE WS-TOTAL-NET = WS-TOTAL-TAX - WS-TOTAL-CREDITED
038960     MOVE WS-TOTAL-NET     TO WS-RPTT-NET
039000     WRITE RPT-PRINT-LINE FROM WS-RPT-TOTAL-LINE
039100     IF NOT WS-RPT-OK
039200         DISPLAY "WARNING: could not write TAXRPT, status "
039300             WS-RPT-FILE-STATUS
039400     END-IF.
039500 3000-EXIT.
039600     EXIT.
039700
039800*--------------------------------------------------------------
039900* 3100-PRINT-ONE-CODE
040000*    PRINTS ONE TAX CODE'S LINE.
040100*--------------------------------------------------------------
040200 3100-PRINT-ONE-CODE.
040300     MOVE WS-CT-CODE (WS-CODE-SUB)     TO WS-RPTD-CODE
040400     MOVE WS-CT-DESCRIPTION (WS-CODE-SUB)
040500         TO WS-RPTD-DESCRIPTION
040600     MOVE WS-CT-RATE (WS-CODE-SUB)     TO WS-RPTD-RATE
040700     MOVE WS-CT-INVOICES (WS-CODE-SUB) TO WS-RPTD-INVOICES
040800     MOVE WS-CT-TAXABLE (WS-CODE-SUB)  TO WS-RPTD-TAXABLE
040900     MOVE WS-CT-EXEMPT (WS-CODE-SUB)   TO WS-RPTD-EXEMPT
041000     MOVE WS-CT-TAX (WS-CODE-SUB)      TO WS-RPTD-TAX
041020     MOVE WS-CT-CREDITED (WS-CODE-SUB) TO WS-RPTD-CREDITED
041040     COMPUTE WS-CODE-NET = WS-CT-TAX (WS-CODE-SUB)
041060         - WS-CT-CREDITED (WS-CODE-SUB)
041080     MOVE WS-CODE-NET                  TO WS-RPTD-NET
041100     WRITE RPT-PRINT-LINE FROM WS-RPT-DETAIL-LINE
041200     ADD 1 TO WS-CODE-SUB.
041300 3100-EXIT.
041400     EXIT.
041500
041600*--------------------------------------------------------------
041700* 9000-TERMINATE
041800*    CLOSES THE FILES AND REPORTS THE RUN.
041900*--------------------------------------------------------------
042000 9000-TERMINATE.
042100     IF WS-TH-OPENED
042200         CLOSE TAX-HISTORY
042300     END-IF
042400     CLOSE TAX-REPORT
042500     DISPLAY "Tax liability report written to TAXRPT - month "
042600         WS-TAX-MONTH " invoices " WS-ROWS-IN-MONTH
042700     DISPLAY "Taxable sales: " WS-TOTAL-TAXABLE
042800         " Exempt sales: " WS-TOTAL-EXEMPT
042900         " Tax billed: " WS-TOTAL-TAX
042920     DISPLAY "Credit memos: " WS-CREDITS-IN-MONTH
042940         " Tax credited: " WS-TOTAL-CREDITED
042960         " Net tax: " WS-RPTT-NET
043000     IF WS-ROWS-DROPPED > 0
043100         DISPLAY "WARNING: " WS-ROWS-DROPPED
043200             " TAXHIST row(s) could not be reported."
043300         MOVE 1 TO RETURN-CODE
043400     END-IF
043410     IF WS-CREDITS-DROPPED > 0
043420         DISPLAY "WARNING: " WS-CREDITS-DROPPED
043430             " CRMHIST memo(s) could not be reported."
043440         MOVE 1 TO RETURN-CODE
043450     END-IF.
043500 9000-EXIT.
043600     EXIT.
