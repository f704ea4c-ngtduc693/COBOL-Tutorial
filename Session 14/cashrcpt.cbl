002370*                 DESTROYS A MONEY TRANSACTION. IF CASHREJT
002380*                 CANNOT BE OPENED, NO RECEIPT IS APPLIED AND
002390*                 CASHRCPT IS LEFT IN PLACE.
002400* 2026-10-15 DT   PICKED UP THE NEW ITEM TYPE AND APPLIES-TO
002410*                 INVOICE ON THE AROPEN RECORD LAYOUT. A RECEIPT
002420*                 AGAINST A CREDIT MEMO NUMBER IS REJECTED - THE
002430*                 CREDIT IS ALREADY MONEY OFF ITS INVOICE. A
002440*                 CREDIT MEMO STILL OPEN IS MONEY OWED BACK TO THE
002450*                 CUSTOMER AND NOW SHOWS ON THE AGING AS A MINUS
002460*                 AMOUNT, NETTED INTO THE CUSTOMER AND GRAND
002470*                 TOTALS.
002471* 2026-10-15 DT   EVERY APPLIED RECEIPT IS NOW ALSO APPENDED TO
002472*                 THE RCPTHIST RECEIPTS HISTORY (THE CASHRCPT
002473*                 LAYOUT PLUS THE CUSTOMER AND THE DAY IT WAS
002474*                 APPLIED) - CASHRCPT ITSELF IS CLEARED EACH RUN,
002475*                 AND THE MONTH-END CustomerStatement RUN HAS TO
002476*                 LIST THE MONTH'S PAYMENTS. LIKE CASHREJT,
002477*                 RCPTHIST IS OPENED BEFORE THE FIRST RECEIPT IS
002478*                 APPLIED; IF IT CANNOT BE, NOTHING IS APPLIED.
002480* 2026-10-15 DT   EVERY APPLIED RECEIPT IS ALSO APPENDED TO THE
002482*                 GLTRAN GENERAL LEDGER FEED AS A 'RCPT' ROW
002484*                 (DEBIT CASH, CREDIT RECEIVABLES) FOR THE NIGHTLY
002486*                 GlJournal RUN. GLTRAN IS OPENED WITH RCPTHIST;
002487*                 IF IT CANNOT BE, NOTHING IS APPLIED.
002488* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
002489*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
002490*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
002495*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
002500*                 FOR. AGING BUCKETS COUNT FROM IT.
002505* 2026-10-15 DT   THE AGING REPORT NOW ALSO LISTS THE UNAPPLIED
002510*                 CASH LockboxImport HOLDS ON UNAPPCSH - EACH ITEM
002515*                 PRINTS ON ITS CUSTOMER AS "UNAPPLIED" WITH A
002520*                 MINUS AMOUNT AGED FROM THE DAY THE MONEY CAME
002525*                 IN, NETTED INTO THE CUSTOMER AND GRAND TOTALS,
002530*                 AND THE TOTAL HELD IS PRINTED UNDER THE ITEM
002535*                 COUNT. THE AGE BUCKET SETTING MOVED TO ITS OWN
002540*                 PARAGRAPH FOR BOTH.
002545*--------------------------------------------------------------
002550
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. GNUCOBOL.
004120     SELECT CASH-REJECTS ASSIGN TO "CASHREJT"
004130         ORGANIZATION IS LINE SEQUENTIAL
004140         FILE STATUS IS WS-CJ-FILE-STATUS.
004150
004160     SELECT RECEIPT-HISTORY ASSIGN TO "RCPTHIST"
004170         ORGANIZATION IS LINE SEQUENTIAL
004180         FILE STATUS IS WS-RH-FILE-STATUS.
004182
004184     SELECT GL-FEED ASSIGN TO "GLTRAN"
004186         ORGANIZATION IS LINE SEQUENTIAL
004188         FILE STATUS IS WS-GT-FILE-STATUS.
004190
004192     SELECT UNAPPLIED-CASH ASSIGN TO "UNAPPCSH"
004194         ORGANIZATION IS LINE SEQUENTIAL
004196         FILE STATUS IS WS-UC-FILE-STATUS.
004200
004300     SELECT AGING-WORK ASSIGN TO "ARAGWORK"
004400         ORGANIZATION IS LINE SEQUENTIAL
006900     05 AR-INVOICE-AMOUNT        PIC 9(09)V99.
007000     05 AR-AMOUNT-PAID           PIC 9(09)V99.
007100     05 AR-ITEM-STATUS           PIC X(01).
007120     05 AR-ITEM-TYPE             PIC X(01).
007140         88 AR-CREDIT-MEMO           VALUE 'C'.
007160     05 AR-APPLIES-TO            PIC 9(10).
007200
007300 FD  CASH-RECEIPTS
007400     LABEL RECORDS ARE STANDARD.
008026     05 CJ-AMOUNT                PIC 9(09)V99.
008028     05 FILLER                   PIC X(01).
008030     05 CJ-REJECT-REASON         PIC X(40).
008035
008040 FD  RECEIPT-HISTORY
008045     LABEL RECORDS ARE STANDARD.
008050 01  RH-HISTORY-RECORD.
008055     05 RH-RECEIPT-DATE          PIC 9(08).
008060     05 FILLER                   PIC X(01).
008065     05 RH-INVOICE-NUMBER        PIC 9(10).
008070     05 FILLER                   PIC X(01).
008075     05 RH-AMOUNT                PIC 9(09)V99.
008080     05 FILLER                   PIC X(01).
008085     05 RH-CUSTOMER-ID           PIC X(10).
008090     05 FILLER                   PIC X(01).
008095     05 RH-APPLIED-DATE          PIC 9(08).
008096
008097 FD  GL-FEED
008098     LABEL RECORDS ARE STANDARD.
008100 01  GT-FEED-RECORD              PIC X(47).
008105
008110*    UNAPPLIED CASH HELD ON A CUSTOMER'S ACCOUNT BY THE LOCKBOX
008115*    IMPORT - READ ONLY HERE, FOR THE AGING REPORT.
008120 FD  UNAPPLIED-CASH
008125     LABEL RECORDS ARE STANDARD.
008130 01  UC-UNAPPLIED-RECORD.
008135     05 UC-CUSTOMER-ID           PIC X(10).
008140     05 FILLER                   PIC X(01).
008145     05 UC-RECEIPT-DATE          PIC 9(08).
008150     05 FILLER                   PIC X(01).
008155     05 UC-CHECK-NUMBER          PIC X(10).
008160     05 FILLER                   PIC X(01).
008165     05 UC-AMOUNT                PIC 9(09)V99.
008170     05 FILLER                   PIC X(01).
008175     05 UC-REASON                PIC X(40).
008180
008200 FD  AGING-WORK
008300     LABEL RECORDS ARE STANDARD.
008400 01  WK-WORK-RECORD.
008500     05 WK-CUSTOMER-ID           PIC X(10).
008600     05 WK-INVOICE-NUMBER        PIC 9(10).
008700     05 WK-INVOICE-DATE          PIC 9(08).
008800     05 WK-OPEN-AMOUNT           PIC S9(09)V99
008850         SIGN IS LEADING SEPARATE.
008900     05 WK-AGE-BUCKET            PIC 9(01).
008920     05 WK-ITEM-KIND             PIC X(01).
008940         88 WK-UNAPPLIED-CASH        VALUE 'U'.
009000
009100 FD  AGING-SORTED
009200     LABEL RECORDS ARE STANDARD.
009400     05 SR-CUSTOMER-ID           PIC X(10).
009500     05 SR-INVOICE-NUMBER        PIC 9(10).
009600     05 SR-INVOICE-DATE          PIC 9(08).
009700     05 SR-OPEN-AMOUNT           PIC S9(09)V99
009750         SIGN IS LEADING SEPARATE.
009800     05 SR-AGE-BUCKET            PIC 9(01).
009820     05 SR-ITEM-KIND             PIC X(01).
009840         88 SR-UNAPPLIED-CASH        VALUE 'U'.
009900
010000 SD  SORT-FILE.
010100 01  SW-SORT-RECORD.
010200     05 SW-CUSTOMER-ID           PIC X(10).
010300     05 SW-INVOICE-NUMBER        PIC 9(10).
010400     05 FILLER                   PIC X(22).
010500
010600 FD  AGING-REPORT
010700     LABEL RECORDS ARE STANDARD.
012200     88 WS-CR-OK                VALUE '00'.
012210 01 WS-CJ-FILE-STATUS       PIC X(02) VALUE '00'.
012220     88 WS-CJ-OK                VALUE '00'.
012240 01 WS-RH-FILE-STATUS       PIC X(02) VALUE '00'.
012260     88 WS-RH-OK                VALUE '00'.
012270 01 WS-GT-FILE-STATUS       PIC X(02) VALUE '00'.
012280     88 WS-GT-OK                VALUE '00'.
012285 01 WS-UC-FILE-STATUS       PIC X(02) VALUE '00'.
012290     88 WS-UC-OK                VALUE '00'.
012300 01 WS-WRK-FILE-STATUS      PIC X(02) VALUE '00'.
012400     88 WS-WRK-OK               VALUE '00'.
012500 01 WS-SRT-FILE-STATUS      PIC X(02) VALUE '00'.
013000*--------------------------------------------------------------
013100* RECEIPT PROCESSING FIELDS
013200*--------------------------------------------------------------
013250 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
013300 01 WS-CURRENT-DATE         PIC 9(08).
013400 01 WS-CR-EOF-SWITCH        PIC X(01) VALUE 'N'.
013500     88 WS-END-OF-RECEIPTS      VALUE 'Y'.
014000 01 WS-RECEIPTS-REJECTED    PIC 9(05) VALUE 0.
014100 01 WS-NEW-PAID-AMOUNT      PIC 9(09)V99 VALUE 0.
014110 01 WS-REJECT-REASON        PIC X(40) VALUE SPACES.
014115
014120*--------------------------------------------------------------
014125* GENERAL LEDGER FEED LINE
014130*    ONE 'RCPT' ROW PER APPLIED RECEIPT, BUILT HERE SO THE
014135*    SEPARATOR BYTES ARE ALWAYS SPACES.
014140*--------------------------------------------------------------
014145 01 WS-GT-FEED-LINE.
014150     05 WS-GT-POST-DATE        PIC 9(08).
014155     05 FILLER                 PIC X(01) VALUE SPACE.
014160     05 WS-GT-SOURCE           PIC X(04) VALUE "RCPT".
014165     05 FILLER                 PIC X(01) VALUE SPACE.
014170     05 WS-GT-PRODUCT-CODE     PIC 9(10) VALUE 0.
014175     05 FILLER                 PIC X(01) VALUE SPACE.
014180     05 WS-GT-REFERENCE        PIC X(10).
014185     05 FILLER                 PIC X(01) VALUE SPACE.
014190     05 WS-GT-AMOUNT           PIC 9(09)V99.
014200
014300*--------------------------------------------------------------
014400* AGING FIELDS
015300 01 WS-TODAY-DAY-KEY         PIC 9(07) VALUE 0.
015400 01 WS-ITEM-DAY-KEY          PIC 9(07) VALUE 0.
015500 01 WS-AGE-DAYS              PIC S9(07) VALUE 0.
015600 01 WS-OPEN-AMOUNT           PIC S9(09)V99 VALUE 0.
015700 01 WS-AGE-BUCKET            PIC 9(01) VALUE 0.
015800 01 WS-AR-EOF-SWITCH         PIC X(01) VALUE 'N'.
015900     88 WS-END-OF-ITEMS         VALUE 'Y'.
016100     88 WS-END-OF-SORTED        VALUE 'Y'.
016200 01 WS-ITEMS-LISTED          PIC 9(05) VALUE 0.
016300 01 WS-PRIOR-CUSTOMER        PIC X(10) VALUE SPACES.
016320 01 WS-UC-EOF-SWITCH         PIC X(01) VALUE 'N'.
016340     88 WS-END-OF-UNAPPLIED     VALUE 'Y'.
016360 01 WS-UNAPPLIED-TOTAL       PIC S9(11)V99 VALUE 0.
016400
016500*--------------------------------------------------------------
016600* CUSTOMER AND GRAND BUCKET TOTALS
016700*--------------------------------------------------------------
016800 01 WS-CUST-BUCKET-TOTALS.
016900     05 WS-CUST-BUCKET OCCURS 4 TIMES
017000                                PIC S9(09)V99 VALUE 0.
017100 01 WS-CUST-TOTAL           PIC S9(09)V99 VALUE 0.
017200 01 WS-GRAND-BUCKET-TOTALS.
017300     05 WS-GRAND-BUCKET OCCURS 4 TIMES
017400                                PIC S9(11)V99 VALUE 0.
017500 01 WS-GRAND-TOTAL          PIC S9(11)V99 VALUE 0.
017600 01 WS-BUCKET-SUB           PIC 9(01) VALUE 0.
017700
017800*--------------------------------------------------------------
020000     05 WS-RPTD-CUSTOMER        PIC X(10).
020100     05 FILLER                  PIC X(02) VALUE SPACES.
020200     05 WS-RPTD-INVOICE         PIC 9(10).
020220     05 WS-RPTD-INVOICE-X REDEFINES WS-RPTD-INVOICE
020240                                PIC X(10).
020300     05 FILLER                  PIC X(02) VALUE SPACES.
020400     05 WS-RPTD-DATE            PIC 9(08).
020500     05 FILLER                  PIC X(02) VALUE SPACES.
020600     05 WS-RPTD-BUCKET-COLS.
020700         10 WS-RPTD-BUCKET OCCURS 4 TIMES
020800                                PIC ZZZ,ZZZ,ZZ9.99- BLANK ZERO.
020900
021000 01 WS-RPT-CUST-TOTAL-LINE.
021100     05 FILLER                  PIC X(13)
021400     05 FILLER                  PIC X(11) VALUE SPACES.
021500     05 WS-RPTC-BUCKET-COLS.
021600         10 WS-RPTC-BUCKET OCCURS 4 TIMES
021700                                PIC ZZZ,ZZZ,ZZ9.99- BLANK ZERO.
021800     05 FILLER                  PIC X(02) VALUE SPACES.
021900     05 WS-RPTC-TOTAL           PIC ZZZ,ZZZ,ZZ9.99-.
022000
022100 01 WS-RPT-GRAND-LINE.
022200     05 FILLER                  PIC X(34)
022300         VALUE "GRAND TOTAL".
022400     05 WS-RPTG-BUCKET-COLS.
022500         10 WS-RPTG-BUCKET OCCURS 4 TIMES
022600                                PIC ZZZ,ZZZ,ZZ9.99- BLANK ZERO.
022700     05 FILLER                  PIC X(02) VALUE SPACES.
022800     05 WS-RPTG-TOTAL           PIC Z,ZZZ,ZZZ,ZZ9.99-.
022900
023000 01 WS-RPT-COUNT-LINE.
023100     05 FILLER                  PIC X(18)
023200         VALUE "OPEN ITEMS LISTED:".
023300     05 WS-RPTT-COUNT           PIC ZZ,ZZ9.
023310
023320 01 WS-RPT-UNAPPLIED-LINE.
023330     05 FILLER                  PIC X(21)
023340         VALUE "UNAPPLIED CASH HELD:".
023350     05 WS-RPTU-TOTAL           PIC Z,ZZZ,ZZZ,ZZ9.99.
023400
023500*--------------------------------------------------------------
023600* RUN STATISTICS FIELDS
027900*--------------------------------------------------------------
028000 1000-INITIALIZE.
028100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
028110     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
028120         "DUKE_BUSINESS_DATE"
028130     IF WS-BUSINESS-DATE IS NUMERIC
028140         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
028150     END-IF
028200
028300     MOVE WS-CURRENT-DATE TO WS-DATE-PARTS
028400     COMPUTE WS-TODAY-DAY-KEY =
030700*    HOLDOVER FILE - OPENED BEFORE THE FIRST RECEIPT IS
030710*    APPLIED, SO MONEY IS NEVER APPLIED WITHOUT A LANDING
030720*    PLACE FOR ITS REJECTS - AND THE APPLIED FILE IS CLEARED
030730*    SO A RERUN CANNOT PAY THE SAME MONEY TWICE. APPLIED
030740*    RECEIPTS ARE KEPT ON THE RCPTHIST HISTORY FOR THE
030760*    MONTHLY STATEMENTS.
030800*--------------------------------------------------------------
030900 2000-APPLY-RECEIPTS.
031000     OPEN INPUT CASH-RECEIPTS
031586             GO TO 2000-EXIT
031588         END-IF
031590     END-IF
031595
031600     OPEN EXTEND RECEIPT-HISTORY
031605     IF NOT WS-RH-OK
031610         OPEN OUTPUT RECEIPT-HISTORY
031615         IF NOT WS-RH-OK
031620             DISPLAY "ERROR: cannot open RCPTHIST, status "
031625                 WS-RH-FILE-STATUS
031630             DISPLAY "ERROR: applied receipts would go "
031635                 "unrecorded - receipts left for the next run."
031640             CLOSE CASH-RECEIPTS
031645             CLOSE CASH-REJECTS
031650             GO TO 2000-EXIT
031655         END-IF
031656     END-IF
031658
031660     OPEN EXTEND GL-FEED
031662     IF NOT WS-GT-OK
031664         OPEN OUTPUT GL-FEED
031666         IF NOT WS-GT-OK
031668             DISPLAY "ERROR: cannot open GLTRAN, status "
031670                 WS-GT-FILE-STATUS
031672             DISPLAY "ERROR: applied receipts would miss the "
031674                 "ledger - receipts left for the next run."
031676             CLOSE CASH-RECEIPTS
031678             CLOSE CASH-REJECTS
031680             CLOSE RECEIPT-HISTORY
031682             GO TO 2000-EXIT
031684         END-IF
031686     END-IF
031688
031700     PERFORM 2100-APPLY-ONE-RECEIPT THRU 2100-EXIT
031800         UNTIL WS-END-OF-RECEIPTS
031900     CLOSE CASH-RECEIPTS
031910     CLOSE CASH-REJECTS
031950     CLOSE RECEIPT-HISTORY
031960     CLOSE GL-FEED
032000
032100     OPEN OUTPUT CASH-RECEIPTS
032200     IF WS-CR-OK
036400         GO TO 2100-EXIT
036500     END-IF
036600
036610     IF AR-CREDIT-MEMO
036620         DISPLAY "REJECTED receipt " WS-RECEIPTS-READ
036630             " - " CR-INVOICE-NUMBER " is a credit memo"
036640         MOVE "number is a credit memo, not an invoice"
036650             TO WS-REJECT-REASON
036660         PERFORM 2300-WRITE-REJECTED-RECEIPT THRU 2300-EXIT
036670         GO TO 2100-EXIT
036680     END-IF
036690
036700     COMPUTE WS-NEW-PAID-AMOUNT =
036800         AR-AMOUNT-PAID + CR-AMOUNT
036900     IF WS-NEW-PAID-AMOUNT > AR-INVOICE-AMOUNT
038440         PERFORM 2300-WRITE-REJECTED-RECEIPT THRU 2300-EXIT
038500         GO TO 2100-EXIT
038600     END-IF
038605
038610     MOVE SPACES            TO RH-HISTORY-RECORD
038615     MOVE CR-RECEIPT-DATE   TO RH-RECEIPT-DATE
038620     MOVE CR-INVOICE-NUMBER TO RH-INVOICE-NUMBER
038625     MOVE CR-AMOUNT         TO RH-AMOUNT
038630     MOVE AR-CUSTOMER-ID    TO RH-CUSTOMER-ID
038635     MOVE WS-CURRENT-DATE   TO RH-APPLIED-DATE
038640     WRITE RH-HISTORY-RECORD
038645     IF NOT WS-RH-OK
038650         DISPLAY "WARNING: could not write RCPTHIST, status "
038655             WS-RH-FILE-STATUS " - receipt for invoice "
038660             CR-INVOICE-NUMBER " will not show on the statement."
038665     END-IF
038666
038668     MOVE WS-CURRENT-DATE   TO WS-GT-POST-DATE
038670     MOVE CR-INVOICE-NUMBER TO WS-GT-REFERENCE
038672     MOVE CR-AMOUNT         TO WS-GT-AMOUNT
038674     WRITE GT-FEED-RECORD FROM WS-GT-FEED-LINE
038676     IF NOT WS-GT-OK
038678         DISPLAY "WARNING: could not write GLTRAN, status "
038680             WS-GT-FILE-STATUS " - receipt for invoice "
038682             CR-INVOICE-NUMBER " will not reach the ledger."
038684     END-IF
038700     ADD 1 TO WS-RECEIPTS-APPLIED.
038800 2100-EXIT.
038900     EXIT.
040900*    SPOOLS EVERY STILL-OPEN ITEM TO A WORK FILE WITH ITS AGE
041000*    BUCKET, SORTS BY CUSTOMER, AND PRINTS THE AGING REPORT
041100*    WITH A TOTAL LINE PER CUSTOMER AND GRAND TOTALS.
041120*    UNAPPLIED CASH ON UNAPPCSH IS SPOOLED WITH THE OPEN ITEMS
041140*    AS A MINUS AMOUNT AGED FROM THE DAY IT CAME IN, SO IT
041160*    NETS AGAINST THE CUSTOMER'S BALANCE.
041200*--------------------------------------------------------------
041300 3000-AGING-REPORT.
041400     OPEN OUTPUT AGING-WORK
042600     END-START
042700     PERFORM 3050-SPOOL-ONE-ITEM THRU 3050-EXIT
042800         UNTIL WS-END-OF-ITEMS
042850     PERFORM 3060-SPOOL-UNAPPLIED THRU 3060-EXIT
042900     CLOSE AGING-WORK
043000
043100     SORT SORT-FILE
047400     WRITE RPT-PRINT-LINE FROM WS-RPT-GRAND-LINE
047500     MOVE WS-ITEMS-LISTED TO WS-RPTT-COUNT
047600     WRITE RPT-PRINT-LINE FROM WS-RPT-COUNT-LINE
047620     IF WS-UNAPPLIED-TOTAL NOT = ZERO
047640         MOVE WS-UNAPPLIED-TOTAL TO WS-RPTU-TOTAL
047660         WRITE RPT-PRINT-LINE FROM WS-RPT-UNAPPLIED-LINE
047680     END-IF
047700     IF NOT WS-RPT-OK
047800         DISPLAY "WARNING: could not write ARAGING, status "
047900             WS-RPT-FILE-STATUS
050400     IF WS-OPEN-AMOUNT = ZERO
050500         GO TO 3050-EXIT
050600     END-IF
050620     IF AR-CREDIT-MEMO
050640         COMPUTE WS-OPEN-AMOUNT = ZERO - WS-OPEN-AMOUNT
050660     END-IF
050700
050800     MOVE AR-INVOICE-DATE TO WS-DATE-PARTS
050900     PERFORM 3090-SET-AGE-BUCKET THRU 3090-EXIT
052600
052700     MOVE AR-CUSTOMER-ID     TO WK-CUSTOMER-ID
052800     MOVE AR-INVOICE-NUMBER  TO WK-INVOICE-NUMBER
052900     MOVE AR-INVOICE-DATE    TO WK-INVOICE-DATE
053000     MOVE WS-OPEN-AMOUNT     TO WK-OPEN-AMOUNT
053100     MOVE WS-AGE-BUCKET      TO WK-AGE-BUCKET
053150     MOVE SPACE              TO WK-ITEM-KIND
053200     WRITE WK-WORK-RECORD
053300     IF NOT WS-WRK-OK
053400         DISPLAY "WARNING: could not write aging work file, "
053600     END-IF.
053700 3050-EXIT.
053800     EXIT.
053801
053802*--------------------------------------------------------------
053803* 3060-SPOOL-UNAPPLIED
053804*    SPOOLS EVERY UNAPPCSH ITEM TO THE WORK FILE. NO UNAPPCSH
053805*    SIMPLY MEANS NO UNAPPLIED CASH IS HELD.
053806*--------------------------------------------------------------
053807 3060-SPOOL-UNAPPLIED.
053808     OPEN INPUT UNAPPLIED-CASH
053809     IF NOT WS-UC-OK
053810         GO TO 3060-EXIT
053811     END-IF
053812     MOVE 'N' TO WS-UC-EOF-SWITCH
053813     PERFORM 3070-SPOOL-ONE-UNAPPLIED THRU 3070-EXIT
053814         UNTIL WS-END-OF-UNAPPLIED
053815     CLOSE UNAPPLIED-CASH.
053816 3060-EXIT.
053817     EXIT.
053818
053819*--------------------------------------------------------------
053820* 3070-SPOOL-ONE-UNAPPLIED
053821*    READS ONE UNAPPLIED CASH ITEM AND SPOOLS IT AS A MINUS
053822*    AMOUNT ON ITS CUSTOMER, AGED FROM ITS RECEIPT DATE.
053823*--------------------------------------------------------------
053824 3070-SPOOL-ONE-UNAPPLIED.
053825     READ UNAPPLIED-CASH
053826         AT END
053827             MOVE 'Y' TO WS-UC-EOF-SWITCH
053828             GO TO 3070-EXIT
053829     END-READ
053830     IF UC-AMOUNT IS NOT NUMERIC
053831       OR UC-RECEIPT-DATE IS NOT NUMERIC
053832         GO TO 3070-EXIT
053833     END-IF
053834     IF UC-AMOUNT = ZERO
053835         GO TO 3070-EXIT
053836     END-IF
053837     COMPUTE WS-OPEN-AMOUNT = ZERO - UC-AMOUNT
053838     MOVE UC-RECEIPT-DATE TO WS-DATE-PARTS
053839     PERFORM 3090-SET-AGE-BUCKET THRU 3090-EXIT
053840
053841     MOVE UC-CUSTOMER-ID     TO WK-CUSTOMER-ID
053842     MOVE ZERO               TO WK-INVOICE-NUMBER
053843     MOVE UC-RECEIPT-DATE    TO WK-INVOICE-DATE
053844     MOVE WS-OPEN-AMOUNT     TO WK-OPEN-AMOUNT
053845     MOVE WS-AGE-BUCKET      TO WK-AGE-BUCKET
053846     MOVE 'U'                TO WK-ITEM-KIND
053847     WRITE WK-WORK-RECORD
053848     IF NOT WS-WRK-OK
053849         DISPLAY "WARNING: could not write aging work file, "
053850             "status " WS-WRK-FILE-STATUS
053851     END-IF.
053852 3070-EXIT.
053853     EXIT.
053854
053855*--------------------------------------------------------------
053856* 3090-SET-AGE-BUCKET
053857*    SETS THE AGE BUCKET FOR THE DATE IN WS-DATE-PARTS,
053858*    COUNTING 30-DAY MONTHS BACK FROM THE RUN DATE.
053859*--------------------------------------------------------------
053860 3090-SET-AGE-BUCKET.
053861     COMPUTE WS-ITEM-DAY-KEY =
053862         (WS-DP-YYYY * 360) + (WS-DP-MM * 30) + WS-DP-DD
053863     COMPUTE WS-AGE-DAYS =
053864         WS-TODAY-DAY-KEY - WS-ITEM-DAY-KEY
053865     IF WS-AGE-DAYS <= 30
053866         MOVE 1 TO WS-AGE-BUCKET
053867     ELSE
053868         IF WS-AGE-DAYS <= 60
053869             MOVE 2 TO WS-AGE-BUCKET
053870         ELSE
053871             IF WS-AGE-DAYS <= 90
053872                 MOVE 3 TO WS-AGE-BUCKET
053873             ELSE
053874                 MOVE 4 TO WS-AGE-BUCKET
053875             END-IF
053876         END-IF
053877     END-IF.
053878 3090-EXIT.
053879     EXIT.
053900
054000*--------------------------------------------------------------
054100* 3100-PRINT-ONE-ITEM
056000
056100     MOVE SPACES             TO WS-RPTD-BUCKET-COLS
056200     MOVE SR-CUSTOMER-ID     TO WS-RPTD-CUSTOMER
056220     IF SR-UNAPPLIED-CASH
056240         MOVE "UNAPPLIED"    TO WS-RPTD-INVOICE-X
056260         SUBTRACT SR-OPEN-AMOUNT FROM WS-UNAPPLIED-TOTAL
056280     ELSE
056300         MOVE SR-INVOICE-NUMBER TO WS-RPTD-INVOICE
056350     END-IF
056400     MOVE SR-INVOICE-DATE    TO WS-RPTD-DATE
056500     MOVE SR-OPEN-AMOUNT
056600         TO WS-RPTD-BUCKET (SR-AGE-BUCKET)
