000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LockboxImport.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - BANK LOCKBOX REMITTANCE
001100*                 IMPORT. READS THE BANK'S DAILY LOCKBOX FILE
001200*                 (ONE DEPOSIT: A HEADER, EACH PAYMENT WITH THE
001300*                 INVOICES IT QUOTES, AND A TRAILER CARRYING THE
001400*                 DEPOSIT TOTAL) AND WRITES CASHRCPT RECEIPTS FOR
001500*                 THE NIGHTLY CashReceipts RUN INSTEAD OF THE
001600*                 OFFICE KEYING THEM FROM THE LISTING. A PAYMENT
001700*                 IS MATCHED TO AROPEN BY THE INVOICES IT QUOTES
001800*                 - ONE RECEIPT PER INVOICE, SO A PAYMENT FOR
001900*                 SEVERAL INVOICES IS SPLIT - AND WHAT IS LEFT IS
002000*                 MATCHED TO AN OPEN INVOICE OF THE SAME CUSTOMER
002100*                 FOR EXACTLY THAT AMOUNT. MONEY STILL UNMATCHED
002200*                 GOES TO THE UNAPPCSH UNAPPLIED CASH FILE ON THE
002300*                 CUSTOMER'S ACCOUNT, NOT TO CASHREJT; CashApply
002400*                 APPLIES IT LATER AND THE AGING REPORT SHOWS IT.
002500*                 THE DEPOSIT IS RECONCILED TO THE BANK'S TOTAL
002600*                 BEFORE ANYTHING IS WRITTEN - IF THEY DISAGREE
002700*                 NOTHING IS IMPORTED AND THE RUN STOPS. AN
002800*                 IMPORTED LOCKBOX FILE IS CLEARED SO A RERUN
002900*                 CANNOT TAKE THE SAME DEPOSIT TWICE.
002910* 2026-10-15 DT   A PAYMENT THAT CANNOT BE WRITTEN TO UNAPPCSH
002920*                 (INCLUDING ONE LEFT THERE BY A FAILED CASHRCPT
002930*                 WRITE) IS NOW AN ERROR WITH RC 1, LISTED AS NOT
002940*                 POSTED WITH CHECK, CUSTOMER AND AMOUNT, KEPT OUT
002950*                 OF THE UNAPPLIED TOTAL AND COUNTED AS REJECTED
002960*                 IN RUNSTATS.
003000*--------------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. GNUCOBOL.
003500 OBJECT-COMPUTER. GNUCOBOL.
003600
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-LB-FILE-STATUS.
004200
004300     SELECT AR-OPEN-ITEMS ASSIGN TO "AROPEN"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS AR-INVOICE-NUMBER
004700         FILE STATUS IS WS-AR-FILE-STATUS.
004800
004900     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS CM-CUSTOMER-ID
005300         FILE STATUS IS WS-CM-FILE-STATUS.
005400
005500     SELECT CASH-RECEIPTS ASSIGN TO "CASHRCPT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-CR-FILE-STATUS.
005800
005900     SELECT UNAPPLIED-CASH ASSIGN TO "UNAPPCSH"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-UC-FILE-STATUS.
006200
006300     SELECT RUN-STATS ASSIGN TO "RUNSTATS"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-RS-FILE-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900*--------------------------------------------------------------
007000* BANK LOCKBOX FILE - ONE DEPOSIT PER FILE.
007100*    H  DEPOSIT DATE AND THE BANK'S DEPOSIT ID
007200*    P  ONE PAYMENT - CHECK NUMBER, THE CUSTOMER ID THE BANK
007300*       HOLDS FOR THE REMITTER (BLANK IF NONE) AND AMOUNT
007400*    I  ONE INVOICE QUOTED ON THE PAYMENT BEFORE IT, WITH
007500*       THE AMOUNT PAID ON IT (ZERO - PAY WHAT IS OWING)
007600*    T  PAYMENT COUNT AND DEPOSIT TOTAL
007700*--------------------------------------------------------------
007800 FD  LOCKBOX-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  LB-LOCKBOX-RECORD.
008100     05 LB-RECORD-TYPE           PIC X(01).
008200         88 LB-HEADER                VALUE 'H'.
008300         88 LB-PAYMENT               VALUE 'P'.
008400         88 LB-REMITTANCE            VALUE 'I'.
008500         88 LB-TRAILER               VALUE 'T'.
008600     05 FILLER                   PIC X(01).
008700     05 LB-RECORD-BODY           PIC X(34).
008800     05 LB-HEADER-FIELDS REDEFINES LB-RECORD-BODY.
008900         10 LB-DEPOSIT-DATE      PIC 9(08).
009000         10 FILLER               PIC X(01).
009100         10 LB-DEPOSIT-ID        PIC X(10).
009200         10 FILLER               PIC X(15).
009300     05 LB-PAYMENT-FIELDS REDEFINES LB-RECORD-BODY.
009400         10 LB-CHECK-NUMBER      PIC X(10).
009500         10 FILLER               PIC X(01).
009600         10 LB-CUSTOMER-ID       PIC X(10).
009700         10 FILLER               PIC X(01).
009800         10 LB-PAYMENT-AMOUNT    PIC 9(09)V99.
009900         10 FILLER               PIC X(01).
010000     05 LB-REMITTANCE-FIELDS REDEFINES LB-RECORD-BODY.
010100         10 LB-INVOICE-NUMBER    PIC 9(10).
010200         10 FILLER               PIC X(01).
010300         10 LB-INVOICE-AMOUNT    PIC 9(09)V99.
010400         10 FILLER               PIC X(12).
010500     05 LB-TRAILER-FIELDS REDEFINES LB-RECORD-BODY.
010600         10 LB-PAYMENT-COUNT     PIC 9(05).
010700         10 FILLER               PIC X(01).
010800         10 LB-DEPOSIT-TOTAL     PIC 9(09)V99.
010900         10 FILLER               PIC X(17).
011000
011100 FD  AR-OPEN-ITEMS
011200     LABEL RECORDS ARE STANDARD.
011300 01  AR-OPEN-ITEM-RECORD.
011400     05 AR-INVOICE-NUMBER        PIC 9(10).
011500     05 AR-CUSTOMER-ID           PIC X(10).
011600     05 AR-INVOICE-DATE          PIC 9(08).
011700     05 AR-INVOICE-AMOUNT        PIC 9(09)V99.
011800     05 AR-AMOUNT-PAID           PIC 9(09)V99.
011900     05 AR-ITEM-STATUS           PIC X(01).
012000     05 AR-ITEM-TYPE             PIC X(01).
012100         88 AR-CREDIT-MEMO           VALUE 'C'.
012200     05 AR-APPLIES-TO            PIC 9(10).
012300
012400 FD  CUSTOMER-MASTER
012500     LABEL RECORDS ARE STANDARD.
012600 01  CM-CUSTOMER-RECORD.
012700     05 CM-CUSTOMER-ID           PIC X(10).
012800     05 CM-CUSTOMER-NAME         PIC X(30).
012900     05 CM-ACCT-STATUS           PIC X(02).
013000     05 CM-DATE-LOADED           PIC 9(08).
013100     05 CM-CREDIT-LIMIT          PIC 9(07)V99.
013200     05 CM-MAINTAINED-FIELDS.
013300         10 CM-HOLD-FLAG         PIC X(01).
013400             88 CM-ON-HOLD           VALUE 'H'.
013500         10 CM-HOLD-REASON       PIC X(30).
013600         10 CM-STATUS-LOCAL      PIC X(01).
013700             88 CM-STATUS-SET-LOCALLY VALUE 'Y'.
013800         10 CM-BILL-ADDRESS-1    PIC X(30).
013900         10 CM-BILL-ADDRESS-2    PIC X(30).
014000         10 CM-BILL-CITY         PIC X(20).
014100         10 CM-BILL-STATE        PIC X(02).
014200         10 CM-BILL-ZIP          PIC X(10).
014300         10 CM-CONTACT-NAME      PIC X(30).
014400         10 CM-CONTACT-PHONE     PIC X(15).
014500         10 CM-LAST-MAINT-DATE   PIC 9(08).
014600         10 CM-TAX-CODE          PIC X(04).
014700         10 CM-TAX-EXEMPT-FLAG   PIC X(01).
014800             88 CM-TAX-EXEMPT        VALUE 'E'.
014900         10 CM-TAX-EXEMPT-CERT   PIC X(15).
015000
015100 FD  CASH-RECEIPTS
015200     LABEL RECORDS ARE STANDARD.
015300 01  CR-RECEIPT-RECORD.
015400     05 CR-RECEIPT-DATE          PIC 9(08).
015500     05 FILLER                   PIC X(01).
015600     05 CR-INVOICE-NUMBER        PIC 9(10).
015700     05 FILLER                   PIC X(01).
015800     05 CR-AMOUNT                PIC 9(09)V99.
015900
016000*    UNAPPLIED CASH - MONEY RECEIVED BUT NOT YET PUT AGAINST
016100*    AN INVOICE, HELD ON THE CUSTOMER'S ACCOUNT (*UNKNOWN*
016200*    WHEN THE REMITTER COULD NOT BE IDENTIFIED).
016300 FD  UNAPPLIED-CASH
016400     LABEL RECORDS ARE STANDARD.
016500 01  UC-UNAPPLIED-RECORD.
016600     05 UC-CUSTOMER-ID           PIC X(10).
016700     05 FILLER                   PIC X(01).
016800     05 UC-RECEIPT-DATE          PIC 9(08).
016900     05 FILLER                   PIC X(01).
017000     05 UC-CHECK-NUMBER          PIC X(10).
017100     05 FILLER                   PIC X(01).
017200     05 UC-AMOUNT                PIC 9(09)V99.
017300     05 FILLER                   PIC X(01).
017400     05 UC-REASON                PIC X(40).
017500
017600 FD  RUN-STATS
017700     LABEL RECORDS ARE STANDARD.
017800 01  RS-STATS-RECORD             PIC X(62).
017900
018000 WORKING-STORAGE SECTION.
018100*--------------------------------------------------------------
018200* FILE STATUS FIELDS
018300*--------------------------------------------------------------
018400 01 WS-LB-FILE-STATUS       PIC X(02) VALUE '00'.
018500     88 WS-LB-OK                VALUE '00'.
018600 01 WS-AR-FILE-STATUS       PIC X(02) VALUE '00'.
018700     88 WS-AR-OK                VALUE '00'.
018800 01 WS-CM-FILE-STATUS       PIC X(02) VALUE '00'.
018900     88 WS-CM-OK                VALUE '00'.
019000 01 WS-CR-FILE-STATUS       PIC X(02) VALUE '00'.
019100     88 WS-CR-OK                VALUE '00'.
019200 01 WS-UC-FILE-STATUS       PIC X(02) VALUE '00'.
019300     88 WS-UC-OK                VALUE '00'.
019400
019500*--------------------------------------------------------------
019600* DEPOSIT RECONCILIATION FIELDS
019700*    THE FIRST PASS CHECKS THE FILE'S SHAPE AND ADDS UP THE
019800*    PAYMENTS. ONLY WHEN COUNT AND TOTAL AGREE WITH THE
019900*    TRAILER DOES THE SECOND PASS WRITE ANYTHING.
020000*--------------------------------------------------------------
020100 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
020200 01 WS-CURRENT-DATE         PIC 9(08).
020300 01 WS-LB-EOF-SWITCH        PIC X(01) VALUE 'N'.
020400     88 WS-END-OF-LOCKBOX       VALUE 'Y'.
020500 01 WS-LAYOUT-ERROR-SW      PIC X(01) VALUE 'N'.
020600     88 WS-LAYOUT-ERROR         VALUE 'Y'.
020700 01 WS-HEADER-SEEN-SW       PIC X(01) VALUE 'N'.
020800     88 WS-HEADER-SEEN          VALUE 'Y'.
020900 01 WS-TRAILER-SEEN-SW      PIC X(01) VALUE 'N'.
021000     88 WS-TRAILER-SEEN         VALUE 'Y'.
021100 01 WS-RECORDS-READ         PIC 9(05) VALUE 0.
021200 01 WS-DEPOSIT-DATE         PIC 9(08) VALUE 0.
021300 01 WS-DEPOSIT-ID           PIC X(10) VALUE SPACES.
021400 01 WS-PAYMENT-COUNT        PIC 9(05) VALUE 0.
021500 01 WS-PAYMENT-TOTAL        PIC 9(09)V99 VALUE 0.
021600 01 WS-TRAILER-COUNT        PIC 9(05) VALUE 0.
021700 01 WS-TRAILER-TOTAL        PIC 9(09)V99 VALUE 0.
021800 01 WS-MONEY-EDIT           PIC ZZZ,ZZZ,ZZ9.99.
021900 01 WS-MONEY-EDIT-2         PIC ZZZ,ZZZ,ZZ9.99.
022000
022100*--------------------------------------------------------------
022200* PAYMENT MATCHING FIELDS
022300*    THE PAYMENT BEING WORKED - WHAT IS LEFT OF IT AFTER EACH
022400*    RECEIPT, AND THE CUSTOMER ITS LEFTOVER BELONGS TO.
022500*--------------------------------------------------------------
022600 01 WS-PAYMENT-OPEN-SW      PIC X(01) VALUE 'N'.
022700     88 WS-PAYMENT-OPEN         VALUE 'Y'.
022800 01 WS-PAY-CHECK-NUMBER     PIC X(10) VALUE SPACES.
022900 01 WS-PAY-BANK-CUSTOMER    PIC X(10) VALUE SPACES.
023000 01 WS-PAY-CUSTOMER         PIC X(10) VALUE SPACES.
023100 01 WS-PAY-REMAINING        PIC 9(09)V99 VALUE 0.
023200 01 WS-PAY-RECEIPTS         PIC 9(03) VALUE 0.
023300 01 WS-BAD-CUSTOMER-SW      PIC X(01) VALUE 'N'.
023400     88 WS-BAD-CUSTOMER         VALUE 'Y'.
023500 01 WS-OPEN-AMOUNT          PIC S9(09)V99 VALUE 0.
023600 01 WS-RCPT-INVOICE         PIC 9(10) VALUE 0.
023700 01 WS-RCPT-AMOUNT          PIC 9(09)V99 VALUE 0.
023800 01 WS-AR-EOF-SWITCH        PIC X(01) VALUE 'N'.
023900     88 WS-END-OF-ITEMS         VALUE 'Y'.
024000 01 WS-MATCH-FOUND-SW       PIC X(01) VALUE 'N'.
024100     88 WS-MATCH-FOUND          VALUE 'Y'.
024200 01 WS-UNKNOWN-CUSTOMER     PIC X(10) VALUE "*UNKNOWN*".
024300 01 WS-UNAPPLIED-REASON     PIC X(40) VALUE SPACES.
024400
024500*--------------------------------------------------------------
024600* PENDING RECEIPTS TABLE
024700*    EVERY RECEIPT ALREADY WAITING ON CASHRCPT (KEYED BY THE
024800*    OFFICE OR WRITTEN HERE) FOR AN INVOICE, SO MONEY IS NEVER
024900*    MATCHED TO WHAT THE NIGHTLY RUN WILL ALREADY PAY OFF.
025000*--------------------------------------------------------------
025100 01 WS-MAX-PENDING          PIC 9(04) VALUE 2000.
025200 01 WS-PENDING-COUNT        PIC 9(04) VALUE 0.
025300 01 WS-PENDING-SUB          PIC 9(04) VALUE 0.
025400 01 WS-PENDING-FOUND-SUB    PIC 9(04) VALUE 0.
025500 01 WS-PENDING-AMOUNT       PIC 9(09)V99 VALUE 0.
025600 01 WS-LOOK-INVOICE         PIC 9(10) VALUE 0.
025700 01 WS-PENDING-TABLE.
025800     05 WS-PENDING-ENTRY OCCURS 2000 TIMES.
025900         10 WS-PND-INVOICE      PIC 9(10).
026000         10 WS-PND-AMOUNT       PIC 9(09)V99.
026100 01 WS-CR-EOF-SWITCH        PIC X(01) VALUE 'N'.
026200     88 WS-END-OF-RECEIPTS      VALUE 'Y'.
026300
026400*--------------------------------------------------------------
026500* RUN TOTALS
026600*--------------------------------------------------------------
026700 01 WS-RECEIPTS-WRITTEN     PIC 9(05) VALUE 0.
026800 01 WS-MONEY-MATCHED        PIC 9(09)V99 VALUE 0.
026900 01 WS-UNAPPLIED-COUNT      PIC 9(05) VALUE 0.
027000 01 WS-MONEY-UNAPPLIED      PIC 9(09)V99 VALUE 0.
027020 01 WS-UNPOSTED-COUNT       PIC 9(05) VALUE 0.
027040 01 WS-MONEY-UNPOSTED       PIC 9(09)V99 VALUE 0.
027100
027200*--------------------------------------------------------------
027300* RUN STATISTICS FIELDS
027400*    ONE LINE PER RUN GOES TO THE COMMON RUNSTATS CONTROL
027500*    FILE FOR THE END-OF-DAY BALANCING REPORT.
027600*--------------------------------------------------------------
027700 01 WS-RS-FILE-STATUS       PIC X(02) VALUE '00'.
027800     88 WS-RS-OK                VALUE '00'.
027900 01 WS-STATS-LINE.
028000     05 WS-RS-DATE             PIC 9(08).
028100     05 FILLER                 PIC X(01) VALUE SPACE.
028200     05 WS-RS-TIME             PIC 9(08).
028300     05 FILLER                 PIC X(01) VALUE SPACE.
028400     05 WS-RS-STEP-ID          PIC X(12) VALUE "LOCKBOX".
028500     05 FILLER                 PIC X(01) VALUE SPACE.
028600     05 WS-RS-READ             PIC 9(05).
028700     05 FILLER                 PIC X(01) VALUE SPACE.
028800     05 WS-RS-ACCEPTED         PIC 9(05).
028900     05 FILLER                 PIC X(01) VALUE SPACE.
029000     05 WS-RS-REJECTED         PIC 9(05).
029100     05 FILLER                 PIC X(01) VALUE SPACE.
029200     05 WS-RS-MONEY            PIC 9(9)V99 VALUE 0.
029300     05 FILLER                 PIC X(01) VALUE SPACE.
029400     05 WS-RS-RC               PIC 9(01) VALUE 0.
029500 01 WS-RS-TIME-NOW          PIC 9(08).
029600
029700 PROCEDURE DIVISION.
029800*--------------------------------------------------------------
029900* 0000-MAIN-PROCESS
030000*    CONTROLS THE OVERALL FLOW OF THE LOCKBOX IMPORT -
030100*    RECONCILE THE DEPOSIT FIRST, THEN MATCH AND WRITE.
030200*--------------------------------------------------------------
030300 0000-MAIN-PROCESS.
030400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
030500     PERFORM 1100-RECONCILE-DEPOSIT THRU 1100-EXIT
030600     PERFORM 1300-OPEN-FILES THRU 1300-EXIT
030700     PERFORM 2000-IMPORT-DEPOSIT THRU 2000-EXIT
030800     PERFORM 9000-TERMINATE THRU 9000-EXIT
030900     STOP RUN.
031000
031100*--------------------------------------------------------------
031200* 1000-INITIALIZE
031300*    SETS THE RUN DATE. NO LOCKBOX FILE MEANS NO DEPOSIT HAS
031400*    COME IN - NOTHING TO DO.
031500*--------------------------------------------------------------
031600 1000-INITIALIZE.
031700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
031800     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
031900         "DUKE_BUSINESS_DATE"
032000     IF WS-BUSINESS-DATE IS NUMERIC
032100         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
032200     END-IF
032300
032400     OPEN INPUT LOCKBOX-FILE
032500     IF NOT WS-LB-OK
032600         DISPLAY "No LOCKBOX on file (status "
032700             WS-LB-FILE-STATUS ") - nothing to import."
032800         STOP RUN
032900     END-IF.
033000 1000-EXIT.
033100     EXIT.
033200
033300*--------------------------------------------------------------
033400* 1100-RECONCILE-DEPOSIT
033500*    FIRST PASS. CHECKS THE FILE HAS A HEADER, PAYMENTS WITH
033600*    THEIR INVOICES, AND A TRAILER, AND THAT THE PAYMENTS ADD
033700*    UP TO THE BANK'S COUNT AND DEPOSIT TOTAL. ANY DIFFERENCE
033800*    STOPS THE RUN WITH NOTHING WRITTEN AND LOCKBOX LEFT IN
033900*    PLACE FOR THE BANK OR THE OFFICE TO SORT OUT.
034000*--------------------------------------------------------------
034100 1100-RECONCILE-DEPOSIT.
034200     MOVE 'N' TO WS-LB-EOF-SWITCH
034300     PERFORM 1150-CHECK-ONE-RECORD THRU 1150-EXIT
034400         UNTIL WS-END-OF-LOCKBOX
034500     CLOSE LOCKBOX-FILE
034600
034700     IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
034800         DISPLAY "ERROR: LOCKBOX has no deposit header or "
034900             "no trailer."
035000         MOVE 'Y' TO WS-LAYOUT-ERROR-SW
035100     END-IF
035200     IF WS-LAYOUT-ERROR
035300         DISPLAY "ERROR: LOCKBOX is not a complete deposit - "
035400             "nothing imported."
035500         MOVE 1 TO RETURN-CODE
035600         STOP RUN
035700     END-IF
035800
035900     IF WS-PAYMENT-COUNT NOT = WS-TRAILER-COUNT
036000       OR WS-PAYMENT-TOTAL NOT = WS-TRAILER-TOTAL
036100         MOVE WS-PAYMENT-TOTAL TO WS-MONEY-EDIT
036200         MOVE WS-TRAILER-TOTAL TO WS-MONEY-EDIT-2
036300         DISPLAY "ERROR: deposit " WS-DEPOSIT-ID
036400             " does not reconcile - " WS-PAYMENT-COUNT
036500             " payment(s) for " WS-MONEY-EDIT
036600         DISPLAY "ERROR: the bank's trailer says "
036700             WS-TRAILER-COUNT " for " WS-MONEY-EDIT-2
036800             " - nothing imported."
036900         MOVE 1 TO RETURN-CODE
037000         STOP RUN
037100     END-IF
037200
037300     MOVE WS-PAYMENT-TOTAL TO WS-MONEY-EDIT
037400     DISPLAY "Deposit " WS-DEPOSIT-ID " of " WS-DEPOSIT-DATE
037500         " reconciled - " WS-PAYMENT-COUNT " payment(s) for "
037600         WS-MONEY-EDIT.
037700 1100-EXIT.
037800     EXIT.
037900
038000*--------------------------------------------------------------
038100* 1150-CHECK-ONE-RECORD
038200*    CHECKS ONE LOCKBOX RECORD AND ADDS A PAYMENT INTO THE
038300*    RECONCILIATION TOTALS.
038400*--------------------------------------------------------------
038500 1150-CHECK-ONE-RECORD.
038600     READ LOCKBOX-FILE
038700         AT END
038800             MOVE 'Y' TO WS-LB-EOF-SWITCH
038900             GO TO 1150-EXIT
039000     END-READ
039100     ADD 1 TO WS-RECORDS-READ
039200
039300     IF WS-TRAILER-SEEN
039400         DISPLAY "ERROR: LOCKBOX record " WS-RECORDS-READ
039500             " follows the trailer."
039600         MOVE 'Y' TO WS-LAYOUT-ERROR-SW
039700         GO TO 1150-EXIT
039800     END-IF
039900
040000     IF LB-HEADER
040100         IF WS-HEADER-SEEN OR WS-RECORDS-READ NOT = 1
040200             DISPLAY "ERROR: LOCKBOX record " WS-RECORDS-READ
040300                 " - header out of place."
040400             MOVE 'Y' TO WS-LAYOUT-ERROR-SW
040500             GO TO 1150-EXIT
040600         END-IF
040700         MOVE 'Y' TO WS-HEADER-SEEN-SW
040800         MOVE LB-DEPOSIT-ID TO WS-DEPOSIT-ID
040900         IF LB-DEPOSIT-DATE IS NUMERIC
041000           AND LB-DEPOSIT-DATE NOT = ZERO
041100             MOVE LB-DEPOSIT-DATE TO WS-DEPOSIT-DATE
041200         ELSE
041300             MOVE WS-CURRENT-DATE TO WS-DEPOSIT-DATE
041400         END-IF
041500         GO TO 1150-EXIT
041600     END-IF
041700
041800     IF NOT WS-HEADER-SEEN
041900         DISPLAY "ERROR: LOCKBOX record " WS-RECORDS-READ
042000             " comes before the deposit header."
042100         MOVE 'Y' TO WS-LAYOUT-ERROR-SW
042200         GO TO 1150-EXIT
042300     END-IF
042400
042500     IF LB-PAYMENT
042600         IF LB-PAYMENT-AMOUNT IS NOT NUMERIC
042700             DISPLAY "ERROR: LOCKBOX record " WS-RECORDS-READ
042800                 " - payment amount is not numeric."
042900             MOVE 'Y' TO WS-LAYOUT-ERROR-SW
043000             GO TO 1150-EXIT
043100         END-IF
043200         ADD 1 TO WS-PAYMENT-COUNT
043300         ADD LB-PAYMENT-AMOUNT TO WS-PAYMENT-TOTAL
043400             ON SIZE ERROR
043500                 DISPLAY "ERROR: LOCKBOX deposit total "
043600                     "overflowed."
043700                 MOVE 'Y' TO WS-LAYOUT-ERROR-SW
043800         END-ADD
043900         GO TO 1150-EXIT
044000     END-IF
044100
044200     IF LB-REMITTANCE
044300         IF WS-PAYMENT-COUNT = 0
044400           OR LB-INVOICE-NUMBER IS NOT NUMERIC
044500           OR LB-INVOICE-AMOUNT IS NOT NUMERIC
044600             DISPLAY "ERROR: LOCKBOX record " WS-RECORDS-READ
044700                 " - invoice line is out of place or not "
044800                 "numeric."
044900             MOVE 'Y' TO WS-LAYOUT-ERROR-SW
045000         END-IF
045100         GO TO 1150-EXIT
045200     END-IF
045300
045400     IF LB-TRAILER
045500         IF LB-PAYMENT-COUNT IS NOT NUMERIC
045600           OR LB-DEPOSIT-TOTAL IS NOT NUMERIC
045700             DISPLAY "ERROR: LOCKBOX trailer is not numeric."
045800             MOVE 'Y' TO WS-LAYOUT-ERROR-SW
045900             GO TO 1150-EXIT
046000         END-IF
046100         MOVE 'Y' TO WS-TRAILER-SEEN-SW
046200         MOVE LB-PAYMENT-COUNT TO WS-TRAILER-COUNT
046300         MOVE LB-DEPOSIT-TOTAL TO WS-TRAILER-TOTAL
046400         GO TO 1150-EXIT
046500     END-IF
046600
046700     DISPLAY "ERROR: LOCKBOX record " WS-RECORDS-READ
046800         " has unknown type '" LB-RECORD-TYPE "'."
046900     MOVE 'Y' TO WS-LAYOUT-ERROR-SW.
047000 1150-EXIT.
047100     EXIT.
047200
047300*--------------------------------------------------------------
047400* 1300-OPEN-FILES
047500*    LOADS THE RECEIPTS ALREADY WAITING ON CASHRCPT, THEN
047600*    OPENS EVERYTHING THE IMPORT WRITES OR READS. ANY FILE
047700*    THAT CANNOT BE OPENED STOPS THE RUN BEFORE A RECEIPT IS
047800*    WRITTEN, WITH LOCKBOX LEFT FOR THE RERUN.
047900*--------------------------------------------------------------
048000 1300-OPEN-FILES.
048100     PERFORM 1400-LOAD-PENDING THRU 1400-EXIT
048200
048300     OPEN INPUT AR-OPEN-ITEMS
048400     IF NOT WS-AR-OK
048500         DISPLAY "ERROR: cannot open AROPEN, status "
048600             WS-AR-FILE-STATUS " - nothing imported."
048700         MOVE 1 TO RETURN-CODE
048800         STOP RUN
048900     END-IF
049000
049100     OPEN INPUT CUSTOMER-MASTER
049200     IF NOT WS-CM-OK
049300         DISPLAY "ERROR: cannot open CUSTMSTR, status "
049400             WS-CM-FILE-STATUS " - nothing imported."
049500         CLOSE AR-OPEN-ITEMS
049600         MOVE 1 TO RETURN-CODE
049700         STOP RUN
049800     END-IF
049900
050000     OPEN EXTEND CASH-RECEIPTS
050100     IF NOT WS-CR-OK
050200         OPEN OUTPUT CASH-RECEIPTS
050300         IF NOT WS-CR-OK
050400             DISPLAY "ERROR: cannot open CASHRCPT, status "
050500                 WS-CR-FILE-STATUS " - nothing imported."
050600             CLOSE AR-OPEN-ITEMS
050700             CLOSE CUSTOMER-MASTER
050800             MOVE 1 TO RETURN-CODE
050900             STOP RUN
051000         END-IF
051100     END-IF
051200
051300     OPEN EXTEND UNAPPLIED-CASH
051400     IF NOT WS-UC-OK
051500         OPEN OUTPUT UNAPPLIED-CASH
051600         IF NOT WS-UC-OK
051700             DISPLAY "ERROR: cannot open UNAPPCSH, status "
051800                 WS-UC-FILE-STATUS " - nothing imported."
051900             CLOSE AR-OPEN-ITEMS
052000             CLOSE CUSTOMER-MASTER
052100             CLOSE CASH-RECEIPTS
052200             MOVE 1 TO RETURN-CODE
052300             STOP RUN
052400         END-IF
052500     END-IF.
052600 1300-EXIT.
052700     EXIT.
052800
052900*--------------------------------------------------------------
053000* 1400-LOAD-PENDING
053100*    LOADS THE RECEIPTS ALREADY ON CASHRCPT INTO THE PENDING
053200*    TABLE. NO CASHRCPT SIMPLY MEANS NOTHING IS PENDING.
053300*--------------------------------------------------------------
053400 1400-LOAD-PENDING.
053500     OPEN INPUT CASH-RECEIPTS
053600     IF NOT WS-CR-OK
053700         GO TO 1400-EXIT
053800     END-IF
053900     MOVE 'N' TO WS-CR-EOF-SWITCH
054000     PERFORM 1450-LOAD-ONE-PENDING THRU 1450-EXIT
054100         UNTIL WS-END-OF-RECEIPTS
054200     CLOSE CASH-RECEIPTS.
054300 1400-EXIT.
054400     EXIT.
054500
054600*--------------------------------------------------------------
054700* 1450-LOAD-ONE-PENDING
054800*    ADDS ONE WAITING RECEIPT TO THE PENDING TABLE.
054900*--------------------------------------------------------------
055000 1450-LOAD-ONE-PENDING.
055100     READ CASH-RECEIPTS
055200         AT END
055300             MOVE 'Y' TO WS-CR-EOF-SWITCH
055400             GO TO 1450-EXIT
055500     END-READ
055600     IF CR-INVOICE-NUMBER IS NOT NUMERIC
055700       OR CR-AMOUNT IS NOT NUMERIC
055800         GO TO 1450-EXIT
055900     END-IF
056000     MOVE CR-INVOICE-NUMBER TO WS-LOOK-INVOICE
056100     MOVE CR-AMOUNT         TO WS-RCPT-AMOUNT
056200     PERFORM 2850-ADD-PENDING THRU 2850-EXIT.
056300 1450-EXIT.
056400     EXIT.
056500
056600*--------------------------------------------------------------
056700* 2000-IMPORT-DEPOSIT
056800*    SECOND PASS. WORKS EACH PAYMENT IN TURN - ITS INVOICE
056900*    LINES AS THEY COME, THEN WHAT IS LEFT WHEN THE NEXT
057000*    PAYMENT OR THE TRAILER IS REACHED. AN IMPORTED LOCKBOX
057100*    IS CLEARED - EVEN WHEN SOME MONEY COULD NOT BE POSTED,
057120*    AS A RERUN WOULD TAKE THE RECEIPTS ALREADY WRITTEN A
057140*    SECOND TIME. WHAT WAS NOT POSTED IS ON THE LISTING.
057200*--------------------------------------------------------------
057300 2000-IMPORT-DEPOSIT.
057400     OPEN INPUT LOCKBOX-FILE
057500     IF NOT WS-LB-OK
057600         DISPLAY "ERROR: cannot reopen LOCKBOX, status "
057700             WS-LB-FILE-STATUS " - nothing imported."
057800         MOVE 1 TO RETURN-CODE
057900         GO TO 2000-EXIT
058000     END-IF
058100
058200     MOVE 'N' TO WS-LB-EOF-SWITCH
058300     MOVE 'N' TO WS-PAYMENT-OPEN-SW
058400     PERFORM 2100-IMPORT-ONE-RECORD THRU 2100-EXIT
058500         UNTIL WS-END-OF-LOCKBOX
058600     IF WS-PAYMENT-OPEN
058700         PERFORM 2900-FINISH-PAYMENT THRU 2900-EXIT
058800     END-IF
058900     CLOSE LOCKBOX-FILE
059000
059100     OPEN OUTPUT LOCKBOX-FILE
059200     IF WS-LB-OK
059300         CLOSE LOCKBOX-FILE
059400     ELSE
059500         DISPLAY "WARNING: could not clear LOCKBOX, status "
059600             WS-LB-FILE-STATUS " - remove it before the next "
059700             "import."
059800     END-IF.
059900 2000-EXIT.
060000     EXIT.
060100
060200*--------------------------------------------------------------
060300* 2100-IMPORT-ONE-RECORD
060400*    READS ONE LOCKBOX RECORD. A PAYMENT CLOSES OFF THE ONE
060500*    BEFORE IT AND STARTS A NEW ONE; AN INVOICE LINE IS PAID
060600*    OUT OF THE CURRENT PAYMENT.
060700*--------------------------------------------------------------
060800 2100-IMPORT-ONE-RECORD.
060900     READ LOCKBOX-FILE
061000         AT END
061100             MOVE 'Y' TO WS-LB-EOF-SWITCH
061200             GO TO 2100-EXIT
061300     END-READ
061400
061500     IF LB-PAYMENT
061600         IF WS-PAYMENT-OPEN
061700             PERFORM 2900-FINISH-PAYMENT THRU 2900-EXIT
061800         END-IF
061900         PERFORM 2150-START-PAYMENT THRU 2150-EXIT
062000         GO TO 2100-EXIT
062100     END-IF
062200
062300     IF LB-REMITTANCE
062400         PERFORM 2200-PAY-QUOTED-INVOICE THRU 2200-EXIT
062500     END-IF.
062600 2100-EXIT.
062700     EXIT.
062800
062900*--------------------------------------------------------------
063000* 2150-START-PAYMENT
063100*    STARTS A NEW PAYMENT. THE BANK'S CUSTOMER ID IS TAKEN
063200*    ONLY WHEN IT IS ON THE CUSTOMER MASTER.
063300*--------------------------------------------------------------
063400 2150-START-PAYMENT.
063500     MOVE 'Y'               TO WS-PAYMENT-OPEN-SW
063600     MOVE LB-CHECK-NUMBER   TO WS-PAY-CHECK-NUMBER
063700     MOVE LB-CUSTOMER-ID    TO WS-PAY-BANK-CUSTOMER
063800     MOVE LB-PAYMENT-AMOUNT TO WS-PAY-REMAINING
063900     MOVE SPACES            TO WS-PAY-CUSTOMER
064000     MOVE 0                 TO WS-PAY-RECEIPTS
064100     MOVE 'N'               TO WS-BAD-CUSTOMER-SW
064200
064300     IF LB-CUSTOMER-ID = SPACES
064400         GO TO 2150-EXIT
064500     END-IF
064600     MOVE LB-CUSTOMER-ID TO CM-CUSTOMER-ID
064700     READ CUSTOMER-MASTER
064800         INVALID KEY
064900             MOVE 'Y' TO WS-BAD-CUSTOMER-SW
065000             GO TO 2150-EXIT
065100     END-READ
065200     MOVE LB-CUSTOMER-ID TO WS-PAY-CUSTOMER.
065300 2150-EXIT.
065400     EXIT.
065500
065600*--------------------------------------------------------------
065700* 2200-PAY-QUOTED-INVOICE
065800*    PAYS ONE INVOICE THE PAYMENT QUOTES - THE AMOUNT THE
065900*    REMITTER SAYS (OR ALL THAT IS OWING WHEN THEY SAY
066000*    NOTHING), BUT NEVER MORE THAN IS STILL OWING AFTER THE
066100*    RECEIPTS ALREADY PENDING, NOR MORE THAN IS LEFT OF THE
066200*    PAYMENT. AN INVOICE NOT OPEN ON AROPEN IS PASSED OVER
066300*    AND ITS MONEY STAYS WITH THE PAYMENT.
066400*--------------------------------------------------------------
066500 2200-PAY-QUOTED-INVOICE.
066600     IF NOT WS-PAYMENT-OPEN OR WS-PAY-REMAINING = ZERO
066700         GO TO 2200-EXIT
066800     END-IF
066900
067000     MOVE LB-INVOICE-NUMBER TO AR-INVOICE-NUMBER
067100     READ AR-OPEN-ITEMS
067200         INVALID KEY
067300             DISPLAY "Check " WS-PAY-CHECK-NUMBER
067400                 " quotes invoice " LB-INVOICE-NUMBER
067500                 " - not on the open-item file."
067600             GO TO 2200-EXIT
067700     END-READ
067800     IF AR-CREDIT-MEMO OR AR-ITEM-STATUS NOT = 'O'
067900         DISPLAY "Check " WS-PAY-CHECK-NUMBER
068000             " quotes " LB-INVOICE-NUMBER
068100             " - not an open invoice."
068200         GO TO 2200-EXIT
068300     END-IF
068400
068500     MOVE AR-INVOICE-NUMBER TO WS-LOOK-INVOICE
068600     PERFORM 2800-FIND-PENDING THRU 2800-EXIT
068700     COMPUTE WS-OPEN-AMOUNT = AR-INVOICE-AMOUNT
068800         - AR-AMOUNT-PAID - WS-PENDING-AMOUNT
068900     IF WS-OPEN-AMOUNT NOT > ZERO
069000         DISPLAY "Check " WS-PAY-CHECK-NUMBER
069100             " quotes invoice " LB-INVOICE-NUMBER
069200             " - already paid."
069300         GO TO 2200-EXIT
069400     END-IF
069500
069600     IF LB-INVOICE-AMOUNT = ZERO
069700       OR LB-INVOICE-AMOUNT > WS-OPEN-AMOUNT
069800         MOVE WS-OPEN-AMOUNT TO WS-RCPT-AMOUNT
069900     ELSE
070000         MOVE LB-INVOICE-AMOUNT TO WS-RCPT-AMOUNT
070100     END-IF
070200     IF WS-RCPT-AMOUNT > WS-PAY-REMAINING
070300         MOVE WS-PAY-REMAINING TO WS-RCPT-AMOUNT
070400     END-IF
070500
070600     IF WS-PAY-CUSTOMER = SPACES
070700         MOVE AR-CUSTOMER-ID TO WS-PAY-CUSTOMER
070800     END-IF
070900     MOVE AR-INVOICE-NUMBER TO WS-RCPT-INVOICE
071000     PERFORM 2500-WRITE-RECEIPT THRU 2500-EXIT.
071100 2200-EXIT.
071200     EXIT.
071300
071400*--------------------------------------------------------------
071500* 2300-MATCH-BY-AMOUNT
071600*    LOOKS FOR THE CUSTOMER'S OLDEST OPEN INVOICE STILL OWING
071700*    EXACTLY WHAT IS LEFT OF THE PAYMENT.
071800*--------------------------------------------------------------
071900 2300-MATCH-BY-AMOUNT.
072000     MOVE 'N' TO WS-MATCH-FOUND-SW
072100     MOVE 'N' TO WS-AR-EOF-SWITCH
072200     MOVE 0   TO AR-INVOICE-NUMBER
072300     START AR-OPEN-ITEMS KEY IS NOT LESS THAN AR-INVOICE-NUMBER
072400         INVALID KEY
072500             MOVE 'Y' TO WS-AR-EOF-SWITCH
072600     END-START
072700     PERFORM 2350-MATCH-ONE-ITEM THRU 2350-EXIT
072800         UNTIL WS-END-OF-ITEMS OR WS-MATCH-FOUND
072900     IF WS-MATCH-FOUND
073000         MOVE WS-PAY-REMAINING TO WS-RCPT-AMOUNT
073100         PERFORM 2500-WRITE-RECEIPT THRU 2500-EXIT
073200     END-IF.
073300 2300-EXIT.
073400     EXIT.
073500
073600*--------------------------------------------------------------
073700* 2350-MATCH-ONE-ITEM
073800*    TESTS ONE OPEN ITEM FOR THE CUSTOMER-AND-AMOUNT MATCH.
073900*--------------------------------------------------------------
074000 2350-MATCH-ONE-ITEM.
074100     READ AR-OPEN-ITEMS NEXT RECORD
074200         AT END
074300             MOVE 'Y' TO WS-AR-EOF-SWITCH
074400             GO TO 2350-EXIT
074500     END-READ
074600     IF AR-CUSTOMER-ID NOT = WS-PAY-CUSTOMER
074700       OR AR-CREDIT-MEMO OR AR-ITEM-STATUS NOT = 'O'
074800         GO TO 2350-EXIT
074900     END-IF
075000
075100     MOVE AR-INVOICE-NUMBER TO WS-LOOK-INVOICE
075200     PERFORM 2800-FIND-PENDING THRU 2800-EXIT
075300     COMPUTE WS-OPEN-AMOUNT = AR-INVOICE-AMOUNT
075400         - AR-AMOUNT-PAID - WS-PENDING-AMOUNT
075500     IF WS-OPEN-AMOUNT = WS-PAY-REMAINING
075600         MOVE AR-INVOICE-NUMBER TO WS-RCPT-INVOICE
075700         MOVE 'Y' TO WS-MATCH-FOUND-SW
075800     END-IF.
075900 2350-EXIT.
076000     EXIT.
076100
076200*--------------------------------------------------------------
076300* 2500-WRITE-RECEIPT
076400*    WRITES ONE CASHRCPT RECEIPT, DATED THE DEPOSIT DATE, AND
076500*    TAKES IT OFF WHAT IS LEFT OF THE PAYMENT. WHEN THE
076600*    PENDING TABLE IS FULL THE MONEY IS LEFT UNMATCHED RATHER
076700*    THAN RISK PAYING AN INVOICE TWICE.
076800*--------------------------------------------------------------
076900 2500-WRITE-RECEIPT.
077000     MOVE WS-RCPT-INVOICE TO WS-LOOK-INVOICE
077100     PERFORM 2850-ADD-PENDING THRU 2850-EXIT
077200     IF WS-PENDING-FOUND-SUB = 0
077300         GO TO 2500-EXIT
077400     END-IF
077500
077600     MOVE SPACES          TO CR-RECEIPT-RECORD
077700     MOVE WS-DEPOSIT-DATE TO CR-RECEIPT-DATE
077800     MOVE WS-RCPT-INVOICE TO CR-INVOICE-NUMBER
077900     MOVE WS-RCPT-AMOUNT  TO CR-AMOUNT
078000     WRITE CR-RECEIPT-RECORD
078100     IF NOT WS-CR-OK
078200         DISPLAY "WARNING: could not write CASHRCPT, status "
078300             WS-CR-FILE-STATUS " - check " WS-PAY-CHECK-NUMBER
078400             " left unmatched."
078500         SUBTRACT WS-RCPT-AMOUNT
078600             FROM WS-PND-AMOUNT (WS-PENDING-FOUND-SUB)
078700         GO TO 2500-EXIT
078800     END-IF
078900
079000     SUBTRACT WS-RCPT-AMOUNT FROM WS-PAY-REMAINING
079100     ADD WS-RCPT-AMOUNT TO WS-MONEY-MATCHED
079200     ADD 1 TO WS-PAY-RECEIPTS
079300     ADD 1 TO WS-RECEIPTS-WRITTEN.
079400 2500-EXIT.
079500     EXIT.
079600
079700*--------------------------------------------------------------
079800* 2600-WRITE-UNAPPLIED
079900*    HOLDS WHAT IS LEFT OF THE PAYMENT ON UNAPPCSH AGAINST ITS
080000*    CUSTOMER, OR *UNKNOWN* WHEN THERE IS NONE. MONEY THAT
080020*    CANNOT BE WRITTEN THERE IS POSTED NOWHERE - IT IS LISTED
080040*    AS NOT POSTED, WITH CHECK, CUSTOMER AND AMOUNT, FOR THE
080060*    OFFICE TO KEY, AND THE RUN ENDS RC 1.
080100*--------------------------------------------------------------
080200 2600-WRITE-UNAPPLIED.
080300     MOVE SPACES TO UC-UNAPPLIED-RECORD
080400     IF WS-PAY-CUSTOMER = SPACES
080500         MOVE WS-UNKNOWN-CUSTOMER TO UC-CUSTOMER-ID
080600     ELSE
080700         MOVE WS-PAY-CUSTOMER TO UC-CUSTOMER-ID
080800     END-IF
080900     MOVE WS-DEPOSIT-DATE     TO UC-RECEIPT-DATE
081000     MOVE WS-PAY-CHECK-NUMBER TO UC-CHECK-NUMBER
081100     MOVE WS-PAY-REMAINING    TO UC-AMOUNT
081200     MOVE WS-UNAPPLIED-REASON TO UC-REASON
081300     WRITE UC-UNAPPLIED-RECORD
081400     IF NOT WS-UC-OK
081500         MOVE WS-PAY-REMAINING TO WS-MONEY-EDIT
081600         DISPLAY "ERROR: could not write UNAPPCSH, status "
081700             WS-UC-FILE-STATUS
081710         DISPLAY "NOT POSTED check " WS-PAY-CHECK-NUMBER " "
081720             UC-CUSTOMER-ID " " WS-MONEY-EDIT " - "
081730             WS-UNAPPLIED-REASON
081740         MOVE 1 TO RETURN-CODE
081750         ADD WS-PAY-REMAINING TO WS-MONEY-UNPOSTED
081760         ADD 1 TO WS-UNPOSTED-COUNT
081770         MOVE 0 TO WS-PAY-REMAINING
081780         GO TO 2600-EXIT
081790     END-IF
081800
081900     MOVE WS-PAY-REMAINING TO WS-MONEY-EDIT
082000     DISPLAY "UNAPPLIED check " WS-PAY-CHECK-NUMBER " "
082100         UC-CUSTOMER-ID " " WS-MONEY-EDIT " - "
082200         WS-UNAPPLIED-REASON
082300     ADD WS-PAY-REMAINING TO WS-MONEY-UNAPPLIED
082400     ADD 1 TO WS-UNAPPLIED-COUNT
082500     MOVE 0 TO WS-PAY-REMAINING.
082600 2600-EXIT.
082700     EXIT.
082800
082900*--------------------------------------------------------------
083000* 2800-FIND-PENDING
083100*    FINDS WS-LOOK-INVOICE IN THE PENDING TABLE. RETURNS ITS
083200*    ENTRY (ZERO WHEN NOT THERE) AND THE AMOUNT PENDING.
083300*--------------------------------------------------------------
083400 2800-FIND-PENDING.
083500     MOVE 0 TO WS-PENDING-FOUND-SUB
083600     MOVE 0 TO WS-PENDING-AMOUNT
083700     MOVE 1 TO WS-PENDING-SUB
083800     PERFORM 2810-CHECK-ONE-PENDING THRU 2810-EXIT
083900         UNTIL WS-PENDING-FOUND-SUB > 0
084000            OR WS-PENDING-SUB > WS-PENDING-COUNT.
084100 2800-EXIT.
084200     EXIT.
084300
084400*--------------------------------------------------------------
084500* 2810-CHECK-ONE-PENDING
084600*    COMPARES ONE PENDING TABLE ENTRY.
084700*--------------------------------------------------------------
084800 2810-CHECK-ONE-PENDING.
084900     IF WS-PND-INVOICE (WS-PENDING-SUB) = WS-LOOK-INVOICE
085000         MOVE WS-PENDING-SUB TO WS-PENDING-FOUND-SUB
085100         MOVE WS-PND-AMOUNT (WS-PENDING-SUB)
085200             TO WS-PENDING-AMOUNT
085300     END-IF
085400     ADD 1 TO WS-PENDING-SUB.
085500 2810-EXIT.
085600     EXIT.
085700
085800*--------------------------------------------------------------
085900* 2850-ADD-PENDING
086000*    ADDS WS-RCPT-AMOUNT TO THE PENDING ENTRY FOR
086100*    WS-LOOK-INVOICE, STARTING ONE IF NEED BE. LEAVES
086200*    WS-PENDING-FOUND-SUB ZERO WHEN THE TABLE IS FULL.
086300*--------------------------------------------------------------
086400 2850-ADD-PENDING.
086500     PERFORM 2800-FIND-PENDING THRU 2800-EXIT
086600     IF WS-PENDING-FOUND-SUB = 0
086700         IF WS-PENDING-COUNT >= WS-MAX-PENDING
086800             DISPLAY "WARNING: pending receipts table full - "
086900                 "invoice " WS-LOOK-INVOICE " not matched."
087000             GO TO 2850-EXIT
087100         END-IF
087200         ADD 1 TO WS-PENDING-COUNT
087300         MOVE WS-PENDING-COUNT TO WS-PENDING-FOUND-SUB
087400         MOVE WS-LOOK-INVOICE
087500             TO WS-PND-INVOICE (WS-PENDING-FOUND-SUB)
087600         MOVE 0 TO WS-PND-AMOUNT (WS-PENDING-FOUND-SUB)
087700     END-IF
087800     ADD WS-RCPT-AMOUNT TO WS-PND-AMOUNT (WS-PENDING-FOUND-SUB).
087900 2850-EXIT.
088000     EXIT.
088100
088200*--------------------------------------------------------------
088300* 2900-FINISH-PAYMENT
088400*    CLOSES OFF A PAYMENT. WHAT THE QUOTED INVOICES DID NOT
088500*    TAKE IS MATCHED BY CUSTOMER AND EXACT AMOUNT; WHAT IS
088600*    STILL LEFT GOES TO UNAPPLIED CASH WITH THE REASON.
088700*--------------------------------------------------------------
088800 2900-FINISH-PAYMENT.
088900     MOVE 'N' TO WS-PAYMENT-OPEN-SW
089000     IF WS-PAY-REMAINING = ZERO
089100         GO TO 2900-EXIT
089200     END-IF
089300
089400     IF WS-PAY-CUSTOMER NOT = SPACES
089500         PERFORM 2300-MATCH-BY-AMOUNT THRU 2300-EXIT
089600         IF WS-PAY-REMAINING = ZERO
089700             GO TO 2900-EXIT
089800         END-IF
089900     END-IF
090000
090100     MOVE SPACES TO WS-UNAPPLIED-REASON
090200     IF WS-PAY-RECEIPTS > 0
090300         MOVE "left over after the invoices quoted"
090400             TO WS-UNAPPLIED-REASON
090500     ELSE
090600         IF WS-BAD-CUSTOMER AND WS-PAY-CUSTOMER = SPACES
090700             STRING "bank customer " WS-PAY-BANK-CUSTOMER
090800                 " not on file" DELIMITED BY SIZE
090900                 INTO WS-UNAPPLIED-REASON
091000         ELSE
091100             IF WS-PAY-CUSTOMER = SPACES
091200                 MOVE "no invoice or customer to match"
091300                     TO WS-UNAPPLIED-REASON
091400             ELSE
091500                 MOVE "no open invoice matched"
091600                     TO WS-UNAPPLIED-REASON
091700             END-IF
091800         END-IF
091900     END-IF
092000     PERFORM 2600-WRITE-UNAPPLIED THRU 2600-EXIT.
092100 2900-EXIT.
092200     EXIT.
092300
092400*--------------------------------------------------------------
092500* 9000-TERMINATE
092600*    CLOSES THE FILES, SUMMARIZES THE IMPORT AND WRITES THE
092700*    RUN STATISTICS.
092800*--------------------------------------------------------------
092900 9000-TERMINATE.
093000     CLOSE AR-OPEN-ITEMS
093100     CLOSE CUSTOMER-MASTER
093200     CLOSE CASH-RECEIPTS
093300     CLOSE UNAPPLIED-CASH
093400
093500     MOVE WS-MONEY-MATCHED TO WS-MONEY-EDIT
093600     DISPLAY "Payments: " WS-PAYMENT-COUNT
093700         " Receipts written to CASHRCPT: " WS-RECEIPTS-WRITTEN
093800         " for " WS-MONEY-EDIT
093900     MOVE WS-MONEY-UNAPPLIED TO WS-MONEY-EDIT
094000     DISPLAY "Held as unapplied cash on UNAPPCSH: "
094100         WS-UNAPPLIED-COUNT " for " WS-MONEY-EDIT
094110     IF WS-UNPOSTED-COUNT > 0
094120         MOVE WS-MONEY-UNPOSTED TO WS-MONEY-EDIT
094130         DISPLAY "ERROR: NOT POSTED anywhere: "
094140             WS-UNPOSTED-COUNT " for " WS-MONEY-EDIT
094150             " - key the items listed above by hand."
094160     END-IF
094200     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
094300 9000-EXIT.
094400     EXIT.
094500
094600*--------------------------------------------------------------
094700* 9500-WRITE-RUN-STATS
094800*    APPENDS THIS RUN'S STATISTICS TO THE COMMON RUNSTATS
094900*    CONTROL FILE FOR THE END-OF-DAY BALANCING REPORT - READ
095000*    IS PAYMENTS, ACCEPTED IS RECEIPTS WRITTEN, REJECTED IS
095100*    UNAPPLIED AND UNPOSTED ITEMS, AND THE MONEY COLUMN IS
095150*    THE DEPOSIT.
095200*--------------------------------------------------------------
095300 9500-WRITE-RUN-STATS.
095400     OPEN EXTEND RUN-STATS
095500     IF NOT WS-RS-OK
095600         OPEN OUTPUT RUN-STATS
095700         IF NOT WS-RS-OK
095800             DISPLAY "WARNING: could not open RUNSTATS, "
095900                 "status " WS-RS-FILE-STATUS
096000             GO TO 9500-EXIT
096100         END-IF
096200     END-IF
096300
096400     MOVE WS-CURRENT-DATE TO WS-RS-DATE
096500     ACCEPT WS-RS-TIME-NOW FROM TIME
096600     MOVE WS-RS-TIME-NOW TO WS-RS-TIME
096700     MOVE WS-PAYMENT-COUNT    TO WS-RS-READ
096800     MOVE WS-RECEIPTS-WRITTEN TO WS-RS-ACCEPTED
096900     COMPUTE WS-RS-REJECTED = WS-UNAPPLIED-COUNT
096950         + WS-UNPOSTED-COUNT
097000     MOVE WS-PAYMENT-TOTAL    TO WS-RS-MONEY
097100     MOVE RETURN-CODE         TO WS-RS-RC
097200
097300     WRITE RS-STATS-RECORD FROM WS-STATS-LINE
097400     IF NOT WS-RS-OK
097500         DISPLAY "WARNING: could not write RUNSTATS, status "
097600             WS-RS-FILE-STATUS
097700     END-IF
097800     CLOSE RUN-STATS.
097900 9500-EXIT.
098000     EXIT.
