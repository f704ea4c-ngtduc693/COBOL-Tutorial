000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CashApply.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - APPLIES THE UNAPPLIED CASH
001100*                 LockboxImport HOLDS ON UNAPPCSH. THE OFFICE
001200*                 PICKS AN ITEM AND EITHER APPLIES IT (ALL OR
001300*                 PART) TO AN OPEN INVOICE OF THE SAME CUSTOMER,
001400*                 WHICH WRITES A CASHRCPT RECEIPT DATED THE DAY
001500*                 THE MONEY CAME IN FOR THE NIGHTLY CashReceipts
001600*                 RUN, OR REASSIGNS IT TO THE RIGHT CUSTOMER
001700*                 (THE ONLY WAY AN *UNKNOWN* ITEM CAN BE
001800*                 APPLIED). UNAPPCSH IS REWRITTEN AT END OF
001900*                 SESSION WITH WHAT IS STILL UNAPPLIED. LIKE
002000*                 OrderReview ON ORDSUSP, ONE SESSION AT A TIME
002100*                 AND NOT WHILE LockboxImport IS RUNNING.
002120* 2026-10-15 DT   A FAILED OPEN OR WRITE OF UNAPPCSH AT END OF
002140*                 SESSION IS NOW AN ERROR WITH RC 1, AND EVERY
002160*                 ITEM NOT WRITTEN BACK IS LISTED WITH CUSTOMER,
002180*                 DATE, CHECK AND AMOUNT SO IT CAN BE RE-KEYED.
002200*--------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. GNUCOBOL.
002700 OBJECT-COMPUTER. GNUCOBOL.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT UNAPPLIED-CASH ASSIGN TO "UNAPPCSH"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-UC-FILE-STATUS.
003400
003500     SELECT AR-OPEN-ITEMS ASSIGN TO "AROPEN"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS AR-INVOICE-NUMBER
003900         FILE STATUS IS WS-AR-FILE-STATUS.
004000
004100     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS CM-CUSTOMER-ID
004500         FILE STATUS IS WS-CM-FILE-STATUS.
004600
004700     SELECT CASH-RECEIPTS ASSIGN TO "CASHRCPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-CR-FILE-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300*    UNAPPLIED CASH - MONEY RECEIVED BUT NOT YET PUT AGAINST
005400*    AN INVOICE, HELD ON THE CUSTOMER'S ACCOUNT (*UNKNOWN*
005500*    WHEN THE REMITTER COULD NOT BE IDENTIFIED).
005600 FD  UNAPPLIED-CASH
005700     LABEL RECORDS ARE STANDARD.
005800 01  UC-UNAPPLIED-RECORD.
005900     05 UC-CUSTOMER-ID           PIC X(10).
006000     05 FILLER                   PIC X(01).
006100     05 UC-RECEIPT-DATE          PIC 9(08).
006200     05 FILLER                   PIC X(01).
006300     05 UC-CHECK-NUMBER          PIC X(10).
006400     05 FILLER                   PIC X(01).
006500     05 UC-AMOUNT                PIC 9(09)V99.
006600     05 FILLER                   PIC X(01).
006700     05 UC-REASON                PIC X(40).
006800
006900 FD  AR-OPEN-ITEMS
007000     LABEL RECORDS ARE STANDARD.
007100 01  AR-OPEN-ITEM-RECORD.
007200     05 AR-INVOICE-NUMBER        PIC 9(10).
007300     05 AR-CUSTOMER-ID           PIC X(10).
007400     05 AR-INVOICE-DATE          PIC 9(08).
007500     05 AR-INVOICE-AMOUNT        PIC 9(09)V99.
007600     05 AR-AMOUNT-PAID           PIC 9(09)V99.
007700     05 AR-ITEM-STATUS           PIC X(01).
007800     05 AR-ITEM-TYPE             PIC X(01).
007900         88 AR-CREDIT-MEMO           VALUE 'C'.
008000     05 AR-APPLIES-TO            PIC 9(10).
008100
008200 FD  CUSTOMER-MASTER
008300     LABEL RECORDS ARE STANDARD.
008400 01  CM-CUSTOMER-RECORD.
008500     05 CM-CUSTOMER-ID           PIC X(10).
008600     05 CM-CUSTOMER-NAME         PIC X(30).
008700     05 CM-ACCT-STATUS           PIC X(02).
008800     05 CM-DATE-LOADED           PIC 9(08).
008900     05 CM-CREDIT-LIMIT          PIC 9(07)V99.
009000     05 CM-MAINTAINED-FIELDS.
009100         10 CM-HOLD-FLAG         PIC X(01).
009200             88 CM-ON-HOLD           VALUE 'H'.
009300         10 CM-HOLD-REASON       PIC X(30).
009400         10 CM-STATUS-LOCAL      PIC X(01).
009500             88 CM-STATUS-SET-LOCALLY VALUE 'Y'.
009600         10 CM-BILL-ADDRESS-1    PIC X(30).
009700         10 CM-BILL-ADDRESS-2    PIC X(30).
009800         10 CM-BILL-CITY         PIC X(20).
009900         10 CM-BILL-STATE        PIC X(02).
010000         10 CM-BILL-ZIP          PIC X(10).
010100         10 CM-CONTACT-NAME      PIC X(30).
010200         10 CM-CONTACT-PHONE     PIC X(15).
010300         10 CM-LAST-MAINT-DATE   PIC 9(08).
010400         10 CM-TAX-CODE          PIC X(04).
010500         10 CM-TAX-EXEMPT-FLAG   PIC X(01).
010600             88 CM-TAX-EXEMPT        VALUE 'E'.
010700         10 CM-TAX-EXEMPT-CERT   PIC X(15).
010800
010900 FD  CASH-RECEIPTS
011000     LABEL RECORDS ARE STANDARD.
011100 01  CR-RECEIPT-RECORD.
011200     05 CR-RECEIPT-DATE          PIC 9(08).
011300     05 FILLER                   PIC X(01).
011400     05 CR-INVOICE-NUMBER        PIC 9(10).
011500     05 FILLER                   PIC X(01).
011600     05 CR-AMOUNT                PIC 9(09)V99.
011700
011800 WORKING-STORAGE SECTION.
011900*--------------------------------------------------------------
012000* FILE STATUS FIELDS
012100*--------------------------------------------------------------
012200 01 WS-UC-FILE-STATUS       PIC X(02) VALUE '00'.
012300     88 WS-UC-OK                VALUE '00'.
012400 01 WS-AR-FILE-STATUS       PIC X(02) VALUE '00'.
012500     88 WS-AR-OK                VALUE '00'.
012600 01 WS-CM-FILE-STATUS       PIC X(02) VALUE '00'.
012700     88 WS-CM-OK                VALUE '00'.
012800 01 WS-CR-FILE-STATUS       PIC X(02) VALUE '00'.
012900     88 WS-CR-OK                VALUE '00'.
013000
013100*--------------------------------------------------------------
013200* SESSION FIELDS
013300*--------------------------------------------------------------
013400 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
013500 01 WS-CURRENT-DATE         PIC 9(08).
013600 01 WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
013700 01 WS-UNKNOWN-CUSTOMER     PIC X(10) VALUE "*UNKNOWN*".
013800 01 WS-DONE-SWITCH          PIC X(01) VALUE 'N'.
013900     88 WS-SESSION-DONE         VALUE 'Y'.
014000 01 WS-PICKED-ITEM          PIC 9(04) VALUE 0.
014100 01 WS-APPLY-ACTION         PIC X(01) VALUE SPACE.
014200     88 WS-ACTION-APPLY         VALUE 'A' 'a'.
014300     88 WS-ACTION-REASSIGN      VALUE 'R' 'r'.
014400 01 WS-APPLY-INVOICE        PIC 9(10) VALUE 0.
014500 01 WS-APPLY-AMOUNT         PIC 9(09)V99 VALUE 0.
014600 01 WS-NEW-CUSTOMER         PIC X(10) VALUE SPACES.
014700 01 WS-OPEN-AMOUNT          PIC S9(09)V99 VALUE 0.
014800 01 WS-MONEY-EDIT           PIC ZZZ,ZZZ,ZZ9.99.
014900 01 WS-MONEY-EDIT-2         PIC ZZZ,ZZZ,ZZ9.99.
015000 01 WS-APPLIED-COUNT        PIC 9(05) VALUE 0.
015100 01 WS-REASSIGNED-COUNT     PIC 9(05) VALUE 0.
015200 01 WS-STILL-HELD-COUNT     PIC 9(05) VALUE 0.
015220 01 WS-NOT-WRITTEN-COUNT    PIC 9(05) VALUE 0.
015240 01 WS-MONEY-NOT-WRITTEN    PIC 9(09)V99 VALUE 0.
015300
015400*--------------------------------------------------------------
015500* UNAPPLIED CASH TABLE
015600*    THE WHOLE OF UNAPPCSH IS HELD FOR THE SESSION AND
015700*    WRITTEN BACK AT THE END. A FILE TOO BIG FOR THE TABLE
015800*    IS LEFT ALONE RATHER THAN TRUNCATED.
015900*--------------------------------------------------------------
016000 01 WS-UC-EOF-SWITCH        PIC X(01) VALUE 'N'.
016100     88 WS-END-OF-UNAPPLIED     VALUE 'Y'.
016200 01 WS-MAX-ITEMS            PIC 9(04) VALUE 1000.
016300 01 WS-ITEM-COUNT           PIC 9(04) VALUE 0.
016400 01 WS-ITEM-SUB             PIC 9(04) VALUE 0.
016500 01 WS-ITEM-TABLE.
016600     05 WS-ITEM-ENTRY OCCURS 1000 TIMES.
016700         10 WS-UCI-CUSTOMER     PIC X(10).
016800         10 WS-UCI-DATE         PIC 9(08).
016900         10 WS-UCI-CHECK        PIC X(10).
017000         10 WS-UCI-AMOUNT       PIC 9(09)V99.
017100         10 WS-UCI-REASON       PIC X(40).
017200
017300*--------------------------------------------------------------
017400* PENDING RECEIPTS TABLE
017500*    EVERY RECEIPT ALREADY WAITING ON CASHRCPT FOR AN INVOICE,
017600*    SO AN ITEM IS NEVER APPLIED TO MONEY THE NIGHTLY RUN WILL
017700*    ALREADY PAY OFF.
017800*--------------------------------------------------------------
017900 01 WS-CR-EOF-SWITCH        PIC X(01) VALUE 'N'.
018000     88 WS-END-OF-RECEIPTS      VALUE 'Y'.
018100 01 WS-MAX-PENDING          PIC 9(04) VALUE 2000.
018200 01 WS-PENDING-COUNT        PIC 9(04) VALUE 0.
018300 01 WS-PENDING-SUB          PIC 9(04) VALUE 0.
018400 01 WS-PENDING-FOUND-SUB    PIC 9(04) VALUE 0.
018500 01 WS-PENDING-AMOUNT       PIC 9(09)V99 VALUE 0.
018600 01 WS-LOOK-INVOICE         PIC 9(10) VALUE 0.
018700 01 WS-PENDING-TABLE.
018800     05 WS-PENDING-ENTRY OCCURS 2000 TIMES.
018900         10 WS-PND-INVOICE      PIC 9(10).
019000         10 WS-PND-AMOUNT       PIC 9(09)V99.
019100
019200 PROCEDURE DIVISION.
019300*--------------------------------------------------------------
019400* 0000-MAIN-PROCESS
019500*    CONTROLS THE OVERALL FLOW OF THE CASH APPLICATION SESSION.
019600*--------------------------------------------------------------
019700 0000-MAIN-PROCESS.
019800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019900     PERFORM 2000-PROCESS-ITEMS THRU 2000-EXIT
020000     PERFORM 9000-TERMINATE THRU 9000-EXIT
020100     STOP RUN.
020200
020300*--------------------------------------------------------------
020400* 1000-INITIALIZE
020500*    LOADS THE UNAPPLIED CASH AND THE PENDING RECEIPTS AND
020600*    OPENS THE FILES. NOTHING ON UNAPPCSH MEANS NOTHING TO
020700*    APPLY.
020800*--------------------------------------------------------------
020900 1000-INITIALIZE.
021000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
021100     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
021200         "DUKE_BUSINESS_DATE"
021300     IF WS-BUSINESS-DATE IS NUMERIC
021400         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
021500     END-IF
021600     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
021700     IF WS-OPERATOR-ID = SPACES
021800         MOVE "UNKNOWN" TO WS-OPERATOR-ID
021900     END-IF
022000
022100     PERFORM 1100-LOAD-UNAPPLIED THRU 1100-EXIT
022200     IF WS-ITEM-COUNT = 0
022300         DISPLAY "No unapplied cash on UNAPPCSH - nothing to "
022400             "apply."
022500         STOP RUN
022600     END-IF
022700
022800     PERFORM 1200-LOAD-PENDING THRU 1200-EXIT
022900
023000     OPEN INPUT AR-OPEN-ITEMS
023100     IF NOT WS-AR-OK
023200         DISPLAY "ERROR: cannot open AROPEN, status "
023300             WS-AR-FILE-STATUS
023400         MOVE 1 TO RETURN-CODE
023500         STOP RUN
023600     END-IF
023700
023800     OPEN INPUT CUSTOMER-MASTER
023900     IF NOT WS-CM-OK
024000         DISPLAY "ERROR: cannot open CUSTMSTR, status "
024100             WS-CM-FILE-STATUS
024200         CLOSE AR-OPEN-ITEMS
024300         MOVE 1 TO RETURN-CODE
024400         STOP RUN
024500     END-IF
024600
024700     OPEN EXTEND CASH-RECEIPTS
024800     IF NOT WS-CR-OK
024900         OPEN OUTPUT CASH-RECEIPTS
025000         IF NOT WS-CR-OK
025100             DISPLAY "ERROR: cannot open CASHRCPT, status "
025200                 WS-CR-FILE-STATUS
025300             CLOSE AR-OPEN-ITEMS
025400             CLOSE CUSTOMER-MASTER
025500             MOVE 1 TO RETURN-CODE
025600             STOP RUN
025700         END-IF
025800     END-IF.
025900 1000-EXIT.
026000     EXIT.
026100
026200*--------------------------------------------------------------
026300* 1100-LOAD-UNAPPLIED
026400*    LOADS UNAPPCSH INTO THE ITEM TABLE. MORE ITEMS THAN THE
026500*    TABLE HOLDS STOPS THE SESSION WITH THE FILE UNTOUCHED.
026600*--------------------------------------------------------------
026700 1100-LOAD-UNAPPLIED.
026800     OPEN INPUT UNAPPLIED-CASH
026900     IF NOT WS-UC-OK
027000         GO TO 1100-EXIT
027100     END-IF
027200     MOVE 'N' TO WS-UC-EOF-SWITCH
027300     PERFORM 1150-LOAD-ONE-ITEM THRU 1150-EXIT
027400         UNTIL WS-END-OF-UNAPPLIED
027500     CLOSE UNAPPLIED-CASH.
027600 1100-EXIT.
027700     EXIT.
027800
027900*--------------------------------------------------------------
028000* 1150-LOAD-ONE-ITEM
028100*    READS ONE UNAPPLIED CASH ITEM INTO THE NEXT TABLE ENTRY.
028200*--------------------------------------------------------------
028300 1150-LOAD-ONE-ITEM.
028400     READ UNAPPLIED-CASH
028500         AT END
028600             MOVE 'Y' TO WS-UC-EOF-SWITCH
028700             GO TO 1150-EXIT
028800     END-READ
028900     IF WS-ITEM-COUNT >= WS-MAX-ITEMS
029000         DISPLAY "ERROR: UNAPPCSH holds more than "
029100             WS-MAX-ITEMS " items - session stopped, "
029200             "nothing changed."
029300         CLOSE UNAPPLIED-CASH
029400         MOVE 1 TO RETURN-CODE
029500         STOP RUN
029600     END-IF
029700     ADD 1 TO WS-ITEM-COUNT
029800     MOVE UC-CUSTOMER-ID  TO WS-UCI-CUSTOMER (WS-ITEM-COUNT)
029900     MOVE UC-RECEIPT-DATE TO WS-UCI-DATE (WS-ITEM-COUNT)
030000     MOVE UC-CHECK-NUMBER TO WS-UCI-CHECK (WS-ITEM-COUNT)
030100     MOVE UC-AMOUNT       TO WS-UCI-AMOUNT (WS-ITEM-COUNT)
030200     MOVE UC-REASON       TO WS-UCI-REASON (WS-ITEM-COUNT).
030300 1150-EXIT.
030400     EXIT.
030500
030600*--------------------------------------------------------------
030700* 1200-LOAD-PENDING
030800*    LOADS THE RECEIPTS ALREADY ON CASHRCPT INTO THE PENDING
030900*    TABLE. NO CASHRCPT SIMPLY MEANS NOTHING IS PENDING.
031000*--------------------------------------------------------------
031100 1200-LOAD-PENDING.
031200     OPEN INPUT CASH-RECEIPTS
031300     IF NOT WS-CR-OK
031400         GO TO 1200-EXIT
031500     END-IF
031600     MOVE 'N' TO WS-CR-EOF-SWITCH
031700     PERFORM 1250-LOAD-ONE-PENDING THRU 1250-EXIT
031800         UNTIL WS-END-OF-RECEIPTS
031900     CLOSE CASH-RECEIPTS.
032000 1200-EXIT.
032100     EXIT.
032200
032300*--------------------------------------------------------------
032400* 1250-LOAD-ONE-PENDING
032500*    ADDS ONE WAITING RECEIPT TO THE PENDING TABLE.
032600*--------------------------------------------------------------
032700 1250-LOAD-ONE-PENDING.
032800     READ CASH-RECEIPTS
032900         AT END
033000             MOVE 'Y' TO WS-CR-EOF-SWITCH
033100             GO TO 1250-EXIT
033200     END-READ
033300     IF CR-INVOICE-NUMBER IS NOT NUMERIC
033400       OR CR-AMOUNT IS NOT NUMERIC
033500         GO TO 1250-EXIT
033600     END-IF
033700     MOVE CR-INVOICE-NUMBER TO WS-LOOK-INVOICE
033800     MOVE CR-AMOUNT         TO WS-APPLY-AMOUNT
033900     PERFORM 2850-ADD-PENDING THRU 2850-EXIT.
034000 1250-EXIT.
034100     EXIT.
034200
034300*--------------------------------------------------------------
034400* 2000-PROCESS-ITEMS
034500*    LISTS THE UNAPPLIED CASH, THEN TAKES ONE DECISION PER
034600*    PASS UNTIL THE OPERATOR PICKS ITEM ZERO.
034700*--------------------------------------------------------------
034800 2000-PROCESS-ITEMS.
034900     PERFORM 2050-LIST-ITEMS THRU 2050-EXIT
035000     PERFORM 2100-WORK-ONE-ITEM THRU 2100-EXIT
035100         UNTIL WS-SESSION-DONE.
035200 2000-EXIT.
035300     EXIT.
035400
035500*--------------------------------------------------------------
035600* 2050-LIST-ITEMS
035700*    LISTS EVERY ITEM WITH MONEY STILL UNAPPLIED.
035800*--------------------------------------------------------------
035900 2050-LIST-ITEMS.
036000     DISPLAY "Unapplied cash - " WS-ITEM-COUNT " item(s):"
036100     MOVE 1 TO WS-ITEM-SUB
036200     PERFORM 2060-LIST-ONE-ITEM THRU 2060-EXIT
036300         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT.
036400 2050-EXIT.
036500     EXIT.
036600
036700*--------------------------------------------------------------
036800* 2060-LIST-ONE-ITEM
036900*    LISTS ONE ITEM IF ANY OF IT IS STILL UNAPPLIED.
037000*--------------------------------------------------------------
037100 2060-LIST-ONE-ITEM.
037200     IF WS-UCI-AMOUNT (WS-ITEM-SUB) > ZERO
037300         MOVE WS-UCI-AMOUNT (WS-ITEM-SUB) TO WS-MONEY-EDIT
037400         DISPLAY "  " WS-ITEM-SUB " "
037500             WS-UCI-DATE (WS-ITEM-SUB) " "
037600             WS-UCI-CUSTOMER (WS-ITEM-SUB) " check "
037700             WS-UCI-CHECK (WS-ITEM-SUB) " "
037800             WS-MONEY-EDIT " - "
037900             WS-UCI-REASON (WS-ITEM-SUB)
038000     END-IF
038100     ADD 1 TO WS-ITEM-SUB.
038200 2060-EXIT.
038300     EXIT.
038400
038500*--------------------------------------------------------------
038600* 2100-WORK-ONE-ITEM
038700*    TAKES ONE DECISION - THE OPERATOR PICKS AN ITEM AND
038800*    APPLIES IT, REASSIGNS IT OR KEEPS IT.
038900*--------------------------------------------------------------
039000 2100-WORK-ONE-ITEM.
039100     DISPLAY "Item number (0 to finish): "
039200     ACCEPT WS-PICKED-ITEM
039300     IF WS-PICKED-ITEM = 0
039400         MOVE 'Y' TO WS-DONE-SWITCH
039500         GO TO 2100-EXIT
039600     END-IF
039700     IF WS-PICKED-ITEM > WS-ITEM-COUNT
039800         DISPLAY "No such item."
039900         GO TO 2100-EXIT
040000     END-IF
040100     IF WS-UCI-AMOUNT (WS-PICKED-ITEM) = ZERO
040200         DISPLAY "Item " WS-PICKED-ITEM
040300             " was fully applied this session."
040400         GO TO 2100-EXIT
040500     END-IF
040600
040700     DISPLAY "Decision - (A)pply to an invoice, (R)eassign "
040800         "to a customer, (K)eep: "
040900     ACCEPT WS-APPLY-ACTION
041000
041100     IF WS-ACTION-APPLY
041200         PERFORM 2200-APPLY-ITEM THRU 2200-EXIT
041300         GO TO 2100-EXIT
041400     END-IF
041500     IF WS-ACTION-REASSIGN
041600         PERFORM 2300-REASSIGN-ITEM THRU 2300-EXIT
041700     END-IF.
041800 2100-EXIT.
041900     EXIT.
042000
042100*--------------------------------------------------------------
042200* 2200-APPLY-ITEM
042300*    APPLIES ALL OR PART OF THE ITEM TO ONE OPEN INVOICE OF
042400*    ITS CUSTOMER - NEVER MORE THAN THE ITEM HOLDS OR THE
042500*    INVOICE STILL OWES AFTER THE RECEIPTS ALREADY PENDING.
042600*    THE RECEIPT IS DATED THE DAY THE MONEY CAME IN.
042700*--------------------------------------------------------------
042800 2200-APPLY-ITEM.
042900     IF WS-UCI-CUSTOMER (WS-PICKED-ITEM) = WS-UNKNOWN-CUSTOMER
043000         DISPLAY "The remitter is not known - reassign the "
043100             "item to a customer first."
043200         GO TO 2200-EXIT
043300     END-IF
043400
043500     DISPLAY "Invoice number: "
043600     ACCEPT WS-APPLY-INVOICE
043700     MOVE WS-APPLY-INVOICE TO AR-INVOICE-NUMBER
043800     READ AR-OPEN-ITEMS
043900         INVALID KEY
044000             DISPLAY "Invoice " WS-APPLY-INVOICE
044100                 " is not on the open-item file."
044200             GO TO 2200-EXIT
044300     END-READ
044400     IF AR-CREDIT-MEMO OR AR-ITEM-STATUS NOT = 'O'
044500         DISPLAY WS-APPLY-INVOICE " is not an open invoice."
044600         GO TO 2200-EXIT
044700     END-IF
044800     IF AR-CUSTOMER-ID NOT = WS-UCI-CUSTOMER (WS-PICKED-ITEM)
044900         DISPLAY "Invoice " WS-APPLY-INVOICE
045000             " belongs to customer " AR-CUSTOMER-ID
045100             " - reassign the item first."
045200         GO TO 2200-EXIT
045300     END-IF
045400
045500     MOVE AR-INVOICE-NUMBER TO WS-LOOK-INVOICE
045600     PERFORM 2800-FIND-PENDING THRU 2800-EXIT
045700     COMPUTE WS-OPEN-AMOUNT = AR-INVOICE-AMOUNT
045800         - AR-AMOUNT-PAID - WS-PENDING-AMOUNT
045900     IF WS-OPEN-AMOUNT NOT > ZERO
046000         DISPLAY "Nothing is left owing on invoice "
046100             WS-APPLY-INVOICE "."
046200         GO TO 2200-EXIT
046300     END-IF
046400
046500     MOVE WS-OPEN-AMOUNT TO WS-MONEY-EDIT
046600     DISPLAY "Owing on invoice " WS-APPLY-INVOICE ": "
046700         WS-MONEY-EDIT
046800     DISPLAY "Amount to apply (0 for all that fits): "
046900     ACCEPT WS-APPLY-AMOUNT
047000     IF WS-APPLY-AMOUNT = ZERO
047100         MOVE WS-UCI-AMOUNT (WS-PICKED-ITEM) TO WS-APPLY-AMOUNT
047200         IF WS-APPLY-AMOUNT > WS-OPEN-AMOUNT
047300             MOVE WS-OPEN-AMOUNT TO WS-APPLY-AMOUNT
047400         END-IF
047500     END-IF
047600     IF WS-APPLY-AMOUNT > WS-UCI-AMOUNT (WS-PICKED-ITEM)
047700       OR WS-APPLY-AMOUNT > WS-OPEN-AMOUNT
047800         DISPLAY "That is more than the item holds or the "
047900             "invoice owes - nothing applied."
048000         GO TO 2200-EXIT
048100     END-IF
048200
048300     MOVE WS-APPLY-INVOICE TO WS-LOOK-INVOICE
048400     PERFORM 2850-ADD-PENDING THRU 2850-EXIT
048500     IF WS-PENDING-FOUND-SUB = 0
048600         DISPLAY "Nothing applied."
048700         GO TO 2200-EXIT
048800     END-IF
048900
049000     MOVE SPACES TO CR-RECEIPT-RECORD
049100     MOVE WS-UCI-DATE (WS-PICKED-ITEM) TO CR-RECEIPT-DATE
049200     MOVE WS-APPLY-INVOICE             TO CR-INVOICE-NUMBER
049300     MOVE WS-APPLY-AMOUNT              TO CR-AMOUNT
049400     WRITE CR-RECEIPT-RECORD
049500     IF NOT WS-CR-OK
049600         DISPLAY "WARNING: could not write CASHRCPT, status "
049700             WS-CR-FILE-STATUS " - nothing applied."
049800         SUBTRACT WS-APPLY-AMOUNT
049900             FROM WS-PND-AMOUNT (WS-PENDING-FOUND-SUB)
050000         GO TO 2200-EXIT
050100     END-IF
050200
050300     SUBTRACT WS-APPLY-AMOUNT
050400         FROM WS-UCI-AMOUNT (WS-PICKED-ITEM)
050500     ADD 1 TO WS-APPLIED-COUNT
050600     MOVE WS-APPLY-AMOUNT TO WS-MONEY-EDIT
050700     MOVE WS-UCI-AMOUNT (WS-PICKED-ITEM) TO WS-MONEY-EDIT-2
050800     DISPLAY "Applied " WS-MONEY-EDIT " to invoice "
050900         WS-APPLY-INVOICE " - " WS-MONEY-EDIT-2
051000         " still unapplied on the item.".
051100 2200-EXIT.
051200     EXIT.
051300
051400*--------------------------------------------------------------
051500* 2300-REASSIGN-ITEM
051600*    MOVES THE ITEM TO ANOTHER CUSTOMER ON THE MASTER, NOTING
051700*    WHO MOVED IT AND FROM WHERE.
051800*--------------------------------------------------------------
051900 2300-REASSIGN-ITEM.
052000     DISPLAY "Customer ID: "
052100     ACCEPT WS-NEW-CUSTOMER
052200     IF WS-NEW-CUSTOMER = SPACES
052300         GO TO 2300-EXIT
052400     END-IF
052500     MOVE WS-NEW-CUSTOMER TO CM-CUSTOMER-ID
052600     READ CUSTOMER-MASTER
052700         INVALID KEY
052800             DISPLAY "Customer " WS-NEW-CUSTOMER
052900                 " is not on file."
053000             GO TO 2300-EXIT
053100     END-READ
053200
053300     MOVE SPACES TO WS-UCI-REASON (WS-PICKED-ITEM)
053400     STRING "moved from " WS-UCI-CUSTOMER (WS-PICKED-ITEM)
053500         " by " WS-OPERATOR-ID DELIMITED BY SIZE
053600         INTO WS-UCI-REASON (WS-PICKED-ITEM)
053700     MOVE WS-NEW-CUSTOMER TO WS-UCI-CUSTOMER (WS-PICKED-ITEM)
053800     ADD 1 TO WS-REASSIGNED-COUNT
053900     DISPLAY "Item " WS-PICKED-ITEM " is now on customer "
054000         WS-NEW-CUSTOMER " (" CM-CUSTOMER-NAME ").".
054100 2300-EXIT.
054200     EXIT.
054300
054400*--------------------------------------------------------------
054500* 2800-FIND-PENDING
054600*    FINDS WS-LOOK-INVOICE IN THE PENDING TABLE. RETURNS ITS
054700*    ENTRY (ZERO WHEN NOT THERE) AND THE AMOUNT PENDING.
054800*--------------------------------------------------------------
054900 2800-FIND-PENDING.
055000     MOVE 0 TO WS-PENDING-FOUND-SUB
055100     MOVE 0 TO WS-PENDING-AMOUNT
055200     MOVE 1 TO WS-PENDING-SUB
055300     PERFORM 2810-CHECK-ONE-PENDING THRU 2810-EXIT
055400         UNTIL WS-PENDING-FOUND-SUB > 0
055500            OR WS-PENDING-SUB > WS-PENDING-COUNT.
055600 2800-EXIT.
055700     EXIT.
055800
055900*--------------------------------------------------------------
056000* 2810-CHECK-ONE-PENDING
056100*    COMPARES ONE PENDING TABLE ENTRY.
056200*--------------------------------------------------------------
056300 2810-CHECK-ONE-PENDING.
056400     IF WS-PND-INVOICE (WS-PENDING-SUB) = WS-LOOK-INVOICE
056500         MOVE WS-PENDING-SUB TO WS-PENDING-FOUND-SUB
056600         MOVE WS-PND-AMOUNT (WS-PENDING-SUB)
056700             TO WS-PENDING-AMOUNT
056800     END-IF
056900     ADD 1 TO WS-PENDING-SUB.
057000 2810-EXIT.
057100     EXIT.
057200
057300*--------------------------------------------------------------
057400* 2850-ADD-PENDING
057500*    ADDS WS-APPLY-AMOUNT TO THE PENDING ENTRY FOR
057600*    WS-LOOK-INVOICE, STARTING ONE IF NEED BE. LEAVES
057700*    WS-PENDING-FOUND-SUB ZERO WHEN THE TABLE IS FULL.
057800*--------------------------------------------------------------
057900 2850-ADD-PENDING.
058000     PERFORM 2800-FIND-PENDING THRU 2800-EXIT
058100     IF WS-PENDING-FOUND-SUB = 0
058200         IF WS-PENDING-COUNT >= WS-MAX-PENDING
058300             DISPLAY "WARNING: pending receipts table full - "
058400                 "invoice " WS-LOOK-INVOICE " not checked."
058500             GO TO 2850-EXIT
058600         END-IF
058700         ADD 1 TO WS-PENDING-COUNT
058800         MOVE WS-PENDING-COUNT TO WS-PENDING-FOUND-SUB
058900         MOVE WS-LOOK-INVOICE
059000             TO WS-PND-INVOICE (WS-PENDING-FOUND-SUB)
059100         MOVE 0 TO WS-PND-AMOUNT (WS-PENDING-FOUND-SUB)
059200     END-IF
059300     ADD WS-APPLY-AMOUNT TO WS-PND-AMOUNT (WS-PENDING-FOUND-SUB).
059400 2850-EXIT.
059500     EXIT.
059600
059700*--------------------------------------------------------------
059800* 9000-TERMINATE
059900*    WRITES UNAPPCSH BACK WITH WHAT IS STILL UNAPPLIED, CLOSES
060000*    THE FILES AND SUMMARIZES THE SESSION.
060100*--------------------------------------------------------------
060200 9000-TERMINATE.
060300     PERFORM 9100-REWRITE-UNAPPLIED THRU 9100-EXIT
060400     CLOSE AR-OPEN-ITEMS
060500     CLOSE CUSTOMER-MASTER
060600     CLOSE CASH-RECEIPTS
060700     DISPLAY "Applied: " WS-APPLIED-COUNT
060800         " Reassigned: " WS-REASSIGNED-COUNT
060900         " Still unapplied: " WS-STILL-HELD-COUNT
060910     IF WS-NOT-WRITTEN-COUNT > 0
060920         MOVE WS-MONEY-NOT-WRITTEN TO WS-MONEY-EDIT
060930         DISPLAY "ERROR: NOT WRITTEN BACK to UNAPPCSH: "
060940             WS-NOT-WRITTEN-COUNT " for " WS-MONEY-EDIT
060950             " - re-key the items listed above."
060960     END-IF.
061000 9000-EXIT.
061100     EXIT.
061200
061300*--------------------------------------------------------------
061400* 9100-REWRITE-UNAPPLIED
061500*    WRITES UNAPPCSH BACK OUT WITHOUT THE ITEMS FULLY APPLIED
061600*    - THEIR MONEY IS NOW ON CASHRCPT. WHEN UNAPPCSH CANNOT
061620*    BE OPENED EVERY ITEM STILL UNAPPLIED IS LISTED AS NOT
061640*    WRITTEN BACK SO IT CAN BE RE-KEYED, AND THE RUN ENDS RC 1.
061700*--------------------------------------------------------------
061800 9100-REWRITE-UNAPPLIED.
061900     OPEN OUTPUT UNAPPLIED-CASH
062000     IF NOT WS-UC-OK
062100         DISPLAY "ERROR: could not rewrite UNAPPCSH, status "
062200             WS-UC-FILE-STATUS " - remove this session's "
062300             "receipts from CASHRCPT before the nightly run."
062320         MOVE 1 TO RETURN-CODE
062340         MOVE 1 TO WS-ITEM-SUB
062360         PERFORM 9160-LIST-ONE-ITEM THRU 9160-EXIT
062380             UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
062400         GO TO 9100-EXIT
062500     END-IF
062600     MOVE 1 TO WS-ITEM-SUB
062700     PERFORM 9150-WRITE-ONE-ITEM THRU 9150-EXIT
062800         UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
062900     CLOSE UNAPPLIED-CASH.
063000 9100-EXIT.
063100     EXIT.
063200
063300*--------------------------------------------------------------
063400* 9150-WRITE-ONE-ITEM
063500*    WRITES ONE ITEM WITH MONEY STILL UNAPPLIED BACK TO
063600*    UNAPPCSH. ONE THAT WILL NOT WRITE IS AN ERROR AND IS
063650*    LISTED AS NOT WRITTEN BACK.
063700*--------------------------------------------------------------
063800 9150-WRITE-ONE-ITEM.
063900     IF WS-UCI-AMOUNT (WS-ITEM-SUB) > ZERO
064000         MOVE SPACES TO UC-UNAPPLIED-RECORD
064100         MOVE WS-UCI-CUSTOMER (WS-ITEM-SUB) TO UC-CUSTOMER-ID
064200         MOVE WS-UCI-DATE (WS-ITEM-SUB)     TO UC-RECEIPT-DATE
064300         MOVE WS-UCI-CHECK (WS-ITEM-SUB)    TO UC-CHECK-NUMBER
064400         MOVE WS-UCI-AMOUNT (WS-ITEM-SUB)   TO UC-AMOUNT
064500         MOVE WS-UCI-REASON (WS-ITEM-SUB)   TO UC-REASON
064600         WRITE UC-UNAPPLIED-RECORD
064700         IF NOT WS-UC-OK
064800             DISPLAY "ERROR: could not write UNAPPCSH, "
064900                 "status " WS-UC-FILE-STATUS
064920             MOVE 1 TO RETURN-CODE
064940             PERFORM 9160-LIST-ONE-ITEM THRU 9160-EXIT
064960             GO TO 9150-EXIT
065000         END-IF
065100         ADD 1 TO WS-STILL-HELD-COUNT
065200     END-IF
065300     ADD 1 TO WS-ITEM-SUB.
065400 9150-EXIT.
065500     EXIT.
065600
065700*--------------------------------------------------------------
065800* 9160-LIST-ONE-ITEM
065900*    LISTS ONE ITEM WITH MONEY STILL UNAPPLIED THAT IS NOT ON
066000*    UNAPPCSH - CUSTOMER, DATE, CHECK, AMOUNT AND REASON - SO
066100*    THE OFFICE CAN KEY IT BACK, AND MOVES ON TO THE NEXT.
066200*--------------------------------------------------------------
066300 9160-LIST-ONE-ITEM.
066400     IF WS-UCI-AMOUNT (WS-ITEM-SUB) > ZERO
066500         MOVE WS-UCI-AMOUNT (WS-ITEM-SUB) TO WS-MONEY-EDIT
066600         DISPLAY "NOT WRITTEN BACK "
066700             WS-UCI-CUSTOMER (WS-ITEM-SUB) " "
066800             WS-UCI-DATE (WS-ITEM-SUB) " check "
066900             WS-UCI-CHECK (WS-ITEM-SUB) " "
067000             WS-MONEY-EDIT " - "
067100             WS-UCI-REASON (WS-ITEM-SUB)
067200         ADD WS-UCI-AMOUNT (WS-ITEM-SUB) TO WS-MONEY-NOT-WRITTEN
067300         ADD 1 TO WS-NOT-WRITTEN-COUNT
067400     END-IF
067500     ADD 1 TO WS-ITEM-SUB.
067600 9160-EXIT.
067700     EXIT.
