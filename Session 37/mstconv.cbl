000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MasterConvert.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - ONE-OFF CONVERSION OF THE
001100*                 INDEXED MASTER FILES WHOSE RECORDS GREW WITH
001200*                 THE RETURNS, CUSTOMER MAINTENANCE, SALES TAX,
001300*                 COST AND REORDER CHANGES:
001400*                   CUSTMSTR - HOLD, BILLING, CONTACT AND TAX
001500*                              FIELDS (59 TO 256 BYTES)
001600*                   AROPEN   - ITEM TYPE AND APPLIES-TO INVOICE
001700*                              (51 TO 62 BYTES)
001800*                   INVHIST  - TAX AMOUNT (63 TO 74 BYTES)
001900*                   PRODSTCK - COUNT FLAG, AVERAGE COST AND
002000*                              REORDER QUANTITY (37 TO 50 BYTES)
002100*                   SUPPMSTR - LEAD DAYS (74 TO 77 BYTES)
002200*                 OPERATIONS RENAME EACH LIVE FILE TO ITS OLD
002300*                 NAME (CUSTMOLD, AROPNOLD, INVHSOLD, PSTCKOLD,
002400*                 SUPPMOLD) AND RUN THIS ONCE, BEFORE THE FIRST
002500*                 NIGHTLY RUN ON THE NEW PROGRAMS. EACH OLD FILE
002600*                 IS COPIED RECORD FOR RECORD TO A NEW FILE UNDER
002700*                 THE LIVE NAME, THE NEW FIELDS SET THE WAY THE
002800*                 PROGRAMS SET THEM FOR A NEW RECORD. A FILE WITH
002900*                 NO OLD COPY IS LEFT ALONE; A FILE WHOSE LIVE
003000*                 NAME IS STILL TAKEN IS REFUSED, SO A SECOND RUN
003100*                 CANNOT OVERWRITE CONVERTED DATA. NOT A DAILY
003200*                 CONTROL STEP AND WRITES NO RUNSTATS LINE.
003300*--------------------------------------------------------------
003400
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. GNUCOBOL.
003800 OBJECT-COMPUTER. GNUCOBOL.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OLD-CUSTOMER-MASTER ASSIGN TO "CUSTMOLD"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS OCM-CUSTOMER-ID
004600         FILE STATUS IS WS-OCM-FILE-STATUS.
004700
004800     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS CM-CUSTOMER-ID
005200         FILE STATUS IS WS-CM-FILE-STATUS.
005300
005400     SELECT OLD-AR-OPEN-ITEMS ASSIGN TO "AROPNOLD"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS OAR-INVOICE-NUMBER
005800         FILE STATUS IS WS-OAR-FILE-STATUS.
005900
006000     SELECT AR-OPEN-ITEMS ASSIGN TO "AROPEN"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS AR-INVOICE-NUMBER
006400         FILE STATUS IS WS-AR-FILE-STATUS.
006500
006600     SELECT OLD-INVOICE-HISTORY ASSIGN TO "INVHSOLD"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS OIH-INVOICE-NUMBER
007000         FILE STATUS IS WS-OIH-FILE-STATUS.
007100
007200     SELECT INVOICE-HISTORY ASSIGN TO "INVHIST"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS SEQUENTIAL
007500         RECORD KEY IS IH-INVOICE-NUMBER
007600         FILE STATUS IS WS-IH-FILE-STATUS.
007700
007800     SELECT OLD-STOCK-FILE ASSIGN TO "PSTCKOLD"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS SEQUENTIAL
008100         RECORD KEY IS OSK-PRODUCT-CODE
008200         FILE STATUS IS WS-OSK-FILE-STATUS.
008300
008400     SELECT STOCK-FILE ASSIGN TO "PRODSTCK"
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS SEQUENTIAL
008700         RECORD KEY IS SK-PRODUCT-CODE
008800         FILE STATUS IS WS-SK-FILE-STATUS.
008900
009000     SELECT OLD-SUPPLIER-MASTER ASSIGN TO "SUPPMOLD"
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS SEQUENTIAL
009300         RECORD KEY IS OSP-SUPPLIER-CODE
009400         FILE STATUS IS WS-OSP-FILE-STATUS.
009500
009600     SELECT SUPPLIER-MASTER ASSIGN TO "SUPPMSTR"
009700         ORGANIZATION IS INDEXED
009800         ACCESS MODE IS SEQUENTIAL
009900         RECORD KEY IS SP-SUPPLIER-CODE
010000         FILE STATUS IS WS-SP-FILE-STATUS.
010100
010200 DATA DIVISION.
010300 FILE SECTION.
010400*--------------------------------------------------------------
010500* CUSTOMER MASTER - OLD AND NEW LAYOUTS
010600*--------------------------------------------------------------
010700 FD  OLD-CUSTOMER-MASTER
010800     LABEL RECORDS ARE STANDARD.
010900 01  OCM-CUSTOMER-RECORD.
011000     05 OCM-CUSTOMER-ID          PIC X(10).
011100     05 OCM-CUSTOMER-NAME        PIC X(30).
011200     05 OCM-ACCT-STATUS          PIC X(02).
011300     05 OCM-DATE-LOADED          PIC 9(08).
011400     05 OCM-CREDIT-LIMIT         PIC 9(07)V99.
011500
011600 FD  CUSTOMER-MASTER
011700     LABEL RECORDS ARE STANDARD.
011800 01  CM-CUSTOMER-RECORD.
011900     05 CM-CUSTOMER-ID           PIC X(10).
012000     05 CM-CUSTOMER-NAME         PIC X(30).
012100     05 CM-ACCT-STATUS           PIC X(02).
012200     05 CM-DATE-LOADED           PIC 9(08).
012300     05 CM-CREDIT-LIMIT          PIC 9(07)V99.
012400     05 CM-MAINTAINED-FIELDS.
012500         10 CM-HOLD-FLAG         PIC X(01).
012600             88 CM-ON-HOLD           VALUE 'H'.
012700         10 CM-HOLD-REASON       PIC X(30).
012800         10 CM-STATUS-LOCAL      PIC X(01).
012900             88 CM-STATUS-SET-LOCALLY VALUE 'Y'.
013000         10 CM-BILL-ADDRESS-1    PIC X(30).
013100         10 CM-BILL-ADDRESS-2    PIC X(30).
013200         10 CM-BILL-CITY         PIC X(20).
013300         10 CM-BILL-STATE        PIC X(02).
013400         10 CM-BILL-ZIP          PIC X(10).
013500         10 CM-CONTACT-NAME      PIC X(30).
013600         10 CM-CONTACT-PHONE     PIC X(15).
013700         10 CM-LAST-MAINT-DATE   PIC 9(08).
013800         10 CM-TAX-CODE          PIC X(04).
013900         10 CM-TAX-EXEMPT-FLAG   PIC X(01).
014000             88 CM-TAX-EXEMPT        VALUE 'E'.
014100         10 CM-TAX-EXEMPT-CERT   PIC X(15).
014200
014300*--------------------------------------------------------------
014400* RECEIVABLES OPEN ITEMS - OLD AND NEW LAYOUTS
014500*--------------------------------------------------------------
014600 FD  OLD-AR-OPEN-ITEMS
014700     LABEL RECORDS ARE STANDARD.
014800 01  OAR-OPEN-ITEM-RECORD.
014900     05 OAR-INVOICE-NUMBER       PIC 9(10).
015000     05 OAR-CUSTOMER-ID          PIC X(10).
015100     05 OAR-INVOICE-DATE         PIC 9(08).
015200     05 OAR-INVOICE-AMOUNT       PIC 9(09)V99.
015300     05 OAR-AMOUNT-PAID          PIC 9(09)V99.
015400     05 OAR-ITEM-STATUS          PIC X(01).
015500
015600 FD  AR-OPEN-ITEMS
015700     LABEL RECORDS ARE STANDARD.
015800 01  AR-OPEN-ITEM-RECORD.
015900     05 AR-INVOICE-NUMBER        PIC 9(10).
016000     05 AR-CUSTOMER-ID           PIC X(10).
016100     05 AR-INVOICE-DATE          PIC 9(08).
016200     05 AR-INVOICE-AMOUNT        PIC 9(09)V99.
016300     05 AR-AMOUNT-PAID           PIC 9(09)V99.
016400     05 AR-ITEM-STATUS           PIC X(01).
016500     05 AR-ITEM-TYPE             PIC X(01).
016600     05 AR-APPLIES-TO            PIC 9(10).
016700
016800*--------------------------------------------------------------
016900* INVOICE HISTORY - OLD AND NEW LAYOUTS
017000*--------------------------------------------------------------
017100 FD  OLD-INVOICE-HISTORY
017200     LABEL RECORDS ARE STANDARD.
017300 01  OIH-HISTORY-RECORD.
017400     05 OIH-INVOICE-NUMBER       PIC 9(10).
017500     05 OIH-CUSTOMER-ID          PIC X(10).
017600     05 OIH-INVOICE-DATE         PIC 9(08).
017700     05 OIH-LINE-COUNT           PIC 9(04).
017800     05 OIH-INVOICE-TOTAL        PIC 9(09)V99.
017900     05 OIH-STATUS               PIC X(20).
018000
018100 FD  INVOICE-HISTORY
018200     LABEL RECORDS ARE STANDARD.
018300 01  IH-HISTORY-RECORD.
018400     05 IH-INVOICE-NUMBER        PIC 9(10).
018500     05 IH-CUSTOMER-ID           PIC X(10).
018600     05 IH-INVOICE-DATE          PIC 9(08).
018700     05 IH-LINE-COUNT            PIC 9(04).
018800     05 IH-INVOICE-TOTAL         PIC 9(09)V99.
018900     05 IH-STATUS                PIC X(20).
019000     05 IH-TAX-AMOUNT            PIC 9(09)V99.
019100
019200*--------------------------------------------------------------
019300* STOCK FILE - OLD AND NEW LAYOUTS
019400*--------------------------------------------------------------
019500 FD  OLD-STOCK-FILE
019600     LABEL RECORDS ARE STANDARD.
019700 01  OSK-STOCK-RECORD.
019800     05 OSK-PRODUCT-CODE         PIC 9(10).
019900     05 OSK-ON-HAND              PIC 9(07).
020000     05 OSK-REORDER-POINT        PIC 9(05).
020100     05 OSK-DATE-UPDATED         PIC 9(08).
020200     05 OSK-ON-ORDER             PIC 9(07).
020300
020400 FD  STOCK-FILE
020500     LABEL RECORDS ARE STANDARD.
020600 01  SK-STOCK-RECORD.
020700     05 SK-PRODUCT-CODE          PIC 9(10).
020800     05 SK-ON-HAND               PIC 9(07).
020900     05 SK-REORDER-POINT         PIC 9(05).
021000     05 SK-DATE-UPDATED          PIC 9(08).
021100     05 SK-ON-ORDER              PIC 9(07).
021200     05 SK-COUNT-FLAG            PIC X(01).
021300         88 SK-COUNT-FROZEN          VALUE 'F'.
021400     05 SK-AVG-COST              PIC 9(05)V99.
021500     05 SK-REORDER-QTY           PIC 9(05).
021600
021700*--------------------------------------------------------------
021800* SUPPLIER MASTER - OLD AND NEW LAYOUTS
021900*--------------------------------------------------------------
022000 FD  OLD-SUPPLIER-MASTER
022100     LABEL RECORDS ARE STANDARD.
022200 01  OSP-SUPPLIER-RECORD.
022300     05 OSP-SUPPLIER-CODE        PIC X(06).
022400     05 OSP-SUPPLIER-NAME        PIC X(30).
022500     05 OSP-CONTACT              PIC X(30).
022600     05 OSP-DATE-LOADED          PIC 9(08).
022700
022800 FD  SUPPLIER-MASTER
022900     LABEL RECORDS ARE STANDARD.
023000 01  SP-SUPPLIER-RECORD.
023100     05 SP-SUPPLIER-CODE         PIC X(06).
023200     05 SP-SUPPLIER-NAME         PIC X(30).
023300     05 SP-CONTACT               PIC X(30).
023400     05 SP-DATE-LOADED           PIC 9(08).
023500     05 SP-LEAD-DAYS             PIC 9(03).
023600
023700 WORKING-STORAGE SECTION.
023800*--------------------------------------------------------------
023900* FILE STATUS FIELDS
024000*    STATUS 35 ON AN OLD FILE MEANS THERE IS NOTHING TO
024100*    CONVERT; ON A NEW FILE IT MEANS THE LIVE NAME IS FREE.
024200*--------------------------------------------------------------
024300 01 WS-OCM-FILE-STATUS      PIC X(02) VALUE '00'.
024400     88 WS-OCM-OK               VALUE '00'.
024500     88 WS-OCM-NOT-FOUND        VALUE '35'.
024600 01 WS-CM-FILE-STATUS       PIC X(02) VALUE '00'.
024700     88 WS-CM-OK                VALUE '00'.
024800     88 WS-CM-NOT-FOUND         VALUE '35'.
024900 01 WS-OAR-FILE-STATUS      PIC X(02) VALUE '00'.
025000     88 WS-OAR-OK               VALUE '00'.
025100     88 WS-OAR-NOT-FOUND        VALUE '35'.
025200 01 WS-AR-FILE-STATUS       PIC X(02) VALUE '00'.
025300     88 WS-AR-OK                VALUE '00'.
025400     88 WS-AR-NOT-FOUND         VALUE '35'.
025500 01 WS-OIH-FILE-STATUS      PIC X(02) VALUE '00'.
025600     88 WS-OIH-OK               VALUE '00'.
025700     88 WS-OIH-NOT-FOUND        VALUE '35'.
025800 01 WS-IH-FILE-STATUS       PIC X(02) VALUE '00'.
025900     88 WS-IH-OK                VALUE '00'.
026000     88 WS-IH-NOT-FOUND         VALUE '35'.
026100 01 WS-OSK-FILE-STATUS      PIC X(02) VALUE '00'.
026200     88 WS-OSK-OK               VALUE '00'.
026300     88 WS-OSK-NOT-FOUND        VALUE '35'.
026400 01 WS-SK-FILE-STATUS       PIC X(02) VALUE '00'.
026500     88 WS-SK-OK                VALUE '00'.
026600     88 WS-SK-NOT-FOUND         VALUE '35'.
026700 01 WS-OSP-FILE-STATUS      PIC X(02) VALUE '00'.
026800     88 WS-OSP-OK               VALUE '00'.
026900     88 WS-OSP-NOT-FOUND        VALUE '35'.
027000 01 WS-SP-FILE-STATUS       PIC X(02) VALUE '00'.
027100     88 WS-SP-OK                VALUE '00'.
027200     88 WS-SP-NOT-FOUND         VALUE '35'.
027300
027400*--------------------------------------------------------------
027500* RUN COUNTERS AND SWITCHES
027600*    THE READ AND WRITTEN COUNTS ARE KEPT PER FILE AND SHOWN
027700*    AS EACH FILE FINISHES; THEY MUST AGREE FOR A CLEAN RUN.
027800*--------------------------------------------------------------
027900 01 WS-OLD-EOF-SWITCH       PIC X(01) VALUE 'N'.
028000     88 WS-END-OF-OLD-FILE      VALUE 'Y'.
028100 01 WS-RECORDS-READ         PIC 9(07) VALUE 0.
028200 01 WS-RECORDS-WRITTEN      PIC 9(07) VALUE 0.
028300 01 WS-RECORDS-REJECTED     PIC 9(07) VALUE 0.
028400 01 WS-FILES-CONVERTED      PIC 9(01) VALUE 0.
028500 01 WS-FILES-FAILED         PIC 9(01) VALUE 0.
028600 01 WS-LIVE-NAME            PIC X(08) VALUE SPACES.
028700
028800 PROCEDURE DIVISION.
028900*--------------------------------------------------------------
029000* 0000-MAIN-PROCESS
029100*    CONVERTS EACH FILE IN TURN AND REPORTS THE RUN.
029200*--------------------------------------------------------------
029300 0000-MAIN-PROCESS.
029400     PERFORM 1000-CONVERT-CUSTOMERS THRU 1000-EXIT
029500     PERFORM 2000-CONVERT-OPEN-ITEMS THRU 2000-EXIT
029600     PERFORM 3000-CONVERT-INVOICE-HISTORY THRU 3000-EXIT
029700     PERFORM 4000-CONVERT-STOCK THRU 4000-EXIT
029800     PERFORM 5000-CONVERT-SUPPLIERS THRU 5000-EXIT
029900     PERFORM 9000-TERMINATE THRU 9000-EXIT
030000     STOP RUN.
030100
030200*--------------------------------------------------------------
030300* 1000-CONVERT-CUSTOMERS
030400*    COPIES CUSTMOLD TO A NEW CUSTMSTR. THE LOCALLY MAINTAINED
030500*    FIELDS START BLANK, AS CustomerLoad STARTS A NEW CUSTOMER.
030600*--------------------------------------------------------------
030700 1000-CONVERT-CUSTOMERS.
030800     MOVE "CUSTMSTR" TO WS-LIVE-NAME
030900     OPEN INPUT OLD-CUSTOMER-MASTER
031000     IF WS-OCM-NOT-FOUND
031100         DISPLAY "No CUSTMOLD - CUSTMSTR left as it is."
031200         GO TO 1000-EXIT
031300     END-IF
031400     IF NOT WS-OCM-OK
031500         DISPLAY "ERROR: cannot open CUSTMOLD, status "
031600             WS-OCM-FILE-STATUS
031700         ADD 1 TO WS-FILES-FAILED
031800         GO TO 1000-EXIT
031900     END-IF
032000
032100     OPEN INPUT CUSTOMER-MASTER
032200     IF NOT WS-CM-NOT-FOUND
032300         IF WS-CM-OK
032400             CLOSE CUSTOMER-MASTER
032500         END-IF
032600         CLOSE OLD-CUSTOMER-MASTER
032700         PERFORM 8000-REFUSE-FILE THRU 8000-EXIT
032800         GO TO 1000-EXIT
032900     END-IF
033000     OPEN OUTPUT CUSTOMER-MASTER
033100     IF NOT WS-CM-OK
033200         DISPLAY "ERROR: cannot create CUSTMSTR, status "
033300             WS-CM-FILE-STATUS
033400         CLOSE OLD-CUSTOMER-MASTER
033500         ADD 1 TO WS-FILES-FAILED
033600         GO TO 1000-EXIT
033700     END-IF
033800
033900     PERFORM 8100-START-FILE THRU 8100-EXIT
034000     PERFORM 1100-CONVERT-ONE-CUSTOMER THRU 1100-EXIT
034100         UNTIL WS-END-OF-OLD-FILE
034200     CLOSE OLD-CUSTOMER-MASTER
034300     CLOSE CUSTOMER-MASTER
034400     PERFORM 8200-END-FILE THRU 8200-EXIT.
034500 1000-EXIT.
034600     EXIT.
034700
034800*--------------------------------------------------------------
034900* 1100-CONVERT-ONE-CUSTOMER
035000*    READS ONE OLD CUSTOMER RECORD AND WRITES IT IN THE NEW
035100*    LAYOUT.
035200*--------------------------------------------------------------
035300 1100-CONVERT-ONE-CUSTOMER.
035400     READ OLD-CUSTOMER-MASTER
035500         AT END
035600             MOVE 'Y' TO WS-OLD-EOF-SWITCH
035700             GO TO 1100-EXIT
035800     END-READ
035900     ADD 1 TO WS-RECORDS-READ
036000
036100     MOVE OCM-CUSTOMER-ID   TO CM-CUSTOMER-ID
036200     MOVE OCM-CUSTOMER-NAME TO CM-CUSTOMER-NAME
036300     MOVE OCM-ACCT-STATUS   TO CM-ACCT-STATUS
036400     MOVE OCM-DATE-LOADED   TO CM-DATE-LOADED
036500     MOVE OCM-CREDIT-LIMIT  TO CM-CREDIT-LIMIT
036600     MOVE SPACES TO CM-MAINTAINED-FIELDS
036700     MOVE 0 TO CM-LAST-MAINT-DATE
036800     WRITE CM-CUSTOMER-RECORD
036900         INVALID KEY
037000             DISPLAY "ERROR: could not write customer "
037100                 CM-CUSTOMER-ID ", status " WS-CM-FILE-STATUS
037200             ADD 1 TO WS-RECORDS-REJECTED
037300             GO TO 1100-EXIT
037400     END-WRITE
037500     ADD 1 TO WS-RECORDS-WRITTEN.
037600 1100-EXIT.
037700     EXIT.
037800
037900*--------------------------------------------------------------
038000* 2000-CONVERT-OPEN-ITEMS
038100*    COPIES AROPNOLD TO A NEW AROPEN. EVERY ITEM ON THE OLD
038200*    FILE IS AN INVOICE - CREDIT MEMOS CAME WITH THE NEW
038300*    LAYOUT - SO EACH IS MARKED 'I' WITH NO APPLIES-TO.
038400*--------------------------------------------------------------
038500 2000-CONVERT-OPEN-ITEMS.
038600     MOVE "AROPEN" TO WS-LIVE-NAME
038700     OPEN INPUT OLD-AR-OPEN-ITEMS
038800     IF WS-OAR-NOT-FOUND
038900         DISPLAY "No AROPNOLD - AROPEN left as it is."
039000         GO TO 2000-EXIT
039100     END-IF
039200     IF NOT WS-OAR-OK
039300         DISPLAY "ERROR: cannot open AROPNOLD, status "
039400             WS-OAR-FILE-STATUS
039500         ADD 1 TO WS-FILES-FAILED
039600         GO TO 2000-EXIT
039700     END-IF
039800
039900     OPEN INPUT AR-OPEN-ITEMS
040000     IF NOT WS-AR-NOT-FOUND
040100         IF WS-AR-OK
040200             CLOSE AR-OPEN-ITEMS
040300         END-IF
040400         CLOSE OLD-AR-OPEN-ITEMS
040500         PERFORM 8000-REFUSE-FILE THRU 8000-EXIT
040600         GO TO 2000-EXIT
040700     END-IF
040800     OPEN OUTPUT AR-OPEN-ITEMS
040900     IF NOT WS-AR-OK
041000         DISPLAY "ERROR: cannot create AROPEN, status "
041100             WS-AR-FILE-STATUS
041200         CLOSE OLD-AR-OPEN-ITEMS
041300         ADD 1 TO WS-FILES-FAILED
041400         GO TO 2000-EXIT
041500     END-IF
041600
041700     PERFORM 8100-START-FILE THRU 8100-EXIT
041800     PERFORM 2100-CONVERT-ONE-ITEM THRU 2100-EXIT
041900         UNTIL WS-END-OF-OLD-FILE
042000     CLOSE OLD-AR-OPEN-ITEMS
042100     CLOSE AR-OPEN-ITEMS
042200     PERFORM 8200-END-FILE THRU 8200-EXIT.
042300 2000-EXIT.
042400     EXIT.
042500
042600*--------------------------------------------------------------
042700* 2100-CONVERT-ONE-ITEM
042800*    READS ONE OLD OPEN ITEM AND WRITES IT IN THE NEW LAYOUT.
042900*--------------------------------------------------------------
043000 2100-CONVERT-ONE-ITEM.
043100     READ OLD-AR-OPEN-ITEMS
043200         AT END
043300             MOVE 'Y' TO WS-OLD-EOF-SWITCH
043400             GO TO 2100-EXIT
043500     END-READ
043600     ADD 1 TO WS-RECORDS-READ
043700
043800     MOVE OAR-INVOICE-NUMBER TO AR-INVOICE-NUMBER
043900     MOVE OAR-CUSTOMER-ID    TO AR-CUSTOMER-ID
044000     MOVE OAR-INVOICE-DATE   TO AR-INVOICE-DATE
044100     MOVE OAR-INVOICE-AMOUNT TO AR-INVOICE-AMOUNT
044200     MOVE OAR-AMOUNT-PAID    TO AR-AMOUNT-PAID
044300     MOVE OAR-ITEM-STATUS    TO AR-ITEM-STATUS
044400     MOVE 'I'                TO AR-ITEM-TYPE
044500     MOVE 0                  TO AR-APPLIES-TO
044600     WRITE AR-OPEN-ITEM-RECORD
044700         INVALID KEY
044800             DISPLAY "ERROR: could not write open item "
044900                 AR-INVOICE-NUMBER ", status " WS-AR-FILE-STATUS
045000             ADD 1 TO WS-RECORDS-REJECTED
045100             GO TO 2100-EXIT
045200     END-WRITE
045300     ADD 1 TO WS-RECORDS-WRITTEN.
045400 2100-EXIT.
045500     EXIT.
045600
045700*--------------------------------------------------------------
045800* 3000-CONVERT-INVOICE-HISTORY
045900*    COPIES INVHSOLD TO A NEW INVHIST. INVOICES BILLED BEFORE
046000*    SALES TAX CARRY A ZERO TAX AMOUNT.
046100*--------------------------------------------------------------
046200 3000-CONVERT-INVOICE-HISTORY.
046300     MOVE "INVHIST" TO WS-LIVE-NAME
046400     OPEN INPUT OLD-INVOICE-HISTORY
046500     IF WS-OIH-NOT-FOUND
046600         DISPLAY "No INVHSOLD - INVHIST left as it is."
046700         GO TO 3000-EXIT
046800     END-IF
046900     IF NOT WS-OIH-OK
047000         DISPLAY "ERROR: cannot open INVHSOLD, status "
047100             WS-OIH-FILE-STATUS
047200         ADD 1 TO WS-FILES-FAILED
047300         GO TO 3000-EXIT
047400     END-IF
047500
047600     OPEN INPUT INVOICE-HISTORY
047700     IF NOT WS-IH-NOT-FOUND
047800         IF WS-IH-OK
047900             CLOSE INVOICE-HISTORY
048000         END-IF
048100         CLOSE OLD-INVOICE-HISTORY
048200         PERFORM 8000-REFUSE-FILE THRU 8000-EXIT
048300         GO TO 3000-EXIT
048400     END-IF
048500     OPEN OUTPUT INVOICE-HISTORY
048600     IF NOT WS-IH-OK
048700         DISPLAY "ERROR: cannot create INVHIST, status "
048800             WS-IH-FILE-STATUS
048900         CLOSE OLD-INVOICE-HISTORY
049000         ADD 1 TO WS-FILES-FAILED
049100         GO TO 3000-EXIT
049200     END-IF
049300
049400     PERFORM 8100-START-FILE THRU 8100-EXIT
049500     PERFORM 3100-CONVERT-ONE-INVOICE THRU 3100-EXIT
049600         UNTIL WS-END-OF-OLD-FILE
049700     CLOSE OLD-INVOICE-HISTORY
049800     CLOSE INVOICE-HISTORY
049900     PERFORM 8200-END-FILE THRU 8200-EXIT.
050000 3000-EXIT.
050100     EXIT.
050200
050300*--------------------------------------------------------------
050400* 3100-CONVERT-ONE-INVOICE
050500*    READS ONE OLD HISTORY RECORD AND WRITES IT IN THE NEW
050600*    LAYOUT.
050700*--------------------------------------------------------------
050800 3100-CONVERT-ONE-INVOICE.
050900     READ OLD-INVOICE-HISTORY
051000         AT END
051100             MOVE 'Y' TO WS-OLD-EOF-SWITCH
051200             GO TO 3100-EXIT
051300     END-READ
051400     ADD 1 TO WS-RECORDS-READ
051500
051600     MOVE OIH-INVOICE-NUMBER TO IH-INVOICE-NUMBER
051700     MOVE OIH-CUSTOMER-ID    TO IH-CUSTOMER-ID
051800     MOVE OIH-INVOICE-DATE   TO IH-INVOICE-DATE
051900     MOVE OIH-LINE-COUNT     TO IH-LINE-COUNT
052000     MOVE OIH-INVOICE-TOTAL  TO IH-INVOICE-TOTAL
052100     MOVE OIH-STATUS         TO IH-STATUS
052200     MOVE 0                  TO IH-TAX-AMOUNT
052300     WRITE IH-HISTORY-RECORD
052400         INVALID KEY
052500             DISPLAY "ERROR: could not write invoice "
052600                 IH-INVOICE-NUMBER ", status " WS-IH-FILE-STATUS
052700             ADD 1 TO WS-RECORDS-REJECTED
052800             GO TO 3100-EXIT
052900     END-WRITE
053000     ADD 1 TO WS-RECORDS-WRITTEN.
053100 3100-EXIT.
053200     EXIT.
053300
053400*--------------------------------------------------------------
053500* 4000-CONVERT-STOCK
053600*    COPIES PSTCKOLD TO A NEW PRODSTCK. A PRODUCT STARTS WITH
053700*    NO COUNT FREEZE, NO AVERAGE COST AND NO REORDER QUANTITY,
053800*    AS StockMove STARTS A NEW STOCK RECORD.
053900*--------------------------------------------------------------
054000 4000-CONVERT-STOCK.
054100     MOVE "PRODSTCK" TO WS-LIVE-NAME
054200     OPEN INPUT OLD-STOCK-FILE
054300     IF WS-OSK-NOT-FOUND
054400         DISPLAY "No PSTCKOLD - PRODSTCK left as it is."
054500         GO TO 4000-EXIT
054600     END-IF
054700     IF NOT WS-OSK-OK
054800         DISPLAY "ERROR: cannot open PSTCKOLD, status "
054900             WS-OSK-FILE-STATUS
055000         ADD 1 TO WS-FILES-FAILED
055100         GO TO 4000-EXIT
055200     END-IF
055300
055400     OPEN INPUT STOCK-FILE
055500     IF NOT WS-SK-NOT-FOUND
055600         IF WS-SK-OK
055700             CLOSE STOCK-FILE
055800         END-IF
055900         CLOSE OLD-STOCK-FILE
056000         PERFORM 8000-REFUSE-FILE THRU 8000-EXIT
056100         GO TO 4000-EXIT
056200     END-IF
056300     OPEN OUTPUT STOCK-FILE
056400     IF NOT WS-SK-OK
056500         DISPLAY "ERROR: cannot create PRODSTCK, status "
056600             WS-SK-FILE-STATUS
056700         CLOSE OLD-STOCK-FILE
056800         ADD 1 TO WS-FILES-FAILED
056900         GO TO 4000-EXIT
057000     END-IF
057100
057200     PERFORM 8100-START-FILE THRU 8100-EXIT
057300     PERFORM 4100-CONVERT-ONE-STOCK THRU 4100-EXIT
057400         UNTIL WS-END-OF-OLD-FILE
057500     CLOSE OLD-STOCK-FILE
057600     CLOSE STOCK-FILE
057700     PERFORM 8200-END-FILE THRU 8200-EXIT.
057800 4000-EXIT.
057900     EXIT.
058000
058100*--------------------------------------------------------------
058200* 4100-CONVERT-ONE-STOCK
058300*    READS ONE OLD STOCK RECORD AND WRITES IT IN THE NEW
058400*    LAYOUT.
058500*--------------------------------------------------------------
058600 4100-CONVERT-ONE-STOCK.
058700     READ OLD-STOCK-FILE
058800         AT END
058900             MOVE 'Y' TO WS-OLD-EOF-SWITCH
059000             GO TO 4100-EXIT
059100     END-READ
059200     ADD 1 TO WS-RECORDS-READ
059300
059400     MOVE OSK-PRODUCT-CODE  TO SK-PRODUCT-CODE
059500     MOVE OSK-ON-HAND       TO SK-ON-HAND
059600     MOVE OSK-REORDER-POINT TO SK-REORDER-POINT
059700     MOVE OSK-DATE-UPDATED  TO SK-DATE-UPDATED
059800     MOVE OSK-ON-ORDER      TO SK-ON-ORDER
059900     MOVE SPACE             TO SK-COUNT-FLAG
060000     MOVE 0                 TO SK-AVG-COST
060100     MOVE 0                 TO SK-REORDER-QTY
060200     WRITE SK-STOCK-RECORD
060300         INVALID KEY
060400             DISPLAY "ERROR: could not write product "
060500                 SK-PRODUCT-CODE ", status " WS-SK-FILE-STATUS
060600             ADD 1 TO WS-RECORDS-REJECTED
060700             GO TO 4100-EXIT
060800     END-WRITE
060900     ADD 1 TO WS-RECORDS-WRITTEN.
061000 4100-EXIT.
061100     EXIT.
061200
061300*--------------------------------------------------------------
061400* 5000-CONVERT-SUPPLIERS
061500*    COPIES SUPPMOLD TO A NEW SUPPMSTR. A ZERO LEAD TIME MEANS
061600*    THE DUKE_PO_LEAD_DAYS DEFAULT UNTIL SupplierLoad IS GIVEN
061700*    THE SUPPLIER'S OWN.
061800*--------------------------------------------------------------
061900 5000-CONVERT-SUPPLIERS.
062000     MOVE "SUPPMSTR" TO WS-LIVE-NAME
062100     OPEN INPUT OLD-SUPPLIER-MASTER
062200     IF WS-OSP-NOT-FOUND
062300         DISPLAY "No SUPPMOLD - SUPPMSTR left as it is."
062400         GO TO 5000-EXIT
062500     END-IF
062600     IF NOT WS-OSP-OK
062700         DISPLAY "ERROR: cannot open SUPPMOLD, status "
062800             WS-OSP-FILE-STATUS
062900         ADD 1 TO WS-FILES-FAILED
063000         GO TO 5000-EXIT
063100     END-IF
063200
063300     OPEN INPUT SUPPLIER-MASTER
063400     IF NOT WS-SP-NOT-FOUND
063500         IF WS-SP-OK
063600             CLOSE SUPPLIER-MASTER
063700         END-IF
063800         CLOSE OLD-SUPPLIER-MASTER
063900         PERFORM 8000-REFUSE-FILE THRU 8000-EXIT
064000         GO TO 5000-EXIT
064100     END-IF
064200     OPEN OUTPUT SUPPLIER-MASTER
064300     IF NOT WS-SP-OK
064400         DISPLAY "ERROR: cannot create SUPPMSTR, status "
064500             WS-SP-FILE-STATUS
064600         CLOSE OLD-SUPPLIER-MASTER
064700         ADD 1 TO WS-FILES-FAILED
064800         GO TO 5000-EXIT
064900     END-IF
065000
065100     PERFORM 8100-START-FILE THRU 8100-EXIT
065200     PERFORM 5100-CONVERT-ONE-SUPPLIER THRU 5100-EXIT
065300         UNTIL WS-END-OF-OLD-FILE
065400     CLOSE OLD-SUPPLIER-MASTER
065500     CLOSE SUPPLIER-MASTER
065600     PERFORM 8200-END-FILE THRU 8200-EXIT.
065700 5000-EXIT.
065800     EXIT.
065900
066000*--------------------------------------------------------------
066100* 5100-CONVERT-ONE-SUPPLIER
066200*    READS ONE OLD SUPPLIER RECORD AND WRITES IT IN THE NEW
066300*    LAYOUT.
066400*--------------------------------------------------------------
066500 5100-CONVERT-ONE-SUPPLIER.
066600     READ OLD-SUPPLIER-MASTER
066700         AT END
066800             MOVE 'Y' TO WS-OLD-EOF-SWITCH
066900             GO TO 5100-EXIT
067000     END-READ
067100     ADD 1 TO WS-RECORDS-READ
067200
067300     MOVE OSP-SUPPLIER-CODE TO SP-SUPPLIER-CODE
067400     MOVE OSP-SUPPLIER-NAME TO SP-SUPPLIER-NAME
067500     MOVE OSP-CONTACT       TO SP-CONTACT
067600     MOVE OSP-DATE-LOADED   TO SP-DATE-LOADED
067700     MOVE 0                 TO SP-LEAD-DAYS
067800     WRITE SP-SUPPLIER-RECORD
067900         INVALID KEY
068000             DISPLAY "ERROR: could not write supplier "
068100                 SP-SUPPLIER-CODE ", status " WS-SP-FILE-STATUS
068200             ADD 1 TO WS-RECORDS-REJECTED
068300             GO TO 5100-EXIT
068400     END-WRITE
068500     ADD 1 TO WS-RECORDS-WRITTEN.
068600 5100-EXIT.
068700     EXIT.
068800
068900*--------------------------------------------------------------
069000* 8000-REFUSE-FILE
069100*    THE LIVE NAME IS STILL TAKEN - EITHER THE FILE WAS NOT
069200*    RENAMED TO ITS OLD NAME OR IT HAS ALREADY BEEN CONVERTED.
069300*    NOTHING IS WRITTEN OVER IT.
069400*--------------------------------------------------------------
069500 8000-REFUSE-FILE.
069600     DISPLAY "ERROR: " WS-LIVE-NAME " is already on file - "
069700         "not converted. Rename it to its old name first, or "
069800         "remove the old copy if it is already converted."
069900     ADD 1 TO WS-FILES-FAILED.
070000 8000-EXIT.
070100     EXIT.
070200
070300*--------------------------------------------------------------
070400* 8100-START-FILE
070500*    RESETS THE COUNTERS AND END-OF-FILE SWITCH FOR THE NEXT
070600*    FILE.
070700*--------------------------------------------------------------
070800 8100-START-FILE.
070900     MOVE 'N' TO WS-OLD-EOF-SWITCH
071000     MOVE 0   TO WS-RECORDS-READ
071100     MOVE 0   TO WS-RECORDS-WRITTEN
071200     MOVE 0   TO WS-RECORDS-REJECTED.
071300 8100-EXIT.
071400     EXIT.
071500
071600*--------------------------------------------------------------
071700* 8200-END-FILE
071800*    SHOWS THE COUNTS FOR THE FILE JUST CONVERTED. A RECORD
071900*    THAT COULD NOT BE WRITTEN FAILS THE FILE - THE OLD COPY
072000*    MUST BE KEPT UNTIL IT IS PUT RIGHT.
072100*--------------------------------------------------------------
072200 8200-END-FILE.
072300     DISPLAY WS-LIVE-NAME ": read " WS-RECORDS-READ
072400         " written " WS-RECORDS-WRITTEN
072500         " rejected " WS-RECORDS-REJECTED
072600     IF WS-RECORDS-REJECTED > ZERO
072700         DISPLAY "ERROR: " WS-LIVE-NAME " is incomplete - keep "
072800             "the old copy."
072900         ADD 1 TO WS-FILES-FAILED
073000     ELSE
073100         ADD 1 TO WS-FILES-CONVERTED
073200     END-IF.
073300 8200-EXIT.
073400     EXIT.
073500
073600*--------------------------------------------------------------
073700* 9000-TERMINATE
073800*    SUMMARIZES THE RUN. ANY FILE THAT FAILED ENDS THE RUN
073900*    RC 1.
074000*--------------------------------------------------------------
074100 9000-TERMINATE.
074200     DISPLAY "Files converted: " WS-FILES-CONVERTED
074300         " Failed: " WS-FILES-FAILED
074400     IF WS-FILES-FAILED > ZERO
074500         MOVE 1 TO RETURN-CODE
074600     END-IF.
074700 9000-EXIT.
074800     EXIT.
