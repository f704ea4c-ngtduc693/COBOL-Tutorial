002300*                 END OF SESSION WITH ONLY THE ENTRIES KEPT -
002400*                 THE SAME FIX-AND-RESUBMIT PATH THE SUPPLIER
002500*                 SHEET REJECTS ALREADY HAVE.
002510* 2026-10-15 DT   PICKED UP THE NEW ITEM TYPE AND APPLIES-TO
002520*                 INVOICE ON THE AROPEN RECORD LAYOUT. A CREDIT
002530*                 MEMO STILL OPEN IS MONEY OWED BACK TO THE
002540*                 CUSTOMER, SO THE CREDIT CHECK NOW TAKES IT OFF
002550*                 THE OPEN BALANCE (NEVER BELOW ZERO).
002555* 2026-10-15 DT   PICKED UP THE NEW HOLD, BILLING ADDRESS AND
002560*                 CONTACT FIELDS ON THE CUSTOMER RECORD LAYOUT.
002565*                 AN ENTRY FOR AN ACCOUNT ON HOLD CANNOT BE
002570*                 RESUBMITTED - IT STAYS ON ORDSUSP WITH THE
002575*                 HOLD REASON AS ITS REASON UNTIL THE CREDIT
002580*                 OFFICE RELEASES THE ACCOUNT.
002585* 2026-10-15 DT   PICKED UP THE NEW TAX CODE AND TAX EXEMPTION
002590*                 FIELDS ON THE CUSTOMER RECORD LAYOUT AND THE
002600*                 NEW TAX AMOUNT ON THE INVHIST RECORD LAYOUT.
002610* 2026-10-15 DT   CONTRACT PRICING. THE CREDIT CHECK ON A
002620*                 RESUBMITTED ENTRY NOW VALUES IT AT THE BEST
002630*                 PRICE THE CUSTOMER'S CUSTPRIC PRICE AGREEMENTS
002640*                 IN FORCE TODAY GIVE, THE SAME PRICE OrderEntry
002650*                 AND SimpleAddition USE, INSTEAD OF ALWAYS AT
002660*                 LIST.
002662* 2026-10-15 DT   A RESUBMITTED ENTRY FOR A PRODUCT FROZEN FOR A
002664*                 PHYSICAL STOCK COUNT IS BACKORDERED IN FULL, THE
002665*                 SAME AS ORDER ENTRY.
002670* 2026-10-15 DT   PICKED UP THE NEW AVERAGE UNIT COST ON THE STOCK
002675*                 RECORD LAYOUT.
002680* 2026-10-15 DT   PICKED UP THE NEW REORDER QUANTITY ON THE STOCK
002682*                 RECORD LAYOUT.
002684* 2026-10-15 DT   RESUBMITTED ORDERS NOW GO TO ORDPICK TO BE
002686*                 PICKED RATHER THAN STRAIGHT TO INVLINES -
002688*                 ShipConfirm RELEASES WHAT ACTUALLY SHIPS TO
002690*                 INVLINES FOR BILLING. THE NEXT ORDER NUMBER NOW
002691*                 SCANS ORDPICK AND INVLINES AS WELL AS INVHIST.
002692* 2026-10-15 DT   RESUBMIT AND PURGE NOW NEED THE OPERATOR'S
002693*                 AUTHORITY ON THE NEW OPERAUTH FILE. AN ENTRY
002694*                 OVER THE CREDIT LIMIT MAY BE RESUBMITTED ONLY BY
002695*                 AN OPERATOR WITH CREDITOV AUTHORITY WHO CONFIRMS
002700*                 THE OVERRIDE, WHICH GOES TO ORDSAUD AS A
002710*                 CREDIT-OVR DECISION.
002720* 2026-10-15 DT   THE CREDIT-OVR AUDIT ROW IS NOW WRITTEN AFTER
002730*                 THE ENTRY'S STOCK IS RESERVED (OR BACKORDERED)
002740*                 RATHER THAN AT THE MOMENT THE OPERATOR CONFIRMS
002750*                 THE OVERRIDE.
002751* 2026-10-15 DT   THE CREDIT CHECK ON A RESUBMITTED ENTRY NOW
002752*                 COUNTS IT WITH THE SALES TAX THE BILLING RUN
002753*                 WILL ADD - THE CUSTOMER'S TAXRATE RATE WHEN THE
002754*                 PRODUCT'S PRODCAT CATEGORY IS TAXABLE, NOTHING
002755*                 FOR AN EXEMPT CUSTOMER - SINCE THE AROPEN
002756*                 BALANCE ALREADY INCLUDES TAX.
002760*--------------------------------------------------------------
002770
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. GNUCOBOL.
006000         RECORD KEY IS AR-INVOICE-NUMBER
006100         FILE STATUS IS WS-AR-FILE-STATUS.
006200
006300     SELECT PICK-ORDERS ASSIGN TO "ORDPICK"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-OP-FILE-STATUS.
006520
006540     SELECT INVOICE-LINES ASSIGN TO "INVLINES"
006560         ORGANIZATION IS LINE SEQUENTIAL
006580         FILE STATUS IS WS-INV-FILE-STATUS.
006600
006700     SELECT BACKORDER-FILE ASSIGN TO "BACKORDR"
006800         ORGANIZATION IS LINE SEQUENTIAL
007390         RECORD KEY IS IH-INVOICE-NUMBER
007392         FILE STATUS IS WS-IH-FILE-STATUS.
007400
007420     SELECT PRICE-AGREEMENTS ASSIGN TO "CUSTPRIC"
007440         ORGANIZATION IS LINE SEQUENTIAL
007460         FILE STATUS IS WS-PA-FILE-STATUS.
007462
007464     SELECT OPERATOR-AUTHORITY ASSIGN TO "OPERAUTH"
007466         ORGANIZATION IS LINE SEQUENTIAL
007468         FILE STATUS IS WS-OA-FILE-STATUS.
007469
007470     SELECT TAX-RATES ASSIGN TO "TAXRATE"
007471         ORGANIZATION IS LINE SEQUENTIAL
007472         FILE STATUS IS WS-TR-FILE-STATUS.
007473
007474     SELECT CATEGORY-REF ASSIGN TO "PRODCAT"
007475         ORGANIZATION IS LINE SEQUENTIAL
007476         FILE STATUS IS WS-CAT-FILE-STATUS.
007480
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  ORDER-SUSPENSE
009500     05 CM-ACCT-STATUS           PIC X(02).
009600     05 CM-DATE-LOADED           PIC 9(08).
009700     05 CM-CREDIT-LIMIT          PIC 9(07)V99.
009705     05 CM-MAINTAINED-FIELDS.
009710         10 CM-HOLD-FLAG         PIC X(01).
009715             88 CM-ON-HOLD           VALUE 'H'.
009720         10 CM-HOLD-REASON       PIC X(30).
009725         10 CM-STATUS-LOCAL      PIC X(01).
009730             88 CM-STATUS-SET-LOCALLY VALUE 'Y'.
009735         10 CM-BILL-ADDRESS-1    PIC X(30).
009740         10 CM-BILL-ADDRESS-2    PIC X(30).
009745         10 CM-BILL-CITY         PIC X(20).
009750         10 CM-BILL-STATE        PIC X(02).
009755         10 CM-BILL-ZIP          PIC X(10).
009760         10 CM-CONTACT-NAME      PIC X(30).
009765         10 CM-CONTACT-PHONE     PIC X(15).
009770         10 CM-LAST-MAINT-DATE   PIC 9(08).
009775         10 CM-TAX-CODE          PIC X(04).
009780         10 CM-TAX-EXEMPT-FLAG   PIC X(01).
009785             88 CM-TAX-EXEMPT        VALUE 'E'.
009790         10 CM-TAX-EXEMPT-CERT   PIC X(15).
009800
009900 FD  PRODUCT-MASTER
010000     LABEL RECORDS ARE STANDARD.
011300     05 SK-REORDER-POINT         PIC 9(05).
011400     05 SK-DATE-UPDATED          PIC 9(08).
011410     05 SK-ON-ORDER              PIC 9(07).
011420     05 SK-COUNT-FLAG            PIC X(01).
011440         88 SK-COUNT-FROZEN          VALUE 'F'.
011450     05 SK-AVG-COST              PIC 9(05)V99.
011460     05 SK-REORDER-QTY           PIC 9(05).
011500
011600 FD  AR-OPEN-ITEMS
011700     LABEL RECORDS ARE STANDARD.
012200     05 AR-INVOICE-AMOUNT        PIC 9(09)V99.
012300     05 AR-AMOUNT-PAID           PIC 9(09)V99.
012400     05 AR-ITEM-STATUS           PIC X(01).
012420     05 AR-ITEM-TYPE             PIC X(01).
012440         88 AR-CREDIT-MEMO           VALUE 'C'.
012460     05 AR-APPLIES-TO            PIC 9(10).
012500
012520*    ORDERS WAITING TO BE PICKED AND SHIPPED - THE SAME
012540*    LAYOUT AS INVLINES. ShipConfirm MOVES EACH ORDER ON TO
012560*    INVLINES WITH THE QUANTITIES ACTUALLY SHIPPED.
012600 FD  PICK-ORDERS
012700     LABEL RECORDS ARE STANDARD.
012800 01  IL-LINE-RECORD.
012900     05 IL-RECORD-TYPE           PIC X(01).
014000     05 IL-TRAILER-FIELDS REDEFINES IL-RECORD-BODY.
014100         10 IL-EXPECTED-LINES    PIC 9(04).
014200         10 FILLER               PIC X(24).
014210
014220*    INVLINES IS ONLY READ HERE, FOR THE ORDER NUMBERS
014230*    ALREADY SHIPPED TODAY AND NOT YET BILLED.
014240 FD  INVOICE-LINES
014250     LABEL RECORDS ARE STANDARD.
014260 01  IV-LINE-RECORD.
014270     05 IV-RECORD-TYPE           PIC X(01).
014280     05 IV-INVOICE-NUMBER        PIC 9(10).
014290     05 FILLER                   PIC X(18).
014300
014400 FD  BACKORDER-FILE
014500     LABEL RECORDS ARE STANDARD.
015788     05 IH-LINE-COUNT            PIC 9(04).
015790     05 IH-INVOICE-TOTAL         PIC 9(09)V99.
015792     05 IH-STATUS                PIC X(20).
015795     05 IH-TAX-AMOUNT            PIC 9(09)V99.
015800
015802 FD  PRICE-AGREEMENTS
015804     LABEL RECORDS ARE STANDARD.
015806 01  PA-AGREEMENT-RECORD.
015808     05 PA-CUSTOMER-ID           PIC X(10).
015810     05 FILLER                   PIC X(01).
015812     05 PA-AGREEMENT-TYPE        PIC X(01).
015814         88 PA-NET-PRICE             VALUE 'N'.
015816         88 PA-CATEGORY-PERCENT      VALUE 'C'.
015818         88 PA-QUANTITY-BREAK        VALUE 'Q'.
015820     05 FILLER                   PIC X(01).
015822     05 PA-PRODUCT-CODE          PIC 9(10).
015824     05 FILLER                   PIC X(01).
015826     05 PA-CATEGORY-CODE         PIC X(04).
015828     05 FILLER                   PIC X(01).
015830     05 PA-START-DATE            PIC 9(08).
015832     05 FILLER                   PIC X(01).
015834     05 PA-END-DATE              PIC 9(08).
015836     05 FILLER                   PIC X(01).
015838     05 PA-MIN-QUANTITY          PIC 9(04).
015840     05 FILLER                   PIC X(01).
015842     05 PA-NET-UNIT-PRICE        PIC 9(05)V99.
015844     05 FILLER                   PIC X(01).
015846     05 PA-DISCOUNT-PCT          PIC 9(02)V99.
015848     05 FILLER                   PIC X(01).
015850     05 PA-AGREEMENT-REF         PIC X(10).
015852
015854 FD  OPERATOR-AUTHORITY
015856     LABEL RECORDS ARE STANDARD.
015858 01  OA-AUTHORITY-RECORD.
015860     05 OA-OPERATOR-ID           PIC X(10).
015862     05 FILLER                   PIC X(01).
015864     05 OA-PROGRAM               PIC X(12).
015866     05 FILLER                   PIC X(01).
015867     05 OA-FUNCTION              PIC X(08).
015868
015869 FD  TAX-RATES
015870     LABEL RECORDS ARE STANDARD.
015871 01  TR-RATE-RECORD.
015872     05 TR-TAX-CODE              PIC X(04).
015873     05 FILLER                   PIC X(01).
015874     05 TR-TAX-RATE              PIC 9(02)V9(03).
015875     05 FILLER                   PIC X(01).
015876     05 TR-DESCRIPTION           PIC X(30).
015877
015878 FD  CATEGORY-REF
015879     LABEL RECORDS ARE STANDARD.
015880 01  CAT-REF-RECORD.
015881     05 CAT-CODE                 PIC X(04).
015882     05 CAT-DESCRIPTION          PIC X(30).
015883     05 CAT-TAXABLE-FLAG         PIC X(01).
015884
015900 WORKING-STORAGE SECTION.
016000*--------------------------------------------------------------
016100* FILE STATUS FIELDS
017300     88 WS-AR-OK                VALUE '00'.
017400 01 WS-INV-FILE-STATUS      PIC X(02) VALUE '00'.
017500     88 WS-INV-OK               VALUE '00'.
017520 01 WS-OP-FILE-STATUS       PIC X(02) VALUE '00'.
017540     88 WS-OP-OK                VALUE '00'.
017600 01 WS-BO-FILE-STATUS       PIC X(02) VALUE '00'.
017700     88 WS-BO-OK                VALUE '00'.
017800 01 WS-AUD-FILE-STATUS      PIC X(02) VALUE '00'.
022600*--------------------------------------------------------------
022700 01 WS-CUSTOMER-VALID-SW    PIC X(01) VALUE 'N'.
022800     88 WS-CUSTOMER-VALID       VALUE 'Y'.
022820 01 WS-CUSTOMER-HOLD-SW     PIC X(01) VALUE 'N'.
022840     88 WS-CUSTOMER-ON-HOLD     VALUE 'Y'.
022860 01 WS-HOLD-REASON          PIC X(40) VALUE SPACES.
022900 01 WS-PRODUCT-VALID-SW     PIC X(01) VALUE 'N'.
023000     88 WS-PRODUCT-VALID        VALUE 'Y'.
023100 01 WS-STOCK-FOUND-SWITCH   PIC X(01) VALUE 'N'.
023600     88 WS-AR-AVAILABLE         VALUE 'Y'.
023700 01 WS-CREDIT-LIMIT         PIC 9(07)V99 VALUE 0.
023800 01 WS-OPEN-BALANCE         PIC 9(09)V99 VALUE 0.
023850 01 WS-CREDIT-OWED          PIC 9(09)V99 VALUE 0.
023900 01 WS-PROJECTED-BALANCE    PIC 9(11)V99 VALUE 0.
023902 01 WS-TR-FILE-STATUS       PIC X(02) VALUE '00'.
023904     88 WS-TR-OK                VALUE '00'.
023906 01 WS-CAT-FILE-STATUS      PIC X(02) VALUE '00'.
023908     88 WS-CAT-OK               VALUE '00'.
023910 01 WS-REF-EOF-SWITCH       PIC X(01) VALUE 'N'.
023912     88 WS-REF-AT-END           VALUE 'Y'.
023914*    THE ENTRY IS COUNTED WITH THE SALES TAX THE BILLING RUN
023916*    WILL ADD, SINCE THE AROPEN BALANCE ALREADY INCLUDES TAX -
023918*    THE TAXRATE RATE FOR THE CUSTOMER'S TAX CODE (THE
023920*    DUKE_DEFAULT_TAX_CODE CODE WHEN IT HAS NONE), NOTHING FOR
023922*    A TAX-EXEMPT CUSTOMER OR A PRODCAT CATEGORY FLAGGED 'N'.
023924 01 WS-DEFAULT-TAX-CODE     PIC X(04) VALUE SPACES.
023926 01 WS-TAX-RATE-COUNT       PIC 9(03) VALUE 0.
023928 01 WS-MAX-TAX-RATES        PIC 9(03) VALUE 100.
023930 01 WS-TAX-RATE-TABLE.
023932     05 WS-TAX-RATE-ENTRY OCCURS 100 TIMES.
023934         10 WS-TRT-CODE         PIC X(04).
023936         10 WS-TRT-RATE         PIC 9(02)V9(03).
023938 01 WS-CATEGORY-COUNT       PIC 9(03) VALUE 0.
023940 01 WS-MAX-CATEGORIES       PIC 9(03) VALUE 50.
023942 01 WS-CATEGORY-TABLE.
023944     05 WS-CATEGORY-ENTRY OCCURS 50 TIMES.
023946         10 WS-CTT-CODE         PIC X(04).
023948         10 WS-CTT-TAXABLE      PIC X(01).
023950 01 WS-TABLE-SUB            PIC 9(03) VALUE 0.
023952 01 WS-TAX-CODE             PIC X(04) VALUE SPACES.
023954 01 WS-TAX-RATE             PIC 9(02)V9(03) VALUE 0.
023956 01 WS-LINE-TAX-RATE        PIC 9(02)V9(03) VALUE 0.
024000 01 WS-SHIP-QUANTITY        PIC 9(04) VALUE 0.
024100 01 WS-SHORT-QUANTITY       PIC 9(04) VALUE 0.
024102
024104*--------------------------------------------------------------
024106* CONTRACT PRICING FIELDS
024108*    THE CUSTPRIC CUSTOMER PRICE AGREEMENTS ARE LOADED AT
024110*    START-UP. A LINE IS PRICED AT THE LOWEST PRICE ANY OF
024112*    THE CUSTOMER'S AGREEMENTS IN FORCE TODAY GIVES IT - NET
024114*    PRODUCT PRICE ('N'), PERCENTAGE OFF THE CATEGORY ('C') OR
024116*    QUANTITY-BREAK PRICE ('Q') - NEVER ABOVE LIST, THE SAME
024118*    RULE OrderEntry PRICES A LINE BY.
024120*--------------------------------------------------------------
024122 01 WS-PA-FILE-STATUS       PIC X(02) VALUE '00'.
024124     88 WS-PA-OK                VALUE '00'.
024126 01 WS-PA-EOF-SWITCH        PIC X(01) VALUE 'N'.
024128     88 WS-END-OF-AGREEMENTS    VALUE 'Y'.
024130 01 WS-AGREEMENT-COUNT      PIC 9(04) VALUE 0.
024132 01 WS-MAX-AGREEMENTS       PIC 9(04) VALUE 500.
024134 01 WS-AGREEMENT-TABLE.
024136     05 WS-AGREEMENT-ENTRY OCCURS 500 TIMES.
024138         10 WS-AGT-CUSTOMER     PIC X(10).
024140         10 WS-AGT-TYPE         PIC X(01).
024142         10 WS-AGT-PRODUCT      PIC 9(10).
024144         10 WS-AGT-CATEGORY     PIC X(04).
024146         10 WS-AGT-START-DATE   PIC 9(08).
024148         10 WS-AGT-END-DATE     PIC 9(08).
024150         10 WS-AGT-MIN-QTY      PIC 9(04).
024152         10 WS-AGT-NET-PRICE    PIC 9(05)V99.
024154         10 WS-AGT-PCT          PIC 9(02)V99.
024156         10 WS-AGT-REF          PIC X(10).
024158 01 WS-AGR-SUB              PIC 9(04) VALUE 0.
024160 01 WS-AGR-IDX              PIC 9(04) VALUE 0.
024162 01 WS-UNIT-PRICE           PIC 9(05)V99 VALUE 0.
024164 01 WS-CANDIDATE-PRICE      PIC 9(05)V99 VALUE 0.
024166 01 WS-PRICE-AGREEMENT      PIC X(10) VALUE SPACES.
024200
024300*--------------------------------------------------------------
024400* NEXT-INVOICE-NUMBER FIELDS
024500*    DERIVED FROM THE HIGHEST HEADER ALREADY ON ORDPICK FOR
024600*    TODAY, THE SAME WAY OrderEntry DERIVES IT, SO A REVIEW
024700*    SESSION AND AN ORDER ENTRY SESSION ON THE SAME DAY DO NOT
024800*    COLLIDE.
027500     05 WS-AUD-QUANTITY        PIC 9(04).
027600     05 FILLER                 PIC X(01) VALUE SPACE.
027700     05 WS-AUD-NOTE            PIC X(40).
027702
027704*--------------------------------------------------------------
027706* OPERATOR AUTHORITY FIELDS
027708*    OPERAUTH LISTS WHAT EACH OPERATOR MAY DO IN EACH PROGRAM
027710*    (OPERATOR, PROGRAM, FUNCTION - '*' IN PROGRAM OR FUNCTION
027712*    MEANS ALL). THIS PROGRAM'S ROWS ARE LOADED AT START-UP;
027714*    WITHOUT THE FILE NO ONE MAY RESUBMIT, PURGE OR OVERRIDE
027716*    THE CREDIT LIMIT.
027718*--------------------------------------------------------------
027720 01 WS-OA-FILE-STATUS       PIC X(02) VALUE '00'.
027722     88 WS-OA-OK                VALUE '00'.
027724 01 WS-OA-EOF-SWITCH        PIC X(01) VALUE 'N'.
027726     88 WS-END-OF-AUTHORITY     VALUE 'Y'.
027728 01 WS-AUTH-PROGRAM         PIC X(12) VALUE "ORDERREVIEW".
027730 01 WS-MAX-AUTH-ENTRIES     PIC 9(03) VALUE 200.
027732 01 WS-AUTH-COUNT           PIC 9(03) VALUE 0.
027734 01 WS-AUTH-SUB             PIC 9(03) VALUE 0.
027736 01 WS-AUTH-TABLE.
027738     05 WS-AUTH-ENTRY OCCURS 200 TIMES.
027740         10 WS-AUTH-OPERATOR    PIC X(10).
027742         10 WS-AUTH-FUNCTION    PIC X(08).
027744 01 WS-CHECK-FUNCTION       PIC X(08) VALUE SPACES.
027746 01 WS-AUTHORIZED-SW        PIC X(01) VALUE 'N'.
027748     88 WS-AUTHORIZED           VALUE 'Y'.
027750 01 WS-OVER-LIMIT-EDIT      PIC ZZZ,ZZZ,ZZ9.99.
027760 01 WS-ENTRY-OVERRIDE-SW    PIC X(01) VALUE 'N'.
027780     88 WS-ENTRY-OVERRIDDEN     VALUE 'Y'.
027800
027900 PROCEDURE DIVISION.
028000*--------------------------------------------------------------
029800     IF WS-OPERATOR-ID = SPACES
029900         MOVE "UNKNOWN" TO WS-OPERATOR-ID
030000     END-IF
030050     PERFORM 1400-LOAD-AUTHORITY THRU 1400-EXIT
030100
030200     PERFORM 1200-LOAD-SUSPENSE THRU 1200-EXIT
030300     IF WS-ENTRY-COUNT = 0
034600             WS-AR-FILE-STATUS ") - credit checks will use "
034700             "a zero open balance."
034800     END-IF
034820
034840     PERFORM 1300-LOAD-AGREEMENTS THRU 1300-EXIT
034860     PERFORM 1500-LOAD-TAX-RATES THRU 1500-EXIT
034880     PERFORM 1600-LOAD-CATEGORIES THRU 1600-EXIT
034900
035000     OPEN EXTEND BACKORDER-FILE
035100     IF NOT WS-BO-OK
037100
037200     PERFORM 1100-DETERMINE-NEXT-INVOICE THRU 1100-EXIT
037300
037400     OPEN EXTEND PICK-ORDERS
037500     IF NOT WS-OP-OK
037600         OPEN OUTPUT PICK-ORDERS
037700         IF NOT WS-OP-OK
037800             DISPLAY "ERROR: cannot open ORDPICK, status "
037900                 WS-OP-FILE-STATUS
038000             MOVE 1 TO RETURN-CODE
038100             STOP RUN
038200         END-IF
038600
038700*--------------------------------------------------------------
038800* 1100-DETERMINE-NEXT-INVOICE
038900*    SCANS ORDPICK FOR THE HIGHEST INVOICE HEADER ALREADY ON
039000*    FILE FOR TODAY'S DATE AND STARTS NUMBERING AFTER IT.
039100*--------------------------------------------------------------
039200 1100-DETERMINE-NEXT-INVOICE.
039400     COMPUTE WS-TODAY-INV-LIMIT  = WS-TODAY-INV-PREFIX + 100
039500     MOVE 0 TO WS-HIGHEST-INV-TODAY
039600
039700     OPEN INPUT PICK-ORDERS
039800     IF WS-OP-OK
040400         MOVE 'N' TO WS-SCAN-EOF-SWITCH
040500         PERFORM 1150-SCAN-INVOICE-HEADER THRU 1150-EXIT
040600             UNTIL WS-SCAN-AT-END
040700         CLOSE PICK-ORDERS
040702     END-IF
040704
040706*    AN ORDER CONFIRMED AS SHIPPED MOVES FROM ORDPICK TO
040708*    INVLINES, WHERE IT WAITS FOR THE NIGHT'S TOTALING RUN.
040710     OPEN INPUT INVOICE-LINES
040712     IF WS-INV-OK
040714         MOVE 'N' TO WS-SCAN-EOF-SWITCH
040716         PERFORM 1155-SCAN-BILLING-HEADER THRU 1155-EXIT
040718             UNTIL WS-SCAN-AT-END
040720         CLOSE INVOICE-LINES
040722     END-IF
040724
040730*    INVLINES IS ARCHIVED AND CLEARED AFTER EACH CLEAN
040740*    TOTALING RUN, SO TODAY'S BILLED NUMBERS MAY ONLY SURVIVE
040750*    ON THE INVOICE HISTORY.
041800
041900*--------------------------------------------------------------
042000* 1150-SCAN-INVOICE-HEADER
042100*    READS ONE ORDPICK RECORD AND REMEMBERS ITS INVOICE
042200*    NUMBER IF IT IS A HEADER WITHIN TODAY'S DATE PREFIX.
042300*--------------------------------------------------------------
042400 1150-SCAN-INVOICE-HEADER.
042500     READ PICK-ORDERS
042600         AT END
042700             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
042800             GO TO 1150-EXIT
043500         MOVE IL-INVOICE-NUMBER TO WS-HIGHEST-INV-TODAY
043600     END-IF.
043700 1150-EXIT.
043702     EXIT.
043704
043706*--------------------------------------------------------------
043708* 1155-SCAN-BILLING-HEADER
043710*    READS ONE INVLINES RECORD AND REMEMBERS ITS INVOICE
043712*    NUMBER IF IT IS A HEADER WITHIN TODAY'S DATE PREFIX.
043714*--------------------------------------------------------------
043716 1155-SCAN-BILLING-HEADER.
043718     READ INVOICE-LINES
043720         AT END
043722             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
043724             GO TO 1155-EXIT
043726     END-READ
043728
043730     IF IV-RECORD-TYPE = '1'
043732       AND IV-INVOICE-NUMBER >= WS-TODAY-INV-PREFIX
043734       AND IV-INVOICE-NUMBER <  WS-TODAY-INV-LIMIT
043736       AND IV-INVOICE-NUMBER >  WS-HIGHEST-INV-TODAY
043738         MOVE IV-INVOICE-NUMBER TO WS-HIGHEST-INV-TODAY
043740     END-IF.
043742 1155-EXIT.
043744     EXIT.
043746
043804*--------------------------------------------------------------
043806* 1160-SCAN-HISTORY-NUMBERS
043808*    SCANS THE INVHIST INVOICE HISTORY FOR THE HIGHEST
048400     EXIT.
048500
048600*--------------------------------------------------------------
048601* 1300-LOAD-AGREEMENTS
048602*    LOADS THE CUSTPRIC CUSTOMER PRICE AGREEMENTS. NO FILE
048603*    SIMPLY MEANS NO AGREEMENTS - EVERY LINE IS PRICED AT THE
048604*    PRODUCT MASTER LIST PRICE.
048605*--------------------------------------------------------------
048606 1300-LOAD-AGREEMENTS.
048607     OPEN INPUT PRICE-AGREEMENTS
048608     IF NOT WS-PA-OK
048609         DISPLAY "No CUSTPRIC on file (status "
048610             WS-PA-FILE-STATUS ") - lines are priced at list."
048611         GO TO 1300-EXIT
048612     END-IF
048613     MOVE 'N' TO WS-PA-EOF-SWITCH
048614     PERFORM 1350-LOAD-ONE-AGREEMENT THRU 1350-EXIT
048615         UNTIL WS-END-OF-AGREEMENTS
048616     CLOSE PRICE-AGREEMENTS.
048617 1300-EXIT.
048618     EXIT.
048619
048620*--------------------------------------------------------------
048621* 1350-LOAD-ONE-AGREEMENT
048622*    READS ONE CUSTPRIC AGREEMENT INTO THE TABLE. AN ENTRY
048623*    WITH NO CUSTOMER, AN UNKNOWN TYPE, A BAD DATE, OR A PRICE
048624*    OR PERCENTAGE THAT IS NOT NUMERIC IS DROPPED WITH A
048625*    MESSAGE RATHER THAN GUESSED AT.
048626*--------------------------------------------------------------
048627 1350-LOAD-ONE-AGREEMENT.
048628     READ PRICE-AGREEMENTS
048629         AT END
048630             MOVE 'Y' TO WS-PA-EOF-SWITCH
048631             GO TO 1350-EXIT
048632     END-READ
048633     IF PA-CUSTOMER-ID = SPACES
048634       OR NOT (PA-NET-PRICE OR PA-CATEGORY-PERCENT
048635               OR PA-QUANTITY-BREAK)
048636       OR PA-START-DATE NOT NUMERIC
048637       OR PA-END-DATE NOT NUMERIC
048638         DISPLAY "WARNING: CUSTPRIC agreement '" PA-AGREEMENT-REF
048639             "' has no customer, type or dates - dropped."
048640         GO TO 1350-EXIT
048641     END-IF
048642     IF PA-CATEGORY-PERCENT
048643         IF PA-CATEGORY-CODE = SPACES
048644           OR PA-DISCOUNT-PCT NOT NUMERIC
048645           OR PA-DISCOUNT-PCT = ZERO
048646             DISPLAY "WARNING: CUSTPRIC agreement '"
048647                 PA-AGREEMENT-REF "' has no category or "
048648                 "percentage - dropped."
048649             GO TO 1350-EXIT
048650         END-IF
048651     ELSE
048652         IF PA-PRODUCT-CODE NOT NUMERIC
048653           OR PA-NET-UNIT-PRICE NOT NUMERIC
048654             DISPLAY "WARNING: CUSTPRIC agreement '"
048655                 PA-AGREEMENT-REF "' has no product or net "
048656                 "price - dropped."
048657             GO TO 1350-EXIT
048658         END-IF
048659         IF PA-QUANTITY-BREAK AND PA-MIN-QUANTITY NOT NUMERIC
048660             DISPLAY "WARNING: CUSTPRIC agreement '"
048661                 PA-AGREEMENT-REF "' has no break quantity "
048662                 "- dropped."
048663             GO TO 1350-EXIT
048664         END-IF
048665     END-IF
048666     IF WS-AGREEMENT-COUNT >= WS-MAX-AGREEMENTS
048667         DISPLAY "WARNING: price agreement table full - "
048668             "agreement " PA-AGREEMENT-REF " dropped."
048669         GO TO 1350-EXIT
048670     END-IF
048671
048672     ADD 1 TO WS-AGREEMENT-COUNT
048673     MOVE WS-AGREEMENT-COUNT TO WS-AGR-IDX
048674     MOVE PA-CUSTOMER-ID    TO WS-AGT-CUSTOMER (WS-AGR-IDX)
048675     MOVE PA-AGREEMENT-TYPE TO WS-AGT-TYPE (WS-AGR-IDX)
048676     MOVE PA-START-DATE     TO WS-AGT-START-DATE (WS-AGR-IDX)
048677     MOVE PA-END-DATE       TO WS-AGT-END-DATE (WS-AGR-IDX)
048678     MOVE PA-AGREEMENT-REF  TO WS-AGT-REF (WS-AGR-IDX)
048679     MOVE 0      TO WS-AGT-PRODUCT (WS-AGR-IDX)
048680     MOVE SPACES TO WS-AGT-CATEGORY (WS-AGR-IDX)
048681     MOVE 0      TO WS-AGT-MIN-QTY (WS-AGR-IDX)
048682     MOVE 0      TO WS-AGT-NET-PRICE (WS-AGR-IDX)
048683     MOVE 0      TO WS-AGT-PCT (WS-AGR-IDX)
048684     IF PA-CATEGORY-PERCENT
048685         MOVE PA-CATEGORY-CODE TO WS-AGT-CATEGORY (WS-AGR-IDX)
048686         MOVE PA-DISCOUNT-PCT  TO WS-AGT-PCT (WS-AGR-IDX)
048687     ELSE
048688         MOVE PA-PRODUCT-CODE   TO WS-AGT-PRODUCT (WS-AGR-IDX)
048689         MOVE PA-NET-UNIT-PRICE TO WS-AGT-NET-PRICE (WS-AGR-IDX)
048690     END-IF
048691     IF PA-QUANTITY-BREAK
048692         MOVE PA-MIN-QUANTITY TO WS-AGT-MIN-QTY (WS-AGR-IDX)
048693     END-IF.
048694 1350-EXIT.
048695     EXIT.
048696
048697*--------------------------------------------------------------
048698* 1400-LOAD-AUTHORITY
048699*    LOADS THIS PROGRAM'S OPERAUTH ROWS INTO THE AUTHORITY
048700*    TABLE. WITHOUT THE FILE THE BACKLOG CAN STILL BE LISTED
048701*    AND KEPT, BUT EVERY RESUBMIT, PURGE AND OVERRIDE IS
048702*    REFUSED.
048703*--------------------------------------------------------------
048704 1400-LOAD-AUTHORITY.
048705     MOVE 0 TO WS-AUTH-COUNT
048706     OPEN INPUT OPERATOR-AUTHORITY
048707     IF NOT WS-OA-OK
048708         DISPLAY "WARNING: cannot open OPERAUTH, status "
048709             WS-OA-FILE-STATUS " - resubmits, purges and "
048710             "overrides are refused."
048711         GO TO 1400-EXIT
048712     END-IF
048713
048714     MOVE 'N' TO WS-OA-EOF-SWITCH
048715     PERFORM 1450-LOAD-ONE-AUTHORITY THRU 1450-EXIT
048716         UNTIL WS-END-OF-AUTHORITY
048717     CLOSE OPERATOR-AUTHORITY.
048718 1400-EXIT.
048719     EXIT.
048720
048721*--------------------------------------------------------------
048722* 1450-LOAD-ONE-AUTHORITY
048723*    ADDS ONE OPERAUTH ROW TO THE TABLE WHEN IT IS FOR THIS
048724*    PROGRAM OR FOR ALL PROGRAMS.
048725*--------------------------------------------------------------
048726 1450-LOAD-ONE-AUTHORITY.
048727     READ OPERATOR-AUTHORITY
048728         AT END
048729             MOVE 'Y' TO WS-OA-EOF-SWITCH
048730             GO TO 1450-EXIT
048731     END-READ
048732     IF OA-PROGRAM NOT = WS-AUTH-PROGRAM
048733       AND OA-PROGRAM NOT = "*"
048734         GO TO 1450-EXIT
048735     END-IF
048736     IF OA-OPERATOR-ID = SPACES OR OA-FUNCTION = SPACES
048737         GO TO 1450-EXIT
048738     END-IF
048739     IF WS-AUTH-COUNT >= WS-MAX-AUTH-ENTRIES
048740         DISPLAY "WARNING: operator authority table full - "
048741             OA-OPERATOR-ID "/" OA-FUNCTION " dropped."
048742         GO TO 1450-EXIT
048743     END-IF
048744     ADD 1 TO WS-AUTH-COUNT
048745     MOVE OA-OPERATOR-ID TO WS-AUTH-OPERATOR (WS-AUTH-COUNT)
048746     MOVE OA-FUNCTION    TO WS-AUTH-FUNCTION (WS-AUTH-COUNT).
048747 1450-EXIT.
048748     EXIT.
048749
048750*--------------------------------------------------------------
048751 1500-LOAD-TAX-RATES.
048752     ACCEPT WS-DEFAULT-TAX-CODE FROM ENVIRONMENT
048753         "DUKE_DEFAULT_TAX_CODE"
048754     MOVE 0 TO WS-TAX-RATE-COUNT
048755     OPEN INPUT TAX-RATES
048756     IF NOT WS-TR-OK
048757         DISPLAY "WARNING: cannot open TAXRATE, status "
048758             WS-TR-FILE-STATUS " - credit checks will leave "
048759             "sales tax out."
048760         GO TO 1500-EXIT
048761     END-IF
048762     MOVE 'N' TO WS-REF-EOF-SWITCH
048763     PERFORM 1550-LOAD-ONE-TAX-RATE THRU 1550-EXIT
048764         UNTIL WS-REF-AT-END
048765     CLOSE TAX-RATES.
048766 1500-EXIT.
048767     EXIT.
048768
048769*--------------------------------------------------------------
048770* 1550-LOAD-ONE-TAX-RATE
048771*    READS ONE TAXRATE ENTRY INTO THE TABLE. A BLANK CODE OR A
048772*    RATE THAT IS NOT NUMERIC IS DROPPED.
048773*--------------------------------------------------------------
048774 1550-LOAD-ONE-TAX-RATE.
048775     READ TAX-RATES
048776         AT END
048777             MOVE 'Y' TO WS-REF-EOF-SWITCH
048778             GO TO 1550-EXIT
048779     END-READ
048780     IF TR-TAX-CODE = SPACES OR TR-TAX-RATE NOT NUMERIC
048781         GO TO 1550-EXIT
048782     END-IF
048783     IF WS-TAX-RATE-COUNT >= WS-MAX-TAX-RATES
048784         DISPLAY "WARNING: tax rate table full - tax code "
048785             TR-TAX-CODE " dropped."
048786         GO TO 1550-EXIT
048787     END-IF
048788     ADD 1 TO WS-TAX-RATE-COUNT
048789     MOVE TR-TAX-CODE TO WS-TRT-CODE (WS-TAX-RATE-COUNT)
048790     MOVE TR-TAX-RATE TO WS-TRT-RATE (WS-TAX-RATE-COUNT).
048791 1550-EXIT.
048792     EXIT.
048793
048794*--------------------------------------------------------------
048795* 1600-LOAD-CATEGORIES
048796*    LOADS THE PRODCAT CATEGORY CODES AND THEIR TAXABLE FLAGS.
048797*    NO FILE MEANS EVERY LINE IS COUNTED AS TAXABLE.
048798*--------------------------------------------------------------
048799 1600-LOAD-CATEGORIES.
048800     MOVE 0 TO WS-CATEGORY-COUNT
048801     OPEN INPUT CATEGORY-REF
048802     IF NOT WS-CAT-OK
048803         DISPLAY "WARNING: cannot open PRODCAT, status "
048804             WS-CAT-FILE-STATUS " - credit checks will count "
048805             "every line as taxable."
048806         GO TO 1600-EXIT
048807     END-IF
048808     MOVE 'N' TO WS-REF-EOF-SWITCH
048809     PERFORM 1650-LOAD-ONE-CATEGORY THRU 1650-EXIT
048810         UNTIL WS-REF-AT-END
048811     CLOSE CATEGORY-REF.
048812 1600-EXIT.
048813     EXIT.
048814
048815*--------------------------------------------------------------
048816* 1650-LOAD-ONE-CATEGORY
048817*    READS ONE CATEGORY REFERENCE RECORD INTO THE TABLE.
048818*--------------------------------------------------------------
048819 1650-LOAD-ONE-CATEGORY.
048820     READ CATEGORY-REF
048821         AT END
048822             MOVE 'Y' TO WS-REF-EOF-SWITCH
048823             GO TO 1650-EXIT
048824     END-READ
048825     IF WS-CATEGORY-COUNT >= WS-MAX-CATEGORIES
048826         DISPLAY "WARNING: category table full - category "
048827             CAT-CODE " dropped."
048828         GO TO 1650-EXIT
048829     END-IF
048830     ADD 1 TO WS-CATEGORY-COUNT
048831     MOVE CAT-CODE         TO WS-CTT-CODE (WS-CATEGORY-COUNT)
048832     MOVE CAT-TAXABLE-FLAG
048833         TO WS-CTT-TAXABLE (WS-CATEGORY-COUNT).
048834 1650-EXIT.
048835     EXIT.
048836
048837*--------------------------------------------------------------
048838* 2000-PROCESS-REVIEW
048839*    LISTS THE BACKLOG, THEN TAKES ONE DECISION PER PASS UNTIL
048900*    THE OPERATOR PICKS ENTRY ZERO.
049000*--------------------------------------------------------------
049100 2000-PROCESS-REVIEW.
055000     ACCEPT WS-REVIEW-ACTION
055100
055200     IF WS-ACTION-RESUBMIT
055210         MOVE "RESUBMIT" TO WS-CHECK-FUNCTION
055220         PERFORM 2900-CHECK-AUTHORITY THRU 2900-EXIT
055230         IF NOT WS-AUTHORIZED
055240             DISPLAY "Operator " WS-OPERATOR-ID " is not "
055250                 "authorised to resubmit - entry kept."
055260             GO TO 2100-EXIT
055270         END-IF
055300         PERFORM 2200-RESUBMIT-ENTRY THRU 2200-EXIT
055400         GO TO 2100-EXIT
055500     END-IF
055600     IF WS-ACTION-PURGE
055610         MOVE "PURGE" TO WS-CHECK-FUNCTION
055620         PERFORM 2900-CHECK-AUTHORITY THRU 2900-EXIT
055630         IF NOT WS-AUTHORIZED
055640             DISPLAY "Operator " WS-OPERATOR-ID " is not "
055650                 "authorised to purge - entry kept."
055660             GO TO 2100-EXIT
055670         END-IF
055700         PERFORM 2500-PURGE-ENTRY THRU 2500-EXIT
055800         GO TO 2100-EXIT
055900     END-IF
056900* 2200-RESUBMIT-ENTRY
057000*    RE-VALIDATES THE PICKED ENTRY WITH THE SAME CHECKS ORDER
057100*    ENTRY MAKES AND, WHEN THEY ALL PASS, RESERVES STOCK AND
057200*    WRITES IT TO ORDPICK AS A ONE-LINE ORDER. AN ENTRY THAT
057300*    STILL FAILS STAYS ON THE BACKLOG WITH A MESSAGE. AN
057320*    OPERATOR WITH CREDITOV AUTHORITY MAY TAKE AN ENTRY OVER
057340*    THE CREDIT LIMIT; THE OVERRIDE IS AUDITED AS CREDIT-OVR.
057400*--------------------------------------------------------------
057500 2200-RESUBMIT-ENTRY.
057550     MOVE 'N' TO WS-ENTRY-OVERRIDE-SW
057600     IF WS-SUE-QUANTITY (WS-PICKED-ENTRY) = ZERO
057700         DISPLAY "Entry " WS-PICKED-ENTRY " has no quantity - "
057800             "still not valid, kept."
058600             " is still not on the customer master - kept."
058700         GO TO 2200-EXIT
058800     END-IF
058810
058820     IF WS-CUSTOMER-ON-HOLD
058830         MOVE WS-HOLD-REASON TO WS-SUE-REASON (WS-PICKED-ENTRY)
058840         DISPLAY "Customer "
058850             WS-SUE-CUSTOMER (WS-PICKED-ENTRY)
058860             " is on hold - kept with the hold reason."
058870         GO TO 2200-EXIT
058880     END-IF
058900
059000     PERFORM 2240-VALIDATE-PRODUCT THRU 2240-EXIT
059100     IF NOT WS-PRODUCT-VALID
059600     END-IF
059700
059800     IF WS-CREDIT-LIMIT > ZERO
059850         PERFORM 2250-PRICE-ENTRY THRU 2250-EXIT
059900         COMPUTE WS-PROJECTED-BALANCE ROUNDED =
060000             WS-OPEN-BALANCE
060100             + (WS-SUE-QUANTITY (WS-PICKED-ENTRY)
060200                * WS-UNIT-PRICE)
060250               * (100 + WS-LINE-TAX-RATE) / 100
060300         IF WS-PROJECTED-BALANCE > WS-CREDIT-LIMIT
060350             PERFORM 2260-CREDIT-OVERRIDE THRU 2260-EXIT
060400             IF NOT WS-CONFIRMED
060450                 DISPLAY "Entry would exceed the customer's "
060500                     "credit limit - kept."
060550                 GO TO 2200-EXIT
060600             END-IF
060700         END-IF
060800     END-IF
060900
061000     PERFORM 2300-RESERVE-STOCK THRU 2300-EXIT
061020     IF WS-ENTRY-OVERRIDDEN
061040         PERFORM 2270-AUDIT-CREDIT-OVERRIDE THRU 2270-EXIT
061060     END-IF
061100     IF WS-SHIP-QUANTITY = ZERO
061200         DISPLAY "Nothing on hand - entry turned into a "
061300             "backorder for "
062600     ADD 1 TO WS-RESUBMIT-COUNT
062700     MOVE "RESUBMIT" TO WS-AUD-DECISION
062800     MOVE SPACES TO WS-AUD-NOTE
062900     STRING "order " DELIMITED BY SIZE
063000         WS-NEXT-INVOICE-NUMBER DELIMITED BY SIZE
063100         " sent for picking" DELIMITED BY SIZE
063200         INTO WS-AUD-NOTE
063300     END-STRING
063400     PERFORM 3000-WRITE-AUDIT-LINE THRU 3000-EXIT
063500     DISPLAY "Entry " WS-PICKED-ENTRY " resubmitted as "
063600         "order " WS-NEXT-INVOICE-NUMBER "."
063700     ADD 1 TO WS-NEXT-INVOICE-NUMBER.
063800 2200-EXIT.
063900     EXIT.
064100*--------------------------------------------------------------
064200* 2210-VALIDATE-CUSTOMER
064300*    READS THE CUSTOMER MASTER FOR THE PICKED ENTRY'S CUSTOMER
064400*    AND FETCHES ITS CREDIT LIMIT, OPEN BALANCE, HOLD AND
064450*    SALES TAX RATE.
064500*--------------------------------------------------------------
064600 2210-VALIDATE-CUSTOMER.
064700     MOVE 'N' TO WS-CUSTOMER-VALID-SW
064800     MOVE 0   TO WS-CREDIT-LIMIT
064850     MOVE 'N' TO WS-CUSTOMER-HOLD-SW
064900     MOVE WS-SUE-CUSTOMER (WS-PICKED-ENTRY) TO CM-CUSTOMER-ID
065000     READ CUSTOMER-MASTER
065100         INVALID KEY
065200             GO TO 2210-EXIT
065300     END-READ
065400     MOVE 'Y' TO WS-CUSTOMER-VALID-SW
065410     IF CM-ON-HOLD
065420         MOVE 'Y' TO WS-CUSTOMER-HOLD-SW
065430         MOVE SPACES TO WS-HOLD-REASON
065440         STRING "account on hold - " DELIMITED BY SIZE
065450                CM-HOLD-REASON       DELIMITED BY SIZE
065460             INTO WS-HOLD-REASON
065470         END-STRING
065480     END-IF
065500     MOVE CM-CREDIT-LIMIT TO WS-CREDIT-LIMIT
065550     PERFORM 2215-FIND-CUSTOMER-TAX THRU 2215-EXIT
065600     PERFORM 2220-SUM-OPEN-BALANCE THRU 2220-EXIT.
065700 2210-EXIT.
065800     EXIT.
065802
065804*--------------------------------------------------------------
065806 2215-FIND-CUSTOMER-TAX.
065808     MOVE 0 TO WS-TAX-RATE
065810     IF CM-TAX-EXEMPT
065812         GO TO 2215-EXIT
065814     END-IF
065816     MOVE WS-DEFAULT-TAX-CODE TO WS-TAX-CODE
065818     IF CM-TAX-CODE NOT = SPACES
065820         MOVE CM-TAX-CODE TO WS-TAX-CODE
065822     END-IF
065824     MOVE 1 TO WS-TABLE-SUB
065826     PERFORM 2217-CHECK-TAX-RATE THRU 2217-EXIT
065828         UNTIL WS-TABLE-SUB > WS-TAX-RATE-COUNT.
065830 2215-EXIT.
065832     EXIT.
065834
065836*--------------------------------------------------------------
065838* 2217-CHECK-TAX-RATE
065840*    COMPARES THE TAX CODE AGAINST ONE TABLE ENTRY AND
065842*    REMEMBERS THE RATE ON A MATCH.
065844*--------------------------------------------------------------
065846 2217-CHECK-TAX-RATE.
065848     IF WS-TAX-CODE = WS-TRT-CODE (WS-TABLE-SUB)
065850         MOVE WS-TRT-RATE (WS-TABLE-SUB) TO WS-TAX-RATE
065852         MOVE WS-TAX-RATE-COUNT TO WS-TABLE-SUB
065854     END-IF
065856     ADD 1 TO WS-TABLE-SUB.
065858 2217-EXIT.
065860     EXIT.
065900
066000*--------------------------------------------------------------
066100* 2220-SUM-OPEN-BALANCE
068200*--------------------------------------------------------------
068300* 2230-ADD-ONE-OPEN-ITEM
068400*    READS THE NEXT OPEN ITEM AND ADDS WHAT IS STILL OWING
068500*    WHEN IT BELONGS TO THE ENTRY'S CUSTOMER. AN OPEN CREDIT
068550*    MEMO COMES OFF THE BALANCE.
068600*--------------------------------------------------------------
068700 2230-ADD-ONE-OPEN-ITEM.
068800     READ AR-OPEN-ITEMS NEXT RECORD
069000             MOVE 'Y' TO WS-AR-EOF-SWITCH
069100             GO TO 2230-EXIT
069200     END-READ
069300     IF AR-CUSTOMER-ID NOT = WS-SUE-CUSTOMER (WS-PICKED-ENTRY)
069320       OR AR-ITEM-STATUS NOT = 'O'
069340         GO TO 2230-EXIT
069360     END-IF
069380     IF AR-CREDIT-MEMO
069400         COMPUTE WS-CREDIT-OWED =
069420             AR-INVOICE-AMOUNT - AR-AMOUNT-PAID
069440         IF WS-CREDIT-OWED > WS-OPEN-BALANCE
069460             MOVE 0 TO WS-OPEN-BALANCE
069480         ELSE
069500             SUBTRACT WS-CREDIT-OWED FROM WS-OPEN-BALANCE
069520         END-IF
069540     ELSE
069560         COMPUTE WS-OPEN-BALANCE = WS-OPEN-BALANCE
069580             + AR-INVOICE-AMOUNT - AR-AMOUNT-PAID
069600     END-IF.
069800 2230-EXIT.
069801     EXIT.
069802
069803*--------------------------------------------------------------
069804* 2250-PRICE-ENTRY
069805*    WORKS OUT THE UNIT PRICE FOR THE PICKED ENTRY'S PRODUCT
069806*    AND QUANTITY - THE LIST PRICE ON THE PRODUCT MASTER, OR
069807*    THE BEST PRICE ANY OF THE CUSTOMER'S AGREEMENTS IN FORCE
069808*    TODAY GIVES IT, WHICHEVER IS LOWER.
069809*--------------------------------------------------------------
069810 2250-PRICE-ENTRY.
069811     MOVE PM-PRODUCT-PRICE TO WS-UNIT-PRICE
069812     MOVE SPACES TO WS-PRICE-AGREEMENT
069813     MOVE 1 TO WS-AGR-SUB
069814     PERFORM 2255-CHECK-AGREEMENT THRU 2255-EXIT
069815         UNTIL WS-AGR-SUB > WS-AGREEMENT-COUNT.
069816 2250-EXIT.
069817     EXIT.
069818
069819*--------------------------------------------------------------
069820* 2255-CHECK-AGREEMENT
069821*    PRICES THE ENTRY UNDER ONE AGREEMENT AND KEEPS THE PRICE
069822*    WHEN IT BEATS THE BEST SO FAR. AN AGREEMENT FOR ANOTHER
069823*    CUSTOMER, OUT OF ITS DATE RANGE, FOR ANOTHER PRODUCT OR
069824*    CATEGORY, OR A QUANTITY BREAK THE ENTRY DOES NOT REACH,
069825*    DOES NOT APPLY.
069826*--------------------------------------------------------------
069827 2255-CHECK-AGREEMENT.
069828     MOVE WS-AGR-SUB TO WS-AGR-IDX
069829     ADD 1 TO WS-AGR-SUB
069830     IF WS-AGT-CUSTOMER (WS-AGR-IDX)
069831            NOT = WS-SUE-CUSTOMER (WS-PICKED-ENTRY)
069832       OR WS-AGT-START-DATE (WS-AGR-IDX) > WS-CURRENT-DATE
069833         GO TO 2255-EXIT
069834     END-IF
069835     IF WS-AGT-END-DATE (WS-AGR-IDX) NOT = ZERO
069836       AND WS-AGT-END-DATE (WS-AGR-IDX) < WS-CURRENT-DATE
069837         GO TO 2255-EXIT
069838     END-IF
069839
069840     IF WS-AGT-TYPE (WS-AGR-IDX) = 'C'
069841         IF WS-AGT-CATEGORY (WS-AGR-IDX) NOT = PM-CATEGORY-CODE
069842             GO TO 2255-EXIT
069843         END-IF
069844         COMPUTE WS-CANDIDATE-PRICE ROUNDED =
069845             PM-PRODUCT-PRICE
069846             * (100 - WS-AGT-PCT (WS-AGR-IDX)) / 100
069847     ELSE
069848         IF WS-AGT-PRODUCT (WS-AGR-IDX) NOT = PM-PRODUCT-CODE
069849           OR WS-AGT-MIN-QTY (WS-AGR-IDX)
069850                > WS-SUE-QUANTITY (WS-PICKED-ENTRY)
069851             GO TO 2255-EXIT
069852         END-IF
069853         MOVE WS-AGT-NET-PRICE (WS-AGR-IDX) TO WS-CANDIDATE-PRICE
069854     END-IF
069855
069856     IF WS-CANDIDATE-PRICE < WS-UNIT-PRICE
069857         MOVE WS-CANDIDATE-PRICE TO WS-UNIT-PRICE
069858         MOVE WS-AGT-REF (WS-AGR-IDX) TO WS-PRICE-AGREEMENT
069859     END-IF.
069860 2255-EXIT.
069900     EXIT.
069902
069904*--------------------------------------------------------------
069906* 2260-CREDIT-OVERRIDE
069908*    OFFERS AN OPERATOR WITH CREDITOV AUTHORITY THE CHANCE TO
069910*    TAKE THE ENTRY OVER THE CUSTOMER'S CREDIT LIMIT. A YES
069912*    MARKS THE ENTRY OVERRIDDEN - IT IS AUDITED ONCE THE STOCK
069914*    IS RESERVED; ANYONE ELSE, OR A NO, LEAVES THE CONFIRM
069915*    REPLY OFF AND THE ENTRY IS KEPT.
069916*--------------------------------------------------------------
069918 2260-CREDIT-OVERRIDE.
069920     MOVE 'N' TO WS-CONFIRM-REPLY
069922     MOVE "CREDITOV" TO WS-CHECK-FUNCTION
069924     PERFORM 2900-CHECK-AUTHORITY THRU 2900-EXIT
069926     IF NOT WS-AUTHORIZED
069928         GO TO 2260-EXIT
069930     END-IF
069932
069934     COMPUTE WS-OVER-LIMIT-EDIT =
069936         WS-PROJECTED-BALANCE - WS-CREDIT-LIMIT
069938     DISPLAY "Entry would exceed the credit limit by "
069940         WS-OVER-LIMIT-EDIT "."
069942     DISPLAY "Override the credit limit (Y/N)? "
069944     ACCEPT WS-CONFIRM-REPLY
069946     IF NOT WS-CONFIRMED
069948         GO TO 2260-EXIT
069950     END-IF
069952
069954     MOVE 'Y' TO WS-ENTRY-OVERRIDE-SW.
069968 2260-EXIT.
069970     EXIT.
069971
069972*--------------------------------------------------------------
069973* 2270-AUDIT-CREDIT-OVERRIDE
069974*    WRITES THE CREDIT-OVR ROW FOR AN OVERRIDDEN ENTRY AFTER
069975*    2300-RESERVE-STOCK HAS TAKEN IT OFF THE BACKLOG, SO THE
069976*    AUDIT FILE NEVER SHOWS AN OVERRIDE FOR AN ENTRY THAT DID
069977*    NOT GO ON. THE RESUBMIT OR BACKORDER ROW FOLLOWS IT.
069978*--------------------------------------------------------------
069979 2270-AUDIT-CREDIT-OVERRIDE.
069980     MOVE "CREDIT-OVR" TO WS-AUD-DECISION
069981     MOVE SPACES TO WS-AUD-NOTE
069982     STRING "over credit limit by " DELIMITED BY SIZE
069983         WS-OVER-LIMIT-EDIT DELIMITED BY SIZE
069984         INTO WS-AUD-NOTE
069985     END-STRING
069986     PERFORM 3000-WRITE-AUDIT-LINE THRU 3000-EXIT.
069987 2270-EXIT.
069988     EXIT.
070000
070100*--------------------------------------------------------------
070200* 2240-VALIDATE-PRODUCT
070300*    READS THE PRODUCT MASTER FOR THE PICKED ENTRY'S PRODUCT
070400*    AND REMEMBERS WHETHER IT WAS FOUND, AND WHAT SALES TAX
070450*    RATE THE ENTRY WILL BE BILLED AT.
070500*--------------------------------------------------------------
070600 2240-VALIDATE-PRODUCT.
070700     MOVE 'N' TO WS-PRODUCT-VALID-SW
071000         INVALID KEY
071100             GO TO 2240-EXIT
071200     END-READ
071300     MOVE 'Y' TO WS-PRODUCT-VALID-SW
071350     PERFORM 2245-FIND-LINE-TAX THRU 2245-EXIT.
071400 2240-EXIT.
071500     EXIT.
071502
071504*--------------------------------------------------------------
071506 2245-FIND-LINE-TAX.
071508     MOVE WS-TAX-RATE TO WS-LINE-TAX-RATE
071510     MOVE 1 TO WS-TABLE-SUB
071512     PERFORM 2247-CHECK-CATEGORY THRU 2247-EXIT
071514         UNTIL WS-TABLE-SUB > WS-CATEGORY-COUNT.
071516 2245-EXIT.
071518     EXIT.
071520
071522*--------------------------------------------------------------
071524* 2247-CHECK-CATEGORY
071526*    COMPARES THE PRODUCT'S CATEGORY AGAINST ONE TABLE ENTRY
071528*    AND DROPS THE LINE'S TAX RATE WHEN IT IS NON-TAXABLE.
071530*--------------------------------------------------------------
071532 2247-CHECK-CATEGORY.
071534     IF PM-CATEGORY-CODE = WS-CTT-CODE (WS-TABLE-SUB)
071536         IF WS-CTT-TAXABLE (WS-TABLE-SUB) = 'N'
071538             MOVE 0 TO WS-LINE-TAX-RATE
071540         END-IF
071542         MOVE WS-CATEGORY-COUNT TO WS-TABLE-SUB
071544     END-IF
071546     ADD 1 TO WS-TABLE-SUB.
071548 2247-EXIT.
071550     EXIT.
071600
071700*--------------------------------------------------------------
071800* 2300-RESERVE-STOCK
071900*    COVERS THE ENTRY'S QUANTITY FROM ON-HAND AS FAR AS IT
072000*    WILL GO, RESERVING THE COVERED PART AND BACKORDERING THE
072050*    SHORTFALL - THE SAME SPLIT ORDER ENTRY MAKES, INCLUDING
072100*    BACKORDERING THE WHOLE ENTRY WHEN THE PRODUCT IS FROZEN
072150*    FOR A STOCK COUNT.
072200*--------------------------------------------------------------
072300 2300-RESERVE-STOCK.
072400     MOVE 0 TO WS-SHIP-QUANTITY
073300         MOVE 'Y' TO WS-STOCK-FOUND-SWITCH
073400     END-IF
073500
073520     IF NOT WS-STOCK-FOUND
073540       OR SK-COUNT-FROZEN
073560         IF WS-STOCK-FOUND
073580             DISPLAY "  (stock is frozen for a physical count)"
073600         END-IF
073700         MOVE WS-SUE-QUANTITY (WS-PICKED-ENTRY)
073800             TO WS-SHORT-QUANTITY
073900         PERFORM 2320-WRITE-BACKORDER THRU 2320-EXIT
078900
079000*--------------------------------------------------------------
079100* 2400-WRITE-INVOICE
079200*    WRITES THE RESUBMITTED ENTRY TO ORDPICK AS A ONE-LINE
079300*    ORDER - HEADER, ONE DETAIL (STOCK-RESERVED FLAG SET, THE
079400*    WAY ORDER ENTRY WRITES ITS LINES), AND TRAILER.
079500*--------------------------------------------------------------
081900
082000*--------------------------------------------------------------
082100* 2450-WRITE-INVOICE-RECORD
082200*    WRITES ONE RECORD TO ORDPICK AND WARNS ON A FAILURE.
082300*--------------------------------------------------------------
082400 2450-WRITE-INVOICE-RECORD.
082500     WRITE IL-LINE-RECORD
082600     IF NOT WS-OP-OK
082700         DISPLAY "WARNING: could not write ORDPICK, status "
082800             WS-OP-FILE-STATUS
082900     END-IF.
083000 2450-EXIT.
083100     EXIT.
085300 2500-EXIT.
085400     EXIT.
085500
085502*--------------------------------------------------------------
085504* 2900-CHECK-AUTHORITY
085506*    LOOKS UP THE OPERATOR AND THE CHECK FUNCTION IN THE
085508*    AUTHORITY TABLE. A ROW WITH FUNCTION '*' ALLOWS
085510*    EVERYTHING.
085512*--------------------------------------------------------------
085514 2900-CHECK-AUTHORITY.
085516     MOVE 'N' TO WS-AUTHORIZED-SW
085518     MOVE 1 TO WS-AUTH-SUB
085520     PERFORM 2910-CHECK-ONE-AUTHORITY THRU 2910-EXIT
085522         UNTIL WS-AUTHORIZED
085524            OR WS-AUTH-SUB > WS-AUTH-COUNT.
085526 2900-EXIT.
085528     EXIT.
085530
085532*--------------------------------------------------------------
085534* 2910-CHECK-ONE-AUTHORITY
085536*    COMPARES ONE TABLE ROW WITH THE OPERATOR AND FUNCTION.
085538*--------------------------------------------------------------
085540 2910-CHECK-ONE-AUTHORITY.
085542     IF WS-AUTH-OPERATOR (WS-AUTH-SUB) = WS-OPERATOR-ID
085544       AND (WS-AUTH-FUNCTION (WS-AUTH-SUB) = WS-CHECK-FUNCTION
085546         OR WS-AUTH-FUNCTION (WS-AUTH-SUB) = "*")
085548         MOVE 'Y' TO WS-AUTHORIZED-SW
085550     END-IF
085552     ADD 1 TO WS-AUTH-SUB.
085554 2910-EXIT.
085556     EXIT.
085558
085600*--------------------------------------------------------------
085700* 3000-WRITE-AUDIT-LINE
085800*    APPENDS ONE DECISION TO THE REVIEW AUDIT FILE - WHO MADE
089000     IF WS-AR-AVAILABLE
089100         CLOSE AR-OPEN-ITEMS
089200     END-IF
089300     CLOSE PICK-ORDERS
089400     CLOSE BACKORDER-FILE
089500     CLOSE REVIEW-AUDIT
089600
