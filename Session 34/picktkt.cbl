000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PickTicket.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - PICK TICKETS FOR THE ORDERS
001100*                 WAITING ON ORDPICK. EVERY ORDER NOT YET
001200*                 TICKETED GETS ONE TICKET, ITS LINES SORTED BY
001300*                 THE BIN LOCATION ON THE WAREHOUSE'S BINLOC FILE
001400*                 SO THE PICKER WALKS THE AISLES ONCE; PRODUCTS
001500*                 WITH NO BIN COME LAST. EACH TICKETED ORDER IS
001600*                 RECORDED ON PICKOPEN, WHICH STOPS IT PRINTING
001700*                 AGAIN AND FEEDS THE PICKED-NOT-SHIPPED REPORT
001800*                 UNTIL ShipConfirm TAKES THE WAREHOUSE'S
001900*                 CONFIRMATION. IT RUNS AS A STEP OF THE NIGHTLY
002000*                 JOB, AND THE WAREHOUSE CAN RUN IT DURING THE
002100*                 DAY FOR ORDERS TAKEN SINCE.
002200*--------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. GNUCOBOL.
002700 OBJECT-COMPUTER. GNUCOBOL.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PICK-ORDERS ASSIGN TO "ORDPICK"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-OP-FILE-STATUS.
003400
003500     SELECT PICK-OPEN ASSIGN TO "PICKOPEN"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-PK-FILE-STATUS.
003800
003900     SELECT BIN-LOCATIONS ASSIGN TO "BINLOC"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-BN-FILE-STATUS.
004200
004300     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CM-CUSTOMER-ID
004700         FILE STATUS IS WS-CM-FILE-STATUS.
004800
004900     SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS PM-PRODUCT-CODE
005300         FILE STATUS IS WS-PM-FILE-STATUS.
005400
005500     SELECT PICK-WORK ASSIGN TO "PICKWORK"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-PW-FILE-STATUS.
005800
005900     SELECT PICK-SORTED ASSIGN TO "PICKSRTD"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-PS-FILE-STATUS.
006200
006300     SELECT SORT-FILE ASSIGN TO "SORTWK".
006400
006500     SELECT PICK-TICKETS ASSIGN TO "PICKTKT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-RPT-FILE-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100*    ORDERS WAITING TO BE PICKED AND SHIPPED - THE SAME
007200*    LAYOUT AS INVLINES.
007300 FD  PICK-ORDERS
007400     LABEL RECORDS ARE STANDARD.
007500 01  IL-LINE-RECORD.
007600     05 IL-RECORD-TYPE           PIC X(01).
007700     05 IL-RECORD-BODY           PIC X(28).
007800     05 IL-HEADER-FIELDS REDEFINES IL-RECORD-BODY.
007900         10 IL-INVOICE-NUMBER    PIC 9(10).
008000         10 IL-CUSTOMER-ID       PIC X(10).
008100         10 IL-INVOICE-DATE      PIC 9(08).
008200     05 IL-DETAIL-FIELDS REDEFINES IL-RECORD-BODY.
008300         10 IL-PRODUCT-CODE      PIC 9(10).
008400         10 IL-QUANTITY          PIC 9(04).
008500         10 IL-STOCK-FLAG        PIC X(01).
008600         10 FILLER               PIC X(13).
008700     05 IL-TRAILER-FIELDS REDEFINES IL-RECORD-BODY.
008800         10 IL-EXPECTED-LINES    PIC 9(04).
008900         10 FILLER               PIC X(24).
009000
009100*    ONE ROW PER ORDER TICKETED AND NOT YET CONFIRMED AS
009200*    SHIPPED.
009300 FD  PICK-OPEN
009400     LABEL RECORDS ARE STANDARD.
009500 01  PK-OPEN-RECORD.
009600     05 PK-ORDER-NUMBER          PIC 9(10).
009700     05 FILLER                   PIC X(01).
009800     05 PK-CUSTOMER-ID           PIC X(10).
009900     05 FILLER                   PIC X(01).
010000     05 PK-ORDER-DATE            PIC 9(08).
010100     05 FILLER                   PIC X(01).
010200     05 PK-PICK-DATE             PIC 9(08).
010300     05 FILLER                   PIC X(01).
010400     05 PK-LINE-COUNT            PIC 9(04).
010500     05 FILLER                   PIC X(01).
010600     05 PK-UNITS                 PIC 9(06).
010700
010800*    WAREHOUSE-MAINTAINED BIN LOCATION OF EACH PRODUCT.
010900 FD  BIN-LOCATIONS
011000     LABEL RECORDS ARE STANDARD.
011100 01  BN-BIN-RECORD.
011200     05 BN-PRODUCT-CODE          PIC 9(10).
011300     05 FILLER                   PIC X(01).
011400     05 BN-LOCATION              PIC X(08).
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
014300 FD  PRODUCT-MASTER
014400     LABEL RECORDS ARE STANDARD.
014500 01  PM-PRODUCT-RECORD.
014600     05 PM-PRODUCT-CODE          PIC 9(10).
014700     05 PM-PRODUCT-NAME          PIC X(30).
014800     05 PM-PRODUCT-PRICE         PIC 9(5)V99.
014900     05 PM-DATE-ENTERED          PIC 9(08).
015000     05 PM-CATEGORY-CODE         PIC X(04).
015100     05 PM-SUPPLIER-CODE         PIC X(06).
015200
015300 FD  PICK-WORK
015400     LABEL RECORDS ARE STANDARD.
015500 01  PW-PICK-RECORD.
015600     05 PW-ORDER-NUMBER          PIC 9(10).
015700     05 PW-BIN-SEQ               PIC X(01).
015800     05 PW-LOCATION              PIC X(08).
015900     05 PW-PRODUCT-CODE          PIC 9(10).
016000     05 PW-QUANTITY              PIC 9(04).
016100     05 PW-CUSTOMER-ID           PIC X(10).
016200     05 PW-ORDER-DATE            PIC 9(08).
016300
016400 FD  PICK-SORTED
016500     LABEL RECORDS ARE STANDARD.
016600 01  PS-PICK-RECORD.
016700     05 PS-ORDER-NUMBER          PIC 9(10).
016800     05 PS-BIN-SEQ               PIC X(01).
016900     05 PS-LOCATION              PIC X(08).
017000     05 PS-PRODUCT-CODE          PIC 9(10).
017100     05 PS-QUANTITY              PIC 9(04).
017200     05 PS-CUSTOMER-ID           PIC X(10).
017300     05 PS-ORDER-DATE            PIC 9(08).
017400
017500 SD  SORT-FILE.
017600 01  SW-SORT-RECORD.
017700     05 SW-ORDER-NUMBER          PIC 9(10).
017800     05 SW-BIN-SEQ               PIC X(01).
017900     05 SW-LOCATION              PIC X(08).
018000     05 SW-PRODUCT-CODE          PIC 9(10).
018100     05 FILLER                   PIC X(22).
018200
018300 FD  PICK-TICKETS
018400     LABEL RECORDS ARE STANDARD.
018500 01  RPT-PRINT-LINE              PIC X(110).
018600
018700 WORKING-STORAGE SECTION.
018800*--------------------------------------------------------------
018900* FILE STATUS FIELDS
019000*--------------------------------------------------------------
019100 01 WS-OP-FILE-STATUS       PIC X(02) VALUE '00'.
019200     88 WS-OP-OK                VALUE '00'.
019300 01 WS-PK-FILE-STATUS       PIC X(02) VALUE '00'.
019400     88 WS-PK-OK                VALUE '00'.
019500 01 WS-BN-FILE-STATUS       PIC X(02) VALUE '00'.
019600     88 WS-BN-OK                VALUE '00'.
019700 01 WS-CM-FILE-STATUS       PIC X(02) VALUE '00'.
019800     88 WS-CM-OK                VALUE '00'.
019900 01 WS-PM-FILE-STATUS       PIC X(02) VALUE '00'.
020000     88 WS-PM-OK                VALUE '00'.
020100 01 WS-PW-FILE-STATUS       PIC X(02) VALUE '00'.
020200     88 WS-PW-OK                VALUE '00'.
020300 01 WS-PS-FILE-STATUS       PIC X(02) VALUE '00'.
020400     88 WS-PS-OK                VALUE '00'.
020500 01 WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.
020600     88 WS-RPT-OK               VALUE '00'.
020700
020800*--------------------------------------------------------------
020900* RUN CONTROL FIELDS
021000*--------------------------------------------------------------
021100 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
021200 01 WS-CURRENT-DATE         PIC 9(08).
021300 01 WS-CM-AVAIL-SWITCH      PIC X(01) VALUE 'N'.
021400     88 WS-CM-AVAILABLE         VALUE 'Y'.
021500 01 WS-PM-AVAIL-SWITCH      PIC X(01) VALUE 'N'.
021600     88 WS-PM-AVAILABLE         VALUE 'Y'.
021700
021800*--------------------------------------------------------------
021900* TICKETED ORDER TABLE
022000*    THE ORDER NUMBERS ALREADY ON PICKOPEN. AN ORDER FOUND
022100*    HERE HAS ITS TICKET AND IS NOT PRINTED AGAIN. A PICKOPEN
022200*    TOO BIG FOR THE TABLE STOPS THE RUN RATHER THAN PRINT A
022300*    SECOND TICKET FOR AN ORDER ALREADY ON THE FLOOR.
022400*--------------------------------------------------------------
022500 01 WS-MAX-OPEN-ORDERS      PIC 9(04) VALUE 1000.
022600 01 WS-OPN-COUNT            PIC 9(04) VALUE 0.
022700 01 WS-OPN-SUB              PIC 9(04) VALUE 0.
022800 01 WS-PK-EOF-SWITCH        PIC X(01) VALUE 'N'.
022900     88 WS-END-OF-PICK-OPEN     VALUE 'Y'.
023000 01 WS-OPEN-TABLE.
023100     05 WS-OPN-ENTRY OCCURS 1000 TIMES.
023200         10 WS-OPN-ORDER        PIC 9(10).
023300
023400*--------------------------------------------------------------
023500* BIN LOCATION TABLE
023600*    LOADED FROM BINLOC AT START-UP. A PRODUCT NOT FOUND HERE
023700*    PRINTS AS NO BIN AND SORTS TO THE END OF ITS TICKET.
023800*--------------------------------------------------------------
023900 01 WS-MAX-BINS             PIC 9(04) VALUE 2000.
024000 01 WS-BIN-COUNT            PIC 9(04) VALUE 0.
024100 01 WS-BIN-SUB              PIC 9(04) VALUE 0.
024200 01 WS-BIN-REJECTS          PIC 9(04) VALUE 0.
024300 01 WS-BN-EOF-SWITCH        PIC X(01) VALUE 'N'.
024400     88 WS-END-OF-BINS          VALUE 'Y'.
024500 01 WS-BIN-FOUND-SW         PIC X(01) VALUE 'N'.
024600     88 WS-BIN-FOUND            VALUE 'Y'.
024700 01 WS-BIN-TABLE.
024800     05 WS-BIN-ENTRY OCCURS 2000 TIMES.
024900         10 WS-BIN-PRODUCT      PIC 9(10).
025000         10 WS-BIN-LOCATION     PIC X(08).
025100
025200*--------------------------------------------------------------
025300* ORDER SELECTION FIELDS
025400*--------------------------------------------------------------
025500 01 WS-OP-EOF-SWITCH        PIC X(01) VALUE 'N'.
025600     88 WS-END-OF-ORDERS        VALUE 'Y'.
025700 01 WS-ORDER-WANTED-SW      PIC X(01) VALUE 'N'.
025800     88 WS-ORDER-WANTED         VALUE 'Y'.
025900 01 WS-SEL-ORDER-NUMBER     PIC 9(10) VALUE 0.
026000 01 WS-SEL-CUSTOMER-ID      PIC X(10) VALUE SPACES.
026100 01 WS-SEL-ORDER-DATE       PIC 9(08) VALUE 0.
026200
026300*--------------------------------------------------------------
026400* TICKET CONTROL FIELDS
026500*--------------------------------------------------------------
026600 01 WS-PS-EOF-SWITCH        PIC X(01) VALUE 'N'.
026700     88 WS-END-OF-SORTED        VALUE 'Y'.
026800 01 WS-PRIOR-ORDER          PIC 9(10) VALUE 0.
026900 01 WS-FIRST-ORDER-SW       PIC X(01) VALUE 'Y'.
027000     88 WS-FIRST-ORDER          VALUE 'Y'.
027100 01 WS-TKT-CUSTOMER-ID      PIC X(10) VALUE SPACES.
027200 01 WS-TKT-ORDER-DATE       PIC 9(08) VALUE 0.
027300 01 WS-TKT-LINES            PIC 9(04) VALUE 0.
027400 01 WS-TKT-UNITS            PIC 9(06) VALUE 0.
027500 01 WS-PK-OPEN-SWITCH       PIC X(01) VALUE 'N'.
027600     88 WS-PK-IS-OPEN           VALUE 'Y'.
027700
027800*--------------------------------------------------------------
027900* RUN COUNTERS
028000*--------------------------------------------------------------
028100 01 WS-ORDERS-READ          PIC 9(05) VALUE 0.
028200 01 WS-ORDERS-SKIPPED       PIC 9(05) VALUE 0.
028300 01 WS-ORDERS-SELECTED      PIC 9(05) VALUE 0.
028400 01 WS-LINES-SELECTED       PIC 9(05) VALUE 0.
028500 01 WS-LINES-NO-BIN         PIC 9(05) VALUE 0.
028600 01 WS-TICKETS-PRINTED      PIC 9(05) VALUE 0.
028700
028800*--------------------------------------------------------------
028900* PICK TICKET LINES
029000*--------------------------------------------------------------
029100 01 WS-RPT-HEADING-1.
029200     05 FILLER                  PIC X(20)
029300         VALUE "DUKE RETAIL SYSTEMS".
029400     05 FILLER                  PIC X(30)
029500         VALUE "PICK TICKET".
029600     05 FILLER                  PIC X(11)
029700         VALUE "PICK DATE: ".
029800     05 WS-RPT-HDG-DATE         PIC 9(08).
029900
030000 01 WS-RPT-ORDER-LINE.
030100     05 FILLER                  PIC X(07) VALUE "ORDER:".
030200     05 WS-RPTO-ORDER           PIC 9(10).
030300     05 FILLER                  PIC X(14)
030400         VALUE "  ORDER DATE: ".
030500     05 WS-RPTO-DATE            PIC 9(08).
030600     05 FILLER                  PIC X(12)
030700         VALUE "  CUSTOMER: ".
030800     05 WS-RPTO-CUSTOMER        PIC X(10).
030900     05 FILLER                  PIC X(02) VALUE SPACES.
031000     05 WS-RPTO-NAME            PIC X(30).
031100
031200 01 WS-RPT-HEADING-2.
031300     05 FILLER                  PIC X(10) VALUE "LOCATION".
031400     05 FILLER                  PIC X(12) VALUE "PRODUCT".
031500     05 FILLER                  PIC X(32) VALUE "DESCRIPTION".
031600     05 FILLER                  PIC X(09) VALUE "QUANTITY".
031700     05 FILLER                  PIC X(08) VALUE "PICKED".
031800
031900 01 WS-RPT-DETAIL-LINE.
032000     05 WS-RPTD-LOCATION        PIC X(08).
032100     05 FILLER                  PIC X(02) VALUE SPACES.
032200     05 WS-RPTD-PRODUCT         PIC 9(10).
032300     05 FILLER                  PIC X(02) VALUE SPACES.
032400     05 WS-RPTD-NAME            PIC X(30).
032500     05 FILLER                  PIC X(02) VALUE SPACES.
032600     05 WS-RPTD-QUANTITY        PIC ZZ,ZZ9.
032700     05 FILLER                  PIC X(03) VALUE SPACES.
032800     05 FILLER                  PIC X(08) VALUE "________".
032900
033000 01 WS-RPT-ORDER-TOTAL.
033100     05 FILLER                  PIC X(10) VALUE SPACES.
033200     05 FILLER                  PIC X(07) VALUE "LINES:".
033300     05 WS-RPTT-LINES           PIC Z,ZZ9.
033400     05 FILLER                  PIC X(10) VALUE "   UNITS:".
033500     05 WS-RPTT-UNITS           PIC ZZZ,ZZ9.
033600
033700 01 WS-RPT-SIGN-LINE.
033800     05 FILLER                  PIC X(10) VALUE SPACES.
033900     05 FILLER                  PIC X(11) VALUE "PICKED BY:".
034000     05 FILLER                  PIC X(14)
034100         VALUE "____________".
034200     05 FILLER                  PIC X(12) VALUE "CHECKED BY:".
034300     05 FILLER                  PIC X(12)
034400         VALUE "____________".
034500
034600 01 WS-RPT-GRAND-TOTAL.
034700     05 FILLER                  PIC X(17)
034800         VALUE "TICKETS PRINTED:".
034900     05 WS-RPTG-TICKETS         PIC ZZ,ZZ9.
035000     05 FILLER                  PIC X(10) VALUE "   LINES:".
035100     05 WS-RPTG-LINES           PIC ZZ,ZZ9.
035200     05 FILLER                  PIC X(12) VALUE "   NO BIN:".
035300     05 WS-RPTG-NO-BIN          PIC ZZ,ZZ9.
035400
035500 PROCEDURE DIVISION.
035600*--------------------------------------------------------------
035700* 0000-MAIN-PROCESS
035800*    CONTROLS THE OVERALL FLOW OF THE PICK TICKET RUN.
035900*--------------------------------------------------------------
036000 0000-MAIN-PROCESS.
036100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
036200     PERFORM 2000-SELECT-ORDERS THRU 2000-EXIT
036300     PERFORM 3000-PRINT-TICKETS THRU 3000-EXIT
036400     PERFORM 9000-TERMINATE THRU 9000-EXIT
036500     STOP RUN.
036600
036700*--------------------------------------------------------------
036800* 1000-INITIALIZE
036900*    LOADS THE ORDERS ALREADY TICKETED AND THE BIN LOCATIONS
037000*    AND OPENS THE MASTERS. THE MASTERS ONLY SUPPLY NAMES, SO
037100*    THE TICKETS STILL PRINT WITHOUT THEM.
037200*--------------------------------------------------------------
037300 1000-INITIALIZE.
037400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
037500     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
037600         "DUKE_BUSINESS_DATE"
037700     IF WS-BUSINESS-DATE IS NUMERIC
037800         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
037900     END-IF
038000
038100     PERFORM 1100-LOAD-PICK-OPEN THRU 1100-EXIT
038200     PERFORM 1200-LOAD-BIN-LOCATIONS THRU 1200-EXIT
038300
038400     OPEN INPUT CUSTOMER-MASTER
038500     IF WS-CM-OK
038600         MOVE 'Y' TO WS-CM-AVAIL-SWITCH
038700     ELSE
038800         DISPLAY "No CUSTMSTR on file (status "
038900             WS-CM-FILE-STATUS ") - customer names not shown."
039000     END-IF
039100
039200     OPEN INPUT PRODUCT-MASTER
039300     IF WS-PM-OK
039400         MOVE 'Y' TO WS-PM-AVAIL-SWITCH
039500     ELSE
039600         DISPLAY "No PRODMSTR on file (status "
039700             WS-PM-FILE-STATUS ") - product names not shown."
039800     END-IF.
039900 1000-EXIT.
040000     EXIT.
040100
040200*--------------------------------------------------------------
040300* 1100-LOAD-PICK-OPEN
040400*    READS THE ORDER NUMBERS ALREADY TICKETED. NO PICKOPEN
040500*    MEANS NOTHING HAS BEEN TICKETED YET.
040600*--------------------------------------------------------------
040700 1100-LOAD-PICK-OPEN.
040800     OPEN INPUT PICK-OPEN
040900     IF NOT WS-PK-OK
041000         DISPLAY "No PICKOPEN on file (status "
041100             WS-PK-FILE-STATUS ") - no orders ticketed yet."
041200         GO TO 1100-EXIT
041300     END-IF
041400
041500     MOVE 'N' TO WS-PK-EOF-SWITCH
041600     PERFORM 1150-LOAD-ONE-PICK-OPEN THRU 1150-EXIT
041700         UNTIL WS-END-OF-PICK-OPEN
041800     CLOSE PICK-OPEN
041900     DISPLAY "Orders already ticketed: " WS-OPN-COUNT.
042000 1100-EXIT.
042100     EXIT.
042200
042300*--------------------------------------------------------------
042400* 1150-LOAD-ONE-PICK-OPEN
042500*    READS ONE PICKOPEN ROW INTO THE TICKETED ORDER TABLE.
042600*--------------------------------------------------------------
042700 1150-LOAD-ONE-PICK-OPEN.
042800     READ PICK-OPEN
042900         AT END
043000             MOVE 'Y' TO WS-PK-EOF-SWITCH
043100             GO TO 1150-EXIT
043200     END-READ
043300
043400     IF PK-ORDER-NUMBER NOT NUMERIC
043500         DISPLAY "WARNING: PICKOPEN row is not numeric - "
043600             "skipped."
043700         GO TO 1150-EXIT
043800     END-IF
043900
044000     IF WS-OPN-COUNT >= WS-MAX-OPEN-ORDERS
044100         DISPLAY "ERROR: PICKOPEN has more than "
044200             WS-MAX-OPEN-ORDERS " orders - table is full."
044300         CLOSE PICK-OPEN
044400         MOVE 1 TO RETURN-CODE
044500         STOP RUN
044600     END-IF
044700
044800     ADD 1 TO WS-OPN-COUNT
044900     MOVE PK-ORDER-NUMBER TO WS-OPN-ORDER (WS-OPN-COUNT).
045000 1150-EXIT.
045100     EXIT.
045200
045300*--------------------------------------------------------------
045400* 1200-LOAD-BIN-LOCATIONS
045500*    LOADS BINLOC INTO THE BIN TABLE. WITHOUT IT THE TICKETS
045600*    STILL PRINT, IN PRODUCT ORDER WITH NO LOCATIONS.
045700*--------------------------------------------------------------
045800 1200-LOAD-BIN-LOCATIONS.
045900     OPEN INPUT BIN-LOCATIONS
046000     IF NOT WS-BN-OK
046100         DISPLAY "WARNING: no BINLOC on file (status "
046200             WS-BN-FILE-STATUS ") - tickets print in product "
046300             "order."
046400         GO TO 1200-EXIT
046500     END-IF
046600
046700     MOVE 'N' TO WS-BN-EOF-SWITCH
046800     PERFORM 1250-LOAD-ONE-BIN THRU 1250-EXIT
046900         UNTIL WS-END-OF-BINS
047000     CLOSE BIN-LOCATIONS
047100     DISPLAY "Bin locations loaded: " WS-BIN-COUNT
047200         " Dropped: " WS-BIN-REJECTS.
047300 1200-EXIT.
047400     EXIT.
047500
047600*--------------------------------------------------------------
047700* 1250-LOAD-ONE-BIN
047800*    VALIDATES ONE BINLOC ROW AND ADDS IT TO THE TABLE. A
047900*    SECOND ROW FOR THE SAME PRODUCT IS NEVER LOOKED AT - THE
048000*    FIRST ONE WINS.
048100*--------------------------------------------------------------
048200 1250-LOAD-ONE-BIN.
048300     READ BIN-LOCATIONS
048400         AT END
048500             MOVE 'Y' TO WS-BN-EOF-SWITCH
048600             GO TO 1250-EXIT
048700     END-READ
048800
048900     IF BN-PRODUCT-CODE NOT NUMERIC
049000       OR BN-LOCATION = SPACES
049100         DISPLAY "WARNING: BINLOC row for " BN-PRODUCT-CODE
049200             " is incomplete - dropped."
049300         ADD 1 TO WS-BIN-REJECTS
049400         GO TO 1250-EXIT
049500     END-IF
049600
049700     IF WS-BIN-COUNT >= WS-MAX-BINS
049800         DISPLAY "WARNING: bin table is full - BINLOC row for "
049900             BN-PRODUCT-CODE " dropped."
050000         ADD 1 TO WS-BIN-REJECTS
050100         GO TO 1250-EXIT
050200     END-IF
050300
050400     ADD 1 TO WS-BIN-COUNT
050500     MOVE BN-PRODUCT-CODE TO WS-BIN-PRODUCT (WS-BIN-COUNT)
050600     MOVE BN-LOCATION     TO WS-BIN-LOCATION (WS-BIN-COUNT).
050700 1250-EXIT.
050800     EXIT.
050900
051000*--------------------------------------------------------------
051100* 2000-SELECT-ORDERS
051200*    PASSES ORDPICK ONCE, SPOOLING EVERY LINE OF EVERY ORDER
051300*    NOT YET TICKETED TO THE WORK FILE WITH ITS BIN LOCATION.
051400*--------------------------------------------------------------
051500 2000-SELECT-ORDERS.
051600     OPEN INPUT PICK-ORDERS
051700     IF NOT WS-OP-OK
051800         DISPLAY "No ORDPICK on file (status "
051900             WS-OP-FILE-STATUS ") - no orders waiting to be "
052000             "picked."
052100         STOP RUN
052200     END-IF
052300
052400     OPEN OUTPUT PICK-WORK
052500     IF NOT WS-PW-OK
052600         DISPLAY "ERROR: cannot open pick work file, status "
052700             WS-PW-FILE-STATUS
052800         CLOSE PICK-ORDERS
052900         MOVE 1 TO RETURN-CODE
053000         STOP RUN
053100     END-IF
053200
053300     MOVE 'N' TO WS-OP-EOF-SWITCH
053400     MOVE 'N' TO WS-ORDER-WANTED-SW
053500     PERFORM 2100-SELECT-ONE-RECORD THRU 2100-EXIT
053600         UNTIL WS-END-OF-ORDERS
053700     CLOSE PICK-ORDERS
053800     CLOSE PICK-WORK
053900
054000     DISPLAY "Orders on ORDPICK: " WS-ORDERS-READ
054100         " Already ticketed: " WS-ORDERS-SKIPPED
054200         " To pick: " WS-ORDERS-SELECTED.
054300 2000-EXIT.
054400     EXIT.
054500
054600*--------------------------------------------------------------
054700* 2100-SELECT-ONE-RECORD
054800*    READS ONE ORDPICK RECORD. A HEADER DECIDES WHETHER THE
054900*    ORDER NEEDS A TICKET; EACH DETAIL LINE OF AN ORDER THAT
055000*    DOES GOES TO THE WORK FILE. TRAILERS ARE PASSED OVER.
055100*--------------------------------------------------------------
055200 2100-SELECT-ONE-RECORD.
055300     READ PICK-ORDERS
055400         AT END
055500             MOVE 'Y' TO WS-OP-EOF-SWITCH
055600             GO TO 2100-EXIT
055700     END-READ
055800
055900     IF IL-RECORD-TYPE = '1'
056000         PERFORM 2150-START-ORDER THRU 2150-EXIT
056100         GO TO 2100-EXIT
056200     END-IF
056300
056400     IF IL-RECORD-TYPE NOT = '2'
056500       OR NOT WS-ORDER-WANTED
056600         GO TO 2100-EXIT
056700     END-IF
056800
056900     PERFORM 2200-FIND-BIN THRU 2200-EXIT
057000     MOVE SPACES TO PW-PICK-RECORD
057100     MOVE WS-SEL-ORDER-NUMBER TO PW-ORDER-NUMBER
057200     IF WS-BIN-FOUND
057300         MOVE '1' TO PW-BIN-SEQ
057400         MOVE WS-BIN-LOCATION (WS-BIN-SUB) TO PW-LOCATION
057500     ELSE
057600         MOVE '2' TO PW-BIN-SEQ
057700         MOVE "NO BIN" TO PW-LOCATION
057800         ADD 1 TO WS-LINES-NO-BIN
057900     END-IF
058000     MOVE IL-PRODUCT-CODE     TO PW-PRODUCT-CODE
058100     MOVE IL-QUANTITY         TO PW-QUANTITY
058200     MOVE WS-SEL-CUSTOMER-ID  TO PW-CUSTOMER-ID
058300     MOVE WS-SEL-ORDER-DATE   TO PW-ORDER-DATE
058400     WRITE PW-PICK-RECORD
058500     IF NOT WS-PW-OK
058600         DISPLAY "ERROR: could not write pick work file, "
058700             "status " WS-PW-FILE-STATUS
058800         CLOSE PICK-ORDERS
058900         CLOSE PICK-WORK
059000         MOVE 1 TO RETURN-CODE
059100         STOP RUN
059200     END-IF
059300     ADD 1 TO WS-LINES-SELECTED.
059400 2100-EXIT.
059500     EXIT.
059600
059700*--------------------------------------------------------------
059800* 2150-START-ORDER
059900*    TAKES AN ORDER HEADER. THE ORDER IS WANTED UNLESS ITS
060000*    NUMBER IS ALREADY ON PICKOPEN.
060100*--------------------------------------------------------------
060200 2150-START-ORDER.
060300     ADD 1 TO WS-ORDERS-READ
060400     MOVE IL-INVOICE-NUMBER TO WS-SEL-ORDER-NUMBER
060500     MOVE IL-CUSTOMER-ID    TO WS-SEL-CUSTOMER-ID
060600     MOVE IL-INVOICE-DATE   TO WS-SEL-ORDER-DATE
060700
060800     MOVE 'Y' TO WS-ORDER-WANTED-SW
060900     PERFORM 2160-CHECK-TICKETED THRU 2160-EXIT
061000         VARYING WS-OPN-SUB FROM 1 BY 1
061100         UNTIL WS-OPN-SUB > WS-OPN-COUNT
061200            OR NOT WS-ORDER-WANTED
061300     IF WS-ORDER-WANTED
061400         ADD 1 TO WS-ORDERS-SELECTED
061500     ELSE
061600         ADD 1 TO WS-ORDERS-SKIPPED
061700     END-IF.
061800 2150-EXIT.
061900     EXIT.
062000
062100*--------------------------------------------------------------
062200* 2160-CHECK-TICKETED
062300*    CHECKS ONE TICKETED ORDER AGAINST THE ORDER JUST READ.
062400*--------------------------------------------------------------
062500 2160-CHECK-TICKETED.
062600     IF WS-OPN-ORDER (WS-OPN-SUB) = WS-SEL-ORDER-NUMBER
062700         MOVE 'N' TO WS-ORDER-WANTED-SW
062800     END-IF.
062900 2160-EXIT.
063000     EXIT.
063100
063200*--------------------------------------------------------------
063300* 2200-FIND-BIN
063400*    LOOKS THE DETAIL LINE'S PRODUCT UP IN THE BIN TABLE,
063500*    LEAVING WS-BIN-SUB ON THE ENTRY WHEN IT IS FOUND.
063600*--------------------------------------------------------------
063700 2200-FIND-BIN.
063800     MOVE 'N' TO WS-BIN-FOUND-SW
063900     PERFORM 2250-CHECK-ONE-BIN THRU 2250-EXIT
064000         VARYING WS-BIN-SUB FROM 1 BY 1
064100         UNTIL WS-BIN-SUB > WS-BIN-COUNT
064200            OR WS-BIN-FOUND
064300     IF WS-BIN-FOUND
064400         SUBTRACT 1 FROM WS-BIN-SUB
064500     END-IF.
064600 2200-EXIT.
064700     EXIT.
064800
064900*--------------------------------------------------------------
065000* 2250-CHECK-ONE-BIN
065100*    CHECKS ONE BIN TABLE ENTRY FOR THE LINE'S PRODUCT.
065200*--------------------------------------------------------------
065300 2250-CHECK-ONE-BIN.
065400     IF WS-BIN-PRODUCT (WS-BIN-SUB) = IL-PRODUCT-CODE
065500         MOVE 'Y' TO WS-BIN-FOUND-SW
065600     END-IF.
065700 2250-EXIT.
065800     EXIT.
065900
066000*--------------------------------------------------------------
066100* 3000-PRINT-TICKETS
066200*    SORTS THE SELECTED LINES BY ORDER AND PICKING SEQUENCE
066300*    AND PRINTS ONE TICKET PER ORDER, RECORDING EACH ORDER ON
066400*    PICKOPEN AS ITS TICKET IS FINISHED.
066500*--------------------------------------------------------------
066600 3000-PRINT-TICKETS.
066700     OPEN OUTPUT PICK-TICKETS
066800     IF NOT WS-RPT-OK
066900         DISPLAY "ERROR: cannot open PICKTKT, status "
067000             WS-RPT-FILE-STATUS
067100         MOVE 1 TO RETURN-CODE
067200         GO TO 3000-EXIT
067300     END-IF
067400     MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE
067500
067600     IF WS-LINES-SELECTED = 0
067700         WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-1
067800         MOVE SPACES TO RPT-PRINT-LINE
067900         WRITE RPT-PRINT-LINE
068000         MOVE "NO NEW ORDERS ARE WAITING TO BE PICKED."
068100             TO RPT-PRINT-LINE
068200         WRITE RPT-PRINT-LINE
068300         CLOSE PICK-TICKETS
068400         GO TO 3000-EXIT
068500     END-IF
068600
068700     OPEN EXTEND PICK-OPEN
068800     IF NOT WS-PK-OK
068900         OPEN OUTPUT PICK-OPEN
069000         IF NOT WS-PK-OK
069100             DISPLAY "ERROR: cannot open PICKOPEN, status "
069200                 WS-PK-FILE-STATUS
069300             DISPLAY "ERROR: no tickets printed - they would "
069400                 "print again on the next run."
069500             CLOSE PICK-TICKETS
069600             MOVE 1 TO RETURN-CODE
069700             GO TO 3000-EXIT
069800         END-IF
069900     END-IF
070000     MOVE 'Y' TO WS-PK-OPEN-SWITCH
070100
070200     SORT SORT-FILE
070300         ON ASCENDING KEY SW-ORDER-NUMBER
070400                          SW-BIN-SEQ
070500                          SW-LOCATION
070600                          SW-PRODUCT-CODE
070700         USING PICK-WORK
070800         GIVING PICK-SORTED
070900
071000     OPEN INPUT PICK-SORTED
071100     IF NOT WS-PS-OK
071200         DISPLAY "ERROR: cannot open sorted pick file, "
071300             "status " WS-PS-FILE-STATUS
071400         CLOSE PICK-TICKETS
071500         MOVE 1 TO RETURN-CODE
071600         GO TO 3000-EXIT
071700     END-IF
071800
071900     MOVE 'N' TO WS-PS-EOF-SWITCH
072000     MOVE 'Y' TO WS-FIRST-ORDER-SW
072100     PERFORM 3100-PRINT-ONE-LINE THRU 3100-EXIT
072200         UNTIL WS-END-OF-SORTED
072300     IF NOT WS-FIRST-ORDER
072400         PERFORM 3200-FINISH-TICKET THRU 3200-EXIT
072500     END-IF
072600     CLOSE PICK-SORTED
072700
072800     MOVE WS-TICKETS-PRINTED TO WS-RPTG-TICKETS
072900     MOVE WS-LINES-SELECTED  TO WS-RPTG-LINES
073000     MOVE WS-LINES-NO-BIN    TO WS-RPTG-NO-BIN
073100     WRITE RPT-PRINT-LINE FROM WS-RPT-GRAND-TOTAL
073200     IF NOT WS-RPT-OK
073300         DISPLAY "WARNING: could not write PICKTKT, status "
073400             WS-RPT-FILE-STATUS
073500     END-IF
073600     CLOSE PICK-TICKETS.
073700 3000-EXIT.
073800     EXIT.
073900
074000*--------------------------------------------------------------
074100* 3100-PRINT-ONE-LINE
074200*    READS ONE SORTED PICK LINE, STARTING A NEW TICKET WHEN
074300*    THE ORDER CHANGES, AND PRINTS IT.
074400*--------------------------------------------------------------
074500 3100-PRINT-ONE-LINE.
074600     READ PICK-SORTED
074700         AT END
074800             MOVE 'Y' TO WS-PS-EOF-SWITCH
074900             GO TO 3100-EXIT
075000     END-READ
075100
075200     IF PS-ORDER-NUMBER NOT = WS-PRIOR-ORDER
075300       OR WS-FIRST-ORDER
075400         IF NOT WS-FIRST-ORDER
075500             PERFORM 3200-FINISH-TICKET THRU 3200-EXIT
075600         END-IF
075700         MOVE 'N' TO WS-FIRST-ORDER-SW
075800         MOVE PS-ORDER-NUMBER TO WS-PRIOR-ORDER
075900         PERFORM 3150-START-TICKET THRU 3150-EXIT
076000     END-IF
076100
076200     MOVE SPACES TO WS-RPTD-NAME
076300     IF WS-PM-AVAILABLE
076400         MOVE PS-PRODUCT-CODE TO PM-PRODUCT-CODE
076500         READ PRODUCT-MASTER
076600             INVALID KEY
076700                 MOVE "(NOT ON FILE)" TO WS-RPTD-NAME
076800             NOT INVALID KEY
076900                 MOVE PM-PRODUCT-NAME TO WS-RPTD-NAME
077000         END-READ
077100     END-IF
077200
077300     MOVE PS-LOCATION     TO WS-RPTD-LOCATION
077400     MOVE PS-PRODUCT-CODE TO WS-RPTD-PRODUCT
077500     MOVE PS-QUANTITY     TO WS-RPTD-QUANTITY
077600     WRITE RPT-PRINT-LINE FROM WS-RPT-DETAIL-LINE
077700
077800     ADD 1 TO WS-TKT-LINES
077900     ADD PS-QUANTITY TO WS-TKT-UNITS.
078000 3100-EXIT.
078100     EXIT.
078200
078300*--------------------------------------------------------------
078400* 3150-START-TICKET
078500*    STARTS A TICKET WITH THE ORDER, ITS DATE, THE CUSTOMER'S
078600*    NAME FROM CUSTMSTR AND THE COLUMN HEADINGS.
078700*--------------------------------------------------------------
078800 3150-START-TICKET.
078900     MOVE 0 TO WS-TKT-LINES
079000     MOVE 0 TO WS-TKT-UNITS
079100     MOVE PS-CUSTOMER-ID TO WS-TKT-CUSTOMER-ID
079200     MOVE PS-ORDER-DATE  TO WS-TKT-ORDER-DATE
079300
079400     MOVE PS-ORDER-NUMBER TO WS-RPTO-ORDER
079500     MOVE PS-ORDER-DATE   TO WS-RPTO-DATE
079600     MOVE PS-CUSTOMER-ID  TO WS-RPTO-CUSTOMER
079700     MOVE SPACES          TO WS-RPTO-NAME
079800     IF WS-CM-AVAILABLE
079900         MOVE PS-CUSTOMER-ID TO CM-CUSTOMER-ID
080000         READ CUSTOMER-MASTER
080100             INVALID KEY
080200                 MOVE "(NOT ON CUSTMSTR)" TO WS-RPTO-NAME
080300             NOT INVALID KEY
080400                 MOVE CM-CUSTOMER-NAME TO WS-RPTO-NAME
080500         END-READ
080600     END-IF
080700
080800     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-1
080900     WRITE RPT-PRINT-LINE FROM WS-RPT-ORDER-LINE
081000     MOVE SPACES TO RPT-PRINT-LINE
081100     WRITE RPT-PRINT-LINE
081200     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-2.
081300 3150-EXIT.
081400     EXIT.
081500
081600*--------------------------------------------------------------
081700* 3200-FINISH-TICKET
081800*    PRINTS THE TICKET'S TOTALS AND SIGN-OFF LINE AND RECORDS
081900*    THE ORDER ON PICKOPEN AS PICKED TODAY.
082000*--------------------------------------------------------------
082100 3200-FINISH-TICKET.
082200     MOVE WS-TKT-LINES TO WS-RPTT-LINES
082300     MOVE WS-TKT-UNITS TO WS-RPTT-UNITS
082400     MOVE SPACES TO RPT-PRINT-LINE
082500     WRITE RPT-PRINT-LINE
082600     WRITE RPT-PRINT-LINE FROM WS-RPT-ORDER-TOTAL
082700     MOVE SPACES TO RPT-PRINT-LINE
082800     WRITE RPT-PRINT-LINE
082900     WRITE RPT-PRINT-LINE FROM WS-RPT-SIGN-LINE
083000     MOVE SPACES TO RPT-PRINT-LINE
083100     WRITE RPT-PRINT-LINE
083200     WRITE RPT-PRINT-LINE
083300     ADD 1 TO WS-TICKETS-PRINTED
083400
083500     MOVE SPACES             TO PK-OPEN-RECORD
083600     MOVE WS-PRIOR-ORDER     TO PK-ORDER-NUMBER
083700     MOVE WS-TKT-CUSTOMER-ID TO PK-CUSTOMER-ID
083800     MOVE WS-TKT-ORDER-DATE  TO PK-ORDER-DATE
083900     MOVE WS-CURRENT-DATE    TO PK-PICK-DATE
084000     MOVE WS-TKT-LINES       TO PK-LINE-COUNT
084100     MOVE WS-TKT-UNITS       TO PK-UNITS
084200     WRITE PK-OPEN-RECORD
084300     IF NOT WS-PK-OK
084400         DISPLAY "ERROR: could not write PICKOPEN, status "
084500             WS-PK-FILE-STATUS " - order " WS-PRIOR-ORDER
084600             " will be ticketed again."
084700         MOVE 1 TO RETURN-CODE
084800     END-IF.
084900 3200-EXIT.
085000     EXIT.
085100
085200*--------------------------------------------------------------
085300* 9000-TERMINATE
085400*    CLOSES THE FILES AND SUMMARIZES THE RUN.
085500*--------------------------------------------------------------
085600 9000-TERMINATE.
085700     IF WS-PK-IS-OPEN
085800         CLOSE PICK-OPEN
085900     END-IF
086000     IF WS-CM-AVAILABLE
086100         CLOSE CUSTOMER-MASTER
086200     END-IF
086300     IF WS-PM-AVAILABLE
086400         CLOSE PRODUCT-MASTER
086500     END-IF
086600
086700     DISPLAY "Pick tickets written to PICKTKT - "
086800         WS-TICKETS-PRINTED " ticket(s), "
086900         WS-LINES-SELECTED " line(s), "
087000         WS-LINES-NO-BIN " with no bin.".
087100 9000-EXIT.
087200     EXIT.
