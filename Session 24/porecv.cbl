000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PoReceiving.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - DOCK RECEIVING AGAINST THE
001100*                 PURCHASE ORDERS StockMove WRITES TO POFILE.
001200*                 THE DOCK KEYS A RECEIPT (OR FEEDS THE RCVTRAN
001300*                 FILE IN BATCH MODE) BY PO NUMBER AND LINE
001400*                 WITH THE SUPPLIER, PRODUCT AND QUANTITY
001500*                 ACTUALLY DELIVERED. PART DELIVERIES ARE TAKEN;
001600*                 A RECEIPT FOR THE WRONG SUPPLIER OR PRODUCT,
001700*                 AGAINST A CLOSED LINE, OR FOR MORE THAN IS
001800*                 STILL OUTSTANDING ON THE LINE IS REJECTED TO
001900*                 RCVREJT WITH ITS REASON. EACH ACCEPTED RECEIPT
002000*                 RAISES THE LINE'S RECEIVED-TO-DATE, CLOSES THE
002100*                 LINE WHEN IT IS FULLY RECEIVED, GOES ON THE
002200*                 RCVHIST RECEIVING LOG, AND GENERATES THE
002300*                 MATCHING 'R' RECEIPT ON STCKTRAN FOR THE
002400*                 NIGHT'S StockMove, SO THE DOCK NO LONGER KEYS
002500*                 STOCK RECEIPTS SEPARATELY.
002510* 2026-10-15 DT   THE DOCK NOW ENTERS THE SUPPLIER'S UNIT COST
002520*                 FROM THE DELIVERY NOTE (A NEW FIELD ON THE END
002530*                 OF THE RCVTRAN LINE IN BATCH). IT IS CARRIED ON
002540*                 THE 'R' STCKTRAN RECEIPT SO StockMove CAN KEEP
002550*                 THE PRODUCT'S AVERAGE COST, AND LOGGED ON
002560*                 RCVHIST. A ZERO OR BLANK COST LEAVES THE AVERAGE
002570*                 AS IT WAS.
002580* 2026-10-15 DT   PICKED UP THE NEW REORDER QUANTITY ON THE STOCK
002590*                 TRANSACTION LAYOUT. RECEIPTS CARRY NONE.
002600*--------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. GNUCOBOL.
003100 OBJECT-COMPUTER. GNUCOBOL.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT PO-FILE ASSIGN TO "POFILE"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-PO-FILE-STATUS.
003800
003900     SELECT RECEIPT-TRANS ASSIGN TO "RCVTRAN"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-RT-FILE-STATUS.
004200
004300     SELECT RECEIPT-REJECTS ASSIGN TO "RCVREJT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-RJ-FILE-STATUS.
004600
004700     SELECT RECEIPT-HISTORY ASSIGN TO "RCVHIST"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RH-FILE-STATUS.
005000
005100     SELECT STOCK-TRANS ASSIGN TO "STCKTRAN"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-ST-FILE-STATUS.
005400
005500     SELECT RUN-STATS ASSIGN TO "RUNSTATS"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RS-FILE-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  PO-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  PO-ORDER-RECORD.
006400     05 PO-NUMBER                PIC 9(10).
006500     05 FILLER                   PIC X(01).
006600     05 PO-SUPPLIER-CODE         PIC X(06).
006700     05 FILLER                   PIC X(01).
006800     05 PO-PRODUCT-CODE          PIC 9(10).
006900     05 FILLER                   PIC X(01).
007000     05 PO-QUANTITY              PIC 9(05).
007100     05 FILLER                   PIC X(01).
007200     05 PO-ORDER-DATE            PIC 9(08).
007300     05 FILLER                   PIC X(01).
007400     05 PO-LINE-NUMBER           PIC 9(03).
007500     05 FILLER                   PIC X(01).
007600     05 PO-RECEIVED-QTY          PIC 9(05).
007700     05 FILLER                   PIC X(01).
007800     05 PO-LINE-STATUS           PIC X(01).
007900     05 FILLER                   PIC X(01).
008000     05 PO-LAST-RECEIPT-DATE     PIC 9(08).
008100
008200 FD  RECEIPT-TRANS
008300     LABEL RECORDS ARE STANDARD.
008400 01  RT-RECEIPT-RECORD.
008500     05 RT-PO-NUMBER             PIC 9(10).
008600     05 FILLER                   PIC X(01).
008700     05 RT-LINE-NUMBER           PIC 9(03).
008800     05 FILLER                   PIC X(01).
008900     05 RT-SUPPLIER-CODE         PIC X(06).
009000     05 FILLER                   PIC X(01).
009100     05 RT-PRODUCT-CODE          PIC 9(10).
009200     05 FILLER                   PIC X(01).
009300     05 RT-QUANTITY              PIC 9(05).
009320     05 FILLER                   PIC X(01).
009340     05 RT-UNIT-COST             PIC 9(05)V99.
009400
009500 FD  RECEIPT-REJECTS
009600     LABEL RECORDS ARE STANDARD.
009700 01  RJ-REJECT-RECORD.
009800     05 RJ-PO-NUMBER             PIC 9(10).
009900     05 FILLER                   PIC X(01).
010000     05 RJ-LINE-NUMBER           PIC 9(03).
010100     05 FILLER                   PIC X(01).
010200     05 RJ-SUPPLIER-CODE         PIC X(06).
010300     05 FILLER                   PIC X(01).
010400     05 RJ-PRODUCT-CODE          PIC 9(10).
010500     05 FILLER                   PIC X(01).
010600     05 RJ-QUANTITY              PIC 9(05).
010700     05 FILLER                   PIC X(01).
010800     05 RJ-DATE                  PIC 9(08).
010900     05 FILLER                   PIC X(01).
011000     05 RJ-REASON                PIC X(40).
011100
011200 FD  RECEIPT-HISTORY
011300     LABEL RECORDS ARE STANDARD.
011400 01  RH-HISTORY-RECORD.
011500     05 RH-DATE                  PIC 9(08).
011600     05 FILLER                   PIC X(01).
011700     05 RH-TIME                  PIC 9(08).
011800     05 FILLER                   PIC X(01).
011900     05 RH-PO-NUMBER             PIC 9(10).
012000     05 FILLER                   PIC X(01).
012100     05 RH-LINE-NUMBER           PIC 9(03).
012200     05 FILLER                   PIC X(01).
012300     05 RH-SUPPLIER-CODE         PIC X(06).
012400     05 FILLER                   PIC X(01).
012500     05 RH-PRODUCT-CODE          PIC 9(10).
012600     05 FILLER                   PIC X(01).
012700     05 RH-QUANTITY              PIC 9(05).
012800     05 FILLER                   PIC X(01).
012900     05 RH-LINE-STATUS           PIC X(01).
013000     05 FILLER                   PIC X(01).
013100     05 RH-OPERATOR              PIC X(10).
013120     05 FILLER                   PIC X(01).
013140     05 RH-UNIT-COST             PIC 9(05)V99.
013200
013300 FD  STOCK-TRANS
013400     LABEL RECORDS ARE STANDARD.
013500 01  ST-TRANS-RECORD.
013600     05 ST-TRANS-CODE            PIC X(01).
013700     05 ST-PRODUCT-CODE          PIC 9(10).
013800     05 ST-QUANTITY              PIC 9(05).
013850     05 ST-UNIT-COST             PIC 9(05)V99.
013860     05 ST-REORDER-QTY           PIC 9(05).
013900
014000 FD  RUN-STATS
014100     LABEL RECORDS ARE STANDARD.
014200 01  RS-STATS-RECORD             PIC X(62).
014300
014400 WORKING-STORAGE SECTION.
014500*--------------------------------------------------------------
014600* FILE STATUS FIELDS
014700*--------------------------------------------------------------
014800 01 WS-PO-FILE-STATUS       PIC X(02) VALUE '00'.
014900     88 WS-PO-OK                VALUE '00'.
015000 01 WS-RT-FILE-STATUS       PIC X(02) VALUE '00'.
015100     88 WS-RT-OK                VALUE '00'.
015200 01 WS-RJ-FILE-STATUS       PIC X(02) VALUE '00'.
015300     88 WS-RJ-OK                VALUE '00'.
015400 01 WS-RH-FILE-STATUS       PIC X(02) VALUE '00'.
015500     88 WS-RH-OK                VALUE '00'.
015600 01 WS-ST-FILE-STATUS       PIC X(02) VALUE '00'.
015700     88 WS-ST-OK                VALUE '00'.
015800
015900*--------------------------------------------------------------
016000* SESSION FIELDS
016100*    THE SAME INTERACTIVE/BATCH SWITCHES OrderEntry USES - A
016200*    TERMINAL AT THE DOCK, OR THE RCVTRAN FEED WHEN THE RUN
016300*    IS STARTED WITH DUKE_BATCH_MODE=Y DUKE_INPUT_MODE=B.
016400*--------------------------------------------------------------
016500 01 WS-CURRENT-DATE         PIC 9(08).
016600 01 WS-TIME-NOW             PIC 9(08).
016700 01 WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
016800 01 WS-ENV-BATCH-FLAG       PIC X(01) VALUE SPACE.
016900     88 WS-ENV-IS-BATCH         VALUE 'Y'.
017000 01 WS-INPUT-MODE           PIC X(01) VALUE SPACE.
017100     88 WS-MODE-BATCH           VALUE 'B'.
017200 01 WS-SESSION-DONE-SWITCH  PIC X(01) VALUE 'N'.
017300     88 WS-SESSION-DONE         VALUE 'Y'.
017400 01 WS-RT-EOF-SWITCH        PIC X(01) VALUE 'N'.
017500     88 WS-END-OF-RECEIPTS      VALUE 'Y'.
017600
017700*--------------------------------------------------------------
017800* THE RECEIPT BEING PROCESSED
017900*    KEYED AT THE TERMINAL OR MOVED IN FROM ONE RCVTRAN LINE,
018000*    SO BOTH PATHS RUN THROUGH EXACTLY THE SAME CHECKS.
018100*--------------------------------------------------------------
018200 01 WS-RCV-PO-NUMBER        PIC 9(10) VALUE 0.
018300 01 WS-RCV-LINE-NUMBER      PIC 9(03) VALUE 0.
018400 01 WS-RCV-SUPPLIER         PIC X(06) VALUE SPACES.
018500 01 WS-RCV-PRODUCT          PIC 9(10) VALUE 0.
018600 01 WS-RCV-QUANTITY         PIC 9(05) VALUE 0.
018650 01 WS-RCV-UNIT-COST        PIC 9(05)V99 VALUE 0.
018700 01 WS-REASON               PIC X(40) VALUE SPACES.
018800 01 WS-RECEIPT-VALID-SW     PIC X(01) VALUE 'N'.
018900     88 WS-RECEIPT-VALID        VALUE 'Y'.
019000 01 WS-LINE-FOUND-SW        PIC X(01) VALUE 'N'.
019100     88 WS-LINE-FOUND           VALUE 'Y'.
019200 01 WS-OUTSTANDING-QTY      PIC 9(05) VALUE 0.
019300 01 WS-NEW-RECEIVED-QTY     PIC 9(06) VALUE 0.
019400
019500*--------------------------------------------------------------
019600* PO LINE TABLE
019700*    POFILE IS LINE SEQUENTIAL, SO THE WHOLE FILE IS HELD
019800*    HERE FOR THE SESSION AND WRITTEN BACK AT THE END WITH
019900*    THE NEW RECEIVED-TO-DATE AND STATUS OF EVERY LINE. A
020000*    LINE WRITTEN BEFORE POFILE CARRIED LINE NUMBERS AND
020100*    STATUS IS TAKEN AS OPEN, NOTHING RECEIVED, NUMBERED BY
020200*    ITS POSITION WITHIN ITS PO.
020300*--------------------------------------------------------------
020400 01 WS-MAX-PO-LINES         PIC 9(04) VALUE 2000.
020500 01 WS-POL-COUNT            PIC 9(04) VALUE 0.
020600 01 WS-POL-SUB              PIC 9(04) VALUE 0.
020700 01 WS-POL-HIT              PIC 9(04) VALUE 0.
020800 01 WS-PRIOR-PO-NUMBER      PIC 9(10) VALUE 0.
020900 01 WS-LOAD-LINE-SEQ        PIC 9(03) VALUE 0.
021000 01 WS-PO-EOF-SWITCH        PIC X(01) VALUE 'N'.
021100     88 WS-END-OF-PO-FILE       VALUE 'Y'.
021200 01 WS-PO-TABLE.
021300     05 WS-POL-ENTRY OCCURS 2000 TIMES.
021400         10 WS-POL-NUMBER       PIC 9(10).
021500         10 WS-POL-SUPPLIER     PIC X(06).
021600         10 WS-POL-PRODUCT      PIC 9(10).
021700         10 WS-POL-ORDERED      PIC 9(05).
021800         10 WS-POL-ORDER-DATE   PIC 9(08).
021900         10 WS-POL-LINE         PIC 9(03).
022000         10 WS-POL-RECEIVED     PIC 9(05).
022100         10 WS-POL-STATUS       PIC X(01).
022200             88 WS-POL-OPEN         VALUE 'O'.
022300             88 WS-POL-PART         VALUE 'P'.
022400             88 WS-POL-CLOSED       VALUE 'C'.
022500         10 WS-POL-LAST-DATE    PIC 9(08).
022600
022700*--------------------------------------------------------------
022800* SESSION COUNTERS
022900*--------------------------------------------------------------
023000 01 WS-RECEIPTS-READ        PIC 9(05) VALUE 0.
023100 01 WS-RECEIPTS-POSTED      PIC 9(05) VALUE 0.
023200 01 WS-RECEIPTS-REJECTED    PIC 9(05) VALUE 0.
023300 01 WS-LINES-CLOSED         PIC 9(05) VALUE 0.
023400 01 WS-UNITS-RECEIVED       PIC 9(07) VALUE 0.
023500
023600*--------------------------------------------------------------
023700* RUN STATISTICS FIELDS
023800*    A BATCH RECEIVING RUN APPENDS ONE LINE TO THE COMMON
023900*    RUNSTATS CONTROL FILE FOR THE END-OF-DAY BALANCING
024000*    REPORT.
024100*--------------------------------------------------------------
024200 01 WS-RS-FILE-STATUS       PIC X(02) VALUE '00'.
024300     88 WS-RS-OK                VALUE '00'.
024400 01 WS-STATS-LINE.
024500     05 WS-RS-DATE             PIC 9(08).
024600     05 FILLER                 PIC X(01) VALUE SPACE.
024700     05 WS-RS-TIME             PIC 9(08).
024800     05 FILLER                 PIC X(01) VALUE SPACE.
024900     05 WS-RS-STEP-ID          PIC X(12) VALUE "PORECEIVE".
025000     05 FILLER                 PIC X(01) VALUE SPACE.
025100     05 WS-RS-READ             PIC 9(05).
025200     05 FILLER                 PIC X(01) VALUE SPACE.
025300     05 WS-RS-ACCEPTED         PIC 9(05).
025400     05 FILLER                 PIC X(01) VALUE SPACE.
025500     05 WS-RS-REJECTED         PIC 9(05).
025600     05 FILLER                 PIC X(01) VALUE SPACE.
025700     05 WS-RS-MONEY            PIC 9(9)V99 VALUE 0.
025800     05 FILLER                 PIC X(01) VALUE SPACE.
025900     05 WS-RS-RC               PIC 9(01) VALUE 0.
026000 01 WS-RS-TIME-NOW          PIC 9(08).
026100
026200 PROCEDURE DIVISION.
026300*--------------------------------------------------------------
026400* 0000-MAIN-PROCESS
026500*    CONTROLS THE OVERALL FLOW OF THE RECEIVING SESSION.
026600*--------------------------------------------------------------
026700 0000-MAIN-PROCESS.
026800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026900     PERFORM 2000-TAKE-RECEIPTS THRU 2000-EXIT
027000     PERFORM 9000-TERMINATE THRU 9000-EXIT
027100     STOP RUN.
027200
027300*--------------------------------------------------------------
027400* 1000-INITIALIZE
027500*    LOADS THE PO LINES AND OPENS THE STOCK TRANSACTION FILE,
027600*    THE RECEIVING LOG AND THE REJECT FILE IN EXTEND. ANY OF
027700*    THESE FAILING STOPS THE RUN BEFORE A RECEIPT IS TAKEN.
027800*--------------------------------------------------------------
027900 1000-INITIALIZE.
028000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
028100     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
028200     IF WS-OPERATOR-ID = SPACES
028300         MOVE "UNKNOWN" TO WS-OPERATOR-ID
028400     END-IF
028500
028600     PERFORM 1100-LOAD-PO-LINES THRU 1100-EXIT
028700
028800     OPEN EXTEND STOCK-TRANS
028900     IF NOT WS-ST-OK
029000         OPEN OUTPUT STOCK-TRANS
029100         IF NOT WS-ST-OK
029200             DISPLAY "ERROR: cannot open STCKTRAN, status "
029300                 WS-ST-FILE-STATUS
029400             MOVE 1 TO RETURN-CODE
029500             STOP RUN
029600         END-IF
029700     END-IF
029800
029900     OPEN EXTEND RECEIPT-HISTORY
030000     IF NOT WS-RH-OK
030100         OPEN OUTPUT RECEIPT-HISTORY
030200         IF NOT WS-RH-OK
030300             DISPLAY "ERROR: cannot open RCVHIST, status "
030400                 WS-RH-FILE-STATUS
030500             CLOSE STOCK-TRANS
030600             MOVE 1 TO RETURN-CODE
030700             STOP RUN
030800         END-IF
030900     END-IF
031000
031100     OPEN EXTEND RECEIPT-REJECTS
031200     IF NOT WS-RJ-OK
031300         OPEN OUTPUT RECEIPT-REJECTS
031400         IF NOT WS-RJ-OK
031500             DISPLAY "ERROR: cannot open RCVREJT, status "
031600                 WS-RJ-FILE-STATUS
031700             CLOSE STOCK-TRANS
031800             CLOSE RECEIPT-HISTORY
031900             MOVE 1 TO RETURN-CODE
032000             STOP RUN
032100         END-IF
032200     END-IF.
032300 1000-EXIT.
032400     EXIT.
032500
032600*--------------------------------------------------------------
032700* 1100-LOAD-PO-LINES
032800*    READS POFILE INTO THE PO LINE TABLE. NO POFILE MEANS NO
032900*    PURCHASE ORDERS TO RECEIVE AGAINST; A POFILE TOO BIG FOR
033000*    THE TABLE STOPS THE RUN RATHER THAN WRITE BACK A FILE
033100*    WITH LINES MISSING.
033200*--------------------------------------------------------------
033300 1100-LOAD-PO-LINES.
033400     OPEN INPUT PO-FILE
033500     IF NOT WS-PO-OK
033600         DISPLAY "ERROR: cannot open POFILE, status "
033700             WS-PO-FILE-STATUS
033800         DISPLAY "ERROR: no purchase orders to receive against."
033900         MOVE 1 TO RETURN-CODE
034000         STOP RUN
034100     END-IF
034200
034300     MOVE 'N' TO WS-PO-EOF-SWITCH
034400     MOVE 0   TO WS-POL-COUNT
034500     MOVE 0   TO WS-PRIOR-PO-NUMBER
034600     PERFORM 1150-LOAD-ONE-PO-LINE THRU 1150-EXIT
034700         UNTIL WS-END-OF-PO-FILE
034800     CLOSE PO-FILE
034900     DISPLAY "PO lines on file: " WS-POL-COUNT.
035000 1100-EXIT.
035100     EXIT.
035200
035300*--------------------------------------------------------------
035400* 1150-LOAD-ONE-PO-LINE
035500*    READS ONE POFILE LINE INTO THE NEXT TABLE ENTRY.
035600*--------------------------------------------------------------
035700 1150-LOAD-ONE-PO-LINE.
035800     READ PO-FILE
035900         AT END
036000             MOVE 'Y' TO WS-PO-EOF-SWITCH
036100             GO TO 1150-EXIT
036200     END-READ
036300
036400     IF WS-POL-COUNT >= WS-MAX-PO-LINES
036500         DISPLAY "ERROR: POFILE has more than " WS-MAX-PO-LINES
036600             " lines - PO line table is full."
036700         CLOSE PO-FILE
036800         MOVE 1 TO RETURN-CODE
036900         STOP RUN
037000     END-IF
037100
037200     IF PO-NUMBER NOT = WS-PRIOR-PO-NUMBER
037300         MOVE PO-NUMBER TO WS-PRIOR-PO-NUMBER
037400         MOVE 0 TO WS-LOAD-LINE-SEQ
037500     END-IF
037600     ADD 1 TO WS-LOAD-LINE-SEQ
037700
037800     ADD 1 TO WS-POL-COUNT
037900     MOVE PO-NUMBER        TO WS-POL-NUMBER (WS-POL-COUNT)
038000     MOVE PO-SUPPLIER-CODE TO WS-POL-SUPPLIER (WS-POL-COUNT)
038100     MOVE PO-PRODUCT-CODE  TO WS-POL-PRODUCT (WS-POL-COUNT)
038200     MOVE PO-QUANTITY      TO WS-POL-ORDERED (WS-POL-COUNT)
038300     MOVE PO-ORDER-DATE    TO WS-POL-ORDER-DATE (WS-POL-COUNT)
038400
038500     IF PO-LINE-STATUS = SPACE
038600         MOVE WS-LOAD-LINE-SEQ TO WS-POL-LINE (WS-POL-COUNT)
038700         MOVE 0   TO WS-POL-RECEIVED (WS-POL-COUNT)
038800         MOVE 'O' TO WS-POL-STATUS (WS-POL-COUNT)
038900         MOVE 0   TO WS-POL-LAST-DATE (WS-POL-COUNT)
039000     ELSE
039100         MOVE PO-LINE-NUMBER  TO WS-POL-LINE (WS-POL-COUNT)
039200         MOVE PO-RECEIVED-QTY TO WS-POL-RECEIVED (WS-POL-COUNT)
039300         MOVE PO-LINE-STATUS  TO WS-POL-STATUS (WS-POL-COUNT)
039400         MOVE PO-LAST-RECEIPT-DATE
039500             TO WS-POL-LAST-DATE (WS-POL-COUNT)
039600     END-IF.
039700 1150-EXIT.
039800     EXIT.
039900
040000*--------------------------------------------------------------
040100* 2000-TAKE-RECEIPTS
040200*    DRIVES THE SESSION - RECEIPTS KEYED AT THE DOCK UNTIL A
040300*    ZERO PO NUMBER, OR THE WHOLE RCVTRAN FEED IN BATCH MODE.
040400*--------------------------------------------------------------
040500 2000-TAKE-RECEIPTS.
040600     ACCEPT WS-ENV-BATCH-FLAG FROM ENVIRONMENT "DUKE_BATCH_MODE"
040700     IF WS-ENV-IS-BATCH
040800         ACCEPT WS-INPUT-MODE FROM ENVIRONMENT "DUKE_INPUT_MODE"
040900     ELSE
041000         DISPLAY "Input mode - (I)nteractive or (B)atch file? "
041100         ACCEPT WS-INPUT-MODE
041200     END-IF
041300
041400     IF WS-MODE-BATCH
041500         PERFORM 2800-PROCESS-RECEIPT-FILE THRU 2800-EXIT
041600         GO TO 2000-EXIT
041700     END-IF
041800
041900     PERFORM 2100-TAKE-ONE-RECEIPT THRU 2100-EXIT
042000         UNTIL WS-SESSION-DONE.
042100 2000-EXIT.
042200     EXIT.
042300
042400*--------------------------------------------------------------
042500* 2100-TAKE-ONE-RECEIPT
042600*    TAKES ONE DELIVERY LINE FROM THE DOCK TERMINAL AND
042700*    POSTS OR REJECTS IT.
042800*--------------------------------------------------------------
042900 2100-TAKE-ONE-RECEIPT.
043000     DISPLAY "PO number (0 to finish): "
043100     ACCEPT WS-RCV-PO-NUMBER
043200     IF WS-RCV-PO-NUMBER = 0
043300         MOVE 'Y' TO WS-SESSION-DONE-SWITCH
043400         GO TO 2100-EXIT
043500     END-IF
043600
043700     DISPLAY "PO line number: "
043800     ACCEPT WS-RCV-LINE-NUMBER
043900     DISPLAY "Supplier code on the delivery note: "
044000     ACCEPT WS-RCV-SUPPLIER
044100     DISPLAY "Product code: "
044200     ACCEPT WS-RCV-PRODUCT
044300     DISPLAY "Quantity received: "
044400     ACCEPT WS-RCV-QUANTITY
044420     DISPLAY "Unit cost on the delivery note (0 if not shown): "
044440     ACCEPT WS-RCV-UNIT-COST
044500     ADD 1 TO WS-RECEIPTS-READ
044600
044700     PERFORM 2200-VALIDATE-RECEIPT THRU 2200-EXIT
044800     IF NOT WS-RECEIPT-VALID
044900         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
045000         DISPLAY "Receipt rejected - " WS-REASON
045100         GO TO 2100-EXIT
045200     END-IF
045300
045400     PERFORM 2300-POST-RECEIPT THRU 2300-EXIT
045500     IF NOT WS-RECEIPT-VALID
045600         DISPLAY "Receipt rejected - " WS-REASON
045700         GO TO 2100-EXIT
045800     END-IF
045900
046000     COMPUTE WS-OUTSTANDING-QTY =
046100         WS-POL-ORDERED (WS-POL-HIT)
046200         - WS-POL-RECEIVED (WS-POL-HIT)
046300     IF WS-POL-CLOSED (WS-POL-HIT)
046400         DISPLAY "Received - PO " WS-RCV-PO-NUMBER " line "
046500             WS-RCV-LINE-NUMBER " is now closed."
046600     ELSE
046700         DISPLAY "Received - PO " WS-RCV-PO-NUMBER " line "
046800             WS-RCV-LINE-NUMBER " still has "
046900             WS-OUTSTANDING-QTY " outstanding."
047000     END-IF.
047100 2100-EXIT.
047200     EXIT.
047300
047400*--------------------------------------------------------------
047500* 2200-VALIDATE-RECEIPT
047600*    FINDS THE PO LINE AND CHECKS THE DELIVERY AGAINST IT -
047700*    SUPPLIER, PRODUCT, LINE STILL OPEN, AND NO MORE THAN IS
047800*    STILL OUTSTANDING. THE FIRST FAILURE SETS THE REASON.
047900*--------------------------------------------------------------
048000 2200-VALIDATE-RECEIPT.
048100     MOVE 'N'    TO WS-RECEIPT-VALID-SW
048200     MOVE SPACES TO WS-REASON
048300
048400     IF WS-RCV-QUANTITY = 0
048500         MOVE "receipt quantity is zero" TO WS-REASON
048600         GO TO 2200-EXIT
048700     END-IF
048800
048900     MOVE 'N' TO WS-LINE-FOUND-SW
049000     MOVE 0   TO WS-POL-HIT
049100     PERFORM 2250-MATCH-ONE-PO-LINE THRU 2250-EXIT
049200         VARYING WS-POL-SUB FROM 1 BY 1
049300         UNTIL WS-POL-SUB > WS-POL-COUNT
049400            OR WS-LINE-FOUND
049500     IF NOT WS-LINE-FOUND
049600         MOVE "PO number and line are not on POFILE"
049700             TO WS-REASON
049800         GO TO 2200-EXIT
049900     END-IF
050000
050100     IF WS-RCV-SUPPLIER NOT = WS-POL-SUPPLIER (WS-POL-HIT)
050200         MOVE "wrong supplier for this PO" TO WS-REASON
050300         GO TO 2200-EXIT
050400     END-IF
050500
050600     IF WS-RCV-PRODUCT NOT = WS-POL-PRODUCT (WS-POL-HIT)
050700         MOVE "wrong product for this PO line" TO WS-REASON
050800         GO TO 2200-EXIT
050900     END-IF
051000
051100     IF WS-POL-CLOSED (WS-POL-HIT)
051200         MOVE "PO line is already fully received"
051300             TO WS-REASON
051400         GO TO 2200-EXIT
051500     END-IF
051600
051700     COMPUTE WS-NEW-RECEIVED-QTY =
051800         WS-POL-RECEIVED (WS-POL-HIT) + WS-RCV-QUANTITY
051900     IF WS-NEW-RECEIVED-QTY > WS-POL-ORDERED (WS-POL-HIT)
052000         MOVE "over-receipt - more than is outstanding"
052100             TO WS-REASON
052200         GO TO 2200-EXIT
052300     END-IF
052400
052500     MOVE 'Y' TO WS-RECEIPT-VALID-SW.
052600 2200-EXIT.
052700     EXIT.
052800
052900*--------------------------------------------------------------
053000* 2250-MATCH-ONE-PO-LINE
053100*    CHECKS ONE TABLE ENTRY FOR THE RECEIPT'S PO AND LINE.
053200*--------------------------------------------------------------
053300 2250-MATCH-ONE-PO-LINE.
053400     IF WS-POL-NUMBER (WS-POL-SUB) = WS-RCV-PO-NUMBER
053500       AND WS-POL-LINE (WS-POL-SUB) = WS-RCV-LINE-NUMBER
053600         MOVE 'Y' TO WS-LINE-FOUND-SW
053700         MOVE WS-POL-SUB TO WS-POL-HIT
053800     END-IF.
053900 2250-EXIT.
054000     EXIT.
054100
054200*--------------------------------------------------------------
054300* 2300-POST-RECEIPT
054400*    WRITES THE 'R' STOCK RECEIPT FIRST - ONLY WHEN IT IS ON
054500*    STCKTRAN DOES THE PO LINE MOVE, SO THE LINE AND THE
054600*    STOCK CAN NEVER DISAGREE - THEN RAISES THE LINE'S
054700*    RECEIVED-TO-DATE, CLOSES IT WHEN FULLY RECEIVED, AND
054800*    LOGS THE RECEIPT ON RCVHIST.
054900*--------------------------------------------------------------
055000 2300-POST-RECEIPT.
055100     MOVE 'R'             TO ST-TRANS-CODE
055200     MOVE WS-RCV-PRODUCT  TO ST-PRODUCT-CODE
055300     MOVE WS-RCV-QUANTITY TO ST-QUANTITY
055350     MOVE WS-RCV-UNIT-COST TO ST-UNIT-COST
055360     MOVE 0               TO ST-REORDER-QTY
055400     WRITE ST-TRANS-RECORD
055500     IF NOT WS-ST-OK
055600         DISPLAY "WARNING: could not write STCKTRAN, status "
055700             WS-ST-FILE-STATUS
055800         MOVE 'N' TO WS-RECEIPT-VALID-SW
055900         MOVE "stock receipt could not be written"
056000             TO WS-REASON
056100         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
056200         GO TO 2300-EXIT
056300     END-IF
056400
056500     ADD WS-RCV-QUANTITY TO WS-POL-RECEIVED (WS-POL-HIT)
056600     MOVE WS-CURRENT-DATE TO WS-POL-LAST-DATE (WS-POL-HIT)
056700     IF WS-POL-RECEIVED (WS-POL-HIT)
056800         = WS-POL-ORDERED (WS-POL-HIT)
056900         MOVE 'C' TO WS-POL-STATUS (WS-POL-HIT)
057000         ADD 1 TO WS-LINES-CLOSED
057100     ELSE
057200         MOVE 'P' TO WS-POL-STATUS (WS-POL-HIT)
057300     END-IF
057400     ADD 1 TO WS-RECEIPTS-POSTED
057500     ADD WS-RCV-QUANTITY TO WS-UNITS-RECEIVED
057600
057700     MOVE SPACES            TO RH-HISTORY-RECORD
057800     MOVE WS-CURRENT-DATE   TO RH-DATE
057900     ACCEPT WS-TIME-NOW FROM TIME
058000     MOVE WS-TIME-NOW       TO RH-TIME
058100     MOVE WS-RCV-PO-NUMBER  TO RH-PO-NUMBER
058200     MOVE WS-RCV-LINE-NUMBER TO RH-LINE-NUMBER
058300     MOVE WS-RCV-SUPPLIER   TO RH-SUPPLIER-CODE
058400     MOVE WS-RCV-PRODUCT    TO RH-PRODUCT-CODE
058500     MOVE WS-RCV-QUANTITY   TO RH-QUANTITY
058550     MOVE WS-RCV-UNIT-COST  TO RH-UNIT-COST
058600     MOVE WS-POL-STATUS (WS-POL-HIT) TO RH-LINE-STATUS
058700     MOVE WS-OPERATOR-ID    TO RH-OPERATOR
058800     WRITE RH-HISTORY-RECORD
058900     IF NOT WS-RH-OK
059000         DISPLAY "WARNING: could not write RCVHIST, status "
059100             WS-RH-FILE-STATUS
059200     END-IF.
059300 2300-EXIT.
059400     EXIT.
059500
059600*--------------------------------------------------------------
059700* 2600-WRITE-REJECT
059800*    WRITES THE REJECTED RECEIPT AND ITS REASON TO RCVREJT SO
059900*    PURCHASING CAN TAKE IT UP WITH THE SUPPLIER.
060000*--------------------------------------------------------------
060100 2600-WRITE-REJECT.
060200     MOVE SPACES             TO RJ-REJECT-RECORD
060300     MOVE WS-RCV-PO-NUMBER   TO RJ-PO-NUMBER
060400     MOVE WS-RCV-LINE-NUMBER TO RJ-LINE-NUMBER
060500     MOVE WS-RCV-SUPPLIER    TO RJ-SUPPLIER-CODE
060600     MOVE WS-RCV-PRODUCT     TO RJ-PRODUCT-CODE
060700     MOVE WS-RCV-QUANTITY    TO RJ-QUANTITY
060800     MOVE WS-CURRENT-DATE    TO RJ-DATE
060900     MOVE WS-REASON          TO RJ-REASON
061000     WRITE RJ-REJECT-RECORD
061100     IF NOT WS-RJ-OK
061200         DISPLAY "WARNING: could not write RCVREJT, status "
061300             WS-RJ-FILE-STATUS
061400     END-IF
061500     ADD 1 TO WS-RECEIPTS-REJECTED.
061600 2600-EXIT.
061700     EXIT.
061800
061900*--------------------------------------------------------------
062000* 2800-PROCESS-RECEIPT-FILE
062100*    DRIVES THE BATCH RUN - EVERY RCVTRAN LINE GOES THROUGH
062200*    THE SAME CHECKS A KEYED RECEIPT GETS. THE FEED IS
062300*    CLEARED AFTERWARDS SO A RERUN CANNOT RECEIVE THE SAME
062400*    DELIVERIES TWICE.
062500*--------------------------------------------------------------
062600 2800-PROCESS-RECEIPT-FILE.
062700     OPEN INPUT RECEIPT-TRANS
062800     IF NOT WS-RT-OK
062900         DISPLAY "ERROR: cannot open RCVTRAN, status "
063000             WS-RT-FILE-STATUS
063100         DISPLAY "ERROR: no receipts file - nothing to post."
063200         MOVE 1 TO RETURN-CODE
063300         GO TO 2800-EXIT
063400     END-IF
063500
063600     MOVE 'N' TO WS-RT-EOF-SWITCH
063700     PERFORM 2810-PROCESS-ONE-RECEIPT THRU 2810-EXIT
063800         UNTIL WS-END-OF-RECEIPTS
063900     CLOSE RECEIPT-TRANS
064000
064100     OPEN OUTPUT RECEIPT-TRANS
064200     IF WS-RT-OK
064300         CLOSE RECEIPT-TRANS
064400     ELSE
064500         DISPLAY "WARNING: could not clear RCVTRAN, status "
064600             WS-RT-FILE-STATUS
064700     END-IF
064800
064900     DISPLAY "Receipts read: " WS-RECEIPTS-READ
065000         " Posted: " WS-RECEIPTS-POSTED
065100         " Rejected: " WS-RECEIPTS-REJECTED.
065200 2800-EXIT.
065300     EXIT.
065400
065500*--------------------------------------------------------------
065600* 2810-PROCESS-ONE-RECEIPT
065700*    READS ONE RCVTRAN LINE AND POSTS OR REJECTS IT.
065800*--------------------------------------------------------------
065900 2810-PROCESS-ONE-RECEIPT.
066000     READ RECEIPT-TRANS
066100         AT END
066200             MOVE 'Y' TO WS-RT-EOF-SWITCH
066300             GO TO 2810-EXIT
066400     END-READ
066500
066600     ADD 1 TO WS-RECEIPTS-READ
066700     MOVE RT-SUPPLIER-CODE TO WS-RCV-SUPPLIER
066800     IF RT-PO-NUMBER NOT NUMERIC
066900       OR RT-LINE-NUMBER NOT NUMERIC
067000       OR RT-PRODUCT-CODE NOT NUMERIC
067100       OR RT-QUANTITY NOT NUMERIC
067200         MOVE 0 TO WS-RCV-PO-NUMBER
067300         MOVE 0 TO WS-RCV-LINE-NUMBER
067400         MOVE 0 TO WS-RCV-PRODUCT
067500         MOVE 0 TO WS-RCV-QUANTITY
067600         MOVE "receipt line is not numeric" TO WS-REASON
067700         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
067800         GO TO 2810-EXIT
067900     END-IF
068000
068100     MOVE RT-PO-NUMBER     TO WS-RCV-PO-NUMBER
068200     MOVE RT-LINE-NUMBER   TO WS-RCV-LINE-NUMBER
068300     MOVE RT-PRODUCT-CODE  TO WS-RCV-PRODUCT
068400     MOVE RT-QUANTITY      TO WS-RCV-QUANTITY
068410     IF RT-UNIT-COST NUMERIC
068420         MOVE RT-UNIT-COST TO WS-RCV-UNIT-COST
068430     ELSE
068440         MOVE 0 TO WS-RCV-UNIT-COST
068450     END-IF
068500
068600     PERFORM 2200-VALIDATE-RECEIPT THRU 2200-EXIT
068700     IF NOT WS-RECEIPT-VALID
068800         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
068900         GO TO 2810-EXIT
069000     END-IF
069100
069200     PERFORM 2300-POST-RECEIPT THRU 2300-EXIT.
069300 2810-EXIT.
069400     EXIT.
069500
069600*--------------------------------------------------------------
069700* 9000-TERMINATE
069800*    WRITES POFILE BACK WITH THE SESSION'S RECEIPTS, CLOSES
069900*    THE FILES AND SUMMARIZES THE SESSION.
070000*--------------------------------------------------------------
070100 9000-TERMINATE.
070200     CLOSE STOCK-TRANS
070300     CLOSE RECEIPT-HISTORY
070400     CLOSE RECEIPT-REJECTS
070500
070600     IF WS-RECEIPTS-POSTED > 0
070700         PERFORM 9100-REWRITE-PO-FILE THRU 9100-EXIT
070800     END-IF
070900
071000     DISPLAY "Receipts posted: " WS-RECEIPTS-POSTED
071100         " Units: " WS-UNITS-RECEIVED
071200         " Lines closed: " WS-LINES-CLOSED
071300         " Rejected: " WS-RECEIPTS-REJECTED
071400     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
071500 9000-EXIT.
071600     EXIT.
071700
071800*--------------------------------------------------------------
071900* 9100-REWRITE-PO-FILE
072000*    REPLACES POFILE WITH THE TABLE, CARRYING EVERY LINE'S
072100*    NEW RECEIVED-TO-DATE AND STATUS. IF POFILE CANNOT BE
072200*    WRITTEN THE RECEIPTS ARE STILL ON STCKTRAN AND RCVHIST,
072300*    AND THE RUN ENDS WITH RC 1 SO THE LINES ARE PUT RIGHT
072400*    BEFORE ANYONE RECEIVES AGAINST THEM AGAIN.
072500*--------------------------------------------------------------
072600 9100-REWRITE-PO-FILE.
072700     OPEN OUTPUT PO-FILE
072800     IF NOT WS-PO-OK
072900         DISPLAY "ERROR: cannot rewrite POFILE, status "
073000             WS-PO-FILE-STATUS
073100         DISPLAY "ERROR: this session's receipts are on RCVHIST"
073200             " but not on the PO lines."
073300         MOVE 1 TO RETURN-CODE
073400         GO TO 9100-EXIT
073500     END-IF
073600
073700     PERFORM 9150-WRITE-ONE-PO-LINE THRU 9150-EXIT
073800         VARYING WS-POL-SUB FROM 1 BY 1
073900         UNTIL WS-POL-SUB > WS-POL-COUNT
074000     CLOSE PO-FILE.
074100 9100-EXIT.
074200     EXIT.
074300
074400*--------------------------------------------------------------
074500* 9150-WRITE-ONE-PO-LINE
074600*    WRITES ONE TABLE ENTRY BACK TO POFILE.
074700*--------------------------------------------------------------
074800 9150-WRITE-ONE-PO-LINE.
074900     MOVE SPACES TO PO-ORDER-RECORD
075000     MOVE WS-POL-NUMBER (WS-POL-SUB)     TO PO-NUMBER
075100     MOVE WS-POL-SUPPLIER (WS-POL-SUB)   TO PO-SUPPLIER-CODE
075200     MOVE WS-POL-PRODUCT (WS-POL-SUB)    TO PO-PRODUCT-CODE
075300     MOVE WS-POL-ORDERED (WS-POL-SUB)    TO PO-QUANTITY
075400     MOVE WS-POL-ORDER-DATE (WS-POL-SUB) TO PO-ORDER-DATE
075500     MOVE WS-POL-LINE (WS-POL-SUB)       TO PO-LINE-NUMBER
075600     MOVE WS-POL-RECEIVED (WS-POL-SUB)   TO PO-RECEIVED-QTY
075700     MOVE WS-POL-STATUS (WS-POL-SUB)     TO PO-LINE-STATUS
075800     MOVE WS-POL-LAST-DATE (WS-POL-SUB)  TO PO-LAST-RECEIPT-DATE
075900     WRITE PO-ORDER-RECORD
076000     IF NOT WS-PO-OK
076100         DISPLAY "ERROR: could not write POFILE, status "
076200             WS-PO-FILE-STATUS " - PO "
076300             WS-POL-NUMBER (WS-POL-SUB)
076400         MOVE 1 TO RETURN-CODE
076500     END-IF.
076600 9150-EXIT.
076700     EXIT.
076800
076900*--------------------------------------------------------------
077000* 9500-WRITE-RUN-STATS
077100*    APPENDS A BATCH RECEIVING RUN'S STATISTICS TO THE COMMON
077200*    RUNSTATS CONTROL FILE. A DOCK TERMINAL SESSION WRITES NO
077300*    LINE.
077400*--------------------------------------------------------------
077500 9500-WRITE-RUN-STATS.
077600     IF NOT WS-MODE-BATCH
077700         GO TO 9500-EXIT
077800     END-IF
077900     OPEN EXTEND RUN-STATS
078000     IF NOT WS-RS-OK
078100         OPEN OUTPUT RUN-STATS
078200         IF NOT WS-RS-OK
078300             DISPLAY "WARNING: could not open RUNSTATS, "
078400                 "status " WS-RS-FILE-STATUS
078500             GO TO 9500-EXIT
078600         END-IF
078700     END-IF
078800
078900     MOVE WS-CURRENT-DATE      TO WS-RS-DATE
079000     ACCEPT WS-RS-TIME-NOW FROM TIME
079100     MOVE WS-RS-TIME-NOW       TO WS-RS-TIME
079200     MOVE WS-RECEIPTS-READ     TO WS-RS-READ
079300     MOVE WS-RECEIPTS-POSTED   TO WS-RS-ACCEPTED
079400     MOVE WS-RECEIPTS-REJECTED TO WS-RS-REJECTED
079500     MOVE 0                    TO WS-RS-MONEY
079600     IF RETURN-CODE = 0
079700         MOVE 0 TO WS-RS-RC
079800     ELSE
079900         MOVE 1 TO WS-RS-RC
080000     END-IF
080100
080200     WRITE RS-STATS-RECORD FROM WS-STATS-LINE
080300     IF NOT WS-RS-OK
080400         DISPLAY "WARNING: could not write RUNSTATS, status "
080500             WS-RS-FILE-STATUS
080600     END-IF
080700     CLOSE RUN-STATS.
080800 9500-EXIT.
080900     EXIT.
