002389*                 PHANTOM ON-ORDER THAT HIDES THE SHORTAGE.
002390*                 AN 'R' RECEIPT RELIEVES ON-ORDER AS IT ADDS
002391*                 TO ON-HAND.
002392* 2026-10-15 DT   EACH POFILE LINE NOW CARRIES ITS LINE NUMBER
002393*                 WITHIN THE PO, A RECEIVED-TO-DATE QUANTITY,
002394*                 A LINE STATUS (O OPEN, P PART RECEIVED, C
002395*                 CLOSED) AND THE LAST RECEIPT DATE, FOR THE
002396*                 PoReceiving DOCK PROGRAM. NEW LINES GO OUT
002400*                 OPEN WITH NOTHING RECEIVED.
002410* 2026-10-15 DT   EVERY APPLIED RECEIPT AND ISSUE IS ALSO
002420*                 APPENDED TO THE GLTRAN GENERAL LEDGER FEED
002430*                 ('STKR' AND 'STKI' ROWS, VALUED AT QUANTITY
002440*                 TIMES THE PRODUCT MASTER PRICE) FOR THE NIGHTLY
002450*                 GlJournal RUN TO POST TO INVENTORY. GLTRAN IS
002460*                 OPENED WITH STCKTRAN; IF IT CANNOT BE, NO
002465*                 MOVEMENTS ARE APPLIED AND STCKTRAN IS LEFT FOR
002466*                 THE NEXT RUN.
002468* 2026-10-15 DT   THE STOCK RECORD NOW CARRIES A COUNT-FREEZE
002470*                 FLAG, SET BY CountOpen WHILE A PHYSICAL
002472*                 INVENTORY COUNT OF THE PRODUCT IS OPEN. A
002474*                 RECEIPT OR ISSUE FOR A FROZEN PRODUCT IS HELD ON
002476*                 THE STKHOLD WORK FILE INSTEAD OF APPLIED, AND
002478*                 PUT BACK ON STCKTRAN WHEN THE FILE IS CLEARED,
002480*                 SO BOOK QUANTITY CANNOT MOVE PART WAY THROUGH
002482*                 THE COUNT AND THE MOVEMENT IS APPLIED ON THE
002484*                 FIRST RUN AFTER CountPost POSTS THE COUNT.
002485*                 REORDER POINTS ARE STILL SET.
002486* 2026-10-15 DT   EACH PRODUCT NOW CARRIES A WEIGHTED AVERAGE UNIT
002487*                 COST ON PRODSTCK. A RECEIPT CARRYING THE
002488*                 SUPPLIER'S UNIT COST (PoReceiving PUTS IT ON THE
002489*                 STCKTRAN LINE) IS AVERAGED IN BEFORE THE UNITS
002490*                 GO ON HAND; A RECEIPT WITH NO COST LEAVES THE
002491*                 AVERAGE ALONE. THE GLTRAN ROWS ARE NOW VALUED AT
002492*                 COST - RECEIPTS AT THE RECEIPT COST, ISSUES AT
002495*                 THE AVERAGE - FALLING BACK TO THE PRODUCT MASTER
002500*                 PRICE ONLY WHILE NO COST IS KNOWN.
002505* 2026-10-15 DT   EACH PRODUCT NOW CARRIES A REORDER QUANTITY ON
002510*                 PRODSTCK, SET WITH ITS REORDER POINT BY A 'P'
002515*                 TRANSACTION THAT CARRIES ONE (ReorderCalc WRITES
002520*                 THEM FROM SALES DEMAND); A 'P' WITHOUT ONE
002525*                 LEAVES IT ALONE. THE SUGGESTED PURCHASE ORDER
002530*                 NOW TOPS THE PRODUCT UP TO ITS REORDER POINT
002535*                 PLUS ITS REORDER QUANTITY, AND TO TWICE THE
002536*                 POINT ONLY WHILE NO REORDER QUANTITY IS SET.
002538* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
002540*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
002542*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
002544*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
002545*                 FOR.
002546* 2026-10-15 DT   A RECEIPT OR ISSUE ROW THAT CANNOT BE WRITTEN TO
002547*                 GLTRAN IS NOW AN ERROR WITH RC 1 NAMING THE
002548*                 PRODUCT AND AMOUNT.
002549*--------------------------------------------------------------
002550
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. GNUCOBOL.
005140     SELECT PO-DOCUMENT ASSIGN TO "PORPT"
005142         ORGANIZATION IS LINE SEQUENTIAL
005144         FILE STATUS IS WS-POD-FILE-STATUS.
005150
005160     SELECT GL-FEED ASSIGN TO "GLTRAN"
005170         ORGANIZATION IS LINE SEQUENTIAL
005180         FILE STATUS IS WS-GT-FILE-STATUS.
005200
005240     SELECT STOCK-HOLD ASSIGN TO "STKHOLD"
005260         ORGANIZATION IS LINE SEQUENTIAL
005280         FILE STATUS IS WS-SH-FILE-STATUS.
005290
005300     SELECT RUN-STATS ASSIGN TO "RUNSTATS"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-RS-FILE-STATUS.
007300     05 SK-REORDER-POINT         PIC 9(05).
007400     05 SK-DATE-UPDATED          PIC 9(08).
007410     05 SK-ON-ORDER              PIC 9(07).
007420     05 SK-COUNT-FLAG            PIC X(01).
007440         88 SK-COUNT-FROZEN          VALUE 'F'.
007450     05 SK-AVG-COST              PIC 9(05)V99.
007460     05 SK-REORDER-QTY           PIC 9(05).
007500
007600 FD  STOCK-TRANS
007700     LABEL RECORDS ARE STANDARD.
007900     05 ST-TRANS-CODE            PIC X(01).
008000     05 ST-PRODUCT-CODE          PIC 9(10).
008100     05 ST-QUANTITY              PIC 9(05).
008150     05 ST-UNIT-COST             PIC 9(05)V99.
008160     05 ST-REORDER-QTY           PIC 9(05).
008200
008300 FD  REORDER-REPORT
008400     LABEL RECORDS ARE STANDARD.
008574     05 PO-QUANTITY              PIC 9(05).
008576     05 FILLER                   PIC X(01).
008578     05 PO-ORDER-DATE            PIC 9(08).
008579     05 FILLER                   PIC X(01).
008580     05 PO-LINE-NUMBER           PIC 9(03).
008581     05 FILLER                   PIC X(01).
008582     05 PO-RECEIVED-QTY          PIC 9(05).
008583     05 FILLER                   PIC X(01).
008584     05 PO-LINE-STATUS           PIC X(01).
008585     05 FILLER                   PIC X(01).
008586     05 PO-LAST-RECEIPT-DATE     PIC 9(08).
008587
008588 FD  PO-DOCUMENT
008589     LABEL RECORDS ARE STANDARD.
008590 01  POD-PRINT-LINE              PIC X(80).
008592
008594 FD  GL-FEED
008596     LABEL RECORDS ARE STANDARD.
008598 01  GT-FEED-RECORD              PIC X(47).
008600
008640 FD  STOCK-HOLD
008660     LABEL RECORDS ARE STANDARD.
008680 01  SH-HOLD-RECORD              PIC X(28).
008690
008700 FD  RUN-STATS
008800     LABEL RECORDS ARE STANDARD.
008900 01  RS-STATS-RECORD             PIC X(62).
010360     88 WS-PO-OK                VALUE '00'.
010370 01 WS-POD-FILE-STATUS      PIC X(02) VALUE '00'.
010380     88 WS-POD-OK               VALUE '00'.
010385 01 WS-GT-FILE-STATUS       PIC X(02) VALUE '00'.
010390     88 WS-GT-OK                VALUE '00'.
010392 01 WS-SH-FILE-STATUS       PIC X(02) VALUE '00'.
010394     88 WS-SH-OK                VALUE '00'.
010400
010500*--------------------------------------------------------------
010600* MOVEMENT PROCESSING FIELDS
010700*--------------------------------------------------------------
010750 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
010800 01 WS-CURRENT-DATE         PIC 9(08).
010900 01 WS-ST-EOF-SWITCH        PIC X(01) VALUE 'N'.
011000     88 WS-END-OF-TRANS         VALUE 'Y'.
011500 01 WS-LINE-COUNT           PIC 9(05) VALUE 0.
011600 01 WS-STOCK-FOUND-SWITCH   PIC X(01) VALUE 'N'.
011700     88 WS-STOCK-FOUND          VALUE 'Y'.
011720 01 WS-SH-EOF-SWITCH        PIC X(01) VALUE 'N'.
011740     88 WS-END-OF-HELD          VALUE 'Y'.
011800
011900*--------------------------------------------------------------
012000* RUN COUNTERS
012400 01 WS-POINTS-SET-COUNT     PIC 9(05) VALUE 0.
012500 01 WS-REJECTS-COUNT        PIC 9(05) VALUE 0.
012600 01 WS-REORDER-COUNT        PIC 9(05) VALUE 0.
012602 01 WS-HELD-COUNT           PIC 9(05) VALUE 0.
012605
012610*--------------------------------------------------------------
012615* GENERAL LEDGER FEED LINE
012620*    ONE 'STKR' OR 'STKI' ROW PER APPLIED MOVEMENT, VALUED AT
012622*    COST - A RECEIPT AT ITS SUPPLIER COST, AN ISSUE AT THE
012624*    PRODUCT'S AVERAGE COST - OR AT THE PRODUCT MASTER PRICE
012626*    WHEN NO COST IS KNOWN. THE REFERENCE IS THE STCKTRAN
012630*    LINE NUMBER.
012635*--------------------------------------------------------------
012640 01 WS-GT-FEED-LINE.
012645     05 WS-GT-POST-DATE        PIC 9(08).
012650     05 FILLER                 PIC X(01) VALUE SPACE.
012655     05 WS-GT-SOURCE           PIC X(04).
012660     05 FILLER                 PIC X(01) VALUE SPACE.
012665     05 WS-GT-PRODUCT-CODE     PIC 9(10).
012670     05 FILLER                 PIC X(01) VALUE SPACE.
012675     05 WS-GT-REFERENCE        PIC X(10).
012680     05 FILLER                 PIC X(01) VALUE SPACE.
012685     05 WS-GT-AMOUNT           PIC 9(09)V99.
012690 01 WS-GT-LINE-NUMBER       PIC 9(10) VALUE 0.
012695 01 WS-MV-UNIT-COST         PIC 9(05)V99 VALUE 0.
012700
012800*--------------------------------------------------------------
012900* RUN STATISTICS FIELDS
020500*--------------------------------------------------------------
020600 1000-INITIALIZE.
020700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
020710     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
020720         "DUKE_BUSINESS_DATE"
020730     IF WS-BUSINESS-DATE IS NUMERIC
020740         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
020750     END-IF
020800
020900     OPEN INPUT PRODUCT-MASTER
021000     IF NOT WS-PM-OK
024300             WS-ST-FILE-STATUS ") - report-only run."
024400         GO TO 2000-EXIT
024500     END-IF
024505
024510     OPEN EXTEND GL-FEED
024515     IF NOT WS-GT-OK
024520         OPEN OUTPUT GL-FEED
024525         IF NOT WS-GT-OK
024530             DISPLAY "ERROR: cannot open GLTRAN, status "
024535                 WS-GT-FILE-STATUS
024540             DISPLAY "ERROR: movements would miss the ledger - "
024545                 "STCKTRAN left for the next run."
024550             CLOSE STOCK-TRANS
024555             GO TO 2000-EXIT
024560         END-IF
024565     END-IF
024600
024605     OPEN OUTPUT STOCK-HOLD
024610     IF NOT WS-SH-OK
024615         DISPLAY "ERROR: cannot open STKHOLD, status "
024620             WS-SH-FILE-STATUS
024625         DISPLAY "ERROR: movements for products being counted "
024630             "could not be held - STCKTRAN left for the next run."
024635         CLOSE STOCK-TRANS
024640         CLOSE GL-FEED
024645         GO TO 2000-EXIT
024650     END-IF
024655
024700     PERFORM 2100-APPLY-ONE-MOVEMENT THRU 2100-EXIT
024800         UNTIL WS-END-OF-TRANS
024900
025000     CLOSE STOCK-TRANS
025005     CLOSE GL-FEED
025006     CLOSE STOCK-HOLD
025010
025020*    THE APPLIED FILE IS CLEARED SO THE NEXT RUN ONLY SEES THE
025025*    MOVEMENTS GENERATED AFTER THIS ONE - BUT THE MOVEMENTS HELD
025030*    FOR PRODUCTS FROZEN FOR A STOCK COUNT GO BACK ON IT, TO BE
025035*    APPLIED ON THE FIRST RUN AFTER THE COUNT IS POSTED.
025040     OPEN OUTPUT STOCK-TRANS
025050     IF WS-ST-OK
025052         IF WS-HELD-COUNT > 0
025054             PERFORM 2750-REQUEUE-HELD THRU 2750-EXIT
025056         END-IF
025060         CLOSE STOCK-TRANS
025070     ELSE
025080         DISPLAY "WARNING: could not clear STCKTRAN, status "
025100     DISPLAY "Receipts: "   WS-RECEIPTS-COUNT
025200         " Issues: "       WS-ISSUES-COUNT
025300         " Points set: "   WS-POINTS-SET-COUNT
025350         " Held: "         WS-HELD-COUNT
025400         " Rejected: "     WS-REJECTS-COUNT.
025500 2000-EXIT.
025600     EXIT.
029100
029200*--------------------------------------------------------------
029300* 2200-APPLY-RECEIPT
029350*    ADDS THE RECEIPT QUANTITY TO ON-HAND, FOLDING ITS SUPPLIER
029400*    COST INTO THE AVERAGE COST FIRST. A PRODUCT WITH NO
029500*    STOCK RECORD YET GETS ONE, PROVIDED IT IS ON THE PRODUCT
029550*    MASTER. A RECEIPT FOR A PRODUCT FROZEN FOR A STOCK COUNT
029600*    IS HELD UNTIL THE COUNT IS POSTED.
029700*--------------------------------------------------------------
029800 2200-APPLY-RECEIPT.
029900     PERFORM 2500-LOCATE-STOCK-RECORD THRU 2500-EXIT
029910     IF WS-STOCK-FOUND
029920       AND SK-COUNT-FROZEN
029930         PERFORM 2700-HOLD-MOVEMENT THRU 2700-EXIT
029940         GO TO 2200-EXIT
029950     END-IF
030000     IF WS-STOCK-FOUND
030050         PERFORM 2250-AVERAGE-IN-RECEIPT THRU 2250-EXIT
030100         ADD ST-QUANTITY TO SK-ON-HAND
030200             ON SIZE ERROR
030300                 DISPLAY "REJECTED line " WS-LINE-COUNT
031300             ADD 1 TO WS-REJECTS-COUNT
031400             GO TO 2200-EXIT
031500         END-IF
031550         PERFORM 2600-WRITE-GL-FEED THRU 2600-EXIT
031600         ADD 1 TO WS-RECEIPTS-COUNT
031700         GO TO 2200-EXIT
031800     END-IF
033200     MOVE 0               TO SK-REORDER-POINT
033300     MOVE WS-CURRENT-DATE TO SK-DATE-UPDATED
033310     MOVE 0               TO SK-ON-ORDER
033350     MOVE SPACE           TO SK-COUNT-FLAG
033360     MOVE 0               TO SK-AVG-COST
033370     MOVE 0               TO SK-REORDER-QTY
033380     PERFORM 2250-AVERAGE-IN-RECEIPT THRU 2250-EXIT
033400     WRITE SK-STOCK-RECORD
033500     IF NOT WS-SK-OK
033600         DISPLAY "WARNING: could not write PRODSTCK, status "
033800         ADD 1 TO WS-REJECTS-COUNT
033900         GO TO 2200-EXIT
034000     END-IF
034050     PERFORM 2600-WRITE-GL-FEED THRU 2600-EXIT
034100     ADD 1 TO WS-RECEIPTS-COUNT.
034200 2200-EXIT.
034202     EXIT.
034204
034206*--------------------------------------------------------------
034208* 2250-AVERAGE-IN-RECEIPT
034210*    FOLDS THE RECEIPT'S SUPPLIER UNIT COST INTO THE PRODUCT'S
034212*    WEIGHTED AVERAGE COST, BEFORE THE QUANTITY GOES ON HAND.
034214*    WITH NOTHING ON HAND, OR NO AVERAGE YET, THE RECEIPT COST
034216*    BECOMES THE AVERAGE. A RECEIPT WITH NO COST LEAVES THE
034218*    AVERAGE AS IT WAS AND GOES TO THE LEDGER AT THE AVERAGE.
034220*--------------------------------------------------------------
034222 2250-AVERAGE-IN-RECEIPT.
034224     MOVE SK-AVG-COST TO WS-MV-UNIT-COST
034226     IF ST-UNIT-COST NOT NUMERIC
034228         GO TO 2250-EXIT
034230     END-IF
034232     IF ST-UNIT-COST = 0
034234         GO TO 2250-EXIT
034236     END-IF
034238
034240     MOVE ST-UNIT-COST TO WS-MV-UNIT-COST
034242     IF SK-ON-HAND = 0
034244       OR SK-AVG-COST = 0
034246         MOVE ST-UNIT-COST TO SK-AVG-COST
034248         GO TO 2250-EXIT
034250     END-IF
034252     COMPUTE SK-AVG-COST ROUNDED =
034254         ((SK-ON-HAND * SK-AVG-COST)
034256           + (ST-QUANTITY * ST-UNIT-COST))
034258         / (SK-ON-HAND + ST-QUANTITY).
034260 2250-EXIT.
034300     EXIT.
034400
034500*--------------------------------------------------------------
034600* 2300-APPLY-ISSUE
034700*    SUBTRACTS THE ISSUE QUANTITY FROM ON-HAND. AN ISSUE FOR
034800*    MORE THAN IS ON HAND, OR FOR A PRODUCT WITH NO STOCK
034850*    RECORD, IS REJECTED. AN ISSUE FOR A PRODUCT FROZEN FOR A
034900*    STOCK COUNT IS HELD UNTIL THE COUNT IS POSTED.
035000*--------------------------------------------------------------
035100 2300-APPLY-ISSUE.
035200     PERFORM 2500-LOCATE-STOCK-RECORD THRU 2500-EXIT
035800         GO TO 2300-EXIT
035900     END-IF
036000
036020     IF SK-COUNT-FROZEN
036040         PERFORM 2700-HOLD-MOVEMENT THRU 2700-EXIT
036060         GO TO 2300-EXIT
036080     END-IF
036100     IF ST-QUANTITY > SK-ON-HAND
036200         DISPLAY "REJECTED line " WS-LINE-COUNT
036300             " - issue of " ST-QUANTITY
036700     END-IF
036800
036900     SUBTRACT ST-QUANTITY FROM SK-ON-HAND
036950     MOVE SK-AVG-COST TO WS-MV-UNIT-COST
037000     MOVE WS-CURRENT-DATE TO SK-DATE-UPDATED
037100     REWRITE SK-STOCK-RECORD
037200     IF NOT WS-SK-OK
037500         ADD 1 TO WS-REJECTS-COUNT
037600         GO TO 2300-EXIT
037700     END-IF
037750     PERFORM 2600-WRITE-GL-FEED THRU 2600-EXIT
037800     ADD 1 TO WS-ISSUES-COUNT.
037900 2300-EXIT.
038000     EXIT.
038300* 2400-SET-REORDER-POINT
038400*    SETS THE REORDER POINT ON AN EXISTING STOCK RECORD, OR
038500*    CREATES A ZERO-ON-HAND RECORD FOR A VALID PRODUCT SO THE
038550*    POINT CAN BE SET BEFORE THE FIRST RECEIPT ARRIVES. A
038600*    REORDER QUANTITY ON THE LINE REPLACES THE PRODUCT'S; A
038650*    LINE WITHOUT ONE LEAVES IT AS IT WAS.
038700*--------------------------------------------------------------
038800 2400-SET-REORDER-POINT.
038900     PERFORM 2500-LOCATE-STOCK-RECORD THRU 2500-EXIT
039000     IF WS-STOCK-FOUND
039100         MOVE ST-QUANTITY     TO SK-REORDER-POINT
039120         IF ST-REORDER-QTY IS NUMERIC
039140           AND ST-REORDER-QTY > ZERO
039160             MOVE ST-REORDER-QTY TO SK-REORDER-QTY
039180         END-IF
039200         MOVE WS-CURRENT-DATE TO SK-DATE-UPDATED
039300         REWRITE SK-STOCK-RECORD
039400         IF NOT WS-SK-OK
041600     MOVE ST-QUANTITY     TO SK-REORDER-POINT
041700     MOVE WS-CURRENT-DATE TO SK-DATE-UPDATED
041710     MOVE 0               TO SK-ON-ORDER
041750     MOVE SPACE           TO SK-COUNT-FLAG
041760     MOVE 0               TO SK-AVG-COST
041765     IF ST-REORDER-QTY IS NUMERIC
041770         MOVE ST-REORDER-QTY TO SK-REORDER-QTY
041775     ELSE
041780         MOVE 0              TO SK-REORDER-QTY
041785     END-IF
041800     WRITE SK-STOCK-RECORD
041900     IF NOT WS-SK-OK
042000         DISPLAY "WARNING: could not write PRODSTCK, status "
044100     MOVE 'Y' TO WS-STOCK-FOUND-SWITCH.
044200 2500-EXIT.
044300     EXIT.
044302
044304*--------------------------------------------------------------
044306* 2600-WRITE-GL-FEED
044308*    APPENDS THE APPLIED RECEIPT OR ISSUE TO THE GLTRAN LEDGER
044310*    FEED, VALUED AT THE MOVEMENT'S UNIT COST. WITH NO COST
044311*    KNOWN YET IT GOES AT THE PRODUCT MASTER PRICE. THE STOCK
044312*    IS ALREADY POSTED, SO A ROW THAT WILL NOT WRITE FAILS THE
044313*    RUN FOR IT TO BE POSTED BY HAND.
044314*--------------------------------------------------------------
044316 2600-WRITE-GL-FEED.
044320     IF WS-MV-UNIT-COST = 0
044321         PERFORM 2650-LIST-PRICE-VALUE THRU 2650-EXIT
044322     END-IF
044323
044324     IF WS-TRANS-RECEIPT
044325         MOVE "STKR" TO WS-GT-SOURCE
044326     ELSE
044327         MOVE "STKI" TO WS-GT-SOURCE
044328     END-IF
044329     MOVE WS-CURRENT-DATE TO WS-GT-POST-DATE
044330     MOVE ST-PRODUCT-CODE TO WS-GT-PRODUCT-CODE
044331     MOVE WS-LINE-COUNT   TO WS-GT-LINE-NUMBER
044332     MOVE WS-GT-LINE-NUMBER TO WS-GT-REFERENCE
044333     COMPUTE WS-GT-AMOUNT = ST-QUANTITY * WS-MV-UNIT-COST
044334     WRITE GT-FEED-RECORD FROM WS-GT-FEED-LINE
044335     IF NOT WS-GT-OK
044336         DISPLAY "ERROR: could not write GLTRAN, status "
044337             WS-GT-FILE-STATUS " - " WS-GT-SOURCE " product "
044338             WS-GT-PRODUCT-CODE " amount " WS-GT-AMOUNT
044339             " - post it to the GL by hand."
044340         MOVE 1 TO RETURN-CODE
044341     END-IF.
044342 2600-EXIT.
044343     EXIT.
044344
044345*--------------------------------------------------------------
044346* 2650-LIST-PRICE-VALUE
044347*    VALUES A MOVEMENT WITH NO COST AT THE PRODUCT MASTER PRICE.
044348*    A PRODUCT MISSING FROM THE MASTER GOES OUT AT ZERO AND IS
044349*    SHOWN HERE.
044350*--------------------------------------------------------------
044351 2650-LIST-PRICE-VALUE.
044352     MOVE ST-PRODUCT-CODE TO PM-PRODUCT-CODE
044353     READ PRODUCT-MASTER
044354         INVALID KEY
044355             DISPLAY "WARNING: product " ST-PRODUCT-CODE
044356                 " is not on the master - line " WS-LINE-COUNT
044357                 " goes to the ledger at zero."
044359             MOVE 0 TO PM-PRODUCT-PRICE
044360     END-READ
044361     MOVE PM-PRODUCT-PRICE TO WS-MV-UNIT-COST.
044362 2650-EXIT.
044363     EXIT.
044364
044365*--------------------------------------------------------------
044366* 2700-HOLD-MOVEMENT
044367*    PUTS A RECEIPT OR ISSUE FOR A PRODUCT FROZEN FOR A STOCK
044368*    COUNT ASIDE ON THE STKHOLD WORK FILE, SO BOOK QUANTITY
044369*    DOES NOT MOVE WHILE THE SHELVES ARE BEING COUNTED. THE
044370*    HELD MOVEMENTS GO BACK ON STCKTRAN AT THE END OF THE RUN.
044371*--------------------------------------------------------------
044372 2700-HOLD-MOVEMENT.
044373     WRITE SH-HOLD-RECORD FROM ST-TRANS-RECORD
044374     IF NOT WS-SH-OK
044375         DISPLAY "REJECTED line " WS-LINE-COUNT
044376             " - product " ST-PRODUCT-CODE
044377             " is being counted and the movement could not be"
044378             " held, status " WS-SH-FILE-STATUS
044379         ADD 1 TO WS-REJECTS-COUNT
044380         GO TO 2700-EXIT
044383     END-IF
044384     DISPLAY "HELD line " WS-LINE-COUNT
044385         " - product " ST-PRODUCT-CODE
044386         " is frozen for a stock count"
044387     ADD 1 TO WS-HELD-COUNT.
044388 2700-EXIT.
044389     EXIT.
044390
044391*--------------------------------------------------------------
044392* 2750-REQUEUE-HELD
044393*    COPIES THE HELD MOVEMENTS BACK ONTO THE FRESHLY CLEARED
044394*    STCKTRAN. IF THE HOLD FILE CANNOT BE READ BACK THE HELD
044395*    MOVEMENTS ARE LOST, SO THE RUN ENDS RC 1 FOR THEM TO BE
044396*    RE-KEYED FROM THE CONSOLE LOG.
044397*--------------------------------------------------------------
044398 2750-REQUEUE-HELD.
044399     OPEN INPUT STOCK-HOLD
044400     IF NOT WS-SH-OK
044401         DISPLAY "ERROR: cannot reopen STKHOLD, status "
044402             WS-SH-FILE-STATUS " - " WS-HELD-COUNT
044403             " held movement(s) must be re-keyed."
044404         MOVE 1 TO RETURN-CODE
044405         GO TO 2750-EXIT
044406     END-IF
044407     MOVE 'N' TO WS-SH-EOF-SWITCH
044408     PERFORM 2760-REQUEUE-ONE-HELD THRU 2760-EXIT
044409         UNTIL WS-END-OF-HELD
044410     CLOSE STOCK-HOLD.
044411 2750-EXIT.
044412     EXIT.
044413
044414*--------------------------------------------------------------
044415* 2760-REQUEUE-ONE-HELD
044416*    READS ONE HELD MOVEMENT AND WRITES IT BACK TO STCKTRAN.
044417*--------------------------------------------------------------
044418 2760-REQUEUE-ONE-HELD.
044419     READ STOCK-HOLD
044420         AT END
044421             MOVE 'Y' TO WS-SH-EOF-SWITCH
044422             GO TO 2760-EXIT
044423     END-READ
044424     WRITE ST-TRANS-RECORD FROM SH-HOLD-RECORD
044425     IF NOT WS-ST-OK
044426         DISPLAY "ERROR: could not write held movement back to "
044427             "STCKTRAN, status " WS-ST-FILE-STATUS ": "
044428             SH-HOLD-RECORD
044429         MOVE 1 TO RETURN-CODE
044430     END-IF.
044431 2760-EXIT.
044432     EXIT.
044433
044500*--------------------------------------------------------------
044600* 3000-REORDER-REPORT
044700*    READS THE WHOLE STOCK FILE IN KEY ORDER AND PRINTS EVERY
051812*--------------------------------------------------------------
051814* 3200-SUGGEST-PURCHASE-ORDER
051816*    SPOOLS A SUGGESTED ORDER THAT TOPS THE PRODUCT BACK UP
051817*    TO ITS REORDER POINT PLUS ITS REORDER QUANTITY - TWICE
051818*    ITS REORDER POINT WHEN NO REORDER QUANTITY IS SET.
051819*    ON-ORDER IS NOT TOUCHED HERE - IT RISES IN 3600 ONLY WHEN
051820*    THE PO LINE IS ACTUALLY WRITTEN TO POFILE, SO A PO PASS
051821*    THAT CANNOT OPEN ITS OUTPUTS LEAVES THE STOCK RECORDS
051822*    ALONE AND THE SHORTAGE STILL SHOWS TOMORROW.
051825*--------------------------------------------------------------
051826 3200-SUGGEST-PURCHASE-ORDER.
051828     IF NOT WS-POW-OK
051830         GO TO 3200-EXIT
051831     END-IF
051832
051833     IF SK-REORDER-QTY > ZERO
051834         COMPUTE WS-SUGGESTED-QTY =
051835             SK-REORDER-POINT + SK-REORDER-QTY
051836                 - SK-ON-HAND - SK-ON-ORDER
051837     ELSE
051838         COMPUTE WS-SUGGESTED-QTY =
051839             (SK-REORDER-POINT * 2) - SK-ON-HAND - SK-ON-ORDER
051840     END-IF
051841     IF WS-SUGGESTED-QTY <= ZERO
051842         GO TO 3200-EXIT
051844     END-IF
051846
052188         END-IF
052190     END-IF
052192
052193     MOVE SPACES            TO PO-ORDER-RECORD
052194     MOVE WS-NEXT-PO-NUMBER TO PO-NUMBER
052195     MOVE POS-SUPPLIER-CODE TO PO-SUPPLIER-CODE
052196     MOVE POS-PRODUCT-CODE  TO PO-PRODUCT-CODE
052197     MOVE POS-SUGGESTED-QTY TO PO-QUANTITY
052198     MOVE WS-CURRENT-DATE   TO PO-ORDER-DATE
052199     COMPUTE PO-LINE-NUMBER = WS-PO-GROUP-LINES + 1
052200     MOVE 0                 TO PO-RECEIVED-QTY
052201     MOVE 'O'               TO PO-LINE-STATUS
052202     MOVE 0                 TO PO-LAST-RECEIPT-DATE
052203     WRITE PO-ORDER-RECORD
052206     IF NOT WS-PO-OK
052208         DISPLAY "WARNING: could not write POFILE, status "
052210             WS-PO-FILE-STATUS
