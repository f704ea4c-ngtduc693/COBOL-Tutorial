000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CountEntry.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - KEYS THE COUNTED
001100*                 QUANTITIES FROM THE CountOpen COUNT SHEETS
001200*                 ONTO THE PHYSCNT COUNT FILE, AT A TERMINAL OR
001300*                 FROM THE CNTTRAN FEED IN BATCH MODE. A
001400*                 PRODUCT THAT IS NOT ON THE OPEN COUNT OR A
001500*                 QUANTITY THAT IS NOT NUMERIC IS REJECTED TO
001600*                 CNTREJT WITH ITS REASON. KEYING A PRODUCT
001700*                 AGAIN IS A RECOUNT - THE NEW QUANTITY
001800*                 REPLACES THE EARLIER ONE AND THE OPERATOR IS
001900*                 TOLD WHAT IT REPLACED. NOTHING TOUCHES STOCK
002000*                 HERE; CountPost DOES THAT.
002100*--------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. GNUCOBOL.
002600 OBJECT-COMPUTER. GNUCOBOL.
002700
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT COUNT-FILE ASSIGN TO "PHYSCNT"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS PC-PRODUCT-CODE
003400         FILE STATUS IS WS-PC-FILE-STATUS.
003500
003600     SELECT COUNT-TRANS ASSIGN TO "CNTTRAN"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CT-FILE-STATUS.
003900
004000     SELECT COUNT-REJECTS ASSIGN TO "CNTREJT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-RJ-FILE-STATUS.
004300
004400     SELECT RUN-STATS ASSIGN TO "RUNSTATS"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-RS-FILE-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  COUNT-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 01  PC-COUNT-RECORD.
005300     05 PC-PRODUCT-CODE          PIC 9(10).
005400     05 PC-CATEGORY-CODE         PIC X(04).
005500     05 PC-BOOK-QTY              PIC 9(07).
005600     05 PC-COUNTED-QTY           PIC 9(07).
005700     05 PC-COUNT-STATUS          PIC X(01).
005800         88 PC-NOT-COUNTED           VALUE 'O'.
005900         88 PC-COUNTED               VALUE 'C'.
006000     05 PC-OPENED-DATE           PIC 9(08).
006100     05 PC-COUNTED-DATE          PIC 9(08).
006200     05 PC-COUNTED-BY            PIC X(10).
006300
006400 FD  COUNT-TRANS
006500     LABEL RECORDS ARE STANDARD.
006600 01  CT-COUNT-RECORD.
006700     05 CT-PRODUCT-CODE          PIC 9(10).
006800     05 FILLER                   PIC X(01).
006900     05 CT-COUNTED-QTY           PIC 9(07).
007000
007100 FD  COUNT-REJECTS
007200     LABEL RECORDS ARE STANDARD.
007300 01  RJ-REJECT-RECORD.
007400     05 RJ-PRODUCT-CODE          PIC 9(10).
007500     05 FILLER                   PIC X(01).
007600     05 RJ-COUNTED-QTY           PIC 9(07).
007700     05 FILLER                   PIC X(01).
007800     05 RJ-DATE                  PIC 9(08).
007900     05 FILLER                   PIC X(01).
008000     05 RJ-REASON                PIC X(40).
008100
008200 FD  RUN-STATS
008300     LABEL RECORDS ARE STANDARD.
008400 01  RS-STATS-RECORD             PIC X(62).
008500
008600 WORKING-STORAGE SECTION.
008700*--------------------------------------------------------------
008800* FILE STATUS FIELDS
008900*--------------------------------------------------------------
009000 01 WS-PC-FILE-STATUS       PIC X(02) VALUE '00'.
009100     88 WS-PC-OK                VALUE '00'.
009200 01 WS-CT-FILE-STATUS       PIC X(02) VALUE '00'.
009300     88 WS-CT-OK                VALUE '00'.
009400 01 WS-RJ-FILE-STATUS       PIC X(02) VALUE '00'.
009500     88 WS-RJ-OK                VALUE '00'.
009600
009700*--------------------------------------------------------------
009800* SESSION FIELDS
009900*    THE SAME INTERACTIVE/BATCH SWITCHES OrderEntry USES - A
010000*    TERMINAL IN THE WAREHOUSE, OR THE CNTTRAN FEED WHEN THE
010100*    RUN IS STARTED WITH DUKE_BATCH_MODE=Y DUKE_INPUT_MODE=B.
010200*--------------------------------------------------------------
010300 01 WS-CURRENT-DATE         PIC 9(08).
010400 01 WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
010500 01 WS-ENV-BATCH-FLAG       PIC X(01) VALUE SPACE.
010600     88 WS-ENV-IS-BATCH         VALUE 'Y'.
010700 01 WS-INPUT-MODE           PIC X(01) VALUE SPACE.
010800     88 WS-MODE-BATCH           VALUE 'B'.
010900 01 WS-SESSION-DONE-SWITCH  PIC X(01) VALUE 'N'.
011000     88 WS-SESSION-DONE         VALUE 'Y'.
011100 01 WS-CT-EOF-SWITCH        PIC X(01) VALUE 'N'.
011200     88 WS-END-OF-COUNTS        VALUE 'Y'.
011300
011400*--------------------------------------------------------------
011500* THE COUNT BEING PROCESSED
011600*    KEYED AT THE TERMINAL OR MOVED IN FROM ONE CNTTRAN LINE,
011700*    SO BOTH PATHS RUN THROUGH EXACTLY THE SAME CHECKS.
011800*--------------------------------------------------------------
011900 01 WS-CNT-PRODUCT          PIC 9(10) VALUE 0.
012000 01 WS-CNT-QUANTITY         PIC 9(07) VALUE 0.
012100 01 WS-REASON               PIC X(40) VALUE SPACES.
012200 01 WS-COUNT-VALID-SW       PIC X(01) VALUE 'N'.
012300     88 WS-COUNT-VALID          VALUE 'Y'.
012400 01 WS-RECOUNT-SW           PIC X(01) VALUE 'N'.
012500     88 WS-IS-RECOUNT           VALUE 'Y'.
012600 01 WS-PRIOR-QTY            PIC 9(07) VALUE 0.
012700 01 WS-PRIOR-BY             PIC X(10) VALUE SPACES.
012800
012900*--------------------------------------------------------------
013000* SESSION COUNTERS
013100*--------------------------------------------------------------
013200 01 WS-COUNTS-READ          PIC 9(05) VALUE 0.
013300 01 WS-COUNTS-POSTED        PIC 9(05) VALUE 0.
013400 01 WS-COUNTS-REJECTED      PIC 9(05) VALUE 0.
013500 01 WS-RECOUNTS             PIC 9(05) VALUE 0.
013600
013700*--------------------------------------------------------------
013800* RUN STATISTICS FIELDS
013900*    A BATCH COUNT ENTRY RUN APPENDS ONE LINE TO THE COMMON
014000*    RUNSTATS CONTROL FILE FOR THE END-OF-DAY BALANCING
014100*    REPORT.
014200*--------------------------------------------------------------
014300 01 WS-RS-FILE-STATUS       PIC X(02) VALUE '00'.
014400     88 WS-RS-OK                VALUE '00'.
014500 01 WS-STATS-LINE.
014600     05 WS-RS-DATE             PIC 9(08).
014700     05 FILLER                 PIC X(01) VALUE SPACE.
014800     05 WS-RS-TIME             PIC 9(08).
014900     05 FILLER                 PIC X(01) VALUE SPACE.
015000     05 WS-RS-STEP-ID          PIC X(12) VALUE "COUNTENTRY".
015100     05 FILLER                 PIC X(01) VALUE SPACE.
015200     05 WS-RS-READ             PIC 9(05).
015300     05 FILLER                 PIC X(01) VALUE SPACE.
015400     05 WS-RS-ACCEPTED         PIC 9(05).
015500     05 FILLER                 PIC X(01) VALUE SPACE.
015600     05 WS-RS-REJECTED         PIC 9(05).
015700     05 FILLER                 PIC X(01) VALUE SPACE.
015800     05 WS-RS-MONEY            PIC 9(9)V99 VALUE 0.
015900     05 FILLER                 PIC X(01) VALUE SPACE.
016000     05 WS-RS-RC               PIC 9(01) VALUE 0.
016100 01 WS-RS-TIME-NOW          PIC 9(08).
016200
016300 PROCEDURE DIVISION.
016400*--------------------------------------------------------------
016500* 0000-MAIN-PROCESS
016600*    CONTROLS THE OVERALL FLOW OF THE COUNT ENTRY SESSION.
016700*--------------------------------------------------------------
016800 0000-MAIN-PROCESS.
016900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017000     PERFORM 2000-TAKE-COUNTS THRU 2000-EXIT
017100     PERFORM 9000-TERMINATE THRU 9000-EXIT
017200     STOP RUN.
017300
017400*--------------------------------------------------------------
017500* 1000-INITIALIZE
017600*    OPENS THE COUNT FILE FOR UPDATE AND THE REJECT FILE IN
017700*    EXTEND. NO PHYSCNT MEANS NO COUNT HAS BEEN OPENED.
017800*--------------------------------------------------------------
017900 1000-INITIALIZE.
018000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
018100     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
018200     IF WS-OPERATOR-ID = SPACES
018300         MOVE "UNKNOWN" TO WS-OPERATOR-ID
018400     END-IF
018500
018600     OPEN I-O COUNT-FILE
018700     IF NOT WS-PC-OK
018800         DISPLAY "ERROR: cannot open PHYSCNT, status "
018900             WS-PC-FILE-STATUS
019000         DISPLAY "ERROR: no stock count is open - run CountOpen "
019100             "first."
019200         MOVE 1 TO RETURN-CODE
019300         STOP RUN
019400     END-IF
019500
019600     OPEN EXTEND COUNT-REJECTS
019700     IF NOT WS-RJ-OK
019800         OPEN OUTPUT COUNT-REJECTS
019900         IF NOT WS-RJ-OK
020000             DISPLAY "ERROR: cannot open CNTREJT, status "
020100                 WS-RJ-FILE-STATUS
020200             CLOSE COUNT-FILE
020300             MOVE 1 TO RETURN-CODE
020400             STOP RUN
020500         END-IF
020600     END-IF.
020700 1000-EXIT.
020800     EXIT.
020900
021000*--------------------------------------------------------------
021100* 2000-TAKE-COUNTS
021200*    DRIVES THE SESSION - COUNTS KEYED AT THE TERMINAL UNTIL
021300*    A ZERO PRODUCT CODE, OR THE WHOLE CNTTRAN FEED IN BATCH
021400*    MODE.
021500*--------------------------------------------------------------
021600 2000-TAKE-COUNTS.
021700     ACCEPT WS-ENV-BATCH-FLAG FROM ENVIRONMENT "DUKE_BATCH_MODE"
021800     IF WS-ENV-IS-BATCH
021900         ACCEPT WS-INPUT-MODE FROM ENVIRONMENT "DUKE_INPUT_MODE"
022000     ELSE
022100         DISPLAY "Input mode - (I)nteractive or (B)atch file? "
022200         ACCEPT WS-INPUT-MODE
022300     END-IF
022400
022500     IF WS-MODE-BATCH
022600         PERFORM 2800-PROCESS-COUNT-FILE THRU 2800-EXIT
022700         GO TO 2000-EXIT
022800     END-IF
022900
023000     PERFORM 2100-TAKE-ONE-COUNT THRU 2100-EXIT
023100         UNTIL WS-SESSION-DONE.
023200 2000-EXIT.
023300     EXIT.
023400
023500*--------------------------------------------------------------
023600* 2100-TAKE-ONE-COUNT
023700*    TAKES ONE COUNTED QUANTITY FROM THE TERMINAL AND
023800*    RECORDS OR REJECTS IT.
023900*--------------------------------------------------------------
024000 2100-TAKE-ONE-COUNT.
024100     DISPLAY "Product code (0 to finish): "
024200     ACCEPT WS-CNT-PRODUCT
024300     IF WS-CNT-PRODUCT = 0
024400         MOVE 'Y' TO WS-SESSION-DONE-SWITCH
024500         GO TO 2100-EXIT
024600     END-IF
024700
024800     DISPLAY "Counted quantity: "
024900     ACCEPT WS-CNT-QUANTITY
025000     ADD 1 TO WS-COUNTS-READ
025100
025200     PERFORM 2200-VALIDATE-COUNT THRU 2200-EXIT
025300     IF NOT WS-COUNT-VALID
025400         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
025500         DISPLAY "Count rejected - " WS-REASON
025600         GO TO 2100-EXIT
025700     END-IF
025800
025900     PERFORM 2300-RECORD-COUNT THRU 2300-EXIT
026000     IF NOT WS-COUNT-VALID
026100         DISPLAY "Count rejected - " WS-REASON
026200         GO TO 2100-EXIT
026300     END-IF
026400
026500     IF WS-IS-RECOUNT
026600         DISPLAY "Recount - product " WS-CNT-PRODUCT
026700             " now " WS-CNT-QUANTITY ", replacing "
026800             WS-PRIOR-QTY " counted by " WS-PRIOR-BY
026900     ELSE
027000         DISPLAY "Counted - product " WS-CNT-PRODUCT
027100             " quantity " WS-CNT-QUANTITY
027200     END-IF.
027300 2100-EXIT.
027400     EXIT.
027500
027600*--------------------------------------------------------------
027700* 2200-VALIDATE-COUNT
027800*    FINDS THE PRODUCT ON THE OPEN COUNT. A PRODUCT OUTSIDE
027900*    THE COUNT'S SCOPE HAS NO PHYSCNT RECORD AND IS REJECTED.
028000*--------------------------------------------------------------
028100 2200-VALIDATE-COUNT.
028200     MOVE 'N'    TO WS-COUNT-VALID-SW
028300     MOVE SPACES TO WS-REASON
028400
028500     MOVE WS-CNT-PRODUCT TO PC-PRODUCT-CODE
028600     READ COUNT-FILE
028700         INVALID KEY
028800             MOVE "product is not on the open stock count"
028900                 TO WS-REASON
029000             GO TO 2200-EXIT
029100     END-READ
029200
029300     MOVE 'Y' TO WS-COUNT-VALID-SW.
029400 2200-EXIT.
029500     EXIT.
029600
029700*--------------------------------------------------------------
029800* 2300-RECORD-COUNT
029900*    WRITES THE COUNTED QUANTITY, DATE AND COUNTER ONTO THE
030000*    COUNT RECORD. A PRODUCT ALREADY COUNTED IS A RECOUNT -
030100*    THE EARLIER QUANTITY IS KEPT FOR THE MESSAGE AND THEN
030200*    REPLACED.
030300*--------------------------------------------------------------
030400 2300-RECORD-COUNT.
030500     MOVE 'N' TO WS-RECOUNT-SW
030600     IF PC-COUNTED
030700         MOVE 'Y'            TO WS-RECOUNT-SW
030800         MOVE PC-COUNTED-QTY TO WS-PRIOR-QTY
030900         MOVE PC-COUNTED-BY  TO WS-PRIOR-BY
031000     END-IF
031100
031200     MOVE WS-CNT-QUANTITY TO PC-COUNTED-QTY
031300     MOVE 'C'             TO PC-COUNT-STATUS
031400     MOVE WS-CURRENT-DATE TO PC-COUNTED-DATE
031500     MOVE WS-OPERATOR-ID  TO PC-COUNTED-BY
031600     REWRITE PC-COUNT-RECORD
031700         INVALID KEY
031800             DISPLAY "WARNING: could not rewrite PHYSCNT, "
031900                 "status " WS-PC-FILE-STATUS
032000             MOVE 'N' TO WS-COUNT-VALID-SW
032100             MOVE "count record could not be rewritten"
032200                 TO WS-REASON
032300             PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
032400             GO TO 2300-EXIT
032500     END-REWRITE
032600
032700     ADD 1 TO WS-COUNTS-POSTED
032800     IF WS-IS-RECOUNT
032900         ADD 1 TO WS-RECOUNTS
033000     END-IF.
033100 2300-EXIT.
033200     EXIT.
033300
033400*--------------------------------------------------------------
033500* 2600-WRITE-REJECT
033600*    WRITES THE REJECTED COUNT AND ITS REASON TO CNTREJT SO
033700*    THE WAREHOUSE CAN RECHECK THE SHEET.
033800*--------------------------------------------------------------
033900 2600-WRITE-REJECT.
034000     MOVE SPACES          TO RJ-REJECT-RECORD
034100     MOVE WS-CNT-PRODUCT  TO RJ-PRODUCT-CODE
034200     MOVE WS-CNT-QUANTITY TO RJ-COUNTED-QTY
034300     MOVE WS-CURRENT-DATE TO RJ-DATE
034400     MOVE WS-REASON       TO RJ-REASON
034500     WRITE RJ-REJECT-RECORD
034600     IF NOT WS-RJ-OK
034700         DISPLAY "WARNING: could not write CNTREJT, status "
034800             WS-RJ-FILE-STATUS
034900     END-IF
035000     ADD 1 TO WS-COUNTS-REJECTED.
035100 2600-EXIT.
035200     EXIT.
035300
035400*--------------------------------------------------------------
035500* 2800-PROCESS-COUNT-FILE
035600*    DRIVES THE BATCH RUN - EVERY CNTTRAN LINE GOES THROUGH
035700*    THE SAME CHECKS A KEYED COUNT GETS. THE FEED IS CLEARED
035800*    AFTERWARDS SO A RERUN CANNOT APPLY AN OLD SHEET OVER A
035900*    LATER RECOUNT.
036000*--------------------------------------------------------------
036100 2800-PROCESS-COUNT-FILE.
036200     OPEN INPUT COUNT-TRANS
036300     IF NOT WS-CT-OK
036400         DISPLAY "ERROR: cannot open CNTTRAN, status "
036500             WS-CT-FILE-STATUS
036600         DISPLAY "ERROR: no count file - nothing to record."
036700         MOVE 1 TO RETURN-CODE
036800         GO TO 2800-EXIT
036900     END-IF
037000
037100     MOVE 'N' TO WS-CT-EOF-SWITCH
037200     PERFORM 2810-PROCESS-ONE-COUNT THRU 2810-EXIT
037300         UNTIL WS-END-OF-COUNTS
037400     CLOSE COUNT-TRANS
037500
037600     OPEN OUTPUT COUNT-TRANS
037700     IF WS-CT-OK
037800         CLOSE COUNT-TRANS
037900     ELSE
038000         DISPLAY "WARNING: could not clear CNTTRAN, status "
038100             WS-CT-FILE-STATUS
038200     END-IF
038300
038400     DISPLAY "Counts read: " WS-COUNTS-READ
038500         " Recorded: " WS-COUNTS-POSTED
038600         " Rejected: " WS-COUNTS-REJECTED.
038700 2800-EXIT.
038800     EXIT.
038900
039000*--------------------------------------------------------------
039100* 2810-PROCESS-ONE-COUNT
039200*    READS ONE CNTTRAN LINE AND RECORDS OR REJECTS IT.
039300*--------------------------------------------------------------
039400 2810-PROCESS-ONE-COUNT.
039500     READ COUNT-TRANS
039600         AT END
039700             MOVE 'Y' TO WS-CT-EOF-SWITCH
039800             GO TO 2810-EXIT
039900     END-READ
040000
040100     ADD 1 TO WS-COUNTS-READ
040200     IF CT-PRODUCT-CODE NOT NUMERIC
040300       OR CT-COUNTED-QTY NOT NUMERIC
040400         MOVE 0 TO WS-CNT-PRODUCT
040500         MOVE 0 TO WS-CNT-QUANTITY
040600         MOVE "count line is not numeric" TO WS-REASON
040700         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
040800         GO TO 2810-EXIT
040900     END-IF
041000
041100     MOVE CT-PRODUCT-CODE TO WS-CNT-PRODUCT
041200     MOVE CT-COUNTED-QTY  TO WS-CNT-QUANTITY
041300
041400     PERFORM 2200-VALIDATE-COUNT THRU 2200-EXIT
041500     IF NOT WS-COUNT-VALID
041600         PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
041700         GO TO 2810-EXIT
041800     END-IF
041900
042000     PERFORM 2300-RECORD-COUNT THRU 2300-EXIT
042100     IF WS-COUNT-VALID
042200       AND WS-IS-RECOUNT
042300         DISPLAY "Recount - product " WS-CNT-PRODUCT
042400             " now " WS-CNT-QUANTITY ", replacing "
042500             WS-PRIOR-QTY " counted by " WS-PRIOR-BY
042600     END-IF.
042700 2810-EXIT.
042800     EXIT.
042900
043000*--------------------------------------------------------------
043100* 9000-TERMINATE
043200*    CLOSES THE FILES AND SUMMARIZES THE SESSION.
043300*--------------------------------------------------------------
043400 9000-TERMINATE.
043500     CLOSE COUNT-FILE
043600     CLOSE COUNT-REJECTS
043700
043800     DISPLAY "Counts recorded: " WS-COUNTS-POSTED
043900         " Recounts: " WS-RECOUNTS
044000         " Rejected: " WS-COUNTS-REJECTED
044100     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
044200 9000-EXIT.
044300     EXIT.
044400
044500*--------------------------------------------------------------
044600* 9500-WRITE-RUN-STATS
044700*    APPENDS A BATCH COUNT ENTRY RUN'S STATISTICS TO THE
044800*    COMMON RUNSTATS CONTROL FILE. A TERMINAL SESSION WRITES
044900*    NO LINE.
045000*--------------------------------------------------------------
045100 9500-WRITE-RUN-STATS.
045200     IF NOT WS-MODE-BATCH
045300         GO TO 9500-EXIT
045400     END-IF
045500     OPEN EXTEND RUN-STATS
045600     IF NOT WS-RS-OK
045700         OPEN OUTPUT RUN-STATS
045800         IF NOT WS-RS-OK
045900             DISPLAY "WARNING: could not open RUNSTATS, "
046000                 "status " WS-RS-FILE-STATUS
046100             GO TO 9500-EXIT
046200         END-IF
046300     END-IF
046400
046500     MOVE WS-CURRENT-DATE    TO WS-RS-DATE
046600     ACCEPT WS-RS-TIME-NOW FROM TIME
046700     MOVE WS-RS-TIME-NOW     TO WS-RS-TIME
046800     MOVE WS-COUNTS-READ     TO WS-RS-READ
046900     MOVE WS-COUNTS-POSTED   TO WS-RS-ACCEPTED
047000     MOVE WS-COUNTS-REJECTED TO WS-RS-REJECTED
047100     MOVE 0                  TO WS-RS-MONEY
047200     IF RETURN-CODE = 0
047300         MOVE 0 TO WS-RS-RC
047400     ELSE
047500         MOVE 1 TO WS-RS-RC
047600     END-IF
047700
047800     WRITE RS-STATS-RECORD FROM WS-STATS-LINE
047900     IF NOT WS-RS-OK
048000         DISPLAY "WARNING: could not write RUNSTATS, status "
048100             WS-RS-FILE-STATUS
048200     END-IF
048300     CLOSE RUN-STATS.
048400 9500-EXIT.
048500     EXIT.
