000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ReorderApprove.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - BUYER'S APPROVAL SESSION
001100*                 FOR THE REORDER POINT PROPOSALS ReorderCalc
001200*                 LEFT ON REORDPND BECAUSE THEY SWING FURTHER
001300*                 THAN THE TOLERANCE. THE BUYER PICKS A
001400*                 PROPOSAL AND APPROVES IT AS PROPOSED, CHANGES
001500*                 THE POINT AND QUANTITY BEFORE APPROVING IT,
001600*                 REJECTS IT OR KEEPS IT FOR LATER. AN APPROVED
001700*                 PROPOSAL IS WRITTEN AS A 'P' TRANSACTION ON
001800*                 STCKTRAN FOR THE NEXT StockMove RUN. EVERY
001900*                 DECISION IS LOGGED TO REORDAUD WITH THE
002000*                 BUYER'S ID, AND REORDPND IS REWRITTEN WITH
002100*                 ONLY THE PROPOSALS STILL UNDECIDED. RUN BY
002200*                 THE BUYER, NOT AS A STEP OF THE NIGHTLY JOB.
002300*--------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. GNUCOBOL.
002800 OBJECT-COMPUTER. GNUCOBOL.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT REORDER-PENDING ASSIGN TO "REORDPND"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-RP-FILE-STATUS.
003500
003600     SELECT PENDING-WORK ASSIGN TO "REORDWRK"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PW-FILE-STATUS.
003900
004000     SELECT STOCK-TRANS ASSIGN TO "STCKTRAN"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-ST-FILE-STATUS.
004300
004400     SELECT APPROVAL-AUDIT ASSIGN TO "REORDAUD"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-AUD-FILE-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  REORDER-PENDING
005100     LABEL RECORDS ARE STANDARD.
005200 01  RP-PENDING-RECORD.
005300     05 RP-PRODUCT-CODE          PIC 9(10).
005400     05 RP-PRODUCT-NAME          PIC X(30).
005500     05 RP-CURRENT-POINT         PIC 9(05).
005600     05 RP-PROPOSED-POINT        PIC 9(05).
005700     05 RP-CURRENT-QTY           PIC 9(05).
005800     05 RP-PROPOSED-QTY          PIC 9(05).
005900     05 RP-AVG-WEEKLY            PIC 9(07)V99.
006000     05 RP-PEAK-WEEKLY           PIC 9(07).
006100     05 RP-LEAD-DAYS             PIC 9(03).
006200     05 RP-PROPOSED-DATE         PIC 9(08).
006300
006400 FD  PENDING-WORK
006500     LABEL RECORDS ARE STANDARD.
006600 01  PW-PENDING-RECORD           PIC X(87).
006700
006800 FD  STOCK-TRANS
006900     LABEL RECORDS ARE STANDARD.
007000 01  ST-TRANS-RECORD.
007100     05 ST-TRANS-CODE            PIC X(01).
007200     05 ST-PRODUCT-CODE          PIC 9(10).
007300     05 ST-QUANTITY              PIC 9(05).
007400     05 ST-UNIT-COST             PIC 9(05)V99.
007500     05 ST-REORDER-QTY           PIC 9(05).
007600
007700 FD  APPROVAL-AUDIT
007800     LABEL RECORDS ARE STANDARD.
007900 01  AUD-RECORD                  PIC X(90).
008000
008100 WORKING-STORAGE SECTION.
008200*--------------------------------------------------------------
008300* FILE STATUS FIELDS
008400*--------------------------------------------------------------
008500 01 WS-RP-FILE-STATUS       PIC X(02) VALUE '00'.
008600     88 WS-RP-OK                VALUE '00'.
008700 01 WS-PW-FILE-STATUS       PIC X(02) VALUE '00'.
008800     88 WS-PW-OK                VALUE '00'.
008900 01 WS-ST-FILE-STATUS       PIC X(02) VALUE '00'.
009000     88 WS-ST-OK                VALUE '00'.
009100 01 WS-AUD-FILE-STATUS      PIC X(02) VALUE '00'.
009200     88 WS-AUD-OK               VALUE '00'.
009300
009400*--------------------------------------------------------------
009500* PROPOSAL TABLE
009600*    THE WHOLE OF REORDPND IS LOADED AT START-UP. PROPOSALS
009700*    PAST THE TABLE LIMIT STAY ON THE FILE FOR THE NEXT
009800*    SESSION.
009900*--------------------------------------------------------------
010000 01 WS-RP-EOF-SWITCH        PIC X(01) VALUE 'N'.
010100     88 WS-END-OF-PENDING       VALUE 'Y'.
010200 01 WS-ENTRY-COUNT          PIC 9(03) VALUE 0.
010300 01 WS-MAX-ENTRIES          PIC 9(03) VALUE 500.
010400 01 WS-ENTRY-SUB            PIC 9(03) VALUE 0.
010500 01 WS-TABLE-FULL-SWITCH    PIC X(01) VALUE 'N'.
010600     88 WS-TABLE-OVERFLOWED     VALUE 'Y'.
010700 01 WS-SKIP-COUNT           PIC 9(03) VALUE 0.
010800 01 WS-PICKED-ENTRY         PIC 9(03) VALUE 0.
010900 01 WS-PENDING-TABLE.
011000     05 WS-PND-ENTRY OCCURS 500 TIMES.
011100         10 WS-PND-RECORD.
011200             15 WS-PND-PRODUCT      PIC 9(10).
011300             15 WS-PND-NAME         PIC X(30).
011400             15 WS-PND-CUR-POINT    PIC 9(05).
011500             15 WS-PND-NEW-POINT    PIC 9(05).
011600             15 WS-PND-CUR-QTY      PIC 9(05).
011700             15 WS-PND-NEW-QTY      PIC 9(05).
011800             15 WS-PND-AVG-WEEKLY   PIC 9(07)V99.
011900             15 WS-PND-PEAK-WEEKLY  PIC 9(07).
012000             15 WS-PND-LEAD-DAYS    PIC 9(03).
012100             15 WS-PND-DATE         PIC 9(08).
012200         10 WS-PND-DISPOSITION  PIC X(01).
012300*            K = STILL KEPT, A = APPROVED AS PROPOSED,
012400*            C = CHANGED AND APPROVED, R = REJECTED.
012500
012600*--------------------------------------------------------------
012700* BUYER SESSION FIELDS
012800*--------------------------------------------------------------
012900 01 WS-CURRENT-DATE         PIC 9(08).
013000 01 WS-CURRENT-TIME         PIC 9(08).
013100 01 WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
013200 01 WS-REVIEW-ACTION        PIC X(01) VALUE SPACE.
013300     88 WS-ACTION-APPROVE       VALUE 'A'.
013400     88 WS-ACTION-CHANGE        VALUE 'C'.
013500     88 WS-ACTION-REJECT        VALUE 'R'.
013600     88 WS-ACTION-KEEP          VALUE 'K'.
013700 01 WS-DONE-SWITCH          PIC X(01) VALUE 'N'.
013800     88 WS-REVIEW-DONE          VALUE 'Y'.
013900 01 WS-APPLIED-POINT        PIC 9(05) VALUE 0.
014000 01 WS-APPLIED-QTY          PIC 9(05) VALUE 0.
014100 01 WS-APPROVED-COUNT       PIC 9(03) VALUE 0.
014200 01 WS-CHANGED-COUNT        PIC 9(03) VALUE 0.
014300 01 WS-REJECTED-COUNT       PIC 9(03) VALUE 0.
014400 01 WS-KEPT-COUNT           PIC 9(03) VALUE 0.
014500
014600*--------------------------------------------------------------
014700* APPROVAL AUDIT FIELDS
014800*    ONE LINE PER DECISION - WHO, WHEN, WHAT WAS DECIDED, THE
014900*    SETTINGS BEFORE, AS PROPOSED AND AS APPLIED.
015000*--------------------------------------------------------------
015100 01 WS-AUDIT-LINE.
015200     05 WS-AUD-DATE            PIC 9(08).
015300     05 FILLER                 PIC X(01) VALUE SPACE.
015400     05 WS-AUD-TIME            PIC 9(08).
015500     05 FILLER                 PIC X(01) VALUE SPACE.
015600     05 WS-AUD-OPERATOR        PIC X(10).
015700     05 FILLER                 PIC X(01) VALUE SPACE.
015800     05 WS-AUD-DECISION        PIC X(10).
015900     05 FILLER                 PIC X(01) VALUE SPACE.
016000     05 WS-AUD-PRODUCT         PIC 9(10).
016100     05 FILLER                 PIC X(01) VALUE SPACE.
016200     05 WS-AUD-CUR-POINT       PIC 9(05).
016300     05 FILLER                 PIC X(01) VALUE SPACE.
016400     05 WS-AUD-CUR-QTY         PIC 9(05).
016500     05 FILLER                 PIC X(01) VALUE SPACE.
016600     05 WS-AUD-NEW-POINT       PIC 9(05).
016700     05 FILLER                 PIC X(01) VALUE SPACE.
016800     05 WS-AUD-NEW-QTY         PIC 9(05).
016900     05 FILLER                 PIC X(01) VALUE SPACE.
017000     05 WS-AUD-APPLIED-POINT   PIC 9(05).
017100     05 FILLER                 PIC X(01) VALUE SPACE.
017200     05 WS-AUD-APPLIED-QTY     PIC 9(05).
017300
017400 PROCEDURE DIVISION.
017500*--------------------------------------------------------------
017600* 0000-MAIN-PROCESS
017700*    CONTROLS THE OVERALL FLOW OF THE APPROVAL SESSION.
017800*--------------------------------------------------------------
017900 0000-MAIN-PROCESS.
018000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018100     PERFORM 2000-PROCESS-REVIEW THRU 2000-EXIT
018200     PERFORM 9000-TERMINATE THRU 9000-EXIT
018300     STOP RUN.
018400
018500*--------------------------------------------------------------
018600* 1000-INITIALIZE
018700*    LOADS THE PENDING PROPOSALS AND OPENS THE TRANSACTION AND
018800*    AUDIT FILES. NO PROPOSALS MEANS NOTHING TO APPROVE.
018900*--------------------------------------------------------------
019000 1000-INITIALIZE.
019100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
019200     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
019300     IF WS-OPERATOR-ID = SPACES
019400         MOVE "UNKNOWN" TO WS-OPERATOR-ID
019500     END-IF
019600
019700     OPEN INPUT REORDER-PENDING
019800     IF NOT WS-RP-OK
019900         DISPLAY "No REORDPND on file (status "
020000             WS-RP-FILE-STATUS ") - nothing to approve."
020100         STOP RUN
020200     END-IF
020300     PERFORM 1250-LOAD-ONE-ENTRY THRU 1250-EXIT
020400         UNTIL WS-END-OF-PENDING
020500     CLOSE REORDER-PENDING
020600     IF WS-ENTRY-COUNT = 0
020700         DISPLAY "REORDPND is empty - nothing to approve."
020800         STOP RUN
020900     END-IF
021000
021100     OPEN EXTEND STOCK-TRANS
021200     IF NOT WS-ST-OK
021300         OPEN OUTPUT STOCK-TRANS
021400         IF NOT WS-ST-OK
021500             DISPLAY "ERROR: cannot open STCKTRAN, status "
021600                 WS-ST-FILE-STATUS
021700             MOVE 1 TO RETURN-CODE
021800             STOP RUN
021900         END-IF
022000     END-IF
022100
022200     OPEN EXTEND APPROVAL-AUDIT
022300     IF NOT WS-AUD-OK
022400         OPEN OUTPUT APPROVAL-AUDIT
022500         IF NOT WS-AUD-OK
022600             DISPLAY "ERROR: cannot open REORDAUD, status "
022700                 WS-AUD-FILE-STATUS
022800             DISPLAY "ERROR: decisions would have no audit "
022900                 "trail - session abandoned."
023000             CLOSE STOCK-TRANS
023100             MOVE 1 TO RETURN-CODE
023200             STOP RUN
023300         END-IF
023400     END-IF.
023500 1000-EXIT.
023600     EXIT.
023700
023800*--------------------------------------------------------------
023900* 1250-LOAD-ONE-ENTRY
024000*    READS ONE PROPOSAL INTO THE NEXT FREE TABLE ENTRY.
024100*--------------------------------------------------------------
024200 1250-LOAD-ONE-ENTRY.
024300     READ REORDER-PENDING
024400         AT END
024500             MOVE 'Y' TO WS-RP-EOF-SWITCH
024600             GO TO 1250-EXIT
024700     END-READ
024800
024900     IF WS-ENTRY-COUNT >= WS-MAX-ENTRIES
025000         DISPLAY "WARNING: proposal table full - remaining "
025100             "proposals left for the next session."
025200         MOVE 'Y' TO WS-TABLE-FULL-SWITCH
025300         MOVE 'Y' TO WS-RP-EOF-SWITCH
025400         GO TO 1250-EXIT
025500     END-IF
025600
025700     ADD 1 TO WS-ENTRY-COUNT
025800     MOVE RP-PENDING-RECORD TO WS-PND-RECORD (WS-ENTRY-COUNT)
025900     MOVE 'K' TO WS-PND-DISPOSITION (WS-ENTRY-COUNT).
026000 1250-EXIT.
026100     EXIT.
026200
026300*--------------------------------------------------------------
026400* 2000-PROCESS-REVIEW
026500*    LISTS THE PROPOSALS, THEN TAKES ONE DECISION PER PASS
026600*    UNTIL THE BUYER PICKS ENTRY ZERO.
026700*--------------------------------------------------------------
026800 2000-PROCESS-REVIEW.
026900     PERFORM 2050-LIST-PROPOSALS THRU 2050-EXIT
027000     PERFORM 2100-REVIEW-ONE-ENTRY THRU 2100-EXIT
027100         UNTIL WS-REVIEW-DONE.
027200 2000-EXIT.
027300     EXIT.
027400
027500*--------------------------------------------------------------
027600* 2050-LIST-PROPOSALS
027700*    LISTS EVERY PROPOSAL STILL UNDECIDED, WITH ITS NUMBER.
027800*--------------------------------------------------------------
027900 2050-LIST-PROPOSALS.
028000     DISPLAY "Reorder point proposals - " WS-ENTRY-COUNT
028100         " entry(s):"
028200     MOVE 1 TO WS-ENTRY-SUB
028300     PERFORM 2060-LIST-ONE-ENTRY THRU 2060-EXIT
028400         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT.
028500 2050-EXIT.
028600     EXIT.
028700
028800*--------------------------------------------------------------
028900* 2060-LIST-ONE-ENTRY
029000*    LISTS ONE PROPOSAL IF IT IS STILL UNDECIDED - THE POINT
029100*    AND QUANTITY NOW AND AS PROPOSED, AND THE USAGE AND LEAD
029200*    TIME THEY WERE WORKED OUT FROM.
029300*--------------------------------------------------------------
029400 2060-LIST-ONE-ENTRY.
029500     IF WS-PND-DISPOSITION (WS-ENTRY-SUB) = 'K'
029600         DISPLAY "  " WS-ENTRY-SUB " "
029700             WS-PND-PRODUCT (WS-ENTRY-SUB) " "
029800             WS-PND-NAME (WS-ENTRY-SUB)
029900         DISPLAY "      point " WS-PND-CUR-POINT (WS-ENTRY-SUB)
030000             " -> " WS-PND-NEW-POINT (WS-ENTRY-SUB)
030100             "  qty " WS-PND-CUR-QTY (WS-ENTRY-SUB)
030200             " -> " WS-PND-NEW-QTY (WS-ENTRY-SUB)
030300             "  avg/wk " WS-PND-AVG-WEEKLY (WS-ENTRY-SUB)
030400             " peak " WS-PND-PEAK-WEEKLY (WS-ENTRY-SUB)
030500             " lead " WS-PND-LEAD-DAYS (WS-ENTRY-SUB)
030600     END-IF
030700     ADD 1 TO WS-ENTRY-SUB.
030800 2060-EXIT.
030900     EXIT.
031000
031100*--------------------------------------------------------------
031200* 2100-REVIEW-ONE-ENTRY
031300*    TAKES ONE DECISION - THE BUYER PICKS A PROPOSAL AND
031400*    CHOOSES APPROVE, CHANGE, REJECT OR KEEP.
031500*--------------------------------------------------------------
031600 2100-REVIEW-ONE-ENTRY.
031700     DISPLAY "Entry number (0 to finish): "
031800     ACCEPT WS-PICKED-ENTRY
031900     IF WS-PICKED-ENTRY = 0
032000         MOVE 'Y' TO WS-DONE-SWITCH
032100         GO TO 2100-EXIT
032200     END-IF
032300     IF WS-PICKED-ENTRY > WS-ENTRY-COUNT
032400         DISPLAY "No such entry."
032500         GO TO 2100-EXIT
032600     END-IF
032700     IF WS-PND-DISPOSITION (WS-PICKED-ENTRY) NOT = 'K'
032800         DISPLAY "Entry " WS-PICKED-ENTRY
032900             " was already decided this session."
033000         GO TO 2100-EXIT
033100     END-IF
033200
033300     DISPLAY "Decision - (A)pprove, (C)hange, (R)eject, "
033400         "(K)eep: "
033500     ACCEPT WS-REVIEW-ACTION
033600
033700     IF WS-ACTION-APPROVE
033800         MOVE WS-PND-NEW-POINT (WS-PICKED-ENTRY)
033900             TO WS-APPLIED-POINT
034000         MOVE WS-PND-NEW-QTY (WS-PICKED-ENTRY)
034100             TO WS-APPLIED-QTY
034200         PERFORM 2200-APPLY-ENTRY THRU 2200-EXIT
034300         GO TO 2100-EXIT
034400     END-IF
034500     IF WS-ACTION-CHANGE
034600         PERFORM 2300-CHANGE-ENTRY THRU 2300-EXIT
034700         GO TO 2100-EXIT
034800     END-IF
034900     IF WS-ACTION-REJECT
035000         PERFORM 2500-REJECT-ENTRY THRU 2500-EXIT
035100         GO TO 2100-EXIT
035200     END-IF
035300     IF WS-ACTION-KEEP
035400         DISPLAY "Entry " WS-PICKED-ENTRY " kept."
035500         GO TO 2100-EXIT
035600     END-IF
035700     DISPLAY "Please answer A, C, R or K.".
035800 2100-EXIT.
035900     EXIT.
036000
036100*--------------------------------------------------------------
036200* 2200-APPLY-ENTRY
036300*    WRITES THE APPROVED POINT AND QUANTITY AS A 'P' STOCK
036400*    TRANSACTION AND LOGS THE DECISION. AN ENTRY WHOSE
036500*    TRANSACTION CANNOT BE WRITTEN STAYS UNDECIDED.
036600*--------------------------------------------------------------
036700 2200-APPLY-ENTRY.
036800     MOVE 'P'              TO ST-TRANS-CODE
036900     MOVE WS-PND-PRODUCT (WS-PICKED-ENTRY) TO ST-PRODUCT-CODE
037000     MOVE WS-APPLIED-POINT TO ST-QUANTITY
037100     MOVE 0                TO ST-UNIT-COST
037200     MOVE WS-APPLIED-QTY   TO ST-REORDER-QTY
037300     WRITE ST-TRANS-RECORD
037400     IF NOT WS-ST-OK
037500         DISPLAY "WARNING: could not write STCKTRAN, status "
037600             WS-ST-FILE-STATUS " - entry kept."
037700         GO TO 2200-EXIT
037800     END-IF
037900
038000     IF WS-ACTION-CHANGE
038100         MOVE 'C' TO WS-PND-DISPOSITION (WS-PICKED-ENTRY)
038200         ADD 1 TO WS-CHANGED-COUNT
038300         MOVE "CHANGE" TO WS-AUD-DECISION
038400     ELSE
038500         MOVE 'A' TO WS-PND-DISPOSITION (WS-PICKED-ENTRY)
038600         ADD 1 TO WS-APPROVED-COUNT
038700         MOVE "APPROVE" TO WS-AUD-DECISION
038800     END-IF
038900     PERFORM 3000-WRITE-AUDIT-LINE THRU 3000-EXIT
039000     DISPLAY "Entry " WS-PICKED-ENTRY " approved - point "
039100         WS-APPLIED-POINT " qty " WS-APPLIED-QTY
039200         " from the next stock run.".
039300 2200-EXIT.
039400     EXIT.
039500
039600*--------------------------------------------------------------
039700* 2300-CHANGE-ENTRY
039800*    TAKES THE BUYER'S OWN POINT AND QUANTITY IN PLACE OF THE
039900*    PROPOSED ONES, THEN APPROVES THEM. BOTH MUST BE MORE
040000*    THAN ZERO.
040100*--------------------------------------------------------------
040200 2300-CHANGE-ENTRY.
040300     DISPLAY "New reorder point: "
040400     ACCEPT WS-APPLIED-POINT
040500     IF WS-APPLIED-POINT = 0
040600         DISPLAY "Reorder point must be more than zero - "
040700             "entry kept."
040800         GO TO 2300-EXIT
040900     END-IF
041000     DISPLAY "New reorder quantity: "
041100     ACCEPT WS-APPLIED-QTY
041200     IF WS-APPLIED-QTY = 0
041300         DISPLAY "Reorder quantity must be more than zero - "
041400             "entry kept."
041500         GO TO 2300-EXIT
041600     END-IF
041700     PERFORM 2200-APPLY-ENTRY THRU 2200-EXIT.
041800 2300-EXIT.
041900     EXIT.
042000
042100*--------------------------------------------------------------
042200* 2500-REJECT-ENTRY
042300*    REJECTS A PROPOSAL - THE PRODUCT KEEPS ITS CURRENT POINT
042400*    AND QUANTITY. THE DECISION GOES TO THE AUDIT FILE.
042500*--------------------------------------------------------------
042600 2500-REJECT-ENTRY.
042700     MOVE 'R' TO WS-PND-DISPOSITION (WS-PICKED-ENTRY)
042800     ADD 1 TO WS-REJECTED-COUNT
042900     MOVE WS-PND-CUR-POINT (WS-PICKED-ENTRY)
043000         TO WS-APPLIED-POINT
043100     MOVE WS-PND-CUR-QTY (WS-PICKED-ENTRY)
043200         TO WS-APPLIED-QTY
043300     MOVE "REJECT" TO WS-AUD-DECISION
043400     PERFORM 3000-WRITE-AUDIT-LINE THRU 3000-EXIT
043500     DISPLAY "Entry " WS-PICKED-ENTRY " rejected.".
043600 2500-EXIT.
043700     EXIT.
043800
043900*--------------------------------------------------------------
044000* 3000-WRITE-AUDIT-LINE
044100*    APPENDS ONE DECISION TO THE APPROVAL AUDIT FILE - WHO
044200*    MADE IT, WHEN, AND THE SETTINGS IT WAS MADE ABOUT.
044300*--------------------------------------------------------------
044400 3000-WRITE-AUDIT-LINE.
044500     ACCEPT WS-CURRENT-TIME FROM TIME
044600     MOVE WS-CURRENT-DATE TO WS-AUD-DATE
044700     MOVE WS-CURRENT-TIME TO WS-AUD-TIME
044800     MOVE WS-OPERATOR-ID  TO WS-AUD-OPERATOR
044900     MOVE WS-PND-PRODUCT (WS-PICKED-ENTRY)   TO WS-AUD-PRODUCT
045000     MOVE WS-PND-CUR-POINT (WS-PICKED-ENTRY)
045100         TO WS-AUD-CUR-POINT
045200     MOVE WS-PND-CUR-QTY (WS-PICKED-ENTRY)   TO WS-AUD-CUR-QTY
045300     MOVE WS-PND-NEW-POINT (WS-PICKED-ENTRY)
045400         TO WS-AUD-NEW-POINT
045500     MOVE WS-PND-NEW-QTY (WS-PICKED-ENTRY)   TO WS-AUD-NEW-QTY
045600     MOVE WS-APPLIED-POINT TO WS-AUD-APPLIED-POINT
045700     MOVE WS-APPLIED-QTY   TO WS-AUD-APPLIED-QTY
045800
045900     MOVE WS-AUDIT-LINE TO AUD-RECORD
046000     WRITE AUD-RECORD
046100     IF NOT WS-AUD-OK
046200         DISPLAY "WARNING: could not write REORDAUD, status "
046300             WS-AUD-FILE-STATUS
046400     END-IF.
046500 3000-EXIT.
046600     EXIT.
046700
046800*--------------------------------------------------------------
046900* 9000-TERMINATE
047000*    REWRITES REORDPND WITH ONLY THE UNDECIDED PROPOSALS,
047100*    CLOSES EVERYTHING AND SUMMARIZES THE SESSION.
047200*--------------------------------------------------------------
047300 9000-TERMINATE.
047400     PERFORM 9100-REWRITE-PENDING THRU 9100-EXIT
047500
047600     CLOSE STOCK-TRANS
047700     CLOSE APPROVAL-AUDIT
047800
047900     DISPLAY "Approved: " WS-APPROVED-COUNT
048000         " Changed: " WS-CHANGED-COUNT
048100         " Rejected: " WS-REJECTED-COUNT
048200         " Kept: " WS-KEPT-COUNT.
048300 9000-EXIT.
048400     EXIT.
048500
048600*--------------------------------------------------------------
048700* 9100-REWRITE-PENDING
048800*    BUILDS THE NEW PENDING FILE ON REORDWRK - THE PROPOSALS
048900*    STILL KEPT, THEN ANY THE TABLE COULD NOT HOLD - AND
049000*    COPIES IT OVER REORDPND, SO NO PROPOSAL IS LOST TO THE
049100*    TRUNCATING REWRITE.
049200*--------------------------------------------------------------
049300 9100-REWRITE-PENDING.
049400     OPEN OUTPUT PENDING-WORK
049500     IF NOT WS-PW-OK
049600         DISPLAY "WARNING: could not open REORDWRK, status "
049700             WS-PW-FILE-STATUS " - REORDPND left untouched; "
049800             "decided proposals stay on it."
049900         GO TO 9100-EXIT
050000     END-IF
050100     MOVE 1 TO WS-ENTRY-SUB
050200     PERFORM 9150-WRITE-ONE-SURVIVOR THRU 9150-EXIT
050300         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
050400     IF WS-TABLE-OVERFLOWED
050500         PERFORM 9200-COPY-OVERFLOW THRU 9200-EXIT
050600     END-IF
050700     CLOSE PENDING-WORK
050800
050900     OPEN INPUT PENDING-WORK
051000     IF NOT WS-PW-OK
051100         DISPLAY "WARNING: could not reopen REORDWRK, status "
051200             WS-PW-FILE-STATUS " - REORDPND left untouched."
051300         GO TO 9100-EXIT
051400     END-IF
051500     OPEN OUTPUT REORDER-PENDING
051600     IF NOT WS-RP-OK
051700         DISPLAY "WARNING: could not rewrite REORDPND, status "
051800             WS-RP-FILE-STATUS
051900         CLOSE PENDING-WORK
052000         GO TO 9100-EXIT
052100     END-IF
052200     MOVE 'N' TO WS-RP-EOF-SWITCH
052300     PERFORM 9300-COPY-BACK-ONE THRU 9300-EXIT
052400         UNTIL WS-END-OF-PENDING
052500     CLOSE PENDING-WORK
052600     CLOSE REORDER-PENDING.
052700 9100-EXIT.
052800     EXIT.
052900
053000*--------------------------------------------------------------
053100* 9150-WRITE-ONE-SURVIVOR
053200*    WRITES ONE TABLE ENTRY TO THE WORK FILE IF IT IS STILL
053300*    KEPT.
053400*--------------------------------------------------------------
053500 9150-WRITE-ONE-SURVIVOR.
053600     IF WS-PND-DISPOSITION (WS-ENTRY-SUB) = 'K'
053700         MOVE WS-PND-RECORD (WS-ENTRY-SUB) TO PW-PENDING-RECORD
053800         WRITE PW-PENDING-RECORD
053900         ADD 1 TO WS-KEPT-COUNT
054000     END-IF
054100     ADD 1 TO WS-ENTRY-SUB.
054200 9150-EXIT.
054300     EXIT.
054400
054500*--------------------------------------------------------------
054600* 9200-COPY-OVERFLOW
054700*    COPIES THE PROPOSALS PAST THE TABLE LIMIT FROM REORDPND
054800*    TO THE WORK FILE, SKIPPING THOSE ALREADY IN THE TABLE.
054900*--------------------------------------------------------------
055000 9200-COPY-OVERFLOW.
055100     OPEN INPUT REORDER-PENDING
055200     IF NOT WS-RP-OK
055300         DISPLAY "WARNING: could not reopen REORDPND, status "
055400             WS-RP-FILE-STATUS " - overflow not carried."
055500         GO TO 9200-EXIT
055600     END-IF
055700     MOVE 'N' TO WS-RP-EOF-SWITCH
055800     MOVE 0 TO WS-SKIP-COUNT
055900     PERFORM 9250-COPY-ONE-OVERFLOW THRU 9250-EXIT
056000         UNTIL WS-END-OF-PENDING
056100     CLOSE REORDER-PENDING.
056200 9200-EXIT.
056300     EXIT.
056400
056500*--------------------------------------------------------------
056600* 9250-COPY-ONE-OVERFLOW
056700*    READS ONE REORDPND RECORD AND COPIES IT ONCE THE TABLED
056800*    ONES HAVE BEEN PASSED.
056900*--------------------------------------------------------------
057000 9250-COPY-ONE-OVERFLOW.
057100     READ REORDER-PENDING
057200         AT END
057300             MOVE 'Y' TO WS-RP-EOF-SWITCH
057400             GO TO 9250-EXIT
057500     END-READ
057600     IF WS-SKIP-COUNT < WS-ENTRY-COUNT
057700         ADD 1 TO WS-SKIP-COUNT
057800         GO TO 9250-EXIT
057900     END-IF
058000     MOVE RP-PENDING-RECORD TO PW-PENDING-RECORD
058100     WRITE PW-PENDING-RECORD
058200     ADD 1 TO WS-KEPT-COUNT.
058300 9250-EXIT.
058400     EXIT.
058500
058600*--------------------------------------------------------------
058700* 9300-COPY-BACK-ONE
058800*    COPIES ONE WORK FILE RECORD BACK TO REORDPND.
058900*--------------------------------------------------------------
059000 9300-COPY-BACK-ONE.
059100     READ PENDING-WORK
059200         AT END
059300             MOVE 'Y' TO WS-RP-EOF-SWITCH
059400             GO TO 9300-EXIT
059500     END-READ
059600     MOVE PW-PENDING-RECORD TO RP-PENDING-RECORD
059700     WRITE RP-PENDING-RECORD
059800     IF NOT WS-RP-OK
059900         DISPLAY "WARNING: could not write REORDPND, status "
060000             WS-RP-FILE-STATUS
060100     END-IF.
060200 9300-EXIT.
060300     EXIT.
