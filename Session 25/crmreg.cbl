000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CreditMemoRegister.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - DAILY CREDIT MEMO REGISTER.
001100*                 LISTS EVERY CREDIT MEMO CreditMemo POSTED
001200*                 TODAY FROM THE CRMHIST LOG - MEMO, INVOICE,
001300*                 CUSTOMER, PRODUCT, UNITS, RESTOCK OR SCRAP,
001400*                 REASON, THE CREDIT, HOW MUCH OF IT WENT
001500*                 AGAINST THE INVOICE AND HOW MUCH IS OWED BACK
001600*                 - WITH TOTALS, SO THE CREDITS CAN BE TIED OUT
001700*                 ALONGSIDE THE INVREG INVOICE REGISTER. IT
001800*                 RUNS AS A STEP OF THE NIGHTLY JOB.
001810* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
001820*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
001830*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
001840*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
001850*                 FOR.
001855* 2026-10-15 DT   ADDED A TAX COLUMN AND TOTAL - THE SHARE OF THE
001860*                 INVOICE'S SALES TAX EACH MEMO CREDITS, NOW
001865*                 LOGGED ON CRMHIST BY CreditMemo AND INCLUDED IN
001870*                 THE CREDIT - SO THE TAX CREDITED BACK CAN BE
001875*                 TIED TO TAXRPT. MEMOS LOGGED BEFORE THE FIELD
001880*                 EXISTED SHOW NO TAX.
001900*--------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER. GNUCOBOL.
002400 OBJECT-COMPUTER. GNUCOBOL.
002500
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CREDIT-HISTORY ASSIGN TO "CRMHIST"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-CH-FILE-STATUS.
003100
003200     SELECT CREDIT-REGISTER ASSIGN TO "CRMREG"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-RPT-FILE-STATUS.
003500
003600     SELECT RUN-STATS ASSIGN TO "RUNSTATS"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-RS-FILE-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CREDIT-HISTORY
004300     LABEL RECORDS ARE STANDARD.
004400 01  CH-MEMO-RECORD.
004500     05 CH-MEMO-NUMBER           PIC 9(10).
004600     05 FILLER                   PIC X(01).
004700     05 CH-MEMO-DATE             PIC 9(08).
004800     05 FILLER                   PIC X(01).
004900     05 CH-INVOICE-NUMBER        PIC 9(10).
005000     05 FILLER                   PIC X(01).
005100     05 CH-CUSTOMER-ID           PIC X(10).
005200     05 FILLER                   PIC X(01).
005300     05 CH-PRODUCT-CODE          PIC 9(10).
005400     05 FILLER                   PIC X(01).
005500     05 CH-QUANTITY              PIC 9(04).
005600     05 FILLER                   PIC X(01).
005700     05 CH-UNIT-PRICE            PIC 9(05)V99.
005800     05 FILLER                   PIC X(01).
005900     05 CH-CREDIT-AMOUNT         PIC 9(09)V99.
006000     05 FILLER                   PIC X(01).
006100     05 CH-APPLIED-AMOUNT        PIC 9(09)V99.
006200     05 FILLER                   PIC X(01).
006300     05 CH-REASON-CODE           PIC X(02).
006400     05 FILLER                   PIC X(01).
006500     05 CH-DISPOSITION           PIC X(01).
006600         88 CH-RESTOCKED             VALUE 'R'.
006700     05 FILLER                   PIC X(01).
006800     05 CH-OPERATOR              PIC X(10).
006820     05 FILLER                   PIC X(01).
006840     05 CH-TAX-AMOUNT            PIC 9(09)V99.
006900
007000 FD  CREDIT-REGISTER
007100     LABEL RECORDS ARE STANDARD.
007200 01  RPT-PRINT-LINE              PIC X(132).
007300
007400 FD  RUN-STATS
007500     LABEL RECORDS ARE STANDARD.
007600 01  RS-STATS-RECORD             PIC X(62).
007700
007800 WORKING-STORAGE SECTION.
007900*--------------------------------------------------------------
008000* FILE STATUS FIELDS
008100*--------------------------------------------------------------
008200 01 WS-CH-FILE-STATUS       PIC X(02) VALUE '00'.
008300     88 WS-CH-OK                VALUE '00'.
008400 01 WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.
008500     88 WS-RPT-OK               VALUE '00'.
008600
008700*--------------------------------------------------------------
008800* RUN CONTROL FIELDS
008900*--------------------------------------------------------------
008950 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
009000 01 WS-CURRENT-DATE         PIC 9(08).
009100 01 WS-CH-EOF-SWITCH        PIC X(01) VALUE 'N'.
009200     88 WS-END-OF-MEMOS         VALUE 'Y'.
009300 01 WS-CH-OPEN-SWITCH       PIC X(01) VALUE 'N'.
009400     88 WS-CH-OPENED            VALUE 'Y'.
009500 01 WS-OWED-BACK            PIC 9(09)V99 VALUE 0.
009550 01 WS-MEMO-TAX             PIC 9(09)V99 VALUE 0.
009600
009700*--------------------------------------------------------------
009800* RUN COUNTERS AND TOTALS
009900*--------------------------------------------------------------
010000 01 WS-MEMOS-READ           PIC 9(05) VALUE 0.
010100 01 WS-MEMOS-LISTED         PIC 9(05) VALUE 0.
010200 01 WS-UNITS-RESTOCKED      PIC 9(07) VALUE 0.
010300 01 WS-UNITS-SCRAPPED       PIC 9(07) VALUE 0.
010350 01 WS-TAX-TOTAL            PIC 9(09)V99 VALUE 0.
010400 01 WS-CREDIT-TOTAL         PIC 9(09)V99 VALUE 0.
010500 01 WS-APPLIED-TOTAL        PIC 9(09)V99 VALUE 0.
010600 01 WS-OWED-BACK-TOTAL      PIC 9(09)V99 VALUE 0.
010700
010800*--------------------------------------------------------------
010900* CREDIT MEMO REGISTER LINES
011000*--------------------------------------------------------------
011100 01 WS-RPT-HEADING-1.
011200     05 FILLER                  PIC X(20)
011300         VALUE "DUKE RETAIL SYSTEMS".
011400     05 FILLER                  PIC X(30)
011500         VALUE "DAILY CREDIT MEMO REGISTER".
011600     05 FILLER                  PIC X(10)
011700         VALUE "RUN DATE: ".
011800     05 WS-RPT-HDG-DATE         PIC 9(08).
011900
012000 01 WS-RPT-HEADING-2.
012100     05 FILLER                  PIC X(12) VALUE "CREDIT MEMO".
012200     05 FILLER                  PIC X(12) VALUE "INVOICE".
012300     05 FILLER                  PIC X(12) VALUE "CUSTOMER".
012400     05 FILLER                  PIC X(12) VALUE "PRODUCT".
012500     05 FILLER                  PIC X(07) VALUE "  QTY".
012600     05 FILLER                  PIC X(04) VALUE "R/S".
012700     05 FILLER                  PIC X(05) VALUE "RSN".
012720     05 FILLER                  PIC X(17)
012740         VALUE "            TAX".
012800     05 FILLER                  PIC X(17)
012900         VALUE "         CREDIT".
013000     05 FILLER                  PIC X(17)
013100         VALUE "        APPLIED".
013200     05 FILLER                  PIC X(17)
013300         VALUE "     OWED BACK".
013400     05 FILLER                  PIC X(10) VALUE "OPERATOR".
013500
013600 01 WS-RPT-DETAIL-LINE.
013700     05 WS-RPTD-MEMO            PIC 9(10).
013800     05 FILLER                  PIC X(02) VALUE SPACES.
013900     05 WS-RPTD-INVOICE         PIC 9(10).
014000     05 FILLER                  PIC X(02) VALUE SPACES.
014100     05 WS-RPTD-CUSTOMER        PIC X(10).
014200     05 FILLER                  PIC X(02) VALUE SPACES.
014300     05 WS-RPTD-PRODUCT         PIC 9(10).
014400     05 FILLER                  PIC X(02) VALUE SPACES.
014500     05 WS-RPTD-QTY             PIC Z,ZZ9.
014600     05 FILLER                  PIC X(03) VALUE SPACES.
014700     05 WS-RPTD-DISPOSITION     PIC X(01).
014800     05 FILLER                  PIC X(03) VALUE SPACES.
014900     05 WS-RPTD-REASON          PIC X(02).
015000     05 FILLER                  PIC X(02) VALUE SPACES.
015020     05 WS-RPTD-TAX             PIC ZZZ,ZZZ,ZZ9.99 BLANK ZERO.
015040     05 FILLER                  PIC X(03) VALUE SPACES.
015100     05 WS-RPTD-CREDIT          PIC ZZZ,ZZZ,ZZ9.99.
015200     05 FILLER                  PIC X(03) VALUE SPACES.
015300     05 WS-RPTD-APPLIED         PIC ZZZ,ZZZ,ZZ9.99.
015400     05 FILLER                  PIC X(03) VALUE SPACES.
015500     05 WS-RPTD-OWED-BACK       PIC ZZZ,ZZZ,ZZ9.99 BLANK ZERO.
015600     05 FILLER                  PIC X(03) VALUE SPACES.
015700     05 WS-RPTD-OPERATOR        PIC X(10).
015800
015900 01 WS-RPT-TOTAL-LINE.
016000     05 FILLER                  PIC X(10) VALUE "MEMOS:".
016100     05 WS-RPTT-MEMOS           PIC ZZ,ZZ9.
016200     05 FILLER                  PIC X(14)
016300         VALUE "   RESTOCKED:".
016400     05 WS-RPTT-RESTOCKED       PIC Z,ZZZ,ZZ9.
016500     05 FILLER                  PIC X(13)
016600         VALUE "   SCRAPPED:".
016700     05 WS-RPTT-SCRAPPED        PIC Z,ZZZ,ZZ9.
016800     05 FILLER                  PIC X(04) VALUE SPACES.
016820     05 WS-RPTT-TAX             PIC ZZZ,ZZZ,ZZ9.99.
016840     05 FILLER                  PIC X(03) VALUE SPACES.
016900     05 WS-RPTT-CREDIT          PIC ZZZ,ZZZ,ZZ9.99.
017000     05 FILLER                  PIC X(03) VALUE SPACES.
017100     05 WS-RPTT-APPLIED         PIC ZZZ,ZZZ,ZZ9.99.
017200     05 FILLER                  PIC X(03) VALUE SPACES.
017300     05 WS-RPTT-OWED-BACK       PIC ZZZ,ZZZ,ZZ9.99.
017400
017500*--------------------------------------------------------------
017600* RUN STATISTICS FIELDS
017700*    APPENDS ONE LINE TO THE COMMON RUNSTATS CONTROL FILE FOR
017800*    THE END-OF-DAY BALANCING REPORT. THE MONEY COLUMN CARRIES
017900*    THE DAY'S CREDIT TOTAL.
018000*--------------------------------------------------------------
018100 01 WS-RS-FILE-STATUS       PIC X(02) VALUE '00'.
018200     88 WS-RS-OK                VALUE '00'.
018300 01 WS-STATS-LINE.
018400     05 WS-RS-DATE             PIC 9(08).
018500     05 FILLER                 PIC X(01) VALUE SPACE.
018600     05 WS-RS-TIME             PIC 9(08).
018700     05 FILLER                 PIC X(01) VALUE SPACE.
018800     05 WS-RS-STEP-ID          PIC X(12) VALUE "CRMREGISTER".
018900     05 FILLER                 PIC X(01) VALUE SPACE.
019000     05 WS-RS-READ             PIC 9(05).
019100     05 FILLER                 PIC X(01) VALUE SPACE.
019200     05 WS-RS-ACCEPTED         PIC 9(05).
019300     05 FILLER                 PIC X(01) VALUE SPACE.
019400     05 WS-RS-REJECTED         PIC 9(05).
019500     05 FILLER                 PIC X(01) VALUE SPACE.
019600     05 WS-RS-MONEY            PIC 9(9)V99 VALUE 0.
019700     05 FILLER                 PIC X(01) VALUE SPACE.
019800     05 WS-RS-RC               PIC 9(01) VALUE 0.
019900 01 WS-RS-TIME-NOW          PIC 9(08).
020000
020100 PROCEDURE DIVISION.
020200*--------------------------------------------------------------
020300* 0000-MAIN-PROCESS
020400*    CONTROLS THE OVERALL FLOW OF THE CREDIT MEMO REGISTER.
020500*--------------------------------------------------------------
020600 0000-MAIN-PROCESS.
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020800     PERFORM 2000-PRINT-REGISTER THRU 2000-EXIT
020900     PERFORM 9000-TERMINATE THRU 9000-EXIT
021000     STOP RUN.
021100
021200*--------------------------------------------------------------
021300* 1000-INITIALIZE
021400*    OPENS THE REGISTER AND PRINTS ITS HEADINGS. NO CRMHIST
021500*    YET SIMPLY MEANS NO CREDIT MEMO HAS EVER BEEN POSTED.
021600*--------------------------------------------------------------
021700 1000-INITIALIZE.
021800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
021810     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
021820         "DUKE_BUSINESS_DATE"
021830     IF WS-BUSINESS-DATE IS NUMERIC
021840         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
021850     END-IF
021900
022000     OPEN OUTPUT CREDIT-REGISTER
022100     IF NOT WS-RPT-OK
022200         DISPLAY "ERROR: cannot open CRMREG, status "
022300             WS-RPT-FILE-STATUS
022400         MOVE 1 TO RETURN-CODE
022500         STOP RUN
022600     END-IF
022700     MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE
022800     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-1
022900     MOVE SPACES TO RPT-PRINT-LINE
023000     WRITE RPT-PRINT-LINE
023100     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-2
023200
023300     OPEN INPUT CREDIT-HISTORY
023400     IF WS-CH-OK
023500         MOVE 'Y' TO WS-CH-OPEN-SWITCH
023600     ELSE
023700         DISPLAY "No CRMHIST on file (status "
023800             WS-CH-FILE-STATUS ") - no credit memos posted."
023900         MOVE 'Y' TO WS-CH-EOF-SWITCH
024000     END-IF.
024100 1000-EXIT.
024200     EXIT.
024300
024400*--------------------------------------------------------------
024500* 2000-PRINT-REGISTER
024600*    PASSES CRMHIST ONCE, LISTING TODAY'S MEMOS IN THE ORDER
024700*    THEY WERE POSTED, AND PRINTS THE TOTALS.
024800*--------------------------------------------------------------
024900 2000-PRINT-REGISTER.
025000     PERFORM 2100-PRINT-ONE-MEMO THRU 2100-EXIT
025100         UNTIL WS-END-OF-MEMOS
025200
025300     IF WS-MEMOS-LISTED = 0
025400         MOVE "NO CREDIT MEMOS WERE POSTED TODAY."
025500             TO RPT-PRINT-LINE
025600         WRITE RPT-PRINT-LINE
025700     END-IF
025800
025900     MOVE SPACES TO RPT-PRINT-LINE
026000     WRITE RPT-PRINT-LINE
026100     MOVE WS-MEMOS-LISTED    TO WS-RPTT-MEMOS
026200     MOVE WS-UNITS-RESTOCKED TO WS-RPTT-RESTOCKED
026300     MOVE WS-UNITS-SCRAPPED  TO WS-RPTT-SCRAPPED
026350     MOVE WS-TAX-TOTAL       TO WS-RPTT-TAX
026400     MOVE WS-CREDIT-TOTAL    TO WS-RPTT-CREDIT
026500     MOVE WS-APPLIED-TOTAL   TO WS-RPTT-APPLIED
026600     MOVE WS-OWED-BACK-TOTAL TO WS-RPTT-OWED-BACK
026700     WRITE RPT-PRINT-LINE FROM WS-RPT-TOTAL-LINE
026800     IF NOT WS-RPT-OK
026900         DISPLAY "WARNING: could not write CRMREG, status "
027000             WS-RPT-FILE-STATUS
027100     END-IF.
027200 2000-EXIT.
027300     EXIT.
027400
027500*--------------------------------------------------------------
027600* 2100-PRINT-ONE-MEMO
027700*    READS ONE LOGGED MEMO AND PRINTS IT WHEN IT WAS POSTED
027800*    TODAY.
027900*--------------------------------------------------------------
028000 2100-PRINT-ONE-MEMO.
028100     READ CREDIT-HISTORY
028200         AT END
028300             MOVE 'Y' TO WS-CH-EOF-SWITCH
028400             GO TO 2100-EXIT
028500     END-READ
028600     ADD 1 TO WS-MEMOS-READ
028700     IF CH-MEMO-DATE NOT = WS-CURRENT-DATE
028800         GO TO 2100-EXIT
028900     END-IF
029000
029100     COMPUTE WS-OWED-BACK =
029200         CH-CREDIT-AMOUNT - CH-APPLIED-AMOUNT
029220     MOVE 0 TO WS-MEMO-TAX
029240     IF CH-TAX-AMOUNT IS NUMERIC
029260         MOVE CH-TAX-AMOUNT TO WS-MEMO-TAX
029280     END-IF
029300     MOVE CH-MEMO-NUMBER    TO WS-RPTD-MEMO
029400     MOVE CH-INVOICE-NUMBER TO WS-RPTD-INVOICE
029500     MOVE CH-CUSTOMER-ID    TO WS-RPTD-CUSTOMER
029600     MOVE CH-PRODUCT-CODE   TO WS-RPTD-PRODUCT
029700     MOVE CH-QUANTITY       TO WS-RPTD-QTY
029800     MOVE CH-DISPOSITION    TO WS-RPTD-DISPOSITION
029900     MOVE CH-REASON-CODE    TO WS-RPTD-REASON
029950     MOVE WS-MEMO-TAX       TO WS-RPTD-TAX
030000     MOVE CH-CREDIT-AMOUNT  TO WS-RPTD-CREDIT
030100     MOVE CH-APPLIED-AMOUNT TO WS-RPTD-APPLIED
030200     MOVE WS-OWED-BACK      TO WS-RPTD-OWED-BACK
030300     MOVE CH-OPERATOR       TO WS-RPTD-OPERATOR
030400     WRITE RPT-PRINT-LINE FROM WS-RPT-DETAIL-LINE
030500
030600     ADD 1 TO WS-MEMOS-LISTED
030700     IF CH-RESTOCKED
030800         ADD CH-QUANTITY TO WS-UNITS-RESTOCKED
030900     ELSE
031000         ADD CH-QUANTITY TO WS-UNITS-SCRAPPED
031100     END-IF
031150     ADD WS-MEMO-TAX       TO WS-TAX-TOTAL
031200     ADD CH-CREDIT-AMOUNT  TO WS-CREDIT-TOTAL
031300     ADD CH-APPLIED-AMOUNT TO WS-APPLIED-TOTAL
031400     ADD WS-OWED-BACK      TO WS-OWED-BACK-TOTAL.
031500 2100-EXIT.
031600     EXIT.
031700
031800*--------------------------------------------------------------
031900* 9000-TERMINATE
032000*    CLOSES THE FILES AND WRITES THE RUN STATISTICS.
032100*--------------------------------------------------------------
032200 9000-TERMINATE.
032300     IF WS-CH-OPENED
032400         CLOSE CREDIT-HISTORY
032500     END-IF
032600     CLOSE CREDIT-REGISTER
032700     DISPLAY "Credit memo register written to CRMREG - "
032800         WS-MEMOS-LISTED " memo(s)."
032900     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
033000 9000-EXIT.
033100     EXIT.
033200
033300*--------------------------------------------------------------
033400* 9500-WRITE-RUN-STATS
033500*    APPENDS THIS RUN'S STATISTICS TO THE COMMON RUNSTATS
033600*    CONTROL FILE.
033700*--------------------------------------------------------------
033800 9500-WRITE-RUN-STATS.
033900     OPEN EXTEND RUN-STATS
034000     IF NOT WS-RS-OK
034100         OPEN OUTPUT RUN-STATS
034200         IF NOT WS-RS-OK
034300             DISPLAY "WARNING: could not open RUNSTATS, "
034400                 "status " WS-RS-FILE-STATUS
034500             GO TO 9500-EXIT
034600         END-IF
034700     END-IF
034800
034900     MOVE WS-CURRENT-DATE TO WS-RS-DATE
035000     ACCEPT WS-RS-TIME-NOW FROM TIME
035100     MOVE WS-RS-TIME-NOW  TO WS-RS-TIME
035200     MOVE WS-MEMOS-READ   TO WS-RS-READ
035300     MOVE WS-MEMOS-LISTED TO WS-RS-ACCEPTED
035400     MOVE 0               TO WS-RS-REJECTED
035500     MOVE WS-CREDIT-TOTAL TO WS-RS-MONEY
035600     IF RETURN-CODE = 0
035700         MOVE 0 TO WS-RS-RC
035800     ELSE
035900         MOVE 1 TO WS-RS-RC
036000     END-IF
036100
036200     WRITE RS-STATS-RECORD FROM WS-STATS-LINE
036300     IF NOT WS-RS-OK
036400         DISPLAY "WARNING: could not write RUNSTATS, status "
036500             WS-RS-FILE-STATUS
036600     END-IF
036700     CLOSE RUN-STATS.
036800 9500-EXIT.
036900     EXIT.
