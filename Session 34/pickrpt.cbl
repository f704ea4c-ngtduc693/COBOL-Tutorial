000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PickReport.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - PICKED-NOT-SHIPPED REPORT.
001100*                 LISTS EVERY ORDER ON PICKOPEN - TICKETED BY
001200*                 PickTicket AND NOT YET CONFIRMED BY
001300*                 ShipConfirm - WITH THE DAYS SINCE ITS TICKET
001400*                 PRINTED, AND FLAGS AS OVERDUE ANY ORDER OLDER
001500*                 THAN DUKE_PICK_OVERDUE_DAYS (DEFAULT 2). IT
001600*                 RUNS AS A STEP OF THE NIGHTLY JOB BEFORE THAT
001700*                 NIGHT'S TICKETS ARE PRINTED.
001800*--------------------------------------------------------------
001900
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. GNUCOBOL.
002300 OBJECT-COMPUTER. GNUCOBOL.
002400
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT PICK-OPEN ASSIGN TO "PICKOPEN"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-PK-FILE-STATUS.
003000
003100     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS CM-CUSTOMER-ID
003500         FILE STATUS IS WS-CM-FILE-STATUS.
003600
003700     SELECT PICK-REPORT ASSIGN TO "PICKRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-RPT-FILE-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  PICK-OPEN
004400     LABEL RECORDS ARE STANDARD.
004500 01  PK-OPEN-RECORD.
004600     05 PK-ORDER-NUMBER          PIC 9(10).
004700     05 FILLER                   PIC X(01).
004800     05 PK-CUSTOMER-ID           PIC X(10).
004900     05 FILLER                   PIC X(01).
005000     05 PK-ORDER-DATE            PIC 9(08).
005100     05 FILLER                   PIC X(01).
005200     05 PK-PICK-DATE             PIC 9(08).
005300     05 FILLER                   PIC X(01).
005400     05 PK-LINE-COUNT            PIC 9(04).
005500     05 FILLER                   PIC X(01).
005600     05 PK-UNITS                 PIC 9(06).
005700
005800 FD  CUSTOMER-MASTER
005900     LABEL RECORDS ARE STANDARD.
006000 01  CM-CUSTOMER-RECORD.
006100     05 CM-CUSTOMER-ID           PIC X(10).
006200     05 CM-CUSTOMER-NAME         PIC X(30).
006300     05 CM-ACCT-STATUS           PIC X(02).
006400     05 CM-DATE-LOADED           PIC 9(08).
006500     05 CM-CREDIT-LIMIT          PIC 9(07)V99.
006600     05 CM-MAINTAINED-FIELDS.
006700         10 CM-HOLD-FLAG         PIC X(01).
006800             88 CM-ON-HOLD           VALUE 'H'.
006900         10 CM-HOLD-REASON       PIC X(30).
007000         10 CM-STATUS-LOCAL      PIC X(01).
007100             88 CM-STATUS-SET-LOCALLY VALUE 'Y'.
007200         10 CM-BILL-ADDRESS-1    PIC X(30).
007300         10 CM-BILL-ADDRESS-2    PIC X(30).
007400         10 CM-BILL-CITY         PIC X(20).
007500         10 CM-BILL-STATE        PIC X(02).
007600         10 CM-BILL-ZIP          PIC X(10).
007700         10 CM-CONTACT-NAME      PIC X(30).
007800         10 CM-CONTACT-PHONE     PIC X(15).
007900         10 CM-LAST-MAINT-DATE   PIC 9(08).
008000         10 CM-TAX-CODE          PIC X(04).
008100         10 CM-TAX-EXEMPT-FLAG   PIC X(01).
008200             88 CM-TAX-EXEMPT        VALUE 'E'.
008300         10 CM-TAX-EXEMPT-CERT   PIC X(15).
008400
008500 FD  PICK-REPORT
008600     LABEL RECORDS ARE STANDARD.
008700 01  RPT-PRINT-LINE              PIC X(110).
008800
008900 WORKING-STORAGE SECTION.
009000*--------------------------------------------------------------
009100* FILE STATUS FIELDS
009200*--------------------------------------------------------------
009300 01 WS-PK-FILE-STATUS       PIC X(02) VALUE '00'.
009400     88 WS-PK-OK                VALUE '00'.
009500 01 WS-CM-FILE-STATUS       PIC X(02) VALUE '00'.
009600     88 WS-CM-OK                VALUE '00'.
009700 01 WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.
009800     88 WS-RPT-OK               VALUE '00'.
009900
010000*--------------------------------------------------------------
010100* RUN FIELDS
010200*--------------------------------------------------------------
010300 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
010400 01 WS-CURRENT-DATE         PIC 9(08).
010500 01 WS-ENV-OVERDUE-DAYS     PIC X(03) VALUE SPACES.
010600 01 WS-OVERDUE-DAYS         PIC 9(03) VALUE 2.
010700 01 WS-CM-AVAIL-SWITCH      PIC X(01) VALUE 'N'.
010800     88 WS-CM-AVAILABLE         VALUE 'Y'.
010900 01 WS-PK-EOF-SWITCH        PIC X(01) VALUE 'N'.
011000     88 WS-END-OF-PICK-OPEN     VALUE 'Y'.
011100 01 WS-PK-OPEN-SWITCH       PIC X(01) VALUE 'N'.
011200     88 WS-PK-IS-OPEN           VALUE 'Y'.
011300
011400*--------------------------------------------------------------
011500* AGE FIELDS
011600*    DAYS ARE COUNTED ON THE SAME 360-DAY CALENDAR
011700*    (YEAR*360 + MONTH*30 + DAY) THE A/R AGING USES. AN ORDER
011800*    TICKETED TODAY SHOWS NO DAYS.
011900*--------------------------------------------------------------
012000 01 WS-DATE-PARTS.
012100     05 WS-DP-YYYY             PIC 9(04).
012200     05 WS-DP-MM               PIC 9(02).
012300     05 WS-DP-DD               PIC 9(02).
012400 01 WS-TODAY-DAY-KEY        PIC 9(07) VALUE 0.
012500 01 WS-PICK-DAY-KEY         PIC 9(07) VALUE 0.
012600 01 WS-DAYS-WAITING         PIC S9(07) VALUE 0.
012700
012800*--------------------------------------------------------------
012900* RUN COUNTERS
013000*--------------------------------------------------------------
013100 01 WS-ORDERS-LISTED        PIC 9(05) VALUE 0.
013200 01 WS-ORDERS-OVERDUE       PIC 9(05) VALUE 0.
013300 01 WS-ROWS-SKIPPED         PIC 9(05) VALUE 0.
013400 01 WS-TOTAL-LINES          PIC 9(07) VALUE 0.
013500 01 WS-TOTAL-UNITS          PIC 9(09) VALUE 0.
013600
013700*--------------------------------------------------------------
013800* REPORT LINES
013900*--------------------------------------------------------------
014000 01 WS-RPT-HEADING-1.
014100     05 FILLER                  PIC X(20)
014200         VALUE "DUKE RETAIL SYSTEMS".
014300     05 FILLER                  PIC X(30)
014400         VALUE "PICKED - NOT YET SHIPPED".
014500     05 FILLER                  PIC X(06) VALUE "DATE: ".
014600     05 WS-RPT-HDG-DATE         PIC 9(08).
014700     05 FILLER                  PIC X(18)
014800         VALUE "   OVERDUE AFTER ".
014900     05 WS-RPT-HDG-DAYS         PIC ZZ9.
015000     05 FILLER                  PIC X(05) VALUE " DAYS".
015100
015200 01 WS-RPT-HEADING-2.
015300     05 FILLER                  PIC X(12) VALUE "ORDER".
015400     05 FILLER                  PIC X(12) VALUE "CUSTOMER".
015500     05 FILLER                  PIC X(32) VALUE "NAME".
015600     05 FILLER                  PIC X(10) VALUE "ORDERED".
015700     05 FILLER                  PIC X(10) VALUE "PICKED".
015800     05 FILLER                  PIC X(06) VALUE "DAYS".
015900     05 FILLER                  PIC X(07) VALUE "LINES".
016000     05 FILLER                  PIC X(09) VALUE "UNITS".
016100
016200 01 WS-RPT-DETAIL-LINE.
016300     05 WS-RPTD-ORDER           PIC 9(10).
016400     05 FILLER                  PIC X(02) VALUE SPACES.
016500     05 WS-RPTD-CUSTOMER        PIC X(10).
016600     05 FILLER                  PIC X(02) VALUE SPACES.
016700     05 WS-RPTD-NAME            PIC X(30).
016800     05 FILLER                  PIC X(02) VALUE SPACES.
016900     05 WS-RPTD-ORDER-DATE      PIC 9(08).
017000     05 FILLER                  PIC X(02) VALUE SPACES.
017100     05 WS-RPTD-PICK-DATE       PIC 9(08).
017200     05 FILLER                  PIC X(02) VALUE SPACES.
017300     05 WS-RPTD-DAYS            PIC ZZZ9.
017400     05 FILLER                  PIC X(02) VALUE SPACES.
017500     05 WS-RPTD-LINES           PIC Z,ZZ9.
017600     05 FILLER                  PIC X(02) VALUE SPACES.
017700     05 WS-RPTD-UNITS           PIC ZZZ,ZZ9.
017800     05 FILLER                  PIC X(02) VALUE SPACES.
017900     05 WS-RPTD-FLAG            PIC X(07).
018000
018100 01 WS-RPT-TOTAL-LINE.
018200     05 FILLER                  PIC X(16)
018300         VALUE "ORDERS WAITING:".
018400     05 WS-RPTT-ORDERS          PIC ZZ,ZZ9.
018500     05 FILLER                  PIC X(12)
018600         VALUE "   OVERDUE:".
018700     05 WS-RPTT-OVERDUE         PIC ZZ,ZZ9.
018800     05 FILLER                  PIC X(10)
018900         VALUE "   LINES:".
019000     05 WS-RPTT-LINES           PIC Z,ZZZ,ZZ9.
019100     05 FILLER                  PIC X(10)
019200         VALUE "   UNITS:".
019300     05 WS-RPTT-UNITS           PIC ZZZ,ZZZ,ZZ9.
019400
019500 PROCEDURE DIVISION.
019600*--------------------------------------------------------------
019700* 0000-MAIN-PROCESS
019800*    CONTROLS THE OVERALL FLOW OF THE REPORT.
019900*--------------------------------------------------------------
020000 0000-MAIN-PROCESS.
020100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020200     PERFORM 2000-PRINT-REPORT THRU 2000-EXIT
020300     PERFORM 9000-TERMINATE THRU 9000-EXIT
020400     STOP RUN.
020500
020600*--------------------------------------------------------------
020700* 1000-INITIALIZE
020800*    SETS THE RUN DATE, PICKS UP THE OVERDUE PERIOD AND OPENS
020900*    THE FILES. NO PICKOPEN MEANS NO ORDER IS WAITING. THE
021000*    CUSTOMER MASTER ONLY SUPPLIES NAMES, SO THE REPORT STILL
021100*    PRINTS WITHOUT IT.
021200*--------------------------------------------------------------
021300 1000-INITIALIZE.
021400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
021500     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
021600         "DUKE_BUSINESS_DATE"
021700     IF WS-BUSINESS-DATE IS NUMERIC
021800         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
021900     END-IF
022000     MOVE WS-CURRENT-DATE TO WS-DATE-PARTS
022100     COMPUTE WS-TODAY-DAY-KEY =
022200         (WS-DP-YYYY * 360) + (WS-DP-MM * 30) + WS-DP-DD
022300
022400     ACCEPT WS-ENV-OVERDUE-DAYS
022500         FROM ENVIRONMENT "DUKE_PICK_OVERDUE_DAYS"
022600     IF WS-ENV-OVERDUE-DAYS NOT = SPACES
022700         IF WS-ENV-OVERDUE-DAYS IS NUMERIC
022800             MOVE WS-ENV-OVERDUE-DAYS TO WS-OVERDUE-DAYS
022900         ELSE
023000             DISPLAY "WARNING: DUKE_PICK_OVERDUE_DAYS is not "
023100                 "numeric - using " WS-OVERDUE-DAYS " days."
023200         END-IF
023300     END-IF
023400
023500     OPEN OUTPUT PICK-REPORT
023600     IF NOT WS-RPT-OK
023700         DISPLAY "ERROR: cannot open PICKRPT, status "
023800             WS-RPT-FILE-STATUS
023900         MOVE 1 TO RETURN-CODE
024000         STOP RUN
024100     END-IF
024200     MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE
024300     MOVE WS-OVERDUE-DAYS TO WS-RPT-HDG-DAYS
024400     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-1
024500     MOVE SPACES TO RPT-PRINT-LINE
024600     WRITE RPT-PRINT-LINE
024700
024800     OPEN INPUT PICK-OPEN
024900     IF NOT WS-PK-OK
025000         MOVE 'Y' TO WS-PK-EOF-SWITCH
025100         GO TO 1000-EXIT
025200     END-IF
025300     MOVE 'Y' TO WS-PK-OPEN-SWITCH
025400     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-2
025500
025600     OPEN INPUT CUSTOMER-MASTER
025700     IF WS-CM-OK
025800         MOVE 'Y' TO WS-CM-AVAIL-SWITCH
025900     ELSE
026000         DISPLAY "No CUSTMSTR on file (status "
026100             WS-CM-FILE-STATUS ") - customer names not shown."
026200     END-IF.
026300 1000-EXIT.
026400     EXIT.
026500
026600*--------------------------------------------------------------
026700* 2000-PRINT-REPORT
026800*    LISTS THE ORDERS WAITING IN PICKOPEN ORDER, WHICH IS THE
026900*    ORDER THEIR TICKETS PRINTED, OLDEST FIRST.
027000*--------------------------------------------------------------
027100 2000-PRINT-REPORT.
027200     PERFORM 2100-PRINT-ONE-ORDER THRU 2100-EXIT
027300         UNTIL WS-END-OF-PICK-OPEN
027400
027500     IF WS-ORDERS-LISTED = 0
027600         MOVE "NO ORDERS ARE WAITING TO BE SHIPPED."
027700             TO RPT-PRINT-LINE
027800         WRITE RPT-PRINT-LINE
027900         GO TO 2000-EXIT
028000     END-IF
028100
028200     MOVE WS-ORDERS-LISTED  TO WS-RPTT-ORDERS
028300     MOVE WS-ORDERS-OVERDUE TO WS-RPTT-OVERDUE
028400     MOVE WS-TOTAL-LINES    TO WS-RPTT-LINES
028500     MOVE WS-TOTAL-UNITS    TO WS-RPTT-UNITS
028600     MOVE SPACES TO RPT-PRINT-LINE
028700     WRITE RPT-PRINT-LINE
028800     WRITE RPT-PRINT-LINE FROM WS-RPT-TOTAL-LINE
028900     IF NOT WS-RPT-OK
029000         DISPLAY "WARNING: could not write PICKRPT, status "
029100             WS-RPT-FILE-STATUS
029200     END-IF.
029300 2000-EXIT.
029400     EXIT.
029500
029600*--------------------------------------------------------------
029700* 2100-PRINT-ONE-ORDER
029800*    READS ONE PICKOPEN ROW AND PRINTS IT WITH ITS AGE,
029900*    FLAGGING IT WHEN IT HAS WAITED LONGER THAN THE OVERDUE
030000*    PERIOD.
030100*--------------------------------------------------------------
030200 2100-PRINT-ONE-ORDER.
030300     READ PICK-OPEN
030400         AT END
030500             MOVE 'Y' TO WS-PK-EOF-SWITCH
030600             GO TO 2100-EXIT
030700     END-READ
030800
030900     IF PK-ORDER-NUMBER NOT NUMERIC
031000       OR PK-PICK-DATE NOT NUMERIC
031100         DISPLAY "WARNING: PICKOPEN row is not numeric - "
031200             "skipped."
031300         ADD 1 TO WS-ROWS-SKIPPED
031400         GO TO 2100-EXIT
031500     END-IF
031600
031700     MOVE PK-PICK-DATE TO WS-DATE-PARTS
031800     COMPUTE WS-PICK-DAY-KEY =
031900         (WS-DP-YYYY * 360) + (WS-DP-MM * 30) + WS-DP-DD
032000     COMPUTE WS-DAYS-WAITING = WS-TODAY-DAY-KEY - WS-PICK-DAY-KEY
032100     IF WS-DAYS-WAITING < 0
032200         MOVE 0 TO WS-DAYS-WAITING
032300     END-IF
032400
032500     MOVE SPACES TO WS-RPTD-NAME
032600     IF WS-CM-AVAILABLE
032700         MOVE PK-CUSTOMER-ID TO CM-CUSTOMER-ID
032800         READ CUSTOMER-MASTER
032900             INVALID KEY
033000                 MOVE "(NOT ON CUSTMSTR)" TO WS-RPTD-NAME
033100             NOT INVALID KEY
033200                 MOVE CM-CUSTOMER-NAME TO WS-RPTD-NAME
033300         END-READ
033400     END-IF
033500
033600     MOVE PK-ORDER-NUMBER TO WS-RPTD-ORDER
033700     MOVE PK-CUSTOMER-ID  TO WS-RPTD-CUSTOMER
033800     MOVE PK-ORDER-DATE   TO WS-RPTD-ORDER-DATE
033900     MOVE PK-PICK-DATE    TO WS-RPTD-PICK-DATE
034000     MOVE WS-DAYS-WAITING TO WS-RPTD-DAYS
034100     MOVE PK-LINE-COUNT   TO WS-RPTD-LINES
034200     MOVE PK-UNITS        TO WS-RPTD-UNITS
034300     MOVE SPACES TO WS-RPTD-FLAG
034400     IF WS-DAYS-WAITING > WS-OVERDUE-DAYS
034500         MOVE "OVERDUE" TO WS-RPTD-FLAG
034600         ADD 1 TO WS-ORDERS-OVERDUE
034700     END-IF
034800     WRITE RPT-PRINT-LINE FROM WS-RPT-DETAIL-LINE
034900
035000     ADD 1 TO WS-ORDERS-LISTED
035100     ADD PK-LINE-COUNT TO WS-TOTAL-LINES
035200     ADD PK-UNITS TO WS-TOTAL-UNITS.
035300 2100-EXIT.
035400     EXIT.
035500
035600*--------------------------------------------------------------
035700* 9000-TERMINATE
035800*    CLOSES THE FILES AND SUMMARIZES THE RUN. AN OVERDUE ORDER
035900*    IS FOR THE WAREHOUSE TO CHASE, NOT A FAILURE OF THE STEP.
036000*--------------------------------------------------------------
036100 9000-TERMINATE.
036200     IF WS-PK-IS-OPEN
036300         CLOSE PICK-OPEN
036400     END-IF
036500     IF WS-CM-AVAILABLE
036600         CLOSE CUSTOMER-MASTER
036700     END-IF
036800     CLOSE PICK-REPORT
036900
037000     DISPLAY "Orders picked and not shipped: " WS-ORDERS-LISTED
037100         " Overdue: " WS-ORDERS-OVERDUE
037200     IF WS-ROWS-SKIPPED > 0
037300         DISPLAY "PICKOPEN rows skipped: " WS-ROWS-SKIPPED
037400     END-IF
037500     DISPLAY "Report written to PICKRPT.".
037600 9000-EXIT.
037700     EXIT.
