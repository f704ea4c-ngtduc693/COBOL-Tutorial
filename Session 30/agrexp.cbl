000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AgreeExpiry.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - WEEKLY EXPIRING PRICE
001100*                 AGREEMENTS REPORT. LISTS EVERY CUSTPRIC
001200*                 AGREEMENT WHOSE END DATE FALLS WITHIN THE
001300*                 NOTICE PERIOD, SOONEST FIRST, WITH THE
001400*                 CUSTOMER, WHAT THE AGREEMENT COVERS AND ITS
001500*                 TERMS, SO SALES CAN RENEGOTIATE IT BEFORE THE
001600*                 ACCOUNT FALLS BACK TO LIST PRICE. THE NOTICE
001700*                 PERIOD IS DUKE_AGREE_NOTICE_DAYS (THREE
001800*                 DIGITS, 30 DAYS WHEN NOT SET). AGREEMENTS
001900*                 WITH NO END DATE NEVER APPEAR. LIKE THE
002000*                 OPEN-PO REPORT IT RUNS AS A STEP OF THE
002100*                 NIGHTLY JOB BUT ONLY PRINTS ON THE NIGHT THE
002200*                 OPERATOR SETS DUKE_WEEK_END=Y.
002210* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
002220*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
002230*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
002240*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
002250*                 FOR.
002300*--------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. GNUCOBOL.
002800 OBJECT-COMPUTER. GNUCOBOL.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PRICE-AGREEMENTS ASSIGN TO "CUSTPRIC"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-PA-FILE-STATUS.
003500
003600     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CM-CUSTOMER-ID
004000         FILE STATUS IS WS-CM-FILE-STATUS.
004100
004200     SELECT EXPIRY-WORK ASSIGN TO "AGXWORK"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-AW-FILE-STATUS.
004500
004600     SELECT EXPIRY-SORTED ASSIGN TO "AGXSRTD"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-AS-FILE-STATUS.
004900
005000     SELECT SORT-FILE ASSIGN TO "SORTWK".
005100
005200     SELECT EXPIRY-REPORT ASSIGN TO "AGREXRPT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RPT-FILE-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  PRICE-AGREEMENTS
005900     LABEL RECORDS ARE STANDARD.
006000 01  PA-AGREEMENT-RECORD.
006100     05 PA-CUSTOMER-ID           PIC X(10).
006200     05 FILLER                   PIC X(01).
006300     05 PA-AGREEMENT-TYPE        PIC X(01).
006400         88 PA-NET-PRICE             VALUE 'N'.
006500         88 PA-CATEGORY-PERCENT      VALUE 'C'.
006600         88 PA-QUANTITY-BREAK        VALUE 'Q'.
006700     05 FILLER                   PIC X(01).
006800     05 PA-PRODUCT-CODE          PIC 9(10).
006900     05 FILLER                   PIC X(01).
007000     05 PA-CATEGORY-CODE         PIC X(04).
007100     05 FILLER                   PIC X(01).
007200     05 PA-START-DATE            PIC 9(08).
007300     05 FILLER                   PIC X(01).
007400     05 PA-END-DATE              PIC 9(08).
007500     05 FILLER                   PIC X(01).
007600     05 PA-MIN-QUANTITY          PIC 9(04).
007700     05 FILLER                   PIC X(01).
007800     05 PA-NET-UNIT-PRICE        PIC 9(05)V99.
007900     05 FILLER                   PIC X(01).
008000     05 PA-DISCOUNT-PCT          PIC 9(02)V99.
008100     05 FILLER                   PIC X(01).
008200     05 PA-AGREEMENT-REF         PIC X(10).
008300
008400 FD  CUSTOMER-MASTER
008500     LABEL RECORDS ARE STANDARD.
008600 01  CM-CUSTOMER-RECORD.
008700     05 CM-CUSTOMER-ID           PIC X(10).
008800     05 CM-CUSTOMER-NAME         PIC X(30).
008900     05 CM-ACCT-STATUS           PIC X(02).
009000     05 CM-DATE-LOADED           PIC 9(08).
009100     05 CM-CREDIT-LIMIT          PIC 9(07)V99.
009200     05 CM-MAINTAINED-FIELDS.
009300         10 CM-HOLD-FLAG         PIC X(01).
009400             88 CM-ON-HOLD           VALUE 'H'.
009500         10 CM-HOLD-REASON       PIC X(30).
009600         10 CM-STATUS-LOCAL      PIC X(01).
009700             88 CM-STATUS-SET-LOCALLY VALUE 'Y'.
009800         10 CM-BILL-ADDRESS-1    PIC X(30).
009900         10 CM-BILL-ADDRESS-2    PIC X(30).
010000         10 CM-BILL-CITY         PIC X(20).
010100         10 CM-BILL-STATE        PIC X(02).
010200         10 CM-BILL-ZIP          PIC X(10).
010300         10 CM-CONTACT-NAME      PIC X(30).
010400         10 CM-CONTACT-PHONE     PIC X(15).
010500         10 CM-LAST-MAINT-DATE   PIC 9(08).
010600         10 CM-TAX-CODE          PIC X(04).
010700         10 CM-TAX-EXEMPT-FLAG   PIC X(01).
010800             88 CM-TAX-EXEMPT        VALUE 'E'.
010900         10 CM-TAX-EXEMPT-CERT   PIC X(15).
011000
011100 FD  EXPIRY-WORK
011200     LABEL RECORDS ARE STANDARD.
011300 01  AW-EXPIRY-RECORD.
011400     05 AW-END-DATE              PIC 9(08).
011500     05 AW-CUSTOMER-ID           PIC X(10).
011600     05 AW-AGREEMENT-REF         PIC X(10).
011700     05 AW-AGREEMENT-TYPE        PIC X(01).
011800     05 AW-PRODUCT-CODE          PIC 9(10).
011900     05 AW-CATEGORY-CODE         PIC X(04).
012000     05 AW-START-DATE            PIC 9(08).
012100     05 AW-MIN-QUANTITY          PIC 9(04).
012200     05 AW-NET-UNIT-PRICE        PIC 9(05)V99.
012300     05 AW-DISCOUNT-PCT          PIC 9(02)V99.
012400     05 AW-DAYS-LEFT             PIC 9(03).
012500
012600 FD  EXPIRY-SORTED
012700     LABEL RECORDS ARE STANDARD.
012800 01  AS-EXPIRY-RECORD.
012900     05 AS-END-DATE              PIC 9(08).
013000     05 AS-CUSTOMER-ID           PIC X(10).
013100     05 AS-AGREEMENT-REF         PIC X(10).
013200     05 AS-AGREEMENT-TYPE        PIC X(01).
013300         88 AS-NET-PRICE             VALUE 'N'.
013400         88 AS-CATEGORY-PERCENT      VALUE 'C'.
013500         88 AS-QUANTITY-BREAK        VALUE 'Q'.
013600     05 AS-PRODUCT-CODE          PIC 9(10).
013700     05 AS-CATEGORY-CODE         PIC X(04).
013800     05 AS-START-DATE            PIC 9(08).
013900     05 AS-MIN-QUANTITY          PIC 9(04).
014000     05 AS-NET-UNIT-PRICE        PIC 9(05)V99.
014100     05 AS-DISCOUNT-PCT          PIC 9(02)V99.
014200     05 AS-DAYS-LEFT             PIC 9(03).
014300
014400 SD  SORT-FILE.
014500 01  SW-SORT-RECORD.
014600     05 SW-END-DATE              PIC 9(08).
014700     05 SW-CUSTOMER-ID           PIC X(10).
014800     05 SW-AGREEMENT-REF         PIC X(10).
014900     05 FILLER                   PIC X(41).
015000
015100 FD  EXPIRY-REPORT
015200     LABEL RECORDS ARE STANDARD.
015300 01  RPT-PRINT-LINE              PIC X(120).
015400
015500 WORKING-STORAGE SECTION.
015600*--------------------------------------------------------------
015700* FILE STATUS FIELDS
015800*--------------------------------------------------------------
015900 01 WS-PA-FILE-STATUS       PIC X(02) VALUE '00'.
016000     88 WS-PA-OK                VALUE '00'.
016100 01 WS-CM-FILE-STATUS       PIC X(02) VALUE '00'.
016200     88 WS-CM-OK                VALUE '00'.
016300 01 WS-AW-FILE-STATUS       PIC X(02) VALUE '00'.
016400     88 WS-AW-OK                VALUE '00'.
016500 01 WS-AS-FILE-STATUS       PIC X(02) VALUE '00'.
016600     88 WS-AS-OK                VALUE '00'.
016700 01 WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.
016800     88 WS-RPT-OK               VALUE '00'.
016900
017000*--------------------------------------------------------------
017100* RUN CONTROL FIELDS
017200*--------------------------------------------------------------
017250 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
017300 01 WS-CURRENT-DATE         PIC 9(08).
017400 01 WS-WEEK-END-FLAG        PIC X(01) VALUE SPACE.
017500     88 WS-IS-WEEK-END          VALUE 'Y'.
017600 01 WS-ENV-NOTICE-DAYS      PIC X(03) VALUE SPACES.
017700 01 WS-NOTICE-DAYS          PIC 9(03) VALUE 30.
017800 01 WS-CM-AVAIL-SWITCH      PIC X(01) VALUE 'N'.
017900     88 WS-CM-AVAILABLE         VALUE 'Y'.
018000
018100*--------------------------------------------------------------
018200* EXPIRY FIELDS
018300*    DAYS ARE COUNTED ON THE SAME 360-DAY CALENDAR
018400*    (YEAR*360 + MONTH*30 + DAY) THE A/R AGING USES. AN
018500*    AGREEMENT ENDING TODAY IS STILL IN FORCE TODAY AND SHOWS
018600*    WITH NO DAYS LEFT.
018700*--------------------------------------------------------------
018800 01 WS-PA-EOF-SWITCH        PIC X(01) VALUE 'N'.
018900     88 WS-END-OF-AGREEMENTS    VALUE 'Y'.
019000 01 WS-DATE-PARTS.
019100     05 WS-DP-YYYY             PIC 9(04).
019200     05 WS-DP-MM               PIC 9(02).
019300     05 WS-DP-DD               PIC 9(02).
019400 01 WS-TODAY-DAY-KEY        PIC 9(07) VALUE 0.
019500 01 WS-END-DAY-KEY          PIC 9(07) VALUE 0.
019600 01 WS-DAYS-LEFT            PIC S9(07) VALUE 0.
019700
019800*--------------------------------------------------------------
019900* REPORT CONTROL FIELDS
020000*--------------------------------------------------------------
020100 01 WS-AS-EOF-SWITCH        PIC X(01) VALUE 'N'.
020200     88 WS-END-OF-EXPIRING      VALUE 'Y'.
020300
020400*--------------------------------------------------------------
020500* RUN COUNTERS
020600*--------------------------------------------------------------
020700 01 WS-AGREEMENTS-READ      PIC 9(05) VALUE 0.
020800 01 WS-AGREEMENTS-SKIPPED   PIC 9(05) VALUE 0.
020900 01 WS-OPEN-ENDED           PIC 9(05) VALUE 0.
021000 01 WS-EXPIRING-COUNT       PIC 9(05) VALUE 0.
021100
021200*--------------------------------------------------------------
021300* EXPIRING AGREEMENTS REPORT LINES
021400*--------------------------------------------------------------
021500 01 WS-RPT-HEADING-1.
021600     05 FILLER                  PIC X(20)
021700         VALUE "DUKE RETAIL SYSTEMS".
021800     05 FILLER                  PIC X(34)
021900         VALUE "PRICE AGREEMENTS DUE TO EXPIRE".
022000     05 FILLER                  PIC X(10)
022100         VALUE "RUN DATE: ".
022200     05 WS-RPT-HDG-DATE         PIC 9(08).
022300     05 FILLER                  PIC X(17)
022400         VALUE "   NOTICE DAYS: ".
022500     05 WS-RPT-HDG-NOTICE       PIC ZZ9.
022600
022700 01 WS-RPT-HEADING-2.
022800     05 FILLER                  PIC X(10) VALUE "END DATE".
022900     05 FILLER                  PIC X(06) VALUE "LEFT".
023000     05 FILLER                  PIC X(12) VALUE "CUSTOMER".
023100     05 FILLER                  PIC X(22) VALUE "NAME".
023200     05 FILLER                  PIC X(12) VALUE "AGREEMENT".
023300     05 FILLER                  PIC X(12) VALUE "TYPE".
023400     05 FILLER                  PIC X(12) VALUE "PROD/CAT".
023500     05 FILLER                  PIC X(10) VALUE "START".
023600     05 FILLER                  PIC X(06) VALUE "MIN".
023700     05 FILLER                  PIC X(11) VALUE "NET PRICE".
023800     05 FILLER                  PIC X(07) VALUE "PCT OFF".
023900
024000 01 WS-RPT-DETAIL-LINE.
024100     05 WS-RPTD-END-DATE        PIC 9(08).
024200     05 FILLER                  PIC X(02) VALUE SPACES.
024300     05 WS-RPTD-DAYS-LEFT       PIC ZZ9.
024400     05 FILLER                  PIC X(03) VALUE SPACES.
024500     05 WS-RPTD-CUSTOMER        PIC X(10).
024600     05 FILLER                  PIC X(02) VALUE SPACES.
024700     05 WS-RPTD-NAME            PIC X(20).
024800     05 FILLER                  PIC X(02) VALUE SPACES.
024900     05 WS-RPTD-REF             PIC X(10).
025000     05 FILLER                  PIC X(02) VALUE SPACES.
025100     05 WS-RPTD-TYPE            PIC X(10).
025200     05 FILLER                  PIC X(02) VALUE SPACES.
025300     05 WS-RPTD-COVERS          PIC X(10).
025400     05 FILLER                  PIC X(02) VALUE SPACES.
025500     05 WS-RPTD-START-DATE      PIC 9(08).
025600     05 FILLER                  PIC X(02) VALUE SPACES.
025700     05 WS-RPTD-MIN-QTY         PIC ZZZ9 BLANK ZERO.
025800     05 FILLER                  PIC X(02) VALUE SPACES.
025900     05 WS-RPTD-NET-PRICE       PIC ZZ,ZZ9.99 BLANK ZERO.
026000     05 FILLER                  PIC X(02) VALUE SPACES.
026100     05 WS-RPTD-PCT             PIC Z9.99 BLANK ZERO.
026200
026300 01 WS-RPT-GRAND-TOTAL.
026400     05 FILLER                  PIC X(22)
026500         VALUE "AGREEMENTS EXPIRING:".
026600     05 WS-RPTG-EXPIRING        PIC ZZ,ZZ9.
026700     05 FILLER                  PIC X(22)
026800         VALUE "   AGREEMENTS READ:".
026900     05 WS-RPTG-READ            PIC ZZ,ZZ9.
027000
027100 PROCEDURE DIVISION.
027200*--------------------------------------------------------------
027300* 0000-MAIN-PROCESS
027400*    CONTROLS THE OVERALL FLOW OF THE EXPIRY REPORT. ON ANY
027500*    NIGHT BUT THE WEEKLY ONE THE STEP DOES NOTHING.
027600*--------------------------------------------------------------
027700 0000-MAIN-PROCESS.
027800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027900     PERFORM 2000-SELECT-EXPIRING THRU 2000-EXIT
028000     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
028100     PERFORM 9000-TERMINATE THRU 9000-EXIT
028200     STOP RUN.
028300
028400*--------------------------------------------------------------
028500* 1000-INITIALIZE
028600*    CHECKS THE WEEK-END FLAG, PICKS UP THE NOTICE PERIOD AND
028700*    OPENS THE FILES. THE CUSTOMER MASTER ONLY SUPPLIES
028800*    NAMES, SO THE REPORT STILL PRINTS WITHOUT IT.
028900*--------------------------------------------------------------
029000 1000-INITIALIZE.
029100     ACCEPT WS-WEEK-END-FLAG FROM ENVIRONMENT "DUKE_WEEK_END"
029200     IF NOT WS-IS-WEEK-END
029300         DISPLAY "Not week-end (DUKE_WEEK_END not set) - "
029400             "no agreement expiry report tonight."
029500         STOP RUN
029600     END-IF
029700
029800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
029810     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
029820         "DUKE_BUSINESS_DATE"
029830     IF WS-BUSINESS-DATE IS NUMERIC
029840         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
029850     END-IF
029900     MOVE WS-CURRENT-DATE TO WS-DATE-PARTS
030000     COMPUTE WS-TODAY-DAY-KEY =
030100         (WS-DP-YYYY * 360) + (WS-DP-MM * 30) + WS-DP-DD
030200
030300     ACCEPT WS-ENV-NOTICE-DAYS
030400         FROM ENVIRONMENT "DUKE_AGREE_NOTICE_DAYS"
030500     IF WS-ENV-NOTICE-DAYS NOT = SPACES
030600         IF WS-ENV-NOTICE-DAYS IS NUMERIC
030700             MOVE WS-ENV-NOTICE-DAYS TO WS-NOTICE-DAYS
030800         ELSE
030900             DISPLAY "WARNING: DUKE_AGREE_NOTICE_DAYS is not "
031000                 "numeric - using " WS-NOTICE-DAYS " days."
031100         END-IF
031200     END-IF
031300
031400     OPEN INPUT PRICE-AGREEMENTS
031500     IF NOT WS-PA-OK
031600         DISPLAY "No CUSTPRIC on file (status "
031700             WS-PA-FILE-STATUS ") - no price agreements held."
031800         STOP RUN
031900     END-IF
032000
032100     OPEN OUTPUT EXPIRY-WORK
032200     IF NOT WS-AW-OK
032300         DISPLAY "ERROR: cannot open agreement work file, "
032400             "status " WS-AW-FILE-STATUS
032500         CLOSE PRICE-AGREEMENTS
032600         MOVE 1 TO RETURN-CODE
032700         STOP RUN
032800     END-IF
032900
033000     OPEN INPUT CUSTOMER-MASTER
033100     IF WS-CM-OK
033200         MOVE 'Y' TO WS-CM-AVAIL-SWITCH
033300     ELSE
033400         DISPLAY "No CUSTMSTR on file (status "
033500             WS-CM-FILE-STATUS ") - customer names not shown."
033600     END-IF.
033700 1000-EXIT.
033800     EXIT.
033900
034000*--------------------------------------------------------------
034100* 2000-SELECT-EXPIRING
034200*    PASSES CUSTPRIC ONCE, SPOOLING EVERY AGREEMENT THAT ENDS
034300*    WITHIN THE NOTICE PERIOD TO THE WORK FILE.
034400*--------------------------------------------------------------
034500 2000-SELECT-EXPIRING.
034600     MOVE 'N' TO WS-PA-EOF-SWITCH
034700     PERFORM 2100-SELECT-ONE-AGREEMENT THRU 2100-EXIT
034800         UNTIL WS-END-OF-AGREEMENTS
034900     CLOSE PRICE-AGREEMENTS
035000     CLOSE EXPIRY-WORK
035100
035200     DISPLAY "Agreements read: " WS-AGREEMENTS-READ
035300         " Expiring: " WS-EXPIRING-COUNT
035400         " Open-ended: " WS-OPEN-ENDED
035500         " Skipped: " WS-AGREEMENTS-SKIPPED.
035600 2000-EXIT.
035700     EXIT.
035800
035900*--------------------------------------------------------------
036000* 2100-SELECT-ONE-AGREEMENT
036100*    READS ONE AGREEMENT AND, WHEN IT HAS AN END DATE THAT IS
036200*    NOT YET PAST, WORKS OUT HOW MANY DAYS IT HAS LEFT. ROWS
036300*    THE PRICING PROGRAMS WOULD REJECT ARE SKIPPED HERE TOO.
036400*--------------------------------------------------------------
036500 2100-SELECT-ONE-AGREEMENT.
036600     READ PRICE-AGREEMENTS
036700         AT END
036800             MOVE 'Y' TO WS-PA-EOF-SWITCH
036900             GO TO 2100-EXIT
037000     END-READ
037100     ADD 1 TO WS-AGREEMENTS-READ
037200
037300     IF PA-CUSTOMER-ID = SPACES
037400       OR NOT (PA-NET-PRICE OR PA-CATEGORY-PERCENT
037500               OR PA-QUANTITY-BREAK)
037600       OR PA-START-DATE NOT NUMERIC
037700       OR PA-END-DATE NOT NUMERIC
037800         DISPLAY "WARNING: CUSTPRIC agreement '" PA-AGREEMENT-REF
037900             "' for " PA-CUSTOMER-ID " is not valid - skipped."
038000         ADD 1 TO WS-AGREEMENTS-SKIPPED
038100         GO TO 2100-EXIT
038200     END-IF
038300
038400     IF PA-END-DATE = 0
038500         ADD 1 TO WS-OPEN-ENDED
038600         GO TO 2100-EXIT
038700     END-IF
038800
038900     MOVE PA-END-DATE TO WS-DATE-PARTS
039000     COMPUTE WS-END-DAY-KEY =
039100         (WS-DP-YYYY * 360) + (WS-DP-MM * 30) + WS-DP-DD
039200     COMPUTE WS-DAYS-LEFT = WS-END-DAY-KEY - WS-TODAY-DAY-KEY
039300     IF WS-DAYS-LEFT < ZERO
039400       OR WS-DAYS-LEFT > WS-NOTICE-DAYS
039500         GO TO 2100-EXIT
039600     END-IF
039700
039800     MOVE SPACES TO AW-EXPIRY-RECORD
039900     MOVE PA-END-DATE       TO AW-END-DATE
040000     MOVE PA-CUSTOMER-ID    TO AW-CUSTOMER-ID
040100     MOVE PA-AGREEMENT-REF  TO AW-AGREEMENT-REF
040200     MOVE PA-AGREEMENT-TYPE TO AW-AGREEMENT-TYPE
040300     MOVE PA-START-DATE     TO AW-START-DATE
040400     MOVE WS-DAYS-LEFT      TO AW-DAYS-LEFT
040500     MOVE 0                 TO AW-PRODUCT-CODE
040600     MOVE 0                 TO AW-MIN-QUANTITY
040700     MOVE 0                 TO AW-NET-UNIT-PRICE
040800     MOVE 0                 TO AW-DISCOUNT-PCT
040900     IF PA-CATEGORY-PERCENT
041000         MOVE PA-CATEGORY-CODE TO AW-CATEGORY-CODE
041100         MOVE PA-DISCOUNT-PCT  TO AW-DISCOUNT-PCT
041200     ELSE
041300         MOVE PA-PRODUCT-CODE   TO AW-PRODUCT-CODE
041400         MOVE PA-NET-UNIT-PRICE TO AW-NET-UNIT-PRICE
041500         IF PA-QUANTITY-BREAK
041600             MOVE PA-MIN-QUANTITY TO AW-MIN-QUANTITY
041700         END-IF
041800     END-IF
041900     WRITE AW-EXPIRY-RECORD
042000     IF NOT WS-AW-OK
042100         DISPLAY "WARNING: could not write agreement work file, "
042200             "status " WS-AW-FILE-STATUS
042300         GO TO 2100-EXIT
042400     END-IF
042500
042600     ADD 1 TO WS-EXPIRING-COUNT.
042700 2100-EXIT.
042800     EXIT.
042900
043000*--------------------------------------------------------------
043100* 3000-PRINT-REPORT
043200*    SORTS THE EXPIRING AGREEMENTS BY END DATE, CUSTOMER AND
043300*    AGREEMENT AND PRINTS THEM WITH A TOTAL FOR THE FILE.
043400*--------------------------------------------------------------
043500 3000-PRINT-REPORT.
043600     OPEN OUTPUT EXPIRY-REPORT
043700     IF NOT WS-RPT-OK
043800         DISPLAY "ERROR: cannot open AGREXRPT, status "
043900             WS-RPT-FILE-STATUS
044000         MOVE 1 TO RETURN-CODE
044100         GO TO 3000-EXIT
044200     END-IF
044300     MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE
044400     MOVE WS-NOTICE-DAYS  TO WS-RPT-HDG-NOTICE
044500     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-1
044600
044700     IF WS-EXPIRING-COUNT = 0
044800         MOVE SPACES TO RPT-PRINT-LINE
044900         WRITE RPT-PRINT-LINE
045000         MOVE "NO PRICE AGREEMENTS EXPIRE IN THE NOTICE PERIOD."
045100             TO RPT-PRINT-LINE
045200         WRITE RPT-PRINT-LINE
045300         CLOSE EXPIRY-REPORT
045400         GO TO 3000-EXIT
045500     END-IF
045600
045700     SORT SORT-FILE
045800         ON ASCENDING KEY SW-END-DATE
045900                          SW-CUSTOMER-ID
046000                          SW-AGREEMENT-REF
046100         USING EXPIRY-WORK
046200         GIVING EXPIRY-SORTED
046300
046400     OPEN INPUT EXPIRY-SORTED
046500     IF NOT WS-AS-OK
046600         DISPLAY "ERROR: cannot open sorted agreement file, "
046700             "status " WS-AS-FILE-STATUS
046800         CLOSE EXPIRY-REPORT
046900         MOVE 1 TO RETURN-CODE
047000         GO TO 3000-EXIT
047100     END-IF
047200
047300     MOVE SPACES TO RPT-PRINT-LINE
047400     WRITE RPT-PRINT-LINE
047500     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-2
047600     MOVE 'N' TO WS-AS-EOF-SWITCH
047700     PERFORM 3100-PRINT-ONE-AGREEMENT THRU 3100-EXIT
047800         UNTIL WS-END-OF-EXPIRING
047900     CLOSE EXPIRY-SORTED
048000
048100     MOVE SPACES TO RPT-PRINT-LINE
048200     WRITE RPT-PRINT-LINE
048300     MOVE WS-EXPIRING-COUNT  TO WS-RPTG-EXPIRING
048400     MOVE WS-AGREEMENTS-READ TO WS-RPTG-READ
048500     WRITE RPT-PRINT-LINE FROM WS-RPT-GRAND-TOTAL
048600     IF NOT WS-RPT-OK
048700         DISPLAY "WARNING: could not write AGREXRPT, status "
048800             WS-RPT-FILE-STATUS
048900     END-IF
049000     CLOSE EXPIRY-REPORT
049100     DISPLAY "Agreement expiry report written to AGREXRPT - "
049200         WS-EXPIRING-COUNT " agreement(s).".
049300 3000-EXIT.
049400     EXIT.
049500
049600*--------------------------------------------------------------
049700* 3100-PRINT-ONE-AGREEMENT
049800*    READS ONE SORTED AGREEMENT, LOOKS UP THE CUSTOMER'S NAME
049900*    AND PRINTS IT WITH ITS TERMS.
050000*--------------------------------------------------------------
050100 3100-PRINT-ONE-AGREEMENT.
050200     READ EXPIRY-SORTED
050300         AT END
050400             MOVE 'Y' TO WS-AS-EOF-SWITCH
050500             GO TO 3100-EXIT
050600     END-READ
050700
050800     MOVE SPACES TO WS-RPTD-NAME
050900     IF WS-CM-AVAILABLE
051000         MOVE AS-CUSTOMER-ID TO CM-CUSTOMER-ID
051100         READ CUSTOMER-MASTER
051200             INVALID KEY
051300                 MOVE "(NOT ON CUSTMSTR)" TO WS-RPTD-NAME
051400             NOT INVALID KEY
051500                 MOVE CM-CUSTOMER-NAME TO WS-RPTD-NAME
051600         END-READ
051700     END-IF
051800
051900     IF AS-CATEGORY-PERCENT
052000         MOVE "CATEGORY %"     TO WS-RPTD-TYPE
052100         MOVE AS-CATEGORY-CODE TO WS-RPTD-COVERS
052200     ELSE
052300         IF AS-QUANTITY-BREAK
052400             MOVE "QTY BREAK" TO WS-RPTD-TYPE
052500         ELSE
052600             MOVE "NET PRICE" TO WS-RPTD-TYPE
052700         END-IF
052800         MOVE AS-PRODUCT-CODE TO WS-RPTD-COVERS
052900     END-IF
053000
053100     MOVE AS-END-DATE       TO WS-RPTD-END-DATE
053200     MOVE AS-DAYS-LEFT      TO WS-RPTD-DAYS-LEFT
053300     MOVE AS-CUSTOMER-ID    TO WS-RPTD-CUSTOMER
053400     MOVE AS-AGREEMENT-REF  TO WS-RPTD-REF
053500     MOVE AS-START-DATE     TO WS-RPTD-START-DATE
053600     MOVE AS-MIN-QUANTITY   TO WS-RPTD-MIN-QTY
053700     MOVE AS-NET-UNIT-PRICE TO WS-RPTD-NET-PRICE
053800     MOVE AS-DISCOUNT-PCT   TO WS-RPTD-PCT
053900     WRITE RPT-PRINT-LINE FROM WS-RPT-DETAIL-LINE.
054000 3100-EXIT.
054100     EXIT.
054200
054300*--------------------------------------------------------------
054400* 9000-TERMINATE
054500*    CLOSES THE CUSTOMER MASTER BEFORE THE RUN ENDS.
054600*--------------------------------------------------------------
054700 9000-TERMINATE.
054800     IF WS-CM-AVAILABLE
054900         CLOSE CUSTOMER-MASTER
055000     END-IF.
055100 9000-EXIT.
055200     EXIT.
