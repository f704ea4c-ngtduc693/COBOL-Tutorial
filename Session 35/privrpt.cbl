000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PrivilegeReport.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - MONTH-END REVIEW OF EVERY
001100*                 PRIVILEGED ACTION TAKEN IN THE MONTH, BY
001200*                 OPERATOR. READS THE PRODUCT MAINTENANCE AUDIT
001300*                 (PRODMAUD - CHANGES, PRICE CHANGES, DELETES
001400*                 AND RUN LOCK CLEARS) AND THE ORDER REVIEW
001500*                 AUDIT (ORDSAUD - RESUBMITS, PURGES AND CREDIT
001600*                 LIMIT OVERRIDES), AND PRINTS EACH ACTION WITH
001700*                 WHO APPROVED IT. AN ACTION TAKEN BY AN
001800*                 OPERATOR WHO DOES NOT NOW HOLD THE MATCHING
001900*                 AUTHORITY IN OPERAUTH IS FLAGGED FOR FOLLOW-
002000*                 UP. LIKE THE OTHER MONTH-END STEPS IT RUNS
002100*                 ONLY WHEN DUKE_MONTH_END=Y AND THE MONTH IS
002200*                 THE MONTH OF THE RUN DATE.
002300*--------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. GNUCOBOL.
002800 OBJECT-COMPUTER. GNUCOBOL.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT MAINT-AUDIT ASSIGN TO "PRODMAUD"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-MA-FILE-STATUS.
003500
003600     SELECT REVIEW-AUDIT ASSIGN TO "ORDSAUD"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-RA-FILE-STATUS.
003900
004000     SELECT OPERATOR-AUTHORITY ASSIGN TO "OPERAUTH"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-OA-FILE-STATUS.
004300
004400     SELECT PRIVILEGE-WORK ASSIGN TO "PRIVWORK"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-WRK-FILE-STATUS.
004700
004800     SELECT PRIVILEGE-SORTED ASSIGN TO "PRIVSRTD"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-SRT-FILE-STATUS.
005100
005200     SELECT SORT-FILE ASSIGN TO "SORTWK".
005300
005400     SELECT PRIVILEGE-REPORT ASSIGN TO "PRIVRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-RPT-FILE-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000*--------------------------------------------------------------
006100* PRODUCT MAINTENANCE AUDIT - THE BEFORE AND AFTER IMAGES ARE
006200* PRODUCT MASTER RECORDS. A RUN LOCK CLEAR CARRIES SPACES
006300* BEFORE AND THE NAME OF THE JOB THAT CLEARED IT AFTER. LINES
006400* WRITTEN BEFORE THE APPROVER WAS KEPT READ WITH IT BLANK.
006500*--------------------------------------------------------------
006600 FD  MAINT-AUDIT
006700     LABEL RECORDS ARE STANDARD.
006800 01  MA-AUDIT-RECORD.
006900     05 MA-DATE.
007000         10 MA-MONTH              PIC 9(06).
007100         10 FILLER                PIC 9(02).
007200     05 FILLER                   PIC X(01).
007300     05 MA-TIME                  PIC 9(08).
007400     05 FILLER                   PIC X(01).
007500     05 MA-OPERATOR              PIC X(10).
007600     05 FILLER                   PIC X(01).
007700     05 MA-ACTION                PIC X(01).
007800         88 MA-CHANGE                 VALUE 'C'.
007900         88 MA-DELETE                 VALUE 'D'.
008000         88 MA-LOCK-CLEAR             VALUE 'L'.
008100     05 FILLER                   PIC X(01).
008200     05 MA-BEFORE-IMAGE.
008300         10 MA-B-PRODUCT-CODE     PIC 9(10).
008400         10 MA-B-PRODUCT-NAME     PIC X(30).
008500         10 MA-B-PRODUCT-PRICE    PIC 9(5)V99.
008600         10 FILLER                PIC X(18).
008700     05 FILLER                   PIC X(01).
008800     05 MA-AFTER-IMAGE.
008900         10 MA-A-PRODUCT-CODE     PIC 9(10).
009000         10 MA-A-PRODUCT-NAME     PIC X(30).
009100         10 MA-A-PRODUCT-PRICE    PIC 9(5)V99.
009200         10 FILLER                PIC X(18).
009300     05 MA-AFTER-JOB REDEFINES MA-AFTER-IMAGE
009400                                 PIC X(65).
009500     05 FILLER                   PIC X(01).
009600     05 MA-APPROVER              PIC X(10).
009700
009800 FD  REVIEW-AUDIT
009900     LABEL RECORDS ARE STANDARD.
010000 01  RA-AUDIT-RECORD.
010100     05 RA-DATE.
010200         10 RA-MONTH              PIC 9(06).
010300         10 FILLER                PIC 9(02).
010400     05 FILLER                   PIC X(01).
010500     05 RA-TIME                  PIC 9(08).
010600     05 FILLER                   PIC X(01).
010700     05 RA-OPERATOR              PIC X(10).
010800     05 FILLER                   PIC X(01).
010900     05 RA-DECISION              PIC X(10).
011000     05 FILLER                   PIC X(01).
011100     05 RA-CUSTOMER              PIC X(10).
011200     05 FILLER                   PIC X(01).
011300     05 RA-PRODUCT               PIC 9(10).
011400     05 FILLER                   PIC X(01).
011500     05 RA-QUANTITY              PIC 9(04).
011600     05 FILLER                   PIC X(01).
011700     05 RA-NOTE                  PIC X(40).
011800
011900 FD  OPERATOR-AUTHORITY
012000     LABEL RECORDS ARE STANDARD.
012100 01  OA-AUTHORITY-RECORD.
012200     05 OA-OPERATOR-ID           PIC X(10).
012300     05 FILLER                   PIC X(01).
012400     05 OA-PROGRAM               PIC X(12).
012500     05 FILLER                   PIC X(01).
012600     05 OA-FUNCTION              PIC X(08).
012700
012800 FD  PRIVILEGE-WORK
012900     LABEL RECORDS ARE STANDARD.
013000 01  WK-WORK-RECORD.
013100     05 WK-OPERATOR              PIC X(10).
013200     05 WK-DATE                  PIC 9(08).
013300     05 WK-TIME                  PIC 9(08).
013400     05 WK-ACTION                PIC X(12).
013500     05 WK-REFERENCE             PIC X(22).
013600     05 WK-APPROVER              PIC X(10).
013700     05 WK-DETAIL                PIC X(40).
013800     05 WK-FLAG                  PIC X(12).
013900     05 WK-ACTION-TYPE           PIC 9(01).
014000
014100 FD  PRIVILEGE-SORTED
014200     LABEL RECORDS ARE STANDARD.
014300 01  SR-SORTED-RECORD.
014400     05 SR-OPERATOR              PIC X(10).
014500     05 SR-DATE                  PIC 9(08).
014600     05 SR-TIME                  PIC 9(08).
014700     05 SR-ACTION                PIC X(12).
014800     05 SR-REFERENCE             PIC X(22).
014900     05 SR-APPROVER              PIC X(10).
015000     05 SR-DETAIL                PIC X(40).
015100     05 SR-FLAG                  PIC X(12).
015200     05 SR-ACTION-TYPE           PIC 9(01).
015300
015400 SD  SORT-FILE.
015500 01  SW-SORT-RECORD.
015600     05 SW-OPERATOR              PIC X(10).
015700     05 SW-DATE                  PIC 9(08).
015800     05 SW-TIME                  PIC 9(08).
015900     05 FILLER                   PIC X(107).
016000
016100 FD  PRIVILEGE-REPORT
016200     LABEL RECORDS ARE STANDARD.
016300 01  RPT-PRINT-LINE              PIC X(132).
016400
016500 WORKING-STORAGE SECTION.
016600*--------------------------------------------------------------
016700* FILE STATUS FIELDS
016800*--------------------------------------------------------------
016900 01 WS-MA-FILE-STATUS       PIC X(02) VALUE '00'.
017000     88 WS-MA-OK                VALUE '00'.
017100 01 WS-RA-FILE-STATUS       PIC X(02) VALUE '00'.
017200     88 WS-RA-OK                VALUE '00'.
017300 01 WS-OA-FILE-STATUS       PIC X(02) VALUE '00'.
017400     88 WS-OA-OK                VALUE '00'.
017500 01 WS-WRK-FILE-STATUS      PIC X(02) VALUE '00'.
017600     88 WS-WRK-OK               VALUE '00'.
017700 01 WS-SRT-FILE-STATUS      PIC X(02) VALUE '00'.
017800     88 WS-SRT-OK               VALUE '00'.
017900 01 WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.
018000     88 WS-RPT-OK               VALUE '00'.
018100
018200*--------------------------------------------------------------
018300* RUN DATE AND SWITCHES
018400*    THE REPORT MONTH IS THE MONTH OF THE RUN DATE - THE RUN
018500*    IS MADE ON THE MONTH'S LAST NIGHT.
018600*--------------------------------------------------------------
018700 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
018800 01 WS-CURRENT-DATE         PIC 9(08).
018900 01 WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
019000     05 WS-REPORT-MONTH        PIC 9(06).
019100     05 FILLER                 PIC 9(02).
019200 01 WS-MONTH-END-FLAG       PIC X(01) VALUE SPACE.
019300     88 WS-IS-MONTH-END         VALUE 'Y'.
019400 01 WS-MA-EOF-SWITCH        PIC X(01) VALUE 'N'.
019500     88 WS-END-OF-MAINT-AUDIT   VALUE 'Y'.
019600 01 WS-RA-EOF-SWITCH        PIC X(01) VALUE 'N'.
019700     88 WS-END-OF-REVIEW-AUDIT  VALUE 'Y'.
019800 01 WS-OA-EOF-SWITCH        PIC X(01) VALUE 'N'.
019900     88 WS-END-OF-AUTHORITY     VALUE 'Y'.
020000 01 WS-SRT-EOF-SWITCH       PIC X(01) VALUE 'N'.
020100     88 WS-END-OF-SORTED        VALUE 'Y'.
020200 01 WS-FIRST-ACTION-SW      PIC X(01) VALUE 'Y'.
020300     88 WS-FIRST-ACTION         VALUE 'Y'.
020400 01 WS-AUDIT-LINES-READ     PIC 9(07) VALUE 0.
020500 01 WS-ACTIONS-IN-MONTH     PIC 9(07) VALUE 0.
020600 01 WS-PRIOR-OPERATOR       PIC X(10) VALUE SPACES.
020700
020800*--------------------------------------------------------------
020900* OPERATOR AUTHORITY FIELDS
021000*    THE WHOLE OF OPERAUTH IS HELD SO EACH ACTION CAN BE
021100*    CHECKED AGAINST THE PROGRAM AND FUNCTION IT NEEDED. A
021200*    PROGRAM OR FUNCTION OF * IN OPERAUTH COVERS ALL. WITH NO
021300*    OPERAUTH ON FILE NOTHING IS FLAGGED AND THE REPORT SAYS
021400*    SO.
021500*--------------------------------------------------------------
021600 01 WS-AUTH-LOADED-SW       PIC X(01) VALUE 'N'.
021700     88 WS-AUTH-LOADED          VALUE 'Y'.
021800 01 WS-MAX-AUTH-ENTRIES     PIC 9(04) VALUE 500.
021900 01 WS-AUTH-COUNT           PIC 9(04) VALUE 0.
022000 01 WS-AUTH-SUB             PIC 9(04) VALUE 0.
022100 01 WS-AUTH-TABLE.
022200     05 WS-AUTH-ENTRY OCCURS 500 TIMES.
022300         10 WS-AUTH-OPERATOR    PIC X(10).
022400         10 WS-AUTH-PROGRAM     PIC X(12).
022500         10 WS-AUTH-FUNCTION    PIC X(08).
022600 01 WS-CHECK-OPERATOR       PIC X(10) VALUE SPACES.
022700 01 WS-CHECK-PROGRAM        PIC X(12) VALUE SPACES.
022800 01 WS-CHECK-FUNCTION       PIC X(08) VALUE SPACES.
022900 01 WS-AUTHORIZED-SW        PIC X(01) VALUE 'N'.
023000     88 WS-AUTHORIZED           VALUE 'Y'.
023100
023200*--------------------------------------------------------------
023300* ACTION TYPE COUNTS
023400*    ONE COUNT PER KIND OF ACTION - 1 CHANGE, 2 PRICE CHANGE,
023500*    3 DELETE, 4 LOCK CLEAR, 5 RESUBMIT, 6 PURGE, 7 CREDIT
023600*    OVERRIDE - PLUS THE ACTION TOTAL AND THE NUMBER TAKEN
023700*    WITHOUT AUTHORITY. THE OPERATOR AND GRAND COUNTS HAVE THE
023800*    SAME SHAPE SO EITHER CAN BE MOVED INTO WS-PRINT-COUNTS.
023900*--------------------------------------------------------------
024000 01 WS-TYPE-SUB             PIC 9(01) VALUE 0.
024100 01 WS-OPERATOR-COUNTS.
024200     05 WS-OPC-TYPE            PIC 9(05) OCCURS 7 TIMES.
024300     05 WS-OPC-TOTAL           PIC 9(05).
024400     05 WS-OPC-UNAUTHORIZED    PIC 9(05).
024500 01 WS-GRAND-COUNTS.
024600     05 WS-GRC-TYPE            PIC 9(05) OCCURS 7 TIMES.
024700     05 WS-GRC-TOTAL           PIC 9(05).
024800     05 WS-GRC-UNAUTHORIZED    PIC 9(05).
024900 01 WS-PRINT-COUNTS.
025000     05 WS-PRC-TYPE            PIC 9(05) OCCURS 7 TIMES.
025100     05 WS-PRC-TOTAL           PIC 9(05).
025200     05 WS-PRC-UNAUTHORIZED    PIC 9(05).
025300
025400*--------------------------------------------------------------
025500* DETAIL BUILD FIELDS
025600*--------------------------------------------------------------
025700 01 WS-OLD-PRICE-EDIT       PIC ZZZZ9.99.
025800 01 WS-NEW-PRICE-EDIT       PIC ZZZZ9.99.
025900 01 WS-TIME-WORK            PIC 9(08).
026000 01 WS-TIME-WORK-X REDEFINES WS-TIME-WORK.
026100     05 WS-TIME-HH             PIC 9(02).
026200     05 WS-TIME-MM             PIC 9(02).
026300     05 FILLER                 PIC 9(04).
026400
026500*--------------------------------------------------------------
026600* PRIVILEGE REPORT LINES
026700*--------------------------------------------------------------
026800 01 WS-RPT-HEADING-1.
026900     05 FILLER                  PIC X(20)
027000         VALUE "DUKE RETAIL SYSTEMS".
027100     05 FILLER                  PIC X(28)
027200         VALUE "PRIVILEGED ACTIONS - MONTH".
027300     05 WS-RPT-HDG-MONTH        PIC 9(06).
027400     05 FILLER                  PIC X(04) VALUE SPACES.
027500     05 FILLER                  PIC X(10)
027600         VALUE "RUN DATE: ".
027700     05 WS-RPT-HDG-DATE         PIC 9(08).
027800
027900 01 WS-RPT-HEADING-2.
028000     05 FILLER                  PIC X(10) VALUE "DATE".
028100     05 FILLER                  PIC X(07) VALUE "TIME".
028200     05 FILLER                  PIC X(13) VALUE "ACTION".
028300     05 FILLER                  PIC X(23) VALUE "REFERENCE".
028400     05 FILLER                  PIC X(11) VALUE "APPROVER".
028500     05 FILLER                  PIC X(41) VALUE "DETAIL".
028600     05 FILLER                  PIC X(09) VALUE "AUTHORITY".
028700
028800 01 WS-NO-AUTH-NOTE.
028900     05 FILLER                  PIC X(40)
029000         VALUE "NOTE: NO OPERAUTH ON FILE - AUTHORITY IS".
029100     05 FILLER                  PIC X(20)
029200         VALUE " NOT CHECKED.".
029300
029400 01 WS-NO-ACTIONS-LINE.
029500     05 FILLER                  PIC X(40)
029600         VALUE "NO PRIVILEGED ACTIONS IN THE MONTH.".
029700
029800 01 WS-OPERATOR-HDG-LINE.
029900     05 FILLER                  PIC X(10) VALUE "OPERATOR: ".
030000     05 WS-OPH-OPERATOR         PIC X(10).
030100
030200 01 WS-ACTION-LINE.
030300     05 WS-ACL-DATE             PIC 9(08).
030400     05 FILLER                  PIC X(02) VALUE SPACES.
030500     05 WS-ACL-HH               PIC 9(02).
030600     05 FILLER                  PIC X(01) VALUE ":".
030700     05 WS-ACL-MM               PIC 9(02).
030800     05 FILLER                  PIC X(02) VALUE SPACES.
030900     05 WS-ACL-ACTION           PIC X(12).
031000     05 FILLER                  PIC X(01) VALUE SPACE.
031100     05 WS-ACL-REFERENCE        PIC X(22).
031200     05 FILLER                  PIC X(01) VALUE SPACE.
031300     05 WS-ACL-APPROVER         PIC X(10).
031400     05 FILLER                  PIC X(01) VALUE SPACE.
031500     05 WS-ACL-DETAIL           PIC X(40).
031600     05 FILLER                  PIC X(01) VALUE SPACE.
031700     05 WS-ACL-FLAG             PIC X(12).
031800
031900 01 WS-TOTAL-LINE.
032000     05 FILLER                  PIC X(04) VALUE SPACES.
032100     05 WS-TOT-LABEL            PIC X(24).
032200     05 WS-TOT-ACTIONS          PIC ZZZZ9.
032300     05 FILLER                  PIC X(10) VALUE " ACTIONS, ".
032400     05 WS-TOT-UNAUTHORIZED     PIC ZZZZ9.
032500     05 FILLER                  PIC X(22)
032600         VALUE " WITHOUT AUTHORITY".
032700
032800 01 WS-TYPE-LINE.
032900     05 FILLER                  PIC X(04) VALUE SPACES.
033000     05 FILLER                  PIC X(08) VALUE "CHANGES ".
033100     05 WS-TYP-CHANGES          PIC ZZZ9.
033200     05 FILLER                  PIC X(16)
033300         VALUE "  PRICE CHANGES ".
033400     05 WS-TYP-PRICE            PIC ZZZ9.
033500     05 FILLER                  PIC X(10) VALUE "  DELETES ".
033600     05 WS-TYP-DELETES          PIC ZZZ9.
033700     05 FILLER                  PIC X(14)
033800         VALUE "  LOCK CLEARS ".
033900     05 WS-TYP-LOCKS            PIC ZZZ9.
034000     05 FILLER                  PIC X(12) VALUE "  RESUBMITS ".
034100     05 WS-TYP-RESUBMITS        PIC ZZZ9.
034200     05 FILLER                  PIC X(09) VALUE "  PURGES ".
034300     05 WS-TYP-PURGES           PIC ZZZ9.
034400     05 FILLER                  PIC X(19)
034500         VALUE "  CREDIT OVERRIDES ".
034600     05 WS-TYP-OVERRIDES        PIC ZZZ9.
034700
034800 PROCEDURE DIVISION.
034900*--------------------------------------------------------------
035000* 0000-MAIN-PROCESS
035100*    CONTROLS THE OVERALL FLOW OF THE PRIVILEGE REPORT.
035200*--------------------------------------------------------------
035300 0000-MAIN-PROCESS.
035400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
035500     PERFORM 2000-BUILD-WORK-FILE THRU 2000-EXIT
035600     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
035700     PERFORM 9000-TERMINATE THRU 9000-EXIT
035800     STOP RUN.
035900
036000*--------------------------------------------------------------
036100* 1000-INITIALIZE
036200*    CHECKS FOR MONTH-END, SETS THE REPORT MONTH AND LOADS THE
036300*    OPERATOR AUTHORITY FILE.
036400*--------------------------------------------------------------
036500 1000-INITIALIZE.
036600     ACCEPT WS-MONTH-END-FLAG FROM ENVIRONMENT
036700         "DUKE_MONTH_END"
036800     IF NOT WS-IS-MONTH-END
036900         DISPLAY "Not month-end (DUKE_MONTH_END not set) - "
037000             "no privilege report tonight."
037100         STOP RUN
037200     END-IF
037300
037400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
037500     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
037600         "DUKE_BUSINESS_DATE"
037700     IF WS-BUSINESS-DATE IS NUMERIC
037800         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
037900     END-IF
038000     MOVE ZEROS TO WS-OPERATOR-COUNTS
038100     MOVE ZEROS TO WS-GRAND-COUNTS
038200     PERFORM 1100-LOAD-AUTHORITY THRU 1100-EXIT.
038300 1000-EXIT.
038400     EXIT.
038500
038600*--------------------------------------------------------------
038700* 1100-LOAD-AUTHORITY
038800*    LOADS EVERY OPERAUTH ROW INTO THE AUTHORITY TABLE.
038900*--------------------------------------------------------------
039000 1100-LOAD-AUTHORITY.
039100     MOVE 0 TO WS-AUTH-COUNT
039200     OPEN INPUT OPERATOR-AUTHORITY
039300     IF NOT WS-OA-OK
039400         DISPLAY "WARNING: cannot open OPERAUTH, status "
039500             WS-OA-FILE-STATUS " - authority is not checked."
039600         GO TO 1100-EXIT
039700     END-IF
039800
039900     MOVE 'Y' TO WS-AUTH-LOADED-SW
040000     MOVE 'N' TO WS-OA-EOF-SWITCH
040100     PERFORM 1150-LOAD-ONE-AUTHORITY THRU 1150-EXIT
040200         UNTIL WS-END-OF-AUTHORITY
040300     CLOSE OPERATOR-AUTHORITY.
040400 1100-EXIT.
040500     EXIT.
040600
040700*--------------------------------------------------------------
040800* 1150-LOAD-ONE-AUTHORITY
040900*    ADDS ONE OPERAUTH ROW TO THE TABLE.
041000*--------------------------------------------------------------
041100 1150-LOAD-ONE-AUTHORITY.
041200     READ OPERATOR-AUTHORITY
041300         AT END
041400             MOVE 'Y' TO WS-OA-EOF-SWITCH
041500             GO TO 1150-EXIT
041600     END-READ
041700     IF OA-OPERATOR-ID = SPACES OR OA-PROGRAM = SPACES
041800       OR OA-FUNCTION = SPACES
041900         GO TO 1150-EXIT
042000     END-IF
042100     IF WS-AUTH-COUNT >= WS-MAX-AUTH-ENTRIES
042200         DISPLAY "WARNING: operator authority table full - "
042300             OA-OPERATOR-ID "/" OA-PROGRAM "/" OA-FUNCTION
042400             " dropped."
042500         GO TO 1150-EXIT
042600     END-IF
042700     ADD 1 TO WS-AUTH-COUNT
042800     MOVE OA-OPERATOR-ID TO WS-AUTH-OPERATOR (WS-AUTH-COUNT)
042900     MOVE OA-PROGRAM     TO WS-AUTH-PROGRAM (WS-AUTH-COUNT)
043000     MOVE OA-FUNCTION    TO WS-AUTH-FUNCTION (WS-AUTH-COUNT).
043100 1150-EXIT.
043200     EXIT.
043300
043400*--------------------------------------------------------------
043500* 2000-BUILD-WORK-FILE
043600*    READS BOTH AUDIT FILES AND WRITES ONE WORK RECORD PER
043700*    PRIVILEGED ACTION IN THE REPORT MONTH. A MISSING AUDIT
043800*    FILE ONLY MEANS NO ACTIONS OF THAT KIND WERE TAKEN.
043900*--------------------------------------------------------------
044000 2000-BUILD-WORK-FILE.
044100     OPEN OUTPUT PRIVILEGE-WORK
044200     IF NOT WS-WRK-OK
044300         DISPLAY "ERROR: could not open privilege work file, "
044400             "status " WS-WRK-FILE-STATUS
044500         MOVE 1 TO RETURN-CODE
044600         STOP RUN
044700     END-IF
044800
044900     OPEN INPUT MAINT-AUDIT
045000     IF WS-MA-OK
045100         MOVE 'N' TO WS-MA-EOF-SWITCH
045200         PERFORM 2100-TAKE-MAINT-ACTION THRU 2100-EXIT
045300             UNTIL WS-END-OF-MAINT-AUDIT
045400         CLOSE MAINT-AUDIT
045500     ELSE
045600         DISPLAY "No PRODMAUD on file, status "
045700             WS-MA-FILE-STATUS " - no product maintenance "
045800             "actions to report."
045900     END-IF
046000
046100     OPEN INPUT REVIEW-AUDIT
046200     IF WS-RA-OK
046300         MOVE 'N' TO WS-RA-EOF-SWITCH
046400         PERFORM 2200-TAKE-REVIEW-ACTION THRU 2200-EXIT
046500             UNTIL WS-END-OF-REVIEW-AUDIT
046600         CLOSE REVIEW-AUDIT
046700     ELSE
046800         DISPLAY "No ORDSAUD on file, status "
046900             WS-RA-FILE-STATUS " - no order review actions "
047000             "to report."
047100     END-IF
047200
047300     CLOSE PRIVILEGE-WORK.
047400 2000-EXIT.
047500     EXIT.
047600
047700*--------------------------------------------------------------
047800* 2100-TAKE-MAINT-ACTION
047900*    TURNS ONE PRODUCT MAINTENANCE AUDIT LINE IN THE MONTH
048000*    INTO A WORK RECORD. A CHANGE THAT MOVED THE PRICE IS A
048100*    PRICE CHANGE; ANY OTHER CHANGE SHOWS THE NEW NAME.
048200*--------------------------------------------------------------
048300 2100-TAKE-MAINT-ACTION.
048400     READ MAINT-AUDIT
048500         AT END
048600             MOVE 'Y' TO WS-MA-EOF-SWITCH
048700             GO TO 2100-EXIT
048800     END-READ
048900     ADD 1 TO WS-AUDIT-LINES-READ
049000     IF MA-DATE IS NOT NUMERIC
049100         GO TO 2100-EXIT
049200     END-IF
049300     IF MA-MONTH NOT = WS-REPORT-MONTH
049400         GO TO 2100-EXIT
049500     END-IF
049600
049700     MOVE SPACES        TO WK-WORK-RECORD
049800     MOVE MA-OPERATOR   TO WK-OPERATOR
049900     MOVE MA-DATE       TO WK-DATE
050000     MOVE MA-TIME       TO WK-TIME
050100     MOVE MA-APPROVER   TO WK-APPROVER
050200     MOVE "PRODUCTMAINT" TO WS-CHECK-PROGRAM
050300
050400     IF MA-CHANGE
050500         MOVE MA-B-PRODUCT-CODE TO WK-REFERENCE
050600         MOVE "CHANGE" TO WS-CHECK-FUNCTION
050700         IF MA-B-PRODUCT-PRICE IS NUMERIC
050800           AND MA-A-PRODUCT-PRICE IS NUMERIC
050900           AND MA-B-PRODUCT-PRICE NOT = MA-A-PRODUCT-PRICE
051000             MOVE "PRICE CHANGE" TO WK-ACTION
051100             MOVE 2 TO WK-ACTION-TYPE
051200             MOVE MA-B-PRODUCT-PRICE TO WS-OLD-PRICE-EDIT
051300             MOVE MA-A-PRODUCT-PRICE TO WS-NEW-PRICE-EDIT
051400             STRING "PRICE " WS-OLD-PRICE-EDIT " TO "
051500                 WS-NEW-PRICE-EDIT DELIMITED BY SIZE
051600                 INTO WK-DETAIL
051700         ELSE
051800             MOVE "CHANGE" TO WK-ACTION
051900             MOVE 1 TO WK-ACTION-TYPE
052000             STRING "NAME " MA-A-PRODUCT-NAME
052100                 DELIMITED BY SIZE INTO WK-DETAIL
052200         END-IF
052300         PERFORM 2300-WRITE-WORK-RECORD THRU 2300-EXIT
052400         GO TO 2100-EXIT
052500     END-IF
052600
052700     IF MA-DELETE
052800         MOVE MA-B-PRODUCT-CODE TO WK-REFERENCE
052900         MOVE "DELETE" TO WK-ACTION
053000         MOVE 3 TO WK-ACTION-TYPE
053100         MOVE MA-B-PRODUCT-NAME TO WK-DETAIL
053200         MOVE "DELETE" TO WS-CHECK-FUNCTION
053300         PERFORM 2300-WRITE-WORK-RECORD THRU 2300-EXIT
053400         GO TO 2100-EXIT
053500     END-IF
053600
053700     IF MA-LOCK-CLEAR
053800         MOVE MA-AFTER-JOB TO WK-REFERENCE
053900         MOVE "LOCK CLEAR" TO WK-ACTION
054000         MOVE 4 TO WK-ACTION-TYPE
054100         MOVE "PRODUCT CATALOG RUN LOCK CLEARED" TO WK-DETAIL
054200         MOVE "CLRLOCK" TO WS-CHECK-FUNCTION
054300         IF MA-AFTER-JOB = "PriceApply"
054400             MOVE "PRICEAPPLY" TO WS-CHECK-PROGRAM
054500         END-IF
054600         PERFORM 2300-WRITE-WORK-RECORD THRU 2300-EXIT
054700     END-IF.
054800 2100-EXIT.
054900     EXIT.
055000
055100*--------------------------------------------------------------
055200* 2200-TAKE-REVIEW-ACTION
055300*    TURNS ONE ORDER REVIEW AUDIT LINE IN THE MONTH INTO A
055400*    WORK RECORD. A BACKORDER IS A RESUBMIT THAT FOUND NO
055500*    STOCK. A CREDIT OVERRIDE TAKEN AT ORDER ENTRY IS NOTED
055600*    "ORDER ..."; ONE TAKEN IN REVIEW IS NOTED "OVER ...".
055700*--------------------------------------------------------------
055800 2200-TAKE-REVIEW-ACTION.
055900     READ REVIEW-AUDIT
056000         AT END
056100             MOVE 'Y' TO WS-RA-EOF-SWITCH
056200             GO TO 2200-EXIT
056300     END-READ
056400     ADD 1 TO WS-AUDIT-LINES-READ
056500     IF RA-DATE IS NOT NUMERIC
056600         GO TO 2200-EXIT
056700     END-IF
056800     IF RA-MONTH NOT = WS-REPORT-MONTH
056900         GO TO 2200-EXIT
057000     END-IF
057100
057200     MOVE SPACES        TO WK-WORK-RECORD
057300     MOVE RA-OPERATOR   TO WK-OPERATOR
057400     MOVE RA-DATE       TO WK-DATE
057500     MOVE RA-TIME       TO WK-TIME
057600     MOVE RA-DECISION   TO WK-ACTION
057700     MOVE RA-NOTE       TO WK-DETAIL
057800     STRING RA-CUSTOMER " " RA-PRODUCT
057900         DELIMITED BY SIZE INTO WK-REFERENCE
058000     MOVE "ORDERREVIEW" TO WS-CHECK-PROGRAM
058100
058200     IF RA-DECISION = "RESUBMIT" OR RA-DECISION = "BACKORDER"
058300         MOVE 5 TO WK-ACTION-TYPE
058400         MOVE "RESUBMIT" TO WS-CHECK-FUNCTION
058500         PERFORM 2300-WRITE-WORK-RECORD THRU 2300-EXIT
058600         GO TO 2200-EXIT
058700     END-IF
058800
058900     IF RA-DECISION = "PURGE"
059000         MOVE 6 TO WK-ACTION-TYPE
059100         MOVE "PURGE" TO WS-CHECK-FUNCTION
059200         PERFORM 2300-WRITE-WORK-RECORD THRU 2300-EXIT
059300         GO TO 2200-EXIT
059400     END-IF
059500
059600     IF RA-DECISION = "CREDIT-OVR"
059700         MOVE 7 TO WK-ACTION-TYPE
059800         MOVE "CREDITOV" TO WS-CHECK-FUNCTION
059900         IF RA-NOTE (1:6) = "order "
060000             MOVE "ORDERENTRY" TO WS-CHECK-PROGRAM
060100         END-IF
060200         PERFORM 2300-WRITE-WORK-RECORD THRU 2300-EXIT
060300     END-IF.
060400 2200-EXIT.
060500     EXIT.
060600
060700*--------------------------------------------------------------
060800* 2300-WRITE-WORK-RECORD
060900*    FLAGS THE ACTION WHEN THE OPERATOR DOES NOT HOLD THE
061000*    AUTHORITY IT NEEDED, THEN WRITES THE WORK RECORD.
061100*--------------------------------------------------------------
061200 2300-WRITE-WORK-RECORD.
061300     MOVE WK-OPERATOR TO WS-CHECK-OPERATOR
061400     PERFORM 2900-CHECK-AUTHORITY THRU 2900-EXIT
061500     IF WS-AUTH-LOADED AND NOT WS-AUTHORIZED
061600         MOVE "NO AUTHORITY" TO WK-FLAG
061700     END-IF
061800     WRITE WK-WORK-RECORD
061900     ADD 1 TO WS-ACTIONS-IN-MONTH.
062000 2300-EXIT.
062100     EXIT.
062200
062300*--------------------------------------------------------------
062400* 2900-CHECK-AUTHORITY
062500*    SETS WS-AUTHORIZED WHEN WS-CHECK-OPERATOR HOLDS
062600*    WS-CHECK-FUNCTION IN WS-CHECK-PROGRAM.
062700*--------------------------------------------------------------
062800 2900-CHECK-AUTHORITY.
062900     MOVE 'N' TO WS-AUTHORIZED-SW
063000     MOVE 1   TO WS-AUTH-SUB
063100     PERFORM 2910-CHECK-ONE-AUTHORITY THRU 2910-EXIT
063200         UNTIL WS-AUTHORIZED
063300            OR WS-AUTH-SUB > WS-AUTH-COUNT.
063400 2900-EXIT.
063500     EXIT.
063600
063700*--------------------------------------------------------------
063800* 2910-CHECK-ONE-AUTHORITY
063900*    COMPARES ONE AUTHORITY TABLE ENTRY.
064000*--------------------------------------------------------------
064100 2910-CHECK-ONE-AUTHORITY.
064200     IF WS-AUTH-OPERATOR (WS-AUTH-SUB) = WS-CHECK-OPERATOR
064300       AND (WS-AUTH-PROGRAM (WS-AUTH-SUB) = WS-CHECK-PROGRAM
064400         OR WS-AUTH-PROGRAM (WS-AUTH-SUB) = "*")
064500       AND (WS-AUTH-FUNCTION (WS-AUTH-SUB) = WS-CHECK-FUNCTION
064600         OR WS-AUTH-FUNCTION (WS-AUTH-SUB) = "*")
064700         MOVE 'Y' TO WS-AUTHORIZED-SW
064800     END-IF
064900     ADD 1 TO WS-AUTH-SUB.
065000 2910-EXIT.
065100     EXIT.
065200
065300*--------------------------------------------------------------
065400* 3000-PRINT-REPORT
065500*    SORTS THE ACTIONS BY OPERATOR, DATE AND TIME AND PRINTS
065600*    THEM WITH A TOTAL PER OPERATOR AND A GRAND TOTAL.
065700*--------------------------------------------------------------
065800 3000-PRINT-REPORT.
065900     SORT SORT-FILE
066000         ON ASCENDING KEY SW-OPERATOR
066100                          SW-DATE
066200                          SW-TIME
066300         USING PRIVILEGE-WORK
066400         GIVING PRIVILEGE-SORTED
066500
066600     OPEN OUTPUT PRIVILEGE-REPORT
066700     IF NOT WS-RPT-OK
066800         DISPLAY "ERROR: cannot open PRIVRPT, status "
066900             WS-RPT-FILE-STATUS
067000         MOVE 1 TO RETURN-CODE
067100         GO TO 3000-EXIT
067200     END-IF
067300
067400     MOVE WS-REPORT-MONTH TO WS-RPT-HDG-MONTH
067500     MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE
067600     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-1
067700     IF NOT WS-AUTH-LOADED
067800         WRITE RPT-PRINT-LINE FROM WS-NO-AUTH-NOTE
067900     END-IF
068000     MOVE SPACES TO RPT-PRINT-LINE
068100     WRITE RPT-PRINT-LINE
068200     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-2
068300
068400     IF WS-ACTIONS-IN-MONTH = 0
068500         MOVE SPACES TO RPT-PRINT-LINE
068600         WRITE RPT-PRINT-LINE
068700         WRITE RPT-PRINT-LINE FROM WS-NO-ACTIONS-LINE
068800         GO TO 3000-EXIT
068900     END-IF
069000
069100     OPEN INPUT PRIVILEGE-SORTED
069200     IF NOT WS-SRT-OK
069300         DISPLAY "WARNING: could not open sorted privilege "
069400             "file, status " WS-SRT-FILE-STATUS
069500         GO TO 3000-EXIT
069600     END-IF
069700
069800     MOVE 'N' TO WS-SRT-EOF-SWITCH
069900     MOVE 'Y' TO WS-FIRST-ACTION-SW
070000     PERFORM 3100-PRINT-ONE-ACTION THRU 3100-EXIT
070100         UNTIL WS-END-OF-SORTED
070200     IF NOT WS-FIRST-ACTION
070300         PERFORM 3200-WRITE-OPERATOR-TOTAL THRU 3200-EXIT
070400     END-IF
070500     CLOSE PRIVILEGE-SORTED
070600
070700     MOVE SPACES TO RPT-PRINT-LINE
070800     WRITE RPT-PRINT-LINE
070900     MOVE "ALL OPERATORS:"  TO WS-TOT-LABEL
071000     MOVE WS-GRAND-COUNTS TO WS-PRINT-COUNTS
071100     PERFORM 3300-PRINT-COUNT-LINES THRU 3300-EXIT.
071200 3000-EXIT.
071300     EXIT.
071400
071500*--------------------------------------------------------------
071600* 3100-PRINT-ONE-ACTION
071700*    PRINTS ONE ACTION, STARTING A NEW OPERATOR GROUP WHEN THE
071800*    OPERATOR CHANGES.
071900*--------------------------------------------------------------
072000 3100-PRINT-ONE-ACTION.
072100     READ PRIVILEGE-SORTED
072200         AT END
072300             MOVE 'Y' TO WS-SRT-EOF-SWITCH
072400             GO TO 3100-EXIT
072500     END-READ
072600
072700     IF WS-FIRST-ACTION
072800       OR SR-OPERATOR NOT = WS-PRIOR-OPERATOR
072900         IF NOT WS-FIRST-ACTION
073000             PERFORM 3200-WRITE-OPERATOR-TOTAL THRU 3200-EXIT
073100         END-IF
073200         MOVE 'N' TO WS-FIRST-ACTION-SW
073300         MOVE SR-OPERATOR TO WS-PRIOR-OPERATOR
073400         MOVE SR-OPERATOR TO WS-OPH-OPERATOR
073500         MOVE SPACES TO RPT-PRINT-LINE
073600         WRITE RPT-PRINT-LINE
073700         WRITE RPT-PRINT-LINE FROM WS-OPERATOR-HDG-LINE
073800     END-IF
073900
074000     MOVE SR-DATE       TO WS-ACL-DATE
074100     MOVE SR-TIME       TO WS-TIME-WORK
074200     MOVE WS-TIME-HH    TO WS-ACL-HH
074300     MOVE WS-TIME-MM    TO WS-ACL-MM
074400     MOVE SR-ACTION     TO WS-ACL-ACTION
074500     MOVE SR-REFERENCE  TO WS-ACL-REFERENCE
074600     MOVE SR-APPROVER   TO WS-ACL-APPROVER
074700     MOVE SR-DETAIL     TO WS-ACL-DETAIL
074800     MOVE SR-FLAG       TO WS-ACL-FLAG
074900     WRITE RPT-PRINT-LINE FROM WS-ACTION-LINE
075000
075100     MOVE SR-ACTION-TYPE TO WS-TYPE-SUB
075200     IF WS-TYPE-SUB > 0 AND WS-TYPE-SUB < 8
075300         ADD 1 TO WS-OPC-TYPE (WS-TYPE-SUB)
075400     END-IF
075500     ADD 1 TO WS-OPC-TOTAL
075600     IF SR-FLAG NOT = SPACES
075700         ADD 1 TO WS-OPC-UNAUTHORIZED
075800     END-IF.
075900 3100-EXIT.
076000     EXIT.
076100
076200*--------------------------------------------------------------
076300* 3200-WRITE-OPERATOR-TOTAL
076400*    PRINTS THE OPERATOR'S COUNTS, ADDS THEM TO THE GRAND
076500*    COUNTS AND CLEARS THEM FOR THE NEXT OPERATOR.
076600*--------------------------------------------------------------
076700 3200-WRITE-OPERATOR-TOTAL.
076800     MOVE SPACES TO WS-TOT-LABEL
076900     STRING "TOTAL " WS-PRIOR-OPERATOR ":"
077000         DELIMITED BY SIZE INTO WS-TOT-LABEL
077100     MOVE WS-OPERATOR-COUNTS TO WS-PRINT-COUNTS
077200     PERFORM 3300-PRINT-COUNT-LINES THRU 3300-EXIT
077300
077400     MOVE 1 TO WS-TYPE-SUB
077500     PERFORM 3250-ADD-ONE-TYPE THRU 3250-EXIT
077600         UNTIL WS-TYPE-SUB > 7
077700     ADD WS-OPC-TOTAL        TO WS-GRC-TOTAL
077800     ADD WS-OPC-UNAUTHORIZED TO WS-GRC-UNAUTHORIZED
077900     MOVE ZEROS TO WS-OPERATOR-COUNTS.
078000 3200-EXIT.
078100     EXIT.
078200
078300*--------------------------------------------------------------
078400* 3250-ADD-ONE-TYPE
078500*    ADDS ONE ACTION TYPE COUNT TO THE GRAND COUNTS.
078600*--------------------------------------------------------------
078700 3250-ADD-ONE-TYPE.
078800     ADD WS-OPC-TYPE (WS-TYPE-SUB) TO WS-GRC-TYPE (WS-TYPE-SUB)
078900     ADD 1 TO WS-TYPE-SUB.
079000 3250-EXIT.
079100     EXIT.
079200
079300*--------------------------------------------------------------
079400* 3300-PRINT-COUNT-LINES
079500*    PRINTS THE TOTAL LINE AND THE COUNT BY ACTION TYPE FROM
079600*    WS-PRINT-COUNTS UNDER THE LABEL IN WS-TOT-LABEL.
079700*--------------------------------------------------------------
079800 3300-PRINT-COUNT-LINES.
079900     MOVE WS-PRC-TOTAL        TO WS-TOT-ACTIONS
080000     MOVE WS-PRC-UNAUTHORIZED TO WS-TOT-UNAUTHORIZED
080100     WRITE RPT-PRINT-LINE FROM WS-TOTAL-LINE
080200     MOVE WS-PRC-TYPE (1) TO WS-TYP-CHANGES
080300     MOVE WS-PRC-TYPE (2) TO WS-TYP-PRICE
080400     MOVE WS-PRC-TYPE (3) TO WS-TYP-DELETES
080500     MOVE WS-PRC-TYPE (4) TO WS-TYP-LOCKS
080600     MOVE WS-PRC-TYPE (5) TO WS-TYP-RESUBMITS
080700     MOVE WS-PRC-TYPE (6) TO WS-TYP-PURGES
080800     MOVE WS-PRC-TYPE (7) TO WS-TYP-OVERRIDES
080900     WRITE RPT-PRINT-LINE FROM WS-TYPE-LINE.
081000 3300-EXIT.
081100     EXIT.
081200
081300*--------------------------------------------------------------
081400* 9000-TERMINATE
081500*    CLOSES THE REPORT AND SUMMARIZES THE RUN.
081600*--------------------------------------------------------------
081700 9000-TERMINATE.
081800     IF WS-RPT-OK
081900         CLOSE PRIVILEGE-REPORT
082000     END-IF
082100     DISPLAY "Privilege report written to PRIVRPT - month "
082200         WS-REPORT-MONTH " audit lines read "
082300         WS-AUDIT-LINES-READ " actions " WS-ACTIONS-IN-MONTH
082400     IF WS-GRC-UNAUTHORIZED > 0
082500         DISPLAY "WARNING: " WS-GRC-UNAUTHORIZED
082600             " action(s) taken without authority - see "
082700             "PRIVRPT."
082800     END-IF.
082900 9000-EXIT.
083000     EXIT.
