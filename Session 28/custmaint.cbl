000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CustomerMaint.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - CUSTOMER MASTER MAINTENANCE.
001100*                 CustomerLoad ONLY REBUILDS CUSTMSTR FROM THE
001200*                 NIGHTLY MYSQL SPOOL, SO THE CREDIT OFFICE HAD
001300*                 NO WAY TO SET A REAL CREDIT LIMIT, HOLD AN
001400*                 ACCOUNT OR RECORD WHERE TO SEND THE PAPER.
001500*                 THIS PROGRAM LETS THE OPERATOR INQUIRE ON A
001600*                 CUSTOMER, CHANGE ITS CREDIT LIMIT, ACCOUNT
001700*                 STATUS, BILLING ADDRESS AND CONTACT, AND PUT
001800*                 THE ACCOUNT ON HOLD OR RELEASE IT. EVERY
001900*                 CHANGE, HOLD AND RELEASE WRITES A LINE TO THE
002000*                 CUSTMAUD AUDIT FILE (WHO, WHEN, BEFORE- AND
002100*                 AFTER-IMAGE), THE SAME WAY ProductMaint AUDITS
002200*                 THE CATALOG. CustomerLoad CARRIES THE FIELDS
002300*                 MAINTAINED HERE OVER ON ITS NIGHTLY REFRESH.
002310* 2026-10-15 DT   CUSTOMERS NOW CARRY A SALES TAX CODE, TAX-EXEMPT
002320*                 FLAG AND EXEMPTION CERTIFICATE. THE CHANGE
002330*                 ACTION TAKES THEM (THE CODE IS CHECKED AGAINST
002340*                 TAXRATE) AND INQUIRE SHOWS THEM; THE AUDIT
002350*                 IMAGES GROW TO THE 256-BYTE RECORD.
002400*--------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. GNUCOBOL.
002900 OBJECT-COMPUTER. GNUCOBOL.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS CM-CUSTOMER-ID
003700         FILE STATUS IS WS-CM-FILE-STATUS.
003800
003900     SELECT MAINT-AUDIT ASSIGN TO "CUSTMAUD"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-AUD-FILE-STATUS.
004120
004140     SELECT TAX-RATES ASSIGN TO "TAXRATE"
004160         ORGANIZATION IS LINE SEQUENTIAL
004180         FILE STATUS IS WS-TR-FILE-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CUSTOMER-MASTER
004600     LABEL RECORDS ARE STANDARD.
004700 01  CM-CUSTOMER-RECORD.
004800     05 CM-CUSTOMER-ID           PIC X(10).
004900     05 CM-CUSTOMER-NAME         PIC X(30).
005000     05 CM-ACCT-STATUS           PIC X(02).
005100     05 CM-DATE-LOADED           PIC 9(08).
005200     05 CM-CREDIT-LIMIT          PIC 9(07)V99.
005300     05 CM-MAINTAINED-FIELDS.
005400         10 CM-HOLD-FLAG         PIC X(01).
005500             88 CM-ON-HOLD           VALUE 'H'.
005600         10 CM-HOLD-REASON       PIC X(30).
005700         10 CM-STATUS-LOCAL      PIC X(01).
005800             88 CM-STATUS-SET-LOCALLY VALUE 'Y'.
005900         10 CM-BILL-ADDRESS-1    PIC X(30).
006000         10 CM-BILL-ADDRESS-2    PIC X(30).
006100         10 CM-BILL-CITY         PIC X(20).
006200         10 CM-BILL-STATE        PIC X(02).
006300         10 CM-BILL-ZIP          PIC X(10).
006400         10 CM-CONTACT-NAME      PIC X(30).
006500         10 CM-CONTACT-PHONE     PIC X(15).
006600         10 CM-LAST-MAINT-DATE   PIC 9(08).
006620         10 CM-TAX-CODE          PIC X(04).
006640         10 CM-TAX-EXEMPT-FLAG   PIC X(01).
006660             88 CM-TAX-EXEMPT        VALUE 'E'.
006680         10 CM-TAX-EXEMPT-CERT   PIC X(15).
006700
006800 FD  MAINT-AUDIT
006900     LABEL RECORDS ARE STANDARD.
006910 01  MAUD-RECORD                 PIC X(544).
006920
006930 FD  TAX-RATES
006940     LABEL RECORDS ARE STANDARD.
006950 01  TR-RATE-RECORD.
006960     05 TR-TAX-CODE              PIC X(04).
006970     05 FILLER                   PIC X(01).
006980     05 TR-TAX-RATE              PIC 9(02)V9(03).
006990     05 FILLER                   PIC X(01).
007000     05 TR-DESCRIPTION           PIC X(30).
007100
007200 WORKING-STORAGE SECTION.
007300*--------------------------------------------------------------
007400* CUSTOMER-MASTER SUPPORT FIELDS
007500*--------------------------------------------------------------
007600 01 WS-CM-FILE-STATUS      PIC X(02) VALUE '00'.
007700     88 WS-CM-OK                VALUE '00'.
007800     88 WS-CM-NOT-FOUND         VALUE '35'.
007900 01 WS-CURRENT-DATE        PIC 9(08).
008000 01 WS-CURRENT-TIME        PIC 9(08).
008100
008200*--------------------------------------------------------------
008300* OPERATOR REQUEST FIELDS
008400*--------------------------------------------------------------
008500 01 WS-MAINT-ACTION        PIC X(01) VALUE SPACE.
008600     88 WS-ACTION-INQUIRE       VALUE 'I'.
008700     88 WS-ACTION-CHANGE        VALUE 'C'.
008800     88 WS-ACTION-HOLD          VALUE 'H'.
008900     88 WS-ACTION-RELEASE       VALUE 'R'.
009000     88 WS-ACTION-EXIT          VALUE 'X'.
009100 01 WS-REQUEST-ID          PIC X(10) VALUE SPACES.
009200 01 WS-DONE-SWITCH         PIC X(01) VALUE 'N'.
009300     88 WS-MAINT-DONE           VALUE 'Y'.
009400 01 WS-RECORD-FOUND-SWITCH PIC X(01) VALUE 'N'.
009500     88 WS-RECORD-FOUND         VALUE 'Y'.
009600 01 WS-CONFIRM-REPLY       PIC X(01) VALUE SPACE.
009700     88 WS-CONFIRMED            VALUE 'Y'.
009800 01 WS-OPERATOR-ID         PIC X(10) VALUE SPACES.
009900 01 WS-LIMIT-EDIT          PIC Z,ZZZ,ZZ9.99.
010000
010100*--------------------------------------------------------------
010200* CHANGE FIELDS
010300*    THE CREDIT LIMIT, ADDRESS AND CONTACT ARE EACH CHANGED
010400*    ONLY WHEN THE OPERATOR ANSWERS Y; A BLANK ACCOUNT STATUS
010500*    KEEPS THE OLD ONE. A STATUS KEYED HERE IS MARKED AS SET
010600*    LOCALLY SO CustomerLoad WILL NOT OVERWRITE IT; KEYING **
010700*    HANDS THE STATUS BACK TO THE NIGHTLY LOAD.
010800*--------------------------------------------------------------
010900 01 WS-CHANGE-COUNT        PIC 9(02) VALUE 0.
011000 01 WS-NEW-LIMIT           PIC 9(07)V99 VALUE 0.
011100 01 WS-NEW-STATUS          PIC X(02) VALUE SPACES.
011200     88 WS-STATUS-TO-SPOOL      VALUE '**'.
011300 01 WS-NEW-ADDRESS-1       PIC X(30) VALUE SPACES.
011400 01 WS-NEW-ADDRESS-2       PIC X(30) VALUE SPACES.
011500 01 WS-NEW-CITY            PIC X(20) VALUE SPACES.
011600 01 WS-NEW-STATE           PIC X(02) VALUE SPACES.
011700 01 WS-NEW-ZIP             PIC X(10) VALUE SPACES.
011800 01 WS-NEW-CONTACT         PIC X(30) VALUE SPACES.
011900 01 WS-NEW-PHONE           PIC X(15) VALUE SPACES.
012000 01 WS-NEW-HOLD-REASON     PIC X(30) VALUE SPACES.
012005 01 WS-NEW-TAX-CODE        PIC X(04) VALUE SPACES.
012010 01 WS-NEW-EXEMPT-REPLY    PIC X(01) VALUE SPACE.
012015     88 WS-NEW-EXEMPT           VALUE 'Y'.
012020 01 WS-NEW-EXEMPT-CERT     PIC X(15) VALUE SPACES.
012025 01 WS-TR-FILE-STATUS      PIC X(02) VALUE '00'.
012030     88 WS-TR-OK                VALUE '00'.
012035 01 WS-TR-EOF-SWITCH       PIC X(01) VALUE 'N'.
012040     88 WS-TR-AT-END            VALUE 'Y'.
012045 01 WS-TAX-CODE-SWITCH     PIC X(01) VALUE 'N'.
012050     88 WS-TAX-CODE-ON-FILE     VALUE 'Y'.
012100
012200*--------------------------------------------------------------
012300* MAINTENANCE AUDIT FIELDS
012400*    EVERY CHANGE, HOLD OR RELEASE WRITES ONE LINE - WHO, WHEN,
012500*    WHAT THE RECORD LOOKED LIKE BEFORE, AND WHAT IT LOOKS LIKE
012600*    NOW. ACTION C = CHANGE, H = HOLD, R = RELEASE.
012700*--------------------------------------------------------------
012800 01 WS-AUD-FILE-STATUS     PIC X(02) VALUE '00'.
012900     88 WS-AUD-FILE-OK          VALUE '00'.
013000 01 WS-BEFORE-IMAGE        PIC X(256) VALUE SPACES.
013100 01 WS-AFTER-IMAGE         PIC X(256) VALUE SPACES.
013200 01 WS-AUDIT-LINE.
013300     05 WS-AUD-DATE            PIC 9(08).
013400     05 FILLER                 PIC X(01) VALUE SPACE.
013500     05 WS-AUD-TIME            PIC 9(08).
013600     05 FILLER                 PIC X(01) VALUE SPACE.
013700     05 WS-AUD-OPERATOR        PIC X(10).
013800     05 FILLER                 PIC X(01) VALUE SPACE.
013900     05 WS-AUD-ACTION          PIC X(01).
014000     05 FILLER                 PIC X(01) VALUE SPACE.
014100     05 WS-AUD-BEFORE          PIC X(256).
014200     05 FILLER                 PIC X(01) VALUE SPACE.
014300     05 WS-AUD-AFTER           PIC X(256).
014400
014500 PROCEDURE DIVISION.
014600*--------------------------------------------------------------
014700* 0000-MAIN-PROCESS
014800*    CONTROLS THE OVERALL FLOW OF THE MAINTENANCE SESSION.
014900*--------------------------------------------------------------
015000 0000-MAIN-PROCESS.
015100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015200     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT
015300     PERFORM 9000-TERMINATE THRU 9000-EXIT
015400     STOP RUN.
015500
015600*--------------------------------------------------------------
015700* 1000-INITIALIZE
015800*    OPENS THE CUSTOMER MASTER AND THE MAINTENANCE AUDIT FILE.
015900*    A MISSING MASTER IS AN ERROR - THERE IS NOTHING TO
016000*    MAINTAIN UNTIL CustomerLoad HAS BUILT IT.
016100*--------------------------------------------------------------
016200 1000-INITIALIZE.
016300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
016400     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
016500     IF WS-OPERATOR-ID = SPACES
016600         MOVE "UNKNOWN" TO WS-OPERATOR-ID
016700     END-IF
016800
016900     OPEN I-O CUSTOMER-MASTER
017000     IF WS-CM-NOT-FOUND
017100         DISPLAY "ERROR: customer master CUSTMSTR is not on "
017200             "file - run CustomerLoad first."
017300         MOVE 1 TO RETURN-CODE
017400         STOP RUN
017500     END-IF
017600     IF NOT WS-CM-OK
017700         DISPLAY "ERROR: cannot open CUSTMSTR, status "
017800             WS-CM-FILE-STATUS
017900         MOVE 1 TO RETURN-CODE
018000         STOP RUN
018100     END-IF
018200
018300     OPEN EXTEND MAINT-AUDIT
018400     IF NOT WS-AUD-FILE-OK
018500         OPEN OUTPUT MAINT-AUDIT
018600         IF NOT WS-AUD-FILE-OK
018700             DISPLAY "ERROR: cannot open CUSTMAUD, status "
018800                 WS-AUD-FILE-STATUS
018900             CLOSE CUSTOMER-MASTER
019000             MOVE 1 TO RETURN-CODE
019100             STOP RUN
019200         END-IF
019300     END-IF.
019400 1000-EXIT.
019500     EXIT.
019600
019700*--------------------------------------------------------------
019800* 2000-PROCESS-REQUESTS
019900*    DRIVES THE MAINTENANCE SESSION - ONE OPERATOR REQUEST PER
020000*    PASS UNTIL THE OPERATOR ASKS TO EXIT.
020100*--------------------------------------------------------------
020200 2000-PROCESS-REQUESTS.
020300     PERFORM 2100-GET-REQUEST THRU 2100-EXIT
020400         UNTIL WS-MAINT-DONE.
020500 2000-EXIT.
020600     EXIT.
020700
020800*--------------------------------------------------------------
020900* 2100-GET-REQUEST
021000*    PROMPTS FOR THE NEXT ACTION AND CUSTOMER ID, READS THE
021100*    RECORD, AND HANDS OFF TO THE PARAGRAPH FOR THAT ACTION.
021200*--------------------------------------------------------------
021300 2100-GET-REQUEST.
021400     DISPLAY "Action - (I)nquire, (C)hange, (H)old, (R)elease, "
021500         "e(X)it: "
021600     ACCEPT WS-MAINT-ACTION
021700
021800     IF WS-ACTION-EXIT
021900         MOVE 'Y' TO WS-DONE-SWITCH
022000         GO TO 2100-EXIT
022100     END-IF
022200
022300     IF NOT WS-ACTION-INQUIRE
022400       AND NOT WS-ACTION-CHANGE
022500       AND NOT WS-ACTION-HOLD
022600       AND NOT WS-ACTION-RELEASE
022700         DISPLAY "Please answer I, C, H, R or X."
022800         GO TO 2100-EXIT
022900     END-IF
023000
023100     DISPLAY "Customer id: "
023200     ACCEPT WS-REQUEST-ID
023300
023400     PERFORM 2150-READ-CUSTOMER THRU 2150-EXIT
023500     IF NOT WS-RECORD-FOUND
023600         DISPLAY "Customer " WS-REQUEST-ID " is not on the "
023700             "customer master."
023800         GO TO 2100-EXIT
023900     END-IF
024000
024100     IF WS-ACTION-INQUIRE
024200         PERFORM 2200-INQUIRE-CUSTOMER THRU 2200-EXIT
024300         GO TO 2100-EXIT
024400     END-IF
024500     IF WS-ACTION-CHANGE
024600         PERFORM 2300-CHANGE-CUSTOMER THRU 2300-EXIT
024700         GO TO 2100-EXIT
024800     END-IF
024900     IF WS-ACTION-HOLD
025000         PERFORM 2400-HOLD-CUSTOMER THRU 2400-EXIT
025100         GO TO 2100-EXIT
025200     END-IF
025300     PERFORM 2500-RELEASE-CUSTOMER THRU 2500-EXIT.
025400 2100-EXIT.
025500     EXIT.
025600
025700*--------------------------------------------------------------
025800* 2150-READ-CUSTOMER
025900*    READS THE REQUESTED CUSTOMER RECORD BY KEY AND REMEMBERS
026000*    WHETHER IT WAS FOUND.
026100*--------------------------------------------------------------
026200 2150-READ-CUSTOMER.
026300     MOVE 'N' TO WS-RECORD-FOUND-SWITCH
026400     MOVE WS-REQUEST-ID TO CM-CUSTOMER-ID
026500     READ CUSTOMER-MASTER
026600         INVALID KEY
026700             GO TO 2150-EXIT
026800     END-READ
026900     MOVE 'Y' TO WS-RECORD-FOUND-SWITCH.
027000 2150-EXIT.
027100     EXIT.
027200
027300*--------------------------------------------------------------
027400* 2200-INQUIRE-CUSTOMER
027500*    DISPLAYS THE CUSTOMER RECORD AS IT STANDS ON THE MASTER.
027600*--------------------------------------------------------------
027700 2200-INQUIRE-CUSTOMER.
027800     MOVE CM-CREDIT-LIMIT TO WS-LIMIT-EDIT
027900     DISPLAY "Customer:       " CM-CUSTOMER-ID
028000     DISPLAY "Name:           " CM-CUSTOMER-NAME
028100     IF CM-STATUS-SET-LOCALLY
028200         DISPLAY "Account status: " CM-ACCT-STATUS
028300             " (set locally)"
028400     ELSE
028500         DISPLAY "Account status: " CM-ACCT-STATUS
028600     END-IF
028700     DISPLAY "Date loaded:    " CM-DATE-LOADED
028800     IF CM-CREDIT-LIMIT = ZERO
028900         DISPLAY "Credit limit:   none"
029000     ELSE
029100         DISPLAY "Credit limit:   " WS-LIMIT-EDIT
029200     END-IF
029300     IF CM-ON-HOLD
029400         DISPLAY "On hold:        YES - " CM-HOLD-REASON
029500     ELSE
029600         DISPLAY "On hold:        NO"
029700     END-IF
029800     DISPLAY "Bill to:        " CM-BILL-ADDRESS-1
029900     DISPLAY "                " CM-BILL-ADDRESS-2
030000     DISPLAY "                " CM-BILL-CITY " "
030100         CM-BILL-STATE " " CM-BILL-ZIP
030200     DISPLAY "Contact:        " CM-CONTACT-NAME
030300     DISPLAY "Phone:          " CM-CONTACT-PHONE
030310     DISPLAY "Tax code:       " CM-TAX-CODE
030320     IF CM-TAX-EXEMPT
030330         DISPLAY "Tax exempt:     YES - certificate "
030340             CM-TAX-EXEMPT-CERT
030350     ELSE
030360         DISPLAY "Tax exempt:     NO"
030370     END-IF
030400     DISPLAY "Last changed:   " CM-LAST-MAINT-DATE.
030500 2200-EXIT.
030600     EXIT.
030700
030800*--------------------------------------------------------------
030900* 2300-CHANGE-CUSTOMER
031000*    TAKES THE CHANGES FOR THE CREDIT LIMIT, ACCOUNT STATUS,
031050*    BILLING ADDRESS, CONTACT AND SALES TAX CODE, REWRITES THE
031100*    RECORD, AND WRITES THE BEFORE- AND AFTER-IMAGE TO THE
031150*    AUDIT FILE.
031300*--------------------------------------------------------------
031400 2300-CHANGE-CUSTOMER.
031500     MOVE CM-CUSTOMER-RECORD TO WS-BEFORE-IMAGE
031600     MOVE 0 TO WS-CHANGE-COUNT
031700
031800     PERFORM 2310-CHANGE-CREDIT-LIMIT THRU 2310-EXIT
031900     PERFORM 2320-CHANGE-STATUS THRU 2320-EXIT
032000     PERFORM 2330-CHANGE-ADDRESS THRU 2330-EXIT
032100     PERFORM 2340-CHANGE-CONTACT THRU 2340-EXIT
032150     PERFORM 2350-CHANGE-TAX THRU 2350-EXIT
032200
032300     IF WS-CHANGE-COUNT = 0
032400         DISPLAY "Nothing to change - record left as it was."
032500         GO TO 2300-EXIT
032600     END-IF
032700
032800     MOVE WS-CURRENT-DATE TO CM-LAST-MAINT-DATE
032900     REWRITE CM-CUSTOMER-RECORD
033000     IF NOT WS-CM-OK
033100         DISPLAY "ERROR: could not rewrite customer master, "
033200             "status " WS-CM-FILE-STATUS
033300         GO TO 2300-EXIT
033400     END-IF
033500
033600     MOVE CM-CUSTOMER-RECORD TO WS-AFTER-IMAGE
033700     MOVE 'C' TO WS-AUD-ACTION
033800     PERFORM 3000-WRITE-AUDIT-LINE THRU 3000-EXIT
033900     DISPLAY "Customer " CM-CUSTOMER-ID " changed.".
034000 2300-EXIT.
034100     EXIT.
034200
034300*--------------------------------------------------------------
034400* 2310-CHANGE-CREDIT-LIMIT
034500*    ASKS WHETHER TO CHANGE THE CREDIT LIMIT AND TAKES THE NEW
034600*    ONE. ZERO IS A REAL ANSWER HERE - IT MEANS NO LIMIT.
034700*--------------------------------------------------------------
034800 2310-CHANGE-CREDIT-LIMIT.
034900     MOVE CM-CREDIT-LIMIT TO WS-LIMIT-EDIT
035000     DISPLAY "Current credit limit: " WS-LIMIT-EDIT
035100     DISPLAY "Change the credit limit (Y/N)? "
035200     ACCEPT WS-CONFIRM-REPLY
035300     IF NOT WS-CONFIRMED
035400         GO TO 2310-EXIT
035500     END-IF
035600     DISPLAY "New credit limit (0 = no limit): "
035700     ACCEPT WS-NEW-LIMIT
035800     IF WS-NEW-LIMIT NOT = CM-CREDIT-LIMIT
035900         MOVE WS-NEW-LIMIT TO CM-CREDIT-LIMIT
036000         ADD 1 TO WS-CHANGE-COUNT
036100     END-IF.
036200 2310-EXIT.
036300     EXIT.
036400
036500*--------------------------------------------------------------
036600* 2320-CHANGE-STATUS
036700*    TAKES A NEW ACCOUNT STATUS (BLANK KEEPS THE OLD ONE). A
036800*    STATUS KEYED HERE IS MARKED AS SET LOCALLY; ** CLEARS THE
036900*    MARK SO THE NEXT CustomerLoad TAKES THE SPOOLED STATUS.
037000*--------------------------------------------------------------
037100 2320-CHANGE-STATUS.
037200     DISPLAY "Current account status: " CM-ACCT-STATUS
037300     DISPLAY "New account status (blank to keep, ** to "
037400         "follow the nightly load): "
037500     MOVE SPACES TO WS-NEW-STATUS
037600     ACCEPT WS-NEW-STATUS
037700     IF WS-NEW-STATUS = SPACES
037800         GO TO 2320-EXIT
037900     END-IF
038000     IF WS-STATUS-TO-SPOOL
038100         IF CM-STATUS-SET-LOCALLY
038200             MOVE SPACE TO CM-STATUS-LOCAL
038300             ADD 1 TO WS-CHANGE-COUNT
038400         END-IF
038500         GO TO 2320-EXIT
038600     END-IF
038700     MOVE WS-NEW-STATUS TO CM-ACCT-STATUS
038800     MOVE 'Y' TO CM-STATUS-LOCAL
038900     ADD 1 TO WS-CHANGE-COUNT.
039000 2320-EXIT.
039100     EXIT.
039200
039300*--------------------------------------------------------------
039400* 2330-CHANGE-ADDRESS
039500*    ASKS WHETHER TO CHANGE THE BILLING ADDRESS AND TAKES THE
039600*    WHOLE NEW ADDRESS - A BLANK LINE IS STORED BLANK.
039700*--------------------------------------------------------------
039800 2330-CHANGE-ADDRESS.
039900     DISPLAY "Current billing address: " CM-BILL-ADDRESS-1
040000     DISPLAY "Change the billing address (Y/N)? "
040100     ACCEPT WS-CONFIRM-REPLY
040200     IF NOT WS-CONFIRMED
040300         GO TO 2330-EXIT
040400     END-IF
040500     MOVE SPACES TO WS-NEW-ADDRESS-1 WS-NEW-ADDRESS-2
040600         WS-NEW-CITY WS-NEW-STATE WS-NEW-ZIP
040700     DISPLAY "Address line 1: "
040800     ACCEPT WS-NEW-ADDRESS-1
040900     DISPLAY "Address line 2: "
041000     ACCEPT WS-NEW-ADDRESS-2
041100     DISPLAY "City: "
041200     ACCEPT WS-NEW-CITY
041300     DISPLAY "State: "
041400     ACCEPT WS-NEW-STATE
041500     DISPLAY "Zip code: "
041600     ACCEPT WS-NEW-ZIP
041700     MOVE WS-NEW-ADDRESS-1 TO CM-BILL-ADDRESS-1
041800     MOVE WS-NEW-ADDRESS-2 TO CM-BILL-ADDRESS-2
041900     MOVE WS-NEW-CITY      TO CM-BILL-CITY
042000     MOVE WS-NEW-STATE     TO CM-BILL-STATE
042100     MOVE WS-NEW-ZIP       TO CM-BILL-ZIP
042200     ADD 1 TO WS-CHANGE-COUNT.
042300 2330-EXIT.
042400     EXIT.
042500
042600*--------------------------------------------------------------
042700* 2340-CHANGE-CONTACT
042800*    ASKS WHETHER TO CHANGE THE CONTACT AND TAKES THE NEW NAME
042900*    AND PHONE NUMBER.
043000*--------------------------------------------------------------
043100 2340-CHANGE-CONTACT.
043200     DISPLAY "Current contact: " CM-CONTACT-NAME " "
043300         CM-CONTACT-PHONE
043400     DISPLAY "Change the contact (Y/N)? "
043500     ACCEPT WS-CONFIRM-REPLY
043600     IF NOT WS-CONFIRMED
043700         GO TO 2340-EXIT
043800     END-IF
043900     MOVE SPACES TO WS-NEW-CONTACT WS-NEW-PHONE
044000     DISPLAY "Contact name: "
044100     ACCEPT WS-NEW-CONTACT
044200     DISPLAY "Contact phone: "
044300     ACCEPT WS-NEW-PHONE
044400     MOVE WS-NEW-CONTACT TO CM-CONTACT-NAME
044500     MOVE WS-NEW-PHONE   TO CM-CONTACT-PHONE
044600     ADD 1 TO WS-CHANGE-COUNT.
044700 2340-EXIT.
044800     EXIT.
044900
045000*--------------------------------------------------------------
045001* 2350-CHANGE-TAX
045002*    ASKS WHETHER TO CHANGE THE SALES TAX CODE AND EXEMPTION.
045003*    A CODE KEYED HERE MUST BE ON THE TAXRATE TABLE (BLANK
045004*    MEANS THE DEFAULT CODE AT BILLING). AN EXEMPT CUSTOMER
045005*    MUST HAVE AN EXEMPTION CERTIFICATE NUMBER ON FILE.
045006*--------------------------------------------------------------
045007 2350-CHANGE-TAX.
045008     DISPLAY "Current tax code: " CM-TAX-CODE " exempt flag: "
045009         CM-TAX-EXEMPT-FLAG " certificate: " CM-TAX-EXEMPT-CERT
045010     DISPLAY "Change the sales tax details (Y/N)? "
045011     ACCEPT WS-CONFIRM-REPLY
045012     IF NOT WS-CONFIRMED
045013         GO TO 2350-EXIT
045014     END-IF
045015     MOVE SPACES TO WS-NEW-TAX-CODE WS-NEW-EXEMPT-CERT
045016     MOVE SPACE  TO WS-NEW-EXEMPT-REPLY
045017     DISPLAY "Tax code (blank = default code): "
045018     ACCEPT WS-NEW-TAX-CODE
045019     IF WS-NEW-TAX-CODE NOT = SPACES
045020         PERFORM 2355-CHECK-TAX-CODE THRU 2355-EXIT
045021         IF NOT WS-TAX-CODE-ON-FILE
045022             DISPLAY "ERROR: tax code " WS-NEW-TAX-CODE
045023                 " is not on TAXRATE - tax details left as "
045024                 "they were."
045025             GO TO 2350-EXIT
045026         END-IF
045027     END-IF
045028     DISPLAY "Tax exempt (Y/N)? "
045029     ACCEPT WS-NEW-EXEMPT-REPLY
045030     IF WS-NEW-EXEMPT
045031         DISPLAY "Exemption certificate number: "
045032         ACCEPT WS-NEW-EXEMPT-CERT
045033         IF WS-NEW-EXEMPT-CERT = SPACES
045034             DISPLAY "ERROR: an exempt customer needs a "
045035                 "certificate number - tax details left as "
045036                 "they were."
045037             GO TO 2350-EXIT
045038         END-IF
045039         MOVE 'E' TO CM-TAX-EXEMPT-FLAG
045040     ELSE
045041         MOVE SPACE TO CM-TAX-EXEMPT-FLAG
045042     END-IF
045043     MOVE WS-NEW-TAX-CODE    TO CM-TAX-CODE
045044     MOVE WS-NEW-EXEMPT-CERT TO CM-TAX-EXEMPT-CERT
045045     ADD 1 TO WS-CHANGE-COUNT.
045046 2350-EXIT.
045047     EXIT.
045048
045049*--------------------------------------------------------------
045050* 2355-CHECK-TAX-CODE
045051*    LOOKS THE KEYED TAX CODE UP ON THE TAXRATE TABLE.
045052*--------------------------------------------------------------
045053 2355-CHECK-TAX-CODE.
045054     MOVE 'N' TO WS-TAX-CODE-SWITCH
045055     OPEN INPUT TAX-RATES
045056     IF NOT WS-TR-OK
045057         DISPLAY "WARNING: could not open TAXRATE, status "
045058             WS-TR-FILE-STATUS
045059         GO TO 2355-EXIT
045060     END-IF
045061     MOVE 'N' TO WS-TR-EOF-SWITCH
045062     PERFORM 2356-READ-TAX-RATE THRU 2356-EXIT
045063         UNTIL WS-TR-AT-END OR WS-TAX-CODE-ON-FILE
045064     CLOSE TAX-RATES.
045065 2355-EXIT.
045066     EXIT.
045067
045068*--------------------------------------------------------------
045069* 2356-READ-TAX-RATE
045070*    READS ONE TAXRATE ENTRY AND FLAGS A MATCH ON THE CODE.
045071*--------------------------------------------------------------
045072 2356-READ-TAX-RATE.
045073     READ TAX-RATES
045074         AT END
045075             MOVE 'Y' TO WS-TR-EOF-SWITCH
045076             GO TO 2356-EXIT
045077     END-READ
045078     IF TR-TAX-CODE = WS-NEW-TAX-CODE
045079         MOVE 'Y' TO WS-TAX-CODE-SWITCH
045080     END-IF.
045081 2356-EXIT.
045082     EXIT.
045083
045084*--------------------------------------------------------------
045100* 2400-HOLD-CUSTOMER
045200*    PUTS THE ACCOUNT ON HOLD WITH THE REASON THE OPERATOR
045300*    GIVES. ORDER ENTRY, BATCH INTAKE AND ORDER REVIEW REFUSE
045400*    NEW ORDERS FOR A HELD ACCOUNT AND QUOTE THE REASON.
045500*--------------------------------------------------------------
045600 2400-HOLD-CUSTOMER.
045700     IF CM-ON-HOLD
045800         DISPLAY "Customer " CM-CUSTOMER-ID " is already on "
045900             "hold - " CM-HOLD-REASON
046000         GO TO 2400-EXIT
046100     END-IF
046200
046300     MOVE CM-CUSTOMER-RECORD TO WS-BEFORE-IMAGE
046400     DISPLAY "Hold reason: "
046500     MOVE SPACES TO WS-NEW-HOLD-REASON
046600     ACCEPT WS-NEW-HOLD-REASON
046700     IF WS-NEW-HOLD-REASON = SPACES
046800         DISPLAY "A hold needs a reason - record left as it was."
046900         GO TO 2400-EXIT
047000     END-IF
047100
047200     MOVE 'H'                TO CM-HOLD-FLAG
047300     MOVE WS-NEW-HOLD-REASON TO CM-HOLD-REASON
047400     MOVE WS-CURRENT-DATE    TO CM-LAST-MAINT-DATE
047500     REWRITE CM-CUSTOMER-RECORD
047600     IF NOT WS-CM-OK
047700         DISPLAY "ERROR: could not rewrite customer master, "
047800             "status " WS-CM-FILE-STATUS
047900         GO TO 2400-EXIT
048000     END-IF
048100
048200     MOVE CM-CUSTOMER-RECORD TO WS-AFTER-IMAGE
048300     MOVE 'H' TO WS-AUD-ACTION
048400     PERFORM 3000-WRITE-AUDIT-LINE THRU 3000-EXIT
048500     DISPLAY "Customer " CM-CUSTOMER-ID " put on hold.".
048600 2400-EXIT.
048700     EXIT.
048800
048900*--------------------------------------------------------------
049000* 2500-RELEASE-CUSTOMER
049100*    CONFIRMS AND TAKES THE ACCOUNT OFF HOLD.
049200*--------------------------------------------------------------
049300 2500-RELEASE-CUSTOMER.
049400     IF NOT CM-ON-HOLD
049500         DISPLAY "Customer " CM-CUSTOMER-ID " is not on hold."
049600         GO TO 2500-EXIT
049700     END-IF
049800
049900     MOVE CM-CUSTOMER-RECORD TO WS-BEFORE-IMAGE
050000     DISPLAY "On hold - " CM-HOLD-REASON
050100     DISPLAY "Release " CM-CUSTOMER-NAME " - are you sure (Y/N)? "
050200     ACCEPT WS-CONFIRM-REPLY
050300     IF NOT WS-CONFIRMED
050400         DISPLAY "Release abandoned - record left as it was."
050500         GO TO 2500-EXIT
050600     END-IF
050700
050800     MOVE SPACE           TO CM-HOLD-FLAG
050900     MOVE SPACES          TO CM-HOLD-REASON
051000     MOVE WS-CURRENT-DATE TO CM-LAST-MAINT-DATE
051100     REWRITE CM-CUSTOMER-RECORD
051200     IF NOT WS-CM-OK
051300         DISPLAY "ERROR: could not rewrite customer master, "
051400             "status " WS-CM-FILE-STATUS
051500         GO TO 2500-EXIT
051600     END-IF
051700
051800     MOVE CM-CUSTOMER-RECORD TO WS-AFTER-IMAGE
051900     MOVE 'R' TO WS-AUD-ACTION
052000     PERFORM 3000-WRITE-AUDIT-LINE THRU 3000-EXIT
052100     DISPLAY "Customer " CM-CUSTOMER-ID " released.".
052200 2500-EXIT.
052300     EXIT.
052400
052500*--------------------------------------------------------------
052600* 3000-WRITE-AUDIT-LINE
052700*    APPENDS ONE LINE TO THE MAINTENANCE AUDIT FILE - WHO MADE
052800*    THE CHANGE, WHEN, AND THE RECORD'S BEFORE- AND AFTER-IMAGE.
052900*--------------------------------------------------------------
053000 3000-WRITE-AUDIT-LINE.
053100     ACCEPT WS-CURRENT-TIME FROM TIME
053200     MOVE WS-CURRENT-DATE  TO WS-AUD-DATE
053300     MOVE WS-CURRENT-TIME  TO WS-AUD-TIME
053400     MOVE WS-OPERATOR-ID   TO WS-AUD-OPERATOR
053500     MOVE WS-BEFORE-IMAGE  TO WS-AUD-BEFORE
053600     MOVE WS-AFTER-IMAGE   TO WS-AUD-AFTER
053700
053800     MOVE WS-AUDIT-LINE TO MAUD-RECORD
053900     WRITE MAUD-RECORD
054000     IF NOT WS-AUD-FILE-OK
054100         DISPLAY "WARNING: could not write CUSTMAUD, status "
054200             WS-AUD-FILE-STATUS
054300     END-IF.
054400 3000-EXIT.
054500     EXIT.
054600
054700*--------------------------------------------------------------
054800* 9000-TERMINATE
054900*    CLOSES ALL OPEN FILES BEFORE THE SESSION ENDS.
055000*--------------------------------------------------------------
055100 9000-TERMINATE.
055200     CLOSE CUSTOMER-MASTER
055300     CLOSE MAINT-AUDIT.
055400 9000-EXIT.
055500     EXIT.
