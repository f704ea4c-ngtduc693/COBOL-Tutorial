002060*                 REFRESHED CUSTOMER KEEPS THE LIMIT ALREADY ON
002070*                 FILE - THE NIGHTLY REBUILD MUST NOT WIPE OUT
002080*                 A LIMIT THE OFFICE HAS SET.
002082* 2026-10-15 DT   PICKED UP THE NEW LOCALLY MAINTAINED FIELDS
002084*                 (HOLD, BILLING ADDRESS, CONTACT) ON THE
002086*                 CUSTOMER RECORD LAYOUT. CustomerMaint OWNS
002088*                 THEM - A NEW CUSTOMER STARTS WITH THEM BLANK
002090*                 AND A REFRESH CARRIES THEM OVER UNTOUCHED. AN
002092*                 ACCOUNT STATUS THE OFFICE SET LOCALLY IS KEPT
002094*                 OVER THE SPOOLED ONE.
002095* 2026-10-15 DT   THE CUSTOMER'S TAX CODE, TAX EXEMPTION FLAG AND
002096*                 EXEMPTION CERTIFICATE, SET IN CustomerMaint, ARE
002097*                 CARRIED OVER ON A REFRESH WITH THE OTHER LOCALLY
002100*                 MAINTAINED FIELDS.
002110* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
002120*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
002130*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
002140*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
002150*                 FOR.
002160*--------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
005800     05 CM-ACCT-STATUS           PIC X(02).
005900     05 CM-DATE-LOADED           PIC 9(08).
005910     05 CM-CREDIT-LIMIT          PIC 9(07)V99.
005915     05 CM-MAINTAINED-FIELDS.
005920         10 CM-HOLD-FLAG         PIC X(01).
005925             88 CM-ON-HOLD           VALUE 'H'.
005930         10 CM-HOLD-REASON       PIC X(30).
005935         10 CM-STATUS-LOCAL      PIC X(01).
005940             88 CM-STATUS-SET-LOCALLY VALUE 'Y'.
005945         10 CM-BILL-ADDRESS-1    PIC X(30).
005950         10 CM-BILL-ADDRESS-2    PIC X(30).
005955         10 CM-BILL-CITY         PIC X(20).
005960         10 CM-BILL-STATE        PIC X(02).
005965         10 CM-BILL-ZIP          PIC X(10).
005970         10 CM-CONTACT-NAME      PIC X(30).
005975         10 CM-CONTACT-PHONE     PIC X(15).
005980         10 CM-LAST-MAINT-DATE   PIC 9(08).
005982         10 CM-TAX-CODE          PIC X(04).
005984         10 CM-TAX-EXEMPT-FLAG   PIC X(01).
005986             88 CM-TAX-EXEMPT        VALUE 'E'.
005988         10 CM-TAX-EXEMPT-CERT   PIC X(15).
006000
006100 FD  RUN-STATS
006200     LABEL RECORDS ARE STANDARD.
007600     88 WS-END-OF-SPOOL         VALUE 'Y'.
007700 01 WS-SPOOL-FILENAME       PIC X(30) VALUE SPACES.
007800 01 WS-SPOOL-DATE           PIC X(08) VALUE SPACES.
007850 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
007900 01 WS-CURRENT-DATE         PIC 9(08).
008000
008100*--------------------------------------------------------------
009500 01 WS-RECORDS-SKIPPED      PIC 9(05) VALUE 0.
009510
009520*--------------------------------------------------------------
009530* CREDIT LIMIT AND LOCALLY MAINTAINED FIELDS
009540*    NEW CUSTOMERS GET THE DEFAULT LIMIT; A REFRESH KEEPS THE
009550*    LIMIT, HOLD, ADDRESS, CONTACT AND TAX CODE ALREADY ON THE
009552*    MASTER, AND THE OFFICE'S ACCOUNT STATUS WHEN IT WAS SET
009554*    LOCALLY.
009560*--------------------------------------------------------------
009570 01 WS-DEFAULT-CREDIT       PIC 9(07)V99 VALUE 0.
009580 01 WS-HOLD-CREDIT-LIMIT    PIC 9(07)V99 VALUE 0.
009585 01 WS-HOLD-ACCT-STATUS     PIC X(02) VALUE SPACES.
009590 01 WS-HOLD-MAINTAINED      PIC X(197) VALUE SPACES.
009595 01 WS-STATUS-KEPT          PIC 9(05) VALUE 0.
009600
009700*--------------------------------------------------------------
009800* RUN STATISTICS FIELDS
013700*--------------------------------------------------------------
013800 1000-INITIALIZE.
013900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
013901     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
013902         "DUKE_BUSINESS_DATE"
013903     IF WS-BUSINESS-DATE IS NUMERIC
013904         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
013905     END-IF
013910     ACCEPT WS-DEFAULT-CREDIT FROM ENVIRONMENT
013920         "DUKE_DEFAULT_CREDIT"
014000     ACCEPT WS-SPOOL-DATE FROM ENVIRONMENT "DUKE_SPOOL_DATE"
021200     MOVE CS-ACCT-STATUS   TO CM-ACCT-STATUS
021300     MOVE WS-CURRENT-DATE  TO CM-DATE-LOADED
021310     MOVE WS-DEFAULT-CREDIT TO CM-CREDIT-LIMIT
021320     MOVE SPACES TO CM-MAINTAINED-FIELDS
021340     MOVE 0 TO CM-LAST-MAINT-DATE
021400
021500     WRITE CM-CUSTOMER-RECORD
021600     IF WS-CM-DUPLICATE
021602*        THE CUSTOMER IS ALREADY ON FILE - READ THE EXISTING
021604*        RECORD BACK SO ITS CREDIT LIMIT AND EVERYTHING THE
021606*        OFFICE MAINTAINS IN CustomerMaint SURVIVE THE REFRESH.
021608         READ CUSTOMER-MASTER
021610             INVALID KEY
021612                 MOVE WS-DEFAULT-CREDIT TO WS-HOLD-CREDIT-LIMIT
021614                 MOVE SPACES TO CM-MAINTAINED-FIELDS
021616                 MOVE 0 TO CM-LAST-MAINT-DATE
021618                 MOVE CM-MAINTAINED-FIELDS TO WS-HOLD-MAINTAINED
021620             NOT INVALID KEY
021622                 MOVE CM-CREDIT-LIMIT TO WS-HOLD-CREDIT-LIMIT
021624                 MOVE CM-MAINTAINED-FIELDS TO WS-HOLD-MAINTAINED
021626                 MOVE CM-ACCT-STATUS TO WS-HOLD-ACCT-STATUS
021628         END-READ
021630         MOVE CS-CUSTOMER-ID        TO CM-CUSTOMER-ID
021632         MOVE CS-CUSTOMER-NAME      TO CM-CUSTOMER-NAME
021634         MOVE CS-ACCT-STATUS        TO CM-ACCT-STATUS
021636         MOVE WS-CURRENT-DATE       TO CM-DATE-LOADED
021638         MOVE WS-HOLD-CREDIT-LIMIT  TO CM-CREDIT-LIMIT
021640         MOVE WS-HOLD-MAINTAINED    TO CM-MAINTAINED-FIELDS
021642         IF CM-STATUS-SET-LOCALLY
021644             MOVE WS-HOLD-ACCT-STATUS TO CM-ACCT-STATUS
021646             ADD 1 TO WS-STATUS-KEPT
021648         END-IF
021700         REWRITE CM-CUSTOMER-RECORD
021800         IF WS-CM-OK
021900             ADD 1 TO WS-RECORDS-UPDATED
024700         " Added: "   WS-RECORDS-ADDED
024800         " Updated: " WS-RECORDS-UPDATED
024900         " Skipped: " WS-RECORDS-SKIPPED
024920     DISPLAY "  Locally set account status kept: "
024940         WS-STATUS-KEPT
025000
025100     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
025200 9000-EXIT.
