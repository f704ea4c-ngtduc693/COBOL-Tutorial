001900*                 ANYTHING WAS FOUND, SO THE CONTROL JOB CAN
002000*                 FLAG THE WEEK AS NEEDING ATTENTION BEFORE
002100*                 THE ORPHANS TURN INTO BALANCING MYSTERIES.
002120* 2026-10-15 DT   PICKED UP THE NEW HOLD, BILLING ADDRESS AND
002140*                 CONTACT FIELDS ON THE CUSTOMER RECORD LAYOUT.
002160* 2026-10-15 DT   PICKED UP THE NEW TAX CODE AND TAX EXEMPTION
002180*                 FIELDS ON THE CUSTOMER RECORD LAYOUT.
002185* 2026-10-15 DT   PICKED UP THE NEW COUNT-FREEZE FLAG ON THE STOCK
002190*                 RECORD LAYOUT.
002192* 2026-10-15 DT   PICKED UP THE NEW AVERAGE UNIT COST ON THE STOCK
002194*                 RECORD LAYOUT.
002196* 2026-10-15 DT   PICKED UP THE NEW REORDER QUANTITY ON THE STOCK
002200*                 RECORD LAYOUT.
002210* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
002220*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
002230*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
002240*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
002250*                 FOR.
002260*--------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
008600     05 CM-ACCT-STATUS           PIC X(02).
008700     05 CM-DATE-LOADED           PIC 9(08).
008800     05 CM-CREDIT-LIMIT          PIC 9(07)V99.
008805     05 CM-MAINTAINED-FIELDS.
008810         10 CM-HOLD-FLAG         PIC X(01).
008815             88 CM-ON-HOLD           VALUE 'H'.
008820         10 CM-HOLD-REASON       PIC X(30).
008825         10 CM-STATUS-LOCAL      PIC X(01).
008830             88 CM-STATUS-SET-LOCALLY VALUE 'Y'.
008835         10 CM-BILL-ADDRESS-1    PIC X(30).
008840         10 CM-BILL-ADDRESS-2    PIC X(30).
008845         10 CM-BILL-CITY         PIC X(20).
008850         10 CM-BILL-STATE        PIC X(02).
008855         10 CM-BILL-ZIP          PIC X(10).
008860         10 CM-CONTACT-NAME      PIC X(30).
008865         10 CM-CONTACT-PHONE     PIC X(15).
008870         10 CM-LAST-MAINT-DATE   PIC 9(08).
008875         10 CM-TAX-CODE          PIC X(04).
008880         10 CM-TAX-EXEMPT-FLAG   PIC X(01).
008885             88 CM-TAX-EXEMPT        VALUE 'E'.
008890         10 CM-TAX-EXEMPT-CERT   PIC X(15).
008900
009000 FD  STOCK-FILE
009100     LABEL RECORDS ARE STANDARD.
009500     05 SK-REORDER-POINT         PIC 9(05).
009600     05 SK-DATE-UPDATED          PIC 9(08).
009700     05 SK-ON-ORDER              PIC 9(07).
009720     05 SK-COUNT-FLAG            PIC X(01).
009740         88 SK-COUNT-FROZEN          VALUE 'F'.
009750     05 SK-AVG-COST              PIC 9(05)V99.
009760     05 SK-REORDER-QTY           PIC 9(05).
009800
009900 FD  PRICE-HISTORY
010000     LABEL RECORDS ARE STANDARD.
016700*--------------------------------------------------------------
016800* AUDIT PROCESSING FIELDS
016900*--------------------------------------------------------------
016950 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
017000 01 WS-CURRENT-DATE         PIC 9(08).
017100 01 WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
017200     88 WS-END-OF-FILE          VALUE 'Y'.
025800*--------------------------------------------------------------
025900 1000-INITIALIZE.
026000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
026010     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
026020         "DUKE_BUSINESS_DATE"
026030     IF WS-BUSINESS-DATE IS NUMERIC
026040         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
026050     END-IF
026100
026200     OPEN INPUT PRODUCT-MASTER
026300     IF NOT WS-PM-OK
