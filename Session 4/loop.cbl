009490*                 PriceApply STEP APPLIES THE ONES DUE EACH
009492*                 NIGHT. A ZERO OR PAST DATE STILL APPLIES
009494*                 IMMEDIATELY, EXACTLY AS BEFORE.
009496* 2026-10-15 DT   PICKED UP THE NEW TAXABLE FLAG ON THE PRODCAT
009500*                 CATEGORY RECORD LAYOUT.
009520* 2026-10-15 DT   PICKED UP THE NEW SUPPLIER LEAD TIME ON THE
009540*                 SUPPMSTR RECORD LAYOUT.
009542* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
009544*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
009546*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
009548*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
009550*                 FOR.
009560*--------------------------------------------------------------
009600
009700 ENVIRONMENT DIVISION.
009800 CONFIGURATION SECTION.
020400 01  CAT-REF-RECORD.
020500     05 CAT-CODE                 PIC X(04).
020600     05 CAT-DESCRIPTION          PIC X(30).
020620     05 CAT-TAXABLE-FLAG         PIC X(01).
020640         88 CAT-NOT-TAXABLE          VALUE 'N'.
020700
020800 FD  PRODUCT-WORK
020900     LABEL RECORDS ARE STANDARD.
025460     05 SP-SUPPLIER-NAME         PIC X(30).
025470     05 SP-CONTACT               PIC X(30).
025480     05 SP-DATE-LOADED           PIC 9(08).
025490     05 SP-LEAD-DAYS             PIC 9(03).
025500
025600 WORKING-STORAGE SECTION.
025700*--------------------------------------------------------------
027000 01 WS-PM-FILE-STATUS      PIC X(02) VALUE '00'.
027100     88 WS-PM-OK                VALUE '00'.
027200     88 WS-PM-NOT-FOUND         VALUE '35'.
027250 01 WS-BUSINESS-DATE       PIC X(08) VALUE SPACES.
027300 01 WS-CURRENT-DATE-TIME.
027400     05 WS-CURRENT-DATE        PIC 9(08).
027500     05 FILLER                 PIC X(18).
057200*--------------------------------------------------------------
057300 1000-INITIALIZE.
057400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
057410     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
057420         "DUKE_BUSINESS_DATE"
057430     IF WS-BUSINESS-DATE IS NUMERIC
057440         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
057450     END-IF
057500
057600     PERFORM 1010-ACQUIRE-RUN-LOCK THRU 1015-EXIT
057700
