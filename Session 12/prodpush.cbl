002300*                 END-OF-DAY BALANCING REPORT.
002310* 2026-09-01 DT   PICKED UP THE NEW SUPPLIER CODE ON THE
002320*                 PRODUCT MASTER RECORD LAYOUT.
002330* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
002340*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
002350*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
002360*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
002370*                 FOR.
002400*--------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
009300 01 WS-PM-EOF-SWITCH          PIC X(01) VALUE 'N'.
009400     88 WS-END-OF-MASTER         VALUE 'Y'.
009500 01 WS-UPLOAD-DATE            PIC X(08) VALUE SPACES.
009550 01 WS-BUSINESS-DATE          PIC X(08) VALUE SPACES.
009600 01 WS-CURRENT-DATE           PIC 9(08).
009700
009800*--------------------------------------------------------------
022600*--------------------------------------------------------------
022700 1000-INITIALIZE.
022800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
022810     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
022820         "DUKE_BUSINESS_DATE"
022830     IF WS-BUSINESS-DATE IS NUMERIC
022840         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
022850     END-IF
022900     ACCEPT WS-UPLOAD-DATE FROM ENVIRONMENT "DUKE_UPLOAD_DATE"
023000     IF WS-UPLOAD-DATE = SPACES
023100         MOVE WS-CURRENT-DATE TO WS-UPLOAD-DATE
