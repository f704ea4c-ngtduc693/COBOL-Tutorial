002100*                 CURRENT CYCLE SO THE RESTART SCAN STOPS
002200*                 SLOWING DOWN. ON ANY OTHER NIGHT THE STEP
002300*                 DOES NOTHING AND ENDS CLEAN.
002310* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
002320*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
002330*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
002340*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
002350*                 FOR.
002400*--------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
011600*--------------------------------------------------------------
011700* RUN CONTROL FIELDS
011800*--------------------------------------------------------------
011850 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
011900 01 WS-CURRENT-DATE         PIC 9(08).
012000 01 WS-MONTH-END-FLAG       PIC X(01) VALUE SPACE.
012100     88 WS-IS-MONTH-END         VALUE 'Y'.
026500*--------------------------------------------------------------
026600 1000-INITIALIZE.
026700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
026710     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
026720         "DUKE_BUSINESS_DATE"
026730     IF WS-BUSINESS-DATE IS NUMERIC
026740         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
026750     END-IF
026800     ACCEPT WS-MONTH-END-FLAG FROM ENVIRONMENT
026900         "DUKE_MONTH_END"
027000     IF NOT WS-IS-MONTH-END
