002800*                 NEWEST GENERATION.
002810* 2026-09-01 DT   PICKED UP THE NEW SUPPLIER CODE ON THE
002820*                 PRODUCT MASTER AND BACKUP RECORD LAYOUTS.
002830* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
002840*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
002850*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
002860*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
002870*                 FOR.
002900*--------------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
011700 01 WS-RUN-MODE             PIC X(01) VALUE SPACE.
011800     88 WS-MODE-BACKUP          VALUE 'B'.
011900     88 WS-MODE-RESTORE         VALUE 'R'.
011950 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
012000 01 WS-CURRENT-DATE         PIC 9(08).
012100
012200*--------------------------------------------------------------
016700*--------------------------------------------------------------
016800 0000-MAIN-PROCESS.
016900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
016910     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
016920         "DUKE_BUSINESS_DATE"
016930     IF WS-BUSINESS-DATE IS NUMERIC
016940         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
016950     END-IF
017000     ACCEPT WS-RUN-MODE FROM ENVIRONMENT "DUKE_BACKUP_MODE"
017100     IF NOT WS-MODE-BACKUP AND NOT WS-MODE-RESTORE
017200         DISPLAY "Mode - (B)ackup or (R)estore? "
