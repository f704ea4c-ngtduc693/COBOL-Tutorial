005700* 2026-08-22 DT   THE RUN NOW APPENDS ITS STATISTICS TO THE
005800*                 COMMON RUNSTATS CONTROL FILE FOR THE
005900*                 END-OF-DAY BALANCING REPORT.
005910* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
005920*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
005930*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
005940*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
005950*                 FOR.
006000*--------------------------------------------------------------
006100
006200 ENVIRONMENT DIVISION.
013300*--------------------------------------------------------------
013400* SPOOLED REPORT FIELDS
013500*--------------------------------------------------------------
013550 01 WS-BUSINESS-DATE           PIC X(08) VALUE SPACES.
013600 01 WS-CURRENT-DATE            PIC 9(08).
013700 01 WS-REPORT-FILENAME         PIC X(30).
013800
028400*--------------------------------------------------------------
028500 1200-BUILD-REPORT-FILENAME.
028600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
028610     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
028620         "DUKE_BUSINESS_DATE"
028630     IF WS-BUSINESS-DATE IS NUMERIC
028640         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
028650     END-IF
028700     STRING "CUSTRPT"      DELIMITED BY SIZE
028800            WS-CURRENT-DATE DELIMITED BY SIZE
028900            ".TXT"         DELIMITED BY SIZE
