001800*                 WITH ONLY THE CHANGES STILL WAITING. THE RUN
001900*                 TAKES THE PRODLOCK RUN LOCK THE OTHER CATALOG
002000*                 UPDATERS HONOR.
002010* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
002020*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
002030*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
002040*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
002050*                 FOR.
002055* 2026-10-15 DT   THE DUKE_CLEAR_LOCK OVERRIDE NOW NEEDS CLRLOCK
002060*                 AUTHORITY FOR THE SIGNED-ON OPERATOR (USER) ON
002065*                 THE NEW OPERAUTH FILE - WITHOUT IT THE LOCK IS
002070*                 HONORED AS USUAL - AND A CLEARED LOCK IS WRITTEN
002075*                 TO PRODMAUD AS ACTION L FOR THE AUDITORS' ACCESS
002080*                 REVIEW.
002100*--------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
004400     SELECT RUN-LOCK ASSIGN TO "PRODLOCK"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-LCK-FILE-STATUS.
004610
004620     SELECT OPERATOR-AUTHORITY ASSIGN TO "OPERAUTH"
004630         ORGANIZATION IS LINE SEQUENTIAL
004640         FILE STATUS IS WS-OA-FILE-STATUS.
004650
004660     SELECT MAINT-AUDIT ASSIGN TO "PRODMAUD"
004670         ORGANIZATION IS LINE SEQUENTIAL
004680         FILE STATUS IS WS-AUD-FILE-STATUS.
004700
004800     SELECT RUN-STATS ASSIGN TO "RUNSTATS"
004900         ORGANIZATION IS LINE SEQUENTIAL
009200         10 LK-LOCK-HH           PIC 9(02).
009300         10 LK-LOCK-MM           PIC 9(02).
009400         10 FILLER               PIC 9(04).
009405
009410 FD  OPERATOR-AUTHORITY
009415     LABEL RECORDS ARE STANDARD.
009420 01  OA-AUTHORITY-RECORD.
009425     05 OA-OPERATOR-ID           PIC X(10).
009430     05 FILLER                   PIC X(01).
009435     05 OA-PROGRAM               PIC X(12).
009440     05 FILLER                   PIC X(01).
009445     05 OA-FUNCTION              PIC X(08).
009450
009455 FD  MAINT-AUDIT
009460     LABEL RECORDS ARE STANDARD.
009465 01  MAUD-RECORD                 PIC X(173).
009500
009600 FD  RUN-STATS
009700     LABEL RECORDS ARE STANDARD.
011400*    THE WHOLE PENDING FILE IS LOADED AT START-UP; DUE CHANGES
011500*    ARE APPLIED AND THE SURVIVORS WRITTEN BACK.
011600*--------------------------------------------------------------
011650 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
011700 01 WS-CURRENT-DATE         PIC 9(08).
011800 01 WS-PP-EOF-SWITCH        PIC X(01) VALUE 'N'.
011900     88 WS-END-OF-PENDING       VALUE 'Y'.
015300     05 WS-LCK-DATE            PIC 9(08).
015400     05 FILLER                 PIC X(01) VALUE SPACE.
015500     05 WS-LCK-TIME            PIC 9(08).
015502
015504*--------------------------------------------------------------
015506* LOCK OVERRIDE AUTHORITY FIELDS
015508*    DUKE_CLEAR_LOCK IS HONORED ONLY FOR AN OPERATOR WITH
015510*    CLRLOCK AUTHORITY ON OPERAUTH, AND A CLEARED LOCK GOES TO
015512*    THE CATALOG MAINTENANCE AUDIT FILE AS ACTION L.
015514*--------------------------------------------------------------
015516 01 WS-OA-FILE-STATUS       PIC X(02) VALUE '00'.
015518     88 WS-OA-OK                VALUE '00'.
015520 01 WS-OA-EOF-SWITCH        PIC X(01) VALUE 'N'.
015522     88 WS-END-OF-AUTHORITY     VALUE 'Y'.
015524 01 WS-AUTHORIZED-SW        PIC X(01) VALUE 'N'.
015526     88 WS-AUTHORIZED           VALUE 'Y'.
015528 01 WS-OPERATOR-ID          PIC X(10) VALUE SPACES.
015530 01 WS-AUD-FILE-STATUS      PIC X(02) VALUE '00'.
015532     88 WS-AUD-FILE-OK          VALUE '00'.
015534 01 WS-CURRENT-TIME         PIC 9(08).
015536 01 WS-AUDIT-LINE.
015538     05 WS-AUD-DATE            PIC 9(08).
015540     05 FILLER                 PIC X(01) VALUE SPACE.
015542     05 WS-AUD-TIME            PIC 9(08).
015544     05 FILLER                 PIC X(01) VALUE SPACE.
015546     05 WS-AUD-OPERATOR        PIC X(10).
015548     05 FILLER                 PIC X(01) VALUE SPACE.
015550     05 WS-AUD-ACTION          PIC X(01) VALUE 'L'.
015552     05 FILLER                 PIC X(01) VALUE SPACE.
015554     05 WS-AUD-BEFORE          PIC X(65) VALUE SPACES.
015556     05 FILLER                 PIC X(01) VALUE SPACE.
015558     05 WS-AUD-AFTER           PIC X(65) VALUE "PriceApply".
015560     05 FILLER                 PIC X(01) VALUE SPACE.
015562     05 WS-AUD-APPROVER        PIC X(10) VALUE SPACES.
015600
015700*--------------------------------------------------------------
015800* RUN STATISTICS FIELDS
019800*--------------------------------------------------------------
019900 1000-INITIALIZE.
020000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
020010     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
020020         "DUKE_BUSINESS_DATE"
020030     IF WS-BUSINESS-DATE IS NUMERIC
020040         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
020050     END-IF
020060     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
020070     IF WS-OPERATOR-ID = SPACES
020080         MOVE "UNKNOWN" TO WS-OPERATOR-ID
020090     END-IF
020100
020200     PERFORM 1200-LOAD-PENDING THRU 1200-EXIT
020300     IF WS-PEND-COUNT = 0
024000* 1010-ACQUIRE-RUN-LOCK
024100*    TAKES THE PRODLOCK RUN LOCK THE OTHER CATALOG UPDATERS
024200*    HONOR. DUKE_CLEAR_LOCK=Y CLEARS A STALE LOCK AFTER A
024300*    CRASH - FOR AN OPERATOR WITH CLRLOCK AUTHORITY ONLY;
024350*    ANYONE ELSE HAS THE LOCK HONORED AS USUAL.
024400*--------------------------------------------------------------
024500 1010-ACQUIRE-RUN-LOCK.
024600     ACCEPT WS-CLEAR-LOCK-FLAG FROM ENVIRONMENT
024700         "DUKE_CLEAR_LOCK"
024710     IF WS-CLEAR-LOCK
024720         PERFORM 1020-CHECK-LOCK-AUTHORITY THRU 1020-EXIT
024730         IF NOT WS-AUTHORIZED
024740             DISPLAY "Operator " WS-OPERATOR-ID " is not "
024750                 "authorised to clear the run lock - override "
024760                 "refused."
024770             MOVE SPACE TO WS-CLEAR-LOCK-FLAG
024780         END-IF
024790     END-IF
024800     IF WS-CLEAR-LOCK
024900         DISPLAY "Operator override - clearing the catalog "
025000             "run lock."
025050         PERFORM 1030-AUDIT-LOCK-CLEAR THRU 1030-EXIT
025100         GO TO 1015-TAKE-RUN-LOCK
025200     END-IF
025300
029100     CLOSE RUN-LOCK.
029200 1015-EXIT.
029300     EXIT.
029301
029302*--------------------------------------------------------------
029303* 1020-CHECK-LOCK-AUTHORITY
029304*    LOOKS FOR AN OPERAUTH ROW GIVING THE OPERATOR CLRLOCK (OR
029305*    EVERY FUNCTION) IN THIS PROGRAM OR IN ALL PROGRAMS. NO
029306*    OPERAUTH FILE MEANS NO ONE MAY OVERRIDE.
029307*--------------------------------------------------------------
029308 1020-CHECK-LOCK-AUTHORITY.
029309     MOVE 'N' TO WS-AUTHORIZED-SW
029310     OPEN INPUT OPERATOR-AUTHORITY
029311     IF NOT WS-OA-OK
029312         DISPLAY "WARNING: cannot open OPERAUTH, status "
029313             WS-OA-FILE-STATUS
029314         GO TO 1020-EXIT
029315     END-IF
029316     MOVE 'N' TO WS-OA-EOF-SWITCH
029317     PERFORM 1025-CHECK-ONE-AUTHORITY THRU 1025-EXIT
029318         UNTIL WS-END-OF-AUTHORITY OR WS-AUTHORIZED
029319     CLOSE OPERATOR-AUTHORITY.
029320 1020-EXIT.
029321     EXIT.
029322
029323*--------------------------------------------------------------
029324* 1025-CHECK-ONE-AUTHORITY
029325*    READS ONE OPERAUTH ROW AND NOTES A MATCH.
029326*--------------------------------------------------------------
029327 1025-CHECK-ONE-AUTHORITY.
029328     READ OPERATOR-AUTHORITY
029329         AT END
029330             MOVE 'Y' TO WS-OA-EOF-SWITCH
029331             GO TO 1025-EXIT
029332     END-READ
029333     IF OA-OPERATOR-ID = WS-OPERATOR-ID
029334       AND (OA-PROGRAM = "PRICEAPPLY" OR OA-PROGRAM = "*")
029335       AND (OA-FUNCTION = "CLRLOCK" OR OA-FUNCTION = "*")
029336         MOVE 'Y' TO WS-AUTHORIZED-SW
029337     END-IF.
029338 1025-EXIT.
029339     EXIT.
029340
029341*--------------------------------------------------------------
029342* 1030-AUDIT-LOCK-CLEAR
029343*    APPENDS AN ACTION L LINE TO THE CATALOG MAINTENANCE AUDIT
029344*    FILE - WHO CLEARED THE LOCK AND WHEN, WITH THIS JOB'S
029345*    NAME IN THE AFTER-IMAGE - THE WAY ProductMaint DOES.
029346*--------------------------------------------------------------
029347 1030-AUDIT-LOCK-CLEAR.
029348     OPEN EXTEND MAINT-AUDIT
029349     IF NOT WS-AUD-FILE-OK
029350         OPEN OUTPUT MAINT-AUDIT
029351         IF NOT WS-AUD-FILE-OK
029352             DISPLAY "WARNING: could not open PRODMAUD, "
029353                 "status " WS-AUD-FILE-STATUS
029354             GO TO 1030-EXIT
029355         END-IF
029356     END-IF
029357     ACCEPT WS-CURRENT-TIME FROM TIME
029358     MOVE WS-CURRENT-DATE TO WS-AUD-DATE
029359     MOVE WS-CURRENT-TIME TO WS-AUD-TIME
029360     MOVE WS-OPERATOR-ID  TO WS-AUD-OPERATOR
029361     MOVE WS-AUDIT-LINE TO MAUD-RECORD
029362     WRITE MAUD-RECORD
029363     IF NOT WS-AUD-FILE-OK
029364         DISPLAY "WARNING: could not write PRODMAUD, status "
029365             WS-AUD-FILE-STATUS
029366     END-IF
029367     CLOSE MAINT-AUDIT.
029368 1030-EXIT.
029369     EXIT.
029400
029500*--------------------------------------------------------------
029600* 1200-LOAD-PENDING
052600     END-IF
052700
052800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
052810     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
052820         "DUKE_BUSINESS_DATE"
052830     IF WS-BUSINESS-DATE IS NUMERIC
052840         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
052850     END-IF
052900     MOVE WS-CURRENT-DATE TO WS-RS-DATE
053000     ACCEPT WS-RS-TIME-NOW FROM TIME
053100     MOVE WS-RS-TIME-NOW TO WS-RS-TIME
