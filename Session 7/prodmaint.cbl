003082*                 SO A PRICE INQUIRY NO LONGER STARTS WITH A
003084*                 HUNT THROUGH THE PRINTED PRICE REPORT FOR
003086*                 THE TEN-DIGIT CODE.
003087* 2026-10-15 DT   CHANGE, DELETE AND THE RUN LOCK OVERRIDE NOW
003088*                 NEED THE OPERATOR'S AUTHORITY ON THE NEW
003089*                 OPERAUTH FILE, AND A PRICE MOVE OVER
003090*                 DUKE_PRICE_APPROVAL_PCT (DEFAULT 10 PERCENT)
003091*                 NEEDS A SECOND OPERATOR WITH APPROVE AUTHORITY.
003092*                 THE AUDIT LINE WIDENED TO CARRY THE APPROVER,
003093*                 AND A CLEARED LOCK IS AUDITED AS ACTION L.
003100*--------------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
005400     SELECT RUN-LOCK ASSIGN TO "PRODLOCK"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-LCK-FILE-STATUS.
005620
005640     SELECT OPERATOR-AUTHORITY ASSIGN TO "OPERAUTH"
005660         ORGANIZATION IS LINE SEQUENTIAL
005680         FILE STATUS IS WS-OA-FILE-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006800
006900 FD  MAINT-AUDIT
007000     LABEL RECORDS ARE STANDARD.
007100 01  MAUD-RECORD                 PIC X(173).
007200
007300 FD  PRICE-HISTORY
007400     LABEL RECORDS ARE STANDARD.
009200         10 LK-LOCK-HH           PIC 9(02).
009300         10 LK-LOCK-MM           PIC 9(02).
009400         10 FILLER               PIC 9(04).
009410
009420 FD  OPERATOR-AUTHORITY
009430     LABEL RECORDS ARE STANDARD.
009440 01  OA-AUTHORITY-RECORD.
009450     05 OA-OPERATOR-ID           PIC X(10).
009460     05 FILLER                   PIC X(01).
009470     05 OA-PROGRAM               PIC X(12).
009480     05 FILLER                   PIC X(01).
009490     05 OA-FUNCTION              PIC X(08).
009500
009600 WORKING-STORAGE SECTION.
009700*--------------------------------------------------------------
013200 01 WS-HIST-FILE-STATUS    PIC X(02) VALUE '00'.
013300     88 WS-HIST-OK              VALUE '00'.
013400 01 WS-OLD-PRICE           PIC 9(5)V99 VALUE 0.
013402
013404*--------------------------------------------------------------
013406* OPERATOR AUTHORITY FIELDS
013408*    OPERAUTH LISTS WHAT EACH OPERATOR MAY DO IN EACH PROGRAM
013410*    (OPERATOR, PROGRAM, FUNCTION - '*' IN PROGRAM OR FUNCTION
013412*    MEANS ALL). THIS PROGRAM'S ROWS ARE LOADED AT START-UP;
013414*    WITHOUT THE FILE NO ONE MAY CHANGE, DELETE OR OVERRIDE.
013416*    A PRICE CHANGE OF MORE THAN THE APPROVAL PERCENTAGE
013418*    NEEDS A SECOND OPERATOR WITH APPROVE AUTHORITY.
013420*--------------------------------------------------------------
013422 01 WS-OA-FILE-STATUS      PIC X(02) VALUE '00'.
013424     88 WS-OA-OK                VALUE '00'.
013426 01 WS-OA-EOF-SWITCH       PIC X(01) VALUE 'N'.
013428     88 WS-END-OF-AUTHORITY     VALUE 'Y'.
013430 01 WS-AUTH-PROGRAM        PIC X(12) VALUE "PRODUCTMAINT".
013432 01 WS-MAX-AUTH-ENTRIES    PIC 9(03) VALUE 200.
013434 01 WS-AUTH-COUNT          PIC 9(03) VALUE 0.
013436 01 WS-AUTH-SUB            PIC 9(03) VALUE 0.
013438 01 WS-AUTH-TABLE.
013440     05 WS-AUTH-ENTRY OCCURS 200 TIMES.
013442         10 WS-AUTH-OPERATOR    PIC X(10).
013444         10 WS-AUTH-FUNCTION    PIC X(08).
013446 01 WS-CHECK-OPERATOR      PIC X(10) VALUE SPACES.
013448 01 WS-CHECK-FUNCTION      PIC X(08) VALUE SPACES.
013450 01 WS-AUTHORIZED-SW       PIC X(01) VALUE 'N'.
013452     88 WS-AUTHORIZED           VALUE 'Y'.
013454 01 WS-ENV-APPROVAL-PCT    PIC X(03) VALUE SPACES.
013456 01 WS-APPROVAL-PCT        PIC 9(03) VALUE 10.
013458 01 WS-PRICE-CHANGE-PCT    PIC 9(05)V99 VALUE 0.
013460 01 WS-PRICE-DIFFERENCE    PIC 9(5)V99 VALUE 0.
013462 01 WS-PCT-EDIT            PIC ZZZZ9.99.
013464 01 WS-APPROVER-ID         PIC X(10) VALUE SPACES.
013466 01 WS-LOCK-CLEARED-SW     PIC X(01) VALUE 'N'.
013468     88 WS-LOCK-WAS-CLEARED     VALUE 'Y'.
013500
013600*--------------------------------------------------------------
013700* RUN LOCK FIELDS
016600     05 WS-AUD-BEFORE          PIC X(65).
016700     05 FILLER                 PIC X(01) VALUE SPACE.
016800     05 WS-AUD-AFTER           PIC X(65).
016820     05 FILLER                 PIC X(01) VALUE SPACE.
016840     05 WS-AUD-APPROVER        PIC X(10).
016900
017000 PROCEDURE DIVISION.
017100*--------------------------------------------------------------
018000
018100*--------------------------------------------------------------
018200* 1000-INITIALIZE
018300*    LOADS THE OPERATOR'S AUTHORITY, TAKES THE RUN LOCK, AND
018350*    OPENS THE PRODUCT MASTER AND THE MAINTENANCE AUDIT FILE.
018400*    A MISSING MASTER IS AN ERROR - MAINTENANCE HAS NOTHING TO
018500*    MAINTAIN UNTIL ProductList HAS BUILT THE CATALOG.
018600*--------------------------------------------------------------
019000     IF WS-OPERATOR-ID = SPACES
019100         MOVE "UNKNOWN" TO WS-OPERATOR-ID
019200     END-IF
019205
019210     ACCEPT WS-ENV-APPROVAL-PCT
019215         FROM ENVIRONMENT "DUKE_PRICE_APPROVAL_PCT"
019220     IF WS-ENV-APPROVAL-PCT NOT = SPACES
019225         IF WS-ENV-APPROVAL-PCT IS NUMERIC
019230             MOVE WS-ENV-APPROVAL-PCT TO WS-APPROVAL-PCT
019235         ELSE
019240             DISPLAY "WARNING: DUKE_PRICE_APPROVAL_PCT is not "
019245                 "numeric - using " WS-APPROVAL-PCT " percent."
019250         END-IF
019255     END-IF
019260
019265     PERFORM 1050-LOAD-AUTHORITY THRU 1050-EXIT
019300
019400     PERFORM 1010-ACQUIRE-RUN-LOCK THRU 1015-EXIT
019500
022900             DISPLAY "WARNING: could not open PRODHIST, "
023000                 "status " WS-HIST-FILE-STATUS
023100         END-IF
023200     END-IF
023210
023220     IF WS-LOCK-WAS-CLEARED
023230         MOVE SPACES TO WS-BEFORE-IMAGE
023240         MOVE WS-LCK-JOB TO WS-AFTER-IMAGE
023250         MOVE SPACES TO WS-APPROVER-ID
023260         MOVE 'L' TO WS-AUD-ACTION
023270         PERFORM 3000-WRITE-AUDIT-LINE THRU 3000-EXIT
023280     END-IF.
023300 1000-EXIT.
023400     EXIT.
023500
023800*    TAKES THE PRODLOCK RUN LOCK ProductList ALSO HONORS. IF
023900*    ANOTHER JOB HOLDS IT, THIS SESSION STOPS WITH A CLEAR
024000*    IN-USE MESSAGE. DUKE_CLEAR_LOCK=Y CLEARS A STALE LOCK
024100*    LEFT BY A CRASH - FOR AN OPERATOR WITH CLRLOCK AUTHORITY
024150*    ONLY; ANYONE ELSE HAS THE LOCK HONORED AS USUAL.
024200*--------------------------------------------------------------
024300 1010-ACQUIRE-RUN-LOCK.
024400     ACCEPT WS-CLEAR-LOCK-FLAG FROM ENVIRONMENT
024500         "DUKE_CLEAR_LOCK"
024505     IF WS-CLEAR-LOCK
024510         MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR
024515         MOVE "CLRLOCK" TO WS-CHECK-FUNCTION
024520         PERFORM 2900-CHECK-AUTHORITY THRU 2900-EXIT
024525         IF NOT WS-AUTHORIZED
024530             DISPLAY "Operator " WS-OPERATOR-ID " is not "
024535                 "authorised to clear the run lock - override "
024540                 "refused."
024545             MOVE SPACE TO WS-CLEAR-LOCK-FLAG
024550         END-IF
024555     END-IF
024600     IF WS-CLEAR-LOCK
024700         DISPLAY "Operator override - clearing the catalog "
024800             "run lock."
024850         MOVE 'Y' TO WS-LOCK-CLEARED-SW
024900         GO TO 1015-TAKE-RUN-LOCK
025000     END-IF
025100
029000 1015-EXIT.
029100     EXIT.
029200
029201*--------------------------------------------------------------
029202* 1050-LOAD-AUTHORITY
029203*    LOADS THIS PROGRAM'S OPERAUTH ROWS INTO THE AUTHORITY
029204*    TABLE. WITHOUT THE FILE THE SESSION STILL RUNS FOR
029205*    INQUIRIES, BUT EVERY CHANGE, DELETE AND OVERRIDE IS
029206*    REFUSED.
029207*--------------------------------------------------------------
029208 1050-LOAD-AUTHORITY.
029209     MOVE 0 TO WS-AUTH-COUNT
029210     OPEN INPUT OPERATOR-AUTHORITY
029211     IF NOT WS-OA-OK
029212         DISPLAY "WARNING: cannot open OPERAUTH, status "
029213             WS-OA-FILE-STATUS " - changes, deletes and "
029214             "overrides are refused."
029215         GO TO 1050-EXIT
029216     END-IF
029217
029218     MOVE 'N' TO WS-OA-EOF-SWITCH
029219     PERFORM 1060-LOAD-ONE-AUTHORITY THRU 1060-EXIT
029220         UNTIL WS-END-OF-AUTHORITY
029221     CLOSE OPERATOR-AUTHORITY.
029222 1050-EXIT.
029223     EXIT.
029224
029225*--------------------------------------------------------------
029226* 1060-LOAD-ONE-AUTHORITY
029227*    ADDS ONE OPERAUTH ROW TO THE TABLE WHEN IT IS FOR THIS
029228*    PROGRAM OR FOR ALL PROGRAMS.
029229*--------------------------------------------------------------
029230 1060-LOAD-ONE-AUTHORITY.
029231     READ OPERATOR-AUTHORITY
029232         AT END
029233             MOVE 'Y' TO WS-OA-EOF-SWITCH
029234             GO TO 1060-EXIT
029235     END-READ
029236     IF OA-PROGRAM NOT = WS-AUTH-PROGRAM
029237       AND OA-PROGRAM NOT = "*"
029238         GO TO 1060-EXIT
029239     END-IF
029240     IF OA-OPERATOR-ID = SPACES OR OA-FUNCTION = SPACES
029241         GO TO 1060-EXIT
029242     END-IF
029243     IF WS-AUTH-COUNT >= WS-MAX-AUTH-ENTRIES
029244         DISPLAY "WARNING: operator authority table full - "
029245             OA-OPERATOR-ID "/" OA-FUNCTION " dropped."
029246         GO TO 1060-EXIT
029247     END-IF
029248     ADD 1 TO WS-AUTH-COUNT
029249     MOVE OA-OPERATOR-ID TO WS-AUTH-OPERATOR (WS-AUTH-COUNT)
029250     MOVE OA-FUNCTION    TO WS-AUTH-FUNCTION (WS-AUTH-COUNT).
029251 1060-EXIT.
029252     EXIT.
029253
029300*--------------------------------------------------------------
029400* 2000-PROCESS-REQUESTS
029500*    DRIVES THE MAINTENANCE SESSION - ONE OPERATOR REQUEST PER
033700         PERFORM 2200-INQUIRE-PRODUCT THRU 2200-EXIT
033800     ELSE
033900         IF WS-ACTION-CHANGE
033905             MOVE "CHANGE" TO WS-CHECK-FUNCTION
033910         ELSE
033915             MOVE "DELETE" TO WS-CHECK-FUNCTION
033920         END-IF
033925         MOVE WS-OPERATOR-ID TO WS-CHECK-OPERATOR
033930         PERFORM 2900-CHECK-AUTHORITY THRU 2900-EXIT
033935         IF NOT WS-AUTHORIZED
033940             DISPLAY "Operator " WS-OPERATOR-ID " is not "
033945                 "authorised to change or delete products - "
033950                 "request refused."
033955             GO TO 2100-EXIT
033960         END-IF
033965         IF WS-ACTION-CHANGE
034000             PERFORM 2300-CHANGE-PRODUCT THRU 2300-EXIT
034100         ELSE
034200             PERFORM 2400-DELETE-PRODUCT THRU 2400-EXIT
037900*    PROMPTS FOR A NEW NAME AND PRICE (A BLANK NAME OR ZERO
038000*    PRICE KEEPS THE OLD VALUE), REWRITES THE RECORD, AND
038100*    WRITES THE BEFORE- AND AFTER-IMAGE TO THE AUDIT FILE.
038120*    A PRICE MOVE OVER THE APPROVAL PERCENTAGE IS MADE ONLY
038140*    WITH A SECOND OPERATOR'S APPROVAL, RECORDED ON THE LINE.
038200*--------------------------------------------------------------
038300 2300-CHANGE-PRODUCT.
038400     MOVE PM-PRODUCT-RECORD TO WS-BEFORE-IMAGE
038500     MOVE PM-PRODUCT-PRICE  TO WS-OLD-PRICE
038550     MOVE SPACES TO WS-APPROVER-ID
038600
038700     DISPLAY "Current name:  " PM-PRODUCT-NAME
038800     DISPLAY "New name (blank to keep): "
039500         DISPLAY "Nothing to change - record left as it was."
039600         GO TO 2300-EXIT
039700     END-IF
039710
039720     IF WS-NEW-PRICE NOT = ZERO
039730       AND WS-NEW-PRICE NOT = WS-OLD-PRICE
039740         PERFORM 2350-CHECK-PRICE-APPROVAL THRU 2350-EXIT
039750         IF NOT WS-AUTHORIZED
039760             DISPLAY "Change abandoned - record left as it was."
039770             GO TO 2300-EXIT
039780         END-IF
039790     END-IF
039800
039900     IF WS-NEW-NAME NOT = SPACES
040000         MOVE WS-NEW-NAME TO PM-PRODUCT-NAME
042000 2300-EXIT.
042100     EXIT.
042200
042201*--------------------------------------------------------------
042202* 2350-CHECK-PRICE-APPROVAL
042203*    WORKS OUT HOW FAR THE PRICE MOVES AS A PERCENTAGE OF THE
042204*    OLD PRICE. WITHIN THE APPROVAL PERCENTAGE THE CHANGE MAY
042205*    GO AHEAD; BEYOND IT (OR FROM A ZERO PRICE) A SECOND
042206*    OPERATOR, NOT THE ONE MAKING THE CHANGE, MUST GIVE AN ID
042207*    THAT HOLDS APPROVE AUTHORITY.
042208*--------------------------------------------------------------
042209 2350-CHECK-PRICE-APPROVAL.
042210     MOVE 'Y' TO WS-AUTHORIZED-SW
042211     IF WS-NEW-PRICE > WS-OLD-PRICE
042212         COMPUTE WS-PRICE-DIFFERENCE = WS-NEW-PRICE - WS-OLD-PRICE
042213     ELSE
042214         COMPUTE WS-PRICE-DIFFERENCE = WS-OLD-PRICE - WS-NEW-PRICE
042215     END-IF
042216     IF WS-OLD-PRICE = ZERO
042217         MOVE 99999.99 TO WS-PRICE-CHANGE-PCT
042218     ELSE
042219         COMPUTE WS-PRICE-CHANGE-PCT ROUNDED =
042220             WS-PRICE-DIFFERENCE * 100 / WS-OLD-PRICE
042221             ON SIZE ERROR
042222                 MOVE 99999.99 TO WS-PRICE-CHANGE-PCT
042223         END-COMPUTE
042224     END-IF
042225     IF WS-PRICE-CHANGE-PCT NOT > WS-APPROVAL-PCT
042226         GO TO 2350-EXIT
042227     END-IF
042228
042229     MOVE 'N' TO WS-AUTHORIZED-SW
042230     MOVE WS-PRICE-CHANGE-PCT TO WS-PCT-EDIT
042231     DISPLAY "Price moves " WS-PCT-EDIT " percent - over the "
042232         WS-APPROVAL-PCT " percent limit, approval needed."
042233     DISPLAY "Approver operator ID (blank to abandon): "
042234     ACCEPT WS-APPROVER-ID
042235     IF WS-APPROVER-ID = SPACES
042236         GO TO 2350-EXIT
042237     END-IF
042238     IF WS-APPROVER-ID = WS-OPERATOR-ID
042239         DISPLAY "The approver must be a different operator."
042240         MOVE SPACES TO WS-APPROVER-ID
042241         GO TO 2350-EXIT
042242     END-IF
042243     MOVE WS-APPROVER-ID TO WS-CHECK-OPERATOR
042244     MOVE "APPROVE" TO WS-CHECK-FUNCTION
042245     PERFORM 2900-CHECK-AUTHORITY THRU 2900-EXIT
042246     IF NOT WS-AUTHORIZED
042247         DISPLAY "Operator " WS-APPROVER-ID " is not "
042248             "authorised to approve price changes."
042249         MOVE SPACES TO WS-APPROVER-ID
042250     END-IF.
042251 2350-EXIT.
042252     EXIT.
042253
042300*--------------------------------------------------------------
042400* 2400-DELETE-PRODUCT
042500*    CONFIRMS AND DELETES A DISCONTINUED PRODUCT, WRITING THE
042800*--------------------------------------------------------------
042900 2400-DELETE-PRODUCT.
043000     MOVE PM-PRODUCT-RECORD TO WS-BEFORE-IMAGE
043050     MOVE SPACES TO WS-APPROVER-ID
043100
043200     DISPLAY "Delete " PM-PRODUCT-NAME " - are you sure (Y/N)? "
043300     ACCEPT WS-CONFIRM-REPLY
045428     END-IF.
045430 2650-EXIT.
045432     EXIT.
045434
045436*--------------------------------------------------------------
045438* 2900-CHECK-AUTHORITY
045440*    LOOKS UP THE CHECK OPERATOR AND FUNCTION IN THE AUTHORITY
045442*    TABLE. A ROW WITH FUNCTION '*' ALLOWS EVERYTHING.
045444*--------------------------------------------------------------
045446 2900-CHECK-AUTHORITY.
045448     MOVE 'N' TO WS-AUTHORIZED-SW
045450     MOVE 1 TO WS-AUTH-SUB
045452     PERFORM 2910-CHECK-ONE-AUTHORITY THRU 2910-EXIT
045454         UNTIL WS-AUTHORIZED
045456            OR WS-AUTH-SUB > WS-AUTH-COUNT.
045458 2900-EXIT.
045460     EXIT.
045462
045464*--------------------------------------------------------------
045466* 2910-CHECK-ONE-AUTHORITY
045468*    COMPARES ONE TABLE ROW WITH THE OPERATOR AND FUNCTION.
045470*--------------------------------------------------------------
045472 2910-CHECK-ONE-AUTHORITY.
045474     IF WS-AUTH-OPERATOR (WS-AUTH-SUB) = WS-CHECK-OPERATOR
045476       AND (WS-AUTH-FUNCTION (WS-AUTH-SUB) = WS-CHECK-FUNCTION
045478         OR WS-AUTH-FUNCTION (WS-AUTH-SUB) = "*")
045480         MOVE 'Y' TO WS-AUTHORIZED-SW
045482     END-IF
045484     ADD 1 TO WS-AUTH-SUB.
045486 2910-EXIT.
045488     EXIT.
045490
045492*--------------------------------------------------------------
045494* 3000-WRITE-AUDIT-LINE
045500*    APPENDS ONE LINE TO THE MAINTENANCE AUDIT FILE - WHO MADE
045600*    THE CHANGE, WHEN, AND THE RECORD'S BEFORE- AND AFTER-IMAGE.
045620*    ACTION C IS A CHANGE, D A DELETE, L A RUN LOCK CLEARED
045640*    BY OVERRIDE (THE AFTER-IMAGE THEN NAMES THE JOB); A PRICE
045650*    CHANGE'S APPROVER CLOSES THE LINE.
045700*--------------------------------------------------------------
045800 3000-WRITE-AUDIT-LINE.
045900     ACCEPT WS-CURRENT-TIME FROM TIME
046200     MOVE WS-OPERATOR-ID   TO WS-AUD-OPERATOR
046300     MOVE WS-BEFORE-IMAGE  TO WS-AUD-BEFORE
046400     MOVE WS-AFTER-IMAGE   TO WS-AUD-AFTER
046450     MOVE WS-APPROVER-ID   TO WS-AUD-APPROVER
046500
046600     MOVE WS-AUDIT-LINE TO MAUD-RECORD
046700     WRITE MAUD-RECORD
