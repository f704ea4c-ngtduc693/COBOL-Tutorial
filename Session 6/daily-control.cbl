006344*                 OpsArchive HONORS, SO ONE OPERATOR SWITCH
006346*                 DRIVES THE WHOLE MONTH-END. THE STEP TABLE
006348*                 WAS WIDENED TO SIXTEEN ENTRIES.
006351* 2026-10-15 DT   ADDED THE BACKORDER FILL STEP (BackorderFill)
006352*                 ON THE END OF THE TABLE. IT RUNS AFTER
006353*                 StockMove HAS POSTED THE DAY'S RECEIPTS AND
006354*                 RELEASES THE NEW ON-HAND TO THE OLDEST
006355*                 BACKORDERS AS INVLINES INVOICES.
006360* 2026-10-15 DT   ADDED THE WEEKLY OPEN PURCHASE ORDER REPORT
006365*                 STEP (OpenPoReport) ON THE END OF THE TABLE.
006370*                 LIKE THE MONTH-END STEPS IT RUNS EVERY NIGHT
006375*                 BUT ONLY PRINTS WHEN THE OPERATOR SETS
006380*                 DUKE_WEEK_END=Y.
006381* 2026-10-15 DT   ADDED THE DAILY CREDIT MEMO REGISTER STEP
006382*                 (CreditMemoRegister) ON THE END OF THE TABLE. IT
006383*                 PRINTS CRMREG - THE DAY'S CREDIT MEMOS FROM THE
006384*                 RETURNS DESK - FOR TYING OUT ALONGSIDE INVREG.
006386* 2026-10-15 DT   ADDED THE MONTH-END CUSTOMER STATEMENT STEP
006388*                 (CustomerStatement) ON THE END OF THE TABLE.
006390*                 LIKE THE OTHER MONTH-END STEPS IT ONLY PRINTS
006395*                 WHEN DUKE_MONTH_END=Y, AND ENDS RC 1 WHEN THE
006400*                 STATEMENTS DO NOT TIE TO AROPEN.
006405* 2026-10-15 DT   ADDED THE GENERAL LEDGER JOURNAL STEP
006410*                 (GlJournal) ON THE END OF THE TABLE, AND WIDENED
006415*                 THE STEP TABLE TO 24 ENTRIES. WHEN THE JOURNAL
006420*                 DOES NOT BALANCE THE STEP ENDS RC 1 - THE RUN
006425*                 ABENDS AS FOR ANY FAILED STEP, A GL-HELD EVENT
006430*                 GOES TO JOBHIST AND THE EODBAL JOB STATUS READS
006435*                 "GL JOURNAL HELD".
006436* 2026-10-15 DT   ADDED THE MONTH-END SALES TAX LIABILITY STEP
006437*                 (TaxLiability) ON THE END OF THE TABLE. LIKE THE
006438*                 OTHER MONTH-END STEPS IT ONLY PRINTS WHEN
006439*                 DUKE_MONTH_END=Y.
006440* 2026-10-15 DT   ADDED THE WEEKLY EXPIRING PRICE AGREEMENTS STEP
006441*                 (AgreeExpiry) ON THE END OF THE TABLE. LIKE THE
006445*                 OPEN PO REPORT IT ONLY PRINTS WHEN
006450*                 DUKE_WEEK_END=Y.
006455* 2026-10-15 DT   ADDED THE MONTH-END GROSS MARGIN STEP
006460*                 (GrossMargin) ON THE END OF THE TABLE. LIKE THE
006465*                 OTHER MONTH-END STEPS IT ONLY PRINTS WHEN
006470*                 DUKE_MONTH_END=Y.
006471* 2026-10-15 DT   ADDED THE WEEKLY REORDER POINT STEP
006472*                 (ReorderCalc) ON THE END OF THE TABLE. LIKE THE
006473*                 OPEN PO REPORT IT ONLY RUNS WHEN
006474*                 DUKE_WEEK_END=Y.
006475* 2026-10-15 DT   THE RUN IS NOW DRIVEN BY THE BUSCAL BUSINESS
006476*                 CALENDAR. ON A HOLIDAY OR WEEKEND NOTHING RUNS
006477*                 (NON-BUSDAY ON THE JOB HISTORY). THE LAST
006478*                 BUSINESS DAY OF A WEEK, FISCAL PERIOD OR FISCAL
006479*                 YEAR SETS DUKE_WEEK_END, DUKE_MONTH_END AND
006480*                 DUKE_YEAR_END ITSELF, AND EVERY STEP IS PASSED
006481*                 THE BUSINESS DATE IN DUKE_BUSINESS_DATE. A
006482*                 RESUMED RUN KEEPS THE ABENDED RUN'S DATE;
006484*                 DUKE_BUSINESS_DATE ON THIS JOB RERUNS A PAST
006486*                 BUSINESS DAY. EODBAL SHOWS THE BUSINESS DATE.
006488* 2026-10-15 DT   ADDED THE PICKED-NOT-SHIPPED REPORT (PickReport)
006490*                 AND THE PICK TICKET RUN (PickTicket) ON THE END
006491*                 OF THE TABLE, AFTER BackorderFill HAS PUT THE
006492*                 NIGHT'S RELEASED BACKORDERS ON ORDPICK.
006493* 2026-10-15 DT   ADDED THE MONTH-END PRIVILEGED ACTIONS REVIEW
006495*                 (PrivilegeReport) ON THE END OF THE TABLE. LIKE
006500*                 THE OTHER MONTH-END STEPS IT ONLY PRINTS WHEN
006505*                 DUKE_MONTH_END=Y.
006510* 2026-10-15 DT   THE OFFICE-RUN LOCKBOX IMPORT (LockboxImport)
006515*                 WRITES ITS RUNSTATS LINES DURING THE DAY. THE
006520*                 MORNING CLEAR NOW KEEPS THE LOCKBOX LINES DATED
006525*                 FOR THE BUSINESS DAY BEING RUN (ARCHIVING THEM
006530*                 TO OPSHIST THE NEXT NIGHT INSTEAD) SO THEY
006531*                 BALANCE ALONGSIDE THE NIGHTLY STEPS, AND EODBAL
006532*                 ADDS THE DAY'S IMPORTS TOGETHER - EACH IS ITS
006533*                 OWN DEPOSIT. THE EODBAL BALANCING TABLE WAS
006534*                 WIDENED TO TWENTY-FOUR ENTRIES.
006535* 2026-10-15 DT   THE "GL JOURNAL HELD" STATUS AND GL-HELD EVENT
006536*                 ARE NOW RAISED ONLY WHEN GlJournal ENDS RC 4
006537*                 (JOURNAL HELD OUT OF BALANCE). ANY OTHER FAILURE
006538*                 OF THE STEP, SUCH AS GLTRAN, GLMAP OR GLJRNL NOT
006539*                 OPENING, IS REPORTED AS AN ORDINARY STEP ABEND.
006540* 2026-10-15 DT   THE GL-HELD EVENT NOW RECORDS THE STEP'S EXIT
006541*                 CODE (4) RATHER THAN THE RAW SYSTEM STATUS.
006542*--------------------------------------------------------------
006543
006545 ENVIRONMENT DIVISION.
006600 CONFIGURATION SECTION.
006700 SOURCE-COMPUTER. GNUCOBOL.
006800 OBJECT-COMPUTER. GNUCOBOL.
008220     SELECT OPS-HISTORY ASSIGN TO "OPSHIST"
008230         ORGANIZATION IS LINE SEQUENTIAL
008240         FILE STATUS IS WS-OH-FILE-STATUS.
008250
008260     SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
008270         ORGANIZATION IS LINE SEQUENTIAL
008280         FILE STATUS IS WS-BC-FILE-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
012220 FD  OPS-HISTORY
012230     LABEL RECORDS ARE STANDARD.
012240 01  OH-HISTORY-RECORD           PIC X(62).
012242
012244*    THE BUSINESS CALENDAR - ONE ROW PER CALENDAR DATE IN DATE
012246*    ORDER, MAINTAINED BY OPERATIONS A YEAR AHEAD. EVERY ROW IS
012248*    A BUSINESS DAY, A HOLIDAY OR A WEEKEND DAY AND CARRIES THE
012250*    FISCAL YEAR AND PERIOD THE DATE FALLS IN.
012252 FD  BUSINESS-CALENDAR
012254     LABEL RECORDS ARE STANDARD.
012256 01  BC-CALENDAR-RECORD.
012258     05 BC-DATE                  PIC 9(08).
012260     05 FILLER                   PIC X(01).
012262     05 BC-DAY-TYPE              PIC X(01).
012264         88 BC-BUSINESS-DAY          VALUE 'B'.
012266         88 BC-HOLIDAY               VALUE 'H'.
012268         88 BC-WEEKEND-DAY           VALUE 'W'.
012270     05 FILLER                   PIC X(01).
012272     05 BC-FISCAL-YEAR           PIC 9(04).
012274     05 FILLER                   PIC X(01).
012276     05 BC-FISCAL-PERIOD         PIC 9(02).
012278     05 FILLER                   PIC X(01).
012280     05 BC-DESCRIPTION           PIC X(30).
012300
012400 WORKING-STORAGE SECTION.
012500*--------------------------------------------------------------
014200 01 WS-FAILED-STEP             PIC 9(02) VALUE 0.
014300 01 WS-CATALOG-STEP-NO         PIC 9(02) VALUE 0.
014310 01 WS-AUDIT-STEP-NO           PIC 9(02) VALUE 0.
014350 01 WS-GL-STEP-NO              PIC 9(02) VALUE 0.
014355*    GlJournal ENDS RC 4 WHEN IT HOLDS AN OUT-OF-BALANCE
014360*    JOURNAL AND RC 1 WHEN IT FAILS. THE SYSTEM CALL HANDS
014365*    BACK THE PROGRAM'S RETURN CODE IN THE HIGH BYTE.
014370 01 WS-GL-HELD-RC              PIC S9(4) COMP VALUE 4.
014375 01 WS-STEP-EXIT-CODE          PIC S9(4) COMP VALUE ZERO.
014400 01 WS-RESTORE-COMMAND         PIC X(200)
014500     VALUE "DUKE_BACKUP_MODE=R ./prodbkup".
014600 01 WS-RESTORE-RETURN-CODE     PIC S9(4) COMP VALUE ZERO.
014700 01 WS-STEP-TABLE.
014800     05 WS-STEP-ENTRY OCCURS 24 TIMES.
014900         10 WS-STE-NAME            PIC X(36).
015000         10 WS-STE-COMMAND         PIC X(200).
015100
016800 01 WS-PRIOR-FAILED-STEP       PIC 9(02) VALUE 0.
016900 01 WS-FORCE-FULL-FLAG         PIC X(01) VALUE SPACE.
017000     88 WS-FORCE-FULL-RUN          VALUE 'Y'.
017002
017004*--------------------------------------------------------------
017006* BUSINESS DATE FIELDS
017008*    THE RUN IS FOR ONE BUSINESS DATE - TODAY'S, THE DATE AN
017010*    ABENDED RUN WAS FOR WHEN IT IS RESUMED, OR A PAST DATE THE
017012*    OPERATOR NAMES IN DUKE_BUSINESS_DATE. BUSCAL SAYS WHETHER
017014*    IT IS A BUSINESS DAY AND WHETHER IT CLOSES A WEEK, A FISCAL
017016*    PERIOD OR THE FISCAL YEAR. THE DATE AND THE THREE FLAGS ARE
017018*    PASSED TO EVERY STEP IN FRONT OF ITS COMMAND.
017020*--------------------------------------------------------------
017022 01 WS-BC-FILE-STATUS          PIC X(02) VALUE '00'.
017024     88 WS-BC-OK                   VALUE '00'.
017026 01 WS-BC-EOF-SWITCH           PIC X(01) VALUE 'N'.
017028     88 WS-END-OF-CALENDAR         VALUE 'Y'.
017030 01 WS-BUSINESS-DATE           PIC 9(08) VALUE 0.
017032 01 WS-OVERRIDE-DATE           PIC X(08) VALUE SPACES.
017034 01 WS-PRIOR-BUSINESS-DATE     PIC X(08) VALUE SPACES.
017036 01 WS-DATE-SOURCE             PIC X(01) VALUE 'S'.
017038     88 WS-DATE-FROM-SYSTEM        VALUE 'S'.
017040     88 WS-DATE-FROM-OPERATOR      VALUE 'O'.
017042     88 WS-DATE-FROM-RESTART       VALUE 'R'.
017044 01 WS-CAL-STATE               PIC X(01) VALUE 'L'.
017046     88 WS-CAL-LOOKING             VALUE 'L'.
017048     88 WS-CAL-FOUND-DAY           VALUE 'F'.
017050     88 WS-CAL-FOUND-NEXT          VALUE 'N'.
017052 01 WS-DAY-TYPE                PIC X(01) VALUE SPACE.
017054     88 WS-DAY-IS-BUSINESS         VALUE 'B'.
017056 01 WS-DAY-FISCAL-YEAR         PIC 9(04) VALUE 0.
017058 01 WS-DAY-FISCAL-PERIOD       PIC 9(02) VALUE 0.
017060 01 WS-DAY-DESCRIPTION         PIC X(30) VALUE SPACES.
017064 01 WS-WEEKEND-SEEN-SWITCH     PIC X(01) VALUE 'N'.
017066     88 WS-WEEKEND-SEEN            VALUE 'Y'.
017068 01 WS-MONTH-END-FLAG          PIC X(01) VALUE 'N'.
017070 01 WS-YEAR-END-FLAG           PIC X(01) VALUE 'N'.
017072 01 WS-WEEK-END-FLAG           PIC X(01) VALUE 'N'.
017074 01 WS-STEP-PREFIX             PIC X(80) VALUE SPACES.
017076
017078*    THE RUN-START AND RUN-END HISTORY LINES CARRY THE BUSINESS
017080*    DATE IN THEIR NAME, SO A RESUMED RUN PICKS UP THE DATE THE
017082*    ABENDED RUN WAS FOR.
017084 01 WS-RUN-NAME.
017086     05 WS-RUN-NAME-TEXT        PIC X(27).
017088     05 WS-RUN-NAME-DATE        PIC X(08).
017090     05 FILLER                  PIC X(01) VALUE SPACE.
017100
017200*--------------------------------------------------------------
017300* END-OF-DAY BALANCING REPORT FIELDS
018160     88 WS-OH-OK                   VALUE '00'.
018170 01 WS-ARCH-EOF-SWITCH          PIC X(01) VALUE 'N'.
018180     88 WS-END-OF-OLD-STATS        VALUE 'Y'.
018185 01 WS-STATS-ARCHIVED           PIC 9(03) VALUE 0.
018190
018195*    THE DAY'S OFFICE-RUN LOCKBOX IMPORT LINES ARE HELD OVER
018200*    THE MORNING CLEAR AND WRITTEN BACK, SO THEY BALANCE WITH
018205*    THE NIGHT THEY BELONG TO. SEVERAL IMPORTS IN A DAY ARE
018210*    SEPARATE DEPOSITS AND ARE ADDED TOGETHER ON EODBAL.
018215 01 WS-LOCKBOX-STEP-ID         PIC X(12) VALUE "LOCKBOX".
018220 01 WS-HELD-STATS-COUNT        PIC 9(02) VALUE 0.
018225 01 WS-HELD-STATS-SUB          PIC 9(02) VALUE 0.
018230 01 WS-MAX-HELD-STATS          PIC 9(02) VALUE 20.
018235 01 WS-HELD-STATS-TABLE.
018240     05 WS-HELD-STAT OCCURS 20 TIMES
018245                               PIC X(62).
018250
018300*    ONE ENTRY PER STEP-ID - A RERUN STEP'S LATER RUNSTATS
018400*    LINE SUPERSEDES ITS EARLIER ONE, SO THE SUPERVISOR SEES
018500*    EXACTLY ONE LINE PER STEP ON THE SIGNED PAGE.
018600 01 WS-BAL-ENTRY-COUNT         PIC 9(02) VALUE 0.
018700 01 WS-BAL-SUB                 PIC 9(02) VALUE 0.
018800 01 WS-BAL-MATCH-SUB           PIC 9(02) VALUE 0.
018900 01 WS-MAX-BAL-ENTRIES         PIC 9(02) VALUE 24.
019000 01 WS-BAL-TABLE.
019100     05 WS-BAL-ENTRY OCCURS 24 TIMES.
019200         10 WS-BALE-STEP-ID        PIC X(12).
019300         10 WS-BALE-READ           PIC 9(05).
019400         10 WS-BALE-ACCEPTED       PIC 9(05).
020100         VALUE "DUKE RETAIL SYSTEMS".
020200     05 FILLER                 PIC X(29)
020300         VALUE "END-OF-DAY BALANCING REPORT".
020400     05 FILLER                 PIC X(15)
020500         VALUE "BUSINESS DATE: ".
020600     05 WS-BAL-HDG-DATE        PIC 9(08).
020700
020800 01 WS-BAL-HEADING-2.
025500 PROCEDURE DIVISION.
025600*--------------------------------------------------------------
025700* 0000-MAIN-PROCESS
025750*    BUILDS THE STEP TABLE, WORKS OUT WHERE TO START FROM THE
025800*    JOB HISTORY AND WHICH BUSINESS DATE THE RUN IS FOR, THEN
025850*    RUNS THE STEPS IN ORDER, RECORDING EACH ONE'S START, END
025900*    AND RETURN CODE.
026100*--------------------------------------------------------------
026200 0000-MAIN-PROCESS.
026300     DISPLAY "DUKE-DAILY-CONTROL - STARTING DAILY BATCH RUN."
026400     PERFORM 0100-BUILD-STEP-TABLE THRU 0100-EXIT
026500     PERFORM 1100-CHECK-PRIOR-RUN THRU 1100-EXIT
026550     PERFORM 0200-SET-BUSINESS-DATE THRU 0200-EXIT
026600     PERFORM 1250-CLEAR-RUN-STATS THRU 1250-EXIT
026700     PERFORM 1200-WRITE-RUN-START THRU 1200-EXIT
026800
033204         TO WS-STE-NAME (12)
033206     MOVE "./stockval" TO WS-STE-COMMAND (12)
033208
033209     MOVE "BACKORDER FILL (BackorderFill)"
033210         TO WS-STE-NAME (13)
033211     MOVE "./bofill" TO WS-STE-COMMAND (13)
033212
033220     MOVE "WEEKLY OPEN PO REPORT (OpenPoReport)"
033230         TO WS-STE-NAME (14)
033240     MOVE "./openpo" TO WS-STE-COMMAND (14)
033250
033255     MOVE "CREDIT MEMO REG (CreditMemoRegister)"
033260         TO WS-STE-NAME (15)
033265     MOVE "./crmreg" TO WS-STE-COMMAND (15)
033270
033271     MOVE "MONTH-END STATEMENTS (CustStatement)"
033272         TO WS-STE-NAME (16)
033273     MOVE "./custstmt" TO WS-STE-COMMAND (16)
033274
033276     MOVE "GL JOURNAL (GlJournal)"
033278         TO WS-STE-NAME (17)
033280     MOVE "./gljrnl" TO WS-STE-COMMAND (17)
033282     MOVE 17 TO WS-GL-STEP-NO
033283
033284     MOVE "MONTH-END SALES TAX (TaxLiability)"
033286         TO WS-STE-NAME (18)
033288     MOVE "./taxrpt" TO WS-STE-COMMAND (18)
033290
033292     MOVE "WEEKLY AGREEMENTS DUE (AgreeExpiry)"
033294         TO WS-STE-NAME (19)
033296     MOVE "./agrexp" TO WS-STE-COMMAND (19)
033300
033310     MOVE "MONTH-END GROSS MARGIN (GrossMargin)"
033320         TO WS-STE-NAME (20)
033330     MOVE "./grmargin" TO WS-STE-COMMAND (20)
033340
033342     MOVE "WEEKLY REORDER POINTS (ReorderCalc)"
033344         TO WS-STE-NAME (21)
033345     MOVE "./reordcalc" TO WS-STE-COMMAND (21)
033346
033347     MOVE "PICKED NOT SHIPPED (PickReport)"
033348         TO WS-STE-NAME (22)
033349     MOVE "./pickrpt" TO WS-STE-COMMAND (22)
033350
033351     MOVE "PICK TICKETS (PickTicket)"
033352         TO WS-STE-NAME (23)
033353     MOVE "./picktkt" TO WS-STE-COMMAND (23)
033354
033355     MOVE "PRIVILEGED ACTIONS (PrivilegeReport)"
033356         TO WS-STE-NAME (24)
033357     MOVE "./privrpt" TO WS-STE-COMMAND (24)
033358
033359     MOVE 24 TO WS-STEP-COUNT.
033360 0100-EXIT.
033361     EXIT.
033362
033363*--------------------------------------------------------------
033364* 0200-SET-BUSINESS-DATE
033365*    SETTLES THE BUSINESS DATE THIS RUN IS FOR AND LOOKS IT UP
033366*    ON BUSCAL. ON A HOLIDAY OR WEEKEND THE RUN STOPS CLEAN
033367*    WITHOUT RUNNING A STEP. A RESUMED RUN KEEPS THE DATE THE
033368*    ABENDED RUN WAS FOR, AND DUKE_BUSINESS_DATE=YYYYMMDD
033369*    RERUNS A PAST BUSINESS DAY. WITH NO BUSCAL ON FILE THE RUN
033370*    FALLS BACK TO THE MACHINE DATE AND THE OPERATOR'S OWN
033371*    DUKE_MONTH_END/DUKE_WEEK_END/DUKE_YEAR_END SETTINGS.
033372*--------------------------------------------------------------
033373 0200-SET-BUSINESS-DATE.
033374     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
033375     MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
033376     MOVE 'S' TO WS-DATE-SOURCE
033377
033378     ACCEPT WS-OVERRIDE-DATE FROM ENVIRONMENT
033379         "DUKE_BUSINESS_DATE"
033380     IF WS-OVERRIDE-DATE NOT = SPACES
033381         IF WS-OVERRIDE-DATE IS NOT NUMERIC
033382             DISPLAY "ERROR: DUKE_BUSINESS_DATE " WS-OVERRIDE-DATE
033383                 " is not a date (YYYYMMDD) - nothing run."
033384             MOVE 1 TO RETURN-CODE
033385             STOP RUN
033386         END-IF
033387         MOVE WS-OVERRIDE-DATE TO WS-BUSINESS-DATE
033388         IF WS-BUSINESS-DATE > WS-CURRENT-DATE
033389             DISPLAY "ERROR: DUKE_BUSINESS_DATE " WS-BUSINESS-DATE
033390                 " is in the future - nothing run."
033391             MOVE 1 TO RETURN-CODE
033392             STOP RUN
033393         END-IF
033394         MOVE 'O' TO WS-DATE-SOURCE
033395         DISPLAY "Operator override - rerunning business date "
033396             WS-BUSINESS-DATE "."
033397     ELSE
033398         IF WS-PRIOR-RUN-ABENDED
033399           AND WS-PRIOR-FAILED-STEP > 0
033400           AND WS-PRIOR-BUSINESS-DATE IS NUMERIC
033401             MOVE WS-PRIOR-BUSINESS-DATE TO WS-BUSINESS-DATE
033402             MOVE 'R' TO WS-DATE-SOURCE
033403         END-IF
033404     END-IF
033405
033406*    AN OPERATOR CAN STILL FORCE A PERIOD CLOSE BY SETTING THE
033407*    FLAG ON THE CONTROL JOB - THE CALENDAR ONLY EVER ADDS ONE.
033408     ACCEPT WS-MONTH-END-FLAG FROM ENVIRONMENT "DUKE_MONTH_END"
033409     ACCEPT WS-YEAR-END-FLAG FROM ENVIRONMENT "DUKE_YEAR_END"
033410     ACCEPT WS-WEEK-END-FLAG FROM ENVIRONMENT "DUKE_WEEK_END"
033411     IF WS-MONTH-END-FLAG NOT = 'Y'
033412         MOVE 'N' TO WS-MONTH-END-FLAG
033413     END-IF
033414     IF WS-YEAR-END-FLAG NOT = 'Y'
033415         MOVE 'N' TO WS-YEAR-END-FLAG
033416     END-IF
033417     IF WS-WEEK-END-FLAG NOT = 'Y'
033418         MOVE 'N' TO WS-WEEK-END-FLAG
033419     END-IF
033420
033421     OPEN INPUT BUSINESS-CALENDAR
033422     IF NOT WS-BC-OK
033423         DISPLAY "WARNING: no BUSCAL business calendar, status "
033424             WS-BC-FILE-STATUS " - running for " WS-BUSINESS-DATE
033425             " with the operator's period-end settings."
033426         GO TO 0200-PASS-DATE
033427     END-IF
033428
033429     MOVE 'N' TO WS-BC-EOF-SWITCH
033430     MOVE 'L' TO WS-CAL-STATE
033431     MOVE 'N' TO WS-WEEKEND-SEEN-SWITCH
033432     PERFORM 0250-SCAN-CALENDAR-ROW THRU 0250-EXIT
033433         UNTIL WS-END-OF-CALENDAR
033434            OR WS-CAL-FOUND-NEXT
033435     CLOSE BUSINESS-CALENDAR
033436
033437     IF WS-CAL-LOOKING
033476         DISPLAY "ERROR: business date " WS-BUSINESS-DATE
033477             " is not on BUSCAL - extend the calendar."
033478         MOVE 1 TO RETURN-CODE
033479         STOP RUN
033480     END-IF
033481
033482     IF NOT WS-DAY-IS-BUSINESS
033483         IF WS-DATE-FROM-SYSTEM
033484             PERFORM 0300-SKIP-NON-BUSINESS-DAY THRU 0300-EXIT
033485         END-IF
033486         DISPLAY "ERROR: " WS-BUSINESS-DATE " is not a business "
033487             "day on BUSCAL - nothing run."
033488         DISPLAY "BUSCAL: " WS-DAY-DESCRIPTION
033489         MOVE 1 TO RETURN-CODE
033490         STOP RUN
033491     END-IF
033492
033493     IF NOT WS-CAL-FOUND-NEXT
033494         DISPLAY "ERROR: BUSCAL has no business day after "
033496             WS-BUSINESS-DATE " - extend the calendar."
033498         MOVE 1 TO RETURN-CODE
033500         STOP RUN
033502     END-IF.
033504
033506 0200-PASS-DATE.
033508     MOVE SPACES TO WS-STEP-PREFIX
033510     STRING "DUKE_BUSINESS_DATE=" WS-BUSINESS-DATE
033512         " DUKE_MONTH_END=" WS-MONTH-END-FLAG
033514         " DUKE_YEAR_END=" WS-YEAR-END-FLAG
033516         " DUKE_WEEK_END=" WS-WEEK-END-FLAG " "
033518         DELIMITED BY SIZE
033520         INTO WS-STEP-PREFIX
033522     END-STRING
033524     DISPLAY "Business date " WS-BUSINESS-DATE
033526         " - month-end " WS-MONTH-END-FLAG
033528         ", year-end " WS-YEAR-END-FLAG
033530         ", week-end " WS-WEEK-END-FLAG ".".
033532 0200-EXIT.
033534     EXIT.
033536
033538*--------------------------------------------------------------
033540* 0250-SCAN-CALENDAR-ROW
033542*    READS ONE BUSCAL ROW. UNTIL THE BUSINESS DATE'S ROW IS
033544*    FOUND ROWS ARE PASSED OVER; AFTER IT, THE SCAN RUNS ON TO
033546*    THE NEXT BUSINESS DAY. A CHANGE OF FISCAL PERIOD OR YEAR
033548*    BY THEN MAKES THIS THE LAST BUSINESS DAY OF THE PERIOD OR
033550*    YEAR, AND A WEEKEND DAY IN BETWEEN MAKES IT THE LAST OF THE
033552*    WEEK.
033554*--------------------------------------------------------------
033556 0250-SCAN-CALENDAR-ROW.
033558     READ BUSINESS-CALENDAR
033560         AT END
033562             MOVE 'Y' TO WS-BC-EOF-SWITCH
033564             GO TO 0250-EXIT
033566     END-READ
033568
033570     IF WS-CAL-LOOKING
033572         IF BC-DATE = WS-BUSINESS-DATE
033574             MOVE 'F'              TO WS-CAL-STATE
033576             MOVE BC-DAY-TYPE      TO WS-DAY-TYPE
033578             MOVE BC-FISCAL-YEAR   TO WS-DAY-FISCAL-YEAR
033580             MOVE BC-FISCAL-PERIOD TO WS-DAY-FISCAL-PERIOD
033582             MOVE BC-DESCRIPTION   TO WS-DAY-DESCRIPTION
033584             IF WS-DAY-DESCRIPTION = SPACES
033586                 IF BC-HOLIDAY
033588                     MOVE "HOLIDAY" TO WS-DAY-DESCRIPTION
033590                 END-IF
033592                 IF BC-WEEKEND-DAY
033594                     MOVE "WEEKEND" TO WS-DAY-DESCRIPTION
033596                 END-IF
033598             END-IF
033600             IF NOT WS-DAY-IS-BUSINESS
033602                 MOVE 'Y' TO WS-BC-EOF-SWITCH
033604             END-IF
033606         END-IF
033608         GO TO 0250-EXIT
033610     END-IF
033612
033614     IF NOT BC-BUSINESS-DAY
033616         IF BC-WEEKEND-DAY
033618             MOVE 'Y' TO WS-WEEKEND-SEEN-SWITCH
033620         END-IF
033622         GO TO 0250-EXIT
033624     END-IF
033626
033628     MOVE 'N' TO WS-CAL-STATE
033630     IF BC-FISCAL-YEAR NOT = WS-DAY-FISCAL-YEAR
033632         MOVE 'Y' TO WS-YEAR-END-FLAG
033634         MOVE 'Y' TO WS-MONTH-END-FLAG
033636     END-IF
033638     IF BC-FISCAL-PERIOD NOT = WS-DAY-FISCAL-PERIOD
033640         MOVE 'Y' TO WS-MONTH-END-FLAG
033642     END-IF
033644     IF WS-WEEKEND-SEEN
033646         MOVE 'Y' TO WS-WEEK-END-FLAG
033648     END-IF.
033650 0250-EXIT.
033652     EXIT.
033654
033656*--------------------------------------------------------------
033658* 0300-SKIP-NON-BUSINESS-DAY
033660*    TODAY IS A HOLIDAY OR WEEKEND DAY ON BUSCAL - NOTHING IS
033662*    RUN. A NON-BUSDAY EVENT ON THE JOB HISTORY SHOWS THE
033664*    MORNING SHIFT THE JOB WAS STARTED AND WHY IT STOPPED.
033666*--------------------------------------------------------------
033668 0300-SKIP-NON-BUSINESS-DAY.
033670     DISPLAY "DUKE-DAILY-CONTROL - " WS-BUSINESS-DATE
033672         " is not a business day - no batch run tonight."
033674     DISPLAY "BUSCAL: " WS-DAY-DESCRIPTION
033676     MOVE "NON-BUSDAY"       TO WS-JH-EVENT
033678     MOVE 0                  TO WS-JH-STEP-NUMBER
033680     MOVE 0                  TO WS-JH-RETURN-CODE
033682     MOVE WS-DAY-DESCRIPTION TO WS-JH-STEP-NAME
033684     PERFORM 2000-WRITE-HISTORY THRU 2000-EXIT
033686     MOVE 0 TO RETURN-CODE
033688     STOP RUN.
033690 0300-EXIT.
033692     EXIT.
033694*--------------------------------------------------------------
033700* 1000-RUN-STEP
033800*    RUNS THE STEP AT WS-STEP-SUB, RECORDING ITS START, END
033900*    AND RETURN CODE ON THE JOB HISTORY, AND CHECKS THE
033950*    RETURN CODE BEFORE CONTROL MOVES ON TO THE NEXT STEP. THE
034000*    BUSINESS DATE AND PERIOD-END FLAGS GO IN FRONT OF THE
034050*    STEP'S OWN COMMAND.
034100*--------------------------------------------------------------
034200 1000-RUN-STEP.
034300     MOVE WS-STE-NAME (WS-STEP-SUB)    TO WS-STEP-NAME
034320     MOVE SPACES TO WS-STEP-COMMAND
034340     STRING WS-STEP-PREFIX DELIMITED BY SIZE
034360         WS-STE-COMMAND (WS-STEP-SUB) DELIMITED BY SIZE
034380         INTO WS-STEP-COMMAND
034400     END-STRING
034500
034600     DISPLAY "Step starting: " WS-STEP-NAME
034700     MOVE "STEP-START" TO WS-JH-EVENT
042600     END-READ
042700
042800     IF JH-EVENT = "RUN-START"
042820         MOVE 'C' TO WS-PRIOR-RUN-STATE
042840         MOVE 0   TO WS-PRIOR-FAILED-STEP
042860         MOVE JH-STEP-NAME TO WS-RUN-NAME
042880         IF WS-RUN-NAME-DATE IS NUMERIC
042900             MOVE WS-RUN-NAME-DATE TO WS-PRIOR-BUSINESS-DATE
042920         ELSE
042940             MOVE SPACES TO WS-PRIOR-BUSINESS-DATE
042960         END-IF
043100         GO TO 1150-EXIT
043200     END-IF
043300
046500     MOVE "RUN-START" TO WS-JH-EVENT
046600     MOVE 0           TO WS-JH-STEP-NUMBER
046700     MOVE 0           TO WS-JH-RETURN-CODE
046750     MOVE "DAILY BATCH RUN - BUSINESS " TO WS-RUN-NAME-TEXT
046800     MOVE WS-BUSINESS-DATE TO WS-RUN-NAME-DATE
046850     MOVE WS-RUN-NAME TO WS-JH-STEP-NAME
046900     PERFORM 2000-WRITE-HISTORY THRU 2000-EXIT.
047000 1200-EXIT.
047100     EXIT.
047800     MOVE "RUN-END" TO WS-JH-EVENT
047900     MOVE 0         TO WS-JH-STEP-NUMBER
048000     MOVE 0         TO WS-JH-RETURN-CODE
048050     MOVE "DAILY BATCH RUN - BUSINESS " TO WS-RUN-NAME-TEXT
048100     MOVE WS-BUSINESS-DATE TO WS-RUN-NAME-DATE
048150     MOVE WS-RUN-NAME TO WS-JH-STEP-NAME
048200     PERFORM 2000-WRITE-HISTORY THRU 2000-EXIT.
048300 1300-EXIT.
048400     EXIT.
048700* 1250-CLEAR-RUN-STATS
048800*    A FULL RUN STARTS A FRESH RUNSTATS FILE. A RESUMED RUN
048900*    LEAVES IT ALONE SO THE COMPLETED STEPS' STATISTICS STAY
049000*    ON THE BALANCING REPORT. THE DAY'S LOCKBOX IMPORT LINES
049050*    HELD BY 1260 ARE WRITTEN BACK TO THE FRESH FILE.
049100*--------------------------------------------------------------
049200 1250-CLEAR-RUN-STATS.
049300     IF WS-FIRST-STEP NOT = 1
049900             WS-RS-FILE-STATUS
050000         GO TO 1250-EXIT
050100     END-IF
050120     MOVE 1 TO WS-HELD-STATS-SUB
050140     PERFORM 1280-RESTORE-ONE-STAT THRU 1280-EXIT
050160         UNTIL WS-HELD-STATS-SUB > WS-HELD-STATS-COUNT
050200     CLOSE RUN-STATS.
050300 1250-EXIT.
050400     EXIT.
050412*--------------------------------------------------------------
050414* 1260-ARCHIVE-RUN-STATS
050416*    APPENDS YESTERDAY'S RUNSTATS LINES TO THE OPSHIST
050417*    OPERATIONS HISTORY BEFORE THE MORNING CLEAR WIPES THEM.
050418*    LOCKBOX IMPORT LINES FOR THE BUSINESS DAY BEING RUN ARE
050419*    HELD INSTEAD - THEY ARE ARCHIVED THE NEXT NIGHT.
050420*--------------------------------------------------------------
050422 1260-ARCHIVE-RUN-STATS.
050424     OPEN INPUT RUN-STATS
050456
050458     MOVE 'N' TO WS-ARCH-EOF-SWITCH
050460     MOVE 0   TO WS-STATS-ARCHIVED
050461     MOVE 0   TO WS-HELD-STATS-COUNT
050462     PERFORM 1270-COPY-ONE-STAT THRU 1270-EXIT
050464         UNTIL WS-END-OF-OLD-STATS
050466     CLOSE OPS-HISTORY
050468     CLOSE RUN-STATS
050470     IF WS-STATS-ARCHIVED > 0
050471         DISPLAY "Archived " WS-STATS-ARCHIVED
050472             " RUNSTATS line(s) to OPSHIST."
050473     END-IF
050474     IF WS-HELD-STATS-COUNT > 0
050475         DISPLAY "Kept " WS-HELD-STATS-COUNT
050476             " LOCKBOX RUNSTATS line(s) for tonight's balancing."
050477     END-IF.
050478 1260-EXIT.
050480     EXIT.
050482
050484*--------------------------------------------------------------
050486* 1270-COPY-ONE-STAT
050488*    COPIES ONE RUNSTATS LINE TO THE OPERATIONS HISTORY, OR
050489*    HOLDS IT WHEN IT IS A LOCKBOX IMPORT FOR TODAY'S RUN.
050490*--------------------------------------------------------------
050492 1270-COPY-ONE-STAT.
050494     READ RUN-STATS
050495         AT END
050496             MOVE 'Y' TO WS-ARCH-EOF-SWITCH
050497             GO TO 1270-EXIT
050498     END-READ
050499     IF RS-STEP-ID = WS-LOCKBOX-STEP-ID
050500       AND RS-DATE = WS-BUSINESS-DATE
050501       AND WS-HELD-STATS-COUNT < WS-MAX-HELD-STATS
050502         ADD 1 TO WS-HELD-STATS-COUNT
050503         MOVE RS-STATS-RECORD
050504             TO WS-HELD-STAT (WS-HELD-STATS-COUNT)
050505         GO TO 1270-EXIT
050506     END-IF
050507     WRITE OH-HISTORY-RECORD FROM RS-STATS-RECORD
050508     IF NOT WS-OH-OK
050509         DISPLAY "WARNING: could not write OPSHIST, status "
050510             WS-OH-FILE-STATUS
050512     END-IF
050514     ADD 1 TO WS-STATS-ARCHIVED.
050516 1270-EXIT.
050518     EXIT.
050520
050522*--------------------------------------------------------------
050524* 1280-RESTORE-ONE-STAT
050526*    WRITES ONE HELD LOCKBOX LINE BACK TO THE FRESH RUNSTATS.
050528*--------------------------------------------------------------
050530 1280-RESTORE-ONE-STAT.
050532     WRITE RS-STATS-RECORD
050534         FROM WS-HELD-STAT (WS-HELD-STATS-SUB)
050536     IF NOT WS-RS-OK
050538         DISPLAY "WARNING: could not write RUNSTATS, status "
050540             WS-RS-FILE-STATUS " - a LOCKBOX line is lost "
050542             "from tonight's balancing."
050544     END-IF
050546     ADD 1 TO WS-HELD-STATS-SUB.
050548 1280-EXIT.
050550     EXIT.
050552
050600*--------------------------------------------------------------
050700* 3000-PRINT-BALANCING
050800*    PRINTS THE END-OF-DAY BALANCING REPORT - ONE LINE PER
051700         GO TO 3000-EXIT
051800     END-IF
051900
052000     MOVE WS-BUSINESS-DATE TO WS-BAL-HDG-DATE
052200     WRITE BAL-PRINT-LINE FROM WS-BAL-HEADING-1
052300     WRITE BAL-PRINT-LINE FROM WS-BAL-HEADING-2
052400     MOVE SPACES TO BAL-PRINT-LINE
056100* 3100-COLLECT-ONE-STAT
056200*    READS ONE RUNSTATS LINE INTO THE BALANCING TABLE. A LINE
056300*    FOR A STEP-ID ALREADY IN THE TABLE SUPERSEDES IT, SO A
056400*    RERUN STEP SHOWS ONLY ITS LATEST FIGURES - EXCEPT THE
056450*    LOCKBOX IMPORT, WHOSE DEPOSITS ARE ADDED TOGETHER.
056500*--------------------------------------------------------------
056600 3100-COLLECT-ONE-STAT.
056700     READ RUN-STATS
057600         UNTIL WS-BAL-MATCH-SUB > 0
057700            OR WS-BAL-SUB > WS-BAL-ENTRY-COUNT
057800
057810     IF WS-BAL-MATCH-SUB > 0
057820       AND RS-STEP-ID = WS-LOCKBOX-STEP-ID
057830         PERFORM 3160-ADD-LOCKBOX-STAT THRU 3160-EXIT
057840         GO TO 3100-EXIT
057850     END-IF
057860
057900     IF WS-BAL-MATCH-SUB = 0
058000         IF WS-BAL-ENTRY-COUNT >= WS-MAX-BAL-ENTRIES
058100             DISPLAY "WARNING: balancing table full - step "
061400     ADD 1 TO WS-BAL-SUB.
061500 3150-EXIT.
061600     EXIT.
061602
061604*--------------------------------------------------------------
061606* 3160-ADD-LOCKBOX-STAT
061608*    ADDS ANOTHER LOCKBOX IMPORT'S FIGURES TO ITS TABLE ENTRY,
061610*    KEEPING THE WORST RETURN CODE.
061612*--------------------------------------------------------------
061614 3160-ADD-LOCKBOX-STAT.
061616     ADD RS-RECORDS-READ     TO WS-BALE-READ (WS-BAL-MATCH-SUB)
061618     ADD RS-RECORDS-ACCEPTED
061620         TO WS-BALE-ACCEPTED (WS-BAL-MATCH-SUB)
061622     ADD RS-RECORDS-REJECTED
061624         TO WS-BALE-REJECTED (WS-BAL-MATCH-SUB)
061626     ADD RS-MONEY-TOTAL      TO WS-BALE-MONEY (WS-BAL-MATCH-SUB)
061628         ON SIZE ERROR
061630             DISPLAY "WARNING: LOCKBOX money total overflowed."
061632     END-ADD
061634     IF RS-RETURN-CODE > WS-BALE-RC (WS-BAL-MATCH-SUB)
061636         MOVE RS-RETURN-CODE TO WS-BALE-RC (WS-BAL-MATCH-SUB)
061638     END-IF.
061640 3160-EXIT.
061642     EXIT.
061700
061800*--------------------------------------------------------------
061900* 3200-PRINT-BAL-ENTRY
067900     IF WS-FAILED-STEP = WS-CATALOG-STEP-NO
068000         PERFORM 9100-AUTO-RESTORE THRU 9100-EXIT
068100     END-IF
068120     MOVE SPACES TO WS-BAL-JOB-STATUS
068122     MOVE WS-STEP-RETURN-CODE TO WS-STEP-EXIT-CODE
068124     IF WS-STEP-EXIT-CODE > 255
068126         DIVIDE 256 INTO WS-STEP-EXIT-CODE
068128     END-IF
068140     IF WS-FAILED-STEP = WS-GL-STEP-NO
068150       AND WS-STEP-EXIT-CODE = WS-GL-HELD-RC
068160         PERFORM 9200-FLAG-GL-HELD THRU 9200-EXIT
068180         STRING "GL JOURNAL HELD - ABENDED ON " DELIMITED BY SIZE
068200             WS-STEP-NAME     DELIMITED BY SIZE
068220             INTO WS-BAL-JOB-STATUS
068240         END-STRING
068260     ELSE
068280         STRING "ABENDED ON " DELIMITED BY SIZE
068300             WS-STEP-NAME     DELIMITED BY SIZE
068320             INTO WS-BAL-JOB-STATUS
068340         END-STRING
068360     END-IF
068700     PERFORM 3000-PRINT-BALANCING THRU 3000-EXIT
068800     DISPLAY "DUKE-DAILY-CONTROL - DAILY BATCH RUN ABENDED ON "
068900         WS-STEP-NAME "."
071900     PERFORM 2000-WRITE-HISTORY THRU 2000-EXIT.
072000 9100-EXIT.
072100     EXIT.
072200
072300*--------------------------------------------------------------
072400* 9200-FLAG-GL-HELD
072500*    THE GL JOURNAL STEP HELD THE DAY'S JOURNAL BECAUSE IT DID
072600*    NOT BALANCE (RC 4 - ANY OTHER FAILURE OF THE STEP ABENDS
072650*    THE RUN LIKE ANY OTHER STEP). A GL-HELD EVENT ON THE JOB
072700*    HISTORY LETS THE MORNING SHIFT SEE WHY THE LEDGER FILE IS
072800*    EMPTY; GLJLIST SHOWS THE DIFFERENCE AND ANY UNPOSTED FEED
072850*    ROWS.
072900*--------------------------------------------------------------
073000 9200-FLAG-GL-HELD.
073100     DISPLAY "*** GL JOURNAL OUT OF BALANCE - JOURNAL HELD, "
073200         "SEE GLJLIST ***"
073300     MOVE "GL-HELD" TO WS-JH-EVENT
073400     MOVE WS-FAILED-STEP TO WS-JH-STEP-NUMBER
073500     MOVE WS-STEP-EXIT-CODE TO WS-JH-RETURN-CODE
073600     MOVE WS-STE-NAME (WS-FAILED-STEP) TO WS-JH-STEP-NAME
073700     PERFORM 2000-WRITE-HISTORY THRU 2000-EXIT.
073800 9200-EXIT.
073900     EXIT.
