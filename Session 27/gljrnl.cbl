000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GlJournal.
000300 AUTHOR. D-TRAN.
000400 INSTALLATION. DUKE-RETAIL-SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000* 2026-10-15 DT   ORIGINAL PROGRAM - NIGHTLY GENERAL LEDGER
001100*                 JOURNAL. SimpleAddition (SALES), CashReceipts
001200*                 (RECEIPTS) AND StockMove (STOCK RECEIPTS AND
001300*                 ISSUES) EACH APPEND A ROW TO THE GLTRAN FEED
001400*                 FOR EVERY AMOUNT THEY POST. THIS RUN LOOKS
001500*                 EACH ROW UP ON THE GLMAP ACCOUNT MAP (KEYED ON
001600*                 PRODUCT CATEGORY AND TRANSACTION TYPE, WITH
001700*                 '****' AS THE ANY-CATEGORY ENTRY), SUMMARIZES
001800*                 THE DEBITS AND CREDITS BY ACCOUNT, AND PRINTS
001900*                 THE GLJLIST JOURNAL LISTING FOR THE AUDITORS.
002000*                 A JOURNAL THAT BALANCES TO THE PENNY, WITH
002100*                 EVERY FEED ROW POSTED, IS RELEASED TO GLJRNL
002200*                 FOR THE LEDGER PACKAGE AND THE FEED IS
002300*                 ARCHIVED TO GLTARCH AND CLEARED. ANY OTHER
002400*                 JOURNAL IS HELD ON GLJHOLD, GLJRNL IS LEFT
002500*                 EMPTY SO NOTHING REACHES THE LEDGER, THE FEED
002600*                 IS KEPT FOR THE RERUN AND THE RUN ENDS WITH
002700*                 RETURN CODE 1, WHICH STOPS THE NIGHTLY JOB.
002710* 2026-10-15 DT   ACCEPTS THE NEW 'STAX' SALES TAX ROWS
002720*                 SimpleAddition NOW FEEDS (DEBIT RECEIVABLES,
002730*                 CREDIT SALES TAX PAYABLE). LIKE RECEIPTS THEY
002740*                 CARRY NO PRODUCT AND POST THROUGH THE '****'
002750*                 GLMAP ENTRY.
002755* 2026-10-15 DT   THE RUN DATE IS NOW THE BUSINESS DATE THE DAILY
002760*                 CONTROL JOB PASSES IN DUKE_BUSINESS_DATE (THE
002765*                 MACHINE DATE WHEN RUN ON ITS OWN), SO A CATCH-UP
002770*                 RUN DATES ITS WORK TO THE BUSINESS DAY IT IS
002775*                 FOR.
002776* 2026-10-15 DT   A JOURNAL HELD FOR BEING OUT OF BALANCE OR FOR
002778*                 UNPOSTED FEED ROWS NOW ENDS WITH RETURN CODE 4
002780*                 (ALSO ON RUNSTATS); A RUN THAT FAILS ON ITS
002782*                 FILES STILL ENDS RC 1, SO THE NIGHTLY JOB FLAGS
002784*                 A HELD JOURNAL ONLY WHEN ONE WAS HELD.
002785* 2026-10-15 DT   ACCEPTS THE RETURNS AND STOCK COUNT ROWS NOW ON
002786*                 THE FEED: 'CRMO' GOODS CREDITED (DEBIT SALES
002787*                 RETURNS, CREDIT RECEIVABLES), 'CRTX' TAX
002788*                 REVERSED (DEBIT SALES TAX PAYABLE, CREDIT
002789*                 RECEIVABLES) AND 'CRST' RETURNED UNITS PUT BACK
002790*                 AT COST (DEBIT INVENTORY, CREDIT COST OF SALES)
002791*                 FROM CreditMemo, AND 'CNTG'/'CNTL' COUNT GAINS
002792*                 AND LOSSES (DEBIT INVENTORY/SHRINKAGE, CREDIT
002793*                 SHRINKAGE/INVENTORY) FROM CountPost. 'CRTX' LIKE
002794*                 'STAX' CARRIES NO PRODUCT AND POSTS THROUGH THE
002795*                 '****' ENTRY.
002800*--------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. GNUCOBOL.
003300 OBJECT-COMPUTER. GNUCOBOL.
003400
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT GL-FEED ASSIGN TO "GLTRAN"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-GT-FILE-STATUS.
004000
004100     SELECT GL-ACCOUNT-MAP ASSIGN TO "GLMAP"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-GM-FILE-STATUS.
004400
004500     SELECT PRODUCT-MASTER ASSIGN TO "PRODMSTR"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PM-PRODUCT-CODE
004900         FILE STATUS IS WS-PM-FILE-STATUS.
005000
005100     SELECT JOURNAL-WORK ASSIGN TO "GLJWORK"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-WRK-FILE-STATUS.
005400
005500     SELECT JOURNAL-SORTED ASSIGN TO "GLJSRTD"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-SRT-FILE-STATUS.
005800
005900     SELECT SORT-FILE ASSIGN TO "SORTWK".
006000
006100     SELECT FEED-EXCEPTIONS ASSIGN TO "GLJEXCP"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-GX-FILE-STATUS.
006400
006500     SELECT JOURNAL-HOLD ASSIGN TO "GLJHOLD"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-GH-FILE-STATUS.
006800
006900     SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-GJ-FILE-STATUS.
007200
007300     SELECT FEED-ARCHIVE ASSIGN TO "GLTARCH"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-GA-FILE-STATUS.
007600
007700     SELECT JOURNAL-LISTING ASSIGN TO "GLJLIST"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-RPT-FILE-STATUS.
008000
008100     SELECT RUN-STATS ASSIGN TO "RUNSTATS"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-RS-FILE-STATUS.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  GL-FEED
008800     LABEL RECORDS ARE STANDARD.
008900 01  GT-FEED-RECORD.
009000     05 GT-POST-DATE             PIC 9(08).
009100     05 FILLER                   PIC X(01).
009200     05 GT-SOURCE                PIC X(04).
009300         88 GT-SALE                  VALUE 'SALE'.
009400         88 GT-CASH-RECEIPT          VALUE 'RCPT'.
009500         88 GT-STOCK-RECEIPT         VALUE 'STKR'.
009600         88 GT-STOCK-ISSUE           VALUE 'STKI'.
009650         88 GT-SALES-TAX             VALUE 'STAX'.
009655         88 GT-CREDIT-MEMO           VALUE 'CRMO'.
009660         88 GT-TAX-REVERSAL          VALUE 'CRTX'.
009665         88 GT-RETURN-RESTOCK        VALUE 'CRST'.
009670         88 GT-COUNT-GAIN            VALUE 'CNTG'.
009675         88 GT-COUNT-LOSS            VALUE 'CNTL'.
009700     05 FILLER                   PIC X(01).
009800     05 GT-PRODUCT-CODE          PIC 9(10).
009900     05 FILLER                   PIC X(01).
010000     05 GT-REFERENCE             PIC X(10).
010100     05 FILLER                   PIC X(01).
010200     05 GT-AMOUNT                PIC 9(09)V99.
010300
010400 FD  GL-ACCOUNT-MAP
010500     LABEL RECORDS ARE STANDARD.
010600 01  GM-MAP-RECORD.
010700     05 GM-CATEGORY-CODE         PIC X(04).
010800     05 FILLER                   PIC X(01).
010900     05 GM-SOURCE                PIC X(04).
011000     05 FILLER                   PIC X(01).
011100     05 GM-DEBIT-ACCOUNT         PIC X(10).
011200     05 FILLER                   PIC X(01).
011300     05 GM-CREDIT-ACCOUNT        PIC X(10).
011400     05 FILLER                   PIC X(01).
011500     05 GM-DESCRIPTION           PIC X(30).
011600
011700 FD  PRODUCT-MASTER
011800     LABEL RECORDS ARE STANDARD.
011900 01  PM-PRODUCT-RECORD.
012000     05 PM-PRODUCT-CODE          PIC 9(10).
012100     05 PM-PRODUCT-NAME          PIC X(30).
012200     05 PM-PRODUCT-PRICE         PIC 9(5)V99.
012300     05 PM-DATE-ENTERED          PIC 9(08).
012400     05 PM-CATEGORY-CODE         PIC X(04).
012500     05 PM-SUPPLIER-CODE         PIC X(06).
012600
012700 FD  JOURNAL-WORK
012800     LABEL RECORDS ARE STANDARD.
012900 01  GW-WORK-RECORD.
013000     05 GW-ACCOUNT               PIC X(10).
013100     05 GW-DR-CR                 PIC X(01).
013200     05 GW-SOURCE                PIC X(04).
013300     05 GW-CATEGORY-CODE         PIC X(04).
013400     05 GW-DESCRIPTION           PIC X(30).
013500     05 GW-AMOUNT                PIC 9(09)V99.
013600
013700 FD  JOURNAL-SORTED
013800     LABEL RECORDS ARE STANDARD.
013900 01  GS-SORTED-RECORD.
014000     05 GS-ACCOUNT               PIC X(10).
014100     05 GS-DR-CR                 PIC X(01).
014200     05 GS-SOURCE                PIC X(04).
014300     05 GS-CATEGORY-CODE         PIC X(04).
014400     05 GS-DESCRIPTION           PIC X(30).
014500     05 GS-AMOUNT                PIC 9(09)V99.
014600
014700 SD  SORT-FILE.
014800 01  SW-SORT-RECORD.
014900     05 SW-ACCOUNT               PIC X(10).
015000     05 SW-DR-CR                 PIC X(01).
015100     05 SW-SOURCE                PIC X(04).
015200     05 SW-CATEGORY-CODE         PIC X(04).
015300     05 FILLER                   PIC X(41).
015400
015500 FD  FEED-EXCEPTIONS
015600     LABEL RECORDS ARE STANDARD.
015700 01  GX-EXCEPTION-RECORD.
015800     05 GX-SOURCE                PIC X(04).
015900     05 GX-PRODUCT-CODE          PIC 9(10).
016000     05 GX-REFERENCE             PIC X(10).
016100     05 GX-AMOUNT                PIC 9(09)V99.
016200     05 GX-REASON                PIC X(40).
016300
016400*    GLJHOLD AND GLJRNL SHARE ONE LAYOUT - 'D' JOURNAL LINES
016500*    FOLLOWED BY ONE 'T' TRAILER CARRYING THE LINE COUNT AND
016600*    THE DEBIT AND CREDIT TOTALS FOR THE LEDGER PACKAGE'S
016700*    IMPORT CHECK.
016800 FD  JOURNAL-HOLD
016900     LABEL RECORDS ARE STANDARD.
017000 01  GH-JOURNAL-RECORD           PIC X(88).
017100
017200 FD  JOURNAL-FILE
017300     LABEL RECORDS ARE STANDARD.
017400 01  GJ-JOURNAL-RECORD           PIC X(88).
017500
017600 FD  FEED-ARCHIVE
017700     LABEL RECORDS ARE STANDARD.
017800 01  GA-ARCHIVE-RECORD           PIC X(47).
017900
018000 FD  JOURNAL-LISTING
018100     LABEL RECORDS ARE STANDARD.
018200 01  RPT-PRINT-LINE              PIC X(132).
018300
018400 FD  RUN-STATS
018500     LABEL RECORDS ARE STANDARD.
018600 01  RS-STATS-RECORD             PIC X(62).
018700
018800 WORKING-STORAGE SECTION.
018900*--------------------------------------------------------------
019000* FILE STATUS FIELDS
019100*--------------------------------------------------------------
019200 01 WS-GT-FILE-STATUS       PIC X(02) VALUE '00'.
019300     88 WS-GT-OK                VALUE '00'.
019400 01 WS-GM-FILE-STATUS       PIC X(02) VALUE '00'.
019500     88 WS-GM-OK                VALUE '00'.
019600 01 WS-PM-FILE-STATUS       PIC X(02) VALUE '00'.
019700     88 WS-PM-OK                VALUE '00'.
019800 01 WS-WRK-FILE-STATUS      PIC X(02) VALUE '00'.
019900     88 WS-WRK-OK               VALUE '00'.
020000 01 WS-SRT-FILE-STATUS      PIC X(02) VALUE '00'.
020100     88 WS-SRT-OK               VALUE '00'.
020200 01 WS-GX-FILE-STATUS       PIC X(02) VALUE '00'.
020300     88 WS-GX-OK                VALUE '00'.
020400 01 WS-GH-FILE-STATUS       PIC X(02) VALUE '00'.
020500     88 WS-GH-OK                VALUE '00'.
020600 01 WS-GJ-FILE-STATUS       PIC X(02) VALUE '00'.
020700     88 WS-GJ-OK                VALUE '00'.
020800 01 WS-GA-FILE-STATUS       PIC X(02) VALUE '00'.
020900     88 WS-GA-OK                VALUE '00'.
021000 01 WS-RPT-FILE-STATUS      PIC X(02) VALUE '00'.
021100     88 WS-RPT-OK               VALUE '00'.
021200
021300*--------------------------------------------------------------
021400* RUN CONTROL FIELDS
021500*--------------------------------------------------------------
021550 01 WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
021600 01 WS-CURRENT-DATE         PIC 9(08).
021700 01 WS-GT-EOF-SWITCH        PIC X(01) VALUE 'N'.
021800     88 WS-END-OF-FEED          VALUE 'Y'.
021900 01 WS-GM-EOF-SWITCH        PIC X(01) VALUE 'N'.
022000     88 WS-END-OF-MAP           VALUE 'Y'.
022100 01 WS-SRT-EOF-SWITCH       PIC X(01) VALUE 'N'.
022200     88 WS-END-OF-SORTED        VALUE 'Y'.
022300 01 WS-GX-EOF-SWITCH        PIC X(01) VALUE 'N'.
022400     88 WS-END-OF-EXCEPTIONS    VALUE 'Y'.
022500 01 WS-GH-EOF-SWITCH        PIC X(01) VALUE 'N'.
022600     88 WS-END-OF-HOLD          VALUE 'Y'.
022700 01 WS-FEED-OPEN-SWITCH     PIC X(01) VALUE 'N'.
022800     88 WS-FEED-ON-FILE         VALUE 'Y'.
022900 01 WS-BALANCED-SWITCH      PIC X(01) VALUE 'N'.
023000     88 WS-JOURNAL-BALANCED     VALUE 'Y'.
023020*    A JOURNAL HELD FOR BEING OUT OF BALANCE ENDS WITH ITS OWN
023040*    RETURN CODE, SO THE NIGHTLY JOB CAN TELL IT FROM A RUN
023060*    THAT FAILED ON ITS FILES.
023080 01 WS-HELD-RETURN-CODE     PIC 9(01) VALUE 4.
023100
023200*--------------------------------------------------------------
023300* GL ACCOUNT MAP TABLE
023400*    LOADED FROM GLMAP AT START-UP. A ROW IS LOOKED UP ON ITS
023500*    OWN CATEGORY FIRST, THEN ON THE '****' ANY-CATEGORY
023600*    ENTRY FOR ITS TRANSACTION TYPE. RECEIPTS, SALES TAX AND
023700*    TAX REVERSED ON CREDIT MEMOS CARRY NO PRODUCT, SO THEY
023750*    ALWAYS USE THE '****' ENTRY.
023800*--------------------------------------------------------------
023900 01 WS-ANY-CATEGORY         PIC X(04) VALUE "****".
024000 01 WS-MAP-COUNT            PIC 9(03) VALUE 0.
024100 01 WS-MAX-MAP-ENTRIES      PIC 9(03) VALUE 200.
024200 01 WS-MAP-SUB              PIC 9(03) VALUE 0.
024300 01 WS-MAP-MATCH-SUB        PIC 9(03) VALUE 0.
024400 01 WS-MAP-REJECTS          PIC 9(03) VALUE 0.
024500 01 WS-MAP-TABLE.
024600     05 WS-MAP-ENTRY OCCURS 200 TIMES.
024700         10 WS-MAP-CATEGORY     PIC X(04).
024800         10 WS-MAP-SOURCE       PIC X(04).
024900         10 WS-MAP-DEBIT        PIC X(10).
025000         10 WS-MAP-CREDIT       PIC X(10).
025100         10 WS-MAP-DESC         PIC X(30).
025200 01 WS-LOOKUP-CATEGORY      PIC X(04) VALUE SPACES.
025300 01 WS-ROW-CATEGORY         PIC X(04) VALUE SPACES.
025400
025500*--------------------------------------------------------------
025600* JOURNAL SUMMARY FIELDS
025700*    THE EXPANDED DEBIT AND CREDIT ENTRIES ARE SORTED AND
025800*    SUMMARIZED TO ONE JOURNAL LINE PER ACCOUNT, SIDE,
025900*    TRANSACTION TYPE AND CATEGORY.
026000*--------------------------------------------------------------
026100 01 WS-FIRST-LINE-SWITCH    PIC X(01) VALUE 'Y'.
026200     88 WS-FIRST-LINE           VALUE 'Y'.
026300 01 WS-PRIOR-KEY.
026400     05 WS-PRIOR-ACCOUNT       PIC X(10).
026500     05 WS-PRIOR-DR-CR         PIC X(01).
026600     05 WS-PRIOR-SOURCE        PIC X(04).
026700     05 WS-PRIOR-CATEGORY      PIC X(04).
026800 01 WS-PRIOR-DESCRIPTION    PIC X(30).
026900 01 WS-LINE-AMOUNT          PIC 9(11)V99 VALUE 0.
027000 01 WS-LINE-ITEMS           PIC 9(05) VALUE 0.
027100 01 WS-JOURNAL-LINES        PIC 9(05) VALUE 0.
027200
027300*--------------------------------------------------------------
027400* RUN COUNTERS AND CONTROL TOTALS
027500*--------------------------------------------------------------
027600 01 WS-FEED-ROWS-READ       PIC 9(05) VALUE 0.
027700 01 WS-FEED-ROWS-POSTED     PIC 9(05) VALUE 0.
027800 01 WS-FEED-EXCEPTIONS      PIC 9(05) VALUE 0.
027900 01 WS-EXCEPTION-AMOUNT     PIC 9(11)V99 VALUE 0.
028000 01 WS-TOTAL-DEBITS         PIC 9(11)V99 VALUE 0.
028100 01 WS-TOTAL-CREDITS        PIC 9(11)V99 VALUE 0.
028200 01 WS-OUT-OF-BALANCE       PIC S9(11)V99 VALUE 0.
028300 01 WS-FEED-ARCHIVED        PIC 9(05) VALUE 0.
028400
028500*--------------------------------------------------------------
028600* JOURNAL RECORD
028700*    BUILT HERE SO THE SEPARATOR BYTES ARE ALWAYS SPACES,
028800*    THEN WRITTEN TO GLJHOLD IN ONE PIECE.
028900*--------------------------------------------------------------
029000 01 WS-JOURNAL-LINE.
029100     05 WS-GJ-RECORD-TYPE      PIC X(01).
029200     05 FILLER                 PIC X(01) VALUE SPACE.
029300     05 WS-GJ-JOURNAL-DATE     PIC 9(08).
029400     05 FILLER                 PIC X(01) VALUE SPACE.
029500     05 WS-GJ-BODY             PIC X(77).
029600     05 WS-GJ-DETAIL REDEFINES WS-GJ-BODY.
029700         10 WS-GJ-LINE-NUMBER   PIC 9(05).
029800         10 FILLER              PIC X(01).
029900         10 WS-GJ-ACCOUNT       PIC X(10).
030000         10 FILLER              PIC X(01).
030100         10 WS-GJ-DR-CR         PIC X(01).
030200         10 FILLER              PIC X(01).
030300         10 WS-GJ-AMOUNT        PIC 9(09)V99.
030400         10 FILLER              PIC X(01).
030500         10 WS-GJ-SOURCE        PIC X(04).
030600         10 FILLER              PIC X(01).
030700         10 WS-GJ-CATEGORY      PIC X(04).
030800         10 FILLER              PIC X(01).
030900         10 WS-GJ-ITEM-COUNT    PIC 9(05).
031000         10 FILLER              PIC X(01).
031100         10 WS-GJ-DESCRIPTION   PIC X(30).
031200     05 WS-GJ-TRAILER REDEFINES WS-GJ-BODY.
031300         10 WS-GJ-LINE-COUNT    PIC 9(05).
031400         10 FILLER              PIC X(01).
031500         10 WS-GJ-TOTAL-DEBITS  PIC 9(11)V99.
031600         10 FILLER              PIC X(01).
031700         10 WS-GJ-TOTAL-CREDITS PIC 9(11)V99.
031800         10 FILLER              PIC X(44).
031900
032000*--------------------------------------------------------------
032100* RUN STATISTICS FIELDS
032200*    ONE LINE PER RUN GOES TO THE COMMON RUNSTATS CONTROL
032300*    FILE FOR THE END-OF-DAY BALANCING REPORT.
032400*--------------------------------------------------------------
032500 01 WS-RS-FILE-STATUS       PIC X(02) VALUE '00'.
032600     88 WS-RS-OK                VALUE '00'.
032700 01 WS-STATS-LINE.
032800     05 WS-RS-DATE             PIC 9(08).
032900     05 FILLER                 PIC X(01) VALUE SPACE.
033000     05 WS-RS-TIME             PIC 9(08).
033100     05 FILLER                 PIC X(01) VALUE SPACE.
033200     05 WS-RS-STEP-ID          PIC X(12) VALUE "GLJOURNAL".
033300     05 FILLER                 PIC X(01) VALUE SPACE.
033400     05 WS-RS-READ             PIC 9(05).
033500     05 FILLER                 PIC X(01) VALUE SPACE.
033600     05 WS-RS-ACCEPTED         PIC 9(05).
033700     05 FILLER                 PIC X(01) VALUE SPACE.
033800     05 WS-RS-REJECTED         PIC 9(05).
033900     05 FILLER                 PIC X(01) VALUE SPACE.
034000     05 WS-RS-MONEY            PIC 9(9)V99 VALUE 0.
034100     05 FILLER                 PIC X(01) VALUE SPACE.
034200     05 WS-RS-RC               PIC 9(01) VALUE 0.
034300 01 WS-RS-TIME-NOW          PIC 9(08).
034400
034500*--------------------------------------------------------------
034600* JOURNAL LISTING LINES
034700*--------------------------------------------------------------
034800 01 WS-RPT-HEADING-1.
034900     05 FILLER                  PIC X(20)
035000         VALUE "DUKE RETAIL SYSTEMS".
035100     05 FILLER                  PIC X(34)
035200         VALUE "GENERAL LEDGER JOURNAL LISTING".
035300     05 FILLER                  PIC X(10)
035400         VALUE "RUN DATE: ".
035500     05 WS-RPT-HDG-DATE         PIC 9(08).
035600
035700 01 WS-RPT-HEADING-2.
035800     05 FILLER                  PIC X(07) VALUE "LINE".
035900     05 FILLER                  PIC X(12) VALUE "ACCOUNT".
036000     05 FILLER                  PIC X(32) VALUE "DESCRIPTION".
036100     05 FILLER                  PIC X(06) VALUE "TYPE".
036200     05 FILLER                  PIC X(06) VALUE "CAT".
036300     05 FILLER                  PIC X(08) VALUE "  ITEMS".
036400     05 FILLER                  PIC X(19)
036500         VALUE "              DEBIT".
036600     05 FILLER                  PIC X(19)
036700         VALUE "             CREDIT".
036800
036900 01 WS-RPT-DETAIL-LINE.
037000     05 WS-RPTD-LINE            PIC ZZZZ9.
037100     05 FILLER                  PIC X(02) VALUE SPACES.
037200     05 WS-RPTD-ACCOUNT         PIC X(10).
037300     05 FILLER                  PIC X(02) VALUE SPACES.
037400     05 WS-RPTD-DESCRIPTION     PIC X(30).
037500     05 FILLER                  PIC X(02) VALUE SPACES.
037600     05 WS-RPTD-SOURCE          PIC X(04).
037700     05 FILLER                  PIC X(02) VALUE SPACES.
037800     05 WS-RPTD-CATEGORY        PIC X(04).
037900     05 FILLER                  PIC X(02) VALUE SPACES.
038000     05 WS-RPTD-ITEMS           PIC ZZ,ZZ9.
038100     05 FILLER                  PIC X(02) VALUE SPACES.
038200     05 WS-RPTD-DEBIT           PIC Z,ZZZ,ZZZ,ZZ9.99
038300                                    BLANK WHEN ZERO.
038400     05 FILLER                  PIC X(03) VALUE SPACES.
038500     05 WS-RPTD-CREDIT          PIC Z,ZZZ,ZZZ,ZZ9.99
038600                                    BLANK WHEN ZERO.
038700
038800 01 WS-RPT-TOTAL-LINE.
038900     05 FILLER                  PIC X(51)
039000         VALUE "JOURNAL TOTALS".
039100     05 FILLER                  PIC X(12) VALUE "LINES:".
039200     05 WS-RPTT-LINES           PIC ZZ,ZZ9.
039300     05 FILLER                  PIC X(02) VALUE SPACES.
039400     05 WS-RPTT-DEBITS          PIC Z,ZZZ,ZZZ,ZZ9.99.
039500     05 FILLER                  PIC X(03) VALUE SPACES.
039600     05 WS-RPTT-CREDITS         PIC Z,ZZZ,ZZZ,ZZ9.99.
039700
039800 01 WS-RPT-STATUS-LINE.
039900     05 FILLER                  PIC X(16)
040000         VALUE "JOURNAL STATUS:".
040100     05 WS-RPTS-STATUS          PIC X(60).
040200     05 WS-RPTS-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99-
040300                                    BLANK WHEN ZERO.
040400
040500 01 WS-RPT-EXCEPTION-HEADING.
040600     05 FILLER                  PIC X(40)
040700         VALUE "FEED ROWS NOT POSTED".
040800
040900 01 WS-RPT-EXCEPTION-LINE.
041000     05 WS-RPTX-SOURCE          PIC X(04).
041100     05 FILLER                  PIC X(02) VALUE SPACES.
041200     05 WS-RPTX-PRODUCT         PIC Z(10).
041300     05 FILLER                  PIC X(02) VALUE SPACES.
041400     05 WS-RPTX-REFERENCE       PIC X(10).
041500     05 FILLER                  PIC X(02) VALUE SPACES.
041600     05 WS-RPTX-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
041700     05 FILLER                  PIC X(02) VALUE SPACES.
041800     05 WS-RPTX-REASON          PIC X(40).
041900
042000 01 WS-RPT-SIGNOFF-LINE.
042100     05 FILLER                  PIC X(40)
042200         VALUE "REVIEWED BY: ___________________".
042300
042400 PROCEDURE DIVISION.
042500*--------------------------------------------------------------
042600* 0000-MAIN-PROCESS
042700*    CONTROLS THE OVERALL FLOW OF THE JOURNAL RUN - EXPAND
042800*    THE FEED INTO DEBITS AND CREDITS, SUMMARIZE AND LIST
042900*    THEM, THEN RELEASE OR HOLD THE JOURNAL.
043000*--------------------------------------------------------------
043100 0000-MAIN-PROCESS.
043200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
043300     PERFORM 2000-EXPAND-FEED THRU 2000-EXIT
043400     PERFORM 3000-BUILD-JOURNAL THRU 3000-EXIT
043500     PERFORM 4000-CHECK-BALANCE THRU 4000-EXIT
043600     PERFORM 5000-RELEASE-JOURNAL THRU 5000-EXIT
043700     PERFORM 9000-TERMINATE THRU 9000-EXIT
043800     STOP RUN.
043900
044000*--------------------------------------------------------------
044100* 1000-INITIALIZE
044200*    LOADS THE ACCOUNT MAP AND OPENS THE PRODUCT MASTER AND
044300*    THE WORK FILES. WITHOUT A MAP OR A MASTER NOTHING CAN BE
044400*    POSTED, SO EITHER ONE MISSING STOPS THE RUN.
044500*--------------------------------------------------------------
044600 1000-INITIALIZE.
044700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
044710     ACCEPT WS-BUSINESS-DATE FROM ENVIRONMENT
044720         "DUKE_BUSINESS_DATE"
044730     IF WS-BUSINESS-DATE IS NUMERIC
044740         MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
044750     END-IF
044800     PERFORM 1100-LOAD-ACCOUNT-MAP THRU 1100-EXIT
044900
045000     OPEN INPUT PRODUCT-MASTER
045100     IF NOT WS-PM-OK
045200         DISPLAY "ERROR: cannot open PRODMSTR, status "
045300             WS-PM-FILE-STATUS
045400         MOVE 1 TO RETURN-CODE
045500         STOP RUN
045600     END-IF
045700
045800     OPEN OUTPUT JOURNAL-WORK
045900     IF NOT WS-WRK-OK
046000         DISPLAY "ERROR: cannot open journal work file, "
046100             "status " WS-WRK-FILE-STATUS
046200         CLOSE PRODUCT-MASTER
046300         MOVE 1 TO RETURN-CODE
046400         STOP RUN
046500     END-IF
046600
046700     OPEN OUTPUT FEED-EXCEPTIONS
046800     IF NOT WS-GX-OK
046900         DISPLAY "ERROR: cannot open journal exception file, "
047000             "status " WS-GX-FILE-STATUS
047100         CLOSE PRODUCT-MASTER
047200         CLOSE JOURNAL-WORK
047300         MOVE 1 TO RETURN-CODE
047400         STOP RUN
047500     END-IF.
047600 1000-EXIT.
047700     EXIT.
047800
047900*--------------------------------------------------------------
048000* 1100-LOAD-ACCOUNT-MAP
048100*    LOADS GLMAP INTO THE MAP TABLE. AN ENTRY WITH AN UNKNOWN
048200*    TRANSACTION TYPE OR A BLANK ACCOUNT IS DROPPED WITH A
048300*    MESSAGE; A DUPLICATE KEY KEEPS THE FIRST ENTRY.
048400*--------------------------------------------------------------
048500 1100-LOAD-ACCOUNT-MAP.
048600     OPEN INPUT GL-ACCOUNT-MAP
048700     IF NOT WS-GM-OK
048800         DISPLAY "ERROR: cannot open GLMAP, status "
048900             WS-GM-FILE-STATUS
049000         MOVE 1 TO RETURN-CODE
049100         STOP RUN
049200     END-IF
049300
049400     MOVE 'N' TO WS-GM-EOF-SWITCH
049500     PERFORM 1150-LOAD-ONE-MAP-ENTRY THRU 1150-EXIT
049600         UNTIL WS-END-OF-MAP
049700     CLOSE GL-ACCOUNT-MAP
049800
049900     IF WS-MAP-COUNT = 0
050000         DISPLAY "ERROR: GLMAP is empty - no accounts to "
050100             "post to."
050200         MOVE 1 TO RETURN-CODE
050300         STOP RUN
050400     END-IF
050500     DISPLAY "GL account map entries loaded: " WS-MAP-COUNT
050600         " Dropped: " WS-MAP-REJECTS.
050700 1100-EXIT.
050800     EXIT.
050900
051000*--------------------------------------------------------------
051100* 1150-LOAD-ONE-MAP-ENTRY
051200*    VALIDATES ONE GLMAP ENTRY AND ADDS IT TO THE TABLE.
051300*--------------------------------------------------------------
051400 1150-LOAD-ONE-MAP-ENTRY.
051500     READ GL-ACCOUNT-MAP
051600         AT END
051700             MOVE 'Y' TO WS-GM-EOF-SWITCH
051800             GO TO 1150-EXIT
051900     END-READ
052000
052100     IF GM-SOURCE NOT = "SALE" AND GM-SOURCE NOT = "RCPT"
052200       AND GM-SOURCE NOT = "STKR" AND GM-SOURCE NOT = "STKI"
052250       AND GM-SOURCE NOT = "STAX"
052260       AND GM-SOURCE NOT = "CRMO" AND GM-SOURCE NOT = "CRTX"
052270       AND GM-SOURCE NOT = "CRST"
052280       AND GM-SOURCE NOT = "CNTG" AND GM-SOURCE NOT = "CNTL"
052300         DISPLAY "WARNING: GLMAP entry " GM-CATEGORY-CODE "/"
052400             GM-SOURCE " has an unknown transaction type - "
052500             "dropped."
052600         ADD 1 TO WS-MAP-REJECTS
052700         GO TO 1150-EXIT
052800     END-IF
052900     IF GM-DEBIT-ACCOUNT = SPACES OR GM-CREDIT-ACCOUNT = SPACES
053000         DISPLAY "WARNING: GLMAP entry " GM-CATEGORY-CODE "/"
053100             GM-SOURCE " is missing an account - dropped."
053200         ADD 1 TO WS-MAP-REJECTS
053300         GO TO 1150-EXIT
053400     END-IF
053500
053600     MOVE GM-CATEGORY-CODE TO WS-LOOKUP-CATEGORY
053700     MOVE GM-SOURCE TO GT-SOURCE
053800     PERFORM 2250-SEARCH-MAP THRU 2250-EXIT
053900     IF WS-MAP-MATCH-SUB > 0
054000         DISPLAY "WARNING: GLMAP entry " GM-CATEGORY-CODE "/"
054100             GM-SOURCE " is a duplicate - first entry kept."
054200         ADD 1 TO WS-MAP-REJECTS
054300         GO TO 1150-EXIT
054400     END-IF
054500
054600     IF WS-MAP-COUNT >= WS-MAX-MAP-ENTRIES
054700         DISPLAY "WARNING: GL account map table full - entry "
054800             GM-CATEGORY-CODE "/" GM-SOURCE " dropped."
054900         ADD 1 TO WS-MAP-REJECTS
055000         GO TO 1150-EXIT
055100     END-IF
055200     ADD 1 TO WS-MAP-COUNT
055300     MOVE GM-CATEGORY-CODE  TO WS-MAP-CATEGORY (WS-MAP-COUNT)
055400     MOVE GM-SOURCE         TO WS-MAP-SOURCE (WS-MAP-COUNT)
055500     MOVE GM-DEBIT-ACCOUNT  TO WS-MAP-DEBIT (WS-MAP-COUNT)
055600     MOVE GM-CREDIT-ACCOUNT TO WS-MAP-CREDIT (WS-MAP-COUNT)
055700     MOVE GM-DESCRIPTION    TO WS-MAP-DESC (WS-MAP-COUNT).
055800 1150-EXIT.
055900     EXIT.
056000
056100*--------------------------------------------------------------
056200* 2000-EXPAND-FEED
056300*    READS THE GLTRAN FEED AND EXPANDS EVERY ROW INTO ONE
056400*    DEBIT AND ONE CREDIT ENTRY ON THE WORK FILE, THEN SORTS
056500*    THEM BY ACCOUNT. A MISSING FEED JUST MEANS A NIGHT WITH
056600*    NOTHING TO POST - AN EMPTY, BALANCED JOURNAL.
056700*--------------------------------------------------------------
056800 2000-EXPAND-FEED.
056900     OPEN INPUT GL-FEED
057000     IF WS-GT-OK
057100         MOVE 'Y' TO WS-FEED-OPEN-SWITCH
057200         MOVE 'N' TO WS-GT-EOF-SWITCH
057300         PERFORM 2100-EXPAND-ONE-ROW THRU 2100-EXIT
057400             UNTIL WS-END-OF-FEED
057500         CLOSE GL-FEED
057600     ELSE
057700         DISPLAY "No GLTRAN on file (status "
057800             WS-GT-FILE-STATUS ") - nothing to post tonight."
057900     END-IF
058000     CLOSE JOURNAL-WORK
058100     CLOSE FEED-EXCEPTIONS
058200
058300     SORT SORT-FILE
058400         ON ASCENDING KEY SW-ACCOUNT
058500                          SW-DR-CR
058600                          SW-SOURCE
058700                          SW-CATEGORY-CODE
058800         USING JOURNAL-WORK
058900         GIVING JOURNAL-SORTED
059000
059100     DISPLAY "Feed rows read: " WS-FEED-ROWS-READ
059200         " Posted: " WS-FEED-ROWS-POSTED
059300         " Not posted: " WS-FEED-EXCEPTIONS.
059400 2000-EXIT.
059500     EXIT.
059600
059700*--------------------------------------------------------------
059800* 2100-EXPAND-ONE-ROW
059900*    READS ONE FEED ROW, WORKS OUT ITS CATEGORY FROM THE
060000*    PRODUCT MASTER, FINDS ITS MAP ENTRY AND WRITES THE DEBIT
060100*    AND CREDIT ENTRIES. A ROW THAT CANNOT BE MAPPED GOES TO
060200*    THE EXCEPTION FILE AND HOLDS THE JOURNAL.
060300*--------------------------------------------------------------
060400 2100-EXPAND-ONE-ROW.
060500     READ GL-FEED
060600         AT END
060700             MOVE 'Y' TO WS-GT-EOF-SWITCH
060800             GO TO 2100-EXIT
060900     END-READ
061000     ADD 1 TO WS-FEED-ROWS-READ
061100
061200     IF GT-AMOUNT = ZERO
061300         GO TO 2100-EXIT
061400     END-IF
061500     IF NOT GT-SALE AND NOT GT-CASH-RECEIPT
061600       AND NOT GT-STOCK-RECEIPT AND NOT GT-STOCK-ISSUE
061650       AND NOT GT-SALES-TAX
061660       AND NOT GT-CREDIT-MEMO AND NOT GT-TAX-REVERSAL
061670       AND NOT GT-RETURN-RESTOCK
061680       AND NOT GT-COUNT-GAIN AND NOT GT-COUNT-LOSS
061700         MOVE "unknown transaction type on the feed"
061800             TO GX-REASON
061900         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
062000         GO TO 2100-EXIT
062100     END-IF
062200
062300     MOVE WS-ANY-CATEGORY TO WS-ROW-CATEGORY
062400     IF NOT GT-CASH-RECEIPT AND NOT GT-SALES-TAX
062450       AND NOT GT-TAX-REVERSAL
062500         MOVE GT-PRODUCT-CODE TO PM-PRODUCT-CODE
062600         READ PRODUCT-MASTER
062700             INVALID KEY
062800                 MOVE WS-ANY-CATEGORY TO WS-ROW-CATEGORY
062900             NOT INVALID KEY
063000                 MOVE PM-CATEGORY-CODE TO WS-ROW-CATEGORY
063100         END-READ
063200     END-IF
063300
063400     PERFORM 2200-FIND-MAP-ENTRY THRU 2200-EXIT
063500     IF WS-MAP-MATCH-SUB = 0
063600         MOVE SPACES TO GX-REASON
063700         STRING "no GLMAP entry for " DELIMITED BY SIZE
063800             WS-ROW-CATEGORY "/" GT-SOURCE DELIMITED BY SIZE
063900             INTO GX-REASON
064000         END-STRING
064100         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
064200         GO TO 2100-EXIT
064300     END-IF
064400
064500     MOVE GT-SOURCE       TO GW-SOURCE
064600     MOVE WS-ROW-CATEGORY TO GW-CATEGORY-CODE
064700     MOVE WS-MAP-DESC (WS-MAP-MATCH-SUB) TO GW-DESCRIPTION
064800     MOVE GT-AMOUNT       TO GW-AMOUNT
064900     MOVE WS-MAP-DEBIT (WS-MAP-MATCH-SUB) TO GW-ACCOUNT
065000     MOVE 'D'             TO GW-DR-CR
065100     WRITE GW-WORK-RECORD
065200     IF NOT WS-WRK-OK
065300         DISPLAY "WARNING: could not write journal work file, "
065400             "status " WS-WRK-FILE-STATUS
065500     END-IF
065600     MOVE WS-MAP-CREDIT (WS-MAP-MATCH-SUB) TO GW-ACCOUNT
065700     MOVE 'C'             TO GW-DR-CR
065800     WRITE GW-WORK-RECORD
065900     IF NOT WS-WRK-OK
066000         DISPLAY "WARNING: could not write journal work file, "
066100             "status " WS-WRK-FILE-STATUS
066200     END-IF
066300     ADD 1 TO WS-FEED-ROWS-POSTED.
066400 2100-EXIT.
066500     EXIT.
066600
066700*--------------------------------------------------------------
066800* 2200-FIND-MAP-ENTRY
066900*    LOOKS THE ROW UP ON ITS OWN CATEGORY, THEN ON THE
067000*    ANY-CATEGORY ENTRY FOR ITS TRANSACTION TYPE.
067100*--------------------------------------------------------------
067200 2200-FIND-MAP-ENTRY.
067300     MOVE WS-ROW-CATEGORY TO WS-LOOKUP-CATEGORY
067400     PERFORM 2250-SEARCH-MAP THRU 2250-EXIT
067500     IF WS-MAP-MATCH-SUB > 0
067600         GO TO 2200-EXIT
067700     END-IF
067800     IF WS-ROW-CATEGORY NOT = WS-ANY-CATEGORY
067900         MOVE WS-ANY-CATEGORY TO WS-LOOKUP-CATEGORY
068000         PERFORM 2250-SEARCH-MAP THRU 2250-EXIT
068100     END-IF.
068200 2200-EXIT.
068300     EXIT.
068400
068500*--------------------------------------------------------------
068600* 2250-SEARCH-MAP
068700*    SCANS THE MAP TABLE FOR WS-LOOKUP-CATEGORY AND THE
068800*    TRANSACTION TYPE IN GT-SOURCE.
068900*--------------------------------------------------------------
069000 2250-SEARCH-MAP.
069100     MOVE 0 TO WS-MAP-MATCH-SUB
069200     MOVE 1 TO WS-MAP-SUB
069300     PERFORM 2260-MATCH-MAP-ENTRY THRU 2260-EXIT
069400         UNTIL WS-MAP-MATCH-SUB > 0
069500            OR WS-MAP-SUB > WS-MAP-COUNT.
069600 2250-EXIT.
069700     EXIT.
069800
069900*--------------------------------------------------------------
070000* 2260-MATCH-MAP-ENTRY
070100*    COMPARES ONE MAP TABLE ENTRY, STOPPING THE SCAN ON A
070200*    MATCH.
070300*--------------------------------------------------------------
070400 2260-MATCH-MAP-ENTRY.
070500     IF WS-MAP-CATEGORY (WS-MAP-SUB) = WS-LOOKUP-CATEGORY
070600       AND WS-MAP-SOURCE (WS-MAP-SUB) = GT-SOURCE
070700         MOVE WS-MAP-SUB TO WS-MAP-MATCH-SUB
070800         GO TO 2260-EXIT
070900     END-IF
071000     ADD 1 TO WS-MAP-SUB.
071100 2260-EXIT.
071200     EXIT.
071300
071400*--------------------------------------------------------------
071500* 2300-WRITE-EXCEPTION
071600*    RECORDS A FEED ROW THAT COULD NOT BE POSTED. GX-REASON
071700*    IS SET BY THE CALLER.
071800*--------------------------------------------------------------
071900 2300-WRITE-EXCEPTION.
072000     MOVE GT-SOURCE       TO GX-SOURCE
072100     MOVE GT-PRODUCT-CODE TO GX-PRODUCT-CODE
072200     MOVE GT-REFERENCE    TO GX-REFERENCE
072300     MOVE GT-AMOUNT       TO GX-AMOUNT
072400     WRITE GX-EXCEPTION-RECORD
072500     IF NOT WS-GX-OK
072600         DISPLAY "WARNING: could not write journal exception "
072700             "file, status " WS-GX-FILE-STATUS
072800     END-IF
072900     DISPLAY "NOT POSTED: " GT-SOURCE " " GT-REFERENCE " "
073000         GT-AMOUNT " - " GX-REASON
073100     ADD 1 TO WS-FEED-EXCEPTIONS
073200     ADD GT-AMOUNT TO WS-EXCEPTION-AMOUNT.
073300 2300-EXIT.
073400     EXIT.
073500
073600*--------------------------------------------------------------
073700* 3000-BUILD-JOURNAL
073800*    READS THE SORTED ENTRIES, WRITES ONE JOURNAL LINE PER
073900*    ACCOUNT/SIDE/TYPE/CATEGORY TO GLJHOLD, PRINTS IT ON THE
074000*    LISTING, AND CLOSES THE JOURNAL WITH ITS TRAILER.
074100*--------------------------------------------------------------
074200 3000-BUILD-JOURNAL.
074300     OPEN OUTPUT JOURNAL-LISTING
074400     IF NOT WS-RPT-OK
074500         DISPLAY "ERROR: cannot open GLJLIST, status "
074600             WS-RPT-FILE-STATUS
074700         CLOSE PRODUCT-MASTER
074800         MOVE 1 TO RETURN-CODE
074900         STOP RUN
075000     END-IF
075100     OPEN OUTPUT JOURNAL-HOLD
075200     IF NOT WS-GH-OK
075300         DISPLAY "ERROR: cannot open GLJHOLD, status "
075400             WS-GH-FILE-STATUS
075500         CLOSE PRODUCT-MASTER
075600         CLOSE JOURNAL-LISTING
075700         MOVE 1 TO RETURN-CODE
075800         STOP RUN
075900     END-IF
076000     OPEN INPUT JOURNAL-SORTED
076100     IF NOT WS-SRT-OK
076200         DISPLAY "ERROR: cannot open sorted journal file, "
076300             "status " WS-SRT-FILE-STATUS
076400         CLOSE PRODUCT-MASTER
076500         CLOSE JOURNAL-LISTING
076600         CLOSE JOURNAL-HOLD
076700         MOVE 1 TO RETURN-CODE
076800         STOP RUN
076900     END-IF
077000
077100     MOVE WS-CURRENT-DATE TO WS-RPT-HDG-DATE
077200     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-1
077300     MOVE SPACES TO RPT-PRINT-LINE
077400     WRITE RPT-PRINT-LINE
077500     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-2
077600
077700     MOVE 'N' TO WS-SRT-EOF-SWITCH
077800     MOVE 'Y' TO WS-FIRST-LINE-SWITCH
077900     PERFORM 3100-SUMMARIZE-ONE-ENTRY THRU 3100-EXIT
078000         UNTIL WS-END-OF-SORTED
078100     IF NOT WS-FIRST-LINE
078200         PERFORM 3200-WRITE-JOURNAL-LINE THRU 3200-EXIT
078300     END-IF
078400     CLOSE JOURNAL-SORTED
078500
078600     MOVE SPACES TO WS-GJ-BODY
078700     MOVE 'T'               TO WS-GJ-RECORD-TYPE
078800     MOVE WS-CURRENT-DATE   TO WS-GJ-JOURNAL-DATE
078900     MOVE WS-JOURNAL-LINES  TO WS-GJ-LINE-COUNT
079000     MOVE WS-TOTAL-DEBITS   TO WS-GJ-TOTAL-DEBITS
079100     MOVE WS-TOTAL-CREDITS  TO WS-GJ-TOTAL-CREDITS
079200     WRITE GH-JOURNAL-RECORD FROM WS-JOURNAL-LINE
079300     IF NOT WS-GH-OK
079400         DISPLAY "WARNING: could not write GLJHOLD, status "
079500             WS-GH-FILE-STATUS
079600     END-IF
079700     CLOSE JOURNAL-HOLD.
079800 3000-EXIT.
079900     EXIT.
080000
080100*--------------------------------------------------------------
080200* 3100-SUMMARIZE-ONE-ENTRY
080300*    ADDS ONE SORTED ENTRY TO THE CURRENT JOURNAL LINE,
080400*    WRITING THE PREVIOUS LINE ON A CHANGE OF KEY.
080500*--------------------------------------------------------------
080600 3100-SUMMARIZE-ONE-ENTRY.
080700     READ JOURNAL-SORTED
080800         AT END
080900             MOVE 'Y' TO WS-SRT-EOF-SWITCH
081000             GO TO 3100-EXIT
081100     END-READ
081200
081300     IF GS-ACCOUNT NOT = WS-PRIOR-ACCOUNT
081400       OR GS-DR-CR NOT = WS-PRIOR-DR-CR
081500       OR GS-SOURCE NOT = WS-PRIOR-SOURCE
081600       OR GS-CATEGORY-CODE NOT = WS-PRIOR-CATEGORY
081700       OR WS-FIRST-LINE
081800         IF NOT WS-FIRST-LINE
081900             PERFORM 3200-WRITE-JOURNAL-LINE THRU 3200-EXIT
082000         END-IF
082100         MOVE 'N' TO WS-FIRST-LINE-SWITCH
082200         MOVE GS-ACCOUNT       TO WS-PRIOR-ACCOUNT
082300         MOVE GS-DR-CR         TO WS-PRIOR-DR-CR
082400         MOVE GS-SOURCE        TO WS-PRIOR-SOURCE
082500         MOVE GS-CATEGORY-CODE TO WS-PRIOR-CATEGORY
082600         MOVE GS-DESCRIPTION   TO WS-PRIOR-DESCRIPTION
082700         MOVE 0 TO WS-LINE-AMOUNT
082800         MOVE 0 TO WS-LINE-ITEMS
082900     END-IF
083000     ADD GS-AMOUNT TO WS-LINE-AMOUNT
083100     ADD 1 TO WS-LINE-ITEMS.
083200 3100-EXIT.
083300     EXIT.
083400
083500*--------------------------------------------------------------
083600* 3200-WRITE-JOURNAL-LINE
083700*    WRITES THE FINISHED JOURNAL LINE TO GLJHOLD, PRINTS IT,
083800*    AND ADDS IT TO THE DEBIT OR CREDIT TOTAL.
083900*--------------------------------------------------------------
084000 3200-WRITE-JOURNAL-LINE.
084100     ADD 1 TO WS-JOURNAL-LINES
084200     MOVE SPACES TO WS-GJ-BODY
084300     MOVE 'D'                  TO WS-GJ-RECORD-TYPE
084400     MOVE WS-CURRENT-DATE      TO WS-GJ-JOURNAL-DATE
084500     MOVE WS-JOURNAL-LINES     TO WS-GJ-LINE-NUMBER
084600     MOVE WS-PRIOR-ACCOUNT     TO WS-GJ-ACCOUNT
084700     MOVE WS-PRIOR-DR-CR       TO WS-GJ-DR-CR
084800     MOVE WS-LINE-AMOUNT       TO WS-GJ-AMOUNT
084900     MOVE WS-PRIOR-SOURCE      TO WS-GJ-SOURCE
085000     MOVE WS-PRIOR-CATEGORY    TO WS-GJ-CATEGORY
085100     MOVE WS-LINE-ITEMS        TO WS-GJ-ITEM-COUNT
085200     MOVE WS-PRIOR-DESCRIPTION TO WS-GJ-DESCRIPTION
085300     WRITE GH-JOURNAL-RECORD FROM WS-JOURNAL-LINE
085400     IF NOT WS-GH-OK
085500         DISPLAY "WARNING: could not write GLJHOLD, status "
085600             WS-GH-FILE-STATUS
085700     END-IF
085800
085900     MOVE WS-JOURNAL-LINES     TO WS-RPTD-LINE
086000     MOVE WS-PRIOR-ACCOUNT     TO WS-RPTD-ACCOUNT
086100     MOVE WS-PRIOR-DESCRIPTION TO WS-RPTD-DESCRIPTION
086200     MOVE WS-PRIOR-SOURCE      TO WS-RPTD-SOURCE
086300     MOVE WS-PRIOR-CATEGORY    TO WS-RPTD-CATEGORY
086400     MOVE WS-LINE-ITEMS        TO WS-RPTD-ITEMS
086500     IF WS-PRIOR-DR-CR = 'D'
086600         MOVE WS-LINE-AMOUNT TO WS-RPTD-DEBIT
086700         MOVE 0              TO WS-RPTD-CREDIT
086800         ADD WS-LINE-AMOUNT  TO WS-TOTAL-DEBITS
086900     ELSE
087000         MOVE 0              TO WS-RPTD-DEBIT
087100         MOVE WS-LINE-AMOUNT TO WS-RPTD-CREDIT
087200         ADD WS-LINE-AMOUNT  TO WS-TOTAL-CREDITS
087300     END-IF
087400     WRITE RPT-PRINT-LINE FROM WS-RPT-DETAIL-LINE.
087500 3200-EXIT.
087600     EXIT.
087700
087800*--------------------------------------------------------------
087900* 4000-CHECK-BALANCE
088000*    THE JOURNAL IS RELEASED ONLY WHEN THE DEBITS EQUAL THE
088100*    CREDITS TO THE PENNY AND EVERY FEED ROW WAS POSTED. THE
088200*    TOTALS, THE VERDICT AND ANY UNPOSTED ROWS ARE PRINTED.
088300*--------------------------------------------------------------
088400 4000-CHECK-BALANCE.
088500     COMPUTE WS-OUT-OF-BALANCE =
088600         WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
088700     IF WS-OUT-OF-BALANCE = ZERO
088800       AND WS-FEED-EXCEPTIONS = 0
088900         MOVE 'Y' TO WS-BALANCED-SWITCH
089000     END-IF
089100
089200     MOVE SPACES TO RPT-PRINT-LINE
089300     WRITE RPT-PRINT-LINE
089400     MOVE WS-JOURNAL-LINES TO WS-RPTT-LINES
089500     MOVE WS-TOTAL-DEBITS  TO WS-RPTT-DEBITS
089600     MOVE WS-TOTAL-CREDITS TO WS-RPTT-CREDITS
089700     WRITE RPT-PRINT-LINE FROM WS-RPT-TOTAL-LINE
089800     MOVE SPACES TO RPT-PRINT-LINE
089900     WRITE RPT-PRINT-LINE
090000
090100     MOVE 0 TO WS-RPTS-AMOUNT
090200     IF WS-JOURNAL-BALANCED
090300         MOVE "BALANCED - RELEASED TO GLJRNL FOR THE LEDGER"
090400             TO WS-RPTS-STATUS
090500     ELSE
090600         IF WS-OUT-OF-BALANCE NOT = ZERO
090700             MOVE "*** OUT OF BALANCE - HELD ON GLJHOLD, NOT "
090800               & "RELEASED *** BY"
090900                 TO WS-RPTS-STATUS
091000             MOVE WS-OUT-OF-BALANCE TO WS-RPTS-AMOUNT
091100         ELSE
091200             MOVE "*** FEED ROWS NOT POSTED - HELD ON GLJHOLD, "
091300               & "NOT RELEASED ***"
091400                 TO WS-RPTS-STATUS
091500         END-IF
091600     END-IF
091700     WRITE RPT-PRINT-LINE FROM WS-RPT-STATUS-LINE
091800
091900     IF WS-FEED-EXCEPTIONS > 0
092000         PERFORM 4100-PRINT-EXCEPTIONS THRU 4100-EXIT
092100     END-IF
092200
092300     MOVE SPACES TO RPT-PRINT-LINE
092400     WRITE RPT-PRINT-LINE
092500     WRITE RPT-PRINT-LINE FROM WS-RPT-SIGNOFF-LINE
092600     IF NOT WS-RPT-OK
092700         DISPLAY "WARNING: could not write GLJLIST, status "
092800             WS-RPT-FILE-STATUS
092900     END-IF
093000     CLOSE JOURNAL-LISTING.
093100 4000-EXIT.
093200     EXIT.
093300
093400*--------------------------------------------------------------
093500* 4100-PRINT-EXCEPTIONS
093600*    LISTS THE FEED ROWS THAT COULD NOT BE POSTED, SO THE
093700*    GLMAP CAN BE CORRECTED BEFORE THE RERUN.
093800*--------------------------------------------------------------
093900 4100-PRINT-EXCEPTIONS.
094000     OPEN INPUT FEED-EXCEPTIONS
094100     IF NOT WS-GX-OK
094200         DISPLAY "WARNING: could not reopen journal exception "
094300             "file, status " WS-GX-FILE-STATUS
094400         GO TO 4100-EXIT
094500     END-IF
094600     MOVE SPACES TO RPT-PRINT-LINE
094700     WRITE RPT-PRINT-LINE
094800     WRITE RPT-PRINT-LINE FROM WS-RPT-EXCEPTION-HEADING
094900     MOVE 'N' TO WS-GX-EOF-SWITCH
095000     PERFORM 4150-PRINT-ONE-EXCEPTION THRU 4150-EXIT
095100         UNTIL WS-END-OF-EXCEPTIONS
095200     CLOSE FEED-EXCEPTIONS.
095300 4100-EXIT.
095400     EXIT.
095500
095600*--------------------------------------------------------------
095700* 4150-PRINT-ONE-EXCEPTION
095800*    PRINTS ONE UNPOSTED FEED ROW.
095900*--------------------------------------------------------------
096000 4150-PRINT-ONE-EXCEPTION.
096100     READ FEED-EXCEPTIONS
096200         AT END
096300             MOVE 'Y' TO WS-GX-EOF-SWITCH
096400             GO TO 4150-EXIT
096500     END-READ
096600     MOVE GX-SOURCE       TO WS-RPTX-SOURCE
096700     MOVE GX-PRODUCT-CODE TO WS-RPTX-PRODUCT
096800     MOVE GX-REFERENCE    TO WS-RPTX-REFERENCE
096900     MOVE GX-AMOUNT       TO WS-RPTX-AMOUNT
097000     MOVE GX-REASON       TO WS-RPTX-REASON
097100     WRITE RPT-PRINT-LINE FROM WS-RPT-EXCEPTION-LINE.
097200 4150-EXIT.
097300     EXIT.
097400
097500*--------------------------------------------------------------
097600* 5000-RELEASE-JOURNAL
097700*    A BALANCED JOURNAL IS COPIED FROM GLJHOLD TO GLJRNL AND
097800*    THE FEED IS ARCHIVED AND CLEARED, SO TOMORROW'S JOURNAL
097900*    CARRIES ONLY TOMORROW'S POSTINGS. THE ARCHIVE IS OPENED
098000*    FIRST - A FEED THAT CANNOT BE ARCHIVED CANNOT BE CLEARED,
098100*    AND A JOURNAL RELEASED WITHOUT CLEARING ITS FEED WOULD
098200*    BE POSTED TWICE. A HELD JOURNAL EMPTIES GLJRNL, SO THE
098300*    LEDGER PACKAGE CANNOT PICK UP A STALE FILE, AND KEEPS THE
098400*    FEED FOR THE RERUN. AN OUT-OF-BALANCE HOLD ENDS RC 4; A
098450*    RELEASE THAT FAILS ON ITS FILES ENDS RC 1.
098500*--------------------------------------------------------------
098600 5000-RELEASE-JOURNAL.
098700     IF NOT WS-JOURNAL-BALANCED
098750         MOVE WS-HELD-RETURN-CODE TO RETURN-CODE
098800         GO TO 5900-HOLD-JOURNAL
098900     END-IF
099000
099100     OPEN EXTEND FEED-ARCHIVE
099200     IF NOT WS-GA-OK
099300         OPEN OUTPUT FEED-ARCHIVE
099400         IF NOT WS-GA-OK
099500             DISPLAY "ERROR: cannot open GLTARCH, status "
099600                 WS-GA-FILE-STATUS " - the feed cannot be "
099700                 "cleared."
099750             MOVE 1 TO RETURN-CODE
099800             GO TO 5900-HOLD-JOURNAL
099900         END-IF
100000     END-IF
100100     OPEN INPUT JOURNAL-HOLD
100200     IF NOT WS-GH-OK
100300         DISPLAY "ERROR: cannot reopen GLJHOLD, status "
100400             WS-GH-FILE-STATUS
100500         CLOSE FEED-ARCHIVE
100550         MOVE 1 TO RETURN-CODE
100600         GO TO 5900-HOLD-JOURNAL
100700     END-IF
100800     OPEN OUTPUT JOURNAL-FILE
100900     IF NOT WS-GJ-OK
101000         DISPLAY "ERROR: cannot open GLJRNL, status "
101100             WS-GJ-FILE-STATUS
101200         CLOSE FEED-ARCHIVE
101300         CLOSE JOURNAL-HOLD
101350         MOVE 1 TO RETURN-CODE
101400         GO TO 5900-HOLD-JOURNAL
101500     END-IF
101600
101700     MOVE 'N' TO WS-GH-EOF-SWITCH
101800     PERFORM 5100-COPY-ONE-JOURNAL-LINE THRU 5100-EXIT
101900         UNTIL WS-END-OF-HOLD
102000     CLOSE JOURNAL-HOLD
102100     CLOSE JOURNAL-FILE
102200
102300     IF WS-FEED-ON-FILE
102400         OPEN INPUT GL-FEED
102500         MOVE 'N' TO WS-GT-EOF-SWITCH
102600         PERFORM 5200-ARCHIVE-ONE-FEED-ROW THRU 5200-EXIT
102700             UNTIL WS-END-OF-FEED
102800         CLOSE GL-FEED
102900     END-IF
103000     CLOSE FEED-ARCHIVE
103100
103200     OPEN OUTPUT GL-FEED
103300     IF WS-GT-OK
103400         CLOSE GL-FEED
103500     ELSE
103600         DISPLAY "WARNING: could not clear GLTRAN, status "
103700             WS-GT-FILE-STATUS
103800     END-IF
103900     DISPLAY "Journal released to GLJRNL - " WS-JOURNAL-LINES
104000         " line(s), " WS-FEED-ARCHIVED
104100         " feed row(s) archived to GLTARCH."
104200     GO TO 5000-EXIT.
104300
104400 5900-HOLD-JOURNAL.
104500     OPEN OUTPUT JOURNAL-FILE
104600     IF WS-GJ-OK
104700         CLOSE JOURNAL-FILE
104800     END-IF
104900     DISPLAY "*** GL JOURNAL HELD ON GLJHOLD - NOT RELEASED TO "
105000         "THE LEDGER ***"
105100     DISPLAY "*** Debits " WS-TOTAL-DEBITS " Credits "
105200         WS-TOTAL-CREDITS " Rows not posted "
105300         WS-FEED-EXCEPTIONS " - see GLJLIST ***".
105500 5000-EXIT.
105600     EXIT.
105700
105800*--------------------------------------------------------------
105900* 5100-COPY-ONE-JOURNAL-LINE
106000*    COPIES ONE HELD JOURNAL RECORD TO GLJRNL.
106100*--------------------------------------------------------------
106200 5100-COPY-ONE-JOURNAL-LINE.
106300     READ JOURNAL-HOLD
106400         AT END
106500             MOVE 'Y' TO WS-GH-EOF-SWITCH
106600             GO TO 5100-EXIT
106700     END-READ
106800     WRITE GJ-JOURNAL-RECORD FROM GH-JOURNAL-RECORD
106900     IF NOT WS-GJ-OK
107000         DISPLAY "WARNING: could not write GLJRNL, status "
107100             WS-GJ-FILE-STATUS
107200     END-IF.
107300 5100-EXIT.
107400     EXIT.
107500
107600*--------------------------------------------------------------
107700* 5200-ARCHIVE-ONE-FEED-ROW
107800*    COPIES ONE POSTED FEED ROW TO THE GLTARCH ARCHIVE.
107900*--------------------------------------------------------------
108000 5200-ARCHIVE-ONE-FEED-ROW.
108100     READ GL-FEED
108200         AT END
108300             MOVE 'Y' TO WS-GT-EOF-SWITCH
108400             GO TO 5200-EXIT
108500     END-READ
108600     WRITE GA-ARCHIVE-RECORD FROM GT-FEED-RECORD
108700     IF NOT WS-GA-OK
108800         DISPLAY "WARNING: could not write GLTARCH, status "
108900             WS-GA-FILE-STATUS
109000     END-IF
109100     ADD 1 TO WS-FEED-ARCHIVED.
109200 5200-EXIT.
109300     EXIT.
109400
109500*--------------------------------------------------------------
109600* 9000-TERMINATE
109700*    CLOSES THE PRODUCT MASTER AND RECORDS THE RUN.
109800*--------------------------------------------------------------
109900 9000-TERMINATE.
110000     CLOSE PRODUCT-MASTER
110100     DISPLAY "Journal lines: " WS-JOURNAL-LINES
110200         " Debits: " WS-TOTAL-DEBITS
110300         " Credits: " WS-TOTAL-CREDITS
110400     PERFORM 9500-WRITE-RUN-STATS THRU 9500-EXIT.
110500 9000-EXIT.
110600     EXIT.
110700
110800*--------------------------------------------------------------
110900* 9500-WRITE-RUN-STATS
111000*    APPENDS THIS RUN'S STATISTICS TO THE COMMON RUNSTATS
111100*    CONTROL FILE FOR THE END-OF-DAY BALANCING REPORT. A HELD
111200*    JOURNAL SHOWS THERE WITH RETURN CODE 4, A FAILED RUN
111250*    WITH RETURN CODE 1.
111300*--------------------------------------------------------------
111400 9500-WRITE-RUN-STATS.
111500     OPEN EXTEND RUN-STATS
111600     IF NOT WS-RS-OK
111700         OPEN OUTPUT RUN-STATS
111800         IF NOT WS-RS-OK
111900             DISPLAY "WARNING: could not open RUNSTATS, "
112000                 "status " WS-RS-FILE-STATUS
112100             GO TO 9500-EXIT
112200         END-IF
112300     END-IF
112400
112500     MOVE WS-CURRENT-DATE TO WS-RS-DATE
112600     ACCEPT WS-RS-TIME-NOW FROM TIME
112700     MOVE WS-RS-TIME-NOW TO WS-RS-TIME
112800     MOVE WS-FEED-ROWS-READ   TO WS-RS-READ
112900     MOVE WS-FEED-ROWS-POSTED TO WS-RS-ACCEPTED
113000     MOVE WS-FEED-EXCEPTIONS  TO WS-RS-REJECTED
113100     MOVE WS-TOTAL-DEBITS     TO WS-RS-MONEY
113200     IF RETURN-CODE = 0
113300         MOVE 0 TO WS-RS-RC
113400     ELSE
113420         IF RETURN-CODE = WS-HELD-RETURN-CODE
113440             MOVE WS-HELD-RETURN-CODE TO WS-RS-RC
113460         ELSE
113500             MOVE 1 TO WS-RS-RC
113550         END-IF
113600     END-IF
113700
113800     WRITE RS-STATS-RECORD FROM WS-STATS-LINE
113900     IF NOT WS-RS-OK
114000         DISPLAY "WARNING: could not write RUNSTATS, status "
114100             WS-RS-FILE-STATUS
114200     END-IF
114300     CLOSE RUN-STATS.
114400 9500-EXIT.
114500     EXIT.
