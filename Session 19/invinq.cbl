001800*                 TUESDAY'S INVOICE TAKES SECONDS INSTEAD OF A
001900*                 GREP THROUGH OLD PRINT FILES. SAME
002000*                 INQUIRE-STYLE SESSION ProductMaint PROVED.
002020* 2026-10-15 DT   PICKED UP THE NEW TAX AMOUNT ON THE INVHIST
002040*                 RECORD LAYOUT. INQUIRY SHOWS THE TAX AND THE
002060*                 REPRINT FOLLOWS THE REGISTER'S NEW GOODS, TAX
002080*                 AND TOTAL COLUMNS.
002100*--------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
004800     05 IH-LINE-COUNT            PIC 9(04).
004900     05 IH-INVOICE-TOTAL         PIC 9(09)V99.
005000     05 IH-STATUS                PIC X(20).
005050     05 IH-TAX-AMOUNT            PIC 9(09)V99.
005100
005200 FD  REPRINT-SPOOL
005300     LABEL RECORDS ARE STANDARD.
005400 01  RP-PRINT-LINE               PIC X(132).
005500
005600 WORKING-STORAGE SECTION.
005700*--------------------------------------------------------------
008100     88 WS-END-OF-HISTORY       VALUE 'Y'.
008200 01 WS-LISTED-COUNT         PIC 9(04) VALUE 0.
008300 01 WS-TOTAL-EDIT           PIC ZZZ,ZZZ,ZZ9.99.
008320 01 WS-GOODS-AMOUNT         PIC 9(09)V99 VALUE 0.
008340 01 WS-TAX-EDIT             PIC ZZ,ZZZ,ZZ9.99.
008400
008500*--------------------------------------------------------------
008600* REPRINT SPOOL LINES - THE SAME LAYOUT SimpleAddition PRINTS
010000     05 FILLER                 PIC X(12) VALUE "CUSTOMER".
010100     05 FILLER                 PIC X(10) VALUE "DATE".
010200     05 FILLER                 PIC X(07) VALUE "LINES".
010250     05 FILLER                 PIC X(16) VALUE "GOODS".
010300     05 FILLER                 PIC X(15) VALUE "TAX".
010350     05 FILLER                 PIC X(19) VALUE "TOTAL".
010400     05 FILLER                 PIC X(20) VALUE "STATUS".
010500
010600 01 WS-RP-DETAIL-LINE.
011200     05 FILLER                 PIC X(02) VALUE SPACES.
011300     05 WS-RPD-LINES           PIC ZZZ9.
011400     05 FILLER                 PIC X(03) VALUE SPACES.
011420     05 WS-RPD-GOODS           PIC ZZZ,ZZZ,ZZ9.99.
011440     05 FILLER                 PIC X(02) VALUE SPACES.
011460     05 WS-RPD-TAX             PIC ZZ,ZZZ,ZZ9.99.
011480     05 FILLER                 PIC X(02) VALUE SPACES.
011500     05 WS-RPD-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
011600     05 FILLER                 PIC X(05) VALUE SPACES.
011700     05 WS-RPD-STATUS          PIC X(20).
022400     DISPLAY "Customer: " IH-CUSTOMER-ID
022500     DISPLAY "Date:     " IH-INVOICE-DATE
022600     DISPLAY "Lines:    " IH-LINE-COUNT
022620     MOVE IH-TAX-AMOUNT TO WS-TAX-EDIT
022640     DISPLAY "Tax:      " WS-TAX-EDIT
022700     DISPLAY "Total:    " WS-TOTAL-EDIT
022800     DISPLAY "Status:   " IH-STATUS.
022900 2200-EXIT.
031500     MOVE IH-CUSTOMER-ID    TO WS-RPD-CUSTOMER
031600     MOVE IH-INVOICE-DATE   TO WS-RPD-DATE
031700     MOVE IH-LINE-COUNT     TO WS-RPD-LINES
031720     COMPUTE WS-GOODS-AMOUNT = IH-INVOICE-TOTAL - IH-TAX-AMOUNT
031740     MOVE WS-GOODS-AMOUNT   TO WS-RPD-GOODS
031760     MOVE IH-TAX-AMOUNT     TO WS-RPD-TAX
031800     MOVE IH-INVOICE-TOTAL  TO WS-RPD-TOTAL
031900     MOVE IH-STATUS         TO WS-RPD-STATUS
032000     WRITE RP-PRINT-LINE FROM WS-RP-DETAIL-LINE
