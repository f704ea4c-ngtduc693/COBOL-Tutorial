001500*                 PRICE SHEET AND ONTO PRODMSTR AND PRODHIST,
001600*                 SO THE BUYERS CAN FINALLY TELL WHOSE SHEET A
001700*                 REJECTED OR CREEPING LINE CAME FROM.
001710* 2026-10-15 DT   THE SUPPLIER LIST NOW CARRIES THE SUPPLIER'S
001720*                 LEAD TIME IN DAYS (THREE DIGITS AFTER THE
001730*                 CONTACT) AND SUPPMSTR KEEPS IT, FOR OpenPoReport
001740*                 AND ReorderCalc. A LINE WITHOUT ONE KEEPS THE
001750*                 LEAD TIME ALREADY ON FILE; ZERO MEANS THE
001760*                 DEFAULT LEAD TIME APPLIES.
001800*--------------------------------------------------------------
001900
002000 ENVIRONMENT DIVISION.
004200     05 SL-SUPPLIER-CODE         PIC X(06).
004300     05 SL-SUPPLIER-NAME         PIC X(30).
004400     05 SL-CONTACT               PIC X(30).
004450     05 SL-LEAD-DAYS             PIC X(03).
004500
004600 FD  SUPPLIER-MASTER
004700     LABEL RECORDS ARE STANDARD.
005000     05 SP-SUPPLIER-NAME         PIC X(30).
005100     05 SP-CONTACT               PIC X(30).
005200     05 SP-DATE-LOADED           PIC 9(08).
005250     05 SP-LEAD-DAYS             PIC 9(03).
005300
005400 WORKING-STORAGE SECTION.
005500*--------------------------------------------------------------
006400 01 WS-SL-EOF-SWITCH        PIC X(01) VALUE 'N'.
006500     88 WS-END-OF-TRANS         VALUE 'Y'.
006600 01 WS-CURRENT-DATE         PIC 9(08).
006620 01 WS-NEW-LEAD-DAYS        PIC 9(03) VALUE 0.
006640 01 WS-LEAD-GIVEN-SWITCH    PIC X(01) VALUE 'N'.
006660     88 WS-LEAD-GIVEN           VALUE 'Y'.
006700
006800*--------------------------------------------------------------
006900* LOAD COUNTERS
013300*    READS ONE SUPPLIER LINE AND ADDS IT TO THE MASTER, OR
013400*    REFRESHES THE EXISTING RECORD WHEN THE SUPPLIER IS
013500*    ALREADY ON FILE. LINES WITH A BLANK CODE OR NAME ARE
013550*    SKIPPED. A LINE WITH NO LEAD TIME (BLANK OR NOT NUMERIC)
013600*    KEEPS THE LEAD TIME ALREADY ON THE MASTER, OR ZERO FOR A
013650*    NEW SUPPLIER - ZERO MEANS THE DEFAULT LEAD TIME APPLIES.
013700*--------------------------------------------------------------
013800 2100-LOAD-ONE-SUPPLIER.
013900     READ SUPPLIER-TRANS
015000         GO TO 2100-EXIT
015100     END-IF
015200
015210     IF SL-LEAD-DAYS IS NUMERIC
015220         MOVE SL-LEAD-DAYS TO WS-NEW-LEAD-DAYS
015230         MOVE 'Y' TO WS-LEAD-GIVEN-SWITCH
015240     ELSE
015250         MOVE 0   TO WS-NEW-LEAD-DAYS
015260         MOVE 'N' TO WS-LEAD-GIVEN-SWITCH
015270     END-IF
015280
015300     MOVE SL-SUPPLIER-CODE TO SP-SUPPLIER-CODE
015400     MOVE SL-SUPPLIER-NAME TO SP-SUPPLIER-NAME
015500     MOVE SL-CONTACT       TO SP-CONTACT
015600     MOVE WS-CURRENT-DATE  TO SP-DATE-LOADED
015650     MOVE WS-NEW-LEAD-DAYS TO SP-LEAD-DAYS
015700
015800     WRITE SP-SUPPLIER-RECORD
015900     IF WS-SP-DUPLICATE
016000         PERFORM 2200-REFRESH-SUPPLIER THRU 2200-EXIT
016800         GO TO 2100-EXIT
016900     END-IF
017000     IF WS-SP-OK
017500         ADD 1 TO WS-RECORDS-SKIPPED
017600     END-IF.
017700 2100-EXIT.
017702     EXIT.
017704
017706*--------------------------------------------------------------
017708* 2200-REFRESH-SUPPLIER
017710*    REWRITES A SUPPLIER ALREADY ON THE MASTER FROM THE LINE
017712*    JUST READ. WHEN THE LINE GIVES NO LEAD TIME THE RECORD IS
017714*    READ FIRST SO THE LEAD TIME ON FILE IS KEPT.
017716*--------------------------------------------------------------
017718 2200-REFRESH-SUPPLIER.
017720     IF NOT WS-LEAD-GIVEN
017722         READ SUPPLIER-MASTER
017724             INVALID KEY
017726                 MOVE 0 TO SP-LEAD-DAYS
017728         END-READ
017730         IF SP-LEAD-DAYS IS NUMERIC
017732             MOVE SP-LEAD-DAYS TO WS-NEW-LEAD-DAYS
017734         END-IF
017736         MOVE SL-SUPPLIER-CODE TO SP-SUPPLIER-CODE
017738         MOVE SL-SUPPLIER-NAME TO SP-SUPPLIER-NAME
017740         MOVE SL-CONTACT       TO SP-CONTACT
017742         MOVE WS-CURRENT-DATE  TO SP-DATE-LOADED
017744         MOVE WS-NEW-LEAD-DAYS TO SP-LEAD-DAYS
017746     END-IF
017748
017750     REWRITE SP-SUPPLIER-RECORD
017752     IF WS-SP-OK
017754         ADD 1 TO WS-RECORDS-UPDATED
017756     ELSE
017758         DISPLAY "WARNING: could not rewrite supplier "
017760             SP-SUPPLIER-CODE ", status " WS-SP-FILE-STATUS
017762         ADD 1 TO WS-RECORDS-SKIPPED
017764     END-IF.
017766 2200-EXIT.
017800     EXIT.
017900
018000*--------------------------------------------------------------
