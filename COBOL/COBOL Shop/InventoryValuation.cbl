      ******************************************************************
      * Author: Eron Salongsongan
      * Date: October 15, 2026
      * Purpose: Inventory Valuation / Slow and Dead Stock Report -
      *          values every product's PRD-QTY-ON-HAND at its
      *          weighted-average PRD-UNIT-COST, split between the
      *          shop floor and the back warehouse from prodloc.dat,
      *          and shows each product's last month with a sale and
      *          its months of cover (stock on hand over the average
      *          monthly quantity sold in the twelve months to the
      *          keyed as-of month), both from the period summary
      *          perisum.dat - run PERIODSUM first if it may be
      *          stale. Stock with no sale inside the keyed slow-
      *          moving or dead-stock threshold is flagged SLOW or
      *          DEAD so it can be marked down or sent back to the
      *          supplier. A component sold only inside kits is
      *          credited with the kits' sales, so it is not flagged
      *          dead while the kits are still selling. The total is
      *          reconciled to the inventory account (1300) the
      *          ledger carries from the batches GLJRNL has released
      *          to gljournal.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. INVVALRPT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PRODUCT ASSIGN TO 'product.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-ID.

           SELECT PROD-LOC ASSIGN TO 'prodloc.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PROD-LOC-FS.

           SELECT KIT-BOM ASSIGN TO 'kit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-KIT-BOM-FS.

           SELECT PERI-SUM ASSIGN TO 'perisum.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PERI-SUM-FS.

           SELECT GL-JOURNAL ASSIGN TO 'gljournal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-GL-JOURNAL-FS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           FD PRODUCT.
           01 PRODUCT-FILE.
               05 PRD-ID PIC 9(5).
               05 PRD-NAME PIC X(20).
               05 PRD-PRICE PIC 9(4)V9(2).
               05 PRD-QTY-ON-HAND PIC 9(5).
               05 PRD-REORDER-POINT PIC 9(5).
               05 PRD-REORDER-QTY PIC 9(5).
               05 PRD-SUP-ID PIC 9(5).
               05 PRD-UNIT-COST PIC 9(5)V9(2).
           FD PROD-LOC.
           01 PROD-LOC-FILE.
               05 PLC-PRD-ID PIC 9(5).
               05 PLC-LOC PIC X(1).
                   88 PLC-SHOP VALUE 'S'.
                   88 PLC-WAREHOUSE VALUE 'W'.
               05 PLC-QTY PIC 9(5).
           FD KIT-BOM.
           01 KIT-BOM-FILE.
               05 KIT-PRD-ID PIC 9(5).
               05 KIT-CMP-PRD-ID PIC 9(5).
               05 KIT-CMP-QTY PIC 9(3).
           FD PERI-SUM.
           01 PERI-SUM-FILE.
               05 PSM-YYYYMM PIC 9(6).
               05 PSM-TYPE PIC X(1).
                   88 PSM-BY-PRODUCT VALUE 'P'.
                   88 PSM-BY-CUSTOMER VALUE 'C'.
               05 PSM-KEY PIC 9(5).
               05 PSM-QTY PIC S9(7).
               05 PSM-VALUE PIC S9(9)V9(2).
           FD GL-JOURNAL.
           01 GL-JOURNAL-FILE.
               05 GLJ-BATCH-ID PIC 9(5).
               05 GLJ-DATE PIC 9(8).
               05 GLJ-REC-TYPE PIC X(1).
                   88 GLJ-DETAIL VALUE 'D'.
                   88 GLJ-CONTROL VALUE 'C'.
               05 GLJ-ACCOUNT PIC 9(4).
               05 GLJ-ACCT-NAME PIC X(20).
               05 GLJ-DEBIT PIC 9(9)V9(2).
               05 GLJ-CREDIT PIC 9(9)V9(2).
               05 GLJ-ADJ-FLAG PIC X(1).
                   88 GLJ-ADJUSTMENT VALUE 'Y'.
      *-----------------------
       WORKING-STORAGE SECTION.
           01 WS-PRD.
               05 WS-PRD-ID PIC 9(5).
               05 WS-PRD-NAME PIC X(20).
               05 WS-PRD-PRICE PIC 9(4)V9(2).
               05 WS-PRD-QTY-ON-HAND PIC 9(5).
               05 WS-PRD-REORDER-POINT PIC 9(5).
               05 WS-PRD-REORDER-QTY PIC 9(5).
               05 WS-PRD-SUP-ID PIC 9(5).
               05 WS-PRD-UNIT-COST PIC 9(5)V9(2).
           01 WS-PROD-LOC-FS PIC X(2).
           01 WS-KIT-BOM-FS PIC X(2).
           01 WS-PERI-SUM-FS PIC X(2).
           01 WS-GL-JOURNAL-FS PIC X(2).
           01 WS-EOF PIC A(1).
           01 WS-PLC-EOF PIC A(1).
           01 WS-KIT-EOF PIC A(1).
           01 WS-SUM-EOF PIC A(1).
           01 WS-GLJ-EOF PIC A(1).
           01 WS-HIST-OK PIC A(1).
           01 WS-INP-MM PIC 9(2).
           01 WS-INP-YYYY PIC 9(4).
           01 WS-INP-SLOW-MONTHS PIC 9(3).
           01 WS-INP-DEAD-MONTHS PIC 9(3).
      **
      * MONTHS OF COVER ARE TAKEN AGAINST THE AVERAGE MONTHLY
      * QUANTITY SOLD OVER THIS MANY MONTHS TO THE AS-OF MONTH, SO A
      * SEASONAL PRODUCT IS NOT JUDGED ON ITS QUIET MONTHS ALONE.
      **
           01 WS-DEMAND-MONTHS PIC 9(3) VALUE 12.
           01 WS-YM.
               05 WS-YM-YYYY PIC 9(4).
               05 WS-YM-MM PIC 9(2).
           01 WS-ASOF-IDX PIC 9(6).
           01 WS-ROW-IDX PIC 9(6).
           01 WS-ROW-AGE PIC S9(6).
           01 WS-LAST-SALE-IDX PIC 9(6).
           01 WS-LAST-SALE-YM PIC 9(6).
           01 WS-SALE-AGE PIC S9(6).
           01 WS-ROW-QTY PIC S9(9).
           01 WS-DEMAND-QTY PIC S9(9).
           01 WS-IS-KIT PIC A(1).
           01 WS-KIT-TBL.
               05 WS-KIT-ENTRY OCCURS 20 TIMES.
                   10 WS-KT-KIT-ID PIC 9(5).
                   10 WS-KT-CMP-QTY PIC 9(3).
           01 WS-KIT-CNT PIC 9(2).
           01 WS-KIT-FULL-WARNED PIC A(1) VALUE 'N'.
           01 WS-K PIC 9(2).
           01 WS-SHOP-QTY PIC 9(7).
           01 WS-WHSE-QTY PIC 9(7).
           01 WS-UNSPLIT-QTY PIC S9(7).
           01 WS-UNIT-COST PIC 9(5)V9(2).
           01 WS-STOCK-VALUE PIC S9(9)V99.
           01 WS-COVER PIC 9(5)V9.
           01 WS-FLAG PIC X(4).
           01 WS-TOT-VALUE PIC S9(9)V99 VALUE ZERO.
           01 WS-TOT-SHOP-VALUE PIC S9(9)V99 VALUE ZERO.
           01 WS-TOT-WHSE-VALUE PIC S9(9)V99 VALUE ZERO.
           01 WS-TOT-UNSPLIT-VALUE PIC S9(9)V99 VALUE ZERO.
           01 WS-TOT-SLOW-VALUE PIC S9(9)V99 VALUE ZERO.
           01 WS-TOT-DEAD-VALUE PIC S9(9)V99 VALUE ZERO.
           01 WS-GL-INV-BAL PIC S9(9)V99 VALUE ZERO.
           01 WS-GL-DIFF PIC S9(9)V99.
           01 WS-PRD-CNT PIC 9(5) VALUE ZERO.
           01 WS-SLOW-CNT PIC 9(5) VALUE ZERO.
           01 WS-DEAD-CNT PIC 9(5) VALUE ZERO.
           01 WS-SPLIT-OFF-CNT PIC 9(5) VALUE ZERO.
           01 WS-NO-COST-CNT PIC 9(5) VALUE ZERO.
           01 WS-GLJ-CNT PIC 9(5) VALUE ZERO.
           01 WS-DSP-QTY PIC ZZZZZ9.
           01 WS-DSP-SHOP PIC ZZZZ9.
           01 WS-DSP-WHSE PIC ZZZZ9.
           01 WS-DSP-COST PIC ZZ,ZZ9.99.
           01 WS-DSP-VALUE PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-DSP-LAST PIC X(8).
           01 WS-DSP-COVER-NUM PIC ZZZ9.9.
           01 WS-DSP-COVER PIC X(6).
           01 WS-DSP-AMT PIC ZZZ,ZZZ,ZZ9.99-.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY 'INVENTORY VALUATION / SLOW AND DEAD STOCK REPORT'.
           DISPLAY 'ENTER AS-OF MONTH (MM):'.
           ACCEPT WS-INP-MM.
           DISPLAY 'ENTER AS-OF YEAR (YYYY):'.
           ACCEPT WS-INP-YYYY.
           DISPLAY 'SLOW-MOVING AFTER HOW MANY MONTHS WITHOUT A SALE '
               '(0 = 3):'.
           ACCEPT WS-INP-SLOW-MONTHS.
           DISPLAY 'DEAD STOCK AFTER HOW MANY MONTHS WITHOUT A SALE '
               '(0 = 12):'.
           ACCEPT WS-INP-DEAD-MONTHS.
           IF WS-INP-SLOW-MONTHS = ZERO
               MOVE 3 TO WS-INP-SLOW-MONTHS
           END-IF
           IF WS-INP-DEAD-MONTHS = ZERO
               MOVE 12 TO WS-INP-DEAD-MONTHS
           END-IF
           IF WS-INP-DEAD-MONTHS < WS-INP-SLOW-MONTHS
               MOVE WS-INP-SLOW-MONTHS TO WS-INP-DEAD-MONTHS
               DISPLAY 'DEAD-STOCK THRESHOLD RAISED TO '
                   WS-INP-DEAD-MONTHS' MONTHS - IT CANNOT BE SHORTER '
                   'THAN THE SLOW-MOVING ONE'
           END-IF
           COMPUTE WS-ASOF-IDX = WS-INP-YYYY * 12 + WS-INP-MM
           PERFORM CHECK-HISTORY-PROCEDURE
           DISPLAY 'AS OF 'WS-INP-MM'/'WS-INP-YYYY' - SLOW AFTER '
               WS-INP-SLOW-MONTHS' MONTHS, DEAD AFTER '
               WS-INP-DEAD-MONTHS' MONTHS WITHOUT A SALE'
           DISPLAY 'PRDID PRDNAME              ONHAND  SHOP  WHSE  '
               'UNITCOST         VALUE  LASTSALE  COVER FLAG'
           MOVE 'N' TO WS-EOF
           OPEN INPUT PRODUCT
           MOVE ZERO TO PRD-ID
           START PRODUCT KEY IS NOT LESS THAN PRD-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ PRODUCT NEXT RECORD INTO WS-PRD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM VALUE-PRODUCT-PROCEDURE
               END-READ
           END-PERFORM
           CLOSE PRODUCT
           PERFORM SUM-GL-INVENTORY-PROCEDURE
           PERFORM PRINT-TOTALS-PROCEDURE
           STOP RUN.

       CHECK-HISTORY-PROCEDURE.
      **
      * WITHOUT THE PERIOD SUMMARY EVERY PRODUCT WOULD LOOK AS IF IT
      * HAD NEVER SOLD, SO THE VALUATION STILL PRINTS BUT THE LAST
      * SALE, COVER AND SLOW/DEAD COLUMNS ARE LEFT BLANK.
      **
           MOVE 'Y' TO WS-HIST-OK
           OPEN INPUT PERI-SUM
           IF WS-PERI-SUM-FS NOT = '00'
               DISPLAY 'NO perisum.dat ON FILE - RUN PERIODSUM FIRST. '
                   'VALUATION ONLY, NO SALES HISTORY'
               MOVE 'N' TO WS-HIST-OK
           ELSE
               CLOSE PERI-SUM
           END-IF.

       VALUE-PRODUCT-PROCEDURE.
           ADD 1 TO WS-PRD-CNT
           IF WS-PRD-UNIT-COST NUMERIC
               MOVE WS-PRD-UNIT-COST TO WS-UNIT-COST
           ELSE
               MOVE ZERO TO WS-UNIT-COST
           END-IF
           IF WS-UNIT-COST = ZERO AND WS-PRD-QTY-ON-HAND > 0
               ADD 1 TO WS-NO-COST-CNT
           END-IF
           PERFORM SUM-LOCATIONS-PROCEDURE
           COMPUTE WS-STOCK-VALUE =
               WS-PRD-QTY-ON-HAND * WS-UNIT-COST
           ADD WS-STOCK-VALUE TO WS-TOT-VALUE
           COMPUTE WS-TOT-SHOP-VALUE = WS-TOT-SHOP-VALUE
               + WS-SHOP-QTY * WS-UNIT-COST
           COMPUTE WS-TOT-WHSE-VALUE = WS-TOT-WHSE-VALUE
               + WS-WHSE-QTY * WS-UNIT-COST
           COMPUTE WS-TOT-UNSPLIT-VALUE = WS-TOT-UNSPLIT-VALUE
               + WS-UNSPLIT-QTY * WS-UNIT-COST
           PERFORM FIND-PARENT-KITS-PROCEDURE
           MOVE SPACES TO WS-DSP-LAST
           MOVE SPACES TO WS-DSP-COVER
           MOVE SPACES TO WS-FLAG
           IF WS-HIST-OK = 'Y'
               PERFORM SCAN-SALES-PROCEDURE
               PERFORM CLASSIFY-PRODUCT-PROCEDURE
           END-IF
           IF WS-IS-KIT = 'Y'
               MOVE 'KIT' TO WS-FLAG
           END-IF
           MOVE WS-PRD-QTY-ON-HAND TO WS-DSP-QTY
           MOVE WS-SHOP-QTY TO WS-DSP-SHOP
           MOVE WS-WHSE-QTY TO WS-DSP-WHSE
           MOVE WS-UNIT-COST TO WS-DSP-COST
           MOVE WS-STOCK-VALUE TO WS-DSP-VALUE
           DISPLAY WS-PRD-ID' 'WS-PRD-NAME' 'WS-DSP-QTY' '
               WS-DSP-SHOP' 'WS-DSP-WHSE' 'WS-DSP-COST
               WS-DSP-VALUE' 'WS-DSP-LAST' 'WS-DSP-COVER' 'WS-FLAG.

       SUM-LOCATIONS-PROCEDURE.
      **
      * PRD-QTY-ON-HAND IS THE SYSTEM-WIDE TOTAL; PRODLOC.DAT CARRIES
      * THE SHOP/WAREHOUSE SPLIT. STOCK THE SPLIT DOES NOT ACCOUNT
      * FOR (A PRODUCT NEVER SPLIT, OR A SPLIT THAT HAS DRIFTED) IS
      * TOTALLED SEPARATELY SO THE THREE COLUMNS STILL ADD UP TO THE
      * VALUATION.
      **
           MOVE ZERO TO WS-SHOP-QTY
           MOVE ZERO TO WS-WHSE-QTY
           MOVE 'N' TO WS-PLC-EOF
           OPEN INPUT PROD-LOC
           IF WS-PROD-LOC-FS NOT = '00'
               MOVE 'Y' TO WS-PLC-EOF
           END-IF
           PERFORM UNTIL WS-PLC-EOF = 'Y'
               READ PROD-LOC
                   AT END MOVE 'Y' TO WS-PLC-EOF
                   NOT AT END
                       IF PLC-PRD-ID = WS-PRD-ID
                           IF PLC-WAREHOUSE
                               ADD PLC-QTY TO WS-WHSE-QTY
                           ELSE
                               ADD PLC-QTY TO WS-SHOP-QTY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROD-LOC-FS = '00' OR WS-PROD-LOC-FS = '10'
               CLOSE PROD-LOC
           END-IF
           COMPUTE WS-UNSPLIT-QTY =
               WS-PRD-QTY-ON-HAND - WS-SHOP-QTY - WS-WHSE-QTY
           IF WS-UNSPLIT-QTY NOT = ZERO
               ADD 1 TO WS-SPLIT-OFF-CNT
           END-IF.

       FIND-PARENT-KITS-PROCEDURE.
      **
      * NOTES WHETHER THE PRODUCT IS ITSELF A KIT, AND WHICH KITS USE
      * IT AS A COMPONENT AND HOW MANY PER KIT, SO THE KITS' SALES
      * COUNT AS SALES OF THE COMPONENT.
      **
           MOVE 'N' TO WS-IS-KIT
           MOVE ZERO TO WS-KIT-CNT
           MOVE 'N' TO WS-KIT-EOF
           OPEN INPUT KIT-BOM
           IF WS-KIT-BOM-FS NOT = '00'
               MOVE 'Y' TO WS-KIT-EOF
           END-IF
           PERFORM UNTIL WS-KIT-EOF = 'Y'
               READ KIT-BOM
                   AT END MOVE 'Y' TO WS-KIT-EOF
                   NOT AT END
                       IF KIT-PRD-ID = WS-PRD-ID
                           MOVE 'Y' TO WS-IS-KIT
                       END-IF
                       IF KIT-CMP-PRD-ID = WS-PRD-ID
                           AND KIT-CMP-QTY > 0
                           PERFORM ADD-PARENT-KIT-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-KIT-BOM-FS = '00' OR WS-KIT-BOM-FS = '10'
               CLOSE KIT-BOM
           END-IF.

       ADD-PARENT-KIT-PROCEDURE.
           IF WS-KIT-CNT < 20
               ADD 1 TO WS-KIT-CNT
               MOVE KIT-PRD-ID TO WS-KT-KIT-ID(WS-KIT-CNT)
               MOVE KIT-CMP-QTY TO WS-KT-CMP-QTY(WS-KIT-CNT)
           ELSE
               IF WS-KIT-FULL-WARNED = 'N'
                   DISPLAY 'WARNING: A PRODUCT IS A COMPONENT OF MORE '
                       'THAN 20 KITS - SALES OF THE EXCESS KITS ARE '
                       'NOT CREDITED TO IT'
                   MOVE 'Y' TO WS-KIT-FULL-WARNED
               END-IF
           END-IF.

       SCAN-SALES-PROCEDURE.
      **
      * ONE PASS OVER THE PRODUCT ROWS OF THE PERIOD SUMMARY: THE
      * LATEST MONTH UP TO THE AS-OF MONTH WITH A NET SALE, AND THE
      * NET QUANTITY SOLD IN THE DEMAND WINDOW. MONTHS AFTER THE
      * AS-OF MONTH ARE IGNORED SO AN OLD MONTH CAN BE RE-RUN.
      **
           MOVE ZERO TO WS-LAST-SALE-IDX
           MOVE ZERO TO WS-LAST-SALE-YM
           MOVE ZERO TO WS-DEMAND-QTY
           MOVE 'N' TO WS-SUM-EOF
           OPEN INPUT PERI-SUM
           IF WS-PERI-SUM-FS NOT = '00'
               MOVE 'Y' TO WS-SUM-EOF
           END-IF
           PERFORM UNTIL WS-SUM-EOF = 'Y'
               READ PERI-SUM
                   AT END MOVE 'Y' TO WS-SUM-EOF
                   NOT AT END
                       IF PSM-BY-PRODUCT
                           PERFORM SALES-ROW-QTY-PROCEDURE
                           IF WS-ROW-QTY NOT = ZERO
                               PERFORM APPLY-SALES-ROW-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PERI-SUM-FS = '00' OR WS-PERI-SUM-FS = '10'
               CLOSE PERI-SUM
           END-IF.

       SALES-ROW-QTY-PROCEDURE.
           MOVE ZERO TO WS-ROW-QTY
           IF PSM-KEY = WS-PRD-ID
               MOVE PSM-QTY TO WS-ROW-QTY
           ELSE
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-KIT-CNT
                   IF WS-KT-KIT-ID(WS-K) = PSM-KEY
                       COMPUTE WS-ROW-QTY = WS-ROW-QTY
                           + PSM-QTY * WS-KT-CMP-QTY(WS-K)
                   END-IF
               END-PERFORM
           END-IF.

       APPLY-SALES-ROW-PROCEDURE.
           MOVE PSM-YYYYMM TO WS-YM
           COMPUTE WS-ROW-IDX = WS-YM-YYYY * 12 + WS-YM-MM
           COMPUTE WS-ROW-AGE = WS-ASOF-IDX - WS-ROW-IDX
           IF WS-ROW-AGE NOT < ZERO
               IF WS-ROW-QTY > ZERO
                   AND WS-ROW-IDX > WS-LAST-SALE-IDX
                   MOVE WS-ROW-IDX TO WS-LAST-SALE-IDX
                   MOVE PSM-YYYYMM TO WS-LAST-SALE-YM
               END-IF
               IF WS-ROW-AGE < WS-DEMAND-MONTHS
                   ADD WS-ROW-QTY TO WS-DEMAND-QTY
               END-IF
           END-IF.

       CLASSIFY-PRODUCT-PROCEDURE.
      **
      * SLOW OR DEAD ONLY MEANS SOMETHING FOR STOCK ACTUALLY ON THE
      * SHELF; A KIT HOLDS NONE OF ITS OWN. A PRODUCT THAT HAS NEVER
      * SOLD IS DEAD.
      **
           IF WS-LAST-SALE-YM = ZERO
               MOVE 'NEVER' TO WS-DSP-LAST
           ELSE
               MOVE WS-LAST-SALE-YM TO WS-YM
               STRING ' ' WS-YM-MM '/' WS-YM-YYYY
                   DELIMITED BY SIZE INTO WS-DSP-LAST
           END-IF
           IF WS-DEMAND-QTY > ZERO
               COMPUTE WS-COVER ROUNDED =
                   WS-PRD-QTY-ON-HAND * WS-DEMAND-MONTHS
                   / WS-DEMAND-QTY
               IF WS-COVER > 9999.9
                   MOVE 9999.9 TO WS-COVER
               END-IF
               MOVE WS-COVER TO WS-DSP-COVER-NUM
               MOVE WS-DSP-COVER-NUM TO WS-DSP-COVER
           ELSE
               MOVE '  NONE' TO WS-DSP-COVER
           END-IF
           IF WS-PRD-QTY-ON-HAND > 0 AND WS-IS-KIT = 'N'
               COMPUTE WS-SALE-AGE = WS-ASOF-IDX - WS-LAST-SALE-IDX
               IF WS-LAST-SALE-IDX = ZERO
                   OR WS-SALE-AGE NOT < WS-INP-DEAD-MONTHS
                   MOVE 'DEAD' TO WS-FLAG
                   ADD 1 TO WS-DEAD-CNT
                   ADD WS-STOCK-VALUE TO WS-TOT-DEAD-VALUE
               ELSE
                   IF WS-SALE-AGE NOT < WS-INP-SLOW-MONTHS
                       MOVE 'SLOW' TO WS-FLAG
                       ADD 1 TO WS-SLOW-CNT
                       ADD WS-STOCK-VALUE TO WS-TOT-SLOW-VALUE
                   END-IF
               END-IF
           END-IF.

       SUM-GL-INVENTORY-PROCEDURE.
      **
      * THE INVENTORY FIGURE THE ACCOUNTANT CARRIES IS ACCOUNT 1300
      * AS RELEASED BY GLJRNL: DEBITS LESS CREDITS OVER EVERY DETAIL
      * ROW IN GLJOURNAL.DAT.
      **
           MOVE 'N' TO WS-GLJ-EOF
           OPEN INPUT GL-JOURNAL
           IF WS-GL-JOURNAL-FS NOT = '00'
               MOVE 'Y' TO WS-GLJ-EOF
           END-IF
           PERFORM UNTIL WS-GLJ-EOF = 'Y'
               READ GL-JOURNAL
                   AT END MOVE 'Y' TO WS-GLJ-EOF
                   NOT AT END
                       IF GLJ-DETAIL AND GLJ-ACCOUNT = 1300
                           COMPUTE WS-GL-INV-BAL = WS-GL-INV-BAL
                               + GLJ-DEBIT - GLJ-CREDIT
                           ADD 1 TO WS-GLJ-CNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GL-JOURNAL-FS = '00' OR WS-GL-JOURNAL-FS = '10'
               CLOSE GL-JOURNAL
           END-IF.

       PRINT-TOTALS-PROCEDURE.
           DISPLAY WS-PRD-CNT' PRODUCTS VALUED'
           MOVE WS-TOT-SHOP-VALUE TO WS-DSP-AMT
           DISPLAY 'SHOP FLOOR STOCK:         'WS-DSP-AMT
           MOVE WS-TOT-WHSE-VALUE TO WS-DSP-AMT
           DISPLAY 'WAREHOUSE STOCK:          'WS-DSP-AMT
           MOVE WS-TOT-UNSPLIT-VALUE TO WS-DSP-AMT
           DISPLAY 'NOT SPLIT ON PRODLOC.DAT: 'WS-DSP-AMT
           MOVE WS-TOT-VALUE TO WS-DSP-AMT
           DISPLAY 'TOTAL STOCK AT COST:      'WS-DSP-AMT
           IF WS-SPLIT-OFF-CNT > 0
               DISPLAY WS-SPLIT-OFF-CNT' PRODUCTS WHOSE SHOP/WAREHOUSE '
                   'SPLIT DOES NOT MATCH PRD-QTY-ON-HAND'
           END-IF
           IF WS-NO-COST-CNT > 0
               DISPLAY WS-NO-COST-CNT' PRODUCTS IN STOCK WITH NO UNIT '
                   'COST - VALUED AT ZERO'
           END-IF
           IF WS-HIST-OK = 'Y'
               MOVE WS-TOT-SLOW-VALUE TO WS-DSP-AMT
               DISPLAY 'SLOW-MOVING STOCK:        'WS-DSP-AMT
                   ' ('WS-SLOW-CNT' PRODUCTS)'
               MOVE WS-TOT-DEAD-VALUE TO WS-DSP-AMT
               DISPLAY 'DEAD STOCK:               'WS-DSP-AMT
                   ' ('WS-DEAD-CNT' PRODUCTS)'
           END-IF
           IF WS-GLJ-CNT = ZERO
               DISPLAY 'NO INVENTORY POSTINGS IN gljournal.dat - '
                   'NOTHING TO RECONCILE TO'
           ELSE
               MOVE WS-GL-INV-BAL TO WS-DSP-AMT
               DISPLAY 'INVENTORY PER LEDGER:     'WS-DSP-AMT
               COMPUTE WS-GL-DIFF = WS-TOT-VALUE - WS-GL-INV-BAL
               MOVE WS-GL-DIFF TO WS-DSP-AMT
               DISPLAY 'DIFFERENCE:               'WS-DSP-AMT
               IF WS-GL-DIFF NOT = ZERO
                   DISPLAY 'A DIFFERENCE IS STOCK MOVED SINCE THE LAST '
                       'GLJRNL BATCH, AN OPENING BALANCE KEYED '
                       'OUTSIDE GLJRNL, OR AVERAGE-COST MOVEMENT ON '
                       'STOCK ALREADY HELD'
               END-IF
           END-IF.

       END PROGRAM INVVALRPT.
