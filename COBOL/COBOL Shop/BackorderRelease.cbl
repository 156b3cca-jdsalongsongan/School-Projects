      *          backorder into a real order through the same
      *          order-numbering and balance-posting path PROG1 uses
      *          for a keyed order. Filled backorders are flagged in
      *          place so they are not released twice. A backorder
      *          for a drop-ship product (dropprod.dat) can never be
      *          filled from stock; it is withdrawn ('D') with an
      *          audit record and listed so the order can be keyed
      *          at the counter, where the supplier PO is raised.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PROD-LOC-FS.

           SELECT KIT-BOM ASSIGN TO 'kit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-KIT-BOM-FS.

           SELECT DROP-PROD ASSIGN TO 'dropprod.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DROP-PROD-FS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           FD CUSTOMER.
           01 CUSTOMER-FILE.
               05 CST-ID PIC 9(5).
               05 CST-NAME PIC X(25).
               05 CST-STATUS PIC X(1).
                   88 CST-ACTIVE VALUE 'A'.
                   88 CST-INACTIVE VALUE 'I'.
           FD PRODUCT.
           01 PRODUCT-FILE.
               05 PRD-ID PIC 9(5).
               05 PRD-NAME PIC X(20).
               05 PRD-PRICE PIC 9(4)V9(2).
               05 PRD-QTY-ON-HAND PIC 9(5).
               05 PRD-REORDER-POINT PIC 9(5).
               05 PRD-REORDER-QTY PIC 9(5).
           01 ORDERLINE-FILE.
               05 ORDL-ID PIC 9(5).
               05 ORDL-PRD-ID PIC 9(5).
               05 ORDL-QUAN PIC 9(5).
               05 ORDL-UNIT-PRICE PIC 9(4)V9(2).
               05 ORDL-UNIT-COST PIC 9(5)V9(2).
           FD ORDER-CTL.
           01 ORDER-CTL-FILE.
           01 BACKORDER-FILE.
               05 BKO-CST-ID PIC 9(5).
               05 BKO-PRD-ID PIC 9(5).
               05 BKO-QUAN PIC 9(5).
               05 BKO-DATE PIC 9(8).
               05 BKO-STATUS PIC X(1).
                   88 BKO-OPEN VALUE 'O'.
                   88 BKO-FILLED VALUE 'F'.
                   88 BKO-DROP-SHIP VALUE 'D'.
           FD PRICE-HIST.
           01 PRICE-HIST-FILE.
               05 PRH-PRD-ID PIC 9(5).
               05 PRH-EFF-DATE PIC 9(8).
               05 PRH-OLD-PRICE PIC 9(4)V9(2).
               05 PRH-NEW-PRICE PIC 9(4)V9(2).
           FD QTY-BREAK.
           01 QTY-BREAK-FILE.
               05 QBK-PRD-ID PIC 9(5).
               05 QBK-MIN-QTY PIC 9(5).
               05 QBK-PRICE PIC 9(4)V9(2).
           FD TAXRATE.
           01 TAXRATE-FILE.
               05 TAX-EFF-DATE PIC 9(8).
               05 PLC-PRD-ID PIC 9(5).
               05 PLC-LOC PIC X(1).
               05 PLC-QTY PIC 9(5).
           FD KIT-BOM.
           01 KIT-BOM-FILE.
               05 KIT-PRD-ID PIC 9(5).
               05 KIT-CMP-PRD-ID PIC 9(5).
               05 KIT-CMP-QTY PIC 9(3).
           FD DROP-PROD.
           01 DROP-PROD-FILE.
               05 DRP-PRD-ID PIC 9(5).
               05 DRP-FLAG PIC X(1).
                   88 DRP-DROP-SHIP VALUE 'Y'.
      *-----------------------
       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-FS PIC X(2).
           01 WS-REL-OK PIC A(1).
           01 WS-INP-CST-ID PIC 9(5).
           01 WS-INP-PRD-ID PIC 9(5).
           01 WS-INP-QUAN PIC 9(5).
           01 WS-INP-ORD-DATE PIC 9(8).
           01 WS-REL-PRD-PRICE PIC 9(4)V9(2).
           01 WS-REL-UNIT-COST PIC 9(5)V9(2).
           01 WS-QTY-BREAK-FS PIC X(2).
           01 WS-QBK-EOF PIC A(1).
           01 WS-QBK-BEST-QTY PIC 9(5).
           01 WS-NET-UNIT-PRICE PIC 9(4)V9(2).
           01 WS-PRICE-HIST-FS PIC X(2).
           01 WS-PRH-EOF PIC A(1).
           01 WS-ORDL-PRD-ID PIC 9(5).
           01 WS-ORD-DATE-YMD PIC X(8).
           01 WS-PRD-PRICE PIC 9(4)V9(2).
           01 WS-PRICE-AS-OF PIC 9(4)V9(2).
           01 WS-FUTURE-FND PIC A(1).
           01 WS-EARLIEST-FUTURE-DATE PIC X(8).
           01 WS-EARLIEST-FUTURE-PRICE PIC 9(4)V9(2).
           01 WS-PAST-FND PIC A(1).
           01 WS-LATEST-PAST-DATE PIC X(8).
           01 WS-LATEST-PAST-PRICE PIC 9(4)V9(2).
           01 WS-REL-QTY-ON-HAND PIC 9(5).
           01 WS-AVAIL-CREDIT PIC S9(7)V99.
           01 WS-LINE-COST-NUM PIC S9(9)V99.
           01 WS-TAX-RATE PIC V9(4) VALUE .0700.
           01 WS-TAXRATE-FS PIC X(2).
           01 WS-TAX-EOF PIC A(1).
           01 WS-TODAY-TXT PIC X(8).
           01 WS-RELEASED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-HELD-COUNT PIC 9(5) VALUE ZERO.
           01 WS-DROP-COUNT PIC 9(5) VALUE ZERO.
           01 WS-BEFORE-IMG-FS PIC X(2).
           01 WS-JRN-FILE-NAME PIC X(10).
           01 WS-JRN-KEY PIC 9(5).
           01 WS-AUD-KEY PIC X(10).
           01 WS-AUD-OLD-VALUE PIC X(30).
           01 WS-AUD-NEW-VALUE PIC X(30).
           01 WS-KIT-BOM-FS PIC X(2).
           01 WS-DROP-PROD-FS PIC X(2).
           01 WS-DRP-EOF PIC A(1).
           01 WS-DROP-SHIP-PRD PIC A(1).
           01 WS-KIT-EOF PIC A(1).
           01 WS-KIT-PRD-ID PIC 9(5).
           01 WS-KIT-TBL.
               05 WS-KIT-ENTRY OCCURS 20 TIMES.
                   10 WS-KIT-CMP-ID PIC 9(5).
                   10 WS-KIT-CMP-QTY PIC 9(3).
           01 WS-KIT-CNT PIC 9(2).
           01 WS-KIT-I PIC 9(2).
           01 WS-KIT-AVAIL PIC 9(5).
           01 WS-KIT-CMP-AVAIL PIC 9(5).
           01 WS-KIT-UNIT-COST PIC 9(5)V9(2).
           01 WS-STK-PRD-ID PIC 9(5).
           01 WS-STK-QTY PIC 9(8).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   AT END MOVE 'Y' TO WS-BKO-EOF
                   NOT AT END
                       IF BKO-OPEN
                           MOVE BKO-PRD-ID TO WS-INP-PRD-ID
                           PERFORM GET-DROP-SHIP-FLAG-PROCEDURE
                           IF WS-DROP-SHIP-PRD = 'Y'
                               PERFORM WITHDRAW-DROP-SHIP-PROCEDURE
                           ELSE
                               PERFORM RELEASE-ONE-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               CLOSE BACKORDER
           END-IF
           DISPLAY WS-RELEASED-COUNT' BACKORDERS RELEASED'
           DISPLAY WS-HELD-COUNT' BACKORDERS STILL HELD'
           IF WS-DROP-COUNT > 0
               DISPLAY WS-DROP-COUNT' DROP-SHIP BACKORDERS WITHDRAWN - '
                   'KEY THEM AT THE COUNTER'
           END-IF.
           STOP RUN.

       RELEASE-ONE-PROCEDURE.
               ADD 1 TO WS-HELD-COUNT
           END-IF.

       WITHDRAW-DROP-SHIP-PROCEDURE.
      **
      * THE SUPPLIER SHIPS A DROP-SHIP PRODUCT DIRECT AGAINST A KEYED
      * ORDER, SO THE BACKORDER IS CLOSED OFF HERE AND LISTED FOR THE
      * COUNTER INSTEAD OF WAITING FOR STOCK THAT NEVER ARRIVES.
      **
           MOVE 'D' TO BKO-STATUS
           REWRITE BACKORDER-FILE
           IF WS-BACKORDER-FS NOT = '00'
               DISPLAY 'BACKORDER REWRITE FAILED - STATUS '
                   WS-BACKORDER-FS' - CUST 'BKO-CST-ID' PROD '
                   BKO-PRD-ID' LEFT OPEN'
           ELSE
               DISPLAY 'DROP-SHIP: CUST 'BKO-CST-ID' PROD '
                   BKO-PRD-ID' QNT 'BKO-QUAN' DATED 'BKO-DATE
                   ' - KEY AT THE COUNTER'
               MOVE 'BACKORDER' TO WS-AUD-REC-TYPE
               MOVE BKO-CST-ID TO WS-AUD-KEY
               MOVE 'OPEN' TO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING 'DROP-SHIP PROD ' BKO-PRD-ID ' WITHDRAWN'
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
               ADD 1 TO WS-DROP-COUNT
           END-IF.

       CHECK-STOCK-PROCEDURE.
      **
      * THE RELEASE SELLS AT THE PRICE IN EFFECT TODAY, NOT RAW
                   ELSE
                       MOVE ZERO TO WS-REL-UNIT-COST
                   END-IF
           END-READ
           CLOSE PRODUCT
      **
      * A KIT HOLDS NO STOCK OF ITS OWN - IT RELEASES ONLY WHEN
      * EVERY COMPONENT CAN COVER IT, AND IS COSTED AT ITS
      * COMPONENTS.
      **
           IF WS-REL-OK = 'Y'
               MOVE WS-INP-PRD-ID TO WS-KIT-PRD-ID
               PERFORM LOAD-KIT-PROCEDURE
               IF WS-KIT-CNT > 0
                   MOVE WS-KIT-AVAIL TO WS-REL-QTY-ON-HAND
                   MOVE WS-KIT-UNIT-COST TO WS-REL-UNIT-COST
               END-IF
               IF WS-INP-QUAN > WS-REL-QTY-ON-HAND
                   MOVE 'N' TO WS-REL-OK
               END-IF
           END-IF
           IF WS-REL-OK = 'Y'
               MOVE WS-INP-PRD-ID TO WS-ORDL-PRD-ID
               MOVE WS-TODAY-MDY TO WS-ORD-DATE
           CLOSE ORDERLINE.

       UPDATE-STOCK-PROCEDURE.
      **
      * A RELEASED KIT TAKES ITS COMPONENTS OFF THE SHELF, EACH AT
      * ITS QUANTITY PER KIT.
      **
           MOVE WS-INP-PRD-ID TO WS-KIT-PRD-ID
           PERFORM LOAD-KIT-PROCEDURE
           IF WS-KIT-CNT > 0
               PERFORM VARYING WS-KIT-I FROM 1 BY 1
                       UNTIL WS-KIT-I > WS-KIT-CNT
                   MOVE WS-KIT-CMP-ID(WS-KIT-I) TO WS-STK-PRD-ID
                   COMPUTE WS-STK-QTY =
                       WS-INP-QUAN * WS-KIT-CMP-QTY(WS-KIT-I)
                   PERFORM RELIEVE-STOCK-QTY-PROCEDURE
               END-PERFORM
           ELSE
               MOVE WS-INP-PRD-ID TO WS-STK-PRD-ID
               MOVE WS-INP-QUAN TO WS-STK-QTY
               PERFORM RELIEVE-STOCK-QTY-PROCEDURE
           END-IF.

       RELIEVE-STOCK-QTY-PROCEDURE.
           OPEN I-O PRODUCT
           MOVE WS-STK-PRD-ID TO PRD-ID
           READ PRODUCT
               INVALID KEY DISPLAY 'ERROR UPDATING STOCK ON HAND'
               NOT INVALID KEY
                   MOVE PRD-ID TO WS-JRN-KEY
                   MOVE PRODUCT-FILE TO WS-JRN-IMAGE
                   PERFORM JOURNAL-BEFORE-IMAGE-PROCEDURE
                   SUBTRACT WS-STK-QTY FROM PRD-QTY-ON-HAND
                   REWRITE PRODUCT-FILE
           END-READ
           CLOSE PRODUCT
               READ PROD-LOC
                   AT END MOVE 'Y' TO WS-PLC-EOF
                   NOT AT END
                       IF PLC-PRD-ID = WS-STK-PRD-ID
                           AND PLC-LOC = 'S'
                           IF PLC-QTY < WS-STK-QTY
                               DISPLAY 'SHOP SPLIT SHORT FOR '
                                   'PRODUCT 'WS-STK-PRD-ID
                                   ' - KEY THE MISSING TRANSFER'
                               MOVE ZERO TO PLC-QTY
                           ELSE
                               SUBTRACT WS-STK-QTY FROM PLC-QTY
                           END-IF
                           REWRITE PROD-LOC-FILE
                           MOVE 'Y' TO WS-LOC-FND
           END-IF
           IF WS-LOC-FND = 'N'
               DISPLAY 'NO SHOP SPLIT ON FILE FOR PRODUCT '
                   WS-STK-PRD-ID' - KEY THE MISSING TRANSFER'
           END-IF.

       GET-DROP-SHIP-FLAG-PROCEDURE.
      **
      * SETS WS-DROP-SHIP-PRD FOR PRODUCT WS-INP-PRD-ID. A PRODUCT
      * WITH NO ROW ON DROPPROD.DAT IS AN ORDINARY STOCKED ITEM.
      * A DROP-SHIP PRODUCT IS NEVER RECEIVED INTO STOCK, SO ITS
      * BACKORDERS CAN NEVER RELEASE FROM IT.
      **
           MOVE 'N' TO WS-DROP-SHIP-PRD
           MOVE 'N' TO WS-DRP-EOF
           OPEN INPUT DROP-PROD
           IF WS-DROP-PROD-FS NOT = '00'
               MOVE 'Y' TO WS-DRP-EOF
           END-IF
           PERFORM UNTIL WS-DRP-EOF = 'Y'
               READ DROP-PROD
                   AT END MOVE 'Y' TO WS-DRP-EOF
                   NOT AT END
                       IF DRP-PRD-ID = WS-INP-PRD-ID
                           IF DRP-DROP-SHIP
                               MOVE 'Y' TO WS-DROP-SHIP-PRD
                           END-IF
                           MOVE 'Y' TO WS-DRP-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DROP-PROD-FS = '00' OR WS-DROP-PROD-FS = '10'
               CLOSE DROP-PROD
           END-IF.

       LOAD-KIT-PROCEDURE.
      **
      * LOADS THE BILL OF MATERIALS OF PRODUCT WS-KIT-PRD-ID FROM
      * KIT.DAT. A PRODUCT WITH NO ROWS IS AN ORDINARY STOCK ITEM AND
      * LOADS NOTHING. A KIT CAN SELL ONLY AS MANY AS ITS SCARCEST
      * COMPONENT ALLOWS (WS-KIT-AVAIL) AND COSTS THE SUM OF ITS
      * COMPONENTS' PRD-UNIT-COST (WS-KIT-UNIT-COST), THE SAME RULE
      * PROG1 APPLIES AT ORDER ENTRY.
      **
           MOVE ZERO TO WS-KIT-CNT
           MOVE ZERO TO WS-KIT-AVAIL
           MOVE ZERO TO WS-KIT-UNIT-COST
           MOVE 'N' TO WS-KIT-EOF
           OPEN INPUT KIT-BOM
           IF WS-KIT-BOM-FS NOT = '00'
               MOVE 'Y' TO WS-KIT-EOF
           END-IF
           PERFORM UNTIL WS-KIT-EOF = 'Y'
               READ KIT-BOM
                   AT END MOVE 'Y' TO WS-KIT-EOF
                   NOT AT END
                       IF KIT-PRD-ID = WS-KIT-PRD-ID
                           AND KIT-CMP-QTY > 0
                           AND WS-KIT-CNT < 20
                           ADD 1 TO WS-KIT-CNT
                           MOVE KIT-CMP-PRD-ID
                               TO WS-KIT-CMP-ID(WS-KIT-CNT)
                           MOVE KIT-CMP-QTY
                               TO WS-KIT-CMP-QTY(WS-KIT-CNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-KIT-BOM-FS = '00' OR WS-KIT-BOM-FS = '10'
               CLOSE KIT-BOM
           END-IF
           IF WS-KIT-CNT > 0
               MOVE 99999 TO WS-KIT-AVAIL
               OPEN INPUT PRODUCT
               PERFORM VARYING WS-KIT-I FROM 1 BY 1
                       UNTIL WS-KIT-I > WS-KIT-CNT
                   MOVE WS-KIT-CMP-ID(WS-KIT-I) TO PRD-ID
                   READ PRODUCT
                       INVALID KEY
                           MOVE ZERO TO WS-KIT-AVAIL
                       NOT INVALID KEY
                           DIVIDE PRD-QTY-ON-HAND
                               BY WS-KIT-CMP-QTY(WS-KIT-I)
                               GIVING WS-KIT-CMP-AVAIL
                           IF WS-KIT-CMP-AVAIL < WS-KIT-AVAIL
                               MOVE WS-KIT-CMP-AVAIL TO WS-KIT-AVAIL
                           END-IF
                           IF PRD-UNIT-COST NUMERIC
                               COMPUTE WS-KIT-UNIT-COST =
                                   WS-KIT-UNIT-COST + PRD-UNIT-COST
                                   * WS-KIT-CMP-QTY(WS-KIT-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT
           END-IF.

       POST-ORDER-BALANCE-PROCEDURE.
