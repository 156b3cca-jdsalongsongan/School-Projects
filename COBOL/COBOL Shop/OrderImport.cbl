      *          with a reason to orderrej.csv the way REMITIMP
      *          writes remitrej.csv. Imported orders start life
      *          ENTERED ('E') and go through pick/ship like keyed
      *          ones. A drop-ship product (dropprod.dat) is never
      *          stocked or backordered, so its rows are rejected
      *          for keying at the counter, where the supplier PO
      *          is raised.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BEFORE-IMG-FS.

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
               05 JRN-FILE-NAME PIC X(10).
               05 JRN-KEY PIC 9(5).
               05 JRN-IMAGE PIC X(80).
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
           01 WS-IMP-DD PIC 9(2).
           01 WS-IMP-PRD-ID PIC 9(5).
           01 WS-IMP-QTY PIC 9(7).
           01 WS-IMP-QUAN PIC 9(5).
           01 WS-IMP-REP-ID PIC 9(5).
           01 WS-REJ-REASON PIC X(30).
           01 WS-ROW-OK PIC A(1).
           01 WS-CST-CREDIT-LIMIT PIC 9(7)V9(2).
           01 WS-CST-BALANCE PIC S9(7)V9(2).
           01 WS-PRD-FND PIC A(1).
           01 WS-PRD-PRICE PIC 9(4)V9(2).
           01 WS-PRD-QTY-ON-HAND PIC 9(5).
           01 WS-PRD-UNIT-COST PIC 9(5)V9(2).
           01 WS-REP-FND PIC A(1).
           01 WS-ORD-DATE-YMD PIC X(8).
           01 WS-YMD-TXT PIC X(8).
           01 WS-ORDL-PRD-ID PIC 9(5).
           01 WS-PRICE-AS-OF PIC 9(4)V9(2).
           01 WS-FUTURE-FND PIC A(1).
           01 WS-EARLIEST-FUTURE-DATE PIC X(8).
           01 WS-EARLIEST-FUTURE-PRICE PIC 9(4)V9(2).
           01 WS-PAST-FND PIC A(1).
           01 WS-LATEST-PAST-DATE PIC X(8).
           01 WS-LATEST-PAST-PRICE PIC 9(4)V9(2).
           01 WS-QBK-BEST-QTY PIC 9(5).
           01 WS-NET-UNIT-PRICE PIC 9(4)V9(2).
           01 WS-LINE-COST-NUM PIC S9(9)V99.
           01 WS-AVAIL-CREDIT PIC S9(7)V99.
           01 WS-TAX-RATE PIC V9(4) VALUE .0700.
           01 WS-TAX-LOOKUP-YMD PIC 9(8).
           01 WS-JRN-FILE-NAME PIC X(10).
           01 WS-JRN-KEY PIC 9(5).
           01 WS-JRN-IMAGE PIC X(80).
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
                   IF WS-PRD-FND = 'N'
                       MOVE 'UNKNOWN PRODUCT' TO WS-REJ-REASON
                       MOVE 'N' TO WS-ROW-OK
                   ELSE
                       PERFORM GET-DROP-SHIP-FLAG-PROCEDURE
                       IF WS-DROP-SHIP-PRD = 'Y'
                           MOVE 'DROP-SHIP - KEY AT THE COUNTER'
                               TO WS-REJ-REASON
                           MOVE 'N' TO WS-ROW-OK
                       END-IF
                   END-IF
               END-IF
           END-IF
               ELSE
                   COMPUTE WS-IMP-QTY =
                       FUNCTION NUMVAL(WS-IMP-QTY-TXT)
                   IF WS-IMP-QTY < 1 OR WS-IMP-QTY > 99999
                       MOVE 'QUANTITY OUT OF RANGE 1-99999'
                           TO WS-REJ-REASON
                       MOVE 'N' TO WS-ROW-OK
                   ELSE
                       END-IF
               END-READ
               CLOSE PRODUCT
           END-IF
      **
      * A KIT HOLDS NO STOCK OF ITS OWN - WHAT IT CAN SELL COMES
      * FROM ITS SCARCEST COMPONENT AND ITS COST FROM THE SUM OF ITS
      * COMPONENTS, THE SAME AS KEYED ENTRY.
      **
           IF WS-PRD-FND = 'Y'
               MOVE WS-IMP-PRD-ID TO WS-KIT-PRD-ID
               PERFORM LOAD-KIT-PROCEDURE
               IF WS-KIT-CNT > 0
                   MOVE WS-KIT-AVAIL TO WS-PRD-QTY-ON-HAND
                   MOVE WS-KIT-UNIT-COST TO WS-PRD-UNIT-COST
               END-IF
           END-IF.

       FIND-SALESREP-PROCEDURE.
      **
      * IMPORTED LINES SHIP OFF THE SHOP FLOOR LIKE KEYED ONES, SO
      * THE SHOP ROW OF THE SPLIT IS RELIEVED ALONGSIDE THE TOTAL.
      * A KIT TAKES ITS COMPONENTS OFF THE SHELF INSTEAD, EACH AT
      * ITS QUANTITY PER KIT.
      **
           MOVE WS-IMP-PRD-ID TO WS-KIT-PRD-ID
           PERFORM LOAD-KIT-PROCEDURE
           IF WS-KIT-CNT > 0
               PERFORM VARYING WS-KIT-I FROM 1 BY 1
                       UNTIL WS-KIT-I > WS-KIT-CNT
                   MOVE WS-KIT-CMP-ID(WS-KIT-I) TO WS-STK-PRD-ID
                   COMPUTE WS-STK-QTY =
                       WS-IMP-QUAN * WS-KIT-CMP-QTY(WS-KIT-I)
                   PERFORM RELIEVE-STOCK-QTY-PROCEDURE
               END-PERFORM
           ELSE
               MOVE WS-IMP-PRD-ID TO WS-STK-PRD-ID
               MOVE WS-IMP-QUAN TO WS-STK-QTY
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
      * SETS WS-DROP-SHIP-PRD FOR PRODUCT WS-IMP-PRD-ID. A PRODUCT
      * WITH NO ROW ON DROPPROD.DAT IS AN ORDINARY STOCKED ITEM.
      * A DROP-SHIP PRODUCT HAS NO STOCK TO SELL OR BACKORDER - THE
      * SUPPLIER RAISES ITS PO AGAINST A KEYED ORDER - SO ITS LINES
      * ARE REJECTED FOR KEYING AT THE COUNTER.
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
                       IF DRP-PRD-ID = WS-IMP-PRD-ID
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
