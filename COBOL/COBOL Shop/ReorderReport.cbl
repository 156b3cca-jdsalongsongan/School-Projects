      *          the shortfall first, so a product that is already on
      *          the way to the warehouse is not re-flagged and
      *          double-ordered every day until the truck arrives.
      *          Drop-ship products (dropprod.dat) are never stocked -
      *          the supplier ships each order line straight to the
      *          customer - so they are left off as well.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS SUP-ID
           FILE STATUS IS WS-SUPPLIER-FS.

           SELECT DROP-PROD ASSIGN TO 'dropprod.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DROP-PROD-FS.

           SELECT PURCH-ORD ASSIGN TO 'po.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FD PRODUCT.
           01 PRODUCT-FILE.
               05 PRD-ID PIC 9(5).
               05 PRD-NAME PIC X(20).
               05 PRD-PRICE PIC 9(4)V9(2).
               05 PRD-QTY-ON-HAND PIC 9(5).
               05 PRD-REORDER-POINT PIC 9(5).
               05 PRD-REORDER-QTY PIC 9(5).
               05 SUP-ID PIC 9(5).
               05 SUP-NAME PIC A(15).
               05 SUP-CONTACT PIC X(15).
           FD DROP-PROD.
           01 DROP-PROD-FILE.
               05 DRP-PRD-ID PIC 9(5).
               05 DRP-FLAG PIC X(1).
                   88 DRP-DROP-SHIP VALUE 'Y'.
           FD PURCH-ORD.
           01 PURCH-ORD-FILE.
               05 PO-ID PIC 9(5).
       WORKING-STORAGE SECTION.
           01 WS-PRD.
               05 WS-PRD-ID PIC 9(5).
               05 WS-PRD-NAME PIC X(20).
               05 WS-PRD-PRICE PIC 9(4)V9(2).
               05 WS-PRD-QTY-ON-HAND PIC 9(5).
               05 WS-PRD-REORDER-POINT PIC 9(5).
               05 WS-PRD-REORDER-QTY PIC 9(5).
           01 WS-PURCH-ORD-FS PIC X(2).
           01 WS-PO-EOF PIC A(1).
           01 WS-ON-ORDER PIC 9(7).
           01 WS-DROP-PROD-FS PIC X(2).
           01 WS-DRP-EOF PIC A(1).
           01 WS-DROP-SHIP-PRD PIC A(1).
           01 WS-LINE-COUNT PIC 9(5) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      * The main procedure of the program
      **
           DISPLAY 'SUGGESTED PURCHASE REPORT'.
           DISPLAY 'PRDID PRDNAME              ONHAND ONORDER REORDPT '
               'BUYQTY SUPPLIER'
           MOVE 'Y' TO WS-SUPPLIER-OK
           OPEN INPUT SUPPLIER
           IF WS-SUPPLIER-FS NOT = '00'
                       IF WS-PRD-REORDER-POINT > 0
                           AND WS-PRD-QTY-ON-HAND NOT >
                               WS-PRD-REORDER-POINT
                           PERFORM GET-DROP-SHIP-FLAG-PROCEDURE
                           IF WS-DROP-SHIP-PRD = 'N'
                               PERFORM SUM-ON-ORDER-PROCEDURE
                               IF WS-PRD-QTY-ON-HAND + WS-ON-ORDER
                                   NOT > WS-PRD-REORDER-POINT
                                   PERFORM PRINT-REORDER-LINE-PROCEDURE
                               END-IF
                           END-IF
                       END-IF
               END-READ
               CLOSE PURCH-ORD
           END-IF.

       GET-DROP-SHIP-FLAG-PROCEDURE.
      **
      * SETS WS-DROP-SHIP-PRD FOR THE PRODUCT IN WS-PRD. A PRODUCT
      * WITH NO ROW ON DROPPROD.DAT IS AN ORDINARY STOCKED ITEM.
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
                       IF DRP-PRD-ID = WS-PRD-ID
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

       END PROGRAM REORDERRPT.
