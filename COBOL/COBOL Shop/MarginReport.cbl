      *          at entry, falling back to the product's current
      *          average for lines written before costing existed.
      *          The archive pair is always swept too, so a quarter
      *          that has already been archived still reports. A kit
      *          (a product with components on kit.dat) with no cost
      *          captured is costed at the sum of its components'
      *          PRD-UNIT-COST, since the kit holds no stock or cost
      *          of its own.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ORDERLINE-HIST-FS.

           SELECT KIT-BOM ASSIGN TO 'kit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-KIT-BOM-FS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           FD CUSTOMER.
           01 CUSTOMER-FILE.
               05 CST-ID PIC 9(5).
               05 CST-NAME PIC X(25).
               05 CST-STATUS PIC X(1).
               05 CST-CREDIT-LIMIT PIC 9(7)V9(2).
               05 CST-BALANCE PIC S9(7)V9(2).
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
           FD PRICE-HIST.
           01 PRICE-HIST-FILE.
               05 PRH-PRD-ID PIC 9(5).
               05 PRH-EFF-DATE PIC 9(8).
               05 PRH-OLD-PRICE PIC 9(4)V9(2).
               05 PRH-NEW-PRICE PIC 9(4)V9(2).
           FD ORDER-HIST.
           01 ORDER-HIST-FILE.
               05 OHS-ID PIC 9(5).
           01 ORDERLINE-HIST-FILE.
               05 OLH-ID PIC 9(5).
               05 OLH-PRD-ID PIC 9(5).
               05 OLH-QUAN PIC 9(5).
               05 OLH-UNIT-PRICE PIC 9(4)V9(2).
               05 OLH-UNIT-COST PIC 9(5)V9(2).
           FD KIT-BOM.
           01 KIT-BOM-FILE.
               05 KIT-PRD-ID PIC 9(5).
               05 KIT-CMP-PRD-ID PIC 9(5).
               05 KIT-CMP-QTY PIC 9(3).
      *-----------------------
       WORKING-STORAGE SECTION.
           01 WS-ORD.
           01 WS-ORDL.
               05 WS-ORDL-ID PIC 9(5).
               05 WS-ORDL-PRD-ID PIC 9(5).
               05 WS-ORDL-QUAN PIC 9(5).
               05 WS-ORDL-UNIT-PRICE PIC 9(4)V9(2).
               05 WS-ORDL-UNIT-COST PIC 9(5)V9(2).
           01 WS-PRD.
               05 WS-PRD-ID PIC 9(5).
               05 WS-PRD-NAME PIC X(20).
               05 WS-PRD-PRICE PIC 9(4)V9(2).
               05 WS-PRD-QTY-ON-HAND PIC 9(5).
               05 WS-PRD-REORDER-POINT PIC 9(5).
               05 WS-PRD-REORDER-QTY PIC 9(5).
               05 WS-PRD-UNIT-COST PIC 9(5)V9(2).
           01 WS-CST.
               05 WS-CST-ID PIC 9(5).
               05 WS-CST-NAME PIC X(25).
               05 WS-CST-STATUS PIC X(1).
               05 WS-CST-CREDIT-LIMIT PIC 9(7)V9(2).
               05 WS-CST-BALANCE PIC S9(7)V9(2).
           01 WS-ORD-YMD PIC 9(8).
           01 WS-YMD-TXT PIC X(8).
           01 WS-ORD-DATE-YMD PIC X(8).
           01 WS-PRICE-AS-OF PIC 9(4)V9(2).
           01 WS-FUTURE-FND PIC A(1).
           01 WS-EARLIEST-FUTURE-DATE PIC X(8).
           01 WS-EARLIEST-FUTURE-PRICE PIC 9(4)V9(2).
           01 WS-PAST-FND PIC A(1).
           01 WS-LATEST-PAST-DATE PIC X(8).
           01 WS-LATEST-PAST-PRICE PIC 9(4)V9(2).
           01 WS-LINE-REVENUE PIC S9(9)V99.
           01 WS-LINE-COST PIC S9(9)V99.
           01 WS-UNIT-COST PIC 9(5)V9(2).
           01 WS-KIT-BOM-FS PIC X(2).
           01 WS-KIT-EOF PIC A(1).
           01 WS-KIT-FND PIC A(1).
           01 WS-KIT-UNIT-COST PIC 9(5)V9(2).
           01 WS-PRD-TBL.
               05 WS-PRD-TBL-ENTRY OCCURS 100 TIMES.
                   10 WS-PT-PRD-ID PIC 9(5).
               AND WS-ORDL-UNIT-COST > 0
               MOVE WS-ORDL-UNIT-COST TO WS-UNIT-COST
           ELSE
               PERFORM GET-KIT-COST-PROCEDURE
               IF WS-KIT-FND = 'Y'
                   MOVE WS-KIT-UNIT-COST TO WS-UNIT-COST
               ELSE
                   IF WS-PRD-UNIT-COST NUMERIC
                       MOVE WS-PRD-UNIT-COST TO WS-UNIT-COST
                   ELSE
                       MOVE ZERO TO WS-UNIT-COST
                   END-IF
               END-IF
           END-IF
           MULTIPLY WS-UNIT-COST BY WS-ORDL-QUAN
           PERFORM ADD-TO-PRODUCT-TBL-PROCEDURE
           PERFORM ADD-TO-CUSTOMER-TBL-PROCEDURE.

       GET-KIT-COST-PROCEDURE.
      **
      * A KIT COSTS WHAT ITS COMPONENTS COST: EACH COMPONENT'S
      * CURRENT PRD-UNIT-COST TIMES ITS QUANTITY PER KIT. A PRODUCT
      * WITH NO ROWS ON KIT.DAT IS NOT A KIT.
      **
           MOVE 'N' TO WS-KIT-FND
           MOVE ZERO TO WS-KIT-UNIT-COST
           MOVE 'N' TO WS-KIT-EOF
           OPEN INPUT KIT-BOM
           IF WS-KIT-BOM-FS NOT = '00'
               MOVE 'Y' TO WS-KIT-EOF
           END-IF
           OPEN INPUT PRODUCT
           PERFORM UNTIL WS-KIT-EOF = 'Y'
               READ KIT-BOM
                   AT END MOVE 'Y' TO WS-KIT-EOF
                   NOT AT END
                       IF KIT-PRD-ID = WS-ORDL-PRD-ID
                           AND KIT-CMP-QTY > 0
                           MOVE 'Y' TO WS-KIT-FND
                           MOVE KIT-CMP-PRD-ID TO PRD-ID
                           READ PRODUCT
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   IF PRD-UNIT-COST NUMERIC
                                       COMPUTE WS-KIT-UNIT-COST =
                                           WS-KIT-UNIT-COST
                                           + PRD-UNIT-COST
                                           * KIT-CMP-QTY
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT
           IF WS-KIT-BOM-FS = '00' OR WS-KIT-BOM-FS = '10'
               CLOSE KIT-BOM
           END-IF.

       ADD-TO-PRODUCT-TBL-PROCEDURE.
           MOVE 'N' TO WS-TBL-FND
           PERFORM VARYING WS-K FROM 1 BY 1

       PRINT-PRODUCT-MARGIN-PROCEDURE.
           DISPLAY 'MARGIN BY PRODUCT'
           DISPLAY 'PRDID PRDNAME                      REVENUE      '
               '      COST          MARGIN    PCT'
           OPEN INPUT PRODUCT
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-PRD-TBL-CNT

       PRINT-CUSTOMER-MARGIN-PROCEDURE.
           DISPLAY 'MARGIN BY CUSTOMER'
           DISPLAY 'CSTID CSTNAME                           REVENUE'
               '            COST          MARGIN    PCT'
           OPEN INPUT CUSTOMER
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-CST-TBL-CNT
