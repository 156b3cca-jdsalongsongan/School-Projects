           FD PRODUCT.
           01 PRODUCT-FILE.
               05 PRD-ID PIC 9(5).
               05 PRD-NAME PIC X(20).
               05 PRD-PRICE PIC 9(4)V9(2).
               05 PRD-QTY-ON-HAND PIC 9(5).
               05 PRD-REORDER-POINT PIC 9(5).
               05 PRD-REORDER-QTY PIC 9(5).
           01 WS-SUPPLIER-OK PIC A(1).
           01 WS-PRD.
               05 WS-PRD-ID PIC 9(5).
               05 WS-PRD-NAME PIC X(20).
               05 WS-PRD-PRICE PIC 9(4)V9(2).
               05 WS-PRD-QTY-ON-HAND PIC 9(5).
           01 WS-SUP.
               05 WS-SUP-ID PIC 9(5).
               MOVE 'N' TO WS-SUPPLIER-OK
           END-IF
           OPEN INPUT PRODUCT
           DISPLAY 'POID  PRDNAME              SUPPLIER        ORDQTY '
               'RCVQTY OPENQTY EXPECTED'
           MOVE 'N' TO WS-PO-EOF
           OPEN INPUT PURCH-ORD
           IF WS-PURCH-ORD-FS NOT = '00'
