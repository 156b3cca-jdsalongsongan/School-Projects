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
           FD PRICE-HIST.
           01 PRICE-HIST-FILE.
               05 PRH-PRD-ID PIC 9(5).
               05 PRH-EFF-DATE PIC 9(8).
               05 PRH-OLD-PRICE PIC 9(4)V9(2).
               05 PRH-NEW-PRICE PIC 9(4)V9(2).
           FD TAXRATE.
           01 TAXRATE-FILE.
               05 TAX-EFF-DATE PIC 9(8).
       WORKING-STORAGE SECTION.
           01 WS-CST.
               05 WS-CST-ID PIC 9(5).
               05 WS-CST-NAME PIC X(25).
               05 WS-CST-STATUS PIC X(1).
               05 WS-CST-CREDIT-LIMIT PIC 9(7)V9(2).
               05 WS-CST-BALANCE PIC S9(7)V9(2).
               05 WS-CST-ADDRESS PIC X(25).
           01 WS-PRD.
               05 WS-PRD-ID PIC 9(5).
               05 WS-PRD-NAME PIC X(20).
               05 WS-PRD-PRICE PIC 9(4)V9(2).
               05 WS-PRD-QTY-ON-HAND PIC 9(5).
           01 WS-ORD.
               05 WS-ORD-ID PIC 9(5).
           01 WS-ORDL.
               05 WS-ORDL-ID PIC 9(5).
               05 WS-ORDL-PRD-ID PIC 9(5).
               05 WS-ORDL-QUAN PIC 9(5).
               05 WS-ORDL-UNIT-PRICE PIC 9(4)V9(2).
           01 WS-ORD-EOF PIC A(1).
           01 WS-ORDL-EOF PIC A(1).
           01 WS-PRH-EOF PIC A(1).
           01 WS-ORD-DATE-YMD PIC X(8).
           01 WS-YMD-TXT PIC X(8).
           01 WS-PRICE-AS-OF PIC 9(4)V9(2).
           01 WS-FUTURE-FND PIC A(1).
           01 WS-EARLIEST-FUTURE-DATE PIC X(8).
           01 WS-EARLIEST-FUTURE-PRICE PIC 9(4)V9(2).
           01 WS-PAST-FND PIC A(1).
           01 WS-LATEST-PAST-DATE PIC X(8).
           01 WS-LATEST-PAST-PRICE PIC 9(4)V9(2).
           01 WS-LINE-COST PIC S9(9)V99.
           01 WS-TAX-RATE PIC V9(4) VALUE .0700.
           01 WS-TAXRATE-FS PIC X(2).
           01 WS-TAX-EOF PIC A(1).
           01 WS-TAX-LOOKUP-YMD PIC 9(8).
           01 WS-TAX-BEST-DATE PIC 9(8).
           01 WS-LINE-TAX PIC S9(9)V99.
           01 WS-LINE-TOTAL PIC S9(9)V99.
           01 WS-DSP-QUAN PIC ZZZZ9.
           01 WS-DSP-LINE-COST PIC Z(8)9.99.
           01 WS-DSP-LINE-TAX PIC Z(8)9.99.
           01 WS-DSP-LINE-TOTAL PIC Z(8)9.99.
           01 WS-ROW-COUNT PIC 9(5) VALUE ZERO.
           01 WS-PRICE-HIST-FS PIC X(2).
           01 WS-LINE-EOF PIC A(1).
               05 WS-PRH-ENTRY OCCURS 200 TIMES.
                   10 WS-PRH-TBL-PRD PIC 9(5).
                   10 WS-PRH-TBL-DATE PIC 9(8).
                   10 WS-PRH-TBL-OLD PIC 9(4)V9(2).
                   10 WS-PRH-TBL-NEW PIC 9(4)V9(2).
           01 WS-PRH-TBL-CNT PIC 9(3) VALUE ZERO.
           01 WS-TAX-TBL.
               05 WS-TAX-ENTRY OCCURS 50 TIMES.
