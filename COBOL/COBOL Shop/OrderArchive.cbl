           01 ORDERLINE-FILE.
               05 ORDL-ID PIC 9(5).
               05 ORDL-PRD-ID PIC 9(5).
               05 ORDL-QUAN PIC 9(5).
               05 ORDL-UNIT-PRICE PIC 9(4)V9(2).
               05 ORDL-UNIT-COST PIC 9(5)V9(2).
           FD ORDER-HIST.
           01 ORDER-HIST-FILE.
           01 ORDERLINE-HIST-FILE.
               05 OLH-ID PIC 9(5).
               05 OLH-PRD-ID PIC 9(5).
               05 OLH-QUAN PIC 9(5).
               05 OLH-UNIT-PRICE PIC 9(4)V9(2).
               05 OLH-UNIT-COST PIC 9(5)V9(2).
           FD ORDER-KEEP.
           01 ORDER-KEEP-FILE.
           01 ORDERLINE-KEEP-FILE.
               05 OLK-ID PIC 9(5).
               05 OLK-PRD-ID PIC 9(5).
               05 OLK-QUAN PIC 9(5).
               05 OLK-UNIT-PRICE PIC 9(4)V9(2).
               05 OLK-UNIT-COST PIC 9(5)V9(2).
      *-----------------------
       WORKING-STORAGE SECTION.
           01 WS-ORDL.
               05 WS-ORDL-ID PIC 9(5).
               05 WS-ORDL-PRD-ID PIC 9(5).
               05 WS-ORDL-QUAN PIC 9(5).
               05 WS-ORDL-UNIT-PRICE PIC 9(4)V9(2).
               05 WS-ORDL-UNIT-COST PIC 9(5)V9(2).
           01 WS-EOF PIC A(1).
           01 WS-TEMP-EOF PIC A(1).
