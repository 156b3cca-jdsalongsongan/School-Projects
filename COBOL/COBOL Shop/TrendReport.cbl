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
       WORKING-STORAGE SECTION.
           01 WS-PRD.
               05 WS-PRD-ID PIC 9(5).
               05 WS-PRD-NAME PIC X(20).
               05 WS-PRD-PRICE PIC 9(4)V9(2).
               05 WS-PRD-QTY-ON-HAND PIC 9(5).
           01 WS-CST.
               05 WS-CST-ID PIC 9(5).
               05 WS-CST-NAME PIC X(25).
               05 WS-CST-STATUS PIC X(1).
               05 WS-CST-CREDIT-LIMIT PIC 9(7)V9(2).
               05 WS-CST-BALANCE PIC S9(7)V9(2).
           01 WS-YEAR-YYYYMM PIC 9(6).
           01 WS-WRK-MM PIC 9(2).
           01 WS-WRK-YYYY PIC 9(4).
           01 WS-TRD-NAME PIC X(25).
           01 WS-TRD-TBL.
               05 WS-TRD-ENTRY OCCURS 200 TIMES.
                   10 WS-TT-TYPE PIC X(1).
           DISPLAY 'TREND FOR 'WS-THIS-YYYYMM' VS 'WS-LAST-YYYYMM
               ' AND 'WS-YEAR-YYYYMM
           DISPLAY 'BY PRODUCT'
           DISPLAY 'KEY   NAME                           THIS '
               'MONTH      '
               'LAST MONTH       YEAR AGO  VSLAST%  VSYEAR%'
           MOVE ZERO TO WS-TOT-THIS
           MOVE ZERO TO WS-TOT-LAST
           CLOSE PRODUCT
           PERFORM PRINT-GROUP-TOTAL-PROCEDURE
           DISPLAY 'BY CUSTOMER'
           DISPLAY 'KEY   NAME                           THIS '
               'MONTH      '
               'LAST MONTH       YEAR AGO  VSLAST%  VSYEAR%'
           MOVE ZERO TO WS-TOT-THIS
           MOVE ZERO TO WS-TOT-LAST
           MOVE WS-TOT-THIS TO WS-DSP-THIS
           MOVE WS-TOT-LAST TO WS-DSP-LAST
           MOVE WS-TOT-YEAR TO WS-DSP-YEAR
           DISPLAY 'TOTAL                                '
               WS-DSP-THIS' 'WS-DSP-LAST' 'WS-DSP-YEAR.

       END PROGRAM TRENDRPT.
