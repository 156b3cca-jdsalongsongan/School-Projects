           FD PRODUCT.
           01 PRODUCT-FILE.
               05 PRD-ID PIC 9(5).
               05 PRD-NAME PIC X(20).
               05 PRD-PRICE PIC 9(4)V9(2).
               05 PRD-QTY-ON-HAND PIC 9(5).
               05 PRD-REORDER-POINT PIC 9(5).
               05 PRD-REORDER-QTY PIC 9(5).
           FD COUNT-SHEET.
           01 COUNT-SHEET-FILE.
               05 CNT-PRD-ID PIC 9(5).
               05 CNT-PRD-NAME PIC X(20).
               05 CNT-BOOK-QTY PIC 9(5).
               05 CNT-PRICE PIC 9(4)V9(2).
               05 CNT-COUNTED-QTY PIC 9(5).
               05 CNT-STATUS PIC X(1).
                   88 CNT-FROZEN VALUE 'F'.
           01 WS-EOF PIC A(1).
           01 WS-PRD.
               05 WS-PRD-ID PIC 9(5).
               05 WS-PRD-NAME PIC X(20).
               05 WS-PRD-PRICE PIC 9(4)V9(2).
               05 WS-PRD-QTY-ON-HAND PIC 9(5).
               05 WS-PRD-REORDER-POINT PIC 9(5).
               05 WS-PRD-REORDER-QTY PIC 9(5).
           01 WS-SHEET-COUNT PIC 9(5) VALUE ZERO.
           01 WS-INP-COUNTED PIC 9(5).
           01 WS-VAR-QTY PIC S9(6).
           01 WS-VAR-VALUE PIC S9(9)V99.
           01 WS-TOT-VAR-VALUE PIC S9(9)V99.
           01 WS-VAR-COUNT PIC 9(5).
           01 WS-NEW-QTY PIC S9(6).
           01 WS-OLD-QTY PIC 9(5).
           01 WS-INP-APPROVE PIC X(1).
           01 WS-DSP-VAR-QTY PIC ZZZ,ZZ9-.
           01 WS-DSP-AMT PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-BEFORE-IMG-FS PIC X(2).
           01 WS-JRN-FILE-NAME PIC X(10).
           01 WS-JRN-KEY PIC 9(5).
               MOVE 'Y' TO WS-EOF
           END-IF
           IF WS-EOF = 'N'
               DISPLAY 'PRDID PRDNAME              BOOK  COUNTED '
                   'VARIANCE    VALUE'
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COUNT-SHEET
