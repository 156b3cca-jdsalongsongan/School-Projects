      * Purpose: Month-End Customer Statement - one statement per
      *          customer, listing the month's non-voided orders with
      *          a running balance, followed by the month's credit
      *          memos and payments as credit lines and any payment
      *          the bank returned as a charge. The order/line
      *          join is done in ONE synchronized pass over order.dat
      *          and orderline.dat (both are written in ascending
      *          ORD-ID order), everything is pushed through a SORT
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PAYMENT-FS.

           SELECT BANK-RETURN ASSIGN TO 'bankret.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BANK-RETURN-FS.

           SELECT STMT-PRINT ASSIGN TO 'stmtprint.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
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
           01 ORDERLINE-HIST-FILE.
               05 OLH-ID PIC 9(5).
               05 OLH-PRD-ID PIC 9(5).
               05 OLH-QUAN PIC 9(5).
               05 OLH-UNIT-PRICE PIC 9(4)V9(2).
           FD CREDIT-MEMO.
           01 CREDIT-MEMO-FILE.
               05 CRM-ORD-ID PIC 9(5).
               05 CRM-CST-ID PIC 9(5).
               05 CRM-DATE PIC 9(8).
               05 CRM-PRD-ID PIC 9(5).
               05 CRM-QUAN PIC 9(5).
               05 CRM-AMOUNT PIC S9(7)V9(2).
           FD PAYMENT.
           01 PAYMENT-FILE.
               05 PAY-DATE PIC 9(8).
               05 PAY-AMOUNT PIC 9(7)V9(2).
               05 PAY-REF PIC X(10).
           FD BANK-RETURN.
           01 BANK-RETURN-FILE.
               05 BRT-CST-ID PIC 9(5).
               05 BRT-DATE PIC 9(8).
               05 BRT-AMOUNT PIC 9(7)V9(2).
               05 BRT-REF PIC X(10).
               05 BRT-PAY-DATE PIC 9(8).
           FD STMT-PRINT.
           01 STMT-PRINT-RECORD PIC X(80).
           SD STMT-WORK.
       WORKING-STORAGE SECTION.
           01 WS-CST.
               05 WS-CST-ID PIC 9(5).
               05 WS-CST-NAME PIC X(25).
               05 WS-CST-STATUS PIC X(1).
               05 WS-CST-CREDIT-LIMIT PIC 9(7)V9(2).
               05 WS-CST-BALANCE PIC S9(7)V9(2).
           01 WS-ORDL.
               05 WS-ORDL-ID PIC 9(5).
               05 WS-ORDL-PRD-ID PIC 9(5).
               05 WS-ORDL-QUAN PIC 9(5).
               05 WS-ORDL-UNIT-PRICE PIC 9(4)V9(2).
           01 WS-PRD.
               05 WS-PRD-ID PIC 9(5).
               05 WS-PRD-NAME PIC X(20).
               05 WS-PRD-PRICE PIC 9(4)V9(2).
               05 WS-PRD-QTY-ON-HAND PIC 9(5).
           01 WS-PRICE-HIST-FS PIC X(2).
           01 WS-TAXRATE-FS PIC X(2).
           01 WS-ORDERLINE-HIST-FS PIC X(2).
           01 WS-CREDIT-MEMO-FS PIC X(2).
           01 WS-PAYMENT-FS PIC X(2).
           01 WS-BANK-RETURN-FS PIC X(2).
           01 WS-ORD-EOF PIC A(1).
           01 WS-LINE-EOF PIC A(1).
           01 WS-CRM-EOF PIC A(1).
           01 WS-PAY-EOF PIC A(1).
           01 WS-BRT-EOF PIC A(1).
           01 WS-SORT-EOF PIC A(1).
           01 WS-INP-MM PIC 9(2).
           01 WS-INP-YYYY PIC 9(4).
           01 WS-USE-ARCH PIC A(1).
           01 WS-ORD-QUALIFIES PIC A(1).
           01 WS-ORD-TAX-RATE PIC V9(4).
           01 WS-LINE-COST PIC S9(9)V99.
           01 WS-ORD-DATE-YMD PIC X(8).
           01 WS-YMD-TXT PIC X(8).
           01 WS-PRICE-AS-OF PIC 9(4)V9(2).
           01 WS-TAX-RATE PIC V9(4) VALUE .0700.
           01 WS-TAX-LOOKUP-YMD PIC 9(8).
           01 WS-TAX-BEST-DATE PIC 9(8).
           01 WS-FUTURE-FND PIC A(1).
           01 WS-EARLIEST-FUTURE-DATE PIC X(8).
           01 WS-EARLIEST-FUTURE-PRICE PIC 9(4)V9(2).
           01 WS-PAST-FND PIC A(1).
           01 WS-LATEST-PAST-DATE PIC X(8).
           01 WS-LATEST-PAST-PRICE PIC 9(4)V9(2).
           01 WS-PRH-TBL.
               05 WS-PRH-ENTRY OCCURS 200 TIMES.
                   10 WS-PRH-TBL-PRD PIC 9(5).
                   10 WS-PRH-TBL-DATE PIC 9(8).
                   10 WS-PRH-TBL-OLD PIC 9(4)V9(2).
                   10 WS-PRH-TBL-NEW PIC 9(4)V9(2).
           01 WS-PRH-TBL-CNT PIC 9(3) VALUE ZERO.
           01 WS-TAX-TBL.
               05 WS-TAX-ENTRY OCCURS 50 TIMES.
      * RELEASES ONE SORT RECORD PER STATEMENT LINE: TYPE 1 ORDER
      * LINES FROM THE SINGLE-PASS ORDER/ORDERLINE MERGE (LIVE, THEN
      * ARCHIVE WHEN REQUESTED), TYPE 2 CREDIT MEMOS AND TYPE 3
      * PAYMENTS FROM ONE PASS OVER EACH CREDIT FILE, AND TYPE 4
      * PAYMENTS THE BANK RETURNED FROM BANKRET.DAT. THE SORT KEY
      * GROUPS EVERYTHING BY CUSTOMER SO THE PRINT SIDE NEVER GOES
      * BACK TO THE DATA FILES.
      **
               PERFORM BUILD-ARCH-ORDERS-PROCEDURE
           END-IF
           PERFORM RELEASE-CREDIT-MEMOS-PROCEDURE
           PERFORM RELEASE-PAYMENTS-PROCEDURE
           PERFORM RELEASE-RETURNS-PROCEDURE.

       BUILD-LIVE-ORDERS-PROCEDURE.
      **
               CLOSE PAYMENT
           END-IF.

       RELEASE-RETURNS-PROCEDURE.
      **
      * A PAYMENT THE BANK RETURNED THIS MONTH GOES BACK ON THE
      * STATEMENT AS TYPE 4 SO THE CUSTOMER SEES WHY THE BALANCE
      * WENT UP AGAIN. BANKRET.DAT MAY NOT EXIST YET.
      **
           MOVE 'N' TO WS-BRT-EOF
           OPEN INPUT BANK-RETURN
           IF WS-BANK-RETURN-FS NOT = '00'
               MOVE 'Y' TO WS-BRT-EOF
           END-IF
           PERFORM UNTIL WS-BRT-EOF = 'Y'
               READ BANK-RETURN
                   AT END MOVE 'Y' TO WS-BRT-EOF
                   NOT AT END
                       MOVE BRT-DATE(1:2) TO WS-ORD-MM
                       MOVE BRT-DATE(5:4) TO WS-ORD-YYYY
                       IF WS-ORD-MM = WS-INP-MM
                           AND WS-ORD-YYYY = WS-INP-YYYY
                           MOVE BRT-CST-ID TO WRK-CST-ID
                           MOVE '4' TO WRK-TYPE
                           MOVE ZERO TO WRK-ORD-ID
                           MOVE BRT-DATE TO WRK-DATE
                           MOVE BRT-AMOUNT TO WRK-AMT
                           MOVE ZERO TO WRK-RATE
                           MOVE BRT-REF TO WRK-REF
                           RELEASE STMT-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BANK-RETURN-FS = '00' OR WS-BANK-RETURN-FS = '10'
               CLOSE BANK-RETURN
           END-IF.

       PRINT-STMT-PROCEDURE.
      **
      * WALKS THE SORTED RECORDS PRINTING ONE STATEMENT PER
      * CUSTOMER: ORDERS WITH A RUNNING BALANCE, THEN CREDIT MEMOS,
      * THEN PAYMENTS, THEN RETURNED PAYMENTS. ORDER LINES ACCUMULATE
      * UNTIL THE ORDER CHANGES, THEN FLUSH AS ONE STATEMENT LINE WITH
      * TAX.
      **
           MOVE 'Y' TO WS-FIRST-REC
           MOVE 'N' TO WS-SORT-EOF
                       WRK-DATE' 'WS-DSP-AMT
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM WRITE-PRINT-LINE-PROCEDURE
               WHEN '4'
                   PERFORM FLUSH-ORDER-PROCEDURE
                   ADD WRK-AMT TO WS-RUN-BALANCE
                   MOVE WS-RUN-BALANCE TO WS-DSP-AMT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '  RETURNED PAYMENT 'WRK-REF'   '
                       WRK-DATE' 'WS-DSP-AMT
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM WRITE-PRINT-LINE-PROCEDURE
           END-EVALUATE.

       PRINT-HEADER-PROCEDURE.
