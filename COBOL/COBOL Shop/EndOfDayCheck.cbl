      *          or above the orderctl.dat checkpoint, product
      *          quantities that are no longer valid numbers, and a
      *          recomputation of every customer's charges minus
      *          payments and credit memos, plus payments the bank
      *          returned, against the stored CST-BALANCE.
      *          Discrepancies print on the report and are also
      *          written to eodexcept.dat as fixed-layout records, so
      *          corruption is found the night it happens instead of
      *          at month-end.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CREDIT-MEMO-FS.

           SELECT BANK-RETURN ASSIGN TO 'bankret.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BANK-RETURN-FS.

           SELECT ORDER-HIST ASSIGN TO 'orderhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
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
               05 CRM-CST-ID PIC 9(5).
               05 CRM-DATE PIC 9(8).
               05 CRM-PRD-ID PIC 9(5).
               05 CRM-QUAN PIC 9(5).
               05 CRM-AMOUNT PIC S9(7)V9(2).
           FD BANK-RETURN.
           01 BANK-RETURN-FILE.
               05 BRT-CST-ID PIC 9(5).
               05 BRT-DATE PIC 9(8).
               05 BRT-AMOUNT PIC 9(7)V9(2).
               05 BRT-REF PIC X(10).
               05 BRT-PAY-DATE PIC 9(8).
           FD ORDER-HIST.
           01 ORDER-HIST-FILE.
               05 OHS-ID PIC 9(5).
           01 ORDERLINE-HIST-FILE.
               05 OLH-ID PIC 9(5).
               05 OLH-PRD-ID PIC 9(5).
               05 OLH-QUAN PIC 9(5).
               05 OLH-UNIT-PRICE PIC 9(4)V9(2).
           FD ORDER-CTL.
           01 ORDER-CTL-FILE.
               05 OCT-NEXT-ORD-ID PIC 9(5).
       WORKING-STORAGE SECTION.
           01 WS-PAYMENT-FS PIC X(2).
           01 WS-CREDIT-MEMO-FS PIC X(2).
           01 WS-BANK-RETURN-FS PIC X(2).
           01 WS-ORDER-CTL-FS PIC X(2).
           01 WS-EOD-EXCEPT-FS PIC X(2).
           01 WS-ORDER-HIST-FS PIC X(2).
           01 WS-OLH-EOF PIC A(1).
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
           01 WS-PAY.
               05 WS-PAY-CST-ID PIC 9(5).
               05 WS-CRM-CST-ID PIC 9(5).
               05 WS-CRM-DATE PIC 9(8).
               05 WS-CRM-PRD-ID PIC 9(5).
               05 WS-CRM-QUAN PIC 9(5).
               05 WS-CRM-AMOUNT PIC S9(7)V9(2).
           01 WS-EOF PIC A(1).
           01 WS-TEMP-EOF PIC A(1).
           01 WS-PRH-EOF PIC A(1).
           01 WS-PAY-EOF PIC A(1).
           01 WS-CRM-EOF PIC A(1).
           01 WS-BRT-EOF PIC A(1).
           01 WS-FND PIC A(1).
           01 WS-CTL-FND PIC A(1).
           01 WS-NEXT-ORD-ID PIC 9(5).
           01 WS-LINE-CNT PIC 9(3).
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
           01 WS-ORD-TOTAL PIC S9(7)V99.
           01 WS-TAX-RATE PIC V9(4) VALUE .0700.
           01 WS-TAXRATE-FS PIC X(2).
           PERFORM ADD-ARCHIVE-CHARGES-PROCEDURE
           PERFORM SUBTRACT-PAYMENTS-PROCEDURE
           PERFORM SUBTRACT-CREDIT-MEMOS-PROCEDURE
           PERFORM ADD-RETURNED-ITEMS-PROCEDURE
           IF WS-EXPECT-BALANCE NOT = WS-CST-BALANCE
               MOVE WS-EXPECT-BALANCE TO WS-DSP-AMT
               DISPLAY '  BALANCE MISMATCH: CUST 'WS-CST-ID
               CLOSE CREDIT-MEMO
           END-IF.

       ADD-RETURNED-ITEMS-PROCEDURE.
      **
      * A PAYMENT THE BANK RETURNED STAYS ON PAYMENT.DAT BUT WAS PUT
      * BACK ON CST-BALANCE BY THE BANK RECONCILIATION, SO IT COMES
      * BACK IN HERE AS A CHARGE. NO BANKRET.DAT YET MEANS NOTHING
      * HAS BEEN RETURNED.
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
                       IF BRT-CST-ID = WS-CST-ID
                           ADD BRT-AMOUNT TO WS-EXPECT-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BANK-RETURN-FS = '00' OR WS-BANK-RETURN-FS = '10'
               CLOSE BANK-RETURN
           END-IF.

       SUM-ORDER-PROCEDURE.
           MOVE ZERO TO WS-ORD-TOTAL
           MOVE 'N' TO WS-ORDL-EOF
