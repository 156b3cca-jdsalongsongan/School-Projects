      * Purpose: Dunning Letters / Collections - ages every customer's
      *          open charges exactly the way AGEDAR buckets them
      *          (non-void orders live and archived, totalled with
      *          tax, payments less any the bank returned and credit
      *          memos applied oldest-first)
      *          and writes a printable past-due letter per customer
      *          to dunnltr.txt, escalating in severity with the
      *          oldest non-empty bucket: a reminder past 30 days, a
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CREDIT-MEMO-FS.

           SELECT BANK-RETURN ASSIGN TO 'bankret.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BANK-RETURN-FS.

           SELECT COLL-ACT ASSIGN TO 'collact.dat'
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
           FD ORDER-HIST.
           01 ORDER-HIST-FILE.
               05 OHS-ID PIC 9(5).
           01 ORDERLINE-HIST-FILE.
               05 OLH-ID PIC 9(5).
               05 OLH-PRD-ID PIC 9(5).
               05 OLH-QUAN PIC 9(5).
               05 OLH-UNIT-PRICE PIC 9(4)V9(2).
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
           FD COLL-ACT.
           01 COLL-ACT-FILE.
               05 COL-CST-ID PIC 9(5).
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
           01 WS-PAY.
               05 WS-PAY-CST-ID PIC 9(5).
               05 WS-CRM-CST-ID PIC 9(5).
               05 WS-CRM-DATE PIC 9(8).
               05 WS-CRM-PRD-ID PIC 9(5).
               05 WS-CRM-QUAN PIC 9(5).
               05 WS-CRM-AMOUNT PIC S9(7)V9(2).
           01 WS-ORDER-FS PIC X(2).
           01 WS-ORDERLINE-FS PIC X(2).
           01 WS-TAXRATE-FS PIC X(2).
           01 WS-PAYMENT-FS PIC X(2).
           01 WS-CREDIT-MEMO-FS PIC X(2).
           01 WS-BANK-RETURN-FS PIC X(2).
           01 WS-COLL-ACT-FS PIC X(2).
           01 WS-CNT PIC 9(1) VALUE 0.
           01 WS-CHC PIC X(1).
           01 WS-PRH-EOF PIC A(1).
           01 WS-PAY-EOF PIC A(1).
           01 WS-CRM-EOF PIC A(1).
           01 WS-BRT-EOF PIC A(1).
           01 WS-COL-EOF PIC A(1).
           01 WS-TAX-EOF PIC A(1).
           01 WS-ORD-DATE-YMD PIC X(8).
           01 WS-YMD-TXT PIC X(8).
           01 WS-PRICE-AS-OF PIC 9(4)V9(2).
           01 WS-FUTURE-FND PIC A(1).
           01 WS-EARLIEST-FUTURE-DATE PIC X(8).
           01 WS-EARLIEST-FUTURE-PRICE PIC 9(4)V9(2).
           01 WS-PAST-FND PIC A(1).
           01 WS-LATEST-PAST-DATE PIC X(8).
           01 WS-LATEST-PAST-PRICE PIC 9(4)V9(2).
           01 WS-ASOF-DATE PIC 9(8).
           01 WS-ASOF-YMD PIC 9(8).
           01 WS-ORD-YMD PIC 9(8).
           01 WS-ASOF-DAYS PIC S9(7).
           01 WS-ORD-DAYS PIC S9(7).
           01 WS-AGE-DAYS PIC S9(7).
           01 WS-LINE-COST PIC S9(9)V99.
           01 WS-ORD-TOTAL PIC S9(7)V99.
           01 WS-TAX-RATE PIC V9(4) VALUE .0700.
           01 WS-TAX-LOOKUP-YMD PIC 9(8).
           PERFORM AGE-ARCHIVE-ORDERS-PROCEDURE
           PERFORM SUM-PAYMENTS-PROCEDURE
           PERFORM SUM-CREDIT-MEMOS-PROCEDURE
           PERFORM SUM-RETURNED-ITEMS-PROCEDURE
           PERFORM APPLY-PAYMENTS-PROCEDURE
           COMPUTE WS-CST-OPEN-TOTAL =
               WS-BKT-CUR + WS-BKT-30 + WS-BKT-60 + WS-BKT-90.
               CLOSE CREDIT-MEMO
           END-IF.

       SUM-RETURNED-ITEMS-PROCEDURE.
      **
      * A PAYMENT THE BANK RETURNED NEVER REALLY PAID ANYTHING, SO
      * EACH RETURN DATED ON OR BEFORE THE REPORT DATE COMES BACK
      * OUT OF THE POOL. BANKRET.DAT MAY NOT EXIST YET IF NOTHING HAS
      * EVER BEEN RETURNED.
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
                           STRING BRT-DATE(5:4) BRT-DATE(1:2)
                               BRT-DATE(3:2) INTO WS-YMD-TXT
                           MOVE WS-YMD-TXT TO WS-ORD-YMD
                           IF WS-ORD-YMD NOT > WS-ASOF-YMD
                               SUBTRACT BRT-AMOUNT FROM WS-CST-PAYMENTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BANK-RETURN-FS = '00' OR WS-BANK-RETURN-FS = '10'
               CLOSE BANK-RETURN
           END-IF.

       APPLY-PAYMENTS-PROCEDURE.
           IF WS-CST-PAYMENTS NOT > ZERO
               CONTINUE
