      ******************************************************************
      * Author: Eron Salongsongan
      * Date: September 01, 2026
      * Purpose: General Ledger Journal Interface - turns one business
      *          day's orders, voids, order amendments, credit memos,
      *          payments, payments returned by the bank, stock
      *          receipts and stocktake adjustments
      *          into a balanced double-entry batch summarised by
      *          ledger account
      *          (cash, receivables, inventory at PRD-UNIT-COST,
      *          payables, sales tax payable, sales, cost of goods
      *          sold from ORDL-UNIT-COST, stock adjustments and
      *          purchase price variance) and appends it to
      *          gljournal.dat for the ledger package. Drop-ship
      *          lines (dropship.dat) are delivered by the supplier
      *          and never pass through inventory: they carry no cost
      *          on the order's day, and the supplier's delivery is
      *          costed straight to cost of goods sold. A batch is
      *          only released when its debits equal its credits, a
      *          day is journalled once, and a day inside a period
      *          PERIODCLS has closed is refused unless a supervisor
      *          releases it as a flagged adjustment batch. A batch
      *          held back ends with return code 8 so the night
      *          stream stops on it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GLJRNL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPERATOR ASSIGN TO 'operator.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-ID
           FILE STATUS IS WS-OPERATOR-FS.

           SELECT CUSTOMER ASSIGN TO 'customer.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CST-ID
           FILE STATUS IS WS-CUSTOMER-FS.

           SELECT PRODUCT ASSIGN TO 'product.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-ID
           FILE STATUS IS WS-PRODUCT-FS.

           SELECT C_ORDER ASSIGN TO 'order.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ORDER-FS.

           SELECT ORDERLINE ASSIGN TO 'orderline.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ORDERLINE-FS.

           SELECT ORDER-HIST ASSIGN TO 'orderhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ORDER-HIST-FS.

           SELECT ORDERLINE-HIST ASSIGN TO 'orderlinehist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ORDERLINE-HIST-FS.

           SELECT PRICE-HIST ASSIGN TO 'pricehist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PRICE-HIST-FS.

           SELECT TAXRATE ASSIGN TO 'taxrate.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-TAXRATE-FS.

           SELECT CREDIT-MEMO ASSIGN TO 'creditmemo.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CREDIT-MEMO-FS.

           SELECT PAYMENT ASSIGN TO 'payment.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PAYMENT-FS.

           SELECT BANK-RETURN ASSIGN TO 'bankret.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BANK-RETURN-FS.

           SELECT RECEIVING ASSIGN TO 'receiving.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RECEIVING-FS.

           SELECT DROP-SHIP ASSIGN TO 'dropship.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DROP-SHIP-FS.

           SELECT AUDIT-TRAIL ASSIGN TO 'audit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-TRAIL-FS.

           SELECT PERIOD-CTL ASSIGN TO 'periodctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PERIOD-CTL-FS.

           SELECT GL-JOURNAL ASSIGN TO 'gljournal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-GL-JOURNAL-FS.

           SELECT GL-CTL ASSIGN TO 'gljrnctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-GL-CTL-FS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           FD OPERATOR.
           01 OPERATOR-FILE.
               05 OPR-ID PIC 9(5).
               05 OPR-NAME PIC A(15).
               05 OPR-LEVEL PIC 9(1).
                   88 OPR-SUPERVISOR VALUE 9.
           FD CUSTOMER.
           01 CUSTOMER-FILE.
               05 CST-ID PIC 9(5).
               05 CST-NAME PIC X(25).
               05 CST-STATUS PIC X(1).
               05 CST-CREDIT-LIMIT PIC 9(7)V9(2).
               05 CST-BALANCE PIC S9(7)V9(2).
               05 CST-TAX-EXEMPT PIC X(1).
               05 CST-DISC-PCT PIC 9(2)V9(2).
               05 CST-ADDRESS PIC X(25).
           FD PRODUCT.
           01 PRODUCT-FILE.
               05 PRD-ID PIC 9(5).
               05 PRD-NAME PIC X(20).
               05 PRD-PRICE PIC 9(4)V9(2).
               05 PRD-QTY-ON-HAND PIC 9(5).
               05 PRD-REORDER-POINT PIC 9(5).
               05 PRD-REORDER-QTY PIC 9(5).
               05 PRD-SUP-ID PIC 9(5).
               05 PRD-UNIT-COST PIC 9(5)V9(2).
           FD C_ORDER.
           01 ORDER-FILE.
               05 ORD-ID PIC 9(5).
               05 ORD-DATE PIC 9(8).
               05 ORD-CST-ID PIC 9(5).
               05 ORD-STATUS PIC X(1).
               05 ORD-REP-ID PIC 9(5).
               05 ORD-SHIP-DATE PIC 9(8).
           FD ORDERLINE.
           01 ORDERLINE-FILE.
               05 ORDL-ID PIC 9(5).
               05 ORDL-PRD-ID PIC 9(5).
               05 ORDL-QUAN PIC 9(5).
               05 ORDL-UNIT-PRICE PIC 9(4)V9(2).
               05 ORDL-UNIT-COST PIC 9(5)V9(2).
           FD ORDER-HIST.
           01 ORDER-HIST-FILE.
               05 OHS-ID PIC 9(5).
               05 OHS-DATE PIC 9(8).
               05 OHS-CST-ID PIC 9(5).
               05 OHS-STATUS PIC X(1).
               05 OHS-REP-ID PIC 9(5).
               05 OHS-SHIP-DATE PIC 9(8).
           FD ORDERLINE-HIST.
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
               05 TAX-RATE-PCT PIC 9(2)V9(2).
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
               05 PAY-CST-ID PIC 9(5).
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
           FD RECEIVING.
           01 RECEIVING-FILE.
               05 RCV-SUP-ID PIC 9(5).
               05 RCV-PRD-ID PIC 9(5).
               05 RCV-DATE PIC 9(8).
               05 RCV-QUAN PIC 9(5).
               05 RCV-COST PIC 9(5)V9(2).
               05 RCV-PO-ID PIC 9(5).
               05 RCV-LOT-NO PIC X(10).
               05 RCV-EXP-DATE PIC 9(8).
           FD DROP-SHIP.
           01 DROP-SHIP-FILE.
               05 DRS-ORD-ID PIC 9(5).
               05 DRS-PRD-ID PIC 9(5).
               05 DRS-QTY PIC 9(5).
               05 DRS-PO-ID PIC 9(5).
               05 DRS-SUP-ID PIC 9(5).
               05 DRS-CST-ID PIC 9(5).
               05 DRS-SHIP-TO PIC X(25).
               05 DRS-STATUS PIC X(1).
                   88 DRS-OPEN VALUE 'O'.
                   88 DRS-DELIVERED VALUE 'D'.
                   88 DRS-CANCELLED VALUE 'C'.
               05 DRS-DLV-DATE PIC 9(8).
               05 DRS-DLV-QTY PIC 9(5).
           FD AUDIT-TRAIL.
           01 AUDIT-TRAIL-FILE.
               05 AUD-TIMESTAMP PIC X(14).
               05 AUD-REC-TYPE PIC X(10).
               05 AUD-KEY PIC X(10).
               05 AUD-OLD-VALUE PIC X(30).
               05 AUD-NEW-VALUE PIC X(30).
               05 AUD-OPERATOR PIC 9(5).
           FD PERIOD-CTL.
           01 PERIOD-CTL-FILE.
               05 PER-YYYYMM PIC 9(6).
               05 PER-STATUS PIC X(1).
                   88 PER-CLOSED VALUE 'C'.
                   88 PER-REOPENED VALUE 'O'.
               05 PER-STAMP PIC X(14).
           FD GL-JOURNAL.
           01 GL-JOURNAL-FILE.
               05 GLJ-BATCH-ID PIC 9(5).
               05 GLJ-DATE PIC 9(8).
               05 GLJ-REC-TYPE PIC X(1).
                   88 GLJ-DETAIL VALUE 'D'.
                   88 GLJ-CONTROL VALUE 'C'.
               05 GLJ-ACCOUNT PIC 9(4).
               05 GLJ-ACCT-NAME PIC X(20).
               05 GLJ-DEBIT PIC 9(9)V9(2).
               05 GLJ-CREDIT PIC 9(9)V9(2).
               05 GLJ-ADJ-FLAG PIC X(1).
                   88 GLJ-ADJUSTMENT VALUE 'Y'.
           FD GL-CTL.
           01 GL-CTL-FILE.
               05 GCT-NEXT-BATCH-ID PIC 9(5).
      *-----------------------
       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-FS PIC X(2).
           01 WS-OPERATOR-ID PIC 9(5) VALUE ZERO.
           01 WS-OPERATOR-LEVEL PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-OK PIC A(1).
           01 WS-CUSTOMER-FS PIC X(2).
           01 WS-PRODUCT-FS PIC X(2).
           01 WS-ORDER-FS PIC X(2).
           01 WS-ORDERLINE-FS PIC X(2).
           01 WS-ORDER-HIST-FS PIC X(2).
           01 WS-ORDERLINE-HIST-FS PIC X(2).
           01 WS-PRICE-HIST-FS PIC X(2).
           01 WS-TAXRATE-FS PIC X(2).
           01 WS-CREDIT-MEMO-FS PIC X(2).
           01 WS-PAYMENT-FS PIC X(2).
           01 WS-BANK-RETURN-FS PIC X(2).
           01 WS-RECEIVING-FS PIC X(2).
           01 WS-DROP-SHIP-FS PIC X(2).
           01 WS-AUDIT-TRAIL-FS PIC X(2).
           01 WS-PERIOD-CTL-FS PIC X(2).
           01 WS-GL-JOURNAL-FS PIC X(2).
           01 WS-GL-CTL-FS PIC X(2).
           01 WS-ORD.
               05 WS-ORD-ID PIC 9(5).
               05 WS-ORD-DATE PIC 9(8).
               05 WS-ORD-CST-ID PIC 9(5).
               05 WS-ORD-STATUS PIC X(1).
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
               05 WS-PRD-SUP-ID PIC 9(5).
               05 WS-PRD-UNIT-COST PIC 9(5)V9(2).
           01 WS-EOF PIC A(1).
           01 WS-ORDL-EOF PIC A(1).
           01 WS-OLH-EOF PIC A(1).
           01 WS-DRS-EOF PIC A(1).
           01 WS-DRS-FND PIC A(1).
           01 WS-FND-EOF PIC A(1).
           01 WS-PRH-EOF PIC A(1).
           01 WS-TAX-EOF PIC A(1).
           01 WS-PER-EOF PIC A(1).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-YMD-TXT PIC X(8).
           01 WS-YMD-TXT PIC X(8).
           01 WS-CHK-YYYYMM PIC 9(6).
           01 WS-PERIOD-CLOSED PIC A(1).
           01 WS-ADJ-FLAG PIC X(1) VALUE SPACE.
           01 WS-INP-ADJ PIC A(1).
           01 WS-ALREADY-DONE PIC A(1).
           01 WS-RUN-OK PIC A(1).
           01 WS-BATCH-ID PIC 9(5).
           01 WS-MAX-BATCH-ID PIC 9(5).
           01 WS-MAX-BATCH-FND PIC A(1).
      **
      * LEDGER ACCOUNTS THE BATCH POSTS TO, IN CHART-OF-ACCOUNTS
      * ORDER. THE WS-GLA- SUBSCRIPTS BELOW NAME EACH ROW SO THE
      * POSTING PARAGRAPHS READ AS DEBIT THIS / CREDIT THAT.
      **
           01 WS-GLA-TBL.
               05 WS-GLA-ENTRY OCCURS 9 TIMES.
                   10 WS-GLA-CODE PIC 9(4).
                   10 WS-GLA-NAME PIC X(20).
                   10 WS-GLA-DR PIC S9(9)V99.
                   10 WS-GLA-CR PIC S9(9)V99.
           01 WS-GLA-CASH PIC 9(1) VALUE 1.
           01 WS-GLA-AR PIC 9(1) VALUE 2.
           01 WS-GLA-INVENTORY PIC 9(1) VALUE 3.
           01 WS-GLA-AP PIC 9(1) VALUE 4.
           01 WS-GLA-TAX PIC 9(1) VALUE 5.
           01 WS-GLA-SALES PIC 9(1) VALUE 6.
           01 WS-GLA-COGS PIC 9(1) VALUE 7.
           01 WS-GLA-STOCK-ADJ PIC 9(1) VALUE 8.
           01 WS-GLA-PPV PIC 9(1) VALUE 9.
           01 WS-A PIC 9(1).
           01 WS-GL-DR-IX PIC 9(1).
           01 WS-GL-CR-IX PIC 9(1).
           01 WS-GL-AMT PIC S9(9)V99.
           01 WS-GL-SIGN PIC S9(1).
           01 WS-TOT-DR PIC S9(9)V99.
           01 WS-TOT-CR PIC S9(9)V99.
           01 WS-ORD-SUBTOTAL PIC S9(7)V99.
           01 WS-ORD-COST PIC S9(7)V99.
           01 WS-ORD-TAX-AMT PIC S9(7)V99.
           01 WS-LINE-COST PIC S9(9)V99.
           01 WS-UNIT-COST PIC 9(5)V9(2).
           01 WS-ORD-FND PIC A(1).
           01 WS-FIND-ORD-ID PIC 9(5).
           01 WS-CST-EXEMPT-FLG PIC X(1).
           01 WS-TAX-RATE PIC V9(4) VALUE .0700.
           01 WS-TAX-LOOKUP-YMD PIC 9(8).
           01 WS-TAX-BEST-DATE PIC 9(8).
           01 WS-ORD-DATE-YMD PIC X(8).
           01 WS-PRICE-AS-OF PIC 9(4)V9(2).
           01 WS-FUTURE-FND PIC A(1).
           01 WS-EARLIEST-FUTURE-DATE PIC X(8).
           01 WS-EARLIEST-FUTURE-PRICE PIC 9(4)V9(2).
           01 WS-PAST-FND PIC A(1).
           01 WS-LATEST-PAST-DATE PIC X(8).
           01 WS-LATEST-PAST-PRICE PIC 9(4)V9(2).
           01 WS-MEMO-NET PIC S9(7)V99.
           01 WS-MEMO-TAX PIC S9(7)V99.
           01 WS-MEMO-COST-FND PIC A(1).
           01 WS-MEMO-ORD-ID PIC 9(5).
           01 WS-MEMO-PRD-ID PIC 9(5).
           01 WS-STD-VALUE PIC S9(9)V99.
           01 WS-ACT-VALUE PIC S9(9)V99.
           01 WS-OLD-QTY PIC 9(5).
           01 WS-NEW-QTY PIC 9(5).
           01 WS-ADJ-QTY PIC S9(6).
           01 WS-ORDER-CNT PIC 9(5) VALUE ZERO.
           01 WS-VOID-CNT PIC 9(5) VALUE ZERO.
           01 WS-MEMO-CNT PIC 9(5) VALUE ZERO.
           01 WS-PAY-CNT PIC 9(5) VALUE ZERO.
           01 WS-RET-CNT PIC 9(5) VALUE ZERO.
           01 WS-RCV-CNT PIC 9(5) VALUE ZERO.
           01 WS-ADJ-CNT PIC 9(5) VALUE ZERO.
           01 WS-AMEND-CNT PIC 9(5) VALUE ZERO.
           01 WS-AMD-DAY-DONE PIC A(1).
      **
      * THE AMENDMENT AUDIT VALUES ARE UNEDITED 9(7)V99 DIGITS, SO
      * EACH IS TAKEN AS TEXT AND READ BACK WITH ITS DECIMAL PLACES.
      **
           01 WS-AMD-OLD-SUB PIC 9(7)V99.
           01 WS-AMD-OLD-SUB-X REDEFINES WS-AMD-OLD-SUB
               PIC X(9).
           01 WS-AMD-OLD-TAX PIC 9(7)V99.
           01 WS-AMD-OLD-TAX-X REDEFINES WS-AMD-OLD-TAX
               PIC X(9).
           01 WS-AMD-OLD-COST PIC 9(7)V99.
           01 WS-AMD-OLD-COST-X REDEFINES WS-AMD-OLD-COST
               PIC X(9).
           01 WS-AMD-NEW-SUB PIC 9(7)V99.
           01 WS-AMD-NEW-SUB-X REDEFINES WS-AMD-NEW-SUB
               PIC X(9).
           01 WS-AMD-NEW-TAX PIC 9(7)V99.
           01 WS-AMD-NEW-TAX-X REDEFINES WS-AMD-NEW-TAX
               PIC X(9).
           01 WS-AMD-NEW-COST PIC 9(7)V99.
           01 WS-AMD-NEW-COST-X REDEFINES WS-AMD-NEW-COST
               PIC X(9).
           01 WS-AUD-REC-TYPE PIC X(10).
           01 WS-AUD-KEY PIC X(10).
           01 WS-AUD-OLD-VALUE PIC X(30).
           01 WS-AUD-NEW-VALUE PIC X(30).
           01 WS-DSP-AMT PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-DSP-AMT2 PIC ZZZ,ZZZ,ZZ9.99-.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY 'GENERAL LEDGER JOURNAL INTERFACE'.
           PERFORM SIGNON-PROCEDURE
           DISPLAY 'ENTER BUSINESS DATE TO JOURNAL (MMDDYYYY):'.
           ACCEPT WS-RUN-DATE.
           STRING WS-RUN-DATE(5:4) WS-RUN-DATE(1:2) WS-RUN-DATE(3:2)
               INTO WS-YMD-TXT
           MOVE WS-YMD-TXT TO WS-RUN-YMD-TXT
           MOVE 'Y' TO WS-RUN-OK
           PERFORM CHECK-ALREADY-JOURNALLED-PROCEDURE
           IF WS-ALREADY-DONE = 'Y'
               DISPLAY 'BATCH FOR 'WS-RUN-DATE' ALREADY RELEASED - '
                   'NOT JOURNALLED AGAIN'
               MOVE 'N' TO WS-RUN-OK
           END-IF
           IF WS-RUN-OK = 'Y'
               PERFORM CHECK-RUN-PERIOD-PROCEDURE
           END-IF
           IF WS-RUN-OK = 'Y'
               PERFORM INIT-ACCOUNTS-PROCEDURE
               OPEN INPUT CUSTOMER
               OPEN INPUT PRODUCT
               PERFORM JOURNAL-ORDERS-PROCEDURE
               PERFORM JOURNAL-AUDIT-PROCEDURE
               PERFORM JOURNAL-CREDIT-MEMOS-PROCEDURE
               PERFORM JOURNAL-PAYMENTS-PROCEDURE
               PERFORM JOURNAL-RETURNED-ITEMS-PROCEDURE
               PERFORM JOURNAL-RECEIPTS-PROCEDURE
               CLOSE PRODUCT
               CLOSE CUSTOMER
               PERFORM PROVE-BATCH-PROCEDURE
           END-IF.
           STOP RUN.

       CHECK-ALREADY-JOURNALLED-PROCEDURE.
      **
      * A DAY GOES TO THE LEDGER ONCE. RERUNNING THE NIGHT STREAM
      * MUST NOT DOUBLE THE DAY IN THE ACCOUNTANT'S BOOKS.
      **
           MOVE 'N' TO WS-ALREADY-DONE
           MOVE 'N' TO WS-EOF
           OPEN INPUT GL-JOURNAL
           IF WS-GL-JOURNAL-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GL-JOURNAL
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GLJ-DATE = WS-RUN-DATE
                           MOVE 'Y' TO WS-ALREADY-DONE
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GL-JOURNAL-FS = '00' OR WS-GL-JOURNAL-FS = '10'
               CLOSE GL-JOURNAL
           END-IF.

       CHECK-RUN-PERIOD-PROCEDURE.
      **
      * THE LEDGER FOR A CLOSED MONTH HAS ALREADY BEEN REPORTED, SO
      * A DAY INSIDE IT IS ONLY JOURNALLED WHEN A SUPERVISOR SAYS SO
      * - AND THEN EVERY LINE OF THE BATCH CARRIES THE ADJUSTMENT
      * FLAG SO THE ACCOUNTANT POSTS IT AS A PRIOR-PERIOD CORRECTION.
      **
           MOVE WS-RUN-DATE(5:4) TO WS-CHK-YYYYMM(1:4)
           MOVE WS-RUN-DATE(1:2) TO WS-CHK-YYYYMM(5:2)
           PERFORM CHECK-PERIOD-OPEN-PROCEDURE
           IF WS-PERIOD-CLOSED = 'Y'
               DISPLAY 'PERIOD 'WS-CHK-YYYYMM' IS CLOSED'
               DISPLAY 'RELEASE AS A FLAGGED ADJUSTMENT BATCH? (Y/N):'
               ACCEPT WS-INP-ADJ
               IF WS-INP-ADJ = 'Y'
                   IF WS-OPERATOR-LEVEL < 9
                       DISPLAY 'AN ADJUSTMENT BATCH NEEDS A '
                           'SUPERVISOR - NOT JOURNALLED'
                       MOVE 'N' TO WS-RUN-OK
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE 'Y' TO WS-ADJ-FLAG
                   END-IF
               ELSE
                   DISPLAY 'ACCOUNTING PERIOD IS CLOSED - NOT '
                       'JOURNALLED'
                   MOVE 'N' TO WS-RUN-OK
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       INIT-ACCOUNTS-PROCEDURE.
           MOVE 1000 TO WS-GLA-CODE(1)
           MOVE 'CASH AT BANK' TO WS-GLA-NAME(1)
           MOVE 1100 TO WS-GLA-CODE(2)
           MOVE 'ACCOUNTS RECEIVABLE' TO WS-GLA-NAME(2)
           MOVE 1300 TO WS-GLA-CODE(3)
           MOVE 'INVENTORY' TO WS-GLA-NAME(3)
           MOVE 2000 TO WS-GLA-CODE(4)
           MOVE 'ACCOUNTS PAYABLE' TO WS-GLA-NAME(4)
           MOVE 2200 TO WS-GLA-CODE(5)
           MOVE 'SALES TAX PAYABLE' TO WS-GLA-NAME(5)
           MOVE 4000 TO WS-GLA-CODE(6)
           MOVE 'SALES' TO WS-GLA-NAME(6)
           MOVE 5000 TO WS-GLA-CODE(7)
           MOVE 'COST OF GOODS SOLD' TO WS-GLA-NAME(7)
           MOVE 5100 TO WS-GLA-CODE(8)
           MOVE 'STOCK ADJUSTMENTS' TO WS-GLA-NAME(8)
           MOVE 5200 TO WS-GLA-CODE(9)
           MOVE 'PURCHASE PRICE VAR' TO WS-GLA-NAME(9)
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 9
               MOVE ZERO TO WS-GLA-DR(WS-A)
               MOVE ZERO TO WS-GLA-CR(WS-A)
           END-PERFORM.

       POST-ENTRY-PROCEDURE.
      **
      * ONE BALANCED ENTRY: WS-GL-AMT DEBITED TO ACCOUNT
      * WS-GL-DR-IX AND CREDITED TO WS-GL-CR-IX. A NEGATIVE AMOUNT
      * (A REVERSAL, A STOCK LOSS, A FAVOURABLE VARIANCE) POSTS THE
      * OTHER WAY ROUND SO NO ACCOUNT EVER CARRIES A NEGATIVE SIDE.
      **
           IF WS-GL-AMT < 0
               SUBTRACT WS-GL-AMT FROM WS-GLA-DR(WS-GL-CR-IX)
               SUBTRACT WS-GL-AMT FROM WS-GLA-CR(WS-GL-DR-IX)
           ELSE
               ADD WS-GL-AMT TO WS-GLA-DR(WS-GL-DR-IX)
               ADD WS-GL-AMT TO WS-GLA-CR(WS-GL-CR-IX)
           END-IF.

       JOURNAL-ORDERS-PROCEDURE.
      **
      * EVERY ORDER ENTERED ON THE DAY - WHATEVER HAS HAPPENED TO IT
      * SINCE - WAS A SALE ON THAT DAY. A LATER VOID IS JOURNALLED
      * AS ITS OWN REVERSAL ON THE DAY IT WAS VOIDED, SO A RERUN FOR
      * AN OLD DATE STILL REPRODUCES WHAT WAS RELEASED THEN.
      **
           MOVE 1 TO WS-GL-SIGN
           MOVE 'N' TO WS-EOF
           OPEN INPUT C_ORDER
           IF WS-ORDER-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ C_ORDER INTO WS-ORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ORD-DATE = WS-RUN-DATE
                           PERFORM POST-ORDER-PROCEDURE
                           ADD 1 TO WS-ORDER-CNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ORDER-FS = '00' OR WS-ORDER-FS = '10'
               CLOSE C_ORDER
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDER-HIST
           IF WS-ORDER-HIST-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ORDER-HIST INTO WS-ORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ORD-DATE = WS-RUN-DATE
                           PERFORM POST-ORDER-PROCEDURE
                           ADD 1 TO WS-ORDER-CNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ORDER-HIST-FS = '00' OR WS-ORDER-HIST-FS = '10'
               CLOSE ORDER-HIST
           END-IF.

       POST-ORDER-PROCEDURE.
      **
      * PRICES THE ORDER IN WS-ORD THE WAY IT WAS BILLED - STORED
      * LINE PRICES, TAX AT THE RATE IN EFFECT ON ORD-DATE, NONE FOR
      * AN EXEMPT CUSTOMER - AND COSTS IT AT ORDL-UNIT-COST, THEN
      * POSTS IT WITH THE SIGN IN WS-GL-SIGN (+1 SALE, -1 VOID):
      *   DR RECEIVABLES / CR SALES AND SALES TAX PAYABLE
      *   DR COST OF GOODS SOLD / CR INVENTORY
      * A DROP-SHIP LINE ADDS ITS SALES VALUE BUT NO COST - NOTHING
      * LEAVES INVENTORY; ITS COST IS TAKEN WHEN THE SUPPLIER
      * DELIVERS, SEE POST-RECEIPT.
      **
           PERFORM SUM-ORDER-LINES-PROCEDURE
           MOVE 'N' TO WS-CST-EXEMPT-FLG
           MOVE WS-ORD-CST-ID TO CST-ID
           READ CUSTOMER
               INVALID KEY MOVE 'N' TO WS-CST-EXEMPT-FLG
               NOT INVALID KEY
                   MOVE CST-TAX-EXEMPT TO WS-CST-EXEMPT-FLG
           END-READ
           MOVE ZERO TO WS-ORD-TAX-AMT
           IF WS-CST-EXEMPT-FLG NOT = 'Y'
               STRING WS-ORD-DATE(5:4) WS-ORD-DATE(1:2)
                   WS-ORD-DATE(3:2) INTO WS-YMD-TXT
               MOVE WS-YMD-TXT TO WS-TAX-LOOKUP-YMD
               PERFORM GET-TAX-RATE-AS-OF-PROCEDURE
               COMPUTE WS-ORD-TAX-AMT ROUNDED =
                   WS-ORD-SUBTOTAL * WS-TAX-RATE
           END-IF
           MOVE WS-GLA-AR TO WS-GL-DR-IX
           MOVE WS-GLA-SALES TO WS-GL-CR-IX
           MULTIPLY WS-ORD-SUBTOTAL BY WS-GL-SIGN GIVING WS-GL-AMT
           PERFORM POST-ENTRY-PROCEDURE
           MOVE WS-GLA-TAX TO WS-GL-CR-IX
           MULTIPLY WS-ORD-TAX-AMT BY WS-GL-SIGN GIVING WS-GL-AMT
           PERFORM POST-ENTRY-PROCEDURE
           MOVE WS-GLA-COGS TO WS-GL-DR-IX
           MOVE WS-GLA-INVENTORY TO WS-GL-CR-IX
           MULTIPLY WS-ORD-COST BY WS-GL-SIGN GIVING WS-GL-AMT
           PERFORM POST-ENTRY-PROCEDURE.

       SUM-ORDER-LINES-PROCEDURE.
           MOVE ZERO TO WS-ORD-SUBTOTAL
           MOVE ZERO TO WS-ORD-COST
           MOVE 'N' TO WS-ORDL-EOF
           OPEN INPUT ORDERLINE
           IF WS-ORDERLINE-FS NOT = '00'
               MOVE 'Y' TO WS-ORDL-EOF
           END-IF
           PERFORM UNTIL WS-ORDL-EOF = 'Y'
               READ ORDERLINE INTO WS-ORDL
                   AT END MOVE 'Y' TO WS-ORDL-EOF
                   NOT AT END
                       IF WS-ORDL-ID = WS-ORD-ID
                           PERFORM PRICE-ORDER-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ORDERLINE-FS = '00' OR WS-ORDERLINE-FS = '10'
               CLOSE ORDERLINE
           END-IF
           MOVE 'N' TO WS-OLH-EOF
           OPEN INPUT ORDERLINE-HIST
           IF WS-ORDERLINE-HIST-FS NOT = '00'
               MOVE 'Y' TO WS-OLH-EOF
           END-IF
           PERFORM UNTIL WS-OLH-EOF = 'Y'
               READ ORDERLINE-HIST
                   AT END MOVE 'Y' TO WS-OLH-EOF
                   NOT AT END
                       IF OLH-ID = WS-ORD-ID
                           MOVE OLH-ID TO WS-ORDL-ID
                           MOVE OLH-PRD-ID TO WS-ORDL-PRD-ID
                           MOVE OLH-QUAN TO WS-ORDL-QUAN
                           MOVE OLH-UNIT-PRICE TO WS-ORDL-UNIT-PRICE
                           MOVE ZERO TO WS-ORDL-UNIT-COST
                           PERFORM PRICE-ORDER-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ORDERLINE-HIST-FS = '00'
               OR WS-ORDERLINE-HIST-FS = '10'
               CLOSE ORDERLINE-HIST
           END-IF.

       PRICE-ORDER-LINE-PROCEDURE.
      **
      * LINES WRITTEN BEFORE UNIT PRICES OR UNIT COSTS WERE STORED
      * FALL BACK TO THE AS-OF PRICE AND TODAY'S PRD-UNIT-COST - THE
      * SAME FALLBACKS MARGINRPT AND TAXREMIT USE.
      **
           MOVE WS-ORDL-PRD-ID TO PRD-ID
           READ PRODUCT INTO WS-PRD
               INVALID KEY
                   MOVE ZERO TO WS-PRD-PRICE
                   MOVE ZERO TO WS-PRD-UNIT-COST
           END-READ
           IF WS-ORDL-UNIT-PRICE NUMERIC
               AND WS-ORDL-UNIT-PRICE > 0
               MOVE WS-ORDL-UNIT-PRICE TO WS-PRICE-AS-OF
           ELSE
               PERFORM GET-PRICE-AS-OF-PROCEDURE
           END-IF
           MULTIPLY WS-PRICE-AS-OF BY WS-ORDL-QUAN
               GIVING WS-LINE-COST
           ADD WS-LINE-COST TO WS-ORD-SUBTOTAL
           IF WS-ORDL-UNIT-COST NUMERIC
               AND WS-ORDL-UNIT-COST > 0
               MOVE WS-ORDL-UNIT-COST TO WS-UNIT-COST
           ELSE
               MOVE WS-PRD-UNIT-COST TO WS-UNIT-COST
           END-IF
           MULTIPLY WS-UNIT-COST BY WS-ORDL-QUAN GIVING WS-LINE-COST
           MOVE WS-ORDL-ID TO WS-MEMO-ORD-ID
           MOVE WS-ORDL-PRD-ID TO WS-MEMO-PRD-ID
           PERFORM FIND-DROP-SHIP-LINE-PROCEDURE
           IF WS-DRS-FND = 'N'
               ADD WS-LINE-COST TO WS-ORD-COST
           END-IF.

       JOURNAL-AUDIT-PROCEDURE.
      **
      * VOIDS, ORDER AMENDMENTS AND STOCKTAKE ADJUSTMENTS LEAVE NO
      * DATED RECORD OF THEIR OWN - THE ORDER JUST TURNS 'V' OR ITS
      * LINES CHANGE, THE PRODUCT JUST CHANGES - SO THEY ARE PICKED
      * UP FROM THE AUDIT TRAIL BY THE DATE IN THE AUDIT TIMESTAMP.
      **
           MOVE 'N' TO WS-EOF
           OPEN INPUT AUDIT-TRAIL
           IF WS-AUDIT-TRAIL-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-TRAIL
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AUD-TIMESTAMP(1:8) = WS-RUN-YMD-TXT
                           EVALUATE AUD-REC-TYPE
                               WHEN 'ORDER'
                                   IF AUD-NEW-VALUE = 'VOID'
                                       PERFORM POST-VOID-PROCEDURE
                                   END-IF
                               WHEN 'ORDAMEND'
                                   PERFORM POST-AMEND-PROCEDURE
                               WHEN 'STOCKTAKE'
                                   PERFORM POST-STOCKTAKE-PROCEDURE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-TRAIL-FS = '00' OR WS-AUDIT-TRAIL-FS = '10'
               CLOSE AUDIT-TRAIL
           END-IF.

       POST-VOID-PROCEDURE.
           MOVE AUD-KEY(1:5) TO WS-FIND-ORD-ID
           PERFORM FIND-ORDER-PROCEDURE
           IF WS-ORD-FND = 'Y'
               MOVE -1 TO WS-GL-SIGN
               PERFORM POST-ORDER-PROCEDURE
               MOVE 1 TO WS-GL-SIGN
               ADD 1 TO WS-VOID-CNT
           ELSE
               DISPLAY 'VOIDED ORDER 'WS-FIND-ORD-ID' NOT FOUND - '
                   'VOID NOT JOURNALLED'
           END-IF.

       POST-AMEND-PROCEDURE.
      **
      * THE AUDIT RECORD HOLDS THE ORDER'S SUBTOTAL, TAX AND COST
      * BEFORE AND AFTER THE AMENDMENT. THE ORDER'S OWN DAY PRICES
      * WHATEVER LINES ARE ON FILE WHEN IT IS JOURNALLED, SO THE
      * DIFFERENCE IS ONLY POSTED HERE WHEN THAT DAY HAS ALREADY GONE
      * TO THE LEDGER; OTHERWISE THE ORDER'S OWN DAY CARRIES IT.
      **
           MOVE AUD-KEY(1:5) TO WS-FIND-ORD-ID
           PERFORM FIND-ORDER-PROCEDURE
           IF WS-ORD-FND = 'N'
               DISPLAY 'AMENDED ORDER 'WS-FIND-ORD-ID' NOT FOUND - '
                   'AMENDMENT NOT JOURNALLED'
           ELSE
               PERFORM CHECK-ORDER-DAY-JOURNALLED-PROCEDURE
               IF WS-AMD-DAY-DONE = 'Y'
                   MOVE AUD-OLD-VALUE(1:9) TO WS-AMD-OLD-SUB-X
                   MOVE AUD-OLD-VALUE(11:9) TO WS-AMD-OLD-TAX-X
                   MOVE AUD-OLD-VALUE(21:9) TO WS-AMD-OLD-COST-X
                   MOVE AUD-NEW-VALUE(1:9) TO WS-AMD-NEW-SUB-X
                   MOVE AUD-NEW-VALUE(11:9) TO WS-AMD-NEW-TAX-X
                   MOVE AUD-NEW-VALUE(21:9) TO WS-AMD-NEW-COST-X
                   MOVE WS-GLA-AR TO WS-GL-DR-IX
                   MOVE WS-GLA-SALES TO WS-GL-CR-IX
                   COMPUTE WS-GL-AMT = WS-AMD-NEW-SUB - WS-AMD-OLD-SUB
                   PERFORM POST-ENTRY-PROCEDURE
                   MOVE WS-GLA-TAX TO WS-GL-CR-IX
                   COMPUTE WS-GL-AMT = WS-AMD-NEW-TAX - WS-AMD-OLD-TAX
                   PERFORM POST-ENTRY-PROCEDURE
                   MOVE WS-GLA-COGS TO WS-GL-DR-IX
                   MOVE WS-GLA-INVENTORY TO WS-GL-CR-IX
                   COMPUTE WS-GL-AMT =
                       WS-AMD-NEW-COST - WS-AMD-OLD-COST
                   PERFORM POST-ENTRY-PROCEDURE
                   ADD 1 TO WS-AMEND-CNT
               END-IF
           END-IF.

       CHECK-ORDER-DAY-JOURNALLED-PROCEDURE.
           MOVE 'N' TO WS-AMD-DAY-DONE
           MOVE 'N' TO WS-FND-EOF
           OPEN INPUT GL-JOURNAL
           IF WS-GL-JOURNAL-FS NOT = '00'
               MOVE 'Y' TO WS-FND-EOF
           END-IF
           PERFORM UNTIL WS-FND-EOF = 'Y'
               READ GL-JOURNAL
                   AT END MOVE 'Y' TO WS-FND-EOF
                   NOT AT END
                       IF GLJ-DATE = WS-ORD-DATE
                           MOVE 'Y' TO WS-AMD-DAY-DONE
                           MOVE 'Y' TO WS-FND-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GL-JOURNAL-FS = '00' OR WS-GL-JOURNAL-FS = '10'
               CLOSE GL-JOURNAL
           END-IF.

       POST-STOCKTAKE-PROCEDURE.
      **
      * THE AUDIT RECORD HOLDS THE ON-HAND FIGURE BEFORE AND AFTER
      * THE COUNT WAS POSTED ('ONHAND NNNNN'); THE DIFFERENCE AT
      * PRD-UNIT-COST MOVES BETWEEN INVENTORY AND STOCK ADJUSTMENTS.
      **
           MOVE AUD-OLD-VALUE(8:5) TO WS-OLD-QTY
           MOVE AUD-NEW-VALUE(8:5) TO WS-NEW-QTY
           COMPUTE WS-ADJ-QTY = WS-NEW-QTY - WS-OLD-QTY
           MOVE AUD-KEY(1:5) TO PRD-ID
           READ PRODUCT INTO WS-PRD
               INVALID KEY MOVE ZERO TO WS-PRD-UNIT-COST
           END-READ
           COMPUTE WS-GL-AMT = WS-ADJ-QTY * WS-PRD-UNIT-COST
           MOVE WS-GLA-INVENTORY TO WS-GL-DR-IX
           MOVE WS-GLA-STOCK-ADJ TO WS-GL-CR-IX
           PERFORM POST-ENTRY-PROCEDURE
           ADD 1 TO WS-ADJ-CNT.

       FIND-ORDER-PROCEDURE.
      **
      * LOADS ORDER WS-FIND-ORD-ID INTO WS-ORD FROM THE LIVE FILE,
      * OR FROM THE ARCHIVE WHEN IT HAS ALREADY BEEN ARCHIVED.
      **
           MOVE 'N' TO WS-ORD-FND
           MOVE 'N' TO WS-FND-EOF
           OPEN INPUT C_ORDER
           IF WS-ORDER-FS NOT = '00'
               MOVE 'Y' TO WS-FND-EOF
           END-IF
           PERFORM UNTIL WS-FND-EOF = 'Y'
               READ C_ORDER INTO WS-ORD
                   AT END MOVE 'Y' TO WS-FND-EOF
                   NOT AT END
                       IF WS-ORD-ID = WS-FIND-ORD-ID
                           MOVE 'Y' TO WS-ORD-FND
                           MOVE 'Y' TO WS-FND-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ORDER-FS = '00' OR WS-ORDER-FS = '10'
               CLOSE C_ORDER
           END-IF
           IF WS-ORD-FND = 'N'
               MOVE 'N' TO WS-FND-EOF
               OPEN INPUT ORDER-HIST
               IF WS-ORDER-HIST-FS NOT = '00'
                   MOVE 'Y' TO WS-FND-EOF
               END-IF
               PERFORM UNTIL WS-FND-EOF = 'Y'
                   READ ORDER-HIST INTO WS-ORD
                       AT END MOVE 'Y' TO WS-FND-EOF
                       NOT AT END
                           IF WS-ORD-ID = WS-FIND-ORD-ID
                               MOVE 'Y' TO WS-ORD-FND
                               MOVE 'Y' TO WS-FND-EOF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ORDER-HIST-FS = '00'
                   OR WS-ORDER-HIST-FS = '10'
                   CLOSE ORDER-HIST
               END-IF
           END-IF.

       JOURNAL-CREDIT-MEMOS-PROCEDURE.
      **
      * A CREDIT MEMO'S AMOUNT CARRIES TAX; THE TAX IS BACKED OUT AT
      * THE ORIGINAL ORDER'S RATE THE SAME WAY TAXREMIT REFUNDS IT.
      * THE RETURNED UNITS GO BACK ON THE SHELF, SO COST OF SALES IS
      * REVERSED AT THE UNIT COST THE ORDER LINE WAS SOLD AT.
      *   DR SALES AND SALES TAX PAYABLE / CR RECEIVABLES
      *   DR INVENTORY / CR COST OF GOODS SOLD
      * A MEMO AGAINST A DROP-SHIP LINE PUTS NOTHING ON THE SHELF AND
      * TAKES ONLY THE FIRST ENTRY. THE LINE'S COST IS ONLY EVER WHAT
      * THE SUPPLIER DELIVERED, SO A SHORT DELIVERY HAS NONE TO UNDO.
      **
           MOVE 'N' TO WS-EOF
           OPEN INPUT CREDIT-MEMO
           IF WS-CREDIT-MEMO-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CREDIT-MEMO
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CRM-DATE = WS-RUN-DATE
                           PERFORM POST-CREDIT-MEMO-PROCEDURE
                           ADD 1 TO WS-MEMO-CNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CREDIT-MEMO-FS = '00' OR WS-CREDIT-MEMO-FS = '10'
               CLOSE CREDIT-MEMO
           END-IF.

       POST-CREDIT-MEMO-PROCEDURE.
           MOVE CRM-ORD-ID TO WS-FIND-ORD-ID
           PERFORM FIND-ORDER-PROCEDURE
           MOVE 'N' TO WS-CST-EXEMPT-FLG
           MOVE CRM-CST-ID TO CST-ID
           READ CUSTOMER
               INVALID KEY MOVE 'N' TO WS-CST-EXEMPT-FLG
               NOT INVALID KEY
                   MOVE CST-TAX-EXEMPT TO WS-CST-EXEMPT-FLG
           END-READ
           IF WS-CST-EXEMPT-FLG = 'Y'
               MOVE CRM-AMOUNT TO WS-MEMO-NET
           ELSE
               IF WS-ORD-FND = 'Y'
                   STRING WS-ORD-DATE(5:4) WS-ORD-DATE(1:2)
                       WS-ORD-DATE(3:2) INTO WS-YMD-TXT
               ELSE
                   STRING CRM-DATE(5:4) CRM-DATE(1:2)
                       CRM-DATE(3:2) INTO WS-YMD-TXT
               END-IF
               MOVE WS-YMD-TXT TO WS-TAX-LOOKUP-YMD
               PERFORM GET-TAX-RATE-AS-OF-PROCEDURE
               COMPUTE WS-MEMO-NET ROUNDED =
                   CRM-AMOUNT / (1 + WS-TAX-RATE)
           END-IF
           SUBTRACT WS-MEMO-NET FROM CRM-AMOUNT GIVING WS-MEMO-TAX
           MOVE WS-GLA-SALES TO WS-GL-DR-IX
           MOVE WS-GLA-AR TO WS-GL-CR-IX
           MOVE WS-MEMO-NET TO WS-GL-AMT
           PERFORM POST-ENTRY-PROCEDURE
           MOVE WS-GLA-TAX TO WS-GL-DR-IX
           MOVE WS-MEMO-TAX TO WS-GL-AMT
           PERFORM POST-ENTRY-PROCEDURE
           MOVE CRM-ORD-ID TO WS-MEMO-ORD-ID
           MOVE CRM-PRD-ID TO WS-MEMO-PRD-ID
           PERFORM FIND-DROP-SHIP-LINE-PROCEDURE
           IF WS-DRS-FND = 'N'
               PERFORM GET-MEMO-UNIT-COST-PROCEDURE
               MULTIPLY WS-UNIT-COST BY CRM-QUAN GIVING WS-GL-AMT
               MOVE WS-GLA-INVENTORY TO WS-GL-DR-IX
               MOVE WS-GLA-COGS TO WS-GL-CR-IX
               PERFORM POST-ENTRY-PROCEDURE
           END-IF.

       GET-MEMO-UNIT-COST-PROCEDURE.
           MOVE 'N' TO WS-MEMO-COST-FND
           MOVE 'N' TO WS-ORDL-EOF
           OPEN INPUT ORDERLINE
           IF WS-ORDERLINE-FS NOT = '00'
               MOVE 'Y' TO WS-ORDL-EOF
           END-IF
           PERFORM UNTIL WS-ORDL-EOF = 'Y'
               READ ORDERLINE INTO WS-ORDL
                   AT END MOVE 'Y' TO WS-ORDL-EOF
                   NOT AT END
                       IF WS-ORDL-ID = WS-MEMO-ORD-ID
                           AND WS-ORDL-PRD-ID = WS-MEMO-PRD-ID
                           AND WS-ORDL-UNIT-COST NUMERIC
                           AND WS-ORDL-UNIT-COST > 0
                           MOVE WS-ORDL-UNIT-COST TO WS-UNIT-COST
                           MOVE 'Y' TO WS-MEMO-COST-FND
                           MOVE 'Y' TO WS-ORDL-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ORDERLINE-FS = '00' OR WS-ORDERLINE-FS = '10'
               CLOSE ORDERLINE
           END-IF
           IF WS-MEMO-COST-FND = 'N'
               MOVE WS-MEMO-PRD-ID TO PRD-ID
               READ PRODUCT INTO WS-PRD
                   INVALID KEY MOVE ZERO TO WS-PRD-UNIT-COST
               END-READ
               MOVE WS-PRD-UNIT-COST TO WS-UNIT-COST
           END-IF.

       JOURNAL-PAYMENTS-PROCEDURE.
      **
      *   DR CASH AT BANK / CR RECEIVABLES
      **
           MOVE 'N' TO WS-EOF
           OPEN INPUT PAYMENT
           IF WS-PAYMENT-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYMENT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PAY-DATE = WS-RUN-DATE
                           MOVE WS-GLA-CASH TO WS-GL-DR-IX
                           MOVE WS-GLA-AR TO WS-GL-CR-IX
                           MOVE PAY-AMOUNT TO WS-GL-AMT
                           PERFORM POST-ENTRY-PROCEDURE
                           ADD 1 TO WS-PAY-CNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAYMENT-FS = '00' OR WS-PAYMENT-FS = '10'
               CLOSE PAYMENT
           END-IF.

       JOURNAL-RETURNED-ITEMS-PROCEDURE.
      **
      * A PAYMENT THE BANK RETURNED, POSTED BACK TO THE CUSTOMER BY
      * THE BANK RECONCILIATION, REVERSES THE PAYMENT ENTRY.
      *   DR RECEIVABLES / CR CASH AT BANK
      **
           MOVE 'N' TO WS-EOF
           OPEN INPUT BANK-RETURN
           IF WS-BANK-RETURN-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BANK-RETURN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BRT-DATE = WS-RUN-DATE
                           MOVE WS-GLA-AR TO WS-GL-DR-IX
                           MOVE WS-GLA-CASH TO WS-GL-CR-IX
                           MOVE BRT-AMOUNT TO WS-GL-AMT
                           PERFORM POST-ENTRY-PROCEDURE
                           ADD 1 TO WS-RET-CNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BANK-RETURN-FS = '00' OR WS-BANK-RETURN-FS = '10'
               CLOSE BANK-RETURN
           END-IF.

       JOURNAL-RECEIPTS-PROCEDURE.
      **
      * STOCK IS CARRIED AT PRD-UNIT-COST, BUT THE SUPPLIER IS OWED
      * WHAT THE RECEIPT ACTUALLY COST; THE DIFFERENCE GOES TO
      * PURCHASE PRICE VARIANCE.
      *   DR INVENTORY (STANDARD) / CR ACCOUNTS PAYABLE (ACTUAL)
      *   DR OR CR PURCHASE PRICE VARIANCE FOR THE DIFFERENCE
      * A DROP-SHIP DELIVERY GOES FROM THE SUPPLIER STRAIGHT TO THE
      * CUSTOMER, SO WHAT ARRIVED IS COSTED TO SALES, NOT STOCK:
      *   DR COST OF GOODS SOLD (STANDARD) / CR ACCOUNTS PAYABLE
      *   DR OR CR PURCHASE PRICE VARIANCE FOR THE DIFFERENCE
      **
           MOVE 'N' TO WS-EOF
           OPEN INPUT RECEIVING
           IF WS-RECEIVING-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RECEIVING
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RCV-DATE = WS-RUN-DATE
                           PERFORM POST-RECEIPT-PROCEDURE
                           ADD 1 TO WS-RCV-CNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RECEIVING-FS = '00' OR WS-RECEIVING-FS = '10'
               CLOSE RECEIVING
           END-IF.

       POST-RECEIPT-PROCEDURE.
           MOVE RCV-PRD-ID TO PRD-ID
           READ PRODUCT INTO WS-PRD
               INVALID KEY MOVE RCV-COST TO WS-PRD-UNIT-COST
           END-READ
           COMPUTE WS-STD-VALUE = RCV-QUAN * WS-PRD-UNIT-COST
           COMPUTE WS-ACT-VALUE = RCV-QUAN * RCV-COST
           PERFORM FIND-DROP-SHIP-PO-PROCEDURE
           IF WS-DRS-FND = 'Y'
               MOVE WS-GLA-COGS TO WS-GL-DR-IX
           ELSE
               MOVE WS-GLA-INVENTORY TO WS-GL-DR-IX
           END-IF
           MOVE WS-GLA-AP TO WS-GL-CR-IX
           MOVE WS-STD-VALUE TO WS-GL-AMT
           PERFORM POST-ENTRY-PROCEDURE
           MOVE WS-GLA-PPV TO WS-GL-DR-IX
           SUBTRACT WS-STD-VALUE FROM WS-ACT-VALUE GIVING WS-GL-AMT
           PERFORM POST-ENTRY-PROCEDURE.

       FIND-DROP-SHIP-LINE-PROCEDURE.
      **
      * WHETHER ORDER WS-MEMO-ORD-ID SOLD WS-MEMO-PRD-ID AS A
      * DROP-SHIP LINE.
      **
           MOVE 'N' TO WS-DRS-FND
           MOVE 'N' TO WS-DRS-EOF
           OPEN INPUT DROP-SHIP
           IF WS-DROP-SHIP-FS NOT = '00'
               MOVE 'Y' TO WS-DRS-EOF
           END-IF
           PERFORM UNTIL WS-DRS-EOF = 'Y'
               READ DROP-SHIP
                   AT END MOVE 'Y' TO WS-DRS-EOF
                   NOT AT END
                       IF DRS-ORD-ID = WS-MEMO-ORD-ID
                           AND DRS-PRD-ID = WS-MEMO-PRD-ID
                           MOVE 'Y' TO WS-DRS-FND
                           MOVE 'Y' TO WS-DRS-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DROP-SHIP-FS = '00' OR WS-DROP-SHIP-FS = '10'
               CLOSE DROP-SHIP
           END-IF.

       FIND-DROP-SHIP-PO-PROCEDURE.
      **
      * WHETHER THE RECEIPT IN THE RECEIVING RECORD IS A DROP-SHIP
      * DELIVERY.
      **
           MOVE 'N' TO WS-DRS-FND
           MOVE 'N' TO WS-DRS-EOF
           OPEN INPUT DROP-SHIP
           IF WS-DROP-SHIP-FS NOT = '00' OR RCV-PO-ID = 0
               MOVE 'Y' TO WS-DRS-EOF
           END-IF
           PERFORM UNTIL WS-DRS-EOF = 'Y'
               READ DROP-SHIP
                   AT END MOVE 'Y' TO WS-DRS-EOF
                   NOT AT END
                       IF DRS-PO-ID = RCV-PO-ID AND DRS-DELIVERED
                           MOVE 'Y' TO WS-DRS-FND
                           MOVE 'Y' TO WS-DRS-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DROP-SHIP-FS = '00' OR WS-DROP-SHIP-FS = '10'
               CLOSE DROP-SHIP
           END-IF.

       PROVE-BATCH-PROCEDURE.
      **
      * THE BATCH IS RELEASED TO GLJOURNAL.DAT ONLY WHEN TOTAL
      * DEBITS EQUAL TOTAL CREDITS. AN OUT-OF-BALANCE BATCH IS
      * LISTED AND HELD BACK WHOLE - NOTHING IS WRITTEN, SO THE DAY
      * CAN BE RERUN ONCE THE CAUSE IS FIXED.
      **
           MOVE ZERO TO WS-TOT-DR
           MOVE ZERO TO WS-TOT-CR
           DISPLAY 'ACCT NAME                         DEBIT'
               '          CREDIT'
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 9
               ADD WS-GLA-DR(WS-A) TO WS-TOT-DR
               ADD WS-GLA-CR(WS-A) TO WS-TOT-CR
               MOVE WS-GLA-DR(WS-A) TO WS-DSP-AMT
               MOVE WS-GLA-CR(WS-A) TO WS-DSP-AMT2
               DISPLAY WS-GLA-CODE(WS-A)' 'WS-GLA-NAME(WS-A)' '
                   WS-DSP-AMT' 'WS-DSP-AMT2
           END-PERFORM
           MOVE WS-TOT-DR TO WS-DSP-AMT
           MOVE WS-TOT-CR TO WS-DSP-AMT2
           DISPLAY '     BATCH TOTALS         'WS-DSP-AMT' '
               WS-DSP-AMT2
           DISPLAY WS-ORDER-CNT' ORDERS, 'WS-VOID-CNT' VOIDS, '
               WS-MEMO-CNT' CREDIT MEMOS, 'WS-PAY-CNT' PAYMENTS, '
               WS-RET-CNT' RETURNED PAYMENTS'
           DISPLAY WS-RCV-CNT' RECEIPTS, 'WS-ADJ-CNT
               ' STOCKTAKE ADJUSTMENTS, 'WS-AMEND-CNT
               ' ORDER AMENDMENTS'
           IF WS-TOT-DR NOT = WS-TOT-CR
               DISPLAY 'DEBITS DO NOT EQUAL CREDITS - BATCH NOT '
                   'RELEASED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ASSIGN-BATCH-ID-PROCEDURE
               PERFORM WRITE-BATCH-PROCEDURE
           END-IF.

       WRITE-BATCH-PROCEDURE.
           OPEN EXTEND GL-JOURNAL
           IF WS-GL-JOURNAL-FS = '35'
               OPEN OUTPUT GL-JOURNAL
           END-IF
           IF WS-GL-JOURNAL-FS NOT = '00'
               DISPLAY 'CANNOT OPEN gljournal.dat - STATUS '
                   WS-GL-JOURNAL-FS' - BATCH NOT RELEASED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > 9
                   IF WS-GLA-DR(WS-A) NOT = 0
                       OR WS-GLA-CR(WS-A) NOT = 0
                       MOVE WS-BATCH-ID TO GLJ-BATCH-ID
                       MOVE WS-RUN-DATE TO GLJ-DATE
                       MOVE 'D' TO GLJ-REC-TYPE
                       MOVE WS-GLA-CODE(WS-A) TO GLJ-ACCOUNT
                       MOVE WS-GLA-NAME(WS-A) TO GLJ-ACCT-NAME
                       MOVE WS-GLA-DR(WS-A) TO GLJ-DEBIT
                       MOVE WS-GLA-CR(WS-A) TO GLJ-CREDIT
                       MOVE WS-ADJ-FLAG TO GLJ-ADJ-FLAG
                       WRITE GL-JOURNAL-FILE
                   END-IF
               END-PERFORM
               MOVE WS-BATCH-ID TO GLJ-BATCH-ID
               MOVE WS-RUN-DATE TO GLJ-DATE
               MOVE 'C' TO GLJ-REC-TYPE
               MOVE 9999 TO GLJ-ACCOUNT
               MOVE 'BATCH CONTROL TOTAL' TO GLJ-ACCT-NAME
               MOVE WS-TOT-DR TO GLJ-DEBIT
               MOVE WS-TOT-CR TO GLJ-CREDIT
               MOVE WS-ADJ-FLAG TO GLJ-ADJ-FLAG
               WRITE GL-JOURNAL-FILE
               CLOSE GL-JOURNAL
               IF WS-ADJ-FLAG = 'Y'
                   DISPLAY 'ADJUSTMENT BATCH 'WS-BATCH-ID
                       ' RELEASED TO gljournal.dat'
               ELSE
                   DISPLAY 'BATCH 'WS-BATCH-ID
                       ' RELEASED TO gljournal.dat'
               END-IF
               MOVE 'GLBATCH' TO WS-AUD-REC-TYPE
               MOVE WS-BATCH-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               MOVE WS-TOT-DR TO WS-DSP-AMT
               STRING WS-RUN-DATE ' ' WS-DSP-AMT ' ' WS-ADJ-FLAG
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
           END-IF.

       ASSIGN-BATCH-ID-PROCEDURE.
      **
      * NEXT BATCH NUMBER FROM A ONE-RECORD CHECKPOINT FILE, REBUILT
      * FROM GLJOURNAL.DAT THE FIRST TIME GLJRNCTL.DAT DOESN'T EXIST.
      **
           OPEN I-O GL-CTL
           IF WS-GL-CTL-FS = '35'
               PERFORM FIND-MAX-BATCH-ID-PROCEDURE
               OPEN OUTPUT GL-CTL
               IF WS-MAX-BATCH-FND = 'Y'
                   ADD 1 TO WS-MAX-BATCH-ID GIVING GCT-NEXT-BATCH-ID
               ELSE
                   MOVE 1 TO GCT-NEXT-BATCH-ID
               END-IF
               WRITE GL-CTL-FILE
               CLOSE GL-CTL
               OPEN I-O GL-CTL
           END-IF
           READ GL-CTL
               AT END
                   PERFORM FIND-MAX-BATCH-ID-PROCEDURE
                   IF WS-MAX-BATCH-FND = 'Y'
                       ADD 1 TO WS-MAX-BATCH-ID
                           GIVING GCT-NEXT-BATCH-ID
                   ELSE
                       MOVE 1 TO GCT-NEXT-BATCH-ID
                   END-IF
           END-READ
           MOVE GCT-NEXT-BATCH-ID TO WS-BATCH-ID
           ADD 1 TO GCT-NEXT-BATCH-ID
           REWRITE GL-CTL-FILE
           CLOSE GL-CTL.

       FIND-MAX-BATCH-ID-PROCEDURE.
           MOVE ZERO TO WS-MAX-BATCH-ID
           MOVE 'N' TO WS-MAX-BATCH-FND
           MOVE 'N' TO WS-FND-EOF
           OPEN INPUT GL-JOURNAL
           IF WS-GL-JOURNAL-FS NOT = '00'
               MOVE 'Y' TO WS-FND-EOF
           END-IF
           PERFORM UNTIL WS-FND-EOF = 'Y'
               READ GL-JOURNAL
                   AT END MOVE 'Y' TO WS-FND-EOF
                   NOT AT END
                       IF WS-MAX-BATCH-FND = 'N'
                           OR GLJ-BATCH-ID > WS-MAX-BATCH-ID
                           MOVE GLJ-BATCH-ID TO WS-MAX-BATCH-ID
                           MOVE 'Y' TO WS-MAX-BATCH-FND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GL-JOURNAL-FS = '00' OR WS-GL-JOURNAL-FS = '10'
               CLOSE GL-JOURNAL
           END-IF.

       CHECK-PERIOD-OPEN-PROCEDURE.
      **
      * TELLS WHETHER THE MONTH IN WS-CHK-YYYYMM IS CLOSED ON THE
      * PERIOD-CONTROL FILE - THE LAST CLOSE/REOPEN ROW FOR THE
      * MONTH WINS, THE SAME RULE PROG1 APPLIES. NO FILE YET MEANS
      * NOTHING HAS EVER BEEN CLOSED.
      **
           MOVE 'N' TO WS-PERIOD-CLOSED
           MOVE 'N' TO WS-PER-EOF
           OPEN INPUT PERIOD-CTL
           IF WS-PERIOD-CTL-FS NOT = '00'
               MOVE 'Y' TO WS-PER-EOF
           END-IF
           PERFORM UNTIL WS-PER-EOF = 'Y'
               READ PERIOD-CTL
                   AT END MOVE 'Y' TO WS-PER-EOF
                   NOT AT END
                       IF PER-YYYYMM = WS-CHK-YYYYMM
                           IF PER-CLOSED
                               MOVE 'Y' TO WS-PERIOD-CLOSED
                           ELSE
                               MOVE 'N' TO WS-PERIOD-CLOSED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PERIOD-CTL-FS = '00' OR WS-PERIOD-CTL-FS = '10'
               CLOSE PERIOD-CTL
           END-IF.

       GET-TAX-RATE-AS-OF-PROCEDURE.
      **
      * THE SALES TAX RATE IN EFFECT ON WS-TAX-LOOKUP-YMD - THE
      * LATEST TAXRATE.DAT ROW DATED ON OR BEFORE IT, ELSE THE
      * LONG-STANDING 7 PERCENT.
      **
           MOVE .0700 TO WS-TAX-RATE
           MOVE ZERO TO WS-TAX-BEST-DATE
           MOVE 'N' TO WS-TAX-EOF
           OPEN INPUT TAXRATE
           IF WS-TAXRATE-FS NOT = '00'
               MOVE 'Y' TO WS-TAX-EOF
           END-IF
           PERFORM UNTIL WS-TAX-EOF = 'Y'
               READ TAXRATE
                   AT END MOVE 'Y' TO WS-TAX-EOF
                   NOT AT END
                       IF TAX-EFF-DATE NOT > WS-TAX-LOOKUP-YMD
                           AND TAX-EFF-DATE NOT < WS-TAX-BEST-DATE
                           MOVE TAX-EFF-DATE TO WS-TAX-BEST-DATE
                           COMPUTE WS-TAX-RATE =
                               TAX-RATE-PCT / 100
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TAXRATE-FS = '00' OR WS-TAXRATE-FS = '10'
               CLOSE TAXRATE
           END-IF.

       GET-PRICE-AS-OF-PROCEDURE.
      **
      * PRICES A LEGACY ORDERLINE AT WHATEVER WAS IN EFFECT ON THE
      * ORDER DATE - THE SAME RULE EVERY OTHER PROGRAM APPLIES.
      **
           MOVE WS-PRD-PRICE TO WS-PRICE-AS-OF
           STRING WS-ORD-DATE(5:4) WS-ORD-DATE(1:2) WS-ORD-DATE(3:2)
               INTO WS-ORD-DATE-YMD
           MOVE 'N' TO WS-PRH-EOF
           MOVE 'N' TO WS-FUTURE-FND
           MOVE 'N' TO WS-PAST-FND
           MOVE '99999999' TO WS-EARLIEST-FUTURE-DATE
           MOVE '00000000' TO WS-LATEST-PAST-DATE
           OPEN INPUT PRICE-HIST
           IF WS-PRICE-HIST-FS NOT = '00'
               MOVE 'Y' TO WS-PRH-EOF
           END-IF
           PERFORM UNTIL WS-PRH-EOF = 'Y'
               READ PRICE-HIST
                   AT END MOVE 'Y' TO WS-PRH-EOF
                   NOT AT END
                       IF PRH-PRD-ID = WS-ORDL-PRD-ID
                           IF PRH-EFF-DATE > WS-ORD-DATE-YMD
                               IF PRH-EFF-DATE <
                                   WS-EARLIEST-FUTURE-DATE
                                   MOVE PRH-EFF-DATE TO
                                       WS-EARLIEST-FUTURE-DATE
                                   MOVE PRH-OLD-PRICE TO
                                       WS-EARLIEST-FUTURE-PRICE
                                   MOVE 'Y' TO WS-FUTURE-FND
                               END-IF
                           ELSE
                               IF PRH-EFF-DATE NOT <
                                   WS-LATEST-PAST-DATE
                                   MOVE PRH-EFF-DATE TO
                                       WS-LATEST-PAST-DATE
                                   MOVE PRH-NEW-PRICE TO
                                       WS-LATEST-PAST-PRICE
                                   MOVE 'Y' TO WS-PAST-FND
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRICE-HIST-FS = '00' OR WS-PRICE-HIST-FS = '10'
               CLOSE PRICE-HIST
           END-IF
           IF WS-PAST-FND = 'Y'
               MOVE WS-LATEST-PAST-PRICE TO WS-PRICE-AS-OF
           ELSE
               IF WS-FUTURE-FND = 'Y'
                   MOVE WS-EARLIEST-FUTURE-PRICE TO WS-PRICE-AS-OF
               END-IF
           END-IF.

       LOG-AUDIT-PROCEDURE.
      **
      * APPENDS ONE RECORD TO THE AUDIT TRAIL FOR EVERY RELEASED
      * BATCH. CALLERS SET WS-AUD-REC-TYPE, WS-AUD-KEY,
      * WS-AUD-OLD-VALUE AND WS-AUD-NEW-VALUE BEFORE PERFORMING THIS
      * PARAGRAPH.
      **
           OPEN EXTEND AUDIT-TRAIL
           IF WS-AUDIT-TRAIL-FS = '35'
               OPEN OUTPUT AUDIT-TRAIL
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
           MOVE WS-AUD-REC-TYPE TO AUD-REC-TYPE
           MOVE WS-AUD-KEY TO AUD-KEY
           MOVE WS-AUD-OLD-VALUE TO AUD-OLD-VALUE
           MOVE WS-AUD-NEW-VALUE TO AUD-NEW-VALUE
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           WRITE AUDIT-TRAIL-FILE
           CLOSE AUDIT-TRAIL.

       SIGNON-PROCEDURE.
      **
      * OPERATOR SIGN-ON: THE RELEASED BATCH IS AUDITED UNDER THE
      * OPERATOR, AND ONLY A SUPERVISOR MAY RELEASE AN ADJUSTMENT
      * INTO A CLOSED PERIOD. WITH NO OPERATOR FILE YET (CUTOVER)
      * THE SIGN-ON IS ACCEPTED AS SUPERVISOR UNTIL OPERATORS ARE
      * SET UP THROUGH PROG1.
      **
           MOVE 'N' TO WS-SIGNON-OK
           PERFORM WITH TEST AFTER UNTIL WS-SIGNON-OK = 'Y'
               DISPLAY 'ENTER OPERATOR ID:'
               ACCEPT WS-OPERATOR-ID
               OPEN INPUT OPERATOR
               IF WS-OPERATOR-FS = '35'
                   DISPLAY 'NO OPERATOR FILE - SIGN-ON ACCEPTED '
                       'AS SUPERVISOR UNTIL OPERATORS ARE SET UP'
                   MOVE 9 TO WS-OPERATOR-LEVEL
                   MOVE 'Y' TO WS-SIGNON-OK
               ELSE
                   MOVE WS-OPERATOR-ID TO OPR-ID
                   READ OPERATOR
                       INVALID KEY
                           DISPLAY 'OPERATOR NOT ON FILE - TRY '
                               'AGAIN'
                       NOT INVALID KEY
                           MOVE OPR-LEVEL TO WS-OPERATOR-LEVEL
                           DISPLAY 'SIGNED ON: 'OPR-NAME
                           MOVE 'Y' TO WS-SIGNON-OK
                   END-READ
                   CLOSE OPERATOR
               END-IF
           END-PERFORM.

       END PROGRAM GLJRNL.
