           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PAYMENT-FS.

           SELECT BANK-RETURN ASSIGN TO 'bankret.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BANK-RETURN-FS.

           SELECT CREDIT-MEMO ASSIGN TO 'creditmemo.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PICK-PRINT-FS.

           SELECT INVOICE-HDR ASSIGN TO 'invoice.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-INVOICE-FS.

           SELECT INVOICE-LINE ASSIGN TO 'invoiceline.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-INVOICE-LINE-FS.

           SELECT INVOICE-CTL ASSIGN TO 'invoicectl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-INVOICE-CTL-FS.

           SELECT INVOICE-PRINT ASSIGN TO 'invoiceprt.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-INVOICE-PRINT-FS.

           SELECT DROP-PROD ASSIGN TO 'dropprod.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DROP-PROD-FS.

           SELECT DROP-SHIP ASSIGN TO 'dropship.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DROP-SHIP-FS.

           SELECT PROD-LOC ASSIGN TO 'prodloc.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ORDERLINE-HIST-FS.

           SELECT SUP-INVOICE ASSIGN TO 'supinv.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SUP-INVOICE-FS.

           SELECT SUP-INV-CTL ASSIGN TO 'supinvctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SUP-INV-CTL-FS.

           SELECT LOT-STOCK ASSIGN TO 'lot.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LOT-STOCK-FS.

           SELECT LOT-SHIP ASSIGN TO 'lotship.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LOT-SHIP-FS.

           SELECT KIT-BOM ASSIGN TO 'kit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-KIT-BOM-FS.

           SELECT STAND-ORD ASSIGN TO 'standord.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-STAND-ORD-FS.

           SELECT STAND-LINE ASSIGN TO 'standline.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-STAND-LINE-FS.

           SELECT STAND-REF ASSIGN TO 'standref.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-STAND-REF-FS.

           SELECT ORDERLINE-WORK ASSIGN TO 'orderlineamd.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ORDERLINE-WORK-FS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           FD CUSTOMER.
           01 CUSTOMER-FILE.
               05 CST-ID PIC 9(5).
               05 CST-NAME PIC X(25).
               05 CST-STATUS PIC X(1).
                   88 CST-ACTIVE VALUE 'A'.
                   88 CST-INACTIVE VALUE 'I'.
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
           FD EXCEPTION-LOG.
           01 EXCEPTION-LOG-FILE.
               05 EXC-TIMESTAMP PIC X(14).
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
           FD CREDIT-MEMO.
           01 CREDIT-MEMO-FILE.
               05 CRM-ORD-ID PIC 9(5).
               05 CRM-CST-ID PIC 9(5).
               05 CRM-DATE PIC 9(8).
               05 CRM-PRD-ID PIC 9(5).
               05 CRM-QUAN PIC 9(5).
               05 CRM-AMOUNT PIC S9(7)V9(2).
           FD BACKORDER.
           01 BACKORDER-FILE.
               05 BKO-CST-ID PIC 9(5).
               05 BKO-PRD-ID PIC 9(5).
               05 BKO-QUAN PIC 9(5).
               05 BKO-DATE PIC 9(8).
               05 BKO-STATUS PIC X(1).
                   88 BKO-OPEN VALUE 'O'.
               05 RCV-DATE PIC 9(8).
               05 RCV-QUAN PIC 9(5).
               05 RCV-COST PIC 9(5)V9(2).
               05 RCV-PO-ID PIC 9(5).
               05 RCV-LOT-NO PIC X(10).
               05 RCV-EXP-DATE PIC 9(8).
           FD QTY-BREAK.
           01 QTY-BREAK-FILE.
               05 QBK-PRD-ID PIC 9(5).
               05 QBK-MIN-QTY PIC 9(5).
               05 QBK-PRICE PIC 9(4)V9(2).
           FD TAXRATE.
           01 TAXRATE-FILE.
               05 TAX-EFF-DATE PIC 9(8).
           01 QUOTE-LINE-FILE.
               05 QUL-ID PIC 9(5).
               05 QUL-PRD-ID PIC 9(5).
               05 QUL-QUAN PIC 9(5).
               05 QUL-UNIT-PRICE PIC 9(4)V9(2).
           FD QUOTE-CTL.
           01 QUOTE-CTL-FILE.
               05 QCT-NEXT-QUO-ID PIC 9(5).
               05 JRN-IMAGE PIC X(80).
           FD PICK-PRINT.
           01 PICK-PRINT-RECORD PIC X(80).
           FD INVOICE-HDR.
           01 INVOICE-FILE.
               05 INV-ID PIC 9(5).
               05 INV-ORD-ID PIC 9(5).
               05 INV-CST-ID PIC 9(5).
               05 INV-CST-NAME PIC X(25).
               05 INV-CST-ADDRESS PIC X(25).
               05 INV-ORD-DATE PIC 9(8).
               05 INV-SHIP-DATE PIC 9(8).
               05 INV-TAX-RATE PIC V9(4).
           FD INVOICE-LINE.
           01 INVOICE-LINE-FILE.
               05 INL-ID PIC 9(5).
               05 INL-PRD-ID PIC 9(5).
               05 INL-ORD-QUAN PIC 9(5).
               05 INL-QUAN PIC 9(5).
               05 INL-LIST-PRICE PIC 9(4)V9(2).
               05 INL-UNIT-PRICE PIC 9(4)V9(2).
           FD INVOICE-CTL.
           01 INVOICE-CTL-FILE.
               05 ICT-NEXT-INV-ID PIC 9(5).
           FD INVOICE-PRINT.
           01 INVOICE-PRINT-RECORD PIC X(80).
           FD PROD-LOC.
           01 PROD-LOC-FILE.
               05 PLC-PRD-ID PIC 9(5).
           01 ORDERLINE-HIST-FILE.
               05 OLH-ID PIC 9(5).
               05 OLH-PRD-ID PIC 9(5).
               05 OLH-QUAN PIC 9(5).
               05 OLH-UNIT-PRICE PIC 9(4)V9(2).
           FD SUP-INVOICE.
           01 SUP-INVOICE-FILE.
               05 SIN-ID PIC 9(5).
               05 SIN-SUP-ID PIC 9(5).
               05 SIN-REF PIC X(10).
               05 SIN-PO-ID PIC 9(5).
               05 SIN-INV-DATE PIC 9(8).
               05 SIN-DUE-DATE PIC 9(8).
               05 SIN-DISC-DATE PIC 9(8).
               05 SIN-DISC-PCT PIC 9(2)V9(2).
               05 SIN-QTY PIC 9(5).
               05 SIN-UNIT-COST PIC 9(5)V9(2).
               05 SIN-AMOUNT PIC 9(7)V9(2).
               05 SIN-STATUS PIC X(1).
                   88 SIN-HELD VALUE 'H'.
                   88 SIN-APPROVED VALUE 'A'.
                   88 SIN-PAID VALUE 'P'.
               05 SIN-HOLD-REASON PIC X(10).
               05 SIN-PAID-DATE PIC 9(8).
           FD SUP-INV-CTL.
           01 SUP-INV-CTL-FILE.
               05 SCT-NEXT-SIN-ID PIC 9(5).
           FD LOT-STOCK.
           01 LOT-STOCK-FILE.
               05 LOT-PRD-ID PIC 9(5).
               05 LOT-NO PIC X(10).
               05 LOT-LOC PIC X(1).
               05 LOT-EXP-DATE PIC 9(8).
               05 LOT-RCV-DATE PIC 9(8).
               05 LOT-QTY PIC 9(5).
           FD LOT-SHIP.
           01 LOT-SHIP-FILE.
               05 LSH-ORD-ID PIC 9(5).
               05 LSH-CST-ID PIC 9(5).
               05 LSH-PRD-ID PIC 9(5).
               05 LSH-LOT-NO PIC X(10).
               05 LSH-LOC PIC X(1).
               05 LSH-QTY PIC 9(5).
               05 LSH-SHIP-DATE PIC 9(8).
           FD KIT-BOM.
           01 KIT-BOM-FILE.
               05 KIT-PRD-ID PIC 9(5).
               05 KIT-CMP-PRD-ID PIC 9(5).
               05 KIT-CMP-QTY PIC 9(3).
      **
      * STANDING-ORDER TEMPLATES: ONE HEADER PER TEMPLATE, ITS LINES
      * IN STANDLINE.DAT, AND ONE STANDREF.DAT ROW FOR EVERY ORDER
      * THE STANDING ORDER RUN HAS GENERATED FROM IT. STO-END-DATE
      * ZERO MEANS THE TEMPLATE RUNS UNTIL CANCELLED.
      **
           FD STAND-ORD.
           01 STAND-ORD-FILE.
               05 STO-ID PIC 9(5).
               05 STO-CST-ID PIC 9(5).
               05 STO-FREQ PIC X(1).
                   88 STO-WEEKLY VALUE 'W'.
                   88 STO-FORTNIGHTLY VALUE 'F'.
                   88 STO-MONTHLY VALUE 'M'.
               05 STO-NEXT-DATE PIC 9(8).
               05 STO-END-DATE PIC 9(8).
               05 STO-REP-ID PIC 9(5).
               05 STO-STATUS PIC X(1).
                   88 STO-ACTIVE VALUE 'A'.
                   88 STO-ENDED VALUE 'E'.
                   88 STO-CANCELLED VALUE 'C'.
           FD STAND-LINE.
           01 STAND-LINE-FILE.
               05 STL-STO-ID PIC 9(5).
               05 STL-PRD-ID PIC 9(5).
               05 STL-QUAN PIC 9(5).
           FD STAND-REF.
           01 STAND-REF-FILE.
               05 SRF-ORD-ID PIC 9(5).
               05 SRF-STO-ID PIC 9(5).
               05 SRF-DUE-DATE PIC 9(8).
           FD ORDERLINE-WORK.
           01 ORDERLINE-WORK-FILE.
               05 OLW-ID PIC 9(5).
               05 OLW-PRD-ID PIC 9(5).
               05 OLW-QUAN PIC 9(5).
               05 OLW-UNIT-PRICE PIC 9(4)V9(2).
               05 OLW-UNIT-COST PIC 9(5)V9(2).
      **
      * DROP-SHIP PRODUCTS ARE FLAGGED IN DROPPROD.DAT; A PRODUCT WITH
      * NO ROW IS STOCKED. EVERY DROP-SHIP ORDER LINE GETS ONE
      * DROPSHIP.DAT ROW TYING THE ORDER TO THE SUPPLIER PO RAISED FOR
      * IT, OPEN UNTIL THE SUPPLIER CONFIRMS DELIVERY TO THE CUSTOMER.
      **
           FD DROP-PROD.
           01 DROP-PROD-FILE.
               05 DRP-PRD-ID PIC 9(5).
               05 DRP-FLAG PIC X(1).
                   88 DRP-DROP-SHIP VALUE 'Y'.
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
      *-----------------------
       WORKING-STORAGE SECTION.
           01 WS-CNT PIC 9(1) VALUE 0.
           01 WS-CHC PIC 9(2) VALUE 0.
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
               05 WS-PRD-REORDER-POINT PIC 9(5).
               05 WS-PRD-REORDER-QTY PIC 9(5).
           01 WS-ORDL.
               05 WS-ORDL-ID PIC 9(5).
               05 WS-ORDL-PRD-ID PIC 9(5).
               05 WS-ORDL-QUAN PIC 9(5).
               05 WS-ORDL-UNIT-PRICE PIC 9(4)V9(2).
           01 WS-EOF PIC A(1).
           01 WS-TEMP-EOF PIC A(1).
           01 WS-INP-CST-ID PIC 9(5).
           01 WS-INP-CST-ID-FND PIC A(1).
           01 WS-INP-PRD-ID PIC 9(5).
           01 WS-INP-PRD-ID-FND PIC A(1).
           01 WS-INP-PRD-PRICE PIC 9(4)V9(2).
           01 WS-INP-PRD-QTY-ON-HAND PIC 9(5).
           01 WS-INP-QUAN PIC 9(5).
           01 WS-PRD-COST PIC Z(8)9.99.
           01 WS-ORD-COUNT PIC 9(5).
           01 WS-ORD-ID-ASSIGNED PIC A(1).
           01 WS-MAX-ORD-ID PIC 9(5).
           01 WS-INP-MORE-LINES PIC A(1).
           01 WS-ORDL-LINE-CNT PIC 9(2) VALUE 0.
           01 WS-MAINT-CHC PIC X(1).
           01 WS-INP-CST-NAME PIC X(25).
           01 WS-INP-CST-STATUS PIC X(1).
           01 WS-INP-PRD-NAME PIC X(20).
           01 WS-INP-NEW-PRICE PIC 9(4)V9(2).
           01 WS-INP-UPD-QTY PIC X(1).
           01 WS-ORD-DATE-YMD PIC X(8).
           01 WS-PRH-EOF PIC A(1).
           01 WS-PRICE-AS-OF PIC 9(4)V9(2).
           01 WS-FUTURE-FND PIC A(1).
           01 WS-EARLIEST-FUTURE-DATE PIC X(8).
           01 WS-EARLIEST-FUTURE-PRICE PIC 9(4)V9(2).
           01 WS-PAST-FND PIC A(1).
           01 WS-LATEST-PAST-DATE PIC X(8).
           01 WS-LATEST-PAST-PRICE PIC 9(4)V9(2).
           01 WS-INP-ORD-ID PIC 9(5).
           01 WS-ORD-VOID-FND PIC A(1).
           01 WS-VOID-HAS-MEMOS PIC A(1).
           01 WS-INP-CST-CREDIT-LIMIT PIC 9(7)V9(2).
           01 WS-ORD-RUN-TOTAL PIC S9(7)V99 VALUE ZERO.
           01 WS-AVAIL-CREDIT PIC S9(7)V99.
           01 WS-LINE-COST-NUM PIC S9(9)V99.
           01 WS-CUSTOMER-FS PIC X(2).
           01 WS-PRODUCT-FS PIC X(2).
           01 WS-ORDER-FS PIC X(2).
           01 WS-AUD-KEY PIC X(10).
           01 WS-AUD-OLD-VALUE PIC X(30).
           01 WS-AUD-NEW-VALUE PIC X(30).
           01 WS-OLD-CST-NAME PIC X(25).
           01 WS-OLD-CST-STATUS PIC X(1).
           01 WS-OLD-PRD-PRICE PIC 9(4)V9(2).
           01 WS-OLD-PRD-QTY-ON-HAND PIC 9(5).
           01 WS-ORDER-CTL-FS PIC X(2).
           01 WS-TAXRATE-FS PIC X(2).
           01 WS-INP-TAX-DATE PIC 9(8).
           01 WS-INP-TAX-PCT PIC 9(2)V9(2).
           01 WS-PAYMENT-FS PIC X(2).
           01 WS-BANK-RETURN-FS PIC X(2).
           01 WS-INP-PAY-DATE PIC 9(8).
           01 WS-INP-PAY-AMT PIC 9(7)V9(2).
           01 WS-INP-PAY-REF PIC X(10).
           01 WS-INP-EFF-DATE PIC 9(8).
           01 WS-QTY-BREAK-FS PIC X(2).
           01 WS-QBK-EOF PIC A(1).
           01 WS-QBK-BEST-QTY PIC 9(5).
           01 WS-NET-UNIT-PRICE PIC 9(4)V9(2).
           01 WS-INP-QBK-MIN PIC 9(5).
           01 WS-INP-QBK-PRICE PIC 9(4)V9(2).
           01 WS-INP-CST-DISC PIC 9(2)V9(2).
           01 WS-INP-CST-ADDRESS PIC X(25).
           01 WS-RTN-PRIOR-LEFT PIC S9(7).
           01 WS-RTN-LEFT PIC S9(7).
           01 WS-RTN-LINE-AVAIL PIC S9(7).
           01 WS-RTN-TAKE PIC S9(7).
           01 WS-SCHED-EFF-YMD PIC 9(8).
           01 WS-TODAY-YMD PIC 9(8).
           01 WS-PENDING-FND PIC A(1).
           01 WS-INP-RTN-DATE PIC 9(8).
           01 WS-INP-RTN-QUAN PIC 9(5).
           01 WS-RTN-ORD-FND PIC A(1).
           01 WS-RTN-LINE-FND PIC A(1).
           01 WS-RTN-ORDERED-QUAN PIC 9(7).
           01 WS-RTN-RETURNED-QUAN PIC 9(7).
           01 WS-RTN-OPEN-QUAN PIC S9(7).
           01 WS-CRM-EOF PIC A(1).
           01 WS-CRM.
               05 WS-CRM-ORD-ID PIC 9(5).
               05 WS-CRM-CST-ID PIC 9(5).
               05 WS-CRM-DATE PIC 9(8).
               05 WS-CRM-PRD-ID PIC 9(5).
               05 WS-CRM-QUAN PIC 9(5).
               05 WS-CRM-AMOUNT PIC S9(7)V9(2).
           01 WS-TAX-RATE PIC V9(4) VALUE .0700.
           01 WS-ORD-TAX-AMT PIC S9(7)V99.
           01 WS-PO-EOF PIC A(1).
           01 WS-INP-PO-ID PIC 9(5).
           01 WS-PO-FND PIC A(1).
           01 WS-INP-PO-SHORT-OK PIC A(1).
           01 WS-PO-PRD-ID PIC 9(5).
           01 WS-PO-SUP-ID PIC 9(5).
           01 WS-INP-PO-QTY PIC 9(5).
           01 WS-SHIP-TBL.
               05 WS-SHIP-ENTRY OCCURS 20 TIMES.
                   10 WS-SHP-PRD-ID PIC 9(5).
                   10 WS-SHP-QUAN PIC 9(5).
                   10 WS-SHP-SHIPPED PIC 9(5).
           01 WS-SHIP-CNT PIC 9(2).
           01 WS-SHIP-FULL-WARNED PIC A(1).
           01 WS-SHIP-I PIC 9(2).
           01 WS-INP-SHIP-QTY PIC 9(5).
           01 WS-INP-SHIP-DATE PIC 9(8).
           01 WS-SHORT-QTY PIC 9(5).
           01 WS-INVOICE-FS PIC X(2).
           01 WS-INVOICE-LINE-FS PIC X(2).
           01 WS-INVOICE-CTL-FS PIC X(2).
           01 WS-INVOICE-PRINT-FS PIC X(2).
           01 WS-INV-EOF PIC A(1).
           01 WS-INP-INV-ID PIC 9(5).
           01 WS-INV-COUNT PIC 9(5).
           01 WS-MAX-INV-ID PIC 9(5).
           01 WS-MAX-INV-ID-FND PIC A(1).
           01 WS-INV-FND PIC A(1).
           01 WS-INV-REPRINT PIC A(1).
           01 WS-INV-HDR.
               05 WS-INV-ORD-ID PIC 9(5).
               05 WS-INV-CST-ID PIC 9(5).
               05 WS-INV-CST-NAME PIC X(25).
               05 WS-INV-CST-ADDRESS PIC X(25).
               05 WS-INV-ORD-DATE PIC 9(8).
               05 WS-INV-SHIP-DATE PIC 9(8).
               05 WS-INV-TAX-RATE PIC V9(4).
           01 WS-INV-TBL.
               05 WS-INV-ENTRY OCCURS 99 TIMES.
                   10 WS-INV-PRD-ID PIC 9(5).
                   10 WS-INV-ORD-QUAN PIC 9(5).
                   10 WS-INV-QUAN PIC 9(5).
                   10 WS-INV-LIST-PRICE PIC 9(4)V9(2).
                   10 WS-INV-UNIT-PRICE PIC 9(4)V9(2).
           01 WS-INV-CNT PIC 9(2).
           01 WS-INV-I PIC 9(2).
           01 WS-INV-K PIC 9(3).
           01 WS-INV-FULL-WARNED PIC A(1).
           01 WS-INV-LIST-TOTAL PIC S9(7)V99.
           01 WS-INV-NET-TOTAL PIC S9(7)V99.
           01 WS-INV-DISC-TOTAL PIC S9(7)V99.
           01 WS-INV-LINE-AMT PIC S9(9)V99.
           01 WS-INV-LIST-AMT PIC S9(9)V99.
           01 WS-INV-TAX-PCT PIC 9(2)V9(2).
           01 WS-DSP-INV-LIST PIC ZZZ9.99.
           01 WS-DSP-INV-PRICE PIC ZZZ9.99.
           01 WS-DSP-INV-PCT PIC Z9.99.
           01 WS-INV-PRINT-LINE PIC X(80).
           01 WS-LOC-QTY-S PIC 9(5).
           01 WS-LOC-QTY-W PIC 9(5).
           01 WS-LOT-STOCK-FS PIC X(2).
           01 WS-LOT-SHIP-FS PIC X(2).
           01 WS-LOT-EOF PIC A(1).
           01 WS-INP-LOT-NO PIC X(10).
           01 WS-INP-EXP-DATE PIC 9(8).
           01 WS-INP-LOT-QTY PIC 9(5).
           01 WS-INP-LOTS-OK PIC A(1).
           01 WS-LOT-PRD-ID PIC 9(5).
           01 WS-LOT-NO PIC X(10).
           01 WS-LOT-LOC PIC X(1).
           01 WS-LOT-EXP PIC 9(8).
           01 WS-LOT-RCV-DATE PIC 9(8).
           01 WS-LOT-QTY PIC 9(5).
           01 WS-LOT-FND PIC A(1).
           01 WS-LOT-LOC-FILTER PIC X(1).
           01 WS-LOT-NEED PIC 9(5).
           01 WS-LOT-TAKE PIC 9(5).
           01 WS-LOT-FULL-WARNED PIC A(1).
      **
      * ONE PRODUCT'S LOTS WITH STOCK LEFT, OLDEST EXPIRY FIRST, SO
      * PICKING, SHIPPING AND TRANSFERS ALL DRAW DOWN THE SAME WAY.
      * A LOT WITH NO EXPIRY SORTS LAST.
      **
           01 WS-LTT-TBL.
               05 WS-LTT-ENTRY OCCURS 50 TIMES.
                   10 WS-LTT-NO PIC X(10).
                   10 WS-LTT-LOC PIC X(1).
                   10 WS-LTT-EXP PIC 9(8).
                   10 WS-LTT-EXP-YMD PIC 9(8).
                   10 WS-LTT-RCV-DATE PIC 9(8).
                   10 WS-LTT-QTY PIC 9(5).
                   10 WS-LTT-TAKE PIC 9(5).
           01 WS-LTT-HOLD.
               05 WS-LTH-NO PIC X(10).
               05 WS-LTH-LOC PIC X(1).
               05 WS-LTH-EXP PIC 9(8).
               05 WS-LTH-EXP-YMD PIC 9(8).
               05 WS-LTH-RCV-DATE PIC 9(8).
               05 WS-LTH-QTY PIC 9(5).
               05 WS-LTH-TAKE PIC 9(5).
           01 WS-LTT-CNT PIC 9(2).
           01 WS-LTT-I PIC 9(2).
           01 WS-LTT-J PIC 9(2).
           01 WS-LOT-EXP-DSP PIC X(10).
           01 WS-KIT-BOM-FS PIC X(2).
           01 WS-KIT-EOF PIC A(1).
           01 WS-KIT-PRD-ID PIC 9(5).
      **
      * THE COMPONENTS OF ONE KIT AS LOADED FROM KIT.DAT, WITH EACH
      * COMPONENT'S NAME, STOCK AND COST FROM THE PRODUCT FILE.
      **
           01 WS-KIT-TBL.
               05 WS-KIT-ENTRY OCCURS 20 TIMES.
                   10 WS-KIT-CMP-ID PIC 9(5).
                   10 WS-KIT-CMP-QTY PIC 9(3).
                   10 WS-KIT-CMP-NAME PIC X(20).
                   10 WS-KIT-CMP-ON-HAND PIC 9(5).
                   10 WS-KIT-CMP-COST PIC 9(5)V9(2).
           01 WS-KIT-CNT PIC 9(2).
           01 WS-KIT-I PIC 9(2).
           01 WS-KIT-AVAIL PIC 9(5).
           01 WS-KIT-CMP-AVAIL PIC 9(5).
           01 WS-KIT-UNIT-COST PIC 9(5)V9(2).
           01 WS-KIT-OK PIC A(1).
           01 WS-KIT-ROW-FND PIC A(1).
           01 WS-KIT-USE-FND PIC A(1).
           01 WS-KIT-OLD-QTY PIC 9(3).
           01 WS-INP-KIT-CMP-ID PIC 9(5).
           01 WS-INP-KIT-CMP-QTY PIC 9(3).
           01 WS-STK-PRD-ID PIC 9(5).
           01 WS-STK-QTY PIC 9(8).
           01 WS-STAND-ORD-FS PIC X(2).
           01 WS-STAND-LINE-FS PIC X(2).
           01 WS-STAND-REF-FS PIC X(2).
           01 WS-STO-EOF PIC A(1).
           01 WS-STL-EOF PIC A(1).
           01 WS-SRF-EOF PIC A(1).
           01 WS-STO.
               05 WS-STO-ID PIC 9(5).
               05 WS-STO-CST-ID PIC 9(5).
               05 WS-STO-FREQ PIC X(1).
               05 WS-STO-NEXT-DATE PIC 9(8).
               05 WS-STO-END-DATE PIC 9(8).
               05 WS-STO-REP-ID PIC 9(5).
               05 WS-STO-STATUS PIC X(1).
           01 WS-INP-STO-ID PIC 9(5).
           01 WS-INP-STO-FREQ PIC X(1).
           01 WS-INP-STO-NEXT PIC 9(8).
           01 WS-INP-STO-END PIC 9(8).
           01 WS-INP-STO-STATUS PIC X(1).
           01 WS-STO-FND PIC A(1).
           01 WS-STO-OK PIC A(1).
           01 WS-STO-MAX-ID PIC 9(5).
           01 WS-STO-CNT PIC 9(3).
           01 WS-STO-CHK-DATE PIC 9(8).
           01 WS-STO-CHK-X PIC X(8).
           01 WS-STO-CHK-MM PIC 9(2).
           01 WS-STO-CHK-DD PIC 9(2).
           01 WS-STO-CHK-YMD PIC X(8).
           01 WS-STO-DATE-OK PIC A(1).
           01 WS-STO-NEXT-YMD PIC X(8).
           01 WS-STL-ROW-FND PIC A(1).
           01 WS-STL-OLD-QUAN PIC 9(5).
           01 WS-STL-LINE-CNT PIC 9(2).
           01 WS-SRF-CNT PIC 9(3).
           01 WS-BEFORE-IMG-FS PIC X(2).
           01 WS-JRN-FILE-NAME PIC X(10).
           01 WS-JRN-KEY PIC 9(5).
           01 WS-QUO-TBL.
               05 WS-QUO-ENTRY OCCURS 20 TIMES.
                   10 WS-QUO-PRD-ID PIC 9(5).
                   10 WS-QUO-QUAN PIC 9(5).
                   10 WS-QUO-PRICE PIC 9(4)V9(2).
           01 WS-QUO-CNT PIC 9(2).
           01 WS-QUO-I PIC 9(2).
           01 WS-QUO-RUN-TOTAL PIC S9(7)V99.
           01 WS-QUO-LINE-AMT PIC S9(9)V99.
           01 WS-QUO-PRINT-LINE PIC X(80).
           01 WS-CONVERTED-LINES PIC 9(2).
           01 WS-OPERATOR-FS PIC X(2).
           01 WS-LGR-DIFF PIC S9(7)V99.
           01 WS-LGR-LABEL PIC X(8).
           01 WS-DSP-LGR-BAL PIC Z,ZZZ,ZZ9.99-.
           01 WS-SUP-INVOICE-FS PIC X(2).
           01 WS-SUP-INV-CTL-FS PIC X(2).
           01 WS-SIN-EOF PIC A(1).
           01 WS-SIN-COUNT PIC 9(5).
           01 WS-MAX-SIN-ID PIC 9(5).
           01 WS-MAX-SIN-ID-FND PIC A(1).
           01 WS-INP-SIN-ID PIC 9(5).
           01 WS-INP-SIN-REF PIC X(10).
           01 WS-INP-SIN-DATE PIC 9(8).
           01 WS-INP-SIN-DUE PIC 9(8).
           01 WS-INP-SIN-DISC-DATE PIC 9(8).
           01 WS-INP-SIN-DISC-PCT PIC 9(2)V9(2).
           01 WS-INP-SIN-QTY PIC 9(5).
           01 WS-INP-SIN-COST PIC 9(5)V9(2).
           01 WS-SIN-AMOUNT PIC 9(7)V9(2).
           01 WS-SIN-STATUS PIC X(1).
           01 WS-SIN-HOLD-REASON PIC X(10).
           01 WS-SIN-DUP-FND PIC A(1).
           01 WS-SIN-FND PIC A(1).
           01 WS-PO-ANY-FND PIC A(1).
           01 WS-PO-ORD-QTY PIC 9(5).
           01 WS-PO-RCV-QTY PIC 9(5).
           01 WS-PO-DATE-YMD PIC 9(8).
           01 WS-RCV-YMD PIC 9(8).
           01 WS-AP-PRIOR-QTY PIC 9(7).
           01 WS-AP-BILLED-QTY PIC 9(7).
           01 WS-AP-RCV-QTY PIC 9(7).
           01 WS-AP-RCV-VALUE PIC 9(9)V9(2).
           01 WS-AP-LOOSE-QTY PIC 9(7).
           01 WS-AP-LOOSE-VALUE PIC 9(9)V9(2).
           01 WS-AP-RCV-COST PIC 9(5)V9(2).
           01 WS-AP-COST-VAR PIC S9(5)V9(2).
           01 WS-AP-COST-VAR-PCT PIC S9(5)V9(2).
           01 WS-AP-QTY-FAIL PIC A(1).
           01 WS-AP-COST-FAIL PIC A(1).
      **
      * THREE-WAY MATCH TOLERANCES: THE BILLED QUANTITY MAY RUN THIS
      * MANY UNITS OVER WHAT WAS RECEIVED AND ORDERED, AND THE BILLED
      * UNIT COST THIS PERCENTAGE EITHER SIDE OF THE RECEIVED COST,
      * BEFORE THE INVOICE IS HELD FOR PURCHASING TO QUERY.
      **
           01 WS-AP-QTY-TOL PIC 9(5) VALUE ZERO.
           01 WS-AP-COST-TOL-PCT PIC 9(2)V9(2) VALUE 2.00.
           01 WS-DSP-SIN-AMT PIC Z,ZZZ,ZZ9.99-.
           01 WS-ORDERLINE-WORK-FS PIC X(2).
           01 WS-AMD-ORD-FND PIC A(1).
           01 WS-AMD-DONE PIC A(1).
           01 WS-AMD-EOF PIC A(1).
           01 WS-AMD-LINE-FND PIC A(1).
           01 WS-AMD-LINES-CHANGED PIC A(1).
           01 WS-AMD-INSERTED PIC A(1).
           01 WS-AMD-LINE-CNT PIC 9(3).
           01 WS-AMD-OLD-QUAN PIC 9(5).
           01 WS-AMD-NEW-QUAN PIC 9(5).
           01 WS-AMD-QTY-DIFF PIC 9(5).
           01 WS-AMD-REP-ID PIC 9(5).
           01 WS-AMD-UNIT-COST PIC 9(5)V9(2).
           01 WS-AMD-OLD-LINE-AMT PIC S9(9)V99.
           01 WS-AMD-LINE-DELTA PIC S9(9)V99.
           01 WS-AMD-RUN-DELTA PIC S9(7)V99.
           01 WS-AMD-COST-SUM PIC S9(7)V99.
           01 WS-AMD-OLD-SUBTOTAL PIC S9(7)V99.
           01 WS-AMD-OLD-COST PIC S9(7)V99.
           01 WS-AMD-OLD-TAX PIC S9(7)V99.
           01 WS-AMD-OLD-TOTAL PIC S9(7)V99.
           01 WS-AMD-FMT-SUB PIC 9(7)V99.
           01 WS-AMD-FMT-TAX PIC 9(7)V99.
           01 WS-AMD-FMT-COST PIC 9(7)V99.
           01 WS-DROP-PROD-FS PIC X(2).
           01 WS-DROP-SHIP-FS PIC X(2).
           01 WS-DRP-EOF PIC A(1).
           01 WS-DRP-ROW-FND PIC A(1).
           01 WS-DROP-PRD-ID PIC 9(5).
           01 WS-DROP-SHIP-PRD PIC A(1).
           01 WS-DROP-OLD-FLAG PIC X(1).
           01 WS-INP-DROP-FLAG PIC X(1).
           01 WS-DROP-OK PIC A(1).
           01 WS-DRS-EOF PIC A(1).
           01 WS-DRS-FND PIC A(1).
           01 WS-DRS.
               05 WS-DRS-ORD-ID PIC 9(5).
               05 WS-DRS-PRD-ID PIC 9(5).
               05 WS-DRS-QTY PIC 9(5).
               05 WS-DRS-PO-ID PIC 9(5).
               05 WS-DRS-SUP-ID PIC 9(5).
               05 WS-DRS-CST-ID PIC 9(5).
               05 WS-DRS-SHIP-TO PIC X(25).
               05 WS-DRS-STATUS PIC X(1).
               05 WS-DRS-DLV-DATE PIC 9(8).
               05 WS-DRS-DLV-QTY PIC 9(5).
           01 WS-INP-DLV-QTY PIC 9(5).
           01 WS-DRS-PO-NOTE PIC X(10).
           01 WS-INV-DROP-SHIP PIC A(1) VALUE 'N'.
      **
      * THE DROP-SHIP LINES OF ONE ORDER, SO THE PICK TICKET, SHIP
      * CONFIRM AND INVOICE CAN TELL THEM FROM THE STOCKED LINES.
      **
           01 WS-DRO-TBL.
               05 WS-DRO-ENTRY OCCURS 20 TIMES.
                   10 WS-DRO-PRD-ID PIC 9(5).
           01 WS-DRO-CNT PIC 9(2).
           01 WS-DRO-I PIC 9(2).
           01 WS-DRO-OPEN-CNT PIC 9(2).
           01 WS-DRO-DLV-CNT PIC 9(2).
           01 WS-DRO-STOCK-CNT PIC 9(3).
           01 WS-DRO-LINE PIC A(1).
           01 WS-DRO-EOF PIC A(1).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           DISPLAY '17: PICK TICKET / SHIP CONFIRM'.
           DISPLAY '18: QUOTATIONS'.
           DISPLAY '19: OPERATOR MAINTENANCE'.
           DISPLAY '20: SUPPLIER INVOICES / PAYABLES'.
           DISPLAY '21: STANDING ORDERS'.
           DISPLAY '22: AMEND AN OPEN ORDER'.
           DISPLAY '23: EXIT APPLICATION'.
           DISPLAY 'ENTER CHOICE: '.
           ACCEPT WS-CHC.
           EVALUATE WS-CHC
               WHEN 19
                   PERFORM OPERATOR-MAINTENANCE-PROCEDURE
               WHEN 20
                   PERFORM SUP-INVOICE-MENU-PROCEDURE
               WHEN 21
                   PERFORM STANDING-ORDER-MENU-PROCEDURE
               WHEN 22
                   PERFORM AMEND-ORDER-PROCEDURE
               WHEN 23
                   DISPLAY 'EXITING APPLICATION...'
                   MOVE 1 TO WS-CNT
               WHEN OTHER
           END-EVALUATE.

       CUSTOMER-PROCEDURE.
           DISPLAY 'CSTID CSTNAME                   STATUS'
           OPEN INPUT CUSTOMER.
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-CUSTOMER-STATUS-PROCEDURE
           DISPLAY 'E: EDIT PRODUCT PRICE/STOCK'
           DISPLAY 'P: LIST PENDING PRICE CHANGES'
           DISPLAY 'Q: QUANTITY BREAK PRICES'
           DISPLAY 'K: KIT COMPONENTS'
           DISPLAY 'D: DROP-SHIP FLAG'
           DISPLAY 'ENTER CHOICE: '
           ACCEPT WS-MAINT-CHC
           EVALUATE WS-MAINT-CHC
                   PERFORM LIST-PENDING-PRICE-PROCEDURE
               WHEN 'Q'
                   PERFORM QTYBREAK-MAINTENANCE-PROCEDURE
               WHEN 'K'
                   PERFORM KIT-MAINTENANCE-PROCEDURE
               WHEN 'D'
                   PERFORM SET-DROP-SHIP-FLAG-PROCEDURE
               WHEN OTHER
                   DISPLAY 'INVALID. TRY AGAIN.'
           END-EVALUATE.
                   NOT AT END
                       IF PRH-EFF-DATE > WS-TODAY-YMD
                           DISPLAY PRH-PRD-ID' 'PRH-EFF-DATE' '
                               PRH-OLD-PRICE'   'PRH-NEW-PRICE
                           MOVE 'Y' TO WS-PENDING-FND
                       END-IF
               END-READ
           END-IF.

       PRODUCT-PROCEDURE.
           DISPLAY 'PRDID PRDNAME              PRICE  QTYONHAND'
           OPEN INPUT PRODUCT.
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
                   ELSE
                       MOVE ZERO TO WS-INP-UNIT-COST
                   END-IF
      **
      * A KIT SELLS AT ITS OWN PRICE BUT HOLDS NO STOCK OF ITS OWN:
      * WHAT CAN BE SOLD IS WHAT THE SCARCEST COMPONENT ALLOWS, AND
      * THE LINE IS COSTED AT THE SUM OF THE COMPONENT COSTS.
      **
                   MOVE WS-INP-PRD-ID TO WS-KIT-PRD-ID
                   PERFORM LOAD-KIT-PROCEDURE
                   IF WS-KIT-CNT > 0
                       MOVE WS-KIT-AVAIL TO WS-INP-PRD-QTY-ON-HAND
                       MOVE WS-KIT-UNIT-COST TO WS-INP-UNIT-COST
                       DISPLAY 'KIT - 'WS-KIT-AVAIL' AVAILABLE FROM '
                           'ITS COMPONENTS'
                   END-IF
      **
      * A DROP-SHIP PRODUCT IS NEVER SHORT - THE SUPPLIER SHIPS
      * WHATEVER IS ORDERED STRAIGHT TO THE CUSTOMER - BUT ITS
      * SUPPLIER HAS TO BE ON FILE FOR THE PO TO GO TO.
      **
                   MOVE WS-INP-PRD-ID TO WS-DROP-PRD-ID
                   PERFORM GET-DROP-SHIP-FLAG-PROCEDURE
                   MOVE 'Y' TO WS-DROP-OK
                   IF WS-DROP-SHIP-PRD = 'Y'
                       MOVE 99999 TO WS-INP-PRD-QTY-ON-HAND
                       MOVE WS-PRD-SUP-ID TO WS-INP-SUP-ID
                       PERFORM FIND-SUPPLIER-PROCEDURE
                       IF WS-INP-SUP-FND = 'N'
                           DISPLAY 'DROP-SHIP SUPPLIER 'WS-PRD-SUP-ID
                               ' NOT ON FILE - LINE REJECTED'
                           MOVE 'N' TO WS-DROP-OK
                       ELSE
                           DISPLAY 'DROP-SHIP - SUPPLIER '
                               WS-PRD-SUP-ID' DELIVERS TO THE '
                               'CUSTOMER'
                       END-IF
                   END-IF
                   IF WS-DROP-OK = 'Y'
                       PERFORM GET-QUANTITY-ORDER-PROCEDURE
                   END-IF
               WHEN 'N'
                   DISPLAY 'PRODUCT NOT FOUND'
               WHEN OTHER
      * STOCK NOW LIVES IN TWO PLACES - THE SHOP FLOOR AND THE BACK
      * WAREHOUSE - SO THE LINE SAYS WHICH ONE IT SHIPS FROM.
      * PRD-QTY-ON-HAND REMAINS THE SYSTEM-WIDE TOTAL EVERY
      * EXISTING CHECK USES; PRODLOC.DAT CARRIES THE SPLIT. A
      * DROP-SHIP LINE SHIPS FROM THE SUPPLIER, NOT FROM EITHER.
      **
                   IF WS-DROP-SHIP-PRD = 'Y'
                       MOVE 'S' TO WS-INP-LOC
                   ELSE
                       DISPLAY 'SHIP FROM LOCATION (S=SHOP '
                           'W=WAREHOUSE, BLANK=S):'
                       ACCEPT WS-INP-LOC
                       IF WS-INP-LOC NOT = 'W'
                           MOVE 'S' TO WS-INP-LOC
                       END-IF
                   END-IF
                   PERFORM SAVE-ORDERLINE-PROCEDURE
                   PERFORM UPDATE-STOCK-PROCEDURE
           END-IF.

       LIST-QTYBREAK-PROCEDURE.
           DISPLAY 'PRDID  MINQTY    PRICE'
           MOVE 'N' TO WS-QBK-EOF
           OPEN INPUT QTY-BREAK
           IF WS-QTY-BREAK-FS NOT = '00'
               CLOSE QTY-BREAK
           END-IF.

       KIT-MAINTENANCE-PROCEDURE.
           DISPLAY 'KIT COMPONENTS:'
           DISPLAY 'A: ADD / CHANGE A KIT COMPONENT'
           DISPLAY 'L: LIST A KIT'
           DISPLAY 'ENTER CHOICE: '
           ACCEPT WS-MAINT-CHC
           EVALUATE WS-MAINT-CHC
               WHEN 'A'
                   PERFORM ADD-KIT-COMPONENT-PROCEDURE
               WHEN 'L'
                   PERFORM LIST-KIT-PROCEDURE
               WHEN OTHER
                   DISPLAY 'INVALID. TRY AGAIN.'
           END-EVALUATE.

       ADD-KIT-COMPONENT-PROCEDURE.
      **
      * A KIT.DAT ROW SAYS: THIS MANY OF THE COMPONENT GO INTO ONE OF
      * THE KIT. KEYING A COMPONENT ALREADY ON THE KIT CHANGES ITS
      * QUANTITY IN PLACE, AND A QUANTITY OF 0 TAKES IT OFF. KITS DO
      * NOT NEST - A COMPONENT CANNOT ITSELF BE A KIT AND A PRODUCT
      * USED AS A COMPONENT CANNOT BE MADE A KIT - SO ONE LEVEL OF
      * EXPLOSION COVERS EVERY SALE.
      **
           DISPLAY 'ENTER KIT PRODUCT ID:'
           ACCEPT WS-INP-PRD-ID
           DISPLAY 'ENTER COMPONENT PRODUCT ID:'
           ACCEPT WS-INP-KIT-CMP-ID
           DISPLAY 'ENTER QUANTITY PER KIT (0 TO REMOVE):'
           ACCEPT WS-INP-KIT-CMP-QTY
           MOVE 'Y' TO WS-KIT-OK
           OPEN INPUT PRODUCT
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
           MOVE WS-INP-PRD-ID TO PRD-ID
           READ PRODUCT
               INVALID KEY
                   DISPLAY 'KIT PRODUCT NOT FOUND'
                   MOVE 'N' TO WS-KIT-OK
               NOT INVALID KEY CONTINUE
           END-READ
           MOVE WS-INP-KIT-CMP-ID TO PRD-ID
           READ PRODUCT
               INVALID KEY
                   DISPLAY 'COMPONENT PRODUCT NOT FOUND'
                   MOVE 'N' TO WS-KIT-OK
               NOT INVALID KEY CONTINUE
           END-READ
           CLOSE PRODUCT
           IF WS-KIT-OK = 'Y'
               AND WS-INP-KIT-CMP-ID = WS-INP-PRD-ID
               DISPLAY 'A KIT CANNOT BE ITS OWN COMPONENT'
               MOVE 'N' TO WS-KIT-OK
           END-IF
           IF WS-KIT-OK = 'Y'
               MOVE WS-INP-KIT-CMP-ID TO WS-KIT-PRD-ID
               PERFORM LOAD-KIT-PROCEDURE
               IF WS-KIT-CNT > 0
                   DISPLAY 'COMPONENT IS ITSELF A KIT - KITS DO NOT '
                       'NEST'
                   MOVE 'N' TO WS-KIT-OK
               END-IF
           END-IF
           IF WS-KIT-OK = 'Y'
               PERFORM FIND-KIT-USE-PROCEDURE
               IF WS-KIT-USE-FND = 'Y'
                   DISPLAY 'PRODUCT IS A COMPONENT OF ANOTHER KIT - '
                       'KITS DO NOT NEST'
                   MOVE 'N' TO WS-KIT-OK
               END-IF
           END-IF
      **
      * A KIT IS PICKED OFF THE SHELF AS ITS COMPONENTS, SO NEITHER
      * THE KIT NOR ANY COMPONENT CAN BE A DROP-SHIP PRODUCT.
      **
           IF WS-KIT-OK = 'Y' AND WS-INP-KIT-CMP-QTY > 0
               MOVE WS-INP-PRD-ID TO WS-DROP-PRD-ID
               PERFORM GET-DROP-SHIP-FLAG-PROCEDURE
               IF WS-DROP-SHIP-PRD = 'N'
                   MOVE WS-INP-KIT-CMP-ID TO WS-DROP-PRD-ID
                   PERFORM GET-DROP-SHIP-FLAG-PROCEDURE
               END-IF
               IF WS-DROP-SHIP-PRD = 'Y'
                   DISPLAY 'PRODUCT 'WS-DROP-PRD-ID' IS DROP-SHIPPED '
                       '- IT CANNOT BE PART OF A KIT'
                   MOVE 'N' TO WS-KIT-OK
               END-IF
           END-IF
           IF WS-KIT-OK = 'Y'
               PERFORM SAVE-KIT-COMPONENT-PROCEDURE
           END-IF.

       FIND-KIT-USE-PROCEDURE.
           MOVE 'N' TO WS-KIT-USE-FND
           MOVE 'N' TO WS-KIT-EOF
           OPEN INPUT KIT-BOM
           IF WS-KIT-BOM-FS NOT = '00'
               MOVE 'Y' TO WS-KIT-EOF
           END-IF
           PERFORM UNTIL WS-KIT-EOF = 'Y'
               READ KIT-BOM
                   AT END MOVE 'Y' TO WS-KIT-EOF
                   NOT AT END
                       IF KIT-CMP-PRD-ID = WS-INP-PRD-ID
                           AND KIT-CMP-QTY > 0
                           MOVE 'Y' TO WS-KIT-USE-FND
                           MOVE 'Y' TO WS-KIT-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-KIT-BOM-FS = '00' OR WS-KIT-BOM-FS = '10'
               CLOSE KIT-BOM
           END-IF.

       SAVE-KIT-COMPONENT-PROCEDURE.
      **
      * CHANGES THE COMPONENT'S ROW IN PLACE WHEN THE KIT ALREADY
      * CARRIES IT, OTHERWISE APPENDS A NEW ROW - THE SAME
      * REWRITE-OR-APPEND ADD-LOCATION-QTY-PROCEDURE USES ON
      * PRODLOC.DAT.
      **
           MOVE 'N' TO WS-KIT-ROW-FND
           MOVE 'N' TO WS-SAVE-OK
           MOVE ZERO TO WS-KIT-OLD-QTY
           MOVE 'N' TO WS-KIT-EOF
           OPEN I-O KIT-BOM
           IF WS-KIT-BOM-FS NOT = '00'
               MOVE 'Y' TO WS-KIT-EOF
           END-IF
           PERFORM UNTIL WS-KIT-EOF = 'Y'
               READ KIT-BOM
                   AT END MOVE 'Y' TO WS-KIT-EOF
                   NOT AT END
                       IF KIT-PRD-ID = WS-INP-PRD-ID
                           AND KIT-CMP-PRD-ID = WS-INP-KIT-CMP-ID
                           MOVE KIT-CMP-QTY TO WS-KIT-OLD-QTY
                           MOVE WS-INP-KIT-CMP-QTY TO KIT-CMP-QTY
                           REWRITE KIT-BOM-FILE
                           MOVE 'REWRITE' TO WS-EXC-OPERATION
                           PERFORM CHECK-KIT-BOM-STATUS-PROCEDURE
                           IF WS-KIT-BOM-FS = '00'
                               MOVE 'Y' TO WS-SAVE-OK
                           END-IF
                           MOVE 'Y' TO WS-KIT-ROW-FND
                           MOVE 'Y' TO WS-KIT-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-KIT-BOM-FS = '00' OR WS-KIT-BOM-FS = '10'
               CLOSE KIT-BOM
           END-IF
           IF WS-KIT-ROW-FND = 'N'
               IF WS-INP-KIT-CMP-QTY = 0
                   DISPLAY 'COMPONENT IS NOT ON THIS KIT'
               ELSE
                   MOVE WS-INP-PRD-ID TO WS-KIT-PRD-ID
                   PERFORM LOAD-KIT-PROCEDURE
                   IF WS-KIT-CNT NOT < 20
                       DISPLAY 'KIT ALREADY HAS 20 COMPONENTS - '
                           'NOT ADDED'
                   ELSE
                       PERFORM APPEND-KIT-COMPONENT-PROCEDURE
                   END-IF
               END-IF
           END-IF
           IF WS-SAVE-OK = 'Y'
               DISPLAY 'KIT COMPONENT SAVED'
               MOVE 'KIT' TO WS-AUD-REC-TYPE
               MOVE WS-INP-PRD-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               STRING 'CMP ' WS-INP-KIT-CMP-ID ' QTY ' WS-KIT-OLD-QTY
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING 'CMP ' WS-INP-KIT-CMP-ID ' QTY '
                   WS-INP-KIT-CMP-QTY
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
           END-IF.

       APPEND-KIT-COMPONENT-PROCEDURE.
           OPEN EXTEND KIT-BOM
           IF WS-KIT-BOM-FS = '35'
               OPEN OUTPUT KIT-BOM
           END-IF
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-KIT-BOM-STATUS-PROCEDURE
           IF WS-KIT-BOM-FS = '00'
               MOVE WS-INP-PRD-ID TO KIT-PRD-ID
               MOVE WS-INP-KIT-CMP-ID TO KIT-CMP-PRD-ID
               MOVE WS-INP-KIT-CMP-QTY TO KIT-CMP-QTY
               WRITE KIT-BOM-FILE
               END-WRITE
               MOVE 'WRITE' TO WS-EXC-OPERATION
               PERFORM CHECK-KIT-BOM-STATUS-PROCEDURE
               IF WS-KIT-BOM-FS = '00'
                   MOVE 'Y' TO WS-SAVE-OK
               END-IF
               CLOSE KIT-BOM
           END-IF
           IF WS-SAVE-OK = 'N'
               DISPLAY 'KIT FILE WRITE FAILED - COMPONENT NOT ADDED'
           END-IF.

       LIST-KIT-PROCEDURE.
           DISPLAY 'ENTER KIT PRODUCT ID:'
           ACCEPT WS-KIT-PRD-ID
           PERFORM LOAD-KIT-PROCEDURE
           IF WS-KIT-CNT = 0
               DISPLAY 'PRODUCT 'WS-KIT-PRD-ID' IS NOT A KIT'
           ELSE
               DISPLAY 'CMPID CMPNAME              PERKIT ONHAND '
                   'UNITCOST'
               PERFORM VARYING WS-KIT-I FROM 1 BY 1
                       UNTIL WS-KIT-I > WS-KIT-CNT
                   DISPLAY WS-KIT-CMP-ID(WS-KIT-I)' '
                       WS-KIT-CMP-NAME(WS-KIT-I)' '
                       WS-KIT-CMP-QTY(WS-KIT-I)'    '
                       WS-KIT-CMP-ON-HAND(WS-KIT-I)'  '
                       WS-KIT-CMP-COST(WS-KIT-I)
               END-PERFORM
               DISPLAY 'AVAILABLE TO SELL: 'WS-KIT-AVAIL
               DISPLAY 'KIT UNIT COST: 'WS-KIT-UNIT-COST
           END-IF.

       LOAD-KIT-PROCEDURE.
      **
      * LOADS THE BILL OF MATERIALS OF PRODUCT WS-KIT-PRD-ID WITH
      * EACH COMPONENT'S NAME, STOCK AND UNIT COST. A PRODUCT WITH
      * NO ROWS ON KIT.DAT IS AN ORDINARY STOCK ITEM AND LOADS
      * NOTHING. A KIT CAN SELL ONLY AS MANY AS ITS SCARCEST
      * COMPONENT ALLOWS (WS-KIT-AVAIL) AND COSTS THE SUM OF ITS
      * COMPONENTS' PRD-UNIT-COST (WS-KIT-UNIT-COST). THE CALLER
      * MUST HAVE THE PRODUCT FILE CLOSED.
      **
           MOVE ZERO TO WS-KIT-CNT
           MOVE ZERO TO WS-KIT-AVAIL
           MOVE ZERO TO WS-KIT-UNIT-COST
           MOVE 'N' TO WS-KIT-EOF
           OPEN INPUT KIT-BOM
           IF WS-KIT-BOM-FS NOT = '00'
               MOVE 'Y' TO WS-KIT-EOF
           END-IF
           PERFORM UNTIL WS-KIT-EOF = 'Y'
               READ KIT-BOM
                   AT END MOVE 'Y' TO WS-KIT-EOF
                   NOT AT END
                       IF KIT-PRD-ID = WS-KIT-PRD-ID
                           AND KIT-CMP-QTY > 0
                           AND WS-KIT-CNT < 20
                           ADD 1 TO WS-KIT-CNT
                           MOVE KIT-CMP-PRD-ID
                               TO WS-KIT-CMP-ID(WS-KIT-CNT)
                           MOVE KIT-CMP-QTY
                               TO WS-KIT-CMP-QTY(WS-KIT-CNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-KIT-BOM-FS = '00' OR WS-KIT-BOM-FS = '10'
               CLOSE KIT-BOM
           END-IF
           IF WS-KIT-CNT > 0
               MOVE 99999 TO WS-KIT-AVAIL
               OPEN INPUT PRODUCT
               MOVE 'OPEN' TO WS-EXC-OPERATION
               PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
               PERFORM VARYING WS-KIT-I FROM 1 BY 1
                       UNTIL WS-KIT-I > WS-KIT-CNT
                   PERFORM LOAD-KIT-COMPONENT-PROCEDURE
               END-PERFORM
               CLOSE PRODUCT
           END-IF.

       LOAD-KIT-COMPONENT-PROCEDURE.
           MOVE WS-KIT-CMP-ID(WS-KIT-I) TO PRD-ID
           READ PRODUCT
               INVALID KEY
                   MOVE SPACES TO WS-KIT-CMP-NAME(WS-KIT-I)
                   MOVE ZERO TO WS-KIT-CMP-ON-HAND(WS-KIT-I)
                   MOVE ZERO TO WS-KIT-CMP-COST(WS-KIT-I)
               NOT INVALID KEY
                   MOVE PRD-NAME TO WS-KIT-CMP-NAME(WS-KIT-I)
                   MOVE PRD-QTY-ON-HAND
                       TO WS-KIT-CMP-ON-HAND(WS-KIT-I)
                   IF PRD-UNIT-COST NUMERIC
                       MOVE PRD-UNIT-COST TO WS-KIT-CMP-COST(WS-KIT-I)
                   ELSE
                       MOVE ZERO TO WS-KIT-CMP-COST(WS-KIT-I)
                   END-IF
           END-READ
           MOVE 'READ' TO WS-EXC-OPERATION
           PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
           DIVIDE WS-KIT-CMP-ON-HAND(WS-KIT-I)
               BY WS-KIT-CMP-QTY(WS-KIT-I)
               GIVING WS-KIT-CMP-AVAIL
           IF WS-KIT-CMP-AVAIL < WS-KIT-AVAIL
               MOVE WS-KIT-CMP-AVAIL TO WS-KIT-AVAIL
           END-IF
           COMPUTE WS-KIT-UNIT-COST = WS-KIT-UNIT-COST
               + WS-KIT-CMP-COST(WS-KIT-I) * WS-KIT-CMP-QTY(WS-KIT-I).

       SET-DROP-SHIP-FLAG-PROCEDURE.
      **
      * A DROP-SHIP PRODUCT IS NEVER STOCKED: EVERY SALE OF IT RAISES
      * A PO ON ITS SUPPLIER (PRD-SUP-ID) AND THE SUPPLIER DELIVERS
      * STRAIGHT TO THE CUSTOMER. SO THE SUPPLIER MUST BE ON FILE, A
      * KIT OR A KIT COMPONENT CANNOT BE DROP-SHIPPED (A KIT SELLS
      * OFF THE SHELF AS ITS COMPONENTS), AND STOCK STILL ON HAND
      * MUST BE SOLD DOWN FIRST SO NONE IS LEFT STRANDED. A CHANGE
      * OF FLAG ONLY AFFECTS LINES ENTERED FROM THEN ON.
      **
           DISPLAY 'ENTER PRODUCT ID:'
           ACCEPT WS-INP-PRD-ID
           MOVE 'Y' TO WS-DROP-OK
           MOVE 'N' TO WS-INP-PRD-ID-FND
           OPEN INPUT PRODUCT
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
           MOVE WS-INP-PRD-ID TO PRD-ID
           READ PRODUCT INTO WS-PRD
               INVALID KEY MOVE 'N' TO WS-INP-PRD-ID-FND
               NOT INVALID KEY MOVE 'Y' TO WS-INP-PRD-ID-FND
           END-READ
           MOVE 'READ' TO WS-EXC-OPERATION
           PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
           CLOSE PRODUCT
           IF WS-INP-PRD-ID-FND = 'N'
               DISPLAY 'PRODUCT NOT FOUND'
               MOVE 'N' TO WS-DROP-OK
           END-IF
           IF WS-DROP-OK = 'Y'
               MOVE WS-INP-PRD-ID TO WS-DROP-PRD-ID
               PERFORM GET-DROP-SHIP-FLAG-PROCEDURE
               MOVE WS-DROP-SHIP-PRD TO WS-DROP-OLD-FLAG
               IF WS-DROP-SHIP-PRD = 'Y'
                   DISPLAY 'PRODUCT 'WS-INP-PRD-ID' 'WS-PRD-NAME
                       ' IS DROP-SHIPPED BY SUPPLIER 'WS-PRD-SUP-ID
               ELSE
                   DISPLAY 'PRODUCT 'WS-INP-PRD-ID' 'WS-PRD-NAME
                       ' IS STOCKED'
               END-IF
               DISPLAY 'DROP-SHIP THIS PRODUCT? (Y/N):'
               ACCEPT WS-INP-DROP-FLAG
               IF WS-INP-DROP-FLAG NOT = 'Y'
                   MOVE 'N' TO WS-INP-DROP-FLAG
               END-IF
               IF WS-INP-DROP-FLAG = WS-DROP-OLD-FLAG
                   DISPLAY 'FLAG UNCHANGED'
                   MOVE 'N' TO WS-DROP-OK
               END-IF
           END-IF
           IF WS-DROP-OK = 'Y' AND WS-INP-DROP-FLAG = 'Y'
               PERFORM CHECK-DROP-SHIP-ELIGIBLE-PROCEDURE
           END-IF
           IF WS-DROP-OK = 'Y'
               PERFORM SAVE-DROP-PROD-PROCEDURE
           END-IF.

       CHECK-DROP-SHIP-ELIGIBLE-PROCEDURE.
           IF WS-PRD-QTY-ON-HAND > 0
               DISPLAY 'PRODUCT STILL HAS 'WS-PRD-QTY-ON-HAND
                   ' ON HAND - SELL IT DOWN BEFORE DROP-SHIPPING'
               MOVE 'N' TO WS-DROP-OK
           END-IF
           IF WS-DROP-OK = 'Y'
               MOVE WS-PRD-SUP-ID TO WS-INP-SUP-ID
               PERFORM FIND-SUPPLIER-PROCEDURE
               IF WS-INP-SUP-FND = 'N'
                   DISPLAY 'SUPPLIER 'WS-PRD-SUP-ID' NOT ON FILE - '
                       'A DROP-SHIP PRODUCT NEEDS A SUPPLIER'
                   MOVE 'N' TO WS-DROP-OK
               END-IF
           END-IF
           IF WS-DROP-OK = 'Y'
               MOVE WS-INP-PRD-ID TO WS-KIT-PRD-ID
               PERFORM LOAD-KIT-PROCEDURE
               IF WS-KIT-CNT > 0
                   DISPLAY 'PRODUCT IS A KIT - A KIT CANNOT BE '
                       'DROP-SHIPPED'
                   MOVE 'N' TO WS-DROP-OK
               END-IF
           END-IF
           IF WS-DROP-OK = 'Y'
               PERFORM FIND-KIT-USE-PROCEDURE
               IF WS-KIT-USE-FND = 'Y'
                   DISPLAY 'PRODUCT IS A KIT COMPONENT - IT CANNOT '
                       'BE DROP-SHIPPED'
                   MOVE 'N' TO WS-DROP-OK
               END-IF
           END-IF.

       GET-DROP-SHIP-FLAG-PROCEDURE.
      **
      * SETS WS-DROP-SHIP-PRD FOR PRODUCT WS-DROP-PRD-ID. A PRODUCT
      * WITH NO ROW ON DROPPROD.DAT IS AN ORDINARY STOCKED ITEM.
      **
           MOVE 'N' TO WS-DROP-SHIP-PRD
           MOVE 'N' TO WS-DRP-EOF
           OPEN INPUT DROP-PROD
           IF WS-DROP-PROD-FS NOT = '00'
               MOVE 'Y' TO WS-DRP-EOF
           END-IF
           PERFORM UNTIL WS-DRP-EOF = 'Y'
               READ DROP-PROD
                   AT END MOVE 'Y' TO WS-DRP-EOF
                   NOT AT END
                       IF DRP-PRD-ID = WS-DROP-PRD-ID
                           IF DRP-DROP-SHIP
                               MOVE 'Y' TO WS-DROP-SHIP-PRD
                           END-IF
                           MOVE 'Y' TO WS-DRP-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DROP-PROD-FS = '00' OR WS-DROP-PROD-FS = '10'
               CLOSE DROP-PROD
           END-IF.

       SAVE-DROP-PROD-PROCEDURE.
      **
      * CHANGES THE PRODUCT'S ROW IN PLACE WHEN IT HAS ONE, OTHERWISE
      * APPENDS A NEW ROW - THE SAME REWRITE-OR-APPEND
      * SAVE-KIT-COMPONENT-PROCEDURE USES ON KIT.DAT.
      **
           MOVE 'N' TO WS-DRP-ROW-FND
           MOVE 'N' TO WS-SAVE-OK
           MOVE 'N' TO WS-DRP-EOF
           OPEN I-O DROP-PROD
           IF WS-DROP-PROD-FS NOT = '00'
               MOVE 'Y' TO WS-DRP-EOF
           END-IF
           PERFORM UNTIL WS-DRP-EOF = 'Y'
               READ DROP-PROD
                   AT END MOVE 'Y' TO WS-DRP-EOF
                   NOT AT END
                       IF DRP-PRD-ID = WS-INP-PRD-ID
                           MOVE WS-INP-DROP-FLAG TO DRP-FLAG
                           REWRITE DROP-PROD-FILE
                           MOVE 'REWRITE' TO WS-EXC-OPERATION
                           PERFORM CHECK-DROP-PROD-STATUS-PROCEDURE
                           IF WS-DROP-PROD-FS = '00'
                               MOVE 'Y' TO WS-SAVE-OK
                           END-IF
                           MOVE 'Y' TO WS-DRP-ROW-FND
                           MOVE 'Y' TO WS-DRP-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DROP-PROD-FS = '00' OR WS-DROP-PROD-FS = '10'
               CLOSE DROP-PROD
           END-IF
           IF WS-DRP-ROW-FND = 'N'
               PERFORM APPEND-DROP-PROD-PROCEDURE
           END-IF
           IF WS-SAVE-OK = 'Y'
               IF WS-INP-DROP-FLAG = 'Y'
                   DISPLAY 'PRODUCT 'WS-INP-PRD-ID' NOW DROP-SHIPPED '
                       '- EACH SALE RAISES A PO ON SUPPLIER '
                       WS-PRD-SUP-ID
               ELSE
                   DISPLAY 'PRODUCT 'WS-INP-PRD-ID' NOW STOCKED'
               END-IF
               MOVE 'PRODUCT' TO WS-AUD-REC-TYPE
               MOVE WS-INP-PRD-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               STRING 'DROPSHIP ' WS-DROP-OLD-FLAG
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING 'DROPSHIP ' WS-INP-DROP-FLAG
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
           ELSE
               DISPLAY 'DROP-SHIP FILE WRITE FAILED - FLAG NOT '
                   'CHANGED'
           END-IF.

       APPEND-DROP-PROD-PROCEDURE.
           OPEN EXTEND DROP-PROD
           IF WS-DROP-PROD-FS = '35'
               OPEN OUTPUT DROP-PROD
           END-IF
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-DROP-PROD-STATUS-PROCEDURE
           IF WS-DROP-PROD-FS = '00'
               MOVE WS-INP-PRD-ID TO DRP-PRD-ID
               MOVE WS-INP-DROP-FLAG TO DRP-FLAG
               WRITE DROP-PROD-FILE
               END-WRITE
               MOVE 'WRITE' TO WS-EXC-OPERATION
               PERFORM CHECK-DROP-PROD-STATUS-PROCEDURE
               IF WS-DROP-PROD-FS = '00'
                   MOVE 'Y' TO WS-SAVE-OK
               END-IF
               CLOSE DROP-PROD
           END-IF.

       SAVE-ORDERLINE-PROCEDURE.
           OPEN EXTEND ORDERLINE
           MOVE 'OPEN' TO WS-EXC-OPERATION
           ADD 1 TO WS-ORDL-LINE-CNT.

       UPDATE-STOCK-PROCEDURE.
      **
      * SELLING A KIT TAKES ITS COMPONENTS OFF THE SHELF, EACH AT
      * ITS BILL-OF-MATERIALS QUANTITY PER KIT, FROM THE LOCATION
      * THE LINE SHIPS FROM. THE KIT'S OWN PRODUCT RECORD IS NOT
      * TOUCHED. A DROP-SHIP LINE RELIEVES NO STOCK AT ALL - IT
      * RAISES A PO ON THE SUPPLIER INSTEAD, AND THE GOODS GO FROM
      * THE SUPPLIER TO THE CUSTOMER WITHOUT EVER REACHING
      * PRD-QTY-ON-HAND OR PRODLOC.DAT.
      **
           MOVE WS-INP-PRD-ID TO WS-DROP-PRD-ID
           PERFORM GET-DROP-SHIP-FLAG-PROCEDURE
           MOVE WS-INP-PRD-ID TO WS-KIT-PRD-ID
           PERFORM LOAD-KIT-PROCEDURE
           EVALUATE TRUE
               WHEN WS-DROP-SHIP-PRD = 'Y'
                   PERFORM RAISE-DROP-SHIP-PO-PROCEDURE
               WHEN WS-KIT-CNT > 0
                   PERFORM VARYING WS-KIT-I FROM 1 BY 1
                           UNTIL WS-KIT-I > WS-KIT-CNT
                       MOVE WS-KIT-CMP-ID(WS-KIT-I) TO WS-STK-PRD-ID
                       COMPUTE WS-STK-QTY =
                           WS-INP-QUAN * WS-KIT-CMP-QTY(WS-KIT-I)
                       PERFORM RELIEVE-STOCK-QTY-PROCEDURE
                   END-PERFORM
               WHEN OTHER
                   MOVE WS-INP-PRD-ID TO WS-STK-PRD-ID
                   MOVE WS-INP-QUAN TO WS-STK-QTY
                   PERFORM RELIEVE-STOCK-QTY-PROCEDURE
           END-EVALUATE.

       RELIEVE-STOCK-QTY-PROCEDURE.
           OPEN I-O PRODUCT
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
           MOVE WS-STK-PRD-ID TO PRD-ID
           READ PRODUCT
               INVALID KEY DISPLAY 'ERROR UPDATING STOCK ON HAND'
               NOT INVALID KEY
                   MOVE PRD-ID TO WS-JRN-KEY
                   MOVE PRODUCT-FILE TO WS-JRN-IMAGE
                   PERFORM JOURNAL-BEFORE-IMAGE-PROCEDURE
                   SUBTRACT WS-STK-QTY FROM PRD-QTY-ON-HAND
                   REWRITE PRODUCT-FILE
           END-READ
           MOVE 'REWRITE' TO WS-EXC-OPERATION
           PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
           CLOSE PRODUCT
           MOVE WS-STK-PRD-ID TO WS-LOC-PRD-ID
           MOVE WS-INP-LOC TO WS-LOC-CODE
           MOVE WS-STK-QTY TO WS-LOC-QTY
           PERFORM RELIEVE-LOCATION-QTY-PROCEDURE.

       SAVE-ORDER-PROCEDURE.
           DISPLAY 'LIST OF ORDERS:'
           DISPLAY 'ENTER CUSTOMER ID:'
           ACCEPT WS-INP-CST-ID.
           DISPLAY 'ORDID   DATE   PRDID   PRDNAME              QNT  '
               '  TOTALCOST'
           MOVE 'N' TO WS-EOF
           OPEN INPUT C_ORDER
           MOVE 'OPEN' TO WS-EXC-OPERATION
                       DISPLAY WS-ORD-ID' 'WS-ORD-DATE' 'NO ADVANCING
                       MOVE 'N' TO WS-ORD-NONE
                       PERFORM ACCESS-ORDERLINE-PROCEDURE
                       PERFORM SHOW-STAND-REF-PROCEDURE
                   END-IF
               END-READ
               MOVE 'READ' TO WS-EXC-OPERATION
      **
      * ON-DEMAND ACCOUNT LEDGER FOR ONE CUSTOMER: MERGES THE
      * CUSTOMER'S NON-VOID ORDERS (LIVE AND ARCHIVED, TOTALLED WITH
      * TAX THE SAME WAY CHECKOUT POSTED THEM), PAYMENTS, PAYMENTS THE
      * BANK RETURNED AND CREDIT MEMOS INTO ONE DATE-ORDERED LIST WITH
      * A RUNNING BALANCE, AND PROVES THE RESULT OUT AGAINST
      * CST-BALANCE AT THE BOTTOM - SO
      * A BALANCE QUESTION ON THE PHONE NO LONGER MEANS RUNNING THE
      * MONTH-END STATEMENT JOB MID-MONTH.
      **
               PERFORM LOAD-LEDGER-ORDERS-PROCEDURE
               PERFORM LOAD-LEDGER-ARCH-ORDERS-PROCEDURE
               PERFORM LOAD-LEDGER-PAYMENTS-PROCEDURE
               PERFORM LOAD-LEDGER-RETURNS-PROCEDURE
               PERFORM LOAD-LEDGER-MEMOS-PROCEDURE
               PERFORM SORT-LEDGER-PROCEDURE
               PERFORM PRINT-LEDGER-PROCEDURE
               CLOSE PAYMENT
           END-IF.

       LOAD-LEDGER-RETURNS-PROCEDURE.
           MOVE 'N' TO WS-TEMP-EOF
           OPEN INPUT BANK-RETURN
           IF WS-BANK-RETURN-FS NOT = '00'
               MOVE 'Y' TO WS-TEMP-EOF
           END-IF
           PERFORM UNTIL WS-TEMP-EOF = 'Y'
               READ BANK-RETURN
                   AT END MOVE 'Y' TO WS-TEMP-EOF
                   NOT AT END
                       IF BRT-CST-ID = WS-INP-CST-ID
                           STRING BRT-DATE(5:4) BRT-DATE(1:2)
                               BRT-DATE(3:2) INTO WS-YMD-TXT
                           MOVE WS-YMD-TXT TO WS-LGR-NEW-DATE
                           MOVE BRT-DATE TO WS-LGR-NEW-MDY
                           MOVE 'R' TO WS-LGR-NEW-TYPE
                           MOVE BRT-REF TO WS-LGR-NEW-REF
                           MOVE BRT-AMOUNT TO WS-LGR-NEW-AMT
                           PERFORM ADD-LEDGER-ENTRY-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BANK-RETURN-FS = '00' OR WS-BANK-RETURN-FS = '10'
               CLOSE BANK-RETURN
           END-IF.

       LOAD-LEDGER-MEMOS-PROCEDURE.
           MOVE 'N' TO WS-CRM-EOF
           OPEN INPUT CREDIT-MEMO
           IF WS-CREDIT-MEMO-FS NOT = '00'
               MOVE 'Y' TO WS-CRM-EOF
           END-IF
           PERFORM UNTIL WS-CRM-EOF = 'Y'
               READ CREDIT-MEMO INTO WS-CRM
                   AT END MOVE 'Y' TO WS-CRM-EOF
                       MOVE 'ORDER   ' TO WS-LGR-LABEL
                   WHEN 'P'
                       MOVE 'PAYMENT ' TO WS-LGR-LABEL
                   WHEN 'R'
                       MOVE 'RETURNED' TO WS-LGR-LABEL
                   WHEN 'C'
                       MOVE 'CR MEMO ' TO WS-LGR-LABEL
                   WHEN OTHER
      * THAT ALREADY HAS CREDIT MEMOS CANNOT BE VOIDED - THE VOID
      * WOULD RESTOCK AND RE-CREDIT UNITS THE RETURN ALREADY POSTED,
      * LEAVING PHANTOM STOCK AND A DOUBLE CREDIT ON THE BALANCE.
      * NOR CAN ONE A SUPPLIER HAS ALREADY DELIVERED A DROP-SHIP LINE
      * ON; UNDELIVERED DROP-SHIP LINES ARE CANCELLED WITH THE ORDER.
      **
           DISPLAY 'ENTER ORDER ID TO VOID:'
           ACCEPT WS-INP-ORD-ID
           PERFORM FIND-ORDER-MEMOS-PROCEDURE
           PERFORM LOAD-ORDER-DROP-SHIP-PROCEDURE
           EVALUATE TRUE
               WHEN WS-VOID-HAS-MEMOS = 'Y'
                   DISPLAY 'ORDER HAS CREDIT MEMOS - CANNOT VOID. '
                       'RETURN THE REMAINING LINES INSTEAD.'
               WHEN WS-DRO-DLV-CNT > 0
                   DISPLAY 'A SUPPLIER HAS ALREADY DELIVERED PART OF '
                       'THIS ORDER - CANNOT VOID. RETURN THE '
                       'REMAINING LINES INSTEAD.'
               WHEN OTHER
                   PERFORM VOID-ORDER-APPLY-PROCEDURE
           END-EVALUATE.

       FIND-ORDER-MEMOS-PROCEDURE.
           MOVE 'N' TO WS-VOID-HAS-MEMOS
           CLOSE C_ORDER
           IF WS-ORD-VOID-FND = 'Y'
               PERFORM RESTORE-STOCK-PROCEDURE
               IF WS-DRO-OPEN-CNT > 0
                   PERFORM CANCEL-ORDER-DROP-SHIP-PROCEDURE
               END-IF
               DISPLAY 'ORDER VOIDED'
           ELSE
               DISPLAY 'ORDER NOT FOUND'
           PERFORM RESTORE-ORDER-BALANCE-PROCEDURE.

       RESTORE-ONE-LINE-PROCEDURE.
      **
      * A VOIDED OR RETURNED KIT GOES BACK ON THE SHELF AS ITS
      * COMPONENTS, THE REVERSE OF UPDATE-STOCK-PROCEDURE. A
      * DROP-SHIP LINE NEVER CAME OFF THE SHELF, SO NOTHING GOES
      * BACK ON IT - DROP-SHIPPED GOODS GO BACK TO THE SUPPLIER.
      **
           PERFORM FIND-DROP-SHIP-LINE-PROCEDURE
           MOVE WS-INP-PRD-ID TO WS-KIT-PRD-ID
           PERFORM LOAD-KIT-PROCEDURE
           EVALUATE TRUE
               WHEN WS-DRS-FND = 'Y'
                   CONTINUE
               WHEN WS-KIT-CNT > 0
                   PERFORM VARYING WS-KIT-I FROM 1 BY 1
                           UNTIL WS-KIT-I > WS-KIT-CNT
                       MOVE WS-KIT-CMP-ID(WS-KIT-I) TO WS-STK-PRD-ID
                       COMPUTE WS-STK-QTY =
                           WS-INP-QUAN * WS-KIT-CMP-QTY(WS-KIT-I)
                       PERFORM RESTORE-STOCK-QTY-PROCEDURE
                   END-PERFORM
               WHEN OTHER
                   MOVE WS-INP-PRD-ID TO WS-STK-PRD-ID
                   MOVE WS-INP-QUAN TO WS-STK-QTY
                   PERFORM RESTORE-STOCK-QTY-PROCEDURE
           END-EVALUATE.

       RESTORE-STOCK-QTY-PROCEDURE.
           OPEN I-O PRODUCT
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
           MOVE WS-STK-PRD-ID TO PRD-ID
           READ PRODUCT
               INVALID KEY DISPLAY 'ERROR RESTORING STOCK ON HAND'
               NOT INVALID KEY
                   MOVE PRD-ID TO WS-JRN-KEY
                   MOVE PRODUCT-FILE TO WS-JRN-IMAGE
                   PERFORM JOURNAL-BEFORE-IMAGE-PROCEDURE
                   ADD WS-STK-QTY TO PRD-QTY-ON-HAND
                   REWRITE PRODUCT-FILE
           END-READ
           MOVE 'REWRITE' TO WS-EXC-OPERATION
      * VOIDED AND RETURNED UNITS COME BACK OVER THE COUNTER, SO
      * THE SHOP-FLOOR SPLIT TAKES THEM.
      **
           MOVE WS-STK-PRD-ID TO WS-LOC-PRD-ID
           MOVE 'S' TO WS-LOC-CODE
           MOVE WS-STK-QTY TO WS-LOC-QTY
           PERFORM ADD-LOCATION-QTY-PROCEDURE.

       PRICE-VOID-LINE-PROCEDURE.
           PERFORM CHECK-CUSTOMER-STATUS-PROCEDURE
           CLOSE CUSTOMER.

       AMEND-ORDER-PROCEDURE.
      **
      * CHANGES AN ORDER THAT HAS NOT YET REACHED THE PICKING FLOOR:
      * LINE QUANTITIES, NEW LINES, REMOVED LINES (QUANTITY 0) AND
      * THE SALESPERSON. ONLY THE DIFFERENCE IS RE-POSTED - STOCK
      * AND PRODLOC.DAT FOR THE UNITS ADDED OR GIVEN BACK, CST-BALANCE
      * FOR THE CHANGE IN THE ORDER TOTAL - UNDER THE SAME PERIOD
      * LOCK AND CREDIT LIMIT ORDER ENTRY APPLIES. ONCE THE PICK
      * TICKET HAS PRINTED ('P') OR THE ORDER HAS SHIPPED ('S') IT IS
      * LOCKED; A CORRECTION THEN GOES THROUGH A RETURN OR A VOID.
      **
           DISPLAY 'ENTER ORDER ID TO AMEND:'
           ACCEPT WS-INP-ORD-ID
           PERFORM AMEND-FIND-ORDER-PROCEDURE
           MOVE 'Y' TO WS-ORD-HDR-OK
           IF WS-AMD-ORD-FND = 'N'
               DISPLAY 'ORDER NOT FOUND'
               MOVE 'N' TO WS-ORD-HDR-OK
           END-IF
           IF WS-ORD-HDR-OK = 'Y'
               AND WS-ORD-STATUS NOT = 'O'
               AND WS-ORD-STATUS NOT = 'E'
               DISPLAY 'ORDER IS STATUS 'WS-ORD-STATUS' - ONLY AN '
                   'ORDER NOT YET PICKED CAN BE AMENDED'
               MOVE 'N' TO WS-ORD-HDR-OK
           END-IF
           IF WS-ORD-HDR-OK = 'Y'
               PERFORM FIND-ORDER-MEMOS-PROCEDURE
               IF WS-VOID-HAS-MEMOS = 'Y'
                   DISPLAY 'ORDER HAS CREDIT MEMOS - CANNOT AMEND'
                   MOVE 'N' TO WS-ORD-HDR-OK
               END-IF
           END-IF
           IF WS-ORD-HDR-OK = 'Y'
               MOVE WS-ORD-DATE TO WS-CHK-DATE
               PERFORM CHECK-PERIOD-OPEN-PROCEDURE
               IF WS-PERIOD-CLOSED = 'Y'
                   DISPLAY 'ACCOUNTING PERIOD IS CLOSED - '
                       'ORDER CANNOT BE AMENDED'
                   MOVE 'N' TO WS-ORD-HDR-OK
               END-IF
           END-IF
           IF WS-ORD-HDR-OK = 'Y'
               MOVE WS-ORD-CST-ID TO WS-INP-CST-ID
               MOVE WS-ORD-DATE TO WS-INP-ORD-DATE
               MOVE WS-ORD-REP-ID TO WS-AMD-REP-ID
               PERFORM GET-CUSTOMER-TAX-FLAG-PROCEDURE
               PERFORM AMEND-SUM-LINES-PROCEDURE
               MOVE WS-ORD-RUN-TOTAL TO WS-AMD-OLD-SUBTOTAL
               MOVE WS-AMD-COST-SUM TO WS-AMD-OLD-COST
               DISPLAY 'ORDER 'WS-INP-ORD-ID' CUSTOMER '
                   WS-INP-CST-ID' DATE 'WS-INP-ORD-DATE
               DISPLAY 'PRDID PRDNAME              QNT     TOTALCOST'
               PERFORM ACCESS-ORDERLINE-PROCEDURE
               MOVE ZERO TO WS-AMD-RUN-DELTA
               MOVE 'N' TO WS-AMD-LINES-CHANGED
               MOVE 'N' TO WS-AMD-DONE
               PERFORM WITH TEST AFTER UNTIL WS-AMD-DONE = 'Y'
                   DISPLAY 'L: CHANGE, ADD OR REMOVE A LINE'
                   DISPLAY 'S: CHANGE SALESPERSON'
                   DISPLAY 'X: FINISH AMENDMENT'
                   DISPLAY 'ENTER CHOICE: '
                   ACCEPT WS-MAINT-CHC
                   EVALUATE WS-MAINT-CHC
                       WHEN 'L'
                           PERFORM AMEND-ORDER-LINE-PROCEDURE
                       WHEN 'S'
                           PERFORM AMEND-ORDER-REP-PROCEDURE
                       WHEN 'X'
                           MOVE 'Y' TO WS-AMD-DONE
                       WHEN OTHER
                           DISPLAY 'INVALID. TRY AGAIN.'
                   END-EVALUATE
               END-PERFORM
               IF WS-AMD-LINES-CHANGED = 'Y'
                   PERFORM AMEND-ORDER-TOTALS-PROCEDURE
               END-IF
           END-IF.

       AMEND-FIND-ORDER-PROCEDURE.
           MOVE 'N' TO WS-AMD-ORD-FND
           MOVE 'N' TO WS-AMD-EOF
           OPEN INPUT C_ORDER
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-ORDER-STATUS-PROCEDURE
           PERFORM UNTIL WS-AMD-EOF = 'Y'
               READ C_ORDER INTO WS-ORD
                   AT END MOVE 'Y' TO WS-AMD-EOF
                   NOT AT END
                       IF WS-ORD-ID = WS-INP-ORD-ID
                           MOVE 'Y' TO WS-AMD-ORD-FND
                           MOVE 'Y' TO WS-AMD-EOF
                       END-IF
               END-READ
               MOVE 'READ' TO WS-EXC-OPERATION
               PERFORM CHECK-ORDER-STATUS-PROCEDURE
           END-PERFORM
           CLOSE C_ORDER.

       AMEND-SUM-LINES-PROCEDURE.
      **
      * PRICES AND COSTS THE ORDER'S CURRENT LINES THE SAME WAY THE
      * GENERAL LEDGER INTERFACE DOES - STORED PRICE AND COST, OR
      * THE AS-OF PRICE AND TODAY'S PRD-UNIT-COST FOR LINES WRITTEN
      * BEFORE THOSE WERE STORED - INTO WS-ORD-RUN-TOTAL AND
      * WS-AMD-COST-SUM.
      **
           MOVE ZERO TO WS-ORD-RUN-TOTAL
           MOVE ZERO TO WS-AMD-COST-SUM
           MOVE 'N' TO WS-AMD-EOF
           OPEN INPUT ORDERLINE
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-ORDERLINE-STATUS-PROCEDURE
           PERFORM UNTIL WS-AMD-EOF = 'Y'
               READ ORDERLINE INTO WS-ORDL
                   AT END MOVE 'Y' TO WS-AMD-EOF
                   NOT AT END
                       IF WS-ORDL-ID = WS-INP-ORD-ID
                           AND WS-ORDL-QUAN > 0
                           PERFORM AMEND-COST-LINE-PROCEDURE
                           PERFORM PRICE-VOID-LINE-PROCEDURE
                       END-IF
               END-READ
               MOVE 'READ' TO WS-EXC-OPERATION
               PERFORM CHECK-ORDERLINE-STATUS-PROCEDURE
           END-PERFORM
           CLOSE ORDERLINE.

       AMEND-COST-LINE-PROCEDURE.
           IF ORDL-UNIT-COST NUMERIC
               AND ORDL-UNIT-COST > 0
               MOVE ORDL-UNIT-COST TO WS-AMD-UNIT-COST
           ELSE
               OPEN INPUT PRODUCT
               MOVE 'OPEN' TO WS-EXC-OPERATION
               PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
               MOVE WS-ORDL-PRD-ID TO PRD-ID
               READ PRODUCT INTO WS-PRD
                   INVALID KEY MOVE ZERO TO WS-PRD-UNIT-COST
               END-READ
               MOVE 'READ' TO WS-EXC-OPERATION
               PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
               CLOSE PRODUCT
               MOVE WS-PRD-UNIT-COST TO WS-AMD-UNIT-COST
           END-IF
           COMPUTE WS-AMD-COST-SUM = WS-AMD-COST-SUM
               + WS-AMD-UNIT-COST * WS-ORDL-QUAN.

       AMEND-ORDER-LINE-PROCEDURE.
      **
      * A PRODUCT ALREADY ON THE ORDER HAS ITS LINE CHANGED; ONE NOT
      * ON IT GETS A NEW LINE. EITHER WAY THE LINE IS RE-PRICED AT
      * THE ORDER DATE FOR THE NEW QUANTITY, SO A QUANTITY BREAK IS
      * EARNED OR LOST EXACTLY AS IT WOULD BE AT ENTRY.
      **
           DISPLAY 'ENTER PRODUCT ID:'
           ACCEPT WS-INP-PRD-ID
           PERFORM AMEND-FIND-LINE-PROCEDURE
           MOVE 'N' TO WS-INP-PRD-ID-FND
           OPEN INPUT PRODUCT
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
           MOVE WS-INP-PRD-ID TO PRD-ID
           READ PRODUCT INTO WS-PRD
               INVALID KEY MOVE 'N' TO WS-INP-PRD-ID-FND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-INP-PRD-ID-FND
                   MOVE WS-PRD-QTY-ON-HAND TO WS-INP-PRD-QTY-ON-HAND
           END-READ
           MOVE 'READ' TO WS-EXC-OPERATION
           PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
           CLOSE PRODUCT
      **
      * A DROP-SHIP LINE HAS A SUPPLIER PO RAISED FOR EXACTLY ITS
      * QUANTITY, SO IT IS NOT CHANGED HERE AND A DROP-SHIP PRODUCT
      * IS NOT ADDED HERE - THE ORDER IS VOIDED AND RE-ENTERED, WHICH
      * CANCELS THE OLD PO AND RAISES A NEW ONE.
      **
           MOVE 'N' TO WS-DRS-FND
           MOVE 'N' TO WS-DROP-SHIP-PRD
           IF WS-INP-PRD-ID-FND = 'Y'
               PERFORM FIND-DROP-SHIP-LINE-PROCEDURE
               MOVE WS-INP-PRD-ID TO WS-DROP-PRD-ID
               PERFORM GET-DROP-SHIP-FLAG-PROCEDURE
           END-IF
           IF WS-INP-PRD-ID-FND = 'N'
               DISPLAY 'PRODUCT NOT FOUND'
           END-IF
           IF WS-INP-PRD-ID-FND = 'Y'
               AND (WS-DRS-FND = 'Y' OR WS-DROP-SHIP-PRD = 'Y')
               DISPLAY 'DROP-SHIP LINE - VOID AND RE-ENTER THE ORDER '
                   'TO CHANGE IT'
           END-IF
           IF WS-INP-PRD-ID-FND = 'Y'
               AND WS-DRS-FND = 'N' AND WS-DROP-SHIP-PRD = 'N'
               MOVE WS-INP-PRD-ID TO WS-ORDL-PRD-ID
               PERFORM GET-PRICE-AS-OF-PROCEDURE
               MOVE WS-PRICE-AS-OF TO WS-INP-PRD-PRICE
               IF WS-PRD-UNIT-COST NUMERIC
                   MOVE WS-PRD-UNIT-COST TO WS-INP-UNIT-COST
               ELSE
                   MOVE ZERO TO WS-INP-UNIT-COST
               END-IF
               MOVE WS-INP-PRD-ID TO WS-KIT-PRD-ID
               PERFORM LOAD-KIT-PROCEDURE
               IF WS-KIT-CNT > 0
                   MOVE WS-KIT-AVAIL TO WS-INP-PRD-QTY-ON-HAND
                   MOVE WS-KIT-UNIT-COST TO WS-INP-UNIT-COST
                   DISPLAY 'KIT - 'WS-KIT-AVAIL' AVAILABLE FROM '
                       'ITS COMPONENTS'
               END-IF
               IF WS-AMD-LINE-FND = 'Y'
                   DISPLAY 'QUANTITY ON ORDER: 'WS-AMD-OLD-QUAN
               ELSE
                   DISPLAY 'NOT ON THIS ORDER - A NEW LINE WILL BE '
                       'ADDED'
               END-IF
               DISPLAY 'ENTER NEW QUANTITY (0 REMOVES THE LINE):'
               ACCEPT WS-AMD-NEW-QUAN
               EVALUATE TRUE
                   WHEN WS-AMD-NEW-QUAN = 0
                       AND WS-AMD-LINE-FND = 'N'
                       DISPLAY 'PRODUCT IS NOT ON THIS ORDER'
                   WHEN WS-AMD-NEW-QUAN = WS-AMD-OLD-QUAN
                       DISPLAY 'QUANTITY UNCHANGED'
                   WHEN WS-AMD-NEW-QUAN = 0
                       AND WS-AMD-LINE-CNT = 1
                       DISPLAY 'THIS IS THE LAST LINE ON THE ORDER - '
                           'VOID THE ORDER INSTEAD'
                   WHEN WS-AMD-NEW-QUAN > WS-AMD-OLD-QUAN
                       AND WS-AMD-NEW-QUAN - WS-AMD-OLD-QUAN
                           > WS-INP-PRD-QTY-ON-HAND
                       PERFORM AMEND-BACKORDER-PROCEDURE
                   WHEN OTHER
                       PERFORM AMEND-PRICE-LINE-PROCEDURE
               END-EVALUATE
           END-IF.

       AMEND-FIND-LINE-PROCEDURE.
      **
      * FINDS THE ORDER'S LINE FOR THE PRODUCT AND WHAT IT IS
      * CURRENTLY BILLED AT, AND COUNTS THE LINES STILL CARRYING A
      * QUANTITY SO THE LAST ONE CANNOT BE REMOVED - AN ORDER WITH
      * NOTHING ON IT IS A VOID, AND GOES THROUGH THE VOID FUNCTION.
      **
           MOVE 'N' TO WS-AMD-LINE-FND
           MOVE ZERO TO WS-AMD-OLD-QUAN
           MOVE ZERO TO WS-AMD-OLD-LINE-AMT
           MOVE ZERO TO WS-AMD-LINE-CNT
           MOVE 'N' TO WS-AMD-EOF
           OPEN INPUT ORDERLINE
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-ORDERLINE-STATUS-PROCEDURE
           PERFORM UNTIL WS-AMD-EOF = 'Y'
               READ ORDERLINE INTO WS-ORDL
                   AT END MOVE 'Y' TO WS-AMD-EOF
                   NOT AT END
                       IF WS-ORDL-ID = WS-INP-ORD-ID
                           AND WS-ORDL-QUAN > 0
                           ADD 1 TO WS-AMD-LINE-CNT
                       END-IF
                       IF WS-ORDL-ID = WS-INP-ORD-ID
                           AND WS-ORDL-PRD-ID = WS-INP-PRD-ID
                           AND WS-AMD-LINE-FND = 'N'
                           MOVE 'Y' TO WS-AMD-LINE-FND
                           MOVE WS-ORDL-QUAN TO WS-AMD-OLD-QUAN
                           MOVE ZERO TO WS-ORD-RUN-TOTAL
                           PERFORM PRICE-VOID-LINE-PROCEDURE
                           MOVE WS-ORD-RUN-TOTAL TO WS-AMD-OLD-LINE-AMT
                       END-IF
               END-READ
               MOVE 'READ' TO WS-EXC-OPERATION
               PERFORM CHECK-ORDERLINE-STATUS-PROCEDURE
           END-PERFORM
           CLOSE ORDERLINE.

       AMEND-BACKORDER-PROCEDURE.
      **
      * AN INCREASE THE SHELF CANNOT COVER IS BACKORDERED FOR THE
      * INCREASE ONLY, DATED WITH THE ORDER; THE LINE ITSELF STAYS
      * AT WHAT HAS ALREADY BEEN ALLOCATED.
      **
           COMPUTE WS-AMD-QTY-DIFF = WS-AMD-NEW-QUAN - WS-AMD-OLD-QUAN
           DISPLAY 'INSUFFICIENT STOCK - ONLY '
               WS-INP-PRD-QTY-ON-HAND' ON HAND'
           MOVE WS-AMD-QTY-DIFF TO WS-INP-QUAN
           PERFORM SAVE-BACKORDER-PROCEDURE
           IF WS-SAVE-OK = 'Y'
               DISPLAY 'INCREASE OF 'WS-AMD-QTY-DIFF' PLACED ON '
                   'BACKORDER - LINE LEFT AT 'WS-AMD-OLD-QUAN
           ELSE
               DISPLAY 'BACKORDER FILE WRITE FAILED - '
                   'LINE NOT CHANGED'
           END-IF.

       AMEND-PRICE-LINE-PROCEDURE.
           MOVE WS-AMD-NEW-QUAN TO WS-INP-QUAN
           PERFORM GET-NET-UNIT-PRICE-PROCEDURE
           MULTIPLY WS-NET-UNIT-PRICE BY WS-AMD-NEW-QUAN
               GIVING WS-LINE-COST-NUM
           COMPUTE WS-AMD-LINE-DELTA =
               WS-LINE-COST-NUM - WS-AMD-OLD-LINE-AMT
      **
      * CST-BALANCE ALREADY CARRIES THIS ORDER AS IT STOOD, SO ONLY
      * WHAT THE AMENDMENT ADDS HAS TO FIT UNDER THE LIMIT.
      **
           COMPUTE WS-AVAIL-CREDIT =
               WS-CST-CREDIT-LIMIT - WS-CST-BALANCE
               - WS-AMD-RUN-DELTA
           IF WS-AMD-LINE-DELTA > 0
               AND WS-AMD-LINE-DELTA > WS-AVAIL-CREDIT
               DISPLAY 'CREDIT LIMIT EXCEEDED - LINE NOT CHANGED'
           ELSE
               PERFORM AMEND-APPLY-LINE-PROCEDURE
           END-IF.

       AMEND-APPLY-LINE-PROCEDURE.
           MOVE 'N' TO WS-SAVE-OK
           IF WS-AMD-LINE-FND = 'Y'
               PERFORM AMEND-REWRITE-LINE-PROCEDURE
           ELSE
               PERFORM AMEND-INSERT-LINE-PROCEDURE
           END-IF
           IF WS-SAVE-OK = 'N'
               DISPLAY 'ORDERLINE UPDATE FAILED - LINE NOT CHANGED'
           ELSE
      **
      * STOCK MOVES BY THE DIFFERENCE ONLY. EXTRA UNITS COME OFF THE
      * LOCATION THE OPERATOR NAMES; UNITS NO LONGER WANTED GO BACK
      * TO THE SHOP FLOOR, THE SAME AS A VOID.
      **
               IF WS-AMD-NEW-QUAN > WS-AMD-OLD-QUAN
                   DISPLAY 'SHIP FROM LOCATION (S=SHOP '
                       'W=WAREHOUSE, BLANK=S):'
                   ACCEPT WS-INP-LOC
                   IF WS-INP-LOC NOT = 'W'
                       MOVE 'S' TO WS-INP-LOC
                   END-IF
                   COMPUTE WS-INP-QUAN =
                       WS-AMD-NEW-QUAN - WS-AMD-OLD-QUAN
                   PERFORM UPDATE-STOCK-PROCEDURE
               ELSE
                   COMPUTE WS-INP-QUAN =
                       WS-AMD-OLD-QUAN - WS-AMD-NEW-QUAN
                   PERFORM RESTORE-ONE-LINE-PROCEDURE
               END-IF
               ADD WS-AMD-LINE-DELTA TO WS-AMD-RUN-DELTA
               MOVE 'Y' TO WS-AMD-LINES-CHANGED
               MOVE 'ORDERLINE' TO WS-AUD-REC-TYPE
               MOVE WS-INP-ORD-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING 'PRD ' WS-INP-PRD-ID ' QTY ' WS-AMD-OLD-QUAN
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
               STRING 'PRD ' WS-INP-PRD-ID ' QTY ' WS-AMD-NEW-QUAN
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
               MOVE WS-LINE-COST-NUM TO WS-PRD-COST
               DISPLAY 'LINE AMENDED - LINE COST: 'WS-PRD-COST
           END-IF.

       AMEND-REWRITE-LINE-PROCEDURE.
      **
      * A REMOVED LINE IS KEPT AT QUANTITY 0 RATHER THAN DELETED,
      * SO ITS BEFORE-IMAGE AND AUDIT ROWS STILL POINT AT A RECORD.
      **
           MOVE 'N' TO WS-AMD-EOF
           OPEN I-O ORDERLINE
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-ORDERLINE-STATUS-PROCEDURE
           IF WS-ORDERLINE-FS NOT = '00'
               MOVE 'Y' TO WS-AMD-EOF
           END-IF
           PERFORM UNTIL WS-AMD-EOF = 'Y'
               READ ORDERLINE
                   AT END MOVE 'Y' TO WS-AMD-EOF
                   NOT AT END
                       IF ORDL-ID = WS-INP-ORD-ID
                           AND ORDL-PRD-ID = WS-INP-PRD-ID
                           MOVE 'ORDERLINE' TO WS-JRN-FILE-NAME
                           MOVE ORDL-ID TO WS-JRN-KEY
                           MOVE ORDERLINE-FILE TO WS-JRN-IMAGE
                           PERFORM JOURNAL-BEFORE-IMAGE-PROCEDURE
                           MOVE WS-AMD-NEW-QUAN TO ORDL-QUAN
                           MOVE WS-NET-UNIT-PRICE TO ORDL-UNIT-PRICE
                           IF ORDL-UNIT-COST NUMERIC
                               AND ORDL-UNIT-COST > 0
                               CONTINUE
                           ELSE
                               MOVE WS-INP-UNIT-COST TO ORDL-UNIT-COST
                           END-IF
                           REWRITE ORDERLINE-FILE
                           MOVE 'REWRITE' TO WS-EXC-OPERATION
                           PERFORM CHECK-ORDERLINE-STATUS-PROCEDURE
                           IF WS-ORDERLINE-FS = '00'
                               MOVE 'Y' TO WS-SAVE-OK
                           END-IF
                           MOVE 'Y' TO WS-AMD-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ORDERLINE-FS = '00' OR WS-ORDERLINE-FS = '10'
               CLOSE ORDERLINE
           END-IF.

       AMEND-INSERT-LINE-PROCEDURE.
      **
      * THE REGISTER, STATEMENT AND INVOICE EXPORT JOIN ORDERLINE.DAT
      * TO ORDER.DAT IN ONE PASS ON ASCENDING ORD-ID, SO A LINE ADDED
      * TO AN EARLIER ORDER CANNOT SIMPLY BE APPENDED. THE FILE IS
      * COPIED THROUGH ORDERLINEAMD.TMP WITH THE NEW LINE SLOTTED IN
      * AFTER THE ORDER'S OTHER LINES, AND THE LIVE FILE IS ONLY
      * REWRITTEN WHEN EVERY WORK-FILE WRITE CAME BACK CLEAN.
      **
           MOVE 'Y' TO WS-SAVE-OK
           MOVE 'N' TO WS-AMD-INSERTED
           MOVE 'N' TO WS-AMD-EOF
           OPEN INPUT ORDERLINE
           OPEN OUTPUT ORDERLINE-WORK
           IF WS-ORDERLINE-FS NOT = '00'
               OR WS-ORDERLINE-WORK-FS NOT = '00'
               DISPLAY 'CANNOT OPEN ORDERLINE WORK FILE - STATUS '
                   WS-ORDERLINE-FS' 'WS-ORDERLINE-WORK-FS
               MOVE 'N' TO WS-SAVE-OK
               MOVE 'Y' TO WS-AMD-EOF
           END-IF
           PERFORM UNTIL WS-AMD-EOF = 'Y'
               READ ORDERLINE
                   AT END MOVE 'Y' TO WS-AMD-EOF
                   NOT AT END
                       IF WS-AMD-INSERTED = 'N'
                           AND ORDL-ID > WS-INP-ORD-ID
                           PERFORM AMEND-WRITE-NEW-LINE-PROCEDURE
                       END-IF
                       MOVE ORDERLINE-FILE TO ORDERLINE-WORK-FILE
                       PERFORM AMEND-WRITE-WORK-PROCEDURE
               END-READ
           END-PERFORM
           IF WS-SAVE-OK = 'Y'
               AND WS-AMD-INSERTED = 'N'
               PERFORM AMEND-WRITE-NEW-LINE-PROCEDURE
           END-IF
           CLOSE ORDERLINE
           CLOSE ORDERLINE-WORK
           IF WS-SAVE-OK = 'Y'
               MOVE 'N' TO WS-AMD-EOF
               OPEN INPUT ORDERLINE-WORK
               OPEN OUTPUT ORDERLINE
               MOVE 'OPEN' TO WS-EXC-OPERATION
               PERFORM CHECK-ORDERLINE-STATUS-PROCEDURE
               PERFORM UNTIL WS-AMD-EOF = 'Y'
                   READ ORDERLINE-WORK
                       AT END MOVE 'Y' TO WS-AMD-EOF
                       NOT AT END
                           MOVE ORDERLINE-WORK-FILE TO ORDERLINE-FILE
                           WRITE ORDERLINE-FILE
                           END-WRITE
                           MOVE 'WRITE' TO WS-EXC-OPERATION
                           PERFORM CHECK-ORDERLINE-STATUS-PROCEDURE
               END-READ
               END-PERFORM
               CLOSE ORDERLINE-WORK
               CLOSE ORDERLINE
           END-IF.

       AMEND-WRITE-NEW-LINE-PROCEDURE.
           MOVE WS-INP-ORD-ID TO OLW-ID
           MOVE WS-INP-PRD-ID TO OLW-PRD-ID
           MOVE WS-AMD-NEW-QUAN TO OLW-QUAN
           MOVE WS-NET-UNIT-PRICE TO OLW-UNIT-PRICE
           MOVE WS-INP-UNIT-COST TO OLW-UNIT-COST
           MOVE 'Y' TO WS-AMD-INSERTED
           PERFORM AMEND-WRITE-WORK-PROCEDURE.

       AMEND-WRITE-WORK-PROCEDURE.
           WRITE ORDERLINE-WORK-FILE
           END-WRITE
           IF WS-ORDERLINE-WORK-FS NOT = '00'
               DISPLAY 'ORDERLINE WORK FILE WRITE FAILED - STATUS '
                   WS-ORDERLINE-WORK-FS
               MOVE 'N' TO WS-SAVE-OK
               MOVE 'Y' TO WS-AMD-EOF
           END-IF.

       AMEND-ORDER-REP-PROCEDURE.
           DISPLAY 'CURRENT SALESPERSON: 'WS-AMD-REP-ID
           DISPLAY 'ENTER NEW SALESPERSON ID (0 FOR HOUSE):'
           ACCEPT WS-INP-REP-ID
           MOVE 'Y' TO WS-REP-FND
           IF WS-INP-REP-ID > 0
               PERFORM FIND-SALESREP-PROCEDURE
           END-IF
           EVALUATE TRUE
               WHEN WS-INP-REP-ID = WS-AMD-REP-ID
                   DISPLAY 'SALESPERSON UNCHANGED'
               WHEN WS-REP-FND = 'N'
                   DISPLAY 'SALESPERSON NOT FOUND - NOT CHANGED'
               WHEN OTHER
                   PERFORM AMEND-REWRITE-REP-PROCEDURE
           END-EVALUATE.

       AMEND-REWRITE-REP-PROCEDURE.
           MOVE 'N' TO WS-SAVE-OK
           MOVE 'N' TO WS-AMD-EOF
           OPEN I-O C_ORDER
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-ORDER-STATUS-PROCEDURE
           IF WS-ORDER-FS NOT = '00'
               MOVE 'Y' TO WS-AMD-EOF
           END-IF
           PERFORM UNTIL WS-AMD-EOF = 'Y'
               READ C_ORDER
                   AT END MOVE 'Y' TO WS-AMD-EOF
                   NOT AT END
                       IF ORD-ID = WS-INP-ORD-ID
                           MOVE 'ORDER' TO WS-JRN-FILE-NAME
                           MOVE ORD-ID TO WS-JRN-KEY
                           MOVE ORDER-FILE TO WS-JRN-IMAGE
                           PERFORM JOURNAL-BEFORE-IMAGE-PROCEDURE
                           MOVE WS-INP-REP-ID TO ORD-REP-ID
                           REWRITE ORDER-FILE
                           MOVE 'REWRITE' TO WS-EXC-OPERATION
                           PERFORM CHECK-ORDER-STATUS-PROCEDURE
                           IF WS-ORDER-FS = '00'
                               MOVE 'Y' TO WS-SAVE-OK
                           END-IF
                           MOVE 'Y' TO WS-AMD-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ORDER-FS = '00' OR WS-ORDER-FS = '10'
               CLOSE C_ORDER
           END-IF
           IF WS-SAVE-OK = 'Y'
               MOVE 'ORDER' TO WS-AUD-REC-TYPE
               MOVE WS-INP-ORD-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING 'REP ' WS-AMD-REP-ID
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
               STRING 'REP ' WS-INP-REP-ID
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
               MOVE WS-INP-REP-ID TO WS-AMD-REP-ID
               DISPLAY 'SALESPERSON CHANGED'
           ELSE
               DISPLAY 'ORDER UPDATE FAILED - SALESPERSON NOT CHANGED'
           END-IF.

       AMEND-ORDER-TOTALS-PROCEDURE.
      **
      * PRICES THE ORDER AS IT STOOD AND AS IT NOW STANDS, TAXED AT
      * THE ORDER DATE, AND POSTS ONLY THE DIFFERENCE IN THE ORDER
      * TOTAL TO CST-BALANCE. AN 'ORDAMEND' AUDIT ROW CARRIES BOTH
      * SETS OF FIGURES (SUBTOTAL, TAX, COST) SO THE GENERAL LEDGER
      * INTERFACE CAN JOURNAL THE SAME DIFFERENCE.
      **
           STRING WS-INP-ORD-DATE(5:4)
               WS-INP-ORD-DATE(1:2)
               WS-INP-ORD-DATE(3:2) INTO WS-YMD-TXT
           MOVE WS-YMD-TXT TO WS-TAX-LOOKUP-YMD
           DISPLAY 'ORDER BEFORE AMENDMENT:'
           MOVE WS-AMD-OLD-SUBTOTAL TO WS-ORD-RUN-TOTAL
           PERFORM CALC-ORDER-TOTAL-PROCEDURE
           MOVE WS-ORD-TAX-AMT TO WS-AMD-OLD-TAX
           MOVE WS-ORD-TOTAL-AMT TO WS-AMD-OLD-TOTAL
           PERFORM AMEND-SUM-LINES-PROCEDURE
           DISPLAY 'ORDER AFTER AMENDMENT:'
           PERFORM CALC-ORDER-TOTAL-PROCEDURE
           MOVE 'ORDAMEND' TO WS-AUD-REC-TYPE
           MOVE WS-INP-ORD-ID TO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-OLD-VALUE
           MOVE SPACES TO WS-AUD-NEW-VALUE
           MOVE WS-AMD-OLD-SUBTOTAL TO WS-AMD-FMT-SUB
           MOVE WS-AMD-OLD-TAX TO WS-AMD-FMT-TAX
           MOVE WS-AMD-OLD-COST TO WS-AMD-FMT-COST
           STRING WS-AMD-FMT-SUB ' ' WS-AMD-FMT-TAX ' '
               WS-AMD-FMT-COST
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
           MOVE WS-ORD-RUN-TOTAL TO WS-AMD-FMT-SUB
           MOVE WS-ORD-TAX-AMT TO WS-AMD-FMT-TAX
           MOVE WS-AMD-COST-SUM TO WS-AMD-FMT-COST
           STRING WS-AMD-FMT-SUB ' ' WS-AMD-FMT-TAX ' '
               WS-AMD-FMT-COST
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
           PERFORM LOG-AUDIT-PROCEDURE
           SUBTRACT WS-AMD-OLD-TOTAL FROM WS-ORD-TOTAL-AMT
           MOVE WS-ORD-TOTAL-AMT TO WS-DSP-ORD-AMT
           DISPLAY 'BALANCE ADJUSTMENT: 'WS-DSP-ORD-AMT
           IF WS-ORD-TOTAL-AMT NOT = ZERO
               PERFORM POST-ORDER-BALANCE-PROCEDURE
           END-IF
           DISPLAY 'ORDER AMENDED'.

       RECORD-PAYMENT-PROCEDURE.
      **
      * RECORDS A PAYMENT RECEIVED FROM A CUSTOMER. THE PAYMENT IS
      * APPENDED TO PAYMENT.DAT SO IT SHOWS AS A CREDIT LINE ON THE
      * MONTH-END STATEMENT, AND THE AMOUNT IS TAKEN OFF CST-BALANCE
      * SO THE CREDIT CHECK IN GET-QUANTITY-ORDER-PROCEDURE FREES UP
      * AS CUSTOMERS SETTLE.
      **
           DISPLAY 'RECORD CUSTOMER PAYMENT:'
           DISPLAY 'ENTER CUSTOMER ID:'
           ACCEPT WS-INP-CST-ID
           OPEN INPUT CUSTOMER
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-CUSTOMER-STATUS-PROCEDURE
           MOVE WS-INP-CST-ID TO CST-ID
           READ CUSTOMER INTO WS-CST
               INVALID KEY MOVE 'N' TO WS-INP-CST-ID-FND
               NOT INVALID KEY MOVE 'Y' TO WS-INP-CST-ID-FND
           END-READ
           MOVE 'READ' TO WS-EXC-OPERATION
           PERFORM CHECK-CUSTOMER-STATUS-PROCEDURE
           CLOSE CUSTOMER
           IF WS-INP-CST-ID-FND = 'Y'
               DISPLAY 'ENTER PAYMENT DATE (MMDDYYYY):'
               ACCEPT WS-INP-PAY-DATE
               MOVE WS-INP-PAY-DATE TO WS-CHK-DATE
               PERFORM CHECK-PERIOD-OPEN-PROCEDURE
               IF WS-PERIOD-CLOSED = 'Y'
                   DISPLAY 'ACCOUNTING PERIOD IS CLOSED - PAYMENT '
                       'NOT RECORDED'
               ELSE
                   PERFORM RECORD-PAYMENT-DETAIL-PROCEDURE
               END-IF
           ELSE
               DISPLAY 'CUSTOMER NOT FOUND'
           END-IF.

       RECORD-PAYMENT-DETAIL-PROCEDURE.
           DISPLAY 'ENTER PAYMENT AMOUNT:'
           ACCEPT WS-INP-PAY-AMT
           DISPLAY 'ENTER PAYMENT REFERENCE:'
           ACCEPT WS-INP-PAY-REF
           IF WS-INP-PAY-AMT > 0
               PERFORM SAVE-PAYMENT-PROCEDURE
               IF WS-SAVE-OK = 'Y'
                   PERFORM POST-PAYMENT-BALANCE-PROCEDURE
                   DISPLAY 'PAYMENT RECORDED'
                   PERFORM APPLY-PAYMENT-PROCEDURE
               ELSE
                   DISPLAY 'PAYMENT FILE WRITE FAILED - '
                       'BALANCE NOT TOUCHED'
               END-IF
           ELSE
               DISPLAY 'PAYMENT AMOUNT MUST BE GREATER THAN ZERO'
           END-IF.

       SAVE-PAYMENT-PROCEDURE.
      **
      * PAYMENT.DAT MAY NOT EXIST YET AT CUTOVER - OPEN EXTEND COMES
      * BACK 35 WITHOUT CREATING IT, SO FALL BACK TO OPEN OUTPUT THE
      * SAME WAY ADD-SUPPLIER-PROCEDURE BOOTSTRAPS ITS FILE. THE
      * CALLER ONLY POSTS THE BALANCE WHEN THE WRITE CAME BACK CLEAN
      * - A PAYMENT THE STATEMENT CANNOT SEE MUST NOT MOVE MONEY.
      **
           MOVE 'N' TO WS-SAVE-OK
           OPEN EXTEND PAYMENT
           IF WS-PAYMENT-FS = '35'
               OPEN OUTPUT PAYMENT
           END-IF
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-PAYMENT-STATUS-PROCEDURE
           IF WS-PAYMENT-FS = '00'
               MOVE WS-INP-CST-ID TO PAY-CST-ID
               MOVE WS-INP-PAY-DATE TO PAY-DATE
               MOVE WS-INP-PAY-AMT TO PAY-AMOUNT
               MOVE WS-INP-PAY-REF TO PAY-REF
               WRITE PAYMENT-FILE
               END-WRITE
               MOVE 'WRITE' TO WS-EXC-OPERATION
               PERFORM CHECK-PAYMENT-STATUS-PROCEDURE
               IF WS-PAYMENT-FS = '00'
                   MOVE 'Y' TO WS-SAVE-OK
               END-IF
               CLOSE PAYMENT
           END-IF
           IF WS-SAVE-OK = 'Y'
               MOVE 'PAYMENT' TO WS-AUD-REC-TYPE
               MOVE WS-INP-CST-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING WS-INP-PAY-DATE ' ' WS-INP-PAY-AMT ' '
                   WS-INP-PAY-REF
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
           END-IF.

       POST-PAYMENT-BALANCE-PROCEDURE.
      **
      * TAKES THE JUST-SAVED PAYMENT OFF THE CUSTOMER'S RUNNING
      * BALANCE, THE SAME WAY POST-ORDER-BALANCE-PROCEDURE ADDS AN
      * ORDER'S TOTAL ON.
      **
           OPEN I-O CUSTOMER
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-CUSTOMER-STATUS-PROCEDURE
           MOVE WS-INP-CST-ID TO CST-ID
           READ CUSTOMER
               INVALID KEY DISPLAY 'ERROR UPDATING CUSTOMER BALANCE'
               NOT INVALID KEY
                   MOVE 'CUSTOMER' TO WS-JRN-FILE-NAME
                   MOVE CST-ID TO WS-JRN-KEY
                   MOVE CUSTOMER-FILE TO WS-JRN-IMAGE
                   PERFORM JOURNAL-BEFORE-IMAGE-PROCEDURE
                   SUBTRACT WS-INP-PAY-AMT FROM CST-BALANCE
                   REWRITE CUSTOMER-FILE
           END-READ
           MOVE 'REWRITE' TO WS-EXC-OPERATION
           PERFORM CHECK-CUSTOMER-STATUS-PROCEDURE
           CLOSE CUSTOMER.

       APPLY-PAYMENT-PROCEDURE.
      **
      * OPEN-ITEM CASH APPLICATION: TIES THE JUST-RECORDED PAYMENT
      * TO THE SPECIFIC ORDERS IT PAYS, SO A DISPUTE OVER ONE
                       'NOT POSTED'
               ELSE
                   PERFORM CHECK-RETURNABLE-QUAN-PROCEDURE
                   PERFORM FIND-DROP-SHIP-LINE-PROCEDURE
                   EVALUATE TRUE
                       WHEN WS-RTN-LINE-FND = 'N'
                           DISPLAY 'PRODUCT IS NOT ON THAT ORDER'
                       WHEN WS-DRS-FND = 'Y' AND WS-DRS-STATUS = 'O'
                           DISPLAY 'DROP-SHIP LINE NOT YET DELIVERED '
                               'BY THE SUPPLIER - VOID THE ORDER TO '
                               'CANCEL IT'
                       WHEN WS-INP-RTN-QUAN = 0
                           OR WS-INP-RTN-QUAN > WS-RTN-OPEN-QUAN
                           DISPLAY 'ONLY 'WS-RTN-OPEN-QUAN
                               ' STILL RETURNABLE ON THAT LINE - '
                               'REJECTED'
                       WHEN OTHER
                           PERFORM POST-RETURN-PROCEDURE
                           IF WS-SAVE-OK = 'Y'
                               PERFORM RETURN-TO-LOT-PROCEDURE
                           END-IF
                   END-EVALUATE
               END-IF
           ELSE
               DISPLAY 'ORDER NOT FOUND OR ALREADY VOID'
      * WHICH SUPPLIES THE PRODUCT AND SUPPLIER AND HAS ITS RECEIVED
      * QUANTITY ADVANCED, SO THE REORDER REPORT STOPS RE-FLAGGING
      * STOCK THAT IS ALREADY ON THE WAY. PO 0 KEEPS THE OLD DIRECT
      * PATH FOR STOCK THAT ARRIVES WITHOUT ONE. A DROP-SHIP PO IS
      * NEVER RECEIVED INTO STOCK - THE SUPPLIER DELIVERS IT TO THE
      * CUSTOMER AND THE DELIVERY IS CONFIRMED ON THE PO MENU.
      **
           DISPLAY 'RECEIVE PURCHASED STOCK:'
           DISPLAY 'ENTER PO NUMBER (0 IF NO PO):'
           ACCEPT WS-INP-PO-ID
           IF WS-INP-PO-ID > 0
               PERFORM FIND-PO-PROCEDURE
               PERFORM FIND-DROP-SHIP-PO-PROCEDURE
               IF WS-PO-FND = 'Y' AND WS-DRS-FND = 'Y'
                   DISPLAY 'PO 'WS-INP-PO-ID' IS A DROP-SHIP PO - '
                       'CONFIRM THE DELIVERY ON THE PO MENU'
                   MOVE 'D' TO WS-PO-FND
               END-IF
               IF WS-PO-FND = 'Y'
                   MOVE WS-PO-PRD-ID TO WS-INP-PRD-ID
                   MOVE WS-PO-SUP-ID TO WS-INP-SUP-ID
                       ' - PRODUCT 'WS-INP-PRD-ID' SUPPLIER '
                       WS-INP-SUP-ID
                   PERFORM RECEIVE-STOCK-DETAIL-PROCEDURE
               END-IF
               IF WS-PO-FND = 'N'
                   DISPLAY 'PO NOT FOUND OR ALREADY CLOSED - '
                       'RECEIPT NOT POSTED'
               END-IF
           IF WS-INP-LOC NOT = 'S'
               MOVE 'W' TO WS-INP-LOC
           END-IF
           DISPLAY 'ENTER LOT NUMBER (BLANK IF NOT LOT-TRACKED):'
           ACCEPT WS-INP-LOT-NO
           MOVE ZERO TO WS-INP-EXP-DATE
           IF WS-INP-LOT-NO NOT = SPACES
               DISPLAY 'ENTER LOT EXPIRY DATE (MMDDYYYY, 0 IF NONE):'
               ACCEPT WS-INP-EXP-DATE
           END-IF
           IF WS-INP-RCV-QUAN = 0
               DISPLAY 'QUANTITY MUST BE GREATER THAN ZERO'
           ELSE
                   MOVE WS-INP-LOC TO WS-LOC-CODE
                   MOVE WS-INP-RCV-QUAN TO WS-LOC-QTY
                   PERFORM ADD-LOCATION-QTY-PROCEDURE
                   IF WS-INP-LOT-NO NOT = SPACES
                       MOVE WS-INP-PRD-ID TO WS-LOT-PRD-ID
                       MOVE WS-INP-LOT-NO TO WS-LOT-NO
                       MOVE WS-INP-LOC TO WS-LOT-LOC
                       MOVE WS-INP-EXP-DATE TO WS-LOT-EXP
                       MOVE WS-INP-RCV-DATE TO WS-LOT-RCV-DATE
                       MOVE WS-INP-RCV-QUAN TO WS-LOT-QTY
                       PERFORM ADD-LOT-QTY-PROCEDURE
                   END-IF
               END-IF
               IF WS-INP-PO-ID > 0 AND WS-RECEIPT-POSTED = 'Y'
                   PERFORM POST-PO-RECEIPT-PROCEDURE
                   MOVE WS-INP-TRF-TO TO WS-LOC-CODE
                   MOVE WS-INP-TRF-QTY TO WS-LOC-QTY
                   PERFORM ADD-LOCATION-QTY-PROCEDURE
                   PERFORM TRANSFER-LOTS-PROCEDURE
                   DISPLAY 'TRANSFER POSTED'
                   MOVE 'TRANSFER' TO WS-AUD-REC-TYPE
                   MOVE WS-INP-PRD-ID TO WS-AUD-KEY
               PERFORM LOG-EXCEPTION-PROCEDURE
           END-IF.

       LOAD-LOT-TABLE-PROCEDURE.
      **
      * LOADS THE LOTS OF PRODUCT WS-LOT-PRD-ID THAT STILL HOLD
      * STOCK - AT LOCATION WS-LOT-LOC-FILTER, OR EVERYWHERE WHEN IT
      * IS BLANK - AND SORTS THEM OLDEST EXPIRY FIRST. A PRODUCT
      * THAT HAS NEVER BEEN RECEIVED WITH A LOT LOADS NOTHING AND IS
      * HANDLED AS PLAIN COUNTED STOCK BY EVERY CALLER.
      **
           MOVE ZERO TO WS-LTT-CNT
           MOVE 'N' TO WS-LOT-FULL-WARNED
           MOVE 'N' TO WS-LOT-EOF
           OPEN INPUT LOT-STOCK
           IF WS-LOT-STOCK-FS NOT = '00'
               MOVE 'Y' TO WS-LOT-EOF
           END-IF
           PERFORM UNTIL WS-LOT-EOF = 'Y'
               READ LOT-STOCK
                   AT END MOVE 'Y' TO WS-LOT-EOF
                   NOT AT END
                       IF LOT-PRD-ID = WS-LOT-PRD-ID
                           AND LOT-QTY > 0
                           AND (WS-LOT-LOC-FILTER = SPACE
                           OR LOT-LOC = WS-LOT-LOC-FILTER)
                           PERFORM ADD-LOT-TABLE-ROW-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOT-STOCK-FS = '00' OR WS-LOT-STOCK-FS = '10'
               CLOSE LOT-STOCK
           END-IF
           PERFORM VARYING WS-LTT-I FROM 1 BY 1
                   UNTIL WS-LTT-I NOT < WS-LTT-CNT
               PERFORM VARYING WS-LTT-J FROM 1 BY 1
                       UNTIL WS-LTT-J > WS-LTT-CNT - WS-LTT-I
                   IF WS-LTT-EXP-YMD(WS-LTT-J) >
                       WS-LTT-EXP-YMD(WS-LTT-J + 1)
                       MOVE WS-LTT-ENTRY(WS-LTT-J) TO WS-LTT-HOLD
                       MOVE WS-LTT-ENTRY(WS-LTT-J + 1)
                           TO WS-LTT-ENTRY(WS-LTT-J)
                       MOVE WS-LTT-HOLD TO WS-LTT-ENTRY(WS-LTT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ADD-LOT-TABLE-ROW-PROCEDURE.
           IF WS-LTT-CNT < 50
               ADD 1 TO WS-LTT-CNT
               MOVE LOT-NO TO WS-LTT-NO(WS-LTT-CNT)
               MOVE LOT-LOC TO WS-LTT-LOC(WS-LTT-CNT)
               MOVE LOT-EXP-DATE TO WS-LTT-EXP(WS-LTT-CNT)
               MOVE LOT-RCV-DATE TO WS-LTT-RCV-DATE(WS-LTT-CNT)
               MOVE LOT-QTY TO WS-LTT-QTY(WS-LTT-CNT)
               MOVE ZERO TO WS-LTT-TAKE(WS-LTT-CNT)
               IF LOT-EXP-DATE = ZERO
                   MOVE 99999999 TO WS-LTT-EXP-YMD(WS-LTT-CNT)
               ELSE
                   STRING LOT-EXP-DATE(5:4) LOT-EXP-DATE(1:2)
                       LOT-EXP-DATE(3:2) INTO WS-YMD-TXT
                   MOVE WS-YMD-TXT TO WS-LTT-EXP-YMD(WS-LTT-CNT)
               END-IF
           ELSE
               IF WS-LOT-FULL-WARNED = 'N'
                   DISPLAY 'WARNING: MORE THAN 50 LOTS ON HAND FOR '
                       'PRODUCT 'WS-LOT-PRD-ID' - ONLY THE FIRST 50 '
                       'READ ARE OFFERED'
                   MOVE 'Y' TO WS-LOT-FULL-WARNED
               END-IF
           END-IF.

       ALLOCATE-LOTS-PROCEDURE.
      **
      * SPREADS WS-LOT-NEED ACROSS THE LOADED LOTS OLDEST EXPIRY
      * FIRST. WHATEVER THE LOTS CANNOT COVER IS LEFT IN
      * WS-LOT-NEED.
      **
           PERFORM VARYING WS-LTT-I FROM 1 BY 1
                   UNTIL WS-LTT-I > WS-LTT-CNT
               MOVE ZERO TO WS-LTT-TAKE(WS-LTT-I)
               IF WS-LOT-NEED > 0
                   IF WS-LTT-QTY(WS-LTT-I) < WS-LOT-NEED
                       MOVE WS-LTT-QTY(WS-LTT-I)
                           TO WS-LTT-TAKE(WS-LTT-I)
                   ELSE
                       MOVE WS-LOT-NEED TO WS-LTT-TAKE(WS-LTT-I)
                   END-IF
                   SUBTRACT WS-LTT-TAKE(WS-LTT-I) FROM WS-LOT-NEED
               END-IF
           END-PERFORM.

       FORMAT-LOT-EXPIRY-PROCEDURE.
           IF WS-LOT-EXP = ZERO
               MOVE 'NO EXPIRY' TO WS-LOT-EXP-DSP
           ELSE
               MOVE SPACES TO WS-LOT-EXP-DSP
               STRING WS-LOT-EXP(1:2) '/' WS-LOT-EXP(3:2) '/'
                   WS-LOT-EXP(5:4)
                   DELIMITED BY SIZE INTO WS-LOT-EXP-DSP
           END-IF.

       ADD-LOT-QTY-PROCEDURE.
      **
      * BOOKS WS-LOT-QTY ONTO THE ROW FOR PRODUCT/LOT/LOCATION,
      * CREATING IT THE FIRST TIME THE LOT LANDS THERE - THE SAME
      * REWRITE-IN-PLACE ADD-LOCATION-QTY-PROCEDURE USES ON
      * PRODLOC.DAT.
      **
           MOVE 'N' TO WS-LOT-FND
           MOVE 'N' TO WS-LOT-EOF
           OPEN I-O LOT-STOCK
           IF WS-LOT-STOCK-FS NOT = '00'
               MOVE 'Y' TO WS-LOT-EOF
           END-IF
           PERFORM UNTIL WS-LOT-EOF = 'Y'
               READ LOT-STOCK
                   AT END MOVE 'Y' TO WS-LOT-EOF
                   NOT AT END
                       IF LOT-PRD-ID = WS-LOT-PRD-ID
                           AND LOT-NO = WS-LOT-NO
                           AND LOT-LOC = WS-LOT-LOC
                           ADD WS-LOT-QTY TO LOT-QTY
                           REWRITE LOT-STOCK-FILE
                           MOVE 'REWRITE' TO WS-EXC-OPERATION
                           PERFORM CHECK-LOT-STOCK-STATUS-PROCEDURE
                           MOVE 'Y' TO WS-LOT-FND
                           MOVE 'Y' TO WS-LOT-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOT-STOCK-FS = '00' OR WS-LOT-STOCK-FS = '10'
               CLOSE LOT-STOCK
           END-IF
           IF WS-LOT-FND = 'N'
               OPEN EXTEND LOT-STOCK
               IF WS-LOT-STOCK-FS = '35'
                   OPEN OUTPUT LOT-STOCK
               END-IF
               MOVE 'OPEN' TO WS-EXC-OPERATION
               PERFORM CHECK-LOT-STOCK-STATUS-PROCEDURE
               IF WS-LOT-STOCK-FS = '00'
                   MOVE WS-LOT-PRD-ID TO LOT-PRD-ID
                   MOVE WS-LOT-NO TO LOT-NO
                   MOVE WS-LOT-LOC TO LOT-LOC
                   MOVE WS-LOT-EXP TO LOT-EXP-DATE
                   MOVE WS-LOT-RCV-DATE TO LOT-RCV-DATE
                   MOVE WS-LOT-QTY TO LOT-QTY
                   WRITE LOT-STOCK-FILE
                   END-WRITE
                   MOVE 'WRITE' TO WS-EXC-OPERATION
                   PERFORM CHECK-LOT-STOCK-STATUS-PROCEDURE
                   CLOSE LOT-STOCK
               END-IF
           END-IF.

       RELIEVE-LOT-QTY-PROCEDURE.
      **
      * TAKES WS-LOT-QTY OFF THE ROW FOR PRODUCT/LOT/LOCATION. LIKE
      * THE LOCATION SPLIT, A SHORT ROW FLOORS AT ZERO AND WARNS
      * RATHER THAN BLOCKING GOODS THAT HAVE ALREADY MOVED.
      **
           MOVE 'N' TO WS-LOT-FND
           MOVE 'N' TO WS-LOT-EOF
           OPEN I-O LOT-STOCK
           IF WS-LOT-STOCK-FS NOT = '00'
               MOVE 'Y' TO WS-LOT-EOF
           END-IF
           PERFORM UNTIL WS-LOT-EOF = 'Y'
               READ LOT-STOCK
                   AT END MOVE 'Y' TO WS-LOT-EOF
                   NOT AT END
                       IF LOT-PRD-ID = WS-LOT-PRD-ID
                           AND LOT-NO = WS-LOT-NO
                           AND LOT-LOC = WS-LOT-LOC
                           IF LOT-QTY < WS-LOT-QTY
                               DISPLAY 'LOT 'WS-LOT-NO' AT '
                                   WS-LOT-LOC' HOLDS ONLY 'LOT-QTY
                                   ' - TAKEN TO ZERO'
                               MOVE ZERO TO LOT-QTY
                           ELSE
                               SUBTRACT WS-LOT-QTY FROM LOT-QTY
                           END-IF
                           REWRITE LOT-STOCK-FILE
                           MOVE 'REWRITE' TO WS-EXC-OPERATION
                           PERFORM CHECK-LOT-STOCK-STATUS-PROCEDURE
                           MOVE 'Y' TO WS-LOT-FND
                           MOVE 'Y' TO WS-LOT-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOT-STOCK-FS = '00' OR WS-LOT-STOCK-FS = '10'
               CLOSE LOT-STOCK
           END-IF
           IF WS-LOT-FND = 'N'
               DISPLAY 'LOT 'WS-LOT-NO' NOT ON FILE AT '
                   WS-LOT-LOC' FOR PRODUCT 'WS-LOT-PRD-ID
           END-IF.

       TRANSFER-LOTS-PROCEDURE.
      **
      * A TRANSFER MOVES THE OLDEST-EXPIRY LOTS AT THE SENDING
      * LOCATION, SO THE LOT FILE STILL SAYS WHERE EACH LOT SITS.
      **
           MOVE WS-INP-PRD-ID TO WS-LOT-PRD-ID
           MOVE WS-INP-TRF-FROM TO WS-LOT-LOC-FILTER
           PERFORM LOAD-LOT-TABLE-PROCEDURE
           MOVE WS-INP-TRF-QTY TO WS-LOT-NEED
           PERFORM ALLOCATE-LOTS-PROCEDURE
           PERFORM VARYING WS-LTT-I FROM 1 BY 1
                   UNTIL WS-LTT-I > WS-LTT-CNT
               IF WS-LTT-TAKE(WS-LTT-I) > 0
                   MOVE WS-LTT-NO(WS-LTT-I) TO WS-LOT-NO
                   MOVE WS-LTT-EXP(WS-LTT-I) TO WS-LOT-EXP
                   MOVE WS-LTT-RCV-DATE(WS-LTT-I) TO WS-LOT-RCV-DATE
                   MOVE WS-LTT-TAKE(WS-LTT-I) TO WS-LOT-QTY
                   MOVE WS-INP-TRF-FROM TO WS-LOT-LOC
                   PERFORM RELIEVE-LOT-QTY-PROCEDURE
                   MOVE WS-INP-TRF-TO TO WS-LOT-LOC
                   PERFORM ADD-LOT-QTY-PROCEDURE
                   DISPLAY '  LOT 'WS-LOT-NO' QTY 'WS-LOT-QTY
                       ' MOVED TO 'WS-INP-TRF-TO
               END-IF
           END-PERFORM.

       WRITE-PICK-LOTS-PROCEDURE.
      **
      * UNDER EACH PICK LINE, THE LOTS TO PULL IT FROM, OLDEST
      * EXPIRY FIRST, SO SHORT-DATED STOCK LEAVES BEFORE IT TURNS.
      * WS-STK-PRD-ID/WS-STK-QTY NAME THE STOCK ITEM BEING PULLED -
      * THE LINE'S PRODUCT, OR ONE COMPONENT OF A KIT.
      **
           MOVE WS-STK-PRD-ID TO WS-LOT-PRD-ID
           MOVE SPACE TO WS-LOT-LOC-FILTER
           PERFORM LOAD-LOT-TABLE-PROCEDURE
           IF WS-LTT-CNT > 0
               MOVE WS-STK-QTY TO WS-LOT-NEED
               PERFORM ALLOCATE-LOTS-PROCEDURE
               PERFORM VARYING WS-LTT-I FROM 1 BY 1
                       UNTIL WS-LTT-I > WS-LTT-CNT
                   IF WS-LTT-TAKE(WS-LTT-I) > 0
                       MOVE WS-LTT-EXP(WS-LTT-I) TO WS-LOT-EXP
                       PERFORM FORMAT-LOT-EXPIRY-PROCEDURE
                       MOVE SPACES TO WS-PICK-LINE
                       STRING '      PICK ' WS-LTT-TAKE(WS-LTT-I)
                           ' FROM LOT ' WS-LTT-NO(WS-LTT-I)
                           ' AT ' WS-LTT-LOC(WS-LTT-I)
                           ' EXP ' WS-LOT-EXP-DSP
                           DELIMITED BY SIZE INTO WS-PICK-LINE
                       PERFORM WRITE-PICK-LINE-PROCEDURE
                   END-IF
               END-PERFORM
               IF WS-LOT-NEED > 0
                   MOVE SPACES TO WS-PICK-LINE
                   STRING '      ' WS-LOT-NEED
                       ' NOT COVERED BY ANY LOT ON FILE'
                       DELIMITED BY SIZE INTO WS-PICK-LINE
                   PERFORM WRITE-PICK-LINE-PROCEDURE
               END-IF
           END-IF.

       SHIP-LOTS-PROCEDURE.
      **
      * A KIT SHIPS AS ITS COMPONENTS, SO THE LOTS RECORDED ARE THE
      * COMPONENTS' LOTS - THE RECALL TRACE FOLLOWS THE STOCK ITEM
      * THAT ACTUALLY LEFT, WHATEVER IT WAS SOLD INSIDE.
      **
           MOVE WS-SHP-PRD-ID(WS-SHIP-I) TO WS-KIT-PRD-ID
           PERFORM LOAD-KIT-PROCEDURE
           IF WS-KIT-CNT > 0
               PERFORM VARYING WS-KIT-I FROM 1 BY 1
                       UNTIL WS-KIT-I > WS-KIT-CNT
                   MOVE WS-KIT-CMP-ID(WS-KIT-I) TO WS-STK-PRD-ID
                   COMPUTE WS-STK-QTY =
                       WS-INP-SHIP-QTY * WS-KIT-CMP-QTY(WS-KIT-I)
                   PERFORM SHIP-PRODUCT-LOTS-PROCEDURE
               END-PERFORM
           ELSE
               MOVE WS-SHP-PRD-ID(WS-SHIP-I) TO WS-STK-PRD-ID
               MOVE WS-INP-SHIP-QTY TO WS-STK-QTY
               PERFORM SHIP-PRODUCT-LOTS-PROCEDURE
           END-IF.

       SHIP-PRODUCT-LOTS-PROCEDURE.
      **
      * RECORDS WHICH LOTS WENT OUT ON THIS ORDER LINE. THE PICK
      * TICKET'S OLDEST-EXPIRY-FIRST SPLIT IS OFFERED; IF THE PICKER
      * PULLED DIFFERENT LOTS THEY ARE KEYED INSTEAD. EACH LOT
      * SHIPPED IS WRITTEN TO LOTSHIP.DAT AGAINST THE ORDER AND
      * CUSTOMER FOR THE RECALL TRACE, AND COMES OFF THE LOT FILE.
      **
           MOVE WS-STK-PRD-ID TO WS-LOT-PRD-ID
           MOVE SPACE TO WS-LOT-LOC-FILTER
           PERFORM LOAD-LOT-TABLE-PROCEDURE
           IF WS-LTT-CNT > 0
               MOVE WS-STK-QTY TO WS-LOT-NEED
               PERFORM ALLOCATE-LOTS-PROCEDURE
               DISPLAY 'LOTS FOR PRODUCT 'WS-LOT-PRD-ID
                   ', OLDEST EXPIRY FIRST:'
               PERFORM VARYING WS-LTT-I FROM 1 BY 1
                       UNTIL WS-LTT-I > WS-LTT-CNT
                   IF WS-LTT-TAKE(WS-LTT-I) > 0
                       MOVE WS-LTT-EXP(WS-LTT-I) TO WS-LOT-EXP
                       PERFORM FORMAT-LOT-EXPIRY-PROCEDURE
                       DISPLAY '  LOT 'WS-LTT-NO(WS-LTT-I)' AT '
                           WS-LTT-LOC(WS-LTT-I)' EXP '
                           WS-LOT-EXP-DSP' QTY '
                           WS-LTT-TAKE(WS-LTT-I)
                   END-IF
               END-PERFORM
               DISPLAY 'SHIPPED FROM THESE LOTS? (Y/N):'
               ACCEPT WS-INP-LOTS-OK
               IF WS-INP-LOTS-OK = 'N'
                   PERFORM KEY-SHIP-LOTS-PROCEDURE
               END-IF
               PERFORM VARYING WS-LTT-I FROM 1 BY 1
                       UNTIL WS-LTT-I > WS-LTT-CNT
                   IF WS-LTT-TAKE(WS-LTT-I) > 0
                       MOVE WS-LTT-NO(WS-LTT-I) TO WS-LOT-NO
                       MOVE WS-LTT-LOC(WS-LTT-I) TO WS-LOT-LOC
                       MOVE WS-LTT-TAKE(WS-LTT-I) TO WS-LOT-QTY
                       PERFORM SAVE-LOT-SHIP-PROCEDURE
                       IF WS-SAVE-OK = 'Y'
                           PERFORM RELIEVE-LOT-QTY-PROCEDURE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-LOT-NEED > 0
                   DISPLAY WS-LOT-NEED' UNITS SHIPPED WITH NO LOT '
                       'RECORDED'
               END-IF
           END-IF.

       KEY-SHIP-LOTS-PROCEDURE.
           PERFORM VARYING WS-LTT-I FROM 1 BY 1
                   UNTIL WS-LTT-I > WS-LTT-CNT
               MOVE ZERO TO WS-LTT-TAKE(WS-LTT-I)
           END-PERFORM
           MOVE WS-STK-QTY TO WS-LOT-NEED
           MOVE 'N' TO WS-LOT-EOF
           PERFORM UNTIL WS-LOT-NEED = 0 OR WS-LOT-EOF = 'Y'
               DISPLAY WS-LOT-NEED' UNITS LEFT - ENTER LOT NUMBER '
                   'SHIPPED (BLANK IF NONE):'
               ACCEPT WS-INP-LOT-NO
               IF WS-INP-LOT-NO = SPACES
                   MOVE 'Y' TO WS-LOT-EOF
               ELSE
                   DISPLAY 'QUANTITY FROM LOT 'WS-INP-LOT-NO':'
                   ACCEPT WS-INP-LOT-QTY
                   IF WS-INP-LOT-QTY > WS-LOT-NEED
                       MOVE WS-LOT-NEED TO WS-INP-LOT-QTY
                   END-IF
                   MOVE 'N' TO WS-LOT-FND
                   PERFORM VARYING WS-LTT-I FROM 1 BY 1
                           UNTIL WS-LTT-I > WS-LTT-CNT
                       IF WS-LTT-NO(WS-LTT-I) = WS-INP-LOT-NO
                           MOVE 'Y' TO WS-LOT-FND
                           COMPUTE WS-LOT-TAKE =
                               WS-LTT-QTY(WS-LTT-I)
                               - WS-LTT-TAKE(WS-LTT-I)
                           IF WS-LOT-TAKE > WS-INP-LOT-QTY
                               MOVE WS-INP-LOT-QTY TO WS-LOT-TAKE
                           END-IF
                           ADD WS-LOT-TAKE TO WS-LTT-TAKE(WS-LTT-I)
                           SUBTRACT WS-LOT-TAKE FROM WS-INP-LOT-QTY
                           SUBTRACT WS-LOT-TAKE FROM WS-LOT-NEED
                       END-IF
                   END-PERFORM
                   IF WS-LOT-FND = 'N'
                       DISPLAY 'LOT NOT ON FILE WITH STOCK FOR THIS '
                           'PRODUCT'
                   ELSE
                       IF WS-INP-LOT-QTY > 0
                           DISPLAY 'LOT HOLDS 'WS-INP-LOT-QTY
                               ' FEWER THAN KEYED - TAKE THE REST '
                               'FROM ANOTHER LOT'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SAVE-LOT-SHIP-PROCEDURE.
           MOVE 'N' TO WS-SAVE-OK
           OPEN EXTEND LOT-SHIP
           IF WS-LOT-SHIP-FS = '35'
               OPEN OUTPUT LOT-SHIP
           END-IF
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-LOT-SHIP-STATUS-PROCEDURE
           IF WS-LOT-SHIP-FS = '00'
               MOVE WS-INP-ORD-ID TO LSH-ORD-ID
               MOVE WS-INP-CST-ID TO LSH-CST-ID
               MOVE WS-LOT-PRD-ID TO LSH-PRD-ID
               MOVE WS-LOT-NO TO LSH-LOT-NO
               MOVE WS-LOT-LOC TO LSH-LOC
               MOVE WS-LOT-QTY TO LSH-QTY
               MOVE WS-INP-SHIP-DATE TO LSH-SHIP-DATE
               WRITE LOT-SHIP-FILE
               END-WRITE
               MOVE 'WRITE' TO WS-EXC-OPERATION
               PERFORM CHECK-LOT-SHIP-STATUS-PROCEDURE
               IF WS-LOT-SHIP-FS = '00'
                   MOVE 'Y' TO WS-SAVE-OK
               END-IF
               CLOSE LOT-SHIP
           END-IF
           IF WS-SAVE-OK = 'Y'
               MOVE 'LOTSHIP' TO WS-AUD-REC-TYPE
               MOVE WS-INP-ORD-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING WS-LOT-PRD-ID ' ' WS-LOT-NO ' ' WS-LOT-QTY
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
           ELSE
               DISPLAY 'LOT SHIPMENT FILE WRITE FAILED - LOT '
                   WS-LOT-NO' NOT RECORDED'
           END-IF.

       RETURN-TO-LOT-PROCEDURE.
      **
      * A RETURNED KIT GOES BACK INTO THE LOTS ITS COMPONENTS
      * SHIPPED FROM.
      **
           MOVE WS-INP-PRD-ID TO WS-KIT-PRD-ID
           PERFORM LOAD-KIT-PROCEDURE
           IF WS-KIT-CNT > 0
               PERFORM VARYING WS-KIT-I FROM 1 BY 1
                       UNTIL WS-KIT-I > WS-KIT-CNT
                   MOVE WS-KIT-CMP-ID(WS-KIT-I) TO WS-STK-PRD-ID
                   COMPUTE WS-STK-QTY =
                       WS-INP-RTN-QUAN * WS-KIT-CMP-QTY(WS-KIT-I)
                   PERFORM RETURN-PRODUCT-TO-LOT-PROCEDURE
               END-PERFORM
           ELSE
               MOVE WS-INP-PRD-ID TO WS-STK-PRD-ID
               MOVE WS-INP-RTN-QUAN TO WS-STK-QTY
               PERFORM RETURN-PRODUCT-TO-LOT-PROCEDURE
           END-IF.

       RETURN-PRODUCT-TO-LOT-PROCEDURE.
      **
      * RETURNED UNITS GO BACK INTO THE LOT THEY SHIPPED FROM, ON
      * THE SHOP FLOOR WHERE RESTORE-ONE-LINE-PROCEDURE PUTS THEM.
      * THE ORDER'S LOTSHIP.DAT ROWS FOR THE PRODUCT ARE TAKEN IN
      * THE ORDER THEY SHIPPED. A LINE THAT SHIPPED WITH NO LOT
      * RETURNS AS PLAIN COUNTED STOCK.
      **
           MOVE ZERO TO WS-LTT-CNT
           MOVE 'N' TO WS-LOT-EOF
           OPEN INPUT LOT-SHIP
           IF WS-LOT-SHIP-FS NOT = '00'
               MOVE 'Y' TO WS-LOT-EOF
           END-IF
           PERFORM UNTIL WS-LOT-EOF = 'Y'
               READ LOT-SHIP
                   AT END MOVE 'Y' TO WS-LOT-EOF
                   NOT AT END
                       IF LSH-ORD-ID = WS-INP-ORD-ID
                           AND LSH-PRD-ID = WS-STK-PRD-ID
                           AND WS-LTT-CNT < 50
                           ADD 1 TO WS-LTT-CNT
                           MOVE LSH-LOT-NO TO WS-LTT-NO(WS-LTT-CNT)
                           MOVE LSH-QTY TO WS-LTT-QTY(WS-LTT-CNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOT-SHIP-FS = '00' OR WS-LOT-SHIP-FS = '10'
               CLOSE LOT-SHIP
           END-IF
           MOVE WS-STK-QTY TO WS-LOT-NEED
           PERFORM ALLOCATE-LOTS-PROCEDURE
           PERFORM VARYING WS-LTT-I FROM 1 BY 1
                   UNTIL WS-LTT-I > WS-LTT-CNT
               IF WS-LTT-TAKE(WS-LTT-I) > 0
                   MOVE WS-STK-PRD-ID TO WS-LOT-PRD-ID
                   MOVE WS-LTT-NO(WS-LTT-I) TO WS-LOT-NO
                   PERFORM FIND-LOT-DATES-PROCEDURE
                   MOVE 'S' TO WS-LOT-LOC
                   MOVE WS-LTT-TAKE(WS-LTT-I) TO WS-LOT-QTY
                   PERFORM ADD-LOT-QTY-PROCEDURE
                   DISPLAY WS-LOT-QTY' RETURNED TO LOT 'WS-LOT-NO
               END-IF
           END-PERFORM.

       FIND-LOT-DATES-PROCEDURE.
      **
      * THE EXPIRY AND RECEIPT DATE OF LOT WS-LOT-NO, FROM ANY
      * LOCATION THAT HAS EVER HELD IT.
      **
           MOVE ZERO TO WS-LOT-EXP
           MOVE ZERO TO WS-LOT-RCV-DATE
           MOVE 'N' TO WS-LOT-EOF
           OPEN INPUT LOT-STOCK
           IF WS-LOT-STOCK-FS NOT = '00'
               MOVE 'Y' TO WS-LOT-EOF
           END-IF
           PERFORM UNTIL WS-LOT-EOF = 'Y'
               READ LOT-STOCK
                   AT END MOVE 'Y' TO WS-LOT-EOF
                   NOT AT END
                       IF LOT-PRD-ID = WS-LOT-PRD-ID
                           AND LOT-NO = WS-LOT-NO
                           MOVE LOT-EXP-DATE TO WS-LOT-EXP
                           MOVE LOT-RCV-DATE TO WS-LOT-RCV-DATE
                           MOVE 'Y' TO WS-LOT-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOT-STOCK-FS = '00' OR WS-LOT-STOCK-FS = '10'
               CLOSE LOT-STOCK
           END-IF.

       CHECK-LOT-STOCK-STATUS-PROCEDURE.
           IF WS-LOT-STOCK-FS NOT = '00'
               AND WS-LOT-STOCK-FS NOT = '10'
               AND WS-LOT-STOCK-FS NOT = '23'
               MOVE 'LOT' TO WS-EXC-FILE-NAME
               MOVE WS-LOT-STOCK-FS TO WS-EXC-STATUS
               PERFORM LOG-EXCEPTION-PROCEDURE
           END-IF.

       CHECK-LOT-SHIP-STATUS-PROCEDURE.
           IF WS-LOT-SHIP-FS NOT = '00'
               AND WS-LOT-SHIP-FS NOT = '10'
               AND WS-LOT-SHIP-FS NOT = '23'
               MOVE 'LOTSHIP' TO WS-EXC-FILE-NAME
               MOVE WS-LOT-SHIP-FS TO WS-EXC-STATUS
               PERFORM LOG-EXCEPTION-PROCEDURE
           END-IF.

       CHECK-KIT-BOM-STATUS-PROCEDURE.
           IF WS-KIT-BOM-FS NOT = '00'
               AND WS-KIT-BOM-FS NOT = '10'
               AND WS-KIT-BOM-FS NOT = '23'
               MOVE 'KIT' TO WS-EXC-FILE-NAME
               MOVE WS-KIT-BOM-FS TO WS-EXC-STATUS
               PERFORM LOG-EXCEPTION-PROCEDURE
           END-IF.

       CHECK-DROP-PROD-STATUS-PROCEDURE.
           IF WS-DROP-PROD-FS NOT = '00'
               AND WS-DROP-PROD-FS NOT = '10'
               AND WS-DROP-PROD-FS NOT = '23'
               MOVE 'DROPPROD' TO WS-EXC-FILE-NAME
               MOVE WS-DROP-PROD-FS TO WS-EXC-STATUS
               PERFORM LOG-EXCEPTION-PROCEDURE
           END-IF.

       CHECK-DROP-SHIP-STATUS-PROCEDURE.
           IF WS-DROP-SHIP-FS NOT = '00'
               AND WS-DROP-SHIP-FS NOT = '10'
               AND WS-DROP-SHIP-FS NOT = '23'
               MOVE 'DROPSHIP' TO WS-EXC-FILE-NAME
               MOVE WS-DROP-SHIP-FS TO WS-EXC-STATUS
               PERFORM LOG-EXCEPTION-PROCEDURE
           END-IF.

       STANDING-ORDER-MENU-PROCEDURE.
      **
      * CUSTOMERS WHO TAKE THE SAME LINES EVERY WEEK OR MONTH ARE
      * SET UP HERE ONCE AS A STANDING ORDER; THE STANDING ORDER RUN
      * (STANDGEN) RAISES EACH ORDER AS IT FALLS DUE, SO NOBODY HAS
      * TO REMEMBER TO KEY IT.
      **
           DISPLAY 'STANDING ORDERS:'
           DISPLAY 'A: ADD A STANDING ORDER'
           DISPLAY 'C: ADD / CHANGE A STANDING ORDER LINE'
           DISPLAY 'S: CHANGE SCHEDULE / CANCEL A STANDING ORDER'
           DISPLAY 'L: LIST A CUSTOMER''S STANDING ORDERS'
           DISPLAY 'ENTER CHOICE: '
           ACCEPT WS-MAINT-CHC
           EVALUATE WS-MAINT-CHC
               WHEN 'A'
                   PERFORM ADD-STANDING-ORDER-PROCEDURE
               WHEN 'C'
                   PERFORM CHANGE-STANDING-LINE-PROCEDURE
               WHEN 'S'
                   PERFORM SCHEDULE-STANDING-ORDER-PROCEDURE
               WHEN 'L'
                   PERFORM LIST-STANDING-ORDER-PROCEDURE
               WHEN OTHER
                   DISPLAY 'INVALID. TRY AGAIN.'
           END-EVALUATE.

       ADD-STANDING-ORDER-PROCEDURE.
           DISPLAY 'ENTER CUSTOMER ID:'
           ACCEPT WS-INP-CST-ID
           OPEN INPUT CUSTOMER
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-CUSTOMER-STATUS-PROCEDURE
           MOVE WS-INP-CST-ID TO CST-ID
           READ CUSTOMER INTO WS-CST
               INVALID KEY MOVE 'N' TO WS-INP-CST-ID-FND
               NOT INVALID KEY
                   IF CST-ACTIVE
                       MOVE 'Y' TO WS-INP-CST-ID-FND
                   ELSE
                       MOVE 'D' TO WS-INP-CST-ID-FND
                   END-IF
           END-READ
           MOVE 'READ' TO WS-EXC-OPERATION
           PERFORM CHECK-CUSTOMER-STATUS-PROCEDURE
           CLOSE CUSTOMER
           EVALUATE WS-INP-CST-ID-FND
               WHEN 'Y'
                   PERFORM ADD-STANDING-HEADER-PROCEDURE
               WHEN 'N'
                   DISPLAY 'CUSTOMER NOT FOUND'
               WHEN 'D'
                   DISPLAY 'CUSTOMER ACCOUNT IS DEACTIVATED'
               WHEN OTHER
                   DISPLAY 'ERROR'
           END-EVALUATE.

       ADD-STANDING-HEADER-PROCEDURE.
           MOVE 'Y' TO WS-STO-OK
           DISPLAY 'ENTER FREQUENCY (W WEEKLY, F FORTNIGHTLY, '
               'M MONTHLY):'
           ACCEPT WS-INP-STO-FREQ
           IF WS-INP-STO-FREQ NOT = 'W'
               AND WS-INP-STO-FREQ NOT = 'F'
               AND WS-INP-STO-FREQ NOT = 'M'
               DISPLAY 'INVALID FREQUENCY - STANDING ORDER CANCELLED'
               MOVE 'N' TO WS-STO-OK
           END-IF
           IF WS-STO-OK = 'Y'
               DISPLAY 'ENTER FIRST DUE DATE (MMDDYYYY):'
               ACCEPT WS-INP-STO-NEXT
               MOVE WS-INP-STO-NEXT TO WS-STO-CHK-DATE
               PERFORM CHECK-STANDING-DATE-PROCEDURE
               IF WS-STO-DATE-OK = 'N'
                   DISPLAY 'INVALID DATE - STANDING ORDER CANCELLED'
                   MOVE 'N' TO WS-STO-OK
               ELSE
                   MOVE WS-STO-CHK-YMD TO WS-STO-NEXT-YMD
               END-IF
           END-IF
           IF WS-STO-OK = 'Y'
               DISPLAY 'ENTER END DATE (MMDDYYYY, 0 FOR NO END):'
               ACCEPT WS-INP-STO-END
               PERFORM CHECK-STANDING-END-PROCEDURE
           END-IF
           IF WS-STO-OK = 'Y'
               DISPLAY 'ENTER SALESPERSON ID (0 FOR HOUSE):'
               ACCEPT WS-INP-REP-ID
               IF WS-INP-REP-ID > 0
                   PERFORM FIND-SALESREP-PROCEDURE
                   IF WS-REP-FND = 'N'
                       DISPLAY 'SALESPERSON NOT FOUND - '
                           'STANDING ORDER CANCELLED'
                       MOVE 'N' TO WS-STO-OK
                   END-IF
               END-IF
           END-IF
           IF WS-STO-OK = 'Y'
               PERFORM ASSIGN-STANDING-ID-PROCEDURE
               PERFORM SAVE-STANDING-ORDER-PROCEDURE
               IF WS-SAVE-OK = 'Y'
                   DISPLAY 'STANDING ORDER 'WS-INP-STO-ID
                       ' CREATED - ENTER ITS LINES'
                   MOVE 'N' TO WS-ADD-LINE-EOF
                   PERFORM WITH TEST AFTER UNTIL WS-ADD-LINE-EOF = 'Y'
                       PERFORM GET-STANDING-LINE-PROCEDURE
                       DISPLAY 'ADD ANOTHER PRODUCT LINE? (Y/N):'
                       ACCEPT WS-INP-MORE-LINES
                       IF WS-INP-MORE-LINES NOT = 'Y'
                           MOVE 'Y' TO WS-ADD-LINE-EOF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       CHECK-STANDING-DATE-PROCEDURE.
      **
      * A DUE OR END DATE MUST BE A REAL MMDDYYYY DATE - THE RUN
      * STEPS IT ON BY CALENDAR ARITHMETIC. THE YYYYMMDD FORM COMES
      * BACK IN WS-STO-CHK-YMD FOR COMPARING.
      **
           MOVE 'Y' TO WS-STO-DATE-OK
           MOVE WS-STO-CHK-DATE TO WS-STO-CHK-X
           MOVE WS-STO-CHK-X(1:2) TO WS-STO-CHK-MM
           MOVE WS-STO-CHK-X(3:2) TO WS-STO-CHK-DD
           IF WS-STO-CHK-MM < 01 OR WS-STO-CHK-MM > 12
               OR WS-STO-CHK-DD < 01 OR WS-STO-CHK-DD > 31
               OR WS-STO-CHK-X(5:4) < '1900'
               MOVE 'N' TO WS-STO-DATE-OK
           END-IF
           STRING WS-STO-CHK-X(5:4) WS-STO-CHK-X(1:2)
               WS-STO-CHK-X(3:2) INTO WS-STO-CHK-YMD.

       CHECK-STANDING-END-PROCEDURE.
      **
      * AN END DATE, WHEN GIVEN, CANNOT FALL BEFORE THE NEXT DUE
      * DATE IN WS-STO-NEXT-YMD.
      **
           IF WS-INP-STO-END NOT = ZERO
               MOVE WS-INP-STO-END TO WS-STO-CHK-DATE
               PERFORM CHECK-STANDING-DATE-PROCEDURE
               IF WS-STO-DATE-OK = 'N'
                   DISPLAY 'INVALID END DATE - STANDING ORDER '
                       'NOT SAVED'
                   MOVE 'N' TO WS-STO-OK
               ELSE
                   IF WS-STO-CHK-YMD < WS-STO-NEXT-YMD
                       DISPLAY 'END DATE IS BEFORE THE NEXT DUE '
                           'DATE - STANDING ORDER NOT SAVED'
                       MOVE 'N' TO WS-STO-OK
                   END-IF
               END-IF
           END-IF.

       ASSIGN-STANDING-ID-PROCEDURE.
      **
      * TEMPLATES ARE NEVER PURGED - AN ENDED OR CANCELLED ONE STAYS
      * ON FILE FOR ITS ORDER HISTORY - SO THE NEXT NUMBER IS ONE
      * PAST THE HIGHEST ON FILE.
      **
           MOVE ZERO TO WS-STO-MAX-ID
           MOVE 'N' TO WS-STO-EOF
           OPEN INPUT STAND-ORD
           IF WS-STAND-ORD-FS NOT = '00'
               MOVE 'Y' TO WS-STO-EOF
           END-IF
           PERFORM UNTIL WS-STO-EOF = 'Y'
               READ STAND-ORD
                   AT END MOVE 'Y' TO WS-STO-EOF
                   NOT AT END
                       IF STO-ID > WS-STO-MAX-ID
                           MOVE STO-ID TO WS-STO-MAX-ID
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STAND-ORD-FS = '00' OR WS-STAND-ORD-FS = '10'
               CLOSE STAND-ORD
           END-IF
           ADD 1 TO WS-STO-MAX-ID GIVING WS-INP-STO-ID.

       SAVE-STANDING-ORDER-PROCEDURE.
           MOVE 'N' TO WS-SAVE-OK
           OPEN EXTEND STAND-ORD
           IF WS-STAND-ORD-FS = '35'
               OPEN OUTPUT STAND-ORD
           END-IF
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-STAND-ORD-STATUS-PROCEDURE
           IF WS-STAND-ORD-FS = '00'
               MOVE WS-INP-STO-ID TO STO-ID
               MOVE WS-INP-CST-ID TO STO-CST-ID
               MOVE WS-INP-STO-FREQ TO STO-FREQ
               MOVE WS-INP-STO-NEXT TO STO-NEXT-DATE
               MOVE WS-INP-STO-END TO STO-END-DATE
               MOVE WS-INP-REP-ID TO STO-REP-ID
               MOVE 'A' TO STO-STATUS
               WRITE STAND-ORD-FILE
               END-WRITE
               MOVE 'WRITE' TO WS-EXC-OPERATION
               PERFORM CHECK-STAND-ORD-STATUS-PROCEDURE
               IF WS-STAND-ORD-FS = '00'
                   MOVE 'Y' TO WS-SAVE-OK
               END-IF
               CLOSE STAND-ORD
           END-IF
           IF WS-SAVE-OK = 'Y'
               MOVE 'STANDING' TO WS-AUD-REC-TYPE
               MOVE WS-INP-STO-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING WS-INP-CST-ID ' ' WS-INP-STO-FREQ ' '
                   WS-INP-STO-NEXT ' ' WS-INP-STO-END ' A'
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
           ELSE
               DISPLAY 'STANDING ORDER FILE WRITE FAILED - NOT SAVED'
           END-IF.

       FIND-STANDING-ORDER-PROCEDURE.
           MOVE 'N' TO WS-STO-FND
           MOVE 'N' TO WS-STO-EOF
           OPEN INPUT STAND-ORD
           IF WS-STAND-ORD-FS NOT = '00'
               MOVE 'Y' TO WS-STO-EOF
           END-IF
           PERFORM UNTIL WS-STO-EOF = 'Y'
               READ STAND-ORD
                   AT END MOVE 'Y' TO WS-STO-EOF
                   NOT AT END
                       IF STO-ID = WS-INP-STO-ID
                           MOVE STAND-ORD-FILE TO WS-STO
                           MOVE 'Y' TO WS-STO-FND
                           MOVE 'Y' TO WS-STO-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STAND-ORD-FS = '00' OR WS-STAND-ORD-FS = '10'
               CLOSE STAND-ORD
           END-IF.

       CHANGE-STANDING-LINE-PROCEDURE.
           DISPLAY 'ENTER STANDING ORDER ID:'
           ACCEPT WS-INP-STO-ID
           PERFORM FIND-STANDING-ORDER-PROCEDURE
           IF WS-STO-FND = 'N'
               DISPLAY 'STANDING ORDER NOT FOUND'
           ELSE
               IF WS-STO-STATUS = 'C'
                   DISPLAY 'STANDING ORDER IS CANCELLED'
               ELSE
                   PERFORM GET-STANDING-LINE-PROCEDURE
               END-IF
           END-IF.

       GET-STANDING-LINE-PROCEDURE.
      **
      * A TEMPLATE LINE IS JUST PRODUCT AND QUANTITY - PRICE, STOCK
      * AND CREDIT ARE ALL SETTLED WHEN THE RUN RAISES THE ORDER,
      * THE SAME AS IF IT HAD BEEN KEYED THAT DAY.
      **
           DISPLAY 'ENTER PRODUCT ID:'
           ACCEPT WS-INP-PRD-ID
           DISPLAY 'ENTER QUANTITY (0 TO REMOVE):'
           ACCEPT WS-INP-QUAN
           OPEN INPUT PRODUCT
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
           MOVE WS-INP-PRD-ID TO PRD-ID
           READ PRODUCT
               INVALID KEY MOVE 'N' TO WS-INP-PRD-ID-FND
               NOT INVALID KEY MOVE 'Y' TO WS-INP-PRD-ID-FND
           END-READ
           MOVE 'READ' TO WS-EXC-OPERATION
           PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
           CLOSE PRODUCT
           IF WS-INP-PRD-ID-FND = 'N'
               DISPLAY 'PRODUCT NOT FOUND'
           ELSE
               PERFORM SAVE-STANDING-LINE-PROCEDURE
           END-IF.

       SAVE-STANDING-LINE-PROCEDURE.
      **
      * CHANGES THE PRODUCT'S LINE IN PLACE WHEN THE TEMPLATE
      * ALREADY CARRIES IT, OTHERWISE APPENDS A NEW LINE - THE SAME
      * REWRITE-OR-APPEND THE KIT COMPONENTS USE. A QUANTITY OF 0
      * TAKES THE LINE OFF THE TEMPLATE.
      **
           MOVE 'N' TO WS-STL-ROW-FND
           MOVE 'N' TO WS-SAVE-OK
           MOVE ZERO TO WS-STL-OLD-QUAN
           MOVE ZERO TO WS-STL-LINE-CNT
           MOVE 'N' TO WS-STL-EOF
           OPEN I-O STAND-LINE
           IF WS-STAND-LINE-FS NOT = '00'
               MOVE 'Y' TO WS-STL-EOF
           END-IF
           PERFORM UNTIL WS-STL-EOF = 'Y'
               READ STAND-LINE
                   AT END MOVE 'Y' TO WS-STL-EOF
                   NOT AT END
                       IF STL-STO-ID = WS-INP-STO-ID
                           AND STL-QUAN > 0
                           ADD 1 TO WS-STL-LINE-CNT
                       END-IF
                       IF STL-STO-ID = WS-INP-STO-ID
                           AND STL-PRD-ID = WS-INP-PRD-ID
                           MOVE STL-QUAN TO WS-STL-OLD-QUAN
                           MOVE WS-INP-QUAN TO STL-QUAN
                           REWRITE STAND-LINE-FILE
                           MOVE 'REWRITE' TO WS-EXC-OPERATION
                           PERFORM CHECK-STAND-LINE-STATUS-PROCEDURE
                           IF WS-STAND-LINE-FS = '00'
                               MOVE 'Y' TO WS-SAVE-OK
                           END-IF
                           MOVE 'Y' TO WS-STL-ROW-FND
                           MOVE 'Y' TO WS-STL-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STAND-LINE-FS = '00' OR WS-STAND-LINE-FS = '10'
               CLOSE STAND-LINE
           END-IF
           IF WS-STL-ROW-FND = 'N'
               IF WS-INP-QUAN = 0
                   DISPLAY 'PRODUCT IS NOT ON THIS STANDING ORDER'
               ELSE
                   IF WS-STL-LINE-CNT NOT < 20
                       DISPLAY 'STANDING ORDER ALREADY HAS 20 LINES - '
                           'NOT ADDED'
                   ELSE
                       PERFORM APPEND-STANDING-LINE-PROCEDURE
                   END-IF
               END-IF
           END-IF
           IF WS-SAVE-OK = 'Y'
               DISPLAY 'STANDING ORDER LINE SAVED'
               MOVE 'STANDLINE' TO WS-AUD-REC-TYPE
               MOVE WS-INP-STO-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               STRING 'PRD ' WS-INP-PRD-ID ' QTY ' WS-STL-OLD-QUAN
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING 'PRD ' WS-INP-PRD-ID ' QTY ' WS-INP-QUAN
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
           END-IF.

       APPEND-STANDING-LINE-PROCEDURE.
           OPEN EXTEND STAND-LINE
           IF WS-STAND-LINE-FS = '35'
               OPEN OUTPUT STAND-LINE
           END-IF
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-STAND-LINE-STATUS-PROCEDURE
           IF WS-STAND-LINE-FS = '00'
               MOVE WS-INP-STO-ID TO STL-STO-ID
               MOVE WS-INP-PRD-ID TO STL-PRD-ID
               MOVE WS-INP-QUAN TO STL-QUAN
               WRITE STAND-LINE-FILE
               END-WRITE
               MOVE 'WRITE' TO WS-EXC-OPERATION
               PERFORM CHECK-STAND-LINE-STATUS-PROCEDURE
               IF WS-STAND-LINE-FS = '00'
                   MOVE 'Y' TO WS-SAVE-OK
               END-IF
               CLOSE STAND-LINE
           END-IF
           IF WS-SAVE-OK = 'N'
               DISPLAY 'STANDING ORDER LINE WRITE FAILED - NOT ADDED'
           END-IF.

       SCHEDULE-STANDING-ORDER-PROCEDURE.
      **
      * MOVES THE NEXT DUE DATE (A CUSTOMER AWAY FOR A FORTNIGHT),
      * CHANGES THE FREQUENCY OR END DATE, OR CANCELS THE STANDING
      * ORDER OUTRIGHT. AN ENDED TEMPLATE CAN BE RESTARTED HERE WITH
      * A NEW END DATE. THE AUDIT RECORD CARRIES THE OLD AND NEW
      * SCHEDULE.
      **
           DISPLAY 'ENTER STANDING ORDER ID:'
           ACCEPT WS-INP-STO-ID
           PERFORM FIND-STANDING-ORDER-PROCEDURE
           IF WS-STO-FND = 'N'
               DISPLAY 'STANDING ORDER NOT FOUND'
           ELSE
               DISPLAY 'CUSTOMER 'WS-STO-CST-ID' FREQUENCY '
                   WS-STO-FREQ' NEXT DUE 'WS-STO-NEXT-DATE
                   ' END 'WS-STO-END-DATE' STATUS 'WS-STO-STATUS
               MOVE 'Y' TO WS-STO-OK
               DISPLAY 'ENTER FREQUENCY (W/F/M, SPACE TO KEEP):'
               ACCEPT WS-INP-STO-FREQ
               IF WS-INP-STO-FREQ = SPACE
                   MOVE WS-STO-FREQ TO WS-INP-STO-FREQ
               END-IF
               IF WS-INP-STO-FREQ NOT = 'W'
                   AND WS-INP-STO-FREQ NOT = 'F'
                   AND WS-INP-STO-FREQ NOT = 'M'
                   DISPLAY 'INVALID FREQUENCY - NOT CHANGED'
                   MOVE 'N' TO WS-STO-OK
               END-IF
               IF WS-STO-OK = 'Y'
                   DISPLAY 'ENTER NEXT DUE DATE (MMDDYYYY, 0 TO KEEP):'
                   ACCEPT WS-INP-STO-NEXT
                   IF WS-INP-STO-NEXT = ZERO
                       MOVE WS-STO-NEXT-DATE TO WS-INP-STO-NEXT
                   END-IF
                   MOVE WS-INP-STO-NEXT TO WS-STO-CHK-DATE
                   PERFORM CHECK-STANDING-DATE-PROCEDURE
                   IF WS-STO-DATE-OK = 'N'
                       DISPLAY 'INVALID DATE - NOT CHANGED'
                       MOVE 'N' TO WS-STO-OK
                   ELSE
                       MOVE WS-STO-CHK-YMD TO WS-STO-NEXT-YMD
                   END-IF
               END-IF
               IF WS-STO-OK = 'Y'
                   DISPLAY 'ENTER END DATE (MMDDYYYY, 0 FOR NO END):'
                   ACCEPT WS-INP-STO-END
                   PERFORM CHECK-STANDING-END-PROCEDURE
               END-IF
               IF WS-STO-OK = 'Y'
                   DISPLAY 'ENTER STATUS (A ACTIVE, C CANCELLED):'
                   ACCEPT WS-INP-STO-STATUS
                   IF WS-INP-STO-STATUS NOT = 'A'
                       AND WS-INP-STO-STATUS NOT = 'C'
                       DISPLAY 'INVALID STATUS - NOT CHANGED'
                       MOVE 'N' TO WS-STO-OK
                   END-IF
               END-IF
               IF WS-STO-OK = 'Y'
                   PERFORM REWRITE-STANDING-ORDER-PROCEDURE
               END-IF
           END-IF.

       REWRITE-STANDING-ORDER-PROCEDURE.
           MOVE 'N' TO WS-SAVE-OK
           MOVE 'N' TO WS-STO-EOF
           OPEN I-O STAND-ORD
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-STAND-ORD-STATUS-PROCEDURE
           IF WS-STAND-ORD-FS NOT = '00'
               MOVE 'Y' TO WS-STO-EOF
           END-IF
           PERFORM UNTIL WS-STO-EOF = 'Y'
               READ STAND-ORD
                   AT END MOVE 'Y' TO WS-STO-EOF
                   NOT AT END
                       IF STO-ID = WS-INP-STO-ID
                           MOVE WS-INP-STO-FREQ TO STO-FREQ
                           MOVE WS-INP-STO-NEXT TO STO-NEXT-DATE
                           MOVE WS-INP-STO-END TO STO-END-DATE
                           MOVE WS-INP-STO-STATUS TO STO-STATUS
                           REWRITE STAND-ORD-FILE
                           MOVE 'REWRITE' TO WS-EXC-OPERATION
                           PERFORM CHECK-STAND-ORD-STATUS-PROCEDURE
                           IF WS-STAND-ORD-FS = '00'
                               MOVE 'Y' TO WS-SAVE-OK
                           END-IF
                           MOVE 'Y' TO WS-STO-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STAND-ORD-FS = '00' OR WS-STAND-ORD-FS = '10'
               CLOSE STAND-ORD
           END-IF
           IF WS-SAVE-OK = 'Y'
               DISPLAY 'STANDING ORDER UPDATED'
               MOVE 'STANDING' TO WS-AUD-REC-TYPE
               MOVE WS-INP-STO-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               STRING WS-STO-FREQ ' ' WS-STO-NEXT-DATE ' '
                   WS-STO-END-DATE ' ' WS-STO-STATUS
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING WS-INP-STO-FREQ ' ' WS-INP-STO-NEXT ' '
                   WS-INP-STO-END ' ' WS-INP-STO-STATUS
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
           ELSE
               DISPLAY 'STANDING ORDER FILE UPDATE FAILED'
           END-IF.

       LIST-STANDING-ORDER-PROCEDURE.
      **
      * EVERYTHING A CUSTOMER'S "WHY DID I GET THIS" CALL NEEDS: EACH
      * OF THE CUSTOMER'S TEMPLATES WITH ITS SCHEDULE AND LINES, AND
      * EVERY ORDER THE RUN HAS RAISED FROM IT.
      **
           DISPLAY 'ENTER CUSTOMER ID:'
           ACCEPT WS-INP-CST-ID
           MOVE ZERO TO WS-STO-CNT
           MOVE 'N' TO WS-STO-EOF
           OPEN INPUT STAND-ORD
           IF WS-STAND-ORD-FS NOT = '00'
               MOVE 'Y' TO WS-STO-EOF
           END-IF
           PERFORM UNTIL WS-STO-EOF = 'Y'
               READ STAND-ORD
                   AT END MOVE 'Y' TO WS-STO-EOF
                   NOT AT END
                       IF STO-CST-ID = WS-INP-CST-ID
                           ADD 1 TO WS-STO-CNT
                           DISPLAY 'STANDING ORDER 'STO-ID
                               ' FREQUENCY 'STO-FREQ
                               ' NEXT DUE 'STO-NEXT-DATE
                               ' END 'STO-END-DATE
                               ' STATUS 'STO-STATUS
                               ' REP 'STO-REP-ID
                           PERFORM LIST-STANDING-LINES-PROCEDURE
                           PERFORM LIST-STANDING-REFS-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STAND-ORD-FS = '00' OR WS-STAND-ORD-FS = '10'
               CLOSE STAND-ORD
           END-IF
           IF WS-STO-CNT = 0
               DISPLAY 'NO STANDING ORDERS FOR CUSTOMER '
                   WS-INP-CST-ID
           END-IF.

       LIST-STANDING-LINES-PROCEDURE.
           DISPLAY '   PRDID PRDNAME                QTY'
           MOVE 'N' TO WS-STL-EOF
           OPEN INPUT STAND-LINE
           IF WS-STAND-LINE-FS NOT = '00'
               MOVE 'Y' TO WS-STL-EOF
           END-IF
           OPEN INPUT PRODUCT
           PERFORM UNTIL WS-STL-EOF = 'Y'
               READ STAND-LINE
                   AT END MOVE 'Y' TO WS-STL-EOF
                   NOT AT END
                       IF STL-STO-ID = STO-ID
                           AND STL-QUAN > 0
                           MOVE STL-PRD-ID TO PRD-ID
                           READ PRODUCT
                               INVALID KEY MOVE SPACES TO PRD-NAME
                           END-READ
                           DISPLAY '   'STL-PRD-ID' 'PRD-NAME' '
                               STL-QUAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT
           IF WS-STAND-LINE-FS = '00' OR WS-STAND-LINE-FS = '10'
               CLOSE STAND-LINE
           END-IF.

       LIST-STANDING-REFS-PROCEDURE.
           MOVE ZERO TO WS-SRF-CNT
           MOVE 'N' TO WS-SRF-EOF
           OPEN INPUT STAND-REF
           IF WS-STAND-REF-FS NOT = '00'
               MOVE 'Y' TO WS-SRF-EOF
           END-IF
           PERFORM UNTIL WS-SRF-EOF = 'Y'
               READ STAND-REF
                   AT END MOVE 'Y' TO WS-SRF-EOF
                   NOT AT END
                       IF SRF-STO-ID = STO-ID
                           ADD 1 TO WS-SRF-CNT
                           DISPLAY '   ORDER 'SRF-ORD-ID' DUE '
                               SRF-DUE-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STAND-REF-FS = '00' OR WS-STAND-REF-FS = '10'
               CLOSE STAND-REF
           END-IF
           IF WS-SRF-CNT = 0
               DISPLAY '   NO ORDERS GENERATED YET'
           END-IF.

       SHOW-STAND-REF-PROCEDURE.
      **
      * AN ORDER THE STANDING ORDER RUN RAISED SAYS SO IN THE ORDER
      * LIST, WITH THE TEMPLATE AND DUE DATE IT CAME FROM.
      **
           MOVE 'N' TO WS-SRF-EOF
           OPEN INPUT STAND-REF
           IF WS-STAND-REF-FS NOT = '00'
               MOVE 'Y' TO WS-SRF-EOF
           END-IF
           PERFORM UNTIL WS-SRF-EOF = 'Y'
               READ STAND-REF
                   AT END MOVE 'Y' TO WS-SRF-EOF
                   NOT AT END
                       IF SRF-ORD-ID = WS-ORD-ID
                           DISPLAY '      FROM STANDING ORDER '
                               SRF-STO-ID' DUE 'SRF-DUE-DATE
                           MOVE 'Y' TO WS-SRF-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STAND-REF-FS = '00' OR WS-STAND-REF-FS = '10'
               CLOSE STAND-REF
           END-IF.

       CHECK-STAND-ORD-STATUS-PROCEDURE.
           IF WS-STAND-ORD-FS NOT = '00'
               AND WS-STAND-ORD-FS NOT = '10'
               AND WS-STAND-ORD-FS NOT = '23'
               MOVE 'STANDORD' TO WS-EXC-FILE-NAME
               MOVE WS-STAND-ORD-FS TO WS-EXC-STATUS
               PERFORM LOG-EXCEPTION-PROCEDURE
           END-IF.

       CHECK-STAND-LINE-STATUS-PROCEDURE.
           IF WS-STAND-LINE-FS NOT = '00'
               AND WS-STAND-LINE-FS NOT = '10'
               AND WS-STAND-LINE-FS NOT = '23'
               MOVE 'STANDLINE' TO WS-EXC-FILE-NAME
               MOVE WS-STAND-LINE-FS TO WS-EXC-STATUS
               PERFORM LOG-EXCEPTION-PROCEDURE
           END-IF.

       PICK-SHIP-PROCEDURE.
           DISPLAY 'PICK TICKET / SHIP CONFIRM:'
           DISPLAY 'P: PRINT PICK TICKET'
           DISPLAY 'S: SHIP CONFIRM AN ORDER'
           DISPLAY 'R: REPRINT AN INVOICE'
           DISPLAY 'ENTER CHOICE: '
           ACCEPT WS-MAINT-CHC
           EVALUATE WS-MAINT-CHC
               WHEN 'P'
                   PERFORM PRINT-PICK-TICKET-PROCEDURE
               WHEN 'S'
                   PERFORM SHIP-CONFIRM-PROCEDURE
               WHEN 'R'
                   PERFORM REPRINT-INVOICE-PROCEDURE
               WHEN OTHER
                   DISPLAY 'INVALID. TRY AGAIN.'
           END-EVALUATE.

       PRINT-PICK-TICKET-PROCEDURE.
      **
      * PRINTS A PICK TICKET FOR AN ENTERED ORDER - ITS LINES WITH
      * PRODUCT NAMES AND THE SHOP/WAREHOUSE SPLIT QUANTITIES SO THE
      * PICKER KNOWS WHERE THE STOCK SITS - AND MOVES THE ORDER TO
      * PICKED ('P'), SO THE WAREHOUSE WORKS FROM A PRINTED TICKET
      * INSTEAD OF SCRIBBLED NOTES. REPRINTING A PICKED ORDER IS
      * ALLOWED; A SHIPPED OR VOID ORDER HAS NOTHING TO PICK, AND
      * NEITHER HAS ONE WHOSE EVERY LINE IS DROP-SHIPPED - THE
      * SUPPLIER SHIPS THOSE LINES, SO THEY ARE LEFT OFF THE TICKET.
      **
           DISPLAY 'ENTER ORDER ID TO PICK:'
           ACCEPT WS-INP-ORD-ID
           PERFORM LOAD-ORDER-DROP-SHIP-PROCEDURE
           IF WS-DRO-CNT > 0 AND WS-DRO-STOCK-CNT = 0
               DISPLAY 'EVERY LINE ON ORDER 'WS-INP-ORD-ID' IS '
                   'DROP-SHIPPED - NOTHING TO PICK'
           ELSE
               PERFORM PRINT-PICK-TICKET-APPLY-PROCEDURE
           END-IF.

       PRINT-PICK-TICKET-APPLY-PROCEDURE.
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-PICK-FND
           OPEN I-O C_ORDER
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-ORDER-STATUS-PROCEDURE
           PERFORM UNTIL WS-EOF = 'Y'
               READ C_ORDER
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ORD-ID = WS-INP-ORD-ID
                           IF ORD-ENTERED OR ORD-PICKED
                               MOVE ORD-CST-ID TO WS-INP-CST-ID
      **
      * A REPRINT OF AN ALREADY-PICKED ORDER MUST AUDIT AS
      * PICKED-TO-PICKED, NOT PRETEND IT WAS STILL ENTERED.
      **
                               IF ORD-ENTERED
           PERFORM WRITE-PICK-LINE-PROCEDURE
           MOVE SPACES TO WS-PICK-LINE
           PERFORM WRITE-PICK-LINE-PROCEDURE
           MOVE 'PRDID PRDNAME                QTY SHOPQTY WHSEQTY'
               TO WS-PICK-LINE
           PERFORM WRITE-PICK-LINE-PROCEDURE
           MOVE 'N' TO WS-TEMP-EOF
                   AT END MOVE 'Y' TO WS-TEMP-EOF
                   NOT AT END
                       IF WS-ORDL-ID = WS-INP-ORD-ID
                           AND WS-ORDL-QUAN > 0
                           PERFORM CHECK-DROP-SHIP-LINE-PROCEDURE
                           IF WS-DRO-LINE = 'N'
                               PERFORM WRITE-PICK-DETAIL-PROCEDURE
                           END-IF
                       END-IF
               END-READ
               MOVE 'READ' TO WS-EXC-OPERATION
           MOVE 'READ' TO WS-EXC-OPERATION
           PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
           CLOSE PRODUCT
      **
      * A KIT IS PICKED AS ITS COMPONENTS - THE KIT LINE NAMES WHAT
      * WAS SOLD AND THE LINES UNDER IT SAY WHAT TO PULL, WITH THE
      * SHOP/WAREHOUSE SPLIT AND LOTS OF EACH COMPONENT.
      **
           MOVE WS-ORDL-PRD-ID TO WS-KIT-PRD-ID
           PERFORM LOAD-KIT-PROCEDURE
           IF WS-KIT-CNT > 0
               MOVE SPACES TO WS-PICK-LINE
               STRING WS-ORDL-PRD-ID ' ' WS-PRD-NAME ' '
                   WS-ORDL-QUAN '  KIT - PICK COMPONENTS BELOW'
                   DELIMITED BY SIZE INTO WS-PICK-LINE
               PERFORM WRITE-PICK-LINE-PROCEDURE
               PERFORM VARYING WS-KIT-I FROM 1 BY 1
                       UNTIL WS-KIT-I > WS-KIT-CNT
                   MOVE WS-KIT-CMP-ID(WS-KIT-I) TO WS-STK-PRD-ID
                   COMPUTE WS-STK-QTY =
                       WS-ORDL-QUAN * WS-KIT-CMP-QTY(WS-KIT-I)
                   PERFORM WRITE-PICK-COMPONENT-PROCEDURE
                   PERFORM WRITE-PICK-LOTS-PROCEDURE
               END-PERFORM
           ELSE
               MOVE WS-ORDL-PRD-ID TO WS-LOC-PRD-ID
               MOVE 'S' TO WS-LOC-CODE
               PERFORM GET-LOCATION-QTY-PROCEDURE
               MOVE WS-LOC-ON-HAND TO WS-LOC-QTY-S
               MOVE 'W' TO WS-LOC-CODE
               PERFORM GET-LOCATION-QTY-PROCEDURE
               MOVE WS-LOC-ON-HAND TO WS-LOC-QTY-W
               MOVE SPACES TO WS-PICK-LINE
               STRING WS-ORDL-PRD-ID ' ' WS-PRD-NAME ' ' WS-ORDL-QUAN
                   '  ' WS-LOC-QTY-S '   ' WS-LOC-QTY-W
                   DELIMITED BY SIZE INTO WS-PICK-LINE
               PERFORM WRITE-PICK-LINE-PROCEDURE
               MOVE WS-ORDL-PRD-ID TO WS-STK-PRD-ID
               MOVE WS-ORDL-QUAN TO WS-STK-QTY
               PERFORM WRITE-PICK-LOTS-PROCEDURE
           END-IF.

       WRITE-PICK-COMPONENT-PROCEDURE.
           MOVE WS-STK-PRD-ID TO WS-LOC-PRD-ID
           MOVE 'S' TO WS-LOC-CODE
           PERFORM GET-LOCATION-QTY-PROCEDURE
           MOVE WS-LOC-ON-HAND TO WS-LOC-QTY-S
           PERFORM GET-LOCATION-QTY-PROCEDURE
           MOVE WS-LOC-ON-HAND TO WS-LOC-QTY-W
           MOVE SPACES TO WS-PICK-LINE
           STRING '   > ' WS-STK-PRD-ID ' ' WS-KIT-CMP-NAME(WS-KIT-I)
               ' QTY ' WS-STK-QTY ' SHOP ' WS-LOC-QTY-S
               ' WHSE ' WS-LOC-QTY-W
               DELIMITED BY SIZE INTO WS-PICK-LINE
           PERFORM WRITE-PICK-LINE-PROCEDURE.

      * QUANTITY PER LINE. A SHORT PICK CREDITS AND RESTOCKS THE
      * UNSHIPPED UNITS THROUGH THE SAME CREDIT-MEMO PATH A RETURN
      * USES, SO THE CUSTOMER IS NEVER BILLED FOR GOODS THAT NEVER
      * LEFT THE BUILDING. THE SHIPMENT IS THEN BILLED ON A NUMBERED
      * PRINTED INVOICE. AN ORDER WHOSE EVERY LINE IS DROP-SHIPPED
      * HAS NOTHING LEAVING THE WAREHOUSE - IT SHIPS AS ITS
      * SUPPLIERS CONFIRM DELIVERY.
      **
           DISPLAY 'ENTER ORDER ID TO SHIP:'
           ACCEPT WS-INP-ORD-ID
               DISPLAY 'ACCOUNTING PERIOD IS CLOSED - ORDER NOT '
                   'SHIPPED'
           ELSE
               PERFORM LOAD-ORDER-DROP-SHIP-PROCEDURE
               IF WS-DRO-CNT > 0 AND WS-DRO-STOCK-CNT = 0
                   DISPLAY 'EVERY LINE ON ORDER 'WS-INP-ORD-ID' IS '
                       'DROP-SHIPPED - CONFIRM THE SUPPLIER DELIVERY '
                       'ON THE PURCHASE ORDER MENU'
               ELSE
                   PERFORM SHIP-CONFIRM-APPLY-PROCEDURE
               END-IF
           END-IF.

       SHIP-CONFIRM-APPLY-PROCEDURE.
           IF WS-PICK-FND = 'Y'
               PERFORM CONFIRM-SHIP-LINES-PROCEDURE
               DISPLAY 'ORDER 'WS-INP-ORD-ID' SHIPPED'
               IF WS-DRO-OPEN-CNT > 0
                   DISPLAY WS-DRO-OPEN-CNT' DROP-SHIP LINE(S) STILL '
                       'AWAITING SUPPLIER DELIVERY - BILLED WHEN '
                       'DELIVERED'
               END-IF
               MOVE 'N' TO WS-INV-DROP-SHIP
               PERFORM ISSUE-INVOICE-PROCEDURE
           ELSE
               DISPLAY 'ORDER NOT FOUND OR NOT OPEN FOR SHIPPING'
           END-IF.
      * REPORTED LOUDLY, THE SAME WAY TOPPRODUCTS REPORTS ITS
      * RANKING TABLE - A SILENTLY DROPPED LINE WOULD LEAVE THE
      * CUSTOMER BILLED FOR A SHORT PICK NOBODY WAS EVER ASKED
      * ABOUT. DROP-SHIP LINES NEVER LEAVE THE WAREHOUSE AND ARE
      * CONFIRMED WHEN THE SUPPLIER DELIVERS, SO THEY ARE LEFT OUT.
      **
           PERFORM LOAD-ORDER-DROP-SHIP-PROCEDURE
           MOVE ZERO TO WS-SHIP-CNT
           MOVE 'N' TO WS-SHIP-FULL-WARNED
           MOVE 'N' TO WS-TEMP-EOF
                   AT END MOVE 'Y' TO WS-TEMP-EOF
                   NOT AT END
                       IF WS-ORDL-ID = WS-INP-ORD-ID
                           AND WS-ORDL-QUAN > 0
                           PERFORM CHECK-DROP-SHIP-LINE-PROCEDURE
                       END-IF
                       IF WS-ORDL-ID = WS-INP-ORD-ID
                           AND WS-ORDL-QUAN > 0
                           AND WS-DRO-LINE = 'N'
                           IF WS-SHIP-CNT < 20
                               ADD 1 TO WS-SHIP-CNT
                               MOVE WS-ORDL-PRD-ID
                                   TO WS-SHP-PRD-ID(WS-SHIP-CNT)
                               MOVE WS-ORDL-QUAN
                                   TO WS-SHP-QUAN(WS-SHIP-CNT)
                               MOVE WS-ORDL-QUAN
                                   TO WS-SHP-SHIPPED(WS-SHIP-CNT)
                           ELSE
                               IF WS-SHIP-FULL-WARNED = 'N'
                                   DISPLAY 'WARNING: MORE THAN 20 '
                   WS-SHP-QUAN(WS-SHIP-I)
               MOVE WS-SHP-QUAN(WS-SHIP-I) TO WS-INP-SHIP-QTY
           END-IF
           MOVE WS-INP-SHIP-QTY TO WS-SHP-SHIPPED(WS-SHIP-I)
           IF WS-INP-SHIP-QTY < WS-SHP-QUAN(WS-SHIP-I)
               SUBTRACT WS-INP-SHIP-QTY
                   FROM WS-SHP-QUAN(WS-SHIP-I)
                   DISPLAY 'SHORT-PICK CREDIT COULD NOT BE POSTED '
                       '- POST IT THROUGH THE RETURN FUNCTION'
               END-IF
           END-IF
           IF WS-INP-SHIP-QTY > 0
               PERFORM SHIP-LOTS-PROCEDURE
           END-IF.

       ISSUE-INVOICE-PROCEDURE.
      **
      * BILLS THE SHIPMENT JUST CONFIRMED ON A NUMBERED INVOICE: EACH
      * LINE AT THE QUANTITY THAT ACTUALLY SHIPPED AND ITS STORED
      * ORDL-UNIT-PRICE, AGAINST THE AS-OF LIST PRICE SO THE
      * DISCOUNT SHOWS, WITH TAX AT THE RATE IN EFFECT ON THE ORDER
      * DATE. THE NAME, ADDRESS, RATE AND LINES ARE KEPT ON
      * INVOICE.DAT/INVOICELINE.DAT SO A REPRINT IS THE SAME
      * DOCUMENT THE CUSTOMER FIRST RECEIVED. THE NUMBER IS ONLY
      * TAKEN ONCE THE LINES ARE BUILT, AND GIVEN BACK IF THE
      * INVOICE CANNOT BE SAVED, SO NUMBERS ARE NEVER SKIPPED.
      **
           MOVE WS-INP-ORD-ID TO WS-INV-ORD-ID
           MOVE WS-INP-CST-ID TO WS-INV-CST-ID
           MOVE WS-ORD-DATE TO WS-INV-ORD-DATE
           MOVE WS-INP-SHIP-DATE TO WS-INV-SHIP-DATE
           PERFORM GET-CUSTOMER-TAX-FLAG-PROCEDURE
           MOVE WS-CST-NAME TO WS-INV-CST-NAME
           MOVE WS-CST-ADDRESS TO WS-INV-CST-ADDRESS
           STRING WS-ORD-DATE(5:4) WS-ORD-DATE(1:2) WS-ORD-DATE(3:2)
               INTO WS-YMD-TXT
           MOVE WS-YMD-TXT TO WS-TAX-LOOKUP-YMD
           PERFORM GET-TAX-RATE-AS-OF-PROCEDURE
           IF WS-CST-TAX-EXEMPT = 'Y'
               MOVE ZERO TO WS-TAX-RATE
           END-IF
           MOVE WS-TAX-RATE TO WS-INV-TAX-RATE
           IF WS-INV-DROP-SHIP = 'Y'
               PERFORM BUILD-DROP-INVOICE-LINE-PROCEDURE
           ELSE
               PERFORM BUILD-INVOICE-LINES-PROCEDURE
           END-IF
           PERFORM ASSIGN-INVOICE-ID-PROCEDURE
           PERFORM SAVE-INVOICE-PROCEDURE
           IF WS-SAVE-OK = 'Y'
               MOVE 'N' TO WS-INV-REPRINT
               PERFORM WRITE-INVOICE-PRINT-PROCEDURE
               MOVE 'INVOICE' TO WS-AUD-REC-TYPE
               MOVE WS-INV-COUNT TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING 'ORDER ' WS-INV-ORD-ID ' SHIPPED '
                   WS-INV-SHIP-DATE
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
           ELSE
               PERFORM RELEASE-INVOICE-ID-PROCEDURE
               DISPLAY 'INVOICE FILE WRITE FAILED - ORDER '
                   WS-INP-ORD-ID' SHIPPED BUT NOT INVOICED, INVOICE '
                   'NUMBER 'WS-INV-COUNT' NOT USED'
           END-IF.

       BUILD-INVOICE-LINES-PROCEDURE.
      **
      * THE ORDER'S LINES COME BACK IN THE SAME FILE ORDER
      * CONFIRM-SHIP-LINES-PROCEDURE LOADED THEM, SO THE K-TH LINE
      * TAKES THE SHIPPED QUANTITY KEYED FOR THE K-TH TABLE ENTRY.
      * LINES PAST THE SHIP TABLE WERE NOT ASKED ABOUT AND SHIPPED
      * IN FULL. DROP-SHIP LINES ARE SKIPPED HERE JUST AS THEY ARE
      * THERE - EACH IS BILLED WHEN ITS SUPPLIER DELIVERS.
      **
           PERFORM LOAD-ORDER-DROP-SHIP-PROCEDURE
           MOVE ZERO TO WS-INV-CNT
           MOVE ZERO TO WS-INV-K
           MOVE 'N' TO WS-INV-FULL-WARNED
           MOVE 'N' TO WS-TEMP-EOF
           OPEN INPUT ORDERLINE
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-ORDERLINE-STATUS-PROCEDURE
           PERFORM UNTIL WS-TEMP-EOF = 'Y'
               READ ORDERLINE INTO WS-ORDL
                   AT END MOVE 'Y' TO WS-TEMP-EOF
                   NOT AT END
                       IF WS-ORDL-ID = WS-INP-ORD-ID
                           AND WS-ORDL-QUAN > 0
                           PERFORM CHECK-DROP-SHIP-LINE-PROCEDURE
                           IF WS-DRO-LINE = 'N'
                               PERFORM ADD-INVOICE-LINE-PROCEDURE
                           END-IF
                       END-IF
               END-READ
               MOVE 'READ' TO WS-EXC-OPERATION
               PERFORM CHECK-ORDERLINE-STATUS-PROCEDURE
           END-PERFORM
           CLOSE ORDERLINE.

       ADD-INVOICE-LINE-PROCEDURE.
           ADD 1 TO WS-INV-K
           IF WS-INV-CNT < 99
               ADD 1 TO WS-INV-CNT
               MOVE WS-ORDL-PRD-ID TO WS-INV-PRD-ID(WS-INV-CNT)
               MOVE WS-ORDL-QUAN TO WS-INV-ORD-QUAN(WS-INV-CNT)
               IF WS-INV-K NOT > WS-SHIP-CNT
                   MOVE WS-SHP-SHIPPED(WS-INV-K)
                       TO WS-INV-QUAN(WS-INV-CNT)
               ELSE
                   MOVE WS-ORDL-QUAN TO WS-INV-QUAN(WS-INV-CNT)
               END-IF
               OPEN INPUT PRODUCT
               MOVE 'OPEN' TO WS-EXC-OPERATION
               PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
               MOVE WS-ORDL-PRD-ID TO PRD-ID
               READ PRODUCT INTO WS-PRD
                   INVALID KEY MOVE ZERO TO WS-PRD-PRICE
                   NOT INVALID KEY CONTINUE
               END-READ
               MOVE 'READ' TO WS-EXC-OPERATION
               PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
               CLOSE PRODUCT
               PERFORM GET-PRICE-AS-OF-PROCEDURE
      **
      * LEGACY LINES WRITTEN BEFORE UNIT PRICES WERE STORED BILL AT
      * THE AS-OF PRICE, THE SAME RULE THE INVOICE EXPORT APPLIES. A
      * NET PRICE ABOVE LIST (A QUOTE HONOURED AFTER A PRICE CUT)
      * SHOWS NO DISCOUNT RATHER THAN A NEGATIVE ONE.
      **
               IF WS-ORDL-UNIT-PRICE NUMERIC
                   AND WS-ORDL-UNIT-PRICE > 0
                   MOVE WS-ORDL-UNIT-PRICE
                       TO WS-INV-UNIT-PRICE(WS-INV-CNT)
               ELSE
                   MOVE WS-PRICE-AS-OF
                       TO WS-INV-UNIT-PRICE(WS-INV-CNT)
               END-IF
               IF WS-PRICE-AS-OF < WS-INV-UNIT-PRICE(WS-INV-CNT)
                   MOVE WS-INV-UNIT-PRICE(WS-INV-CNT)
                       TO WS-INV-LIST-PRICE(WS-INV-CNT)
               ELSE
                   MOVE WS-PRICE-AS-OF
                       TO WS-INV-LIST-PRICE(WS-INV-CNT)
               END-IF
           ELSE
               IF WS-INV-FULL-WARNED = 'N'
                   DISPLAY 'WARNING: MORE THAN 99 LINES ON THIS '
                       'ORDER - ONLY THE FIRST 99 ARE INVOICED'
                   MOVE 'Y' TO WS-INV-FULL-WARNED
               END-IF
           END-IF.

       ASSIGN-INVOICE-ID-PROCEDURE.
      **
      * NEXT INVOICE NUMBER FROM A ONE-RECORD CHECKPOINT FILE, THE
      * SAME WAY ORDERS, QUOTES AND PURCHASE ORDERS ARE NUMBERED -
      * REBUILT FROM INVOICE.DAT THE FIRST TIME INVOICECTL.DAT
      * DOESN'T EXIST.
      **
           OPEN I-O INVOICE-CTL
           MOVE 'OPEN' TO WS-EXC-OPERATION
           IF WS-INVOICE-CTL-FS = '35'
               PERFORM FIND-MAX-INV-ID-PROCEDURE
               OPEN OUTPUT INVOICE-CTL
               MOVE 'OPEN' TO WS-EXC-OPERATION
               PERFORM CHECK-INVOICE-CTL-STATUS-PROCEDURE
               IF WS-MAX-INV-ID-FND = 'Y'
                   ADD 1 TO WS-MAX-INV-ID GIVING ICT-NEXT-INV-ID
               ELSE
                   MOVE 1 TO ICT-NEXT-INV-ID
               END-IF
               WRITE INVOICE-CTL-FILE
               MOVE 'WRITE' TO WS-EXC-OPERATION
               PERFORM CHECK-INVOICE-CTL-STATUS-PROCEDURE
               CLOSE INVOICE-CTL
               OPEN I-O INVOICE-CTL
           END-IF
           PERFORM CHECK-INVOICE-CTL-STATUS-PROCEDURE
           READ INVOICE-CTL
               AT END
                   PERFORM FIND-MAX-INV-ID-PROCEDURE
                   IF WS-MAX-INV-ID-FND = 'Y'
                       ADD 1 TO WS-MAX-INV-ID GIVING ICT-NEXT-INV-ID
                   ELSE
                       MOVE 1 TO ICT-NEXT-INV-ID
                   END-IF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE 'READ' TO WS-EXC-OPERATION
           PERFORM CHECK-INVOICE-CTL-STATUS-PROCEDURE
           MOVE ICT-NEXT-INV-ID TO WS-INV-COUNT
           ADD 1 TO ICT-NEXT-INV-ID
           REWRITE INVOICE-CTL-FILE
           MOVE 'REWRITE' TO WS-EXC-OPERATION
           PERFORM CHECK-INVOICE-CTL-STATUS-PROCEDURE
           CLOSE INVOICE-CTL.

       RELEASE-INVOICE-ID-PROCEDURE.
      **
      * HANDS AN INVOICE NUMBER BACK WHEN NOTHING WAS SAVED UNDER
      * IT - ONLY IF IT IS STILL THE LAST ONE ISSUED - SO THE NEXT
      * INVOICE TAKES IT AND THE SEQUENCE HAS NO GAP.
      **
           OPEN I-O INVOICE-CTL
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-INVOICE-CTL-STATUS-PROCEDURE
           IF WS-INVOICE-CTL-FS = '00'
               READ INVOICE-CTL
                   AT END CONTINUE
                   NOT AT END
                       IF ICT-NEXT-INV-ID = WS-INV-COUNT + 1
                           MOVE WS-INV-COUNT TO ICT-NEXT-INV-ID
                           REWRITE INVOICE-CTL-FILE
                           MOVE 'REWRITE' TO WS-EXC-OPERATION
                           PERFORM CHECK-INVOICE-CTL-STATUS-PROCEDURE
                       END-IF
               END-READ
               CLOSE INVOICE-CTL
           END-IF.

       FIND-MAX-INV-ID-PROCEDURE.
           MOVE ZERO TO WS-MAX-INV-ID
           MOVE 'N' TO WS-MAX-INV-ID-FND
           MOVE 'N' TO WS-INV-EOF
           OPEN INPUT INVOICE-HDR
           IF WS-INVOICE-FS NOT = '00'
               MOVE 'Y' TO WS-INV-EOF
           END-IF
           PERFORM UNTIL WS-INV-EOF = 'Y'
               READ INVOICE-HDR
                   AT END MOVE 'Y' TO WS-INV-EOF
                   NOT AT END
                       IF WS-MAX-INV-ID-FND = 'N'
                           OR INV-ID > WS-MAX-INV-ID
                           MOVE INV-ID TO WS-MAX-INV-ID
                           MOVE 'Y' TO WS-MAX-INV-ID-FND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INVOICE-FS = '00' OR WS-INVOICE-FS = '10'
               CLOSE INVOICE-HDR
           END-IF.

       SAVE-INVOICE-PROCEDURE.
           MOVE 'N' TO WS-SAVE-OK
           OPEN EXTEND INVOICE-HDR
           IF WS-INVOICE-FS = '35'
               OPEN OUTPUT INVOICE-HDR
           END-IF
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-INVOICE-STATUS-PROCEDURE
           IF WS-INVOICE-FS = '00'
               MOVE WS-INV-COUNT TO INV-ID
               MOVE WS-INV-ORD-ID TO INV-ORD-ID
               MOVE WS-INV-CST-ID TO INV-CST-ID
               MOVE WS-INV-CST-NAME TO INV-CST-NAME
               MOVE WS-INV-CST-ADDRESS TO INV-CST-ADDRESS
               MOVE WS-INV-ORD-DATE TO INV-ORD-DATE
               MOVE WS-INV-SHIP-DATE TO INV-SHIP-DATE
               MOVE WS-INV-TAX-RATE TO INV-TAX-RATE
               WRITE INVOICE-FILE
               END-WRITE
               MOVE 'WRITE' TO WS-EXC-OPERATION
               PERFORM CHECK-INVOICE-STATUS-PROCEDURE
               IF WS-INVOICE-FS = '00'
                   MOVE 'Y' TO WS-SAVE-OK
               END-IF
               CLOSE INVOICE-HDR
           END-IF
           IF WS-SAVE-OK = 'Y'
               OPEN EXTEND INVOICE-LINE
               IF WS-INVOICE-LINE-FS = '35'
                   OPEN OUTPUT INVOICE-LINE
               END-IF
               MOVE 'OPEN' TO WS-EXC-OPERATION
               PERFORM CHECK-INVOICE-LINE-STATUS-PROCEDURE
               PERFORM VARYING WS-INV-I FROM 1 BY 1
                       UNTIL WS-INV-I > WS-INV-CNT
                   MOVE WS-INV-COUNT TO INL-ID
                   MOVE WS-INV-PRD-ID(WS-INV-I) TO INL-PRD-ID
                   MOVE WS-INV-ORD-QUAN(WS-INV-I) TO INL-ORD-QUAN
                   MOVE WS-INV-QUAN(WS-INV-I) TO INL-QUAN
                   MOVE WS-INV-LIST-PRICE(WS-INV-I) TO INL-LIST-PRICE
                   MOVE WS-INV-UNIT-PRICE(WS-INV-I) TO INL-UNIT-PRICE
                   WRITE INVOICE-LINE-FILE
                   END-WRITE
               END-PERFORM
               MOVE 'WRITE' TO WS-EXC-OPERATION
               PERFORM CHECK-INVOICE-LINE-STATUS-PROCEDURE
               CLOSE INVOICE-LINE
           END-IF.

       REPRINT-INVOICE-PROCEDURE.
      **
      * REPRINTS AN INVOICE FROM WHAT WAS SAVED WHEN IT WAS ISSUED,
      * UNDER ITS ORIGINAL NUMBER AND MARKED AS A DUPLICATE, FOR A
      * CUSTOMER WHO HAS LOST THE ORIGINAL. NO NEW NUMBER IS TAKEN.
      **
           DISPLAY 'ENTER INVOICE NUMBER TO REPRINT:'
           ACCEPT WS-INP-INV-ID
           PERFORM FIND-INVOICE-PROCEDURE
           IF WS-INV-FND = 'N'
               DISPLAY 'INVOICE NOT FOUND'
           ELSE
               PERFORM LOAD-INVOICE-LINES-PROCEDURE
               MOVE WS-INP-INV-ID TO WS-INV-COUNT
               MOVE 'Y' TO WS-INV-REPRINT
               PERFORM WRITE-INVOICE-PRINT-PROCEDURE
               MOVE 'INVOICE' TO WS-AUD-REC-TYPE
               MOVE WS-INP-INV-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               MOVE 'REPRINTED' TO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
           END-IF.

       FIND-INVOICE-PROCEDURE.
           MOVE 'N' TO WS-INV-FND
           MOVE 'N' TO WS-INV-EOF
           OPEN INPUT INVOICE-HDR
           IF WS-INVOICE-FS NOT = '00'
               MOVE 'Y' TO WS-INV-EOF
           END-IF
           PERFORM UNTIL WS-INV-EOF = 'Y'
               READ INVOICE-HDR
                   AT END MOVE 'Y' TO WS-INV-EOF
                   NOT AT END
                       IF INV-ID = WS-INP-INV-ID
                           MOVE INV-ORD-ID TO WS-INV-ORD-ID
                           MOVE INV-CST-ID TO WS-INV-CST-ID
                           MOVE INV-CST-NAME TO WS-INV-CST-NAME
                           MOVE INV-CST-ADDRESS TO WS-INV-CST-ADDRESS
                           MOVE INV-ORD-DATE TO WS-INV-ORD-DATE
                           MOVE INV-SHIP-DATE TO WS-INV-SHIP-DATE
                           MOVE INV-TAX-RATE TO WS-INV-TAX-RATE
                           MOVE 'Y' TO WS-INV-FND
                           MOVE 'Y' TO WS-INV-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INVOICE-FS = '00' OR WS-INVOICE-FS = '10'
               CLOSE INVOICE-HDR
           END-IF.

       LOAD-INVOICE-LINES-PROCEDURE.
           MOVE ZERO TO WS-INV-CNT
           MOVE 'N' TO WS-TEMP-EOF
           OPEN INPUT INVOICE-LINE
           IF WS-INVOICE-LINE-FS NOT = '00'
               MOVE 'Y' TO WS-TEMP-EOF
           END-IF
           PERFORM UNTIL WS-TEMP-EOF = 'Y'
               READ INVOICE-LINE
                   AT END MOVE 'Y' TO WS-TEMP-EOF
                   NOT AT END
                       IF INL-ID = WS-INP-INV-ID
                           AND WS-INV-CNT < 99
                           ADD 1 TO WS-INV-CNT
                           MOVE INL-PRD-ID
                               TO WS-INV-PRD-ID(WS-INV-CNT)
                           MOVE INL-ORD-QUAN
                               TO WS-INV-ORD-QUAN(WS-INV-CNT)
                           MOVE INL-QUAN
                               TO WS-INV-QUAN(WS-INV-CNT)
                           MOVE INL-LIST-PRICE
                               TO WS-INV-LIST-PRICE(WS-INV-CNT)
                           MOVE INL-UNIT-PRICE
                               TO WS-INV-UNIT-PRICE(WS-INV-CNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INVOICE-LINE-FS = '00' OR WS-INVOICE-LINE-FS = '10'
               CLOSE INVOICE-LINE
           END-IF.

       WRITE-INVOICE-PRINT-PROCEDURE.
      **
      * ONE INVOICE DOCUMENT IN INVOICEPRT.TXT, LAID OUT LIKE THE
      * QUOTE: LETTERHEAD, BILL-TO NAME AND ADDRESS, ONE LINE PER
      * PRODUCT WITH LIST AND NET UNIT PRICE, THEN LIST VALUE, THE
      * DISCOUNT, SUBTOTAL, TAX AND TOTAL.
      **
           MOVE ZERO TO WS-INV-LIST-TOTAL
           MOVE ZERO TO WS-INV-NET-TOTAL
           OPEN OUTPUT INVOICE-PRINT
           MOVE ALL '=' TO WS-INV-PRINT-LINE
           PERFORM WRITE-INVOICE-LINE-PROCEDURE
           MOVE SPACES TO WS-INV-PRINT-LINE
           STRING 'THE COBOL SHOP - INVOICE ' WS-INV-COUNT
               DELIMITED BY SIZE INTO WS-INV-PRINT-LINE
           PERFORM WRITE-INVOICE-LINE-PROCEDURE
           MOVE '101 MARKET STREET, ANYTOWN' TO WS-INV-PRINT-LINE
           PERFORM WRITE-INVOICE-LINE-PROCEDURE
           IF WS-INV-REPRINT = 'Y'
               MOVE 'DUPLICATE - REPRINTED COPY' TO WS-INV-PRINT-LINE
               PERFORM WRITE-INVOICE-LINE-PROCEDURE
           END-IF
           MOVE SPACES TO WS-INV-PRINT-LINE
           PERFORM WRITE-INVOICE-LINE-PROCEDURE
           MOVE SPACES TO WS-INV-PRINT-LINE
           STRING 'BILL TO: ' WS-INV-CST-ID ' ' WS-INV-CST-NAME
               DELIMITED BY SIZE INTO WS-INV-PRINT-LINE
           PERFORM WRITE-INVOICE-LINE-PROCEDURE
           MOVE SPACES TO WS-INV-PRINT-LINE
           STRING '         ' WS-INV-CST-ADDRESS
               DELIMITED BY SIZE INTO WS-INV-PRINT-LINE
           PERFORM WRITE-INVOICE-LINE-PROCEDURE
           MOVE SPACES TO WS-INV-PRINT-LINE
           PERFORM WRITE-INVOICE-LINE-PROCEDURE
           MOVE SPACES TO WS-INV-PRINT-LINE
           STRING 'ORDER ' WS-INV-ORD-ID '  ORDERED '
               WS-INV-ORD-DATE '  SHIPPED ' WS-INV-SHIP-DATE
               DELIMITED BY SIZE INTO WS-INV-PRINT-LINE
           PERFORM WRITE-INVOICE-LINE-PROCEDURE
           MOVE SPACES TO WS-INV-PRINT-LINE
           PERFORM WRITE-INVOICE-LINE-PROCEDURE
           MOVE 'PRDID PRDNAME' TO WS-INV-PRINT-LINE
           MOVE 'QTY' TO WS-INV-PRINT-LINE(30:3)
           MOVE 'LIST' TO WS-INV-PRINT-LINE(38:4)
           MOVE 'PRICE' TO WS-INV-PRINT-LINE(45:5)
           MOVE 'AMOUNT' TO WS-INV-PRINT-LINE(58:6)
           PERFORM WRITE-INVOICE-LINE-PROCEDURE
           PERFORM VARYING WS-INV-I FROM 1 BY 1
                   UNTIL WS-INV-I > WS-INV-CNT
               PERFORM WRITE-INVOICE-DETAIL-PROCEDURE
           END-PERFORM
           SUBTRACT WS-INV-NET-TOTAL FROM WS-INV-LIST-TOTAL
               GIVING WS-INV-DISC-TOTAL
           COMPUTE WS-ORD-TAX-AMT ROUNDED =
               WS-INV-NET-TOTAL * WS-INV-TAX-RATE
           ADD WS-INV-NET-TOTAL WS-ORD-TAX-AMT
               GIVING WS-ORD-TOTAL-AMT
           MOVE SPACES TO WS-INV-PRINT-LINE
           PERFORM WRITE-INVOICE-LINE-PROCEDURE
           MOVE WS-INV-LIST-TOTAL TO WS-DSP-ORD-AMT
           MOVE SPACES TO WS-INV-PRINT-LINE
           STRING 'LIST VALUE:        ' WS-DSP-ORD-AMT
               DELIMITED BY SIZE INTO WS-INV-PRINT-LINE
           PERFORM WRITE-INVOICE-LINE-PROCEDURE
           MOVE WS-INV-DISC-TOTAL TO WS-DSP-ORD-AMT
           MOVE SPACES TO WS-INV-PRINT-LINE
           STRING 'LESS DISCOUNT:     ' WS-DSP-ORD-AMT
               DELIMITED BY SIZE INTO WS-INV-PRINT-LINE
           PERFORM WRITE-INVOICE-LINE-PROCEDURE
           MOVE WS-INV-NET-TOTAL TO WS-DSP-ORD-AMT
           MOVE SPACES TO WS-INV-PRINT-LINE
           STRING 'SUBTOTAL:          ' WS-DSP-ORD-AMT
               DELIMITED BY SIZE INTO WS-INV-PRINT-LINE
           PERFORM WRITE-INVOICE-LINE-PROCEDURE
           COMPUTE WS-INV-TAX-PCT = WS-INV-TAX-RATE * 100
           MOVE WS-INV-TAX-PCT TO WS-DSP-INV-PCT
           MOVE WS-ORD-TAX-AMT TO WS-DSP-ORD-AMT
           MOVE SPACES TO WS-INV-PRINT-LINE
           STRING 'SALES TAX @ ' WS-DSP-INV-PCT '%:' WS-DSP-ORD-AMT
               DELIMITED BY SIZE INTO WS-INV-PRINT-LINE
           PERFORM WRITE-INVOICE-LINE-PROCEDURE
           MOVE WS-ORD-TOTAL-AMT TO WS-DSP-ORD-AMT
           MOVE SPACES TO WS-INV-PRINT-LINE
           STRING 'INVOICE TOTAL:     ' WS-DSP-ORD-AMT
               DELIMITED BY SIZE INTO WS-INV-PRINT-LINE
           PERFORM WRITE-INVOICE-LINE-PROCEDURE
           CLOSE INVOICE-PRINT
           DISPLAY 'INVOICE 'WS-INV-COUNT' WRITTEN TO invoiceprt.txt'.

       WRITE-INVOICE-DETAIL-PROCEDURE.
           OPEN INPUT PRODUCT
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
           MOVE WS-INV-PRD-ID(WS-INV-I) TO PRD-ID
           READ PRODUCT INTO WS-PRD
               INVALID KEY MOVE SPACES TO WS-PRD-NAME
               NOT INVALID KEY CONTINUE
           END-READ
           MOVE 'READ' TO WS-EXC-OPERATION
           PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
           CLOSE PRODUCT
           MULTIPLY WS-INV-UNIT-PRICE(WS-INV-I)
               BY WS-INV-QUAN(WS-INV-I)
               GIVING WS-INV-LINE-AMT
           MULTIPLY WS-INV-LIST-PRICE(WS-INV-I)
               BY WS-INV-QUAN(WS-INV-I)
               GIVING WS-INV-LIST-AMT
           ADD WS-INV-LINE-AMT TO WS-INV-NET-TOTAL
           ADD WS-INV-LIST-AMT TO WS-INV-LIST-TOTAL
           MOVE WS-INV-LIST-PRICE(WS-INV-I) TO WS-DSP-INV-LIST
           MOVE WS-INV-UNIT-PRICE(WS-INV-I) TO WS-DSP-INV-PRICE
           MOVE WS-INV-LINE-AMT TO WS-DSP-ORD-AMT
           MOVE SPACES TO WS-INV-PRINT-LINE
           STRING WS-INV-PRD-ID(WS-INV-I) ' ' WS-PRD-NAME ' '
               WS-INV-QUAN(WS-INV-I) '  ' WS-DSP-INV-LIST ' '
               WS-DSP-INV-PRICE ' ' WS-DSP-ORD-AMT
               DELIMITED BY SIZE INTO WS-INV-PRINT-LINE
           PERFORM WRITE-INVOICE-LINE-PROCEDURE
           IF WS-INV-QUAN(WS-INV-I) < WS-INV-ORD-QUAN(WS-INV-I)
               MOVE SPACES TO WS-INV-PRINT-LINE
               STRING '      ORDERED ' WS-INV-ORD-QUAN(WS-INV-I)
                   ', SHORT-SHIPPED UNITS CREDITED SEPARATELY'
                   DELIMITED BY SIZE INTO WS-INV-PRINT-LINE
               PERFORM WRITE-INVOICE-LINE-PROCEDURE
           END-IF.

       WRITE-INVOICE-LINE-PROCEDURE.
           MOVE WS-INV-PRINT-LINE TO INVOICE-PRINT-RECORD
           WRITE INVOICE-PRINT-RECORD.

       QUOTE-MENU-PROCEDURE.
           DISPLAY 'QUOTATIONS:'
           DISPLAY 'C: CREATE A QUOTE'
           PERFORM WRITE-QUOTE-LINE-PROCEDURE
           MOVE SPACES TO WS-QUO-PRINT-LINE
           PERFORM WRITE-QUOTE-LINE-PROCEDURE
           MOVE 'PRDID PRDNAME                QTY   PRICE'
               TO WS-QUO-PRINT-LINE
           MOVE 'AMOUNT' TO WS-QUO-PRINT-LINE(50:6)
           PERFORM WRITE-QUOTE-LINE-PROCEDURE
           PERFORM VARYING WS-QUO-I FROM 1 BY 1
                   UNTIL WS-QUO-I > WS-QUO-CNT
           MOVE 'READ' TO WS-EXC-OPERATION
           PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
           CLOSE PRODUCT
           IF WS-INP-PRD-ID-FND = 'Y'
               MOVE WS-INP-PRD-ID TO WS-KIT-PRD-ID
               PERFORM LOAD-KIT-PROCEDURE
               IF WS-KIT-CNT > 0
                   MOVE WS-KIT-AVAIL TO WS-PRD-QTY-ON-HAND
                   MOVE WS-KIT-UNIT-COST TO WS-PRD-UNIT-COST
               END-IF
      **
      * A DROP-SHIP LINE IS NEVER SHORT BUT NEEDS ITS SUPPLIER ON
      * FILE FOR THE PO, THE SAME AS AT ORDER ENTRY.
      **
               MOVE WS-INP-PRD-ID TO WS-DROP-PRD-ID
               PERFORM GET-DROP-SHIP-FLAG-PROCEDURE
               IF WS-DROP-SHIP-PRD = 'Y'
                   MOVE 99999 TO WS-PRD-QTY-ON-HAND
                   MOVE WS-PRD-SUP-ID TO WS-INP-SUP-ID
                   PERFORM FIND-SUPPLIER-PROCEDURE
                   IF WS-INP-SUP-FND = 'N'
                       DISPLAY 'DROP-SHIP SUPPLIER 'WS-PRD-SUP-ID
                           ' NOT ON FILE FOR PRODUCT 'WS-INP-PRD-ID
                           ' - LINE SKIPPED'
                       MOVE 'X' TO WS-INP-PRD-ID-FND
                   END-IF
               END-IF
           END-IF
           IF WS-INP-PRD-ID-FND = 'N'
               DISPLAY 'PRODUCT 'WS-INP-PRD-ID' NO LONGER ON FILE '
                   '- LINE SKIPPED'
           END-IF
           IF WS-INP-PRD-ID-FND = 'Y'
               IF WS-INP-QUAN > WS-PRD-QTY-ON-HAND
                   DISPLAY 'INSUFFICIENT STOCK FOR PRODUCT '
                       WS-INP-PRD-ID' - LINE PLACED ON BACKORDER '
               PERFORM LOG-EXCEPTION-PROCEDURE
           END-IF.

       CHECK-INVOICE-STATUS-PROCEDURE.
           IF WS-INVOICE-FS NOT = '00'
               AND WS-INVOICE-FS NOT = '10'
               AND WS-INVOICE-FS NOT = '23'
               MOVE 'INVOICE' TO WS-EXC-FILE-NAME
               MOVE WS-INVOICE-FS TO WS-EXC-STATUS
               PERFORM LOG-EXCEPTION-PROCEDURE
           END-IF.

       CHECK-INVOICE-LINE-STATUS-PROCEDURE.
           IF WS-INVOICE-LINE-FS NOT = '00'
               AND WS-INVOICE-LINE-FS NOT = '10'
               AND WS-INVOICE-LINE-FS NOT = '23'
               MOVE 'INVLINE' TO WS-EXC-FILE-NAME
               MOVE WS-INVOICE-LINE-FS TO WS-EXC-STATUS
               PERFORM LOG-EXCEPTION-PROCEDURE
           END-IF.

       CHECK-INVOICE-CTL-STATUS-PROCEDURE.
           IF WS-INVOICE-CTL-FS NOT = '00'
               AND WS-INVOICE-CTL-FS NOT = '10'
               AND WS-INVOICE-CTL-FS NOT = '23'
               MOVE 'INVOICECTL' TO WS-EXC-FILE-NAME
               MOVE WS-INVOICE-CTL-FS TO WS-EXC-STATUS
               PERFORM LOG-EXCEPTION-PROCEDURE
           END-IF.

       CHECK-QUOTE-CTL-STATUS-PROCEDURE.
           IF WS-QUOTE-CTL-FS NOT = '00'
               AND WS-QUOTE-CTL-FS NOT = '10'
           DISPLAY 'PURCHASE ORDERS:'
           DISPLAY 'R: RAISE NEW PURCHASE ORDER'
           DISPLAY 'L: LIST PURCHASE ORDERS'
           DISPLAY 'S: CLOSE A PURCHASE ORDER SHORT'
           DISPLAY 'D: CONFIRM DROP-SHIP DELIVERY'
           DISPLAY 'ENTER CHOICE: '
           ACCEPT WS-MAINT-CHC
           EVALUATE WS-MAINT-CHC
                   PERFORM RAISE-PO-PROCEDURE
               WHEN 'L'
                   PERFORM LIST-PO-PROCEDURE
               WHEN 'S'
                   PERFORM CLOSE-PO-SHORT-PROCEDURE
               WHEN 'D'
                   PERFORM CONFIRM-DROP-SHIP-PROCEDURE
               WHEN OTHER
                   DISPLAY 'INVALID. TRY AGAIN.'
           END-EVALUATE.
           END-PERFORM
           CLOSE PURCH-ORD.

       CLOSE-PO-SHORT-PROCEDURE.
      **
      * CLOSES AN OPEN PO WHEN THE SUPPLIER HAS SAID THE BALANCE IS
      * NOT COMING, SO THE REORDER REPORT STOPS COUNTING IT AS ON
      * ORDER. THE STATUS GOES TO 'C' LIKE A FULLY RECEIVED PO - A
      * CLOSED PO WITH LESS RECEIVED THAN ORDERED IS WHAT THE
      * SUPPLIER SCORECARD COUNTS AS CLOSED SHORT. A DROP-SHIP PO
      * BELONGS TO ITS CUSTOMER ORDER AND CLOSES WITH IT - ON THE
      * DELIVERY, OR WHEN THE ORDER IS VOIDED.
      **
           DISPLAY 'ENTER PO ID TO CLOSE SHORT:'
           ACCEPT WS-INP-PO-ID
           PERFORM FIND-DROP-SHIP-PO-PROCEDURE
           IF WS-DRS-FND = 'Y'
               DISPLAY 'PO 'WS-INP-PO-ID' IS A DROP-SHIP PO FOR '
                   'ORDER 'WS-DRS-ORD-ID' - CONFIRM THE DELIVERY OR '
                   'VOID THE ORDER'
           ELSE
               PERFORM CLOSE-PO-SHORT-FIND-PROCEDURE
           END-IF.

       CLOSE-PO-SHORT-FIND-PROCEDURE.
           MOVE 'N' TO WS-PO-FND
           MOVE 'N' TO WS-PO-EOF
           OPEN I-O PURCH-ORD
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-PURCH-ORD-STATUS-PROCEDURE
           IF WS-PURCH-ORD-FS NOT = '00'
               MOVE 'Y' TO WS-PO-EOF
           END-IF
           PERFORM UNTIL WS-PO-EOF = 'Y'
               READ PURCH-ORD
                   AT END MOVE 'Y' TO WS-PO-EOF
                   NOT AT END
                       IF PO-ID = WS-INP-PO-ID AND PO-OPEN
                           MOVE 'Y' TO WS-PO-FND
                           MOVE 'Y' TO WS-PO-EOF
                           PERFORM CLOSE-PO-SHORT-APPLY-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PURCH-ORD-FS = '00' OR WS-PURCH-ORD-FS = '10'
               CLOSE PURCH-ORD
           END-IF
           IF WS-PO-FND = 'N'
               DISPLAY 'NO OPEN PO 'WS-INP-PO-ID' ON FILE'
           END-IF.

       CLOSE-PO-SHORT-APPLY-PROCEDURE.
           DISPLAY 'PO 'PO-ID' SUPPLIER 'PO-SUP-ID' PRODUCT 'PO-PRD-ID
               ' - 'PO-RCV-QTY' OF 'PO-ORD-QTY' RECEIVED'
           DISPLAY 'CLOSE THIS PO WITHOUT THE BALANCE? (Y/N):'
           ACCEPT WS-INP-PO-SHORT-OK
           IF WS-INP-PO-SHORT-OK = 'Y'
               MOVE 'C' TO PO-STATUS
               REWRITE PURCH-ORD-FILE
               MOVE 'REWRITE' TO WS-EXC-OPERATION
               PERFORM CHECK-PURCH-ORD-STATUS-PROCEDURE
               IF WS-PURCH-ORD-FS = '00'
                   DISPLAY 'PO 'PO-ID' CLOSED SHORT'
                   MOVE 'PURCHORD' TO WS-AUD-REC-TYPE
                   MOVE PO-ID TO WS-AUD-KEY
                   MOVE SPACES TO WS-AUD-OLD-VALUE
                   MOVE SPACES TO WS-AUD-NEW-VALUE
                   STRING 'O ' PO-RCV-QTY ' OF ' PO-ORD-QTY
                       DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
                   STRING 'CLOSED SHORT ' PO-RCV-QTY ' C'
                       DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
                   PERFORM LOG-AUDIT-PROCEDURE
               ELSE
                   DISPLAY 'PO FILE REWRITE FAILED - PO LEFT OPEN'
               END-IF
           ELSE
               DISPLAY 'PO LEFT OPEN'
           END-IF.

       CHECK-PURCH-ORD-STATUS-PROCEDURE.
           IF WS-PURCH-ORD-FS NOT = '00'
               AND WS-PURCH-ORD-FS NOT = '10'
                               + WS-INP-RCV-QUAN * WS-INP-RCV-COST)
                               / (PRD-QTY-ON-HAND + WS-INP-RCV-QUAN)
                       END-IF
                       ADD WS-INP-RCV-QUAN TO PRD-QTY-ON-HAND
                       REWRITE PRODUCT-FILE
                       MOVE 'Y' TO WS-RECEIPT-POSTED
                       MOVE 'RECEIPT' TO WS-AUD-REC-TYPE
                       MOVE WS-INP-PRD-ID TO WS-AUD-KEY
                       MOVE SPACES TO WS-AUD-OLD-VALUE
                       STRING 'ONHAND ' WS-OLD-PRD-QTY-ON-HAND
                           DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
                       MOVE SPACES TO WS-AUD-NEW-VALUE
                       STRING 'SUP ' WS-INP-SUP-ID ' QTY '
                           WS-INP-RCV-QUAN
                           DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
                       PERFORM LOG-AUDIT-PROCEDURE
                       DISPLAY 'RECEIPT POSTED - ON HAND NOW '
                           PRD-QTY-ON-HAND
                   ELSE
                       DISPLAY 'RECEIVING FILE WRITE FAILED - '
                           'RECEIPT NOT POSTED, STOCK NOT TOUCHED'
                   END-IF
           END-READ
           MOVE 'REWRITE' TO WS-EXC-OPERATION
           PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
           CLOSE PRODUCT.

       SAVE-RECEIPT-PROCEDURE.
           MOVE 'N' TO WS-SAVE-OK
           OPEN EXTEND RECEIVING
           IF WS-RECEIVING-FS = '35'
               OPEN OUTPUT RECEIVING
           END-IF
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-RECEIVING-STATUS-PROCEDURE
           IF WS-RECEIVING-FS = '00'
               MOVE WS-INP-SUP-ID TO RCV-SUP-ID
               MOVE WS-INP-PRD-ID TO RCV-PRD-ID
               MOVE WS-INP-RCV-DATE TO RCV-DATE
               MOVE WS-INP-RCV-QUAN TO RCV-QUAN
               MOVE WS-INP-RCV-COST TO RCV-COST
               MOVE WS-INP-PO-ID TO RCV-PO-ID
               MOVE WS-INP-LOT-NO TO RCV-LOT-NO
               MOVE WS-INP-EXP-DATE TO RCV-EXP-DATE
               WRITE RECEIVING-FILE
               END-WRITE
               MOVE 'WRITE' TO WS-EXC-OPERATION
               PERFORM CHECK-RECEIVING-STATUS-PROCEDURE
               IF WS-RECEIVING-FS = '00'
                   MOVE 'Y' TO WS-SAVE-OK
               END-IF
               CLOSE RECEIVING
           END-IF.

       RAISE-DROP-SHIP-PO-PROCEDURE.
      **
      * RAISES THE SUPPLIER PO FOR A DROP-SHIP LINE JUST SAVED ON
      * ORDER WS-ORD-COUNT, THROUGH THE SAME NUMBERING AND PO.DAT
      * WRITE AS A PO PURCHASING RAISES BY HAND, AND RECORDS ON
      * DROPSHIP.DAT WHICH ORDER THE PO BELONGS TO AND THE CUSTOMER
      * ADDRESS THE SUPPLIER DELIVERS TO. WS-PRD AND WS-CST STILL
      * HOLD THE LINE'S PRODUCT AND THE ORDER'S CUSTOMER.
      **
           MOVE WS-PRD-SUP-ID TO WS-INP-SUP-ID
           MOVE WS-INP-QUAN TO WS-INP-PO-QTY
           DISPLAY 'ENTER SUPPLIER DELIVERY DATE FOR PRODUCT '
               WS-INP-PRD-ID' (MMDDYYYY):'
           ACCEPT WS-INP-PO-EXP-DATE
           PERFORM ASSIGN-PO-ID-PROCEDURE
           PERFORM SAVE-PO-PROCEDURE
           IF WS-SAVE-OK = 'Y'
               MOVE WS-PO-COUNT TO WS-DRS-PO-ID
           ELSE
               MOVE ZERO TO WS-DRS-PO-ID
               DISPLAY 'DROP-SHIP LINE HAS NO PO - VOID AND RE-ENTER '
                   'THE ORDER'
           END-IF
           MOVE WS-ORD-COUNT TO WS-DRS-ORD-ID
           MOVE WS-INP-PRD-ID TO WS-DRS-PRD-ID
           MOVE WS-INP-QUAN TO WS-DRS-QTY
           MOVE WS-INP-SUP-ID TO WS-DRS-SUP-ID
           MOVE WS-INP-CST-ID TO WS-DRS-CST-ID
           MOVE WS-CST-ADDRESS TO WS-DRS-SHIP-TO
           MOVE 'O' TO WS-DRS-STATUS
           MOVE ZERO TO WS-DRS-DLV-DATE
           MOVE ZERO TO WS-DRS-DLV-QTY
           PERFORM SAVE-DROP-SHIP-PROCEDURE
           IF WS-SAVE-OK = 'Y'
               DISPLAY 'SUPPLIER DELIVERS DIRECT TO 'WS-DRS-SHIP-TO
               MOVE 'DROPSHIP' TO WS-AUD-REC-TYPE
               MOVE WS-DRS-ORD-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING 'PRD ' WS-DRS-PRD-ID ' PO ' WS-DRS-PO-ID ' OPEN'
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
           ELSE
               PERFORM DROP-SHIP-WRITE-FAILED-PROCEDURE
           END-IF.

       DROP-SHIP-WRITE-FAILED-PROCEDURE.
      **
      * WITH NO DROPSHIP.DAT ROW NOTHING TIES THE PO TO THE ORDER, SO
      * THE SUPPLIER WOULD DELIVER GOODS NO ONE EXPECTS. THE PO JUST
      * RAISED IS CLOSED AGAIN WITH NOTHING RECEIVED. EVERY OTHER
      * PROGRAM NOW TAKES THE LINE AS SOLD FROM STOCK, SO A VOID WILL
      * PUT BACK STOCK THAT NEVER CAME OFF THE SHELF - THE OPERATOR
      * IS TOLD TO TAKE IT BACK OFF BY HAND.
      **
           DISPLAY 'DROP-SHIP FILE WRITE FAILED - LINE HAS NO SUPPLIER'
           MOVE 'DROPSHIP' TO WS-AUD-REC-TYPE
           MOVE WS-DRS-ORD-ID TO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-OLD-VALUE
           MOVE SPACES TO WS-AUD-NEW-VALUE
           STRING 'PRD ' WS-DRS-PRD-ID ' PO ' WS-DRS-PO-ID ' NO ROW'
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
           PERFORM LOG-AUDIT-PROCEDURE
           IF WS-DRS-PO-ID > 0
               MOVE WS-DRS-PO-ID TO WS-INP-PO-ID
               MOVE ZERO TO WS-INP-RCV-QUAN
               MOVE 'CANCELLED' TO WS-DRS-PO-NOTE
               PERFORM CLOSE-DROP-SHIP-PO-PROCEDURE
           END-IF
           DISPLAY 'VOID AND RE-ENTER THE ORDER, THEN TAKE '
               WS-DRS-QTY' OF PRODUCT 'WS-DRS-PRD-ID
               ' BACK OFF STOCK UNDER PRODUCT MAINTENANCE'.

       SAVE-DROP-SHIP-PROCEDURE.
           MOVE 'N' TO WS-SAVE-OK
           OPEN EXTEND DROP-SHIP
           IF WS-DROP-SHIP-FS = '35'
               OPEN OUTPUT DROP-SHIP
           END-IF
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-DROP-SHIP-STATUS-PROCEDURE
           IF WS-DROP-SHIP-FS = '00'
               MOVE WS-DRS TO DROP-SHIP-FILE
               WRITE DROP-SHIP-FILE
               END-WRITE
               MOVE 'WRITE' TO WS-EXC-OPERATION
               PERFORM CHECK-DROP-SHIP-STATUS-PROCEDURE
               IF WS-DROP-SHIP-FS = '00'
                   MOVE 'Y' TO WS-SAVE-OK
               END-IF
               CLOSE DROP-SHIP
           END-IF.

       FIND-DROP-SHIP-LINE-PROCEDURE.
      **
      * FINDS THE DROPSHIP.DAT ROW OF ORDER WS-INP-ORD-ID FOR PRODUCT
      * WS-INP-PRD-ID. A LINE WITH NO ROW WAS SOLD FROM STOCK,
      * WHATEVER THE PRODUCT'S DROP-SHIP FLAG SAYS TODAY.
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
                       IF DRS-ORD-ID = WS-INP-ORD-ID
                           AND DRS-PRD-ID = WS-INP-PRD-ID
                           MOVE DROP-SHIP-FILE TO WS-DRS
                           MOVE 'Y' TO WS-DRS-FND
                           MOVE 'Y' TO WS-DRS-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DROP-SHIP-FS = '00' OR WS-DROP-SHIP-FS = '10'
               CLOSE DROP-SHIP
           END-IF.

       FIND-DROP-SHIP-PO-PROCEDURE.
           MOVE 'N' TO WS-DRS-FND
           MOVE 'N' TO WS-DRS-EOF
           OPEN INPUT DROP-SHIP
           IF WS-DROP-SHIP-FS NOT = '00' OR WS-INP-PO-ID = 0
               MOVE 'Y' TO WS-DRS-EOF
           END-IF
           PERFORM UNTIL WS-DRS-EOF = 'Y'
               READ DROP-SHIP
                   AT END MOVE 'Y' TO WS-DRS-EOF
                   NOT AT END
                       IF DRS-PO-ID = WS-INP-PO-ID
                           MOVE DROP-SHIP-FILE TO WS-DRS
                           MOVE 'Y' TO WS-DRS-FND
                           MOVE 'Y' TO WS-DRS-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DROP-SHIP-FS = '00' OR WS-DROP-SHIP-FS = '10'
               CLOSE DROP-SHIP
           END-IF.

       LOAD-ORDER-DROP-SHIP-PROCEDURE.
      **
      * LOADS THE DROP-SHIP PRODUCTS OF ORDER WS-INP-ORD-ID, COUNTS
      * HOW MANY THE SUPPLIER HAS STILL TO DELIVER AND HAS DELIVERED,
      * AND COUNTS THE ORDER'S OTHER LINES - THE ONES THE WAREHOUSE
      * PICKS AND SHIPS. THE CALLER MUST HAVE ORDERLINE.DAT CLOSED.
      **
           MOVE ZERO TO WS-DRO-CNT
           MOVE ZERO TO WS-DRO-OPEN-CNT
           MOVE ZERO TO WS-DRO-DLV-CNT
           MOVE ZERO TO WS-DRO-STOCK-CNT
           MOVE 'N' TO WS-DRO-EOF
           OPEN INPUT DROP-SHIP
           IF WS-DROP-SHIP-FS NOT = '00'
               MOVE 'Y' TO WS-DRO-EOF
           END-IF
           PERFORM UNTIL WS-DRO-EOF = 'Y'
               READ DROP-SHIP
                   AT END MOVE 'Y' TO WS-DRO-EOF
                   NOT AT END
                       IF DRS-ORD-ID = WS-INP-ORD-ID
                           IF WS-DRO-CNT < 20
                               ADD 1 TO WS-DRO-CNT
                               MOVE DRS-PRD-ID
                                   TO WS-DRO-PRD-ID(WS-DRO-CNT)
                           END-IF
                           IF DRS-OPEN
                               ADD 1 TO WS-DRO-OPEN-CNT
                           END-IF
                           IF DRS-DELIVERED
                               ADD 1 TO WS-DRO-DLV-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DROP-SHIP-FS = '00' OR WS-DROP-SHIP-FS = '10'
               CLOSE DROP-SHIP
           END-IF
           MOVE 'N' TO WS-DRO-EOF
           OPEN INPUT ORDERLINE
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-ORDERLINE-STATUS-PROCEDURE
           PERFORM UNTIL WS-DRO-EOF = 'Y'
               READ ORDERLINE INTO WS-ORDL
                   AT END MOVE 'Y' TO WS-DRO-EOF
                   NOT AT END
                       IF WS-ORDL-ID = WS-INP-ORD-ID
                           AND WS-ORDL-QUAN > 0
                           PERFORM CHECK-DROP-SHIP-LINE-PROCEDURE
                           IF WS-DRO-LINE = 'N'
                               ADD 1 TO WS-DRO-STOCK-CNT
                           END-IF
                       END-IF
               END-READ
               MOVE 'READ' TO WS-EXC-OPERATION
               PERFORM CHECK-ORDERLINE-STATUS-PROCEDURE
           END-PERFORM
           CLOSE ORDERLINE.

       CHECK-DROP-SHIP-LINE-PROCEDURE.
           MOVE 'N' TO WS-DRO-LINE
           PERFORM VARYING WS-DRO-I FROM 1 BY 1
                   UNTIL WS-DRO-I > WS-DRO-CNT
               IF WS-DRO-PRD-ID(WS-DRO-I) = WS-ORDL-PRD-ID
                   MOVE 'Y' TO WS-DRO-LINE
               END-IF
           END-PERFORM.

       CANCEL-ORDER-DROP-SHIP-PROCEDURE.
      **
      * A VOIDED ORDER TAKES ITS UNDELIVERED DROP-SHIP LINES WITH IT:
      * EACH ROW GOES TO CANCELLED AND ITS PO IS CLOSED WITH NOTHING
      * RECEIVED, AND PURCHASING IS TOLD TO CALL THE SUPPLIER OFF.
      **
           MOVE 'N' TO WS-DRS-EOF
           OPEN I-O DROP-SHIP
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-DROP-SHIP-STATUS-PROCEDURE
           IF WS-DROP-SHIP-FS NOT = '00'
               MOVE 'Y' TO WS-DRS-EOF
           END-IF
           PERFORM UNTIL WS-DRS-EOF = 'Y'
               READ DROP-SHIP
                   AT END MOVE 'Y' TO WS-DRS-EOF
                   NOT AT END
                       IF DRS-ORD-ID = WS-INP-ORD-ID AND DRS-OPEN
                           MOVE 'C' TO DRS-STATUS
                           REWRITE DROP-SHIP-FILE
                           MOVE 'REWRITE' TO WS-EXC-OPERATION
                           PERFORM CHECK-DROP-SHIP-STATUS-PROCEDURE
                           PERFORM CANCEL-ONE-DROP-SHIP-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DROP-SHIP-FS = '00' OR WS-DROP-SHIP-FS = '10'
               CLOSE DROP-SHIP
           END-IF.

       CANCEL-ONE-DROP-SHIP-PROCEDURE.
           DISPLAY 'DROP-SHIP PO 'DRS-PO-ID' CANCELLED - TELL SUPPLIER '
               DRS-SUP-ID' NOT TO DELIVER'
           MOVE 'DROPSHIP' TO WS-AUD-REC-TYPE
           MOVE DRS-ORD-ID TO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-OLD-VALUE
           STRING 'PRD ' DRS-PRD-ID ' PO ' DRS-PO-ID ' OPEN'
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
           MOVE SPACES TO WS-AUD-NEW-VALUE
           STRING 'PRD ' DRS-PRD-ID ' PO ' DRS-PO-ID ' CANCELLED'
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
           PERFORM LOG-AUDIT-PROCEDURE
           MOVE DRS-PO-ID TO WS-INP-PO-ID
           MOVE ZERO TO WS-INP-RCV-QUAN
           MOVE 'CANCELLED' TO WS-DRS-PO-NOTE
           PERFORM CLOSE-DROP-SHIP-PO-PROCEDURE.

       CLOSE-DROP-SHIP-PO-PROCEDURE.
      **
      * A DROP-SHIP PO CLOSES ON ITS ONE DELIVERY, SHORT OR NOT -
      * THE SUPPLIER DELIVERED WHAT IT WAS GOING TO AND THE SHORTFALL
      * HAS BEEN CREDITED TO THE CUSTOMER - OR WHEN ITS ORDER IS
      * VOIDED, WITH NOTHING RECEIVED.
      **
           IF WS-INP-PO-ID > 0
               MOVE 'N' TO WS-PO-EOF
               OPEN I-O PURCH-ORD
               MOVE 'OPEN' TO WS-EXC-OPERATION
               PERFORM CHECK-PURCH-ORD-STATUS-PROCEDURE
               IF WS-PURCH-ORD-FS NOT = '00'
                   MOVE 'Y' TO WS-PO-EOF
               END-IF
               PERFORM UNTIL WS-PO-EOF = 'Y'
                   READ PURCH-ORD
                       AT END MOVE 'Y' TO WS-PO-EOF
                       NOT AT END
                           IF PO-ID = WS-INP-PO-ID AND PO-OPEN
                               PERFORM CLOSE-DROP-PO-APPLY-PROCEDURE
                               MOVE 'Y' TO WS-PO-EOF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-PURCH-ORD-FS = '00' OR WS-PURCH-ORD-FS = '10'
                   CLOSE PURCH-ORD
               END-IF
           END-IF.

       CLOSE-DROP-PO-APPLY-PROCEDURE.
           MOVE 'PURCHORD' TO WS-AUD-REC-TYPE
           MOVE PO-ID TO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-OLD-VALUE
           STRING 'O ' PO-RCV-QTY ' OF ' PO-ORD-QTY
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
           ADD WS-INP-RCV-QUAN TO PO-RCV-QTY
           MOVE 'C' TO PO-STATUS
           REWRITE PURCH-ORD-FILE
           MOVE 'REWRITE' TO WS-EXC-OPERATION
           PERFORM CHECK-PURCH-ORD-STATUS-PROCEDURE
           IF WS-PURCH-ORD-FS = '00'
               DISPLAY 'PO 'PO-ID' CLOSED - 'WS-DRS-PO-NOTE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING WS-DRS-PO-NOTE ' ' PO-RCV-QTY ' C'
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
           ELSE
               DISPLAY 'PO FILE REWRITE FAILED - CLOSE PO 'PO-ID
                   ' SHORT BY HAND'
           END-IF.

       CONFIRM-DROP-SHIP-PROCEDURE.
      **
      * THE SUPPLIER HAS DELIVERED A DROP-SHIP PO TO THE CUSTOMER.
      * THE DELIVERY IS RECORDED ON RECEIVING.DAT AGAINST THE PO SO
      * THE SUPPLIER INVOICE THREE-WAY MATCHES AND THE SCORECARD
      * COUNTS IT, BUT NO STOCK MOVES - THE GOODS NEVER PASS THROUGH
      * PRD-QTY-ON-HAND OR PRODLOC.DAT. THE PO CLOSES, THE ORDER
      * LINE IS MARKED DELIVERED AND BILLED ON ITS OWN NUMBERED
      * INVOICE, AND A SHORT DELIVERY IS CREDITED THROUGH THE SAME
      * CREDIT-MEMO PATH A SHORT PICK USES. AN ORDER LEFT WITH
      * NOTHING FOR THE WAREHOUSE OR A SUPPLIER TO SHIP IS MARKED
      * SHIPPED ON THE DELIVERY DATE.
      **
           DISPLAY 'ENTER DROP-SHIP PO ID:'
           ACCEPT WS-INP-PO-ID
           PERFORM FIND-DROP-SHIP-PO-PROCEDURE
           EVALUATE TRUE
               WHEN WS-DRS-FND = 'N'
                   DISPLAY 'PO 'WS-INP-PO-ID' IS NOT A DROP-SHIP PO'
               WHEN WS-DRS-STATUS NOT = 'O'
                   DISPLAY 'DROP-SHIP PO 'WS-INP-PO-ID' IS ALREADY '
                       'DELIVERED OR CANCELLED'
               WHEN OTHER
                   PERFORM CONFIRM-DROP-SHIP-DETAIL-PROCEDURE
           END-EVALUATE.

       CONFIRM-DROP-SHIP-DETAIL-PROCEDURE.
           DISPLAY 'ORDER 'WS-DRS-ORD-ID' CUSTOMER 'WS-DRS-CST-ID
               ' PRODUCT 'WS-DRS-PRD-ID' QTY 'WS-DRS-QTY
           DISPLAY 'SHIP TO: 'WS-DRS-SHIP-TO
           DISPLAY 'ENTER DELIVERY DATE (MMDDYYYY):'
           ACCEPT WS-INP-SHIP-DATE
           DISPLAY 'ENTER QUANTITY DELIVERED (0 FOR ALL '
               WS-DRS-QTY'):'
           ACCEPT WS-INP-DLV-QTY
           IF WS-INP-DLV-QTY = 0
               MOVE WS-DRS-QTY TO WS-INP-DLV-QTY
           END-IF
           IF WS-INP-DLV-QTY > WS-DRS-QTY
               DISPLAY 'CANNOT DELIVER MORE THAN ORDERED - TAKEN AS '
                   WS-DRS-QTY
               MOVE WS-DRS-QTY TO WS-INP-DLV-QTY
           END-IF
           DISPLAY 'ENTER SUPPLIER UNIT COST (0 FOR STANDARD COST):'
           ACCEPT WS-INP-RCV-COST
           MOVE WS-DRS-ORD-ID TO WS-INP-ORD-ID
           PERFORM AMEND-FIND-ORDER-PROCEDURE
           MOVE WS-INP-SHIP-DATE TO WS-CHK-DATE
           PERFORM CHECK-PERIOD-OPEN-PROCEDURE
           EVALUATE TRUE
               WHEN WS-AMD-ORD-FND = 'N' OR WS-ORD-STATUS = 'V'
                   DISPLAY 'ORDER 'WS-INP-ORD-ID' NOT FOUND OR VOID '
                       '- DELIVERY NOT POSTED'
               WHEN WS-PERIOD-CLOSED = 'Y'
                   DISPLAY 'ACCOUNTING PERIOD IS CLOSED - DELIVERY '
                       'NOT POSTED'
               WHEN OTHER
                   PERFORM POST-DROP-SHIP-DELIVERY-PROCEDURE
           END-EVALUATE.

       POST-DROP-SHIP-DELIVERY-PROCEDURE.
      **
      * THE RECEIVING RECORD IS WRITTEN FIRST, THE SAME AS A STOCK
      * RECEIPT - IF RECEIVING.DAT CANNOT TAKE IT, THE PO, THE ORDER
      * AND THE CUSTOMER ARE LEFT AS THEY WERE. A DELIVERY KEYED
      * WITHOUT A COST IS RECORDED AT THE PRODUCT'S UNIT COST.
      **
           MOVE WS-DRS-PRD-ID TO WS-INP-PRD-ID
           MOVE WS-DRS-SUP-ID TO WS-INP-SUP-ID
           MOVE WS-ORD-CST-ID TO WS-INP-CST-ID
           IF WS-INP-RCV-COST = 0
               OPEN INPUT PRODUCT
               MOVE 'OPEN' TO WS-EXC-OPERATION
               PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
               MOVE WS-INP-PRD-ID TO PRD-ID
               READ PRODUCT INTO WS-PRD
                   INVALID KEY MOVE ZERO TO WS-PRD-UNIT-COST
                   NOT INVALID KEY CONTINUE
               END-READ
               MOVE 'READ' TO WS-EXC-OPERATION
               PERFORM CHECK-PRODUCT-STATUS-PROCEDURE
               CLOSE PRODUCT
               IF WS-PRD-UNIT-COST NUMERIC
                   MOVE WS-PRD-UNIT-COST TO WS-INP-RCV-COST
               END-IF
           END-IF
           MOVE WS-INP-SHIP-DATE TO WS-INP-RCV-DATE
           MOVE WS-INP-DLV-QTY TO WS-INP-RCV-QUAN
           MOVE SPACES TO WS-INP-LOT-NO
           MOVE ZERO TO WS-INP-EXP-DATE
           PERFORM SAVE-RECEIPT-PROCEDURE
           IF WS-SAVE-OK = 'Y'
               MOVE 'DELIVERED' TO WS-DRS-PO-NOTE
               PERFORM CLOSE-DROP-SHIP-PO-PROCEDURE
               PERFORM MARK-DROP-SHIP-DELIVERED-PROCEDURE
               IF WS-INP-DLV-QTY < WS-DRS-QTY
                   PERFORM CREDIT-DROP-SHIP-SHORT-PROCEDURE
               END-IF
               PERFORM SHIP-DROP-SHIP-ORDER-PROCEDURE
               MOVE 'Y' TO WS-INV-DROP-SHIP
               PERFORM ISSUE-INVOICE-PROCEDURE
               MOVE 'N' TO WS-INV-DROP-SHIP
           ELSE
               DISPLAY 'RECEIVING FILE WRITE FAILED - DELIVERY NOT '
                   'POSTED'
           END-IF.

       MARK-DROP-SHIP-DELIVERED-PROCEDURE.
           MOVE 'N' TO WS-DRS-EOF
           OPEN I-O DROP-SHIP
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-DROP-SHIP-STATUS-PROCEDURE
           IF WS-DROP-SHIP-FS NOT = '00'
               MOVE 'Y' TO WS-DRS-EOF
           END-IF
           PERFORM UNTIL WS-DRS-EOF = 'Y'
               READ DROP-SHIP
                   AT END MOVE 'Y' TO WS-DRS-EOF
                   NOT AT END
                       IF DRS-PO-ID = WS-INP-PO-ID AND DRS-OPEN
                           MOVE 'D' TO DRS-STATUS
                           MOVE WS-INP-SHIP-DATE TO DRS-DLV-DATE
                           MOVE WS-INP-DLV-QTY TO DRS-DLV-QTY
                           REWRITE DROP-SHIP-FILE
                           MOVE 'REWRITE' TO WS-EXC-OPERATION
                           PERFORM CHECK-DROP-SHIP-STATUS-PROCEDURE
                           MOVE 'DROPSHIP' TO WS-AUD-REC-TYPE
                           MOVE DRS-ORD-ID TO WS-AUD-KEY
                           MOVE SPACES TO WS-AUD-OLD-VALUE
                           STRING 'PRD ' DRS-PRD-ID ' PO ' DRS-PO-ID
                               ' OPEN'
                               DELIMITED BY SIZE
                               INTO WS-AUD-OLD-VALUE
                           MOVE SPACES TO WS-AUD-NEW-VALUE
                           STRING 'DELIVERED ' DRS-DLV-QTY ' '
                               DRS-DLV-DATE
                               DELIMITED BY SIZE
                               INTO WS-AUD-NEW-VALUE
                           PERFORM LOG-AUDIT-PROCEDURE
                           MOVE 'Y' TO WS-DRS-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DROP-SHIP-FS = '00' OR WS-DROP-SHIP-FS = '10'
               CLOSE DROP-SHIP
           END-IF.

       CREDIT-DROP-SHIP-SHORT-PROCEDURE.
           SUBTRACT WS-INP-DLV-QTY FROM WS-DRS-QTY
               GIVING WS-SHORT-QTY
           DISPLAY 'SHORT DELIVERY - 'WS-SHORT-QTY' UNITS WILL BE '
               'CREDITED'
           MOVE WS-SHORT-QTY TO WS-INP-RTN-QUAN
           MOVE WS-INP-SHIP-DATE TO WS-INP-RTN-DATE
           PERFORM CHECK-RETURNABLE-QUAN-PROCEDURE
           IF WS-RTN-LINE-FND = 'Y'
               AND WS-INP-RTN-QUAN NOT > WS-RTN-OPEN-QUAN
               PERFORM POST-RETURN-PROCEDURE
           ELSE
               DISPLAY 'SHORT-DELIVERY CREDIT COULD NOT BE POSTED '
                   '- POST IT THROUGH THE RETURN FUNCTION'
           END-IF.

       SHIP-DROP-SHIP-ORDER-PROCEDURE.
      **
      * THE WAREHOUSE SHIP CONFIRM MOVES AN ORDER WITH STOCKED LINES
      * TO SHIPPED. AN ORDER WHOSE EVERY LINE IS DROP-SHIPPED NEVER
      * PASSES THROUGH IT, SO IT SHIPS HERE, WITH THE LAST DELIVERY.
      **
           PERFORM LOAD-ORDER-DROP-SHIP-PROCEDURE
           IF WS-DRO-OPEN-CNT > 0
               DISPLAY WS-DRO-OPEN-CNT' DROP-SHIP LINE(S) ON ORDER '
                   WS-INP-ORD-ID' STILL AWAITING DELIVERY'
           END-IF
           IF WS-DRO-STOCK-CNT = 0 AND WS-DRO-OPEN-CNT = 0
               MOVE 'N' TO WS-EOF
               OPEN I-O C_ORDER
               MOVE 'OPEN' TO WS-EXC-OPERATION
               PERFORM CHECK-ORDER-STATUS-PROCEDURE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ C_ORDER
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ORD-ID = WS-INP-ORD-ID
                               AND (ORD-ENTERED OR ORD-PICKED)
                               PERFORM SHIP-DROP-SHIP-APPLY-PROCEDURE
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
                   MOVE 'READ' TO WS-EXC-OPERATION
                   PERFORM CHECK-ORDER-STATUS-PROCEDURE
               END-PERFORM
               CLOSE C_ORDER
           END-IF.

       SHIP-DROP-SHIP-APPLY-PROCEDURE.
           IF ORD-ENTERED
               MOVE 'ENTERED' TO WS-AUD-OLD-VALUE
           ELSE
               MOVE 'PICKED' TO WS-AUD-OLD-VALUE
           END-IF
           MOVE 'S' TO ORD-STATUS
           MOVE WS-INP-SHIP-DATE TO ORD-SHIP-DATE
           REWRITE ORDER-FILE
           MOVE 'REWRITE' TO WS-EXC-OPERATION
           PERFORM CHECK-ORDER-STATUS-PROCEDURE
           DISPLAY 'ORDER 'WS-INP-ORD-ID' SHIPPED - EVERY LINE '
               'DELIVERED'
           MOVE 'ORDER' TO WS-AUD-REC-TYPE
           MOVE WS-INP-ORD-ID TO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-NEW-VALUE
           STRING 'SHIPPED ' WS-INP-SHIP-DATE
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
           PERFORM LOG-AUDIT-PROCEDURE.

       BUILD-DROP-INVOICE-LINE-PROCEDURE.
      **
      * A DROP-SHIP DELIVERY BILLS JUST THE LINE THE SUPPLIER
      * DELIVERED, AT THE QUANTITY DELIVERED, THROUGH THE SAME
      * ADD-INVOICE-LINE-PROCEDURE A WAREHOUSE SHIPMENT USES.
      **
           MOVE ZERO TO WS-INV-CNT
           MOVE ZERO TO WS-INV-K
           MOVE 1 TO WS-SHIP-CNT
           MOVE WS-INP-DLV-QTY TO WS-SHP-SHIPPED(1)
           MOVE 'N' TO WS-INV-FULL-WARNED
           MOVE 'N' TO WS-TEMP-EOF
           OPEN INPUT ORDERLINE
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-ORDERLINE-STATUS-PROCEDURE
           PERFORM UNTIL WS-TEMP-EOF = 'Y'
               READ ORDERLINE INTO WS-ORDL
                   AT END MOVE 'Y' TO WS-TEMP-EOF
                   NOT AT END
                       IF WS-ORDL-ID = WS-INP-ORD-ID
                           AND WS-ORDL-PRD-ID = WS-DRS-PRD-ID
                           AND WS-ORDL-QUAN > 0
                           PERFORM ADD-INVOICE-LINE-PROCEDURE
                           MOVE 'Y' TO WS-TEMP-EOF
                       END-IF
               END-READ
               MOVE 'READ' TO WS-EXC-OPERATION
               PERFORM CHECK-ORDERLINE-STATUS-PROCEDURE
           END-PERFORM
           CLOSE ORDERLINE.

       SUPPLIER-MAINTENANCE-PROCEDURE.
           DISPLAY 'SUPPLIER MAINTENANCE:'
           DISPLAY 'A: ADD NEW SUPPLIER'
               CLOSE SUPPLIER
           END-IF.

       SUP-INVOICE-MENU-PROCEDURE.
           DISPLAY 'SUPPLIER INVOICES / PAYABLES:'
           DISPLAY 'E: ENTER SUPPLIER INVOICE'
           DISPLAY 'L: LIST SUPPLIER INVOICES'
           DISPLAY 'R: RELEASE A HELD INVOICE'
           DISPLAY 'ENTER CHOICE: '
           ACCEPT WS-MAINT-CHC
           EVALUATE WS-MAINT-CHC
               WHEN 'E'
                   PERFORM ENTER-SUP-INVOICE-PROCEDURE
               WHEN 'L'
                   PERFORM LIST-SUP-INVOICE-PROCEDURE
               WHEN 'R'
                   IF WS-OPERATOR-LEVEL < 9
                       DISPLAY 'RELEASING A HELD INVOICE NEEDS A '
                           'SUPERVISOR'
                   ELSE
                       PERFORM RELEASE-SUP-INVOICE-PROCEDURE
                   END-IF
               WHEN OTHER
                   DISPLAY 'INVALID. TRY AGAIN.'
           END-EVALUATE.

       ENTER-SUP-INVOICE-PROCEDURE.
      **
      * RECORDS A SUPPLIER'S BILL AGAINST THE PURCHASE ORDER IT IS
      * FOR AND RUNS THE THREE-WAY MATCH STRAIGHT AWAY - WHAT WAS
      * ORDERED (PO.DAT), WHAT ACTUALLY ARRIVED AND AT WHAT COST
      * (RECEIVING.DAT) AND WHAT THE SUPPLIER IS ASKING FOR. A BILL
      * THAT MATCHES INSIDE TOLERANCE IS APPROVED FOR THE PAYMENT
      * RUN; ANYTHING ELSE IS HELD WITH A REASON UNTIL PURCHASING
      * SORTS IT OUT AND A SUPERVISOR RELEASES IT. THE SAME SUPPLIER
      * INVOICE NUMBER CANNOT BE KEYED TWICE, SO A DUPLICATE BILL IS
      * NEVER PAID TWICE.
      **
           DISPLAY 'ENTER PO NUMBER THE INVOICE IS FOR:'
           ACCEPT WS-INP-PO-ID
           PERFORM FIND-ANY-PO-PROCEDURE
           IF WS-PO-ANY-FND NOT = 'Y'
               DISPLAY 'PO NOT FOUND - INVOICE NOT RECORDED'
           ELSE
               MOVE WS-PO-SUP-ID TO WS-INP-SUP-ID
               DISPLAY 'PO 'WS-INP-PO-ID' SUPPLIER 'WS-PO-SUP-ID
                   ' PRODUCT 'WS-PO-PRD-ID' ORDERED 'WS-PO-ORD-QTY
                   ' RECEIVED 'WS-PO-RCV-QTY
               DISPLAY 'ENTER SUPPLIER INVOICE NUMBER:'
               ACCEPT WS-INP-SIN-REF
               PERFORM FIND-DUP-SUP-INVOICE-PROCEDURE
               IF WS-INP-SIN-REF = SPACES
                   DISPLAY 'INVOICE NUMBER IS REQUIRED - INVOICE NOT '
                       'RECORDED'
               ELSE
                   IF WS-SIN-DUP-FND = 'Y'
                       DISPLAY 'INVOICE 'WS-INP-SIN-REF' ALREADY ON '
                           'FILE FOR SUPPLIER 'WS-INP-SUP-ID
                           ' - NOT RECORDED TWICE'
                   ELSE
                       PERFORM ENTER-SUP-INVOICE-DETAIL-PROCEDURE
                   END-IF
               END-IF
           END-IF.

       ENTER-SUP-INVOICE-DETAIL-PROCEDURE.
           DISPLAY 'ENTER INVOICE DATE (MMDDYYYY):'
           ACCEPT WS-INP-SIN-DATE
           DISPLAY 'ENTER DUE DATE (MMDDYYYY):'
           ACCEPT WS-INP-SIN-DUE
           DISPLAY 'ENTER EARLY-PAYMENT DISCOUNT PERCENT (0 IF NONE):'
           ACCEPT WS-INP-SIN-DISC-PCT
           IF WS-INP-SIN-DISC-PCT > 0
               DISPLAY 'ENTER LAST DATE FOR THE DISCOUNT (MMDDYYYY):'
               ACCEPT WS-INP-SIN-DISC-DATE
           ELSE
               MOVE ZERO TO WS-INP-SIN-DISC-DATE
           END-IF
           DISPLAY 'ENTER QUANTITY BILLED:'
           ACCEPT WS-INP-SIN-QTY
           DISPLAY 'ENTER UNIT COST BILLED:'
           ACCEPT WS-INP-SIN-COST
           IF WS-INP-SIN-QTY = 0
               DISPLAY 'QUANTITY MUST BE GREATER THAN ZERO - INVOICE '
                   'NOT RECORDED'
           ELSE
               MULTIPLY WS-INP-SIN-QTY BY WS-INP-SIN-COST
                   GIVING WS-SIN-AMOUNT ROUNDED
               PERFORM MATCH-SUP-INVOICE-PROCEDURE
               PERFORM ASSIGN-SUP-INV-ID-PROCEDURE
               PERFORM SAVE-SUP-INVOICE-PROCEDURE
           END-IF.

       FIND-ANY-PO-PROCEDURE.
      **
      * LOOKS UP A PO LINE WHATEVER ITS STATUS - A SUPPLIER USUALLY
      * BILLS AFTER THE LAST DELIVERY, WHEN THE PO HAS ALREADY
      * CLOSED, SO FIND-PO-PROCEDURE'S OPEN-ONLY RULE CANNOT SERVE.
      **
           MOVE 'N' TO WS-PO-ANY-FND
           MOVE 'N' TO WS-PO-EOF
           OPEN INPUT PURCH-ORD
           IF WS-PURCH-ORD-FS NOT = '00'
               MOVE 'Y' TO WS-PO-EOF
           END-IF
           PERFORM UNTIL WS-PO-EOF = 'Y'
               READ PURCH-ORD
                   AT END MOVE 'Y' TO WS-PO-EOF
                   NOT AT END
                       IF PO-ID = WS-INP-PO-ID
                           MOVE PO-PRD-ID TO WS-PO-PRD-ID
                           MOVE PO-SUP-ID TO WS-PO-SUP-ID
                           MOVE PO-ORD-QTY TO WS-PO-ORD-QTY
                           MOVE PO-RCV-QTY TO WS-PO-RCV-QTY
                           STRING PO-DATE(5:4) PO-DATE(1:2)
                               PO-DATE(3:2) INTO WS-YMD-TXT
                           MOVE WS-YMD-TXT TO WS-PO-DATE-YMD
                           MOVE 'Y' TO WS-PO-ANY-FND
                           MOVE 'Y' TO WS-PO-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PURCH-ORD-FS = '00' OR WS-PURCH-ORD-FS = '10'
               CLOSE PURCH-ORD
           END-IF.

       FIND-DUP-SUP-INVOICE-PROCEDURE.
      **
      * ALSO TOTALS WHAT HAS ALREADY BEEN BILLED AGAINST THE PO, SO
      * A SECOND PART-INVOICE IS MATCHED ON THE RUNNING TOTAL AND NOT
      * JUST ON ITS OWN QUANTITY.
      **
           MOVE 'N' TO WS-SIN-DUP-FND
           MOVE ZERO TO WS-AP-PRIOR-QTY
           MOVE 'N' TO WS-SIN-EOF
           OPEN INPUT SUP-INVOICE
           IF WS-SUP-INVOICE-FS NOT = '00'
               MOVE 'Y' TO WS-SIN-EOF
           END-IF
           PERFORM UNTIL WS-SIN-EOF = 'Y'
               READ SUP-INVOICE
                   AT END MOVE 'Y' TO WS-SIN-EOF
                   NOT AT END
                       IF SIN-SUP-ID = WS-INP-SUP-ID
                           AND SIN-REF = WS-INP-SIN-REF
                           MOVE 'Y' TO WS-SIN-DUP-FND
                       END-IF
                       IF SIN-PO-ID = WS-INP-PO-ID
                           ADD SIN-QTY TO WS-AP-PRIOR-QTY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUP-INVOICE-FS = '00' OR WS-SUP-INVOICE-FS = '10'
               CLOSE SUP-INVOICE
           END-IF.

       MATCH-SUP-INVOICE-PROCEDURE.
      **
      * THE THREE-WAY MATCH. QUANTITY: EVERYTHING BILLED ON THE PO SO
      * FAR, THIS BILL INCLUDED, MAY NOT EXCEED WHAT ARRIVED (NO
      * PAYING FOR GOODS THAT NEVER CAME) OR WHAT WAS ORDERED. COST:
      * THE BILLED UNIT COST IS SET AGAINST THE AVERAGE RCV-COST
      * ACTUALLY RECEIVED ON THE PO. A BILL FAILING EITHER TEST
      * OUTSIDE TOLERANCE IS HELD WITH THE REASON.
      **
           MOVE 'N' TO WS-AP-QTY-FAIL
           MOVE 'N' TO WS-AP-COST-FAIL
           MOVE SPACES TO WS-SIN-HOLD-REASON
           ADD WS-AP-PRIOR-QTY WS-INP-SIN-QTY GIVING WS-AP-BILLED-QTY
           IF WS-AP-BILLED-QTY > WS-PO-RCV-QTY + WS-AP-QTY-TOL
               MOVE 'Y' TO WS-AP-QTY-FAIL
               MOVE 'NOT RCVD' TO WS-SIN-HOLD-REASON
           ELSE
               IF WS-AP-BILLED-QTY > WS-PO-ORD-QTY + WS-AP-QTY-TOL
                   MOVE 'Y' TO WS-AP-QTY-FAIL
                   MOVE 'OVER PO' TO WS-SIN-HOLD-REASON
               END-IF
           END-IF
           PERFORM GET-PO-RECEIVED-COST-PROCEDURE
           IF WS-AP-RCV-COST > 0
               SUBTRACT WS-AP-RCV-COST FROM WS-INP-SIN-COST
                   GIVING WS-AP-COST-VAR
               COMPUTE WS-AP-COST-VAR-PCT ROUNDED =
                   WS-AP-COST-VAR * 100 / WS-AP-RCV-COST
               IF WS-AP-COST-VAR-PCT > WS-AP-COST-TOL-PCT
                   OR WS-AP-COST-VAR-PCT < 0 - WS-AP-COST-TOL-PCT
                   MOVE 'Y' TO WS-AP-COST-FAIL
               END-IF
               DISPLAY 'RECEIVED UNIT COST 'WS-AP-RCV-COST
                   ' BILLED 'WS-INP-SIN-COST' VARIANCE '
                   WS-AP-COST-VAR-PCT' PCT'
           ELSE
               DISPLAY 'NO RECEIPT COST ON FILE FOR THIS PO'
               MOVE 'Y' TO WS-AP-COST-FAIL
           END-IF
           IF WS-AP-COST-FAIL = 'Y'
               IF WS-AP-QTY-FAIL = 'Y'
                   MOVE 'QTY+COST' TO WS-SIN-HOLD-REASON
               ELSE
                   MOVE 'COST VAR' TO WS-SIN-HOLD-REASON
               END-IF
           END-IF
           IF WS-AP-QTY-FAIL = 'Y' OR WS-AP-COST-FAIL = 'Y'
               MOVE 'H' TO WS-SIN-STATUS
           ELSE
               MOVE 'A' TO WS-SIN-STATUS
           END-IF.

       GET-PO-RECEIVED-COST-PROCEDURE.
      **
      * AVERAGE UNIT COST OF THE RECEIPTS POSTED AGAINST THE PO.
      * RECEIPTS TAKEN BEFORE RECEIVING.DAT CARRIED THE PO NUMBER
      * HAVE NO LINK, SO WHEN NONE ARE LINKED THE SUPPLIER'S
      * UNLINKED RECEIPTS OF THE SAME PRODUCT SINCE THE PO DATE
      * STAND IN FOR THEM.
      **
           MOVE ZERO TO WS-AP-RCV-QTY
           MOVE ZERO TO WS-AP-RCV-VALUE
           MOVE ZERO TO WS-AP-LOOSE-QTY
           MOVE ZERO TO WS-AP-LOOSE-VALUE
           MOVE ZERO TO WS-AP-RCV-COST
           MOVE 'N' TO WS-TEMP-EOF
           OPEN INPUT RECEIVING
           IF WS-RECEIVING-FS NOT = '00'
               MOVE 'Y' TO WS-TEMP-EOF
           END-IF
           PERFORM UNTIL WS-TEMP-EOF = 'Y'
               READ RECEIVING
                   AT END MOVE 'Y' TO WS-TEMP-EOF
                   NOT AT END
                       IF RCV-PO-ID NOT NUMERIC
                           MOVE ZERO TO RCV-PO-ID
                       END-IF
                       IF RCV-PO-ID = WS-INP-PO-ID
                           ADD RCV-QUAN TO WS-AP-RCV-QTY
                           COMPUTE WS-AP-RCV-VALUE =
                               WS-AP-RCV-VALUE + RCV-QUAN * RCV-COST
                       ELSE
                           IF RCV-PO-ID = 0
                               AND RCV-SUP-ID = WS-PO-SUP-ID
                               AND RCV-PRD-ID = WS-PO-PRD-ID
                               STRING RCV-DATE(5:4) RCV-DATE(1:2)
                                   RCV-DATE(3:2) INTO WS-YMD-TXT
                               MOVE WS-YMD-TXT TO WS-RCV-YMD
                               IF WS-RCV-YMD NOT < WS-PO-DATE-YMD
                                   ADD RCV-QUAN TO WS-AP-LOOSE-QTY
                                   COMPUTE WS-AP-LOOSE-VALUE =
                                       WS-AP-LOOSE-VALUE
                                       + RCV-QUAN * RCV-COST
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RECEIVING-FS = '00' OR WS-RECEIVING-FS = '10'
               CLOSE RECEIVING
           END-IF
           IF WS-AP-RCV-QTY > 0
               COMPUTE WS-AP-RCV-COST ROUNDED =
                   WS-AP-RCV-VALUE / WS-AP-RCV-QTY
           ELSE
               IF WS-AP-LOOSE-QTY > 0
                   COMPUTE WS-AP-RCV-COST ROUNDED =
                       WS-AP-LOOSE-VALUE / WS-AP-LOOSE-QTY
               END-IF
           END-IF.

       ASSIGN-SUP-INV-ID-PROCEDURE.
      **
      * NEXT INTERNAL VOUCHER NUMBER FROM A ONE-RECORD CHECKPOINT
      * FILE, THE SAME WAY ASSIGN-PO-ID-PROCEDURE NUMBERS PURCHASE
      * ORDERS - REBUILT FROM SUPINV.DAT THE FIRST TIME
      * SUPINVCTL.DAT DOESN'T EXIST.
      **
           OPEN I-O SUP-INV-CTL
           MOVE 'OPEN' TO WS-EXC-OPERATION
           IF WS-SUP-INV-CTL-FS = '35'
               PERFORM FIND-MAX-SUP-INV-ID-PROCEDURE
               OPEN OUTPUT SUP-INV-CTL
               MOVE 'OPEN' TO WS-EXC-OPERATION
               PERFORM CHECK-SUP-INV-CTL-STATUS-PROCEDURE
               IF WS-MAX-SIN-ID-FND = 'Y'
                   ADD 1 TO WS-MAX-SIN-ID GIVING SCT-NEXT-SIN-ID
               ELSE
                   MOVE 1 TO SCT-NEXT-SIN-ID
               END-IF
               WRITE SUP-INV-CTL-FILE
               MOVE 'WRITE' TO WS-EXC-OPERATION
               PERFORM CHECK-SUP-INV-CTL-STATUS-PROCEDURE
               CLOSE SUP-INV-CTL
               OPEN I-O SUP-INV-CTL
           END-IF
           PERFORM CHECK-SUP-INV-CTL-STATUS-PROCEDURE
           READ SUP-INV-CTL
               AT END
                   PERFORM FIND-MAX-SUP-INV-ID-PROCEDURE
                   IF WS-MAX-SIN-ID-FND = 'Y'
                       ADD 1 TO WS-MAX-SIN-ID GIVING SCT-NEXT-SIN-ID
                   ELSE
                       MOVE 1 TO SCT-NEXT-SIN-ID
                   END-IF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE 'READ' TO WS-EXC-OPERATION
           PERFORM CHECK-SUP-INV-CTL-STATUS-PROCEDURE
           MOVE SCT-NEXT-SIN-ID TO WS-SIN-COUNT
           ADD 1 TO SCT-NEXT-SIN-ID
           REWRITE SUP-INV-CTL-FILE
           MOVE 'REWRITE' TO WS-EXC-OPERATION
           PERFORM CHECK-SUP-INV-CTL-STATUS-PROCEDURE
           CLOSE SUP-INV-CTL.

       FIND-MAX-SUP-INV-ID-PROCEDURE.
           MOVE ZERO TO WS-MAX-SIN-ID
           MOVE 'N' TO WS-MAX-SIN-ID-FND
           MOVE 'N' TO WS-SIN-EOF
           OPEN INPUT SUP-INVOICE
           IF WS-SUP-INVOICE-FS NOT = '00'
               MOVE 'Y' TO WS-SIN-EOF
           END-IF
           PERFORM UNTIL WS-SIN-EOF = 'Y'
               READ SUP-INVOICE
                   AT END MOVE 'Y' TO WS-SIN-EOF
                   NOT AT END
                       IF WS-MAX-SIN-ID-FND = 'N'
                           OR SIN-ID > WS-MAX-SIN-ID
                           MOVE SIN-ID TO WS-MAX-SIN-ID
                           MOVE 'Y' TO WS-MAX-SIN-ID-FND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUP-INVOICE-FS = '00' OR WS-SUP-INVOICE-FS = '10'
               CLOSE SUP-INVOICE
           END-IF.

       SAVE-SUP-INVOICE-PROCEDURE.
           MOVE 'N' TO WS-SAVE-OK
           OPEN EXTEND SUP-INVOICE
           IF WS-SUP-INVOICE-FS = '35'
               OPEN OUTPUT SUP-INVOICE
           END-IF
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-SUP-INVOICE-STATUS-PROCEDURE
           IF WS-SUP-INVOICE-FS = '00'
               MOVE WS-SIN-COUNT TO SIN-ID
               MOVE WS-INP-SUP-ID TO SIN-SUP-ID
               MOVE WS-INP-SIN-REF TO SIN-REF
               MOVE WS-INP-PO-ID TO SIN-PO-ID
               MOVE WS-INP-SIN-DATE TO SIN-INV-DATE
               MOVE WS-INP-SIN-DUE TO SIN-DUE-DATE
               MOVE WS-INP-SIN-DISC-DATE TO SIN-DISC-DATE
               MOVE WS-INP-SIN-DISC-PCT TO SIN-DISC-PCT
               MOVE WS-INP-SIN-QTY TO SIN-QTY
               MOVE WS-INP-SIN-COST TO SIN-UNIT-COST
               MOVE WS-SIN-AMOUNT TO SIN-AMOUNT
               MOVE WS-SIN-STATUS TO SIN-STATUS
               MOVE WS-SIN-HOLD-REASON TO SIN-HOLD-REASON
               MOVE ZERO TO SIN-PAID-DATE
               WRITE SUP-INVOICE-FILE
               END-WRITE
               MOVE 'WRITE' TO WS-EXC-OPERATION
               PERFORM CHECK-SUP-INVOICE-STATUS-PROCEDURE
               IF WS-SUP-INVOICE-FS = '00'
                   MOVE 'Y' TO WS-SAVE-OK
               END-IF
               CLOSE SUP-INVOICE
           END-IF
           IF WS-SAVE-OK = 'Y'
               MOVE WS-SIN-AMOUNT TO WS-DSP-SIN-AMT
               IF WS-SIN-STATUS = 'A'
                   DISPLAY 'INVOICE 'WS-SIN-COUNT' MATCHED - APPROVED '
                       'FOR PAYMENT 'WS-DSP-SIN-AMT
               ELSE
                   DISPLAY 'INVOICE 'WS-SIN-COUNT' HELD - '
                       WS-SIN-HOLD-REASON' 'WS-DSP-SIN-AMT
               END-IF
               MOVE 'SUPINV' TO WS-AUD-REC-TYPE
               MOVE WS-SIN-COUNT TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING 'PO ' WS-INP-PO-ID ' ' WS-INP-SIN-REF ' '
                   WS-SIN-STATUS ' ' WS-SIN-HOLD-REASON
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
           ELSE
               DISPLAY 'SUPPLIER INVOICE FILE WRITE FAILED - INVOICE '
                   'NOT RECORDED'
           END-IF.

       LIST-SUP-INVOICE-PROCEDURE.
           DISPLAY 'VCHR  SUPID INVOICE    POID  DUE      QTY   '
               '       AMOUNT ST HOLD'
           MOVE 'N' TO WS-SIN-EOF
           OPEN INPUT SUP-INVOICE
           IF WS-SUP-INVOICE-FS NOT = '00'
               DISPLAY 'NO SUPPLIER INVOICES ON FILE'
               MOVE 'Y' TO WS-SIN-EOF
           END-IF
           PERFORM UNTIL WS-SIN-EOF = 'Y'
               READ SUP-INVOICE
                   AT END MOVE 'Y' TO WS-SIN-EOF
                   NOT AT END
                       MOVE SIN-AMOUNT TO WS-DSP-SIN-AMT
                       DISPLAY SIN-ID' 'SIN-SUP-ID' 'SIN-REF' '
                           SIN-PO-ID' 'SIN-DUE-DATE' 'SIN-QTY' '
                           WS-DSP-SIN-AMT' 'SIN-STATUS'  '
                           SIN-HOLD-REASON
               END-READ
           END-PERFORM
           IF WS-SUP-INVOICE-FS = '00' OR WS-SUP-INVOICE-FS = '10'
               CLOSE SUP-INVOICE
           END-IF.

       RELEASE-SUP-INVOICE-PROCEDURE.
      **
      * A SUPERVISOR CLEARS A HELD INVOICE FOR PAYMENT ONCE THE
      * MISMATCH HAS BEEN RESOLVED WITH THE SUPPLIER (CREDIT NOTE
      * PROMISED, PRICE RISE AGREED, LATE DELIVERY NOW IN). THE HOLD
      * REASON STAYS ON THE RECORD AND IN THE AUDIT TRAIL.
      **
           DISPLAY 'ENTER VOUCHER NUMBER TO RELEASE:'
           ACCEPT WS-INP-SIN-ID
           MOVE 'N' TO WS-SIN-FND
           MOVE 'N' TO WS-SIN-EOF
           OPEN I-O SUP-INVOICE
           MOVE 'OPEN' TO WS-EXC-OPERATION
           PERFORM CHECK-SUP-INVOICE-STATUS-PROCEDURE
           IF WS-SUP-INVOICE-FS NOT = '00'
               MOVE 'Y' TO WS-SIN-EOF
           END-IF
           PERFORM UNTIL WS-SIN-EOF = 'Y'
               READ SUP-INVOICE
                   AT END MOVE 'Y' TO WS-SIN-EOF
                   NOT AT END
                       IF SIN-ID = WS-INP-SIN-ID AND SIN-HELD
                           MOVE SIN-HOLD-REASON TO WS-SIN-HOLD-REASON
                           MOVE 'A' TO SIN-STATUS
                           REWRITE SUP-INVOICE-FILE
                           MOVE 'REWRITE' TO WS-EXC-OPERATION
                           PERFORM CHECK-SUP-INVOICE-STATUS-PROCEDURE
                           MOVE 'Y' TO WS-SIN-FND
                           MOVE 'Y' TO WS-SIN-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUP-INVOICE-FS = '00' OR WS-SUP-INVOICE-FS = '10'
               CLOSE SUP-INVOICE
           END-IF
           IF WS-SIN-FND = 'Y'
               DISPLAY 'INVOICE 'WS-INP-SIN-ID' RELEASED FOR PAYMENT'
               MOVE 'SUPINV' TO WS-AUD-REC-TYPE
               MOVE WS-INP-SIN-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               STRING 'H ' WS-SIN-HOLD-REASON
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
               MOVE 'A RELEASED' TO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
           ELSE
               DISPLAY 'NO HELD INVOICE WITH THAT VOUCHER NUMBER'
           END-IF.

       CHECK-SUP-INVOICE-STATUS-PROCEDURE.
           IF WS-SUP-INVOICE-FS NOT = '00'
               AND WS-SUP-INVOICE-FS NOT = '10'
               AND WS-SUP-INVOICE-FS NOT = '23'
               MOVE 'SUPINV' TO WS-EXC-FILE-NAME
               MOVE WS-SUP-INVOICE-FS TO WS-EXC-STATUS
               PERFORM LOG-EXCEPTION-PROCEDURE
           END-IF.

       CHECK-SUP-INV-CTL-STATUS-PROCEDURE.
           IF WS-SUP-INV-CTL-FS NOT = '00'
               AND WS-SUP-INV-CTL-FS NOT = '10'
               AND WS-SUP-INV-CTL-FS NOT = '23'
               MOVE 'SUPINVCTL' TO WS-EXC-FILE-NAME
               MOVE WS-SUP-INV-CTL-FS TO WS-EXC-STATUS
               PERFORM LOG-EXCEPTION-PROCEDURE
           END-IF.

       ACCESS-ORDERLINE-PROCEDURE.
           MOVE 'N' TO WS-TEMP-EOF
               OPEN INPUT ORDERLINE
               READ ORDERLINE INTO WS-ORDL
                   AT END MOVE 'Y' TO WS-TEMP-EOF
                   NOT AT END
                   IF WS-ORD-ID = WS-ORDL-ID
                       AND WS-ORDL-QUAN > 0 THEN
                       DISPLAY WS-ORDL-PRD-ID' 'NO ADVANCING
                       PERFORM CHECK-PRICE-PROCEDURE
               END-READ
