      ******************************************************************
      * Author: Eron Salongsongan
      * Date: September 01, 2026
      * Purpose: Standing Order Run - generates the orders that fall
      *          due on the standing-order templates PROG1 maintains
      *          (standord.dat headers, standline.dat lines). Every
      *          template still active whose next due date is on or
      *          before the keyed run date becomes one order per due
      *          date, dated that due date, built through the same
      *          checks ORDERIMP applies - active customer, period
      *          lock, stock with backorder capture (kits from their
      *          components), credit limit, quantity breaks, as-of
      *          pricing, tax - numbered from the orderctl.dat
      *          checkpoint and posted through the same journal and
      *          audit path. Each generated order is cross-referenced
      *          to its template in standref.dat. The template's next
      *          due date then moves on by its frequency (W weekly,
      *          F fortnightly, M monthly) and a template run past
      *          its end date is marked ended. What was generated,
      *          backordered and rejected prints to standrpt.txt.
      *          A drop-ship product (dropprod.dat) is never stocked
      *          or backordered, so its template lines are rejected
      *          for keying at the counter, where the supplier PO is
      *          raised.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. STANDGEN.
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

           SELECT SALESREP ASSIGN TO 'salesrep.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REP-ID
           FILE STATUS IS WS-SALESREP-FS.

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

           SELECT STAND-PRINT ASSIGN TO 'standrpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-STAND-PRINT-FS.

           SELECT C_ORDER ASSIGN TO 'order.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ORDER-FS.

           SELECT ORDERLINE ASSIGN TO 'orderline.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ORDERLINE-FS.

           SELECT ORDER-CTL ASSIGN TO 'orderctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ORDER-CTL-FS.

           SELECT BACKORDER ASSIGN TO 'backorder.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-FS.

           SELECT PRICE-HIST ASSIGN TO 'pricehist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PRICE-HIST-FS.

           SELECT QTY-BREAK ASSIGN TO 'qtybreak.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-QTY-BREAK-FS.

           SELECT TAXRATE ASSIGN TO 'taxrate.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-TAXRATE-FS.

           SELECT PROD-LOC ASSIGN TO 'prodloc.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PROD-LOC-FS.

           SELECT PERIOD-CTL ASSIGN TO 'periodctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PERIOD-CTL-FS.

           SELECT AUDIT-TRAIL ASSIGN TO 'audit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-TRAIL-FS.

           SELECT BEFORE-IMG ASSIGN TO 'beforeimg.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BEFORE-IMG-FS.

           SELECT KIT-BOM ASSIGN TO 'kit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-KIT-BOM-FS.

           SELECT DROP-PROD ASSIGN TO 'dropprod.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DROP-PROD-FS.

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
                   88 CST-ACTIVE VALUE 'A'.
                   88 CST-INACTIVE VALUE 'I'.
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
           FD SALESREP.
           01 SALESREP-FILE.
               05 REP-ID PIC 9(5).
               05 REP-NAME PIC A(15).
               05 REP-COMM-PCT PIC 9(2)V9(2).
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
           FD STAND-PRINT.
           01 STAND-PRINT-RECORD PIC X(80).
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
           FD ORDER-CTL.
           01 ORDER-CTL-FILE.
               05 OCT-NEXT-ORD-ID PIC 9(5).
           FD BACKORDER.
           01 BACKORDER-FILE.
               05 BKO-CST-ID PIC 9(5).
               05 BKO-PRD-ID PIC 9(5).
               05 BKO-QUAN PIC 9(5).
               05 BKO-DATE PIC 9(8).
               05 BKO-STATUS PIC X(1).
           FD PRICE-HIST.
           01 PRICE-HIST-FILE.
               05 PRH-PRD-ID PIC 9(5).
               05 PRH-EFF-DATE PIC 9(8).
               05 PRH-OLD-PRICE PIC 9(4)V9(2).
               05 PRH-NEW-PRICE PIC 9(4)V9(2).
           FD QTY-BREAK.
           01 QTY-BREAK-FILE.
               05 QBK-PRD-ID PIC 9(5).
               05 QBK-MIN-QTY PIC 9(5).
               05 QBK-PRICE PIC 9(4)V9(2).
           FD TAXRATE.
           01 TAXRATE-FILE.
               05 TAX-EFF-DATE PIC 9(8).
               05 TAX-RATE-PCT PIC 9(2)V9(2).
           FD PROD-LOC.
           01 PROD-LOC-FILE.
               05 PLC-PRD-ID PIC 9(5).
               05 PLC-LOC PIC X(1).
               05 PLC-QTY PIC 9(5).
           FD PERIOD-CTL.
           01 PERIOD-CTL-FILE.
               05 PER-YYYYMM PIC 9(6).
               05 PER-STATUS PIC X(1).
                   88 PER-CLOSED VALUE 'C'.
                   88 PER-REOPENED VALUE 'O'.
               05 PER-STAMP PIC X(14).
           FD AUDIT-TRAIL.
           01 AUDIT-TRAIL-FILE.
               05 AUD-TIMESTAMP PIC X(14).
               05 AUD-REC-TYPE PIC X(10).
               05 AUD-KEY PIC X(10).
               05 AUD-OLD-VALUE PIC X(30).
               05 AUD-NEW-VALUE PIC X(30).
               05 AUD-OPERATOR PIC 9(5).
           FD BEFORE-IMG.
           01 BEFORE-IMG-FILE.
               05 JRN-TIMESTAMP PIC X(14).
               05 JRN-FILE-NAME PIC X(10).
               05 JRN-KEY PIC 9(5).
               05 JRN-IMAGE PIC X(80).
           FD KIT-BOM.
           01 KIT-BOM-FILE.
               05 KIT-PRD-ID PIC 9(5).
               05 KIT-CMP-PRD-ID PIC 9(5).
               05 KIT-CMP-QTY PIC 9(3).
           FD DROP-PROD.
           01 DROP-PROD-FILE.
               05 DRP-PRD-ID PIC 9(5).
               05 DRP-FLAG PIC X(1).
                   88 DRP-DROP-SHIP VALUE 'Y'.
      *-----------------------
       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-FS PIC X(2).
           01 WS-OPERATOR-ID PIC 9(5) VALUE ZERO.
           01 WS-OPERATOR-LEVEL PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-OK PIC A(1).
           01 WS-CUSTOMER-FS PIC X(2).
           01 WS-PRODUCT-FS PIC X(2).
           01 WS-SALESREP-FS PIC X(2).
           01 WS-STAND-ORD-FS PIC X(2).
           01 WS-STAND-LINE-FS PIC X(2).
           01 WS-STAND-REF-FS PIC X(2).
           01 WS-STAND-PRINT-FS PIC X(2).
           01 WS-ORDER-FS PIC X(2).
           01 WS-ORDERLINE-FS PIC X(2).
           01 WS-ORDER-CTL-FS PIC X(2).
           01 WS-BACKORDER-FS PIC X(2).
           01 WS-PRICE-HIST-FS PIC X(2).
           01 WS-QTY-BREAK-FS PIC X(2).
           01 WS-TAXRATE-FS PIC X(2).
           01 WS-PROD-LOC-FS PIC X(2).
           01 WS-AUDIT-TRAIL-FS PIC X(2).
           01 WS-BEFORE-IMG-FS PIC X(2).
           01 WS-PERIOD-CTL-FS PIC X(2).
           01 WS-PER-EOF PIC A(1).
           01 WS-CHK-YYYYMM PIC 9(6).
           01 WS-PERIOD-CLOSED PIC A(1).

           01 WS-EOF PIC A(1).
           01 WS-TEMP-EOF PIC A(1).
           01 WS-STL-EOF PIC A(1).
           01 WS-PRH-EOF PIC A(1).
           01 WS-QBK-EOF PIC A(1).
           01 WS-TAX-EOF PIC A(1).
           01 WS-PLC-EOF PIC A(1).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-DATE-X PIC X(8).
           01 WS-RUN-YMD PIC 9(8).
      **
      * THE TEMPLATE BEING WORKED AND THE DUE DATE BEING GENERATED.
      **
           01 WS-STO-CHANGED PIC A(1).
           01 WS-STO-OLD-NEXT PIC 9(8).
           01 WS-DUE-YMD PIC 9(8).
           01 WS-END-YMD PIC 9(8).
           01 WS-DUE-DAY-NUM PIC 9(7).
           01 WS-DUE-YYYY PIC 9(4).
           01 WS-DUE-MM PIC 9(2).
           01 WS-DUE-DD PIC 9(2).
           01 WS-LAST-YMD PIC 9(8).
           01 WS-LAST-DD PIC 9(2).
      **
      * THE LINES OF THE TEMPLATE BEING WORKED, LOADED ONCE PER
      * TEMPLATE FROM STANDLINE.DAT.
      **
           01 WS-STL-TBL.
               05 WS-STL-ENTRY OCCURS 20 TIMES.
                   10 WS-STL-PRD-ID PIC 9(5).
                   10 WS-STL-QUAN PIC 9(5).
           01 WS-STL-CNT PIC 9(2).
           01 WS-STL-I PIC 9(2).
           01 WS-GEN-CST-ID PIC 9(5).
           01 WS-GEN-DATE PIC 9(8).
           01 WS-GEN-DATE-X PIC X(8).
           01 WS-GEN-PRD-ID PIC 9(5).
           01 WS-GEN-QUAN PIC 9(5).
           01 WS-GEN-REP-ID PIC 9(5).
           01 WS-REJ-REASON PIC X(30).
           01 WS-HDR-OK PIC A(1).
           01 WS-CST-FND PIC A(1).
           01 WS-CST-ACTIVE-FLG PIC A(1).
           01 WS-CST-TAX-EXEMPT PIC X(1).
           01 WS-CST-DISC-PCT PIC 9(2)V9(2).
           01 WS-CST-CREDIT-LIMIT PIC 9(7)V9(2).
           01 WS-CST-BALANCE PIC S9(7)V9(2).
           01 WS-PRD-FND PIC A(1).
           01 WS-PRD-PRICE PIC 9(4)V9(2).
           01 WS-PRD-QTY-ON-HAND PIC 9(5).
           01 WS-PRD-UNIT-COST PIC 9(5)V9(2).
           01 WS-REP-FND PIC A(1).
      **
      * THE ORDER BEING BUILT FOR ONE DUE DATE OF ONE TEMPLATE -
      * ASSIGNED ITS NUMBER WHEN ITS FIRST LINE IS ACCEPTED AND
      * POSTED ONCE EVERY LINE HAS BEEN TRIED.
      **
           01 WS-GRP-LINE-CNT PIC 9(2).
           01 WS-GRP-RUN-TOTAL PIC S9(7)V99.
           01 WS-ORD-COUNT PIC 9(5).
           01 WS-ORD-ID-ASSIGNED PIC A(1).
           01 WS-MAX-ORD-ID PIC 9(5).
           01 WS-MAX-ORD-ID-FND PIC A(1).
           01 WS-ORD.
               05 WS-ORD-ID PIC 9(5).
               05 WS-ORD-DATE PIC 9(8).
               05 WS-ORD-CST-ID PIC 9(5).
               05 WS-ORD-STATUS PIC X(1).
           01 WS-ORD-DATE-YMD PIC X(8).
           01 WS-YMD-TXT PIC X(8).
           01 WS-ORDL-PRD-ID PIC 9(5).
           01 WS-PRICE-AS-OF PIC 9(4)V9(2).
           01 WS-FUTURE-FND PIC A(1).
           01 WS-EARLIEST-FUTURE-DATE PIC X(8).
           01 WS-EARLIEST-FUTURE-PRICE PIC 9(4)V9(2).
           01 WS-PAST-FND PIC A(1).
           01 WS-LATEST-PAST-DATE PIC X(8).
           01 WS-LATEST-PAST-PRICE PIC 9(4)V9(2).
           01 WS-QBK-BEST-QTY PIC 9(5).
           01 WS-NET-UNIT-PRICE PIC 9(4)V9(2).
           01 WS-LINE-COST-NUM PIC S9(9)V99.
           01 WS-AVAIL-CREDIT PIC S9(7)V99.
           01 WS-TAX-RATE PIC V9(4) VALUE .0700.
           01 WS-TAX-LOOKUP-YMD PIC 9(8).
           01 WS-TAX-BEST-DATE PIC 9(8).
           01 WS-ORD-TAX-AMT PIC S9(7)V99.
           01 WS-ORD-TOTAL-AMT PIC S9(7)V99.
           01 WS-LOC-FND PIC A(1).
           01 WS-SAVE-OK PIC A(1).
           01 WS-DUE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-ORDER-COUNT PIC 9(5) VALUE ZERO.
           01 WS-LINE-COUNT PIC 9(5) VALUE ZERO.
           01 WS-BKO-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-ENDED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-AUD-REC-TYPE PIC X(10).
           01 WS-AUD-KEY PIC X(10).
           01 WS-AUD-OLD-VALUE PIC X(30).
           01 WS-AUD-NEW-VALUE PIC X(30).
           01 WS-JRN-FILE-NAME PIC X(10).
           01 WS-JRN-KEY PIC 9(5).
           01 WS-JRN-IMAGE PIC X(80).
           01 WS-KIT-BOM-FS PIC X(2).
           01 WS-DROP-PROD-FS PIC X(2).
           01 WS-DRP-EOF PIC A(1).
           01 WS-DROP-SHIP-PRD PIC A(1).
           01 WS-KIT-EOF PIC A(1).
           01 WS-KIT-PRD-ID PIC 9(5).
           01 WS-KIT-TBL.
               05 WS-KIT-ENTRY OCCURS 20 TIMES.
                   10 WS-KIT-CMP-ID PIC 9(5).
                   10 WS-KIT-CMP-QTY PIC 9(3).
           01 WS-KIT-CNT PIC 9(2).
           01 WS-KIT-I PIC 9(2).
           01 WS-KIT-AVAIL PIC 9(5).
           01 WS-KIT-CMP-AVAIL PIC 9(5).
           01 WS-KIT-UNIT-COST PIC 9(5)V9(2).
           01 WS-STK-PRD-ID PIC 9(5).
           01 WS-STK-QTY PIC 9(8).
      **
      * THE RUN LISTING.
      **
           01 WS-RPT-TITLE PIC X(40).
           01 WS-COL-HEAD PIC X(80).
           01 WS-RPT-RESULT PIC X(34).
           01 WS-DSP-DUE PIC X(10).
           01 WS-DSP-ORD PIC X(5).
           01 WS-DSP-PRD PIC X(5).
           01 WS-DSP-QTY PIC ZZZZ9.
           01 WS-DSP-CNT PIC ZZZZ9.
           01 WS-DSP-AMT PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-PRINT-LINE PIC X(80).
           01 WS-HELD-LINE PIC X(80).
           01 WS-PAGE-NUM PIC 9(4) VALUE ZERO.
           01 WS-DSP-PAGE PIC ZZZ9.
           01 WS-PAGE-LINE-CNT PIC 9(3) VALUE 99.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY 'STANDING ORDER RUN'.
           PERFORM SIGNON-PROCEDURE
           DISPLAY 'ENTER RUN DATE (MMDDYYYY):'.
           ACCEPT WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X
           STRING WS-RUN-DATE-X(5:4) WS-RUN-DATE-X(1:2)
               WS-RUN-DATE-X(3:2) INTO WS-YMD-TXT
           MOVE WS-YMD-TXT TO WS-RUN-YMD
           MOVE 'N' TO WS-EOF
           OPEN I-O STAND-ORD
           IF WS-STAND-ORD-FS NOT = '00'
               DISPLAY 'NO STANDING ORDERS ON FILE - STATUS '
                   WS-STAND-ORD-FS
               DISPLAY 'NOTHING TO GENERATE'
           ELSE
               OPEN OUTPUT STAND-PRINT
               MOVE 'STANDING ORDER RUN' TO WS-RPT-TITLE
               MOVE SPACES TO WS-COL-HEAD
               STRING 'STDNO CUST  DUE DATE   ORDER PRODUCT QTY'
                   ' RESULT' DELIMITED BY SIZE INTO WS-COL-HEAD
               PERFORM NEW-PAGE-PROCEDURE
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'RUN DATE ' WS-RUN-DATE-X(1:2) '/'
                   WS-RUN-DATE-X(3:2) '/' WS-RUN-DATE-X(5:4)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE-PROCEDURE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE-PROCEDURE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STAND-ORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF STO-ACTIVE
                               PERFORM PROCESS-TEMPLATE-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAND-ORD
               PERFORM PRINT-TOTALS-PROCEDURE
               CLOSE STAND-PRINT
               DISPLAY WS-DUE-COUNT' DUE DATES PROCESSED, '
                   WS-ORDER-COUNT' ORDERS GENERATED'
               DISPLAY WS-LINE-COUNT' LINES ORDERED, '
                   WS-BKO-COUNT' LINES PLACED ON BACKORDER'
               DISPLAY WS-REJECT-COUNT' REJECTIONS, '
                   WS-ENDED-COUNT' STANDING ORDERS ENDED'
               DISPLAY 'LISTING WRITTEN TO standrpt.txt'
           END-IF.
           STOP RUN.

       PROCESS-TEMPLATE-PROCEDURE.
      **
      * ONE ORDER FOR EVERY DUE DATE THE TEMPLATE HAS REACHED BY THE
      * RUN DATE - A TEMPLATE THE RUN MISSED FOR A WEEK CATCHES UP
      * RATHER THAN SKIPPING A DELIVERY. A DUE DATE IS USED UP EVEN
      * WHEN ITS ORDER IS REJECTED: THE LISTING SHOWS THE REJECTION
      * SO THE COUNTER CAN KEY IT BY HAND ONCE THE CAUSE IS FIXED.
      **
           MOVE STO-NEXT-DATE TO WS-STO-OLD-NEXT
           MOVE 'N' TO WS-STO-CHANGED
           PERFORM LOAD-TEMPLATE-LINES-PROCEDURE
           MOVE STO-END-DATE TO WS-GEN-DATE
           PERFORM DUE-DATE-TO-YMD-PROCEDURE
           MOVE WS-DUE-YMD TO WS-END-YMD
           MOVE STO-NEXT-DATE TO WS-GEN-DATE
           PERFORM DUE-DATE-TO-YMD-PROCEDURE
           PERFORM UNTIL WS-DUE-YMD > WS-RUN-YMD
                   OR NOT STO-ACTIVE
               IF STO-END-DATE NOT = ZERO
                   AND WS-DUE-YMD > WS-END-YMD
                   MOVE 'E' TO STO-STATUS
                   ADD 1 TO WS-ENDED-COUNT
               ELSE
                   ADD 1 TO WS-DUE-COUNT
                   PERFORM GENERATE-DUE-ORDER-PROCEDURE
                   PERFORM ADVANCE-DUE-DATE-PROCEDURE
                   MOVE WS-DUE-YMD TO WS-YMD-TXT
                   STRING WS-YMD-TXT(5:2) WS-YMD-TXT(7:2)
                       WS-YMD-TXT(1:4) INTO WS-GEN-DATE-X
                   MOVE WS-GEN-DATE-X TO STO-NEXT-DATE
               END-IF
               MOVE 'Y' TO WS-STO-CHANGED
           END-PERFORM
      **
      * A TEMPLATE WHOSE NEXT DUE DATE HAS NOW PASSED ITS END DATE
      * WILL NEVER FALL DUE AGAIN, SO IT IS ENDED TONIGHT RATHER
      * THAN LEFT LOOKING ACTIVE IN THE MAINTENANCE LIST.
      **
           IF STO-ACTIVE
               AND STO-END-DATE NOT = ZERO
               AND WS-DUE-YMD > WS-END-YMD
               MOVE 'E' TO STO-STATUS
               ADD 1 TO WS-ENDED-COUNT
               MOVE 'Y' TO WS-STO-CHANGED
           END-IF
           IF WS-STO-CHANGED = 'Y'
               REWRITE STAND-ORD-FILE
               IF WS-STAND-ORD-FS NOT = '00'
                   DISPLAY 'STANDING ORDER 'STO-ID' NOT UPDATED - '
                       'STATUS 'WS-STAND-ORD-FS
               END-IF
               MOVE 'STANDING' TO WS-AUD-REC-TYPE
               MOVE STO-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               STRING 'NEXT ' WS-STO-OLD-NEXT ' A'
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING 'NEXT ' STO-NEXT-DATE ' ' STO-STATUS
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
               IF STO-ENDED
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING STO-ID ' ' STO-CST-ID
                       '                          '
                       'STANDING ORDER ENDED'
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM WRITE-PRINT-LINE-PROCEDURE
               END-IF
           END-IF.

       LOAD-TEMPLATE-LINES-PROCEDURE.
      **
      * A LINE KEYED DOWN TO ZERO IN MAINTENANCE IS OFF THE TEMPLATE
      * AND IS NOT LOADED.
      **
           MOVE ZERO TO WS-STL-CNT
           MOVE 'N' TO WS-STL-EOF
           OPEN INPUT STAND-LINE
           IF WS-STAND-LINE-FS NOT = '00'
               MOVE 'Y' TO WS-STL-EOF
           END-IF
           PERFORM UNTIL WS-STL-EOF = 'Y'
               READ STAND-LINE
                   AT END MOVE 'Y' TO WS-STL-EOF
                   NOT AT END
                       IF STL-STO-ID = STO-ID
                           AND STL-QUAN > 0
                           AND WS-STL-CNT < 20
                           ADD 1 TO WS-STL-CNT
                           MOVE STL-PRD-ID
                               TO WS-STL-PRD-ID(WS-STL-CNT)
                           MOVE STL-QUAN TO WS-STL-QUAN(WS-STL-CNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STAND-LINE-FS = '00' OR WS-STAND-LINE-FS = '10'
               CLOSE STAND-LINE
           END-IF.

       DUE-DATE-TO-YMD-PROCEDURE.
           MOVE WS-GEN-DATE TO WS-GEN-DATE-X
           STRING WS-GEN-DATE-X(5:4) WS-GEN-DATE-X(1:2)
               WS-GEN-DATE-X(3:2) INTO WS-YMD-TXT
           MOVE WS-YMD-TXT TO WS-DUE-YMD.

       ADVANCE-DUE-DATE-PROCEDURE.
      **
      * MOVES WS-DUE-YMD ON BY THE TEMPLATE'S FREQUENCY. A MONTHLY
      * DATE KEEPS ITS DAY OF THE MONTH, PULLED BACK TO THE LAST DAY
      * OF A SHORTER MONTH.
      **
           EVALUATE TRUE
               WHEN STO-WEEKLY
                   COMPUTE WS-DUE-DAY-NUM =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-YMD) + 7
                   COMPUTE WS-DUE-YMD =
                       FUNCTION DATE-OF-INTEGER(WS-DUE-DAY-NUM)
               WHEN STO-FORTNIGHTLY
                   COMPUTE WS-DUE-DAY-NUM =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-YMD) + 14
                   COMPUTE WS-DUE-YMD =
                       FUNCTION DATE-OF-INTEGER(WS-DUE-DAY-NUM)
               WHEN OTHER
                   MOVE WS-DUE-YMD(1:4) TO WS-DUE-YYYY
                   MOVE WS-DUE-YMD(5:2) TO WS-DUE-MM
                   MOVE WS-DUE-YMD(7:2) TO WS-DUE-DD
                   IF WS-DUE-MM = 12
                       MOVE 1 TO WS-DUE-MM
                       ADD 1 TO WS-DUE-YYYY
                   ELSE
                       ADD 1 TO WS-DUE-MM
                   END-IF
      **
      * THE LAST DAY OF THE NEW MONTH IS THE DAY BEFORE THE FIRST OF
      * THE MONTH AFTER IT.
      **
                   COMPUTE WS-LAST-YMD =
                       WS-DUE-YYYY * 10000 + WS-DUE-MM * 100 + 1
                   IF WS-DUE-MM = 12
                       ADD 8900 TO WS-LAST-YMD
                   ELSE
                       ADD 100 TO WS-LAST-YMD
                   END-IF
                   COMPUTE WS-DUE-DAY-NUM =
                       FUNCTION INTEGER-OF-DATE(WS-LAST-YMD) - 1
                   COMPUTE WS-LAST-YMD =
                       FUNCTION DATE-OF-INTEGER(WS-DUE-DAY-NUM)
                   MOVE WS-LAST-YMD(7:2) TO WS-LAST-DD
                   IF WS-DUE-DD > WS-LAST-DD
                       MOVE WS-LAST-DD TO WS-DUE-DD
                   END-IF
                   COMPUTE WS-DUE-YMD =
                       WS-DUE-YYYY * 10000 + WS-DUE-MM * 100
                       + WS-DUE-DD
           END-EVALUATE.

       GENERATE-DUE-ORDER-PROCEDURE.
      **
      * BUILDS THE ORDER FOR ONE DUE DATE. THE HEADER CHECKS REFUSE
      * THE WHOLE ORDER; AFTER THAT EACH LINE IS PRICED AND POSTED
      * EXACTLY THE WAY ORDERIMP TAKES AN IMPORTED ROW - SHORT STOCK
      * GOES TO BACKORDER, A LINE THE CREDIT LIMIT WILL NOT COVER IS
      * REJECTED ON ITS OWN.
      **
           MOVE STO-CST-ID TO WS-GEN-CST-ID
           MOVE STO-NEXT-DATE TO WS-GEN-DATE
           MOVE STO-NEXT-DATE TO WS-GEN-DATE-X
           MOVE STO-REP-ID TO WS-GEN-REP-ID
           MOVE WS-GEN-DATE-X(1:2) TO WS-DSP-DUE(1:2)
           MOVE '/' TO WS-DSP-DUE(3:1)
           MOVE WS-GEN-DATE-X(3:2) TO WS-DSP-DUE(4:2)
           MOVE '/' TO WS-DSP-DUE(6:1)
           MOVE WS-GEN-DATE-X(5:4) TO WS-DSP-DUE(7:4)
           MOVE 'Y' TO WS-HDR-OK
           MOVE SPACES TO WS-REJ-REASON
           PERFORM FIND-CUSTOMER-PROCEDURE
           IF WS-CST-FND = 'N'
               MOVE 'UNKNOWN CUSTOMER' TO WS-REJ-REASON
               MOVE 'N' TO WS-HDR-OK
           ELSE
               IF WS-CST-ACTIVE-FLG = 'N'
                   MOVE 'CUSTOMER DEACTIVATED' TO WS-REJ-REASON
                   MOVE 'N' TO WS-HDR-OK
               END-IF
           END-IF
           IF WS-HDR-OK = 'Y'
      **
      * AN ORDER DUE INTO A CLOSED ACCOUNTING PERIOD IS REFUSED, THE
      * SAME REFUSAL PROG1 APPLIES AT THE TERMINAL.
      **
               MOVE WS-GEN-DATE-X(5:4) TO WS-CHK-YYYYMM(1:4)
               MOVE WS-GEN-DATE-X(1:2) TO WS-CHK-YYYYMM(5:2)
               PERFORM CHECK-PERIOD-OPEN-PROCEDURE
               IF WS-PERIOD-CLOSED = 'Y'
                   MOVE 'PERIOD CLOSED' TO WS-REJ-REASON
                   MOVE 'N' TO WS-HDR-OK
               END-IF
           END-IF
           IF WS-HDR-OK = 'Y'
               AND WS-GEN-REP-ID > 0
               PERFORM FIND-SALESREP-PROCEDURE
               IF WS-REP-FND = 'N'
                   MOVE 'UNKNOWN SALESPERSON' TO WS-REJ-REASON
                   MOVE 'N' TO WS-HDR-OK
               END-IF
           END-IF
           IF WS-HDR-OK = 'Y'
               AND WS-STL-CNT = 0
               MOVE 'NO LINES ON STANDING ORDER' TO WS-REJ-REASON
               MOVE 'N' TO WS-HDR-OK
           END-IF
           IF WS-HDR-OK = 'N'
               MOVE SPACES TO WS-DSP-PRD
               MOVE ZERO TO WS-GEN-QUAN
               PERFORM REJECT-LINE-PROCEDURE
           ELSE
               MOVE ZERO TO WS-GRP-LINE-CNT
               MOVE ZERO TO WS-GRP-RUN-TOTAL
               MOVE 'N' TO WS-ORD-ID-ASSIGNED
               PERFORM VARYING WS-STL-I FROM 1 BY 1
                       UNTIL WS-STL-I > WS-STL-CNT
                   MOVE WS-STL-PRD-ID(WS-STL-I) TO WS-GEN-PRD-ID
                   MOVE WS-STL-QUAN(WS-STL-I) TO WS-GEN-QUAN
                   MOVE WS-GEN-PRD-ID TO WS-DSP-PRD
                   PERFORM TAKE-LINE-PROCEDURE
               END-PERFORM
               PERFORM FLUSH-ORDER-PROCEDURE
           END-IF.

       FIND-CUSTOMER-PROCEDURE.
           MOVE 'N' TO WS-CST-FND
           MOVE 'N' TO WS-CST-ACTIVE-FLG
           OPEN INPUT CUSTOMER
           IF WS-CUSTOMER-FS = '00'
               MOVE WS-GEN-CST-ID TO CST-ID
               READ CUSTOMER
                   INVALID KEY MOVE 'N' TO WS-CST-FND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CST-FND
                       IF CST-ACTIVE
                           MOVE 'Y' TO WS-CST-ACTIVE-FLG
                       END-IF
                       MOVE CST-TAX-EXEMPT TO WS-CST-TAX-EXEMPT
                       MOVE CST-DISC-PCT TO WS-CST-DISC-PCT
                       MOVE CST-CREDIT-LIMIT TO WS-CST-CREDIT-LIMIT
                       MOVE CST-BALANCE TO WS-CST-BALANCE
               END-READ
               CLOSE CUSTOMER
           END-IF.

       FIND-PRODUCT-PROCEDURE.
           MOVE 'N' TO WS-PRD-FND
           OPEN INPUT PRODUCT
           IF WS-PRODUCT-FS = '00'
               MOVE WS-GEN-PRD-ID TO PRD-ID
               READ PRODUCT
                   INVALID KEY MOVE 'N' TO WS-PRD-FND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PRD-FND
                       MOVE PRD-PRICE TO WS-PRD-PRICE
                       MOVE PRD-QTY-ON-HAND TO WS-PRD-QTY-ON-HAND
                       IF PRD-UNIT-COST NUMERIC
                           MOVE PRD-UNIT-COST TO WS-PRD-UNIT-COST
                       ELSE
                           MOVE ZERO TO WS-PRD-UNIT-COST
                       END-IF
               END-READ
               CLOSE PRODUCT
           END-IF
      **
      * A KIT HOLDS NO STOCK OF ITS OWN - WHAT IT CAN SELL COMES
      * FROM ITS SCARCEST COMPONENT AND ITS COST FROM THE SUM OF ITS
      * COMPONENTS, THE SAME AS KEYED ENTRY.
      **
           IF WS-PRD-FND = 'Y'
               MOVE WS-GEN-PRD-ID TO WS-KIT-PRD-ID
               PERFORM LOAD-KIT-PROCEDURE
               IF WS-KIT-CNT > 0
                   MOVE WS-KIT-AVAIL TO WS-PRD-QTY-ON-HAND
                   MOVE WS-KIT-UNIT-COST TO WS-PRD-UNIT-COST
               END-IF
           END-IF.

       FIND-SALESREP-PROCEDURE.
           MOVE 'N' TO WS-REP-FND
           OPEN INPUT SALESREP
           IF WS-SALESREP-FS = '00'
               MOVE WS-GEN-REP-ID TO REP-ID
               READ SALESREP
                   INVALID KEY MOVE 'N' TO WS-REP-FND
                   NOT INVALID KEY MOVE 'Y' TO WS-REP-FND
               END-READ
               CLOSE SALESREP
           END-IF.

       TAKE-LINE-PROCEDURE.
      **
      * ONE TEMPLATE LINE: THE PRODUCT MUST STILL BE ON FILE, THEN
      * STOCK CHECK WITH BACKORDER CAPTURE, AS-OF PRICE, DEEPEST
      * QUANTITY BREAK, CONTRACT DISCOUNT, AND THE CREDIT LIMIT
      * AGAINST BALANCE PLUS WHAT THIS ORDER HAS ALREADY TAKEN.
      **
           MOVE SPACES TO WS-REJ-REASON
           PERFORM FIND-PRODUCT-PROCEDURE
           PERFORM GET-DROP-SHIP-FLAG-PROCEDURE
           IF WS-PRD-FND = 'N'
               MOVE 'UNKNOWN PRODUCT' TO WS-REJ-REASON
               PERFORM REJECT-LINE-PROCEDURE
           END-IF
           IF WS-PRD-FND = 'Y' AND WS-DROP-SHIP-PRD = 'Y'
               MOVE 'DROP-SHIP - KEY AT THE COUNTER' TO WS-REJ-REASON
               PERFORM REJECT-LINE-PROCEDURE
           END-IF
           IF WS-PRD-FND = 'Y' AND WS-DROP-SHIP-PRD = 'N'
               IF WS-GEN-QUAN > WS-PRD-QTY-ON-HAND
                   PERFORM SAVE-BACKORDER-PROCEDURE
                   IF WS-SAVE-OK = 'Y'
                       ADD 1 TO WS-BKO-COUNT
                       MOVE SPACES TO WS-DSP-ORD
                       MOVE 'BACKORDERED' TO WS-RPT-RESULT
                       PERFORM PRINT-RESULT-LINE-PROCEDURE
                   ELSE
                       MOVE 'BACKORDER WRITE FAILED' TO WS-REJ-REASON
                       PERFORM REJECT-LINE-PROCEDURE
                   END-IF
               ELSE
                   PERFORM GET-NET-UNIT-PRICE-PROCEDURE
                   MULTIPLY WS-NET-UNIT-PRICE BY WS-GEN-QUAN
                       GIVING WS-LINE-COST-NUM
                   COMPUTE WS-AVAIL-CREDIT =
                       WS-CST-CREDIT-LIMIT - WS-CST-BALANCE
                       - WS-GRP-RUN-TOTAL
                   IF WS-LINE-COST-NUM > WS-AVAIL-CREDIT
                       MOVE 'CREDIT LIMIT EXCEEDED' TO WS-REJ-REASON
                       PERFORM REJECT-LINE-PROCEDURE
                   ELSE
                       IF WS-ORD-ID-ASSIGNED NOT = 'Y'
                           PERFORM ASSIGN-ORDER-ID-PROCEDURE
                           MOVE 'Y' TO WS-ORD-ID-ASSIGNED
                       END-IF
                       PERFORM SAVE-ORDERLINE-PROCEDURE
                       PERFORM UPDATE-STOCK-PROCEDURE
                       ADD WS-LINE-COST-NUM TO WS-GRP-RUN-TOTAL
                       ADD 1 TO WS-GRP-LINE-CNT
                       ADD 1 TO WS-LINE-COUNT
                       MOVE WS-ORD-COUNT TO WS-DSP-ORD
                       MOVE 'ORDERED' TO WS-RPT-RESULT
                       PERFORM PRINT-RESULT-LINE-PROCEDURE
                   END-IF
               END-IF
           END-IF.

       FLUSH-ORDER-PROCEDURE.
      **
      * WITH AT LEAST ONE GOOD LINE THE ORDER HEADER IS WRITTEN
      * (ENTERED, WITH THE TEMPLATE'S REP), TAX APPLIED AT THE
      * DUE-DATE RATE, THE TOTAL POSTED TO THE CUSTOMER'S BALANCE,
      * AND THE ORDER CROSS-REFERENCED TO ITS TEMPLATE.
      **
           IF WS-GRP-LINE-CNT > 0
               STRING WS-GEN-DATE-X(5:4) WS-GEN-DATE-X(1:2)
                   WS-GEN-DATE-X(3:2) INTO WS-YMD-TXT
               MOVE WS-YMD-TXT TO WS-TAX-LOOKUP-YMD
               PERFORM GET-TAX-RATE-AS-OF-PROCEDURE
               IF WS-CST-TAX-EXEMPT = 'Y'
                   MOVE ZERO TO WS-TAX-RATE
               END-IF
               COMPUTE WS-ORD-TAX-AMT ROUNDED =
                   WS-GRP-RUN-TOTAL * WS-TAX-RATE
               ADD WS-GRP-RUN-TOTAL WS-ORD-TAX-AMT
                   GIVING WS-ORD-TOTAL-AMT
               PERFORM SAVE-ORDER-PROCEDURE
               PERFORM POST-ORDER-BALANCE-PROCEDURE
               PERFORM SAVE-STAND-REF-PROCEDURE
               ADD 1 TO WS-ORDER-COUNT
               MOVE WS-ORD-TOTAL-AMT TO WS-DSP-AMT
               MOVE SPACES TO WS-PRINT-LINE
               STRING STO-ID ' ' WS-GEN-CST-ID ' ' WS-DSP-DUE ' '
                   WS-ORD-COUNT '             ORDER TOTAL '
                   WS-DSP-AMT DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE-PROCEDURE
           END-IF.

       ASSIGN-ORDER-ID-PROCEDURE.
      **
      * TAKES THE NEXT ORDER ID FROM THE SAME ONE-RECORD CHECKPOINT
      * FILE PROG1'S ORDER ENTRY USES, REBUILDING IT FROM C_ORDER
      * THE FIRST TIME IT DOESN'T EXIST, SO GENERATED ORDERS NUMBER
      * IN THE SAME SEQUENCE AS KEYED ONES.
      **
           OPEN I-O ORDER-CTL
           IF WS-ORDER-CTL-FS = '35'
               PERFORM FIND-MAX-ORDER-ID-PROCEDURE
               OPEN OUTPUT ORDER-CTL
               IF WS-MAX-ORD-ID-FND = 'Y'
                   ADD 1 TO WS-MAX-ORD-ID GIVING OCT-NEXT-ORD-ID
               ELSE
      **
      * NUMBERING STARTS AT 1 - ORDER 0 IS RESERVED FOR THE
      * UNAPPLIED-CASH BUCKET ON PAYAPPLY.DAT.
      **
                   MOVE 1 TO OCT-NEXT-ORD-ID
               END-IF
               WRITE ORDER-CTL-FILE
               CLOSE ORDER-CTL
               OPEN I-O ORDER-CTL
           END-IF
           READ ORDER-CTL
               AT END
                   PERFORM FIND-MAX-ORDER-ID-PROCEDURE
                   IF WS-MAX-ORD-ID-FND = 'Y'
                       ADD 1 TO WS-MAX-ORD-ID GIVING OCT-NEXT-ORD-ID
                   ELSE
                       MOVE 1 TO OCT-NEXT-ORD-ID
                   END-IF
               NOT AT END
                   CONTINUE
           END-READ
           MOVE OCT-NEXT-ORD-ID TO WS-ORD-COUNT
           ADD 1 TO OCT-NEXT-ORD-ID
           REWRITE ORDER-CTL-FILE
           CLOSE ORDER-CTL.

       FIND-MAX-ORDER-ID-PROCEDURE.
           MOVE ZERO TO WS-MAX-ORD-ID
           MOVE 'N' TO WS-MAX-ORD-ID-FND
           MOVE 'N' TO WS-TEMP-EOF
           OPEN INPUT C_ORDER
           IF WS-ORDER-FS NOT = '00'
               MOVE 'Y' TO WS-TEMP-EOF
           END-IF
           PERFORM UNTIL WS-TEMP-EOF = 'Y'
               READ C_ORDER INTO WS-ORD
                   AT END MOVE 'Y' TO WS-TEMP-EOF
                   NOT AT END
                       IF WS-MAX-ORD-ID-FND = 'N'
                           OR WS-ORD-ID > WS-MAX-ORD-ID
                           MOVE WS-ORD-ID TO WS-MAX-ORD-ID
                           MOVE 'Y' TO WS-MAX-ORD-ID-FND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ORDER-FS = '00' OR WS-ORDER-FS = '10'
               CLOSE C_ORDER
           END-IF.

       SAVE-ORDER-PROCEDURE.
           OPEN EXTEND C_ORDER
           IF WS-ORDER-FS = '35'
               OPEN OUTPUT C_ORDER
           END-IF
           MOVE WS-ORD-COUNT TO ORD-ID
           MOVE WS-GEN-DATE TO ORD-DATE
           MOVE WS-GEN-CST-ID TO ORD-CST-ID
           MOVE 'E' TO ORD-STATUS
           MOVE WS-GEN-REP-ID TO ORD-REP-ID
           MOVE ZERO TO ORD-SHIP-DATE
           WRITE ORDER-FILE
           END-WRITE
           CLOSE C_ORDER
           MOVE 'ORDER' TO WS-AUD-REC-TYPE
           MOVE WS-ORD-COUNT TO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-OLD-VALUE
           MOVE SPACES TO WS-AUD-NEW-VALUE
           STRING WS-GEN-DATE ' ' WS-GEN-CST-ID ' STANDING ' STO-ID
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
           PERFORM LOG-AUDIT-PROCEDURE.

       SAVE-STAND-REF-PROCEDURE.
      **
      * THE CROSS-REFERENCE THAT ANSWERS "WHY DID THIS ORDER COME" -
      * PROG1 SHOWS IT AGAINST THE ORDER AND LISTS EVERY ORDER A
      * TEMPLATE HAS PRODUCED.
      **
           OPEN EXTEND STAND-REF
           IF WS-STAND-REF-FS = '35'
               OPEN OUTPUT STAND-REF
           END-IF
           IF WS-STAND-REF-FS = '00'
               MOVE WS-ORD-COUNT TO SRF-ORD-ID
               MOVE STO-ID TO SRF-STO-ID
               MOVE WS-GEN-DATE TO SRF-DUE-DATE
               WRITE STAND-REF-FILE
               END-WRITE
               CLOSE STAND-REF
           ELSE
               DISPLAY 'STANDING ORDER REFERENCE WRITE FAILED - '
                   'STATUS 'WS-STAND-REF-FS
           END-IF.

       SAVE-ORDERLINE-PROCEDURE.
           OPEN EXTEND ORDERLINE
           IF WS-ORDERLINE-FS = '35'
               OPEN OUTPUT ORDERLINE
           END-IF
           MOVE WS-ORD-COUNT TO ORDL-ID
           MOVE WS-GEN-PRD-ID TO ORDL-PRD-ID
           MOVE WS-GEN-QUAN TO ORDL-QUAN
           MOVE WS-NET-UNIT-PRICE TO ORDL-UNIT-PRICE
           MOVE WS-PRD-UNIT-COST TO ORDL-UNIT-COST
           WRITE ORDERLINE-FILE
           END-WRITE
           CLOSE ORDERLINE.

       UPDATE-STOCK-PROCEDURE.
      **
      * GENERATED LINES SHIP OFF THE SHOP FLOOR LIKE KEYED ONES, SO
      * THE SHOP ROW OF THE SPLIT IS RELIEVED ALONGSIDE THE TOTAL.
      * A KIT TAKES ITS COMPONENTS OFF THE SHELF INSTEAD, EACH AT
      * ITS QUANTITY PER KIT.
      **
           MOVE WS-GEN-PRD-ID TO WS-KIT-PRD-ID
           PERFORM LOAD-KIT-PROCEDURE
           IF WS-KIT-CNT > 0
               PERFORM VARYING WS-KIT-I FROM 1 BY 1
                       UNTIL WS-KIT-I > WS-KIT-CNT
                   MOVE WS-KIT-CMP-ID(WS-KIT-I) TO WS-STK-PRD-ID
                   COMPUTE WS-STK-QTY =
                       WS-GEN-QUAN * WS-KIT-CMP-QTY(WS-KIT-I)
                   PERFORM RELIEVE-STOCK-QTY-PROCEDURE
               END-PERFORM
           ELSE
               MOVE WS-GEN-PRD-ID TO WS-STK-PRD-ID
               MOVE WS-GEN-QUAN TO WS-STK-QTY
               PERFORM RELIEVE-STOCK-QTY-PROCEDURE
           END-IF.

       RELIEVE-STOCK-QTY-PROCEDURE.
           OPEN I-O PRODUCT
           MOVE WS-STK-PRD-ID TO PRD-ID
           READ PRODUCT
               INVALID KEY DISPLAY 'ERROR UPDATING STOCK ON HAND'
               NOT INVALID KEY
                   MOVE 'PRODUCT' TO WS-JRN-FILE-NAME
                   MOVE PRD-ID TO WS-JRN-KEY
                   MOVE PRODUCT-FILE TO WS-JRN-IMAGE
                   PERFORM JOURNAL-BEFORE-IMAGE-PROCEDURE
                   SUBTRACT WS-STK-QTY FROM PRD-QTY-ON-HAND
                   REWRITE PRODUCT-FILE
           END-READ
           CLOSE PRODUCT
           PERFORM RELIEVE-LOCATION-QTY-PROCEDURE.

       RELIEVE-LOCATION-QTY-PROCEDURE.
           MOVE 'N' TO WS-LOC-FND
           MOVE 'N' TO WS-PLC-EOF
           OPEN I-O PROD-LOC
           IF WS-PROD-LOC-FS NOT = '00'
               MOVE 'Y' TO WS-PLC-EOF
           END-IF
           PERFORM UNTIL WS-PLC-EOF = 'Y'
               READ PROD-LOC
                   AT END MOVE 'Y' TO WS-PLC-EOF
                   NOT AT END
                       IF PLC-PRD-ID = WS-STK-PRD-ID
                           AND PLC-LOC = 'S'
                           IF PLC-QTY < WS-STK-QTY
                               DISPLAY 'SHOP SPLIT SHORT FOR '
                                   'PRODUCT 'WS-STK-PRD-ID
                                   ' - KEY THE MISSING TRANSFER'
                               MOVE ZERO TO PLC-QTY
                           ELSE
                               SUBTRACT WS-STK-QTY FROM PLC-QTY
                           END-IF
                           REWRITE PROD-LOC-FILE
                           MOVE 'Y' TO WS-LOC-FND
                           MOVE 'Y' TO WS-PLC-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROD-LOC-FS = '00' OR WS-PROD-LOC-FS = '10'
               CLOSE PROD-LOC
           END-IF
           IF WS-LOC-FND = 'N'
               DISPLAY 'NO SHOP SPLIT ON FILE FOR PRODUCT '
                   WS-STK-PRD-ID' - KEY THE MISSING TRANSFER'
           END-IF.

       GET-DROP-SHIP-FLAG-PROCEDURE.
      **
      * SETS WS-DROP-SHIP-PRD FOR PRODUCT WS-GEN-PRD-ID. A PRODUCT
      * WITH NO ROW ON DROPPROD.DAT IS AN ORDINARY STOCKED ITEM.
      * A DROP-SHIP PRODUCT HAS NO STOCK TO SELL OR BACKORDER - THE
      * SUPPLIER RAISES ITS PO AGAINST A KEYED ORDER - SO ITS LINES
      * ARE REJECTED FOR KEYING AT THE COUNTER.
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
                       IF DRP-PRD-ID = WS-GEN-PRD-ID
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

       LOAD-KIT-PROCEDURE.
      **
      * LOADS THE BILL OF MATERIALS OF PRODUCT WS-KIT-PRD-ID FROM
      * KIT.DAT. A PRODUCT WITH NO ROWS IS AN ORDINARY STOCK ITEM AND
      * LOADS NOTHING. A KIT CAN SELL ONLY AS MANY AS ITS SCARCEST
      * COMPONENT ALLOWS (WS-KIT-AVAIL) AND COSTS THE SUM OF ITS
      * COMPONENTS' PRD-UNIT-COST (WS-KIT-UNIT-COST), THE SAME RULE
      * PROG1 APPLIES AT ORDER ENTRY.
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
               PERFORM VARYING WS-KIT-I FROM 1 BY 1
                       UNTIL WS-KIT-I > WS-KIT-CNT
                   MOVE WS-KIT-CMP-ID(WS-KIT-I) TO PRD-ID
                   READ PRODUCT
                       INVALID KEY
                           MOVE ZERO TO WS-KIT-AVAIL
                       NOT INVALID KEY
                           DIVIDE PRD-QTY-ON-HAND
                               BY WS-KIT-CMP-QTY(WS-KIT-I)
                               GIVING WS-KIT-CMP-AVAIL
                           IF WS-KIT-CMP-AVAIL < WS-KIT-AVAIL
                               MOVE WS-KIT-CMP-AVAIL TO WS-KIT-AVAIL
                           END-IF
                           IF PRD-UNIT-COST NUMERIC
                               COMPUTE WS-KIT-UNIT-COST =
                                   WS-KIT-UNIT-COST + PRD-UNIT-COST
                                   * WS-KIT-CMP-QTY(WS-KIT-I)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT
           END-IF.

       POST-ORDER-BALANCE-PROCEDURE.
           OPEN I-O CUSTOMER
           MOVE WS-GEN-CST-ID TO CST-ID
           READ CUSTOMER
               INVALID KEY DISPLAY 'ERROR UPDATING CUSTOMER BALANCE'
               NOT INVALID KEY
                   MOVE 'CUSTOMER' TO WS-JRN-FILE-NAME
                   MOVE CST-ID TO WS-JRN-KEY
                   MOVE CUSTOMER-FILE TO WS-JRN-IMAGE
                   PERFORM JOURNAL-BEFORE-IMAGE-PROCEDURE
                   ADD WS-ORD-TOTAL-AMT TO CST-BALANCE
                   REWRITE CUSTOMER-FILE
           END-READ
           CLOSE CUSTOMER.

       SAVE-BACKORDER-PROCEDURE.
      **
      * A LINE THE STOCK CHECK TURNED AWAY GOES TO BACKORDER.DAT THE
      * SAME WAY A KEYED LINE WOULD, FOR THE RELEASE JOB TO TURN
      * INTO A REAL ORDER ONCE STOCK ARRIVES.
      **
           MOVE 'N' TO WS-SAVE-OK
           OPEN EXTEND BACKORDER
           IF WS-BACKORDER-FS = '35'
               OPEN OUTPUT BACKORDER
           END-IF
           IF WS-BACKORDER-FS = '00'
               MOVE WS-GEN-CST-ID TO BKO-CST-ID
               MOVE WS-GEN-PRD-ID TO BKO-PRD-ID
               MOVE WS-GEN-QUAN TO BKO-QUAN
               MOVE WS-GEN-DATE TO BKO-DATE
               MOVE 'O' TO BKO-STATUS
               WRITE BACKORDER-FILE
               END-WRITE
               IF WS-BACKORDER-FS = '00'
                   MOVE 'Y' TO WS-SAVE-OK
               END-IF
               CLOSE BACKORDER
           END-IF
           IF WS-SAVE-OK = 'Y'
               MOVE 'BACKORDER' TO WS-AUD-REC-TYPE
               MOVE WS-GEN-CST-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING WS-GEN-PRD-ID ' ' WS-GEN-QUAN ' '
                   WS-GEN-DATE ' OPEN'
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
           END-IF.

       GET-NET-UNIT-PRICE-PROCEDURE.
      **
      * THE PRICE THE GENERATED LINE SELLS AT: THE AS-OF BASE PRICE
      * FOR THE DUE DATE, REPLACED BY THE DEEPEST QUANTITY-BREAK
      * PRICE THE QUANTITY EARNS, THEN REDUCED BY THE CUSTOMER'S
      * CONTRACT DISCOUNT - EXACTLY WHAT INTERACTIVE ENTRY CHARGES.
      **
           MOVE WS-GEN-PRD-ID TO WS-ORDL-PRD-ID
           PERFORM GET-PRICE-AS-OF-PROCEDURE
           MOVE WS-PRICE-AS-OF TO WS-NET-UNIT-PRICE
           MOVE ZERO TO WS-QBK-BEST-QTY
           MOVE 'N' TO WS-QBK-EOF
           OPEN INPUT QTY-BREAK
           IF WS-QTY-BREAK-FS NOT = '00'
               MOVE 'Y' TO WS-QBK-EOF
           END-IF
           PERFORM UNTIL WS-QBK-EOF = 'Y'
               READ QTY-BREAK
                   AT END MOVE 'Y' TO WS-QBK-EOF
                   NOT AT END
                       IF QBK-PRD-ID = WS-GEN-PRD-ID
                           AND QBK-MIN-QTY NOT > WS-GEN-QUAN
                           AND QBK-MIN-QTY NOT < WS-QBK-BEST-QTY
                           MOVE QBK-MIN-QTY TO WS-QBK-BEST-QTY
                           MOVE QBK-PRICE TO WS-NET-UNIT-PRICE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QTY-BREAK-FS = '00' OR WS-QTY-BREAK-FS = '10'
               CLOSE QTY-BREAK
           END-IF
           IF WS-CST-DISC-PCT > 0
               COMPUTE WS-NET-UNIT-PRICE ROUNDED =
                   WS-NET-UNIT-PRICE
                   * (100 - WS-CST-DISC-PCT) / 100
           END-IF.

       GET-PRICE-AS-OF-PROCEDURE.
      **
      * PRICES THE LINE AT WHATEVER WAS IN EFFECT ON THE DUE DATE
      * FROM PRICE HISTORY - THE SAME RULE EVERY OTHER PROGRAM
      * APPLIES - FALLING BACK TO TODAY'S PRD-PRICE WITH NO HISTORY.
      **
           MOVE WS-PRD-PRICE TO WS-PRICE-AS-OF
           STRING WS-GEN-DATE-X(5:4) WS-GEN-DATE-X(1:2)
               WS-GEN-DATE-X(3:2) INTO WS-ORD-DATE-YMD
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

       GET-TAX-RATE-AS-OF-PROCEDURE.
      **
      * LOOKS UP THE SALES TAX RATE IN EFFECT ON THE DATE IN
      * WS-TAX-LOOKUP-YMD - THE SAME LOOKUP PROG1 APPLIES AT ORDER
      * ENTRY, FALLING BACK TO THE LONG-STANDING 7 PERCENT.
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

       REJECT-LINE-PROCEDURE.
           MOVE SPACES TO WS-DSP-ORD
           MOVE SPACES TO WS-RPT-RESULT
           STRING 'REJECTED - ' WS-REJ-REASON
               DELIMITED BY SIZE INTO WS-RPT-RESULT
           PERFORM PRINT-RESULT-LINE-PROCEDURE
           ADD 1 TO WS-REJECT-COUNT.

       PRINT-RESULT-LINE-PROCEDURE.
           MOVE WS-GEN-QUAN TO WS-DSP-QTY
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-GEN-QUAN = ZERO
               STRING STO-ID ' ' WS-GEN-CST-ID ' ' WS-DSP-DUE ' '
                   WS-DSP-ORD ' ' WS-DSP-PRD '       '
                   WS-RPT-RESULT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING STO-ID ' ' WS-GEN-CST-ID ' ' WS-DSP-DUE ' '
                   WS-DSP-ORD ' ' WS-DSP-PRD ' ' WS-DSP-QTY ' '
                   WS-RPT-RESULT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM WRITE-PRINT-LINE-PROCEDURE.

       PRINT-TOTALS-PROCEDURE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           MOVE WS-DUE-COUNT TO WS-DSP-CNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'DUE DATES PROCESSED     ' WS-DSP-CNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           MOVE WS-ORDER-COUNT TO WS-DSP-CNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'ORDERS GENERATED        ' WS-DSP-CNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           MOVE WS-LINE-COUNT TO WS-DSP-CNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'LINES ORDERED           ' WS-DSP-CNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           MOVE WS-BKO-COUNT TO WS-DSP-CNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'LINES BACKORDERED       ' WS-DSP-CNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           MOVE WS-REJECT-COUNT TO WS-DSP-CNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'REJECTIONS              ' WS-DSP-CNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           MOVE WS-ENDED-COUNT TO WS-DSP-CNT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'STANDING ORDERS ENDED   ' WS-DSP-CNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE.

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

       JOURNAL-BEFORE-IMAGE-PROCEDURE.
      **
      * APPENDS THE FULL BEFORE-IMAGE OF A MASTER RECORD ABOUT TO BE
      * REWRITTEN TO BEFOREIMG.DAT, THE SAME JOURNAL PROG1 WRITES,
      * SO THE ROLLBACK UTILITY CAN PUT THE RECORD BACK.
      **
           OPEN EXTEND BEFORE-IMG
           IF WS-BEFORE-IMG-FS = '35'
               OPEN OUTPUT BEFORE-IMG
           END-IF
           IF WS-BEFORE-IMG-FS = '00'
               MOVE FUNCTION CURRENT-DATE(1:14) TO JRN-TIMESTAMP
               MOVE WS-JRN-FILE-NAME TO JRN-FILE-NAME
               MOVE WS-JRN-KEY TO JRN-KEY
               MOVE WS-JRN-IMAGE TO JRN-IMAGE
               WRITE BEFORE-IMG-FILE
               END-WRITE
               CLOSE BEFORE-IMG
           ELSE
               DISPLAY 'BEFORE-IMAGE JOURNAL WRITE FAILED - '
                   'STATUS 'WS-BEFORE-IMG-FS
           END-IF.

       LOG-AUDIT-PROCEDURE.
      **
      * APPENDS ONE RECORD TO THE AUDIT TRAIL FOR EVERY GENERATED
      * ORDER, CAPTURED BACKORDER AND ADVANCED TEMPLATE, THE SAME WAY
      * PROG1'S LOG-AUDIT-PROCEDURE RECORDS A KEYED ORDER. CALLERS
      * SET WS-AUD-REC-TYPE, WS-AUD-KEY, WS-AUD-OLD-VALUE AND
      * WS-AUD-NEW-VALUE BEFORE PERFORMING THIS PARAGRAPH.
      **
           OPEN EXTEND AUDIT-TRAIL
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
           MOVE WS-AUD-REC-TYPE TO AUD-REC-TYPE
           MOVE WS-AUD-KEY TO AUD-KEY
           MOVE WS-AUD-OLD-VALUE TO AUD-OLD-VALUE
           MOVE WS-AUD-NEW-VALUE TO AUD-NEW-VALUE
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           WRITE AUDIT-TRAIL-FILE
           CLOSE AUDIT-TRAIL.

       NEW-PAGE-PROCEDURE.
      **
      * LETTERHEAD, PAGE NUMBER AND COLUMN HEADING.
      **
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-DSP-PAGE
           MOVE ZERO TO WS-PAGE-LINE-CNT
           MOVE ALL '=' TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE-PROCEDURE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'THE COBOL SHOP - ' DELIMITED BY SIZE
               WS-RPT-TITLE DELIMITED BY SIZE
               '  PAGE ' DELIMITED BY SIZE
               WS-DSP-PAGE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE-PROCEDURE
           MOVE '101 MARKET STREET, ANYTOWN' TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE-PROCEDURE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE-PROCEDURE
           IF WS-COL-HEAD NOT = SPACES
               MOVE WS-COL-HEAD TO WS-PRINT-LINE
               PERFORM WRITE-HEADING-LINE-PROCEDURE
           END-IF.

       WRITE-PRINT-LINE-PROCEDURE.
      **
      * ONE SPOOL LINE, BREAKING TO A FRESH LETTERHEAD PAGE FIRST
      * WHEN THE CURRENT PAGE IS FULL. THE DETAIL LINE IS SAVED
      * ACROSS THE BREAK BECAUSE NEW-PAGE-PROCEDURE BUILDS ITS OWN
      * LINES.
      **
           IF WS-PAGE-LINE-CNT > 55
               MOVE WS-PRINT-LINE TO WS-HELD-LINE
               PERFORM NEW-PAGE-PROCEDURE
               MOVE WS-HELD-LINE TO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO STAND-PRINT-RECORD
           WRITE STAND-PRINT-RECORD
           ADD 1 TO WS-PAGE-LINE-CNT.

       WRITE-HEADING-LINE-PROCEDURE.
           MOVE WS-PRINT-LINE TO STAND-PRINT-RECORD
           WRITE STAND-PRINT-RECORD
           ADD 1 TO WS-PAGE-LINE-CNT.

       SIGNON-PROCEDURE.
      **
      * OPERATOR SIGN-ON: EVERY AUDIT RECORD THIS RUN WRITES CARRIES
      * THE OPERATOR, SO THE INQUIRY CAN ANSWER WHO DID THIS. WITH
      * NO OPERATOR FILE YET (CUTOVER) THE SIGN-ON IS ACCEPTED AS
      * SUPERVISOR UNTIL OPERATORS ARE SET UP THROUGH PROG1.
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

       END PROGRAM STANDGEN.
