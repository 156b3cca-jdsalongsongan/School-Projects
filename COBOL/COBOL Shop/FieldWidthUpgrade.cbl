      ******************************************************************
      * Author: Eron Salongsongan
      * Date: October 15, 2026
      * Purpose: Field Width Upgrade - one-time conversion of every
      *          data file that carries a price, an order quantity or
      *          a customer/product name to the widened layouts.
      *          Prices grew from 9(2)V9(2) to 9(4)V9(2), order
      *          quantities from 9(2) to 9(5), PRD-NAME from A(10) to
      *          X(20) and CST-NAME from A(15) to X(25), so every
      *          program gets a record-length mismatch on the old
      *          files until they are rebuilt. Converted here:
      *          customer.dat and product.dat (indexed), orderline,
      *          orderlinehist, creditmemo, backorder, pricehist,
      *          qtybreak, quoteline, standline and countsheet, and
      *          the before-image journal beforeimg.dat, whose
      *          customer and product images are reshaped to the new
      *          record layouts so ROLLBACK can still restore them.
      *          Every value is carried across unchanged - only the
      *          field widths move. Archived lines in orderlinehist
      *          keep the unit cost captured at entry. An orderline or
      *          archived line written before unit prices or costs
      *          were stored keeps them blank, so the reports still
      *          fall back to the as-of price or current cost for it.
      *          Run once, after renaming each of those files to
      *          <name>.old (customer.dat to customer.dat.old and so
      *          on), before bringing up the upgraded system - the
      *          same way MSTRUPGRD and ORDUPGRD rebuild their files.
      *          A file with no .old copy is reported and skipped;
      *          the masters and orderline.dat are always expected.
      *          Masters rebuilt by MSTRUPGRD, PRDCSTUPG or CSTPRDCVT
      *          after this change are already in the wide layout and
      *          must NOT be run through this conversion again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. WIDEUPGRD.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OLD-CUSTOMER ASSIGN TO 'customer.dat.old'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-CST-ID
           FILE STATUS IS WS-OLD-CUSTOMER-FS.

           SELECT OLD-PRODUCT ASSIGN TO 'product.dat.old'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-PRD-ID
           FILE STATUS IS WS-OLD-PRODUCT-FS.

           SELECT OLD-ORDERLINE ASSIGN TO 'orderline.dat.old'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-OLD-ORDERLINE-FS.

           SELECT OLD-ORDERLINE-HIST ASSIGN TO 'orderlinehist.dat.old'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-OLD-ORDERLINE-HIST-FS.

           SELECT OLD-CREDIT-MEMO ASSIGN TO 'creditmemo.dat.old'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-OLD-CREDIT-MEMO-FS.

           SELECT OLD-BACKORDER ASSIGN TO 'backorder.dat.old'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-OLD-BACKORDER-FS.

           SELECT OLD-PRICE-HIST ASSIGN TO 'pricehist.dat.old'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-OLD-PRICE-HIST-FS.

           SELECT OLD-QTY-BREAK ASSIGN TO 'qtybreak.dat.old'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-OLD-QTY-BREAK-FS.

           SELECT OLD-QUOTE-LINE ASSIGN TO 'quoteline.dat.old'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-OLD-QUOTE-LINE-FS.

           SELECT OLD-STAND-LINE ASSIGN TO 'standline.dat.old'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-OLD-STAND-LINE-FS.

           SELECT OLD-COUNT-SHEET ASSIGN TO 'countsheet.dat.old'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-OLD-COUNT-SHEET-FS.

           SELECT OLD-BEFORE-IMG ASSIGN TO 'beforeimg.dat.old'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-OLD-BEFORE-IMG-FS.

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

           SELECT ORDERLINE ASSIGN TO 'orderline.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ORDERLINE-FS.

           SELECT ORDERLINE-HIST ASSIGN TO 'orderlinehist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ORDERLINE-HIST-FS.

           SELECT CREDIT-MEMO ASSIGN TO 'creditmemo.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CREDIT-MEMO-FS.

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

           SELECT QUOTE-LINE ASSIGN TO 'quoteline.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-QUOTE-LINE-FS.

           SELECT STAND-LINE ASSIGN TO 'standline.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-STAND-LINE-FS.

           SELECT COUNT-SHEET ASSIGN TO 'countsheet.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-COUNT-SHEET-FS.

           SELECT BEFORE-IMG ASSIGN TO 'beforeimg.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BEFORE-IMG-FS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      **
      * THE OLD- LAYOUTS BELOW MATCH THE FILES AS THEY STOOD BEFORE
      * THE PRICE, QUANTITY AND NAME FIELDS WERE WIDENED. DO NOT WIDEN
      * THEM HERE - THE OLD FILES DON'T CARRY THE EXTRA DIGITS.
      **
           FD OLD-CUSTOMER.
           01 OLD-CUSTOMER-FILE.
               05 OLD-CST-ID PIC 9(5).
               05 OLD-CST-NAME PIC A(15).
               05 OLD-CST-STATUS PIC X(1).
               05 OLD-CST-CREDIT-LIMIT PIC 9(7)V9(2).
               05 OLD-CST-BALANCE PIC S9(7)V9(2).
               05 OLD-CST-TAX-EXEMPT PIC X(1).
               05 OLD-CST-DISC-PCT PIC 9(2)V9(2).
               05 OLD-CST-ADDRESS PIC X(25).
           FD OLD-PRODUCT.
           01 OLD-PRODUCT-FILE.
               05 OLD-PRD-ID PIC 9(5).
               05 OLD-PRD-NAME PIC A(10).
               05 OLD-PRD-PRICE PIC 9(2)V9(2).
               05 OLD-PRD-QTY-ON-HAND PIC 9(5).
               05 OLD-PRD-REORDER-POINT PIC 9(5).
               05 OLD-PRD-REORDER-QTY PIC 9(5).
               05 OLD-PRD-SUP-ID PIC 9(5).
               05 OLD-PRD-UNIT-COST PIC 9(5)V9(2).
           FD OLD-ORDERLINE.
           01 OLD-ORDERLINE-FILE.
               05 OLD-ORDL-ID PIC 9(5).
               05 OLD-ORDL-PRD-ID PIC 9(5).
               05 OLD-ORDL-QUAN PIC 9(2).
               05 OLD-ORDL-UNIT-PRICE PIC 9(2)V9(2).
               05 OLD-ORDL-UNIT-COST PIC 9(5)V9(2).
           FD OLD-ORDERLINE-HIST.
           01 OLD-ORDERLINE-HIST-FILE.
               05 OLD-OLH-ID PIC 9(5).
               05 OLD-OLH-PRD-ID PIC 9(5).
               05 OLD-OLH-QUAN PIC 9(2).
               05 OLD-OLH-UNIT-PRICE PIC 9(2)V9(2).
               05 OLD-OLH-UNIT-COST PIC 9(5)V9(2).
           FD OLD-CREDIT-MEMO.
           01 OLD-CREDIT-MEMO-FILE.
               05 OLD-CRM-ORD-ID PIC 9(5).
               05 OLD-CRM-CST-ID PIC 9(5).
               05 OLD-CRM-DATE PIC 9(8).
               05 OLD-CRM-PRD-ID PIC 9(5).
               05 OLD-CRM-QUAN PIC 9(2).
               05 OLD-CRM-AMOUNT PIC S9(7)V9(2).
           FD OLD-BACKORDER.
           01 OLD-BACKORDER-FILE.
               05 OLD-BKO-CST-ID PIC 9(5).
               05 OLD-BKO-PRD-ID PIC 9(5).
               05 OLD-BKO-QUAN PIC 9(2).
               05 OLD-BKO-DATE PIC 9(8).
               05 OLD-BKO-STATUS PIC X(1).
           FD OLD-PRICE-HIST.
           01 OLD-PRICE-HIST-FILE.
               05 OLD-PRH-PRD-ID PIC 9(5).
               05 OLD-PRH-EFF-DATE PIC 9(8).
               05 OLD-PRH-OLD-PRICE PIC 9(2)V9(2).
               05 OLD-PRH-NEW-PRICE PIC 9(2)V9(2).
           FD OLD-QTY-BREAK.
           01 OLD-QTY-BREAK-FILE.
               05 OLD-QBK-PRD-ID PIC 9(5).
               05 OLD-QBK-MIN-QTY PIC 9(2).
               05 OLD-QBK-PRICE PIC 9(2)V9(2).
           FD OLD-QUOTE-LINE.
           01 OLD-QUOTE-LINE-FILE.
               05 OLD-QUL-ID PIC 9(5).
               05 OLD-QUL-PRD-ID PIC 9(5).
               05 OLD-QUL-QUAN PIC 9(2).
               05 OLD-QUL-UNIT-PRICE PIC 9(2)V9(2).
           FD OLD-STAND-LINE.
           01 OLD-STAND-LINE-FILE.
               05 OLD-STL-STO-ID PIC 9(5).
               05 OLD-STL-PRD-ID PIC 9(5).
               05 OLD-STL-QUAN PIC 9(2).
           FD OLD-COUNT-SHEET.
           01 OLD-COUNT-SHEET-FILE.
               05 OLD-CNT-PRD-ID PIC 9(5).
               05 OLD-CNT-PRD-NAME PIC A(10).
               05 OLD-CNT-BOOK-QTY PIC 9(5).
               05 OLD-CNT-PRICE PIC 9(2)V9(2).
               05 OLD-CNT-COUNTED-QTY PIC 9(5).
               05 OLD-CNT-STATUS PIC X(1).
               05 OLD-CNT-LOC PIC X(1).
           FD OLD-BEFORE-IMG.
           01 OLD-BEFORE-IMG-FILE.
               05 OLD-JRN-TIMESTAMP PIC X(14).
               05 OLD-JRN-FILE-NAME PIC X(10).
               05 OLD-JRN-KEY PIC 9(5).
               05 OLD-JRN-IMAGE PIC X(80).
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
           FD ORDERLINE.
           01 ORDERLINE-FILE.
               05 ORDL-ID PIC 9(5).
               05 ORDL-PRD-ID PIC 9(5).
               05 ORDL-QUAN PIC 9(5).
               05 ORDL-UNIT-PRICE PIC 9(4)V9(2).
               05 ORDL-UNIT-PRICE-X REDEFINES ORDL-UNIT-PRICE
                   PIC X(6).
               05 ORDL-UNIT-COST PIC 9(5)V9(2).
               05 ORDL-UNIT-COST-X REDEFINES ORDL-UNIT-COST
                   PIC X(7).
           FD ORDERLINE-HIST.
           01 ORDERLINE-HIST-FILE.
               05 OLH-ID PIC 9(5).
               05 OLH-PRD-ID PIC 9(5).
               05 OLH-QUAN PIC 9(5).
               05 OLH-UNIT-PRICE PIC 9(4)V9(2).
               05 OLH-UNIT-PRICE-X REDEFINES OLH-UNIT-PRICE
                   PIC X(6).
               05 OLH-UNIT-COST PIC 9(5)V9(2).
               05 OLH-UNIT-COST-X REDEFINES OLH-UNIT-COST
                   PIC X(7).
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
           FD QUOTE-LINE.
           01 QUOTE-LINE-FILE.
               05 QUL-ID PIC 9(5).
               05 QUL-PRD-ID PIC 9(5).
               05 QUL-QUAN PIC 9(5).
               05 QUL-UNIT-PRICE PIC 9(4)V9(2).
           FD STAND-LINE.
           01 STAND-LINE-FILE.
               05 STL-STO-ID PIC 9(5).
               05 STL-PRD-ID PIC 9(5).
               05 STL-QUAN PIC 9(5).
           FD COUNT-SHEET.
           01 COUNT-SHEET-FILE.
               05 CNT-PRD-ID PIC 9(5).
               05 CNT-PRD-NAME PIC X(20).
               05 CNT-BOOK-QTY PIC 9(5).
               05 CNT-PRICE PIC 9(4)V9(2).
               05 CNT-COUNTED-QTY PIC 9(5).
               05 CNT-STATUS PIC X(1).
               05 CNT-LOC PIC X(1).
           FD BEFORE-IMG.
           01 BEFORE-IMG-FILE.
               05 JRN-TIMESTAMP PIC X(14).
               05 JRN-FILE-NAME PIC X(10).
               05 JRN-KEY PIC 9(5).
               05 JRN-IMAGE PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
           01 WS-OLD-CUSTOMER-FS PIC X(2).
           01 WS-OLD-PRODUCT-FS PIC X(2).
           01 WS-OLD-ORDERLINE-FS PIC X(2).
           01 WS-OLD-ORDERLINE-HIST-FS PIC X(2).
           01 WS-OLD-CREDIT-MEMO-FS PIC X(2).
           01 WS-OLD-BACKORDER-FS PIC X(2).
           01 WS-OLD-PRICE-HIST-FS PIC X(2).
           01 WS-OLD-QTY-BREAK-FS PIC X(2).
           01 WS-OLD-QUOTE-LINE-FS PIC X(2).
           01 WS-OLD-STAND-LINE-FS PIC X(2).
           01 WS-OLD-COUNT-SHEET-FS PIC X(2).
           01 WS-OLD-BEFORE-IMG-FS PIC X(2).
           01 WS-CUSTOMER-FS PIC X(2).
           01 WS-PRODUCT-FS PIC X(2).
           01 WS-ORDERLINE-FS PIC X(2).
           01 WS-ORDERLINE-HIST-FS PIC X(2).
           01 WS-CREDIT-MEMO-FS PIC X(2).
           01 WS-BACKORDER-FS PIC X(2).
           01 WS-PRICE-HIST-FS PIC X(2).
           01 WS-QTY-BREAK-FS PIC X(2).
           01 WS-QUOTE-LINE-FS PIC X(2).
           01 WS-STAND-LINE-FS PIC X(2).
           01 WS-COUNT-SHEET-FS PIC X(2).
           01 WS-BEFORE-IMG-FS PIC X(2).
           01 WS-EOF PIC A(1).
           01 WS-OPEN-OK PIC A(1).
           01 WS-CST-COUNT PIC 9(5) VALUE ZERO.
           01 WS-PRD-COUNT PIC 9(5) VALUE ZERO.
           01 WS-ORDL-COUNT PIC 9(7) VALUE ZERO.
           01 WS-OLH-COUNT PIC 9(7) VALUE ZERO.
           01 WS-CRM-COUNT PIC 9(5) VALUE ZERO.
           01 WS-BKO-COUNT PIC 9(5) VALUE ZERO.
           01 WS-PRH-COUNT PIC 9(5) VALUE ZERO.
           01 WS-QBK-COUNT PIC 9(5) VALUE ZERO.
           01 WS-QUL-COUNT PIC 9(5) VALUE ZERO.
           01 WS-STL-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CNT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-JRN-COUNT PIC 9(7) VALUE ZERO.
      **
      * THE BEFORE-IMAGE JOURNAL HOLDS WHOLE CUSTOMER AND PRODUCT
      * RECORDS IN JRN-IMAGE, SO EACH IMAGE IS LAID OVER THE OLD
      * RECORD SHAPE, CONVERTED FIELD BY FIELD AND LAID BACK DOWN IN
      * THE NEW ONE.
      **
           01 WS-OLD-CST-IMG.
               05 WS-OLD-IMG-CST-ID PIC 9(5).
               05 WS-OLD-IMG-CST-NAME PIC A(15).
               05 WS-OLD-IMG-CST-STATUS PIC X(1).
               05 WS-OLD-IMG-CST-CREDIT-LIMIT PIC 9(7)V9(2).
               05 WS-OLD-IMG-CST-BALANCE PIC S9(7)V9(2).
               05 WS-OLD-IMG-CST-TAX-EXEMPT PIC X(1).
               05 WS-OLD-IMG-CST-DISC-PCT PIC 9(2)V9(2).
               05 WS-OLD-IMG-CST-ADDRESS PIC X(25).
               05 FILLER PIC X(11).
           01 WS-NEW-CST-IMG.
               05 WS-NEW-IMG-CST-ID PIC 9(5).
               05 WS-NEW-IMG-CST-NAME PIC X(25).
               05 WS-NEW-IMG-CST-STATUS PIC X(1).
               05 WS-NEW-IMG-CST-CREDIT-LIMIT PIC 9(7)V9(2).
               05 WS-NEW-IMG-CST-BALANCE PIC S9(7)V9(2).
               05 WS-NEW-IMG-CST-TAX-EXEMPT PIC X(1).
               05 WS-NEW-IMG-CST-DISC-PCT PIC 9(2)V9(2).
               05 WS-NEW-IMG-CST-ADDRESS PIC X(25).
               05 FILLER PIC X(1).
           01 WS-OLD-PRD-IMG.
               05 WS-OLD-IMG-PRD-ID PIC 9(5).
               05 WS-OLD-IMG-PRD-NAME PIC A(10).
               05 WS-OLD-IMG-PRD-PRICE PIC 9(2)V9(2).
               05 WS-OLD-IMG-PRD-QTY-ON-HAND PIC 9(5).
               05 WS-OLD-IMG-PRD-REORDER-POINT PIC 9(5).
               05 WS-OLD-IMG-PRD-REORDER-QTY PIC 9(5).
               05 WS-OLD-IMG-PRD-SUP-ID PIC 9(5).
               05 WS-OLD-IMG-PRD-UNIT-COST PIC 9(5)V9(2).
               05 FILLER PIC X(34).
           01 WS-NEW-PRD-IMG.
               05 WS-NEW-IMG-PRD-ID PIC 9(5).
               05 WS-NEW-IMG-PRD-NAME PIC X(20).
               05 WS-NEW-IMG-PRD-PRICE PIC 9(4)V9(2).
               05 WS-NEW-IMG-PRD-QTY-ON-HAND PIC 9(5).
               05 WS-NEW-IMG-PRD-REORDER-POINT PIC 9(5).
               05 WS-NEW-IMG-PRD-REORDER-QTY PIC 9(5).
               05 WS-NEW-IMG-PRD-SUP-ID PIC 9(5).
               05 WS-NEW-IMG-PRD-UNIT-COST PIC 9(5)V9(2).
               05 FILLER PIC X(22).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY 'PRICE/QUANTITY/NAME FIELD WIDTH UPGRADE'.
           PERFORM UPGRADE-CUSTOMER-PROCEDURE
           PERFORM UPGRADE-PRODUCT-PROCEDURE
           PERFORM UPGRADE-ORDERLINE-PROCEDURE
           PERFORM UPGRADE-ORDERLINE-HIST-PROCEDURE
           PERFORM UPGRADE-CREDIT-MEMO-PROCEDURE
           PERFORM UPGRADE-BACKORDER-PROCEDURE
           PERFORM UPGRADE-PRICE-HIST-PROCEDURE
           PERFORM UPGRADE-QTY-BREAK-PROCEDURE
           PERFORM UPGRADE-QUOTE-LINE-PROCEDURE
           PERFORM UPGRADE-STAND-LINE-PROCEDURE
           PERFORM UPGRADE-COUNT-SHEET-PROCEDURE
           PERFORM UPGRADE-BEFORE-IMG-PROCEDURE
           DISPLAY WS-CST-COUNT' CUSTOMER RECORDS UPGRADED'
           DISPLAY WS-PRD-COUNT' PRODUCT RECORDS UPGRADED'
           DISPLAY WS-ORDL-COUNT' ORDER LINES UPGRADED'
           DISPLAY WS-OLH-COUNT' ARCHIVED ORDER LINES UPGRADED'
           DISPLAY WS-CRM-COUNT' CREDIT MEMOS UPGRADED'
           DISPLAY WS-BKO-COUNT' BACKORDERS UPGRADED'
           DISPLAY WS-PRH-COUNT' PRICE HISTORY ENTRIES UPGRADED'
           DISPLAY WS-QBK-COUNT' QUANTITY BREAKS UPGRADED'
           DISPLAY WS-QUL-COUNT' QUOTE LINES UPGRADED'
           DISPLAY WS-STL-COUNT' STANDING ORDER LINES UPGRADED'
           DISPLAY WS-CNT-COUNT' COUNT SHEET LINES UPGRADED'
           DISPLAY WS-JRN-COUNT' BEFORE-IMAGE ENTRIES UPGRADED'.
           STOP RUN.

       UPGRADE-CUSTOMER-PROCEDURE.
      **
      * COPIES EVERY RECORD OUT OF CUSTOMER.DAT.OLD INTO THE NEW
      * INDEXED CUSTOMER.DAT. ONLY THE NAME WIDENS; STATUS, CREDIT
      * LIMIT, BALANCE, EXEMPTION, DISCOUNT AND ADDRESS CARRY ACROSS
      * UNCHANGED.
      **
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-OPEN-OK
           OPEN INPUT OLD-CUSTOMER
           IF WS-OLD-CUSTOMER-FS NOT = '00'
               DISPLAY 'CANNOT OPEN customer.dat.old - STATUS '
                   WS-OLD-CUSTOMER-FS
               DISPLAY 'RENAME THE EXISTING customer.dat TO '
                   'customer.dat.old BEFORE RUNNING THIS UPGRADE'
               MOVE 'N' TO WS-OPEN-OK
           ELSE
               OPEN OUTPUT CUSTOMER
               IF WS-CUSTOMER-FS NOT = '00'
                   DISPLAY 'CANNOT OPEN customer.dat - STATUS '
                       WS-CUSTOMER-FS
                   CLOSE OLD-CUSTOMER
                   MOVE 'N' TO WS-OPEN-OK
               END-IF
           END-IF
           IF WS-OPEN-OK = 'Y'
               MOVE ZERO TO OLD-CST-ID
               START OLD-CUSTOMER KEY IS NOT LESS THAN OLD-CST-ID
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OLD-CUSTOMER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE OLD-CST-ID TO CST-ID
                           MOVE OLD-CST-NAME TO CST-NAME
                           MOVE OLD-CST-STATUS TO CST-STATUS
                           MOVE OLD-CST-CREDIT-LIMIT TO
                               CST-CREDIT-LIMIT
                           MOVE OLD-CST-BALANCE TO CST-BALANCE
                           MOVE OLD-CST-TAX-EXEMPT TO CST-TAX-EXEMPT
                           MOVE OLD-CST-DISC-PCT TO CST-DISC-PCT
                           MOVE OLD-CST-ADDRESS TO CST-ADDRESS
                           WRITE CUSTOMER-FILE
                               INVALID KEY
                                   DISPLAY
                                       'DUPLICATE CUSTOMER ID SKIPPED: '
                                       CST-ID
                               NOT INVALID KEY
                                   ADD 1 TO WS-CST-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE OLD-CUSTOMER
               CLOSE CUSTOMER
           END-IF.

       UPGRADE-PRODUCT-PROCEDURE.
      **
      * COPIES EVERY RECORD OUT OF PRODUCT.DAT.OLD INTO THE NEW
      * INDEXED PRODUCT.DAT, WIDENING THE NAME AND PRICE AND CARRYING
      * STOCK, REORDER, SUPPLIER AND COST FIELDS UNCHANGED.
      **
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-OPEN-OK
           OPEN INPUT OLD-PRODUCT
           IF WS-OLD-PRODUCT-FS NOT = '00'
               DISPLAY 'CANNOT OPEN product.dat.old - STATUS '
                   WS-OLD-PRODUCT-FS
               DISPLAY 'RENAME THE EXISTING product.dat TO '
                   'product.dat.old BEFORE RUNNING THIS UPGRADE'
               MOVE 'N' TO WS-OPEN-OK
           ELSE
               OPEN OUTPUT PRODUCT
               IF WS-PRODUCT-FS NOT = '00'
                   DISPLAY 'CANNOT OPEN product.dat - STATUS '
                       WS-PRODUCT-FS
                   CLOSE OLD-PRODUCT
                   MOVE 'N' TO WS-OPEN-OK
               END-IF
           END-IF
           IF WS-OPEN-OK = 'Y'
               MOVE ZERO TO OLD-PRD-ID
               START OLD-PRODUCT KEY IS NOT LESS THAN OLD-PRD-ID
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OLD-PRODUCT NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE OLD-PRD-ID TO PRD-ID
                           MOVE OLD-PRD-NAME TO PRD-NAME
                           MOVE OLD-PRD-PRICE TO PRD-PRICE
                           MOVE OLD-PRD-QTY-ON-HAND TO
                               PRD-QTY-ON-HAND
                           MOVE OLD-PRD-REORDER-POINT TO
                               PRD-REORDER-POINT
                           MOVE OLD-PRD-REORDER-QTY TO
                               PRD-REORDER-QTY
                           MOVE OLD-PRD-SUP-ID TO PRD-SUP-ID
                           MOVE OLD-PRD-UNIT-COST TO PRD-UNIT-COST
                           WRITE PRODUCT-FILE
                               INVALID KEY
                                   DISPLAY
                                       'DUPLICATE PRODUCT ID SKIPPED: '
                                       PRD-ID
                               NOT INVALID KEY
                                   ADD 1 TO WS-PRD-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE OLD-PRODUCT
               CLOSE PRODUCT
           END-IF.

       UPGRADE-ORDERLINE-PROCEDURE.
      **
      * LINES WRITTEN BEFORE UNIT PRICES OR UNIT COSTS WERE STORED
      * CARRY BLANKS THERE. THOSE STAY BLANK RATHER THAN BECOMING
      * ZERO, SO EVERY REPORT STILL RECOGNISES THEM AND PRICES THEM
      * AS OF THE ORDER DATE.
      **
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-OPEN-OK
           OPEN INPUT OLD-ORDERLINE
           IF WS-OLD-ORDERLINE-FS NOT = '00'
               DISPLAY 'CANNOT OPEN orderline.dat.old - STATUS '
                   WS-OLD-ORDERLINE-FS
               DISPLAY 'RENAME THE EXISTING orderline.dat TO '
                   'orderline.dat.old BEFORE RUNNING THIS UPGRADE'
               MOVE 'N' TO WS-OPEN-OK
           ELSE
               OPEN OUTPUT ORDERLINE
               IF WS-ORDERLINE-FS NOT = '00'
                   DISPLAY 'CANNOT OPEN orderline.dat - STATUS '
                       WS-ORDERLINE-FS
                   CLOSE OLD-ORDERLINE
                   MOVE 'N' TO WS-OPEN-OK
               END-IF
           END-IF
           IF WS-OPEN-OK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OLD-ORDERLINE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE OLD-ORDL-ID TO ORDL-ID
                           MOVE OLD-ORDL-PRD-ID TO ORDL-PRD-ID
                           MOVE OLD-ORDL-QUAN TO ORDL-QUAN
                           IF OLD-ORDL-UNIT-PRICE NUMERIC
                               MOVE OLD-ORDL-UNIT-PRICE TO
                                   ORDL-UNIT-PRICE
                           ELSE
                               MOVE SPACES TO ORDL-UNIT-PRICE-X
                           END-IF
                           IF OLD-ORDL-UNIT-COST NUMERIC
                               MOVE OLD-ORDL-UNIT-COST TO
                                   ORDL-UNIT-COST
                           ELSE
                               MOVE SPACES TO ORDL-UNIT-COST-X
                           END-IF
                           WRITE ORDERLINE-FILE
                           END-WRITE
                           ADD 1 TO WS-ORDL-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-ORDERLINE
               CLOSE ORDERLINE
           END-IF.

       UPGRADE-ORDERLINE-HIST-PROCEDURE.
      **
      * THE ARCHIVED LINES ARE CONVERTED THE SAME WAY. NO ARCHIVE FILE
      * YET JUST MEANS NOTHING HAS EVER BEEN ARCHIVED.
      **
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-OPEN-OK
           OPEN INPUT OLD-ORDERLINE-HIST
           IF WS-OLD-ORDERLINE-HIST-FS NOT = '00'
               DISPLAY 'NO orderlinehist.dat.old - ARCHIVE NOT '
                   'UPGRADED'
               MOVE 'N' TO WS-OPEN-OK
           ELSE
               OPEN OUTPUT ORDERLINE-HIST
               IF WS-ORDERLINE-HIST-FS NOT = '00'
                   DISPLAY 'CANNOT OPEN orderlinehist.dat - STATUS '
                       WS-ORDERLINE-HIST-FS
                   CLOSE OLD-ORDERLINE-HIST
                   MOVE 'N' TO WS-OPEN-OK
               END-IF
           END-IF
           IF WS-OPEN-OK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OLD-ORDERLINE-HIST
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE OLD-OLH-ID TO OLH-ID
                           MOVE OLD-OLH-PRD-ID TO OLH-PRD-ID
                           MOVE OLD-OLH-QUAN TO OLH-QUAN
                           IF OLD-OLH-UNIT-PRICE NUMERIC
                               MOVE OLD-OLH-UNIT-PRICE TO
                                   OLH-UNIT-PRICE
                           ELSE
                               MOVE SPACES TO OLH-UNIT-PRICE-X
                           END-IF
                           IF OLD-OLH-UNIT-COST NUMERIC
                               MOVE OLD-OLH-UNIT-COST TO
                                   OLH-UNIT-COST
                           ELSE
                               MOVE SPACES TO OLH-UNIT-COST-X
                           END-IF
                           WRITE ORDERLINE-HIST-FILE
                           END-WRITE
                           ADD 1 TO WS-OLH-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-ORDERLINE-HIST
               CLOSE ORDERLINE-HIST
           END-IF.

       UPGRADE-CREDIT-MEMO-PROCEDURE.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-OPEN-OK
           OPEN INPUT OLD-CREDIT-MEMO
           IF WS-OLD-CREDIT-MEMO-FS NOT = '00'
               DISPLAY 'NO creditmemo.dat.old - CREDIT MEMOS NOT '
                   'UPGRADED'
               MOVE 'N' TO WS-OPEN-OK
           ELSE
               OPEN OUTPUT CREDIT-MEMO
               IF WS-CREDIT-MEMO-FS NOT = '00'
                   DISPLAY 'CANNOT OPEN creditmemo.dat - STATUS '
                       WS-CREDIT-MEMO-FS
                   CLOSE OLD-CREDIT-MEMO
                   MOVE 'N' TO WS-OPEN-OK
               END-IF
           END-IF
           IF WS-OPEN-OK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OLD-CREDIT-MEMO
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE OLD-CRM-ORD-ID TO CRM-ORD-ID
                           MOVE OLD-CRM-CST-ID TO CRM-CST-ID
                           MOVE OLD-CRM-DATE TO CRM-DATE
                           MOVE OLD-CRM-PRD-ID TO CRM-PRD-ID
                           MOVE OLD-CRM-QUAN TO CRM-QUAN
                           MOVE OLD-CRM-AMOUNT TO CRM-AMOUNT
                           WRITE CREDIT-MEMO-FILE
                           END-WRITE
                           ADD 1 TO WS-CRM-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-CREDIT-MEMO
               CLOSE CREDIT-MEMO
           END-IF.

       UPGRADE-BACKORDER-PROCEDURE.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-OPEN-OK
           OPEN INPUT OLD-BACKORDER
           IF WS-OLD-BACKORDER-FS NOT = '00'
               DISPLAY 'NO backorder.dat.old - BACKORDERS NOT '
                   'UPGRADED'
               MOVE 'N' TO WS-OPEN-OK
           ELSE
               OPEN OUTPUT BACKORDER
               IF WS-BACKORDER-FS NOT = '00'
                   DISPLAY 'CANNOT OPEN backorder.dat - STATUS '
                       WS-BACKORDER-FS
                   CLOSE OLD-BACKORDER
                   MOVE 'N' TO WS-OPEN-OK
               END-IF
           END-IF
           IF WS-OPEN-OK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OLD-BACKORDER
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE OLD-BKO-CST-ID TO BKO-CST-ID
                           MOVE OLD-BKO-PRD-ID TO BKO-PRD-ID
                           MOVE OLD-BKO-QUAN TO BKO-QUAN
                           MOVE OLD-BKO-DATE TO BKO-DATE
                           MOVE OLD-BKO-STATUS TO BKO-STATUS
                           WRITE BACKORDER-FILE
                           END-WRITE
                           ADD 1 TO WS-BKO-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-BACKORDER
               CLOSE BACKORDER
           END-IF.

       UPGRADE-PRICE-HIST-PROCEDURE.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-OPEN-OK
           OPEN INPUT OLD-PRICE-HIST
           IF WS-OLD-PRICE-HIST-FS NOT = '00'
               DISPLAY 'NO pricehist.dat.old - PRICE HISTORY NOT '
                   'UPGRADED'
               MOVE 'N' TO WS-OPEN-OK
           ELSE
               OPEN OUTPUT PRICE-HIST
               IF WS-PRICE-HIST-FS NOT = '00'
                   DISPLAY 'CANNOT OPEN pricehist.dat - STATUS '
                       WS-PRICE-HIST-FS
                   CLOSE OLD-PRICE-HIST
                   MOVE 'N' TO WS-OPEN-OK
               END-IF
           END-IF
           IF WS-OPEN-OK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OLD-PRICE-HIST
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE OLD-PRH-PRD-ID TO PRH-PRD-ID
                           MOVE OLD-PRH-EFF-DATE TO PRH-EFF-DATE
                           MOVE OLD-PRH-OLD-PRICE TO PRH-OLD-PRICE
                           MOVE OLD-PRH-NEW-PRICE TO PRH-NEW-PRICE
                           WRITE PRICE-HIST-FILE
                           END-WRITE
                           ADD 1 TO WS-PRH-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-PRICE-HIST
               CLOSE PRICE-HIST
           END-IF.

       UPGRADE-QTY-BREAK-PROCEDURE.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-OPEN-OK
           OPEN INPUT OLD-QTY-BREAK
           IF WS-OLD-QTY-BREAK-FS NOT = '00'
               DISPLAY 'NO qtybreak.dat.old - QUANTITY BREAKS NOT '
                   'UPGRADED'
               MOVE 'N' TO WS-OPEN-OK
           ELSE
               OPEN OUTPUT QTY-BREAK
               IF WS-QTY-BREAK-FS NOT = '00'
                   DISPLAY 'CANNOT OPEN qtybreak.dat - STATUS '
                       WS-QTY-BREAK-FS
                   CLOSE OLD-QTY-BREAK
                   MOVE 'N' TO WS-OPEN-OK
               END-IF
           END-IF
           IF WS-OPEN-OK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OLD-QTY-BREAK
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE OLD-QBK-PRD-ID TO QBK-PRD-ID
                           MOVE OLD-QBK-MIN-QTY TO QBK-MIN-QTY
                           MOVE OLD-QBK-PRICE TO QBK-PRICE
                           WRITE QTY-BREAK-FILE
                           END-WRITE
                           ADD 1 TO WS-QBK-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-QTY-BREAK
               CLOSE QTY-BREAK
           END-IF.

       UPGRADE-QUOTE-LINE-PROCEDURE.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-OPEN-OK
           OPEN INPUT OLD-QUOTE-LINE
           IF WS-OLD-QUOTE-LINE-FS NOT = '00'
               DISPLAY 'NO quoteline.dat.old - QUOTE LINES NOT '
                   'UPGRADED'
               MOVE 'N' TO WS-OPEN-OK
           ELSE
               OPEN OUTPUT QUOTE-LINE
               IF WS-QUOTE-LINE-FS NOT = '00'
                   DISPLAY 'CANNOT OPEN quoteline.dat - STATUS '
                       WS-QUOTE-LINE-FS
                   CLOSE OLD-QUOTE-LINE
                   MOVE 'N' TO WS-OPEN-OK
               END-IF
           END-IF
           IF WS-OPEN-OK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OLD-QUOTE-LINE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE OLD-QUL-ID TO QUL-ID
                           MOVE OLD-QUL-PRD-ID TO QUL-PRD-ID
                           MOVE OLD-QUL-QUAN TO QUL-QUAN
                           MOVE OLD-QUL-UNIT-PRICE TO QUL-UNIT-PRICE
                           WRITE QUOTE-LINE-FILE
                           END-WRITE
                           ADD 1 TO WS-QUL-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-QUOTE-LINE
               CLOSE QUOTE-LINE
           END-IF.

       UPGRADE-STAND-LINE-PROCEDURE.
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-OPEN-OK
           OPEN INPUT OLD-STAND-LINE
           IF WS-OLD-STAND-LINE-FS NOT = '00'
               DISPLAY 'NO standline.dat.old - STANDING ORDER LINES '
                   'NOT UPGRADED'
               MOVE 'N' TO WS-OPEN-OK
           ELSE
               OPEN OUTPUT STAND-LINE
               IF WS-STAND-LINE-FS NOT = '00'
                   DISPLAY 'CANNOT OPEN standline.dat - STATUS '
                       WS-STAND-LINE-FS
                   CLOSE OLD-STAND-LINE
                   MOVE 'N' TO WS-OPEN-OK
               END-IF
           END-IF
           IF WS-OPEN-OK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OLD-STAND-LINE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE OLD-STL-STO-ID TO STL-STO-ID
                           MOVE OLD-STL-PRD-ID TO STL-PRD-ID
                           MOVE OLD-STL-QUAN TO STL-QUAN
                           WRITE STAND-LINE-FILE
                           END-WRITE
                           ADD 1 TO WS-STL-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-STAND-LINE
               CLOSE STAND-LINE
           END-IF.

       UPGRADE-COUNT-SHEET-PROCEDURE.
      **
      * A COUNT SHEET IS ONLY ON DISK WHILE A STOCKTAKE IS IN
      * PROGRESS. CONVERTING IT LETS A COUNT FROZEN BEFORE THE UPGRADE
      * BE ENTERED AND POSTED AFTER IT.
      **
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-OPEN-OK
           OPEN INPUT OLD-COUNT-SHEET
           IF WS-OLD-COUNT-SHEET-FS NOT = '00'
               DISPLAY 'NO countsheet.dat.old - COUNT SHEET NOT '
                   'UPGRADED'
               MOVE 'N' TO WS-OPEN-OK
           ELSE
               OPEN OUTPUT COUNT-SHEET
               IF WS-COUNT-SHEET-FS NOT = '00'
                   DISPLAY 'CANNOT OPEN countsheet.dat - STATUS '
                       WS-COUNT-SHEET-FS
                   CLOSE OLD-COUNT-SHEET
                   MOVE 'N' TO WS-OPEN-OK
               END-IF
           END-IF
           IF WS-OPEN-OK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OLD-COUNT-SHEET
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE OLD-CNT-PRD-ID TO CNT-PRD-ID
                           MOVE OLD-CNT-PRD-NAME TO CNT-PRD-NAME
                           MOVE OLD-CNT-BOOK-QTY TO CNT-BOOK-QTY
                           MOVE OLD-CNT-PRICE TO CNT-PRICE
                           MOVE OLD-CNT-COUNTED-QTY TO
                               CNT-COUNTED-QTY
                           MOVE OLD-CNT-STATUS TO CNT-STATUS
                           MOVE OLD-CNT-LOC TO CNT-LOC
                           WRITE COUNT-SHEET-FILE
                           END-WRITE
                           ADD 1 TO WS-CNT-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-COUNT-SHEET
               CLOSE COUNT-SHEET
           END-IF.

       UPGRADE-BEFORE-IMG-PROCEDURE.
      **
      * THE JOURNAL RECORD ITSELF KEEPS ITS SHAPE - ONLY THE CUSTOMER
      * AND PRODUCT IMAGES INSIDE JRN-IMAGE ARE RESHAPED, SO ROLLBACK
      * RESTORES A PRE-UPGRADE IMAGE INTO THE NEW RECORD LAYOUT.
      * IMAGES OF ANY OTHER FILE ARE COPIED ACROSS AS THEY ARE.
      **
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-OPEN-OK
           OPEN INPUT OLD-BEFORE-IMG
           IF WS-OLD-BEFORE-IMG-FS NOT = '00'
               DISPLAY 'NO beforeimg.dat.old - BEFORE-IMAGE JOURNAL '
                   'NOT UPGRADED'
               MOVE 'N' TO WS-OPEN-OK
           ELSE
               OPEN OUTPUT BEFORE-IMG
               IF WS-BEFORE-IMG-FS NOT = '00'
                   DISPLAY 'CANNOT OPEN beforeimg.dat - STATUS '
                       WS-BEFORE-IMG-FS
                   CLOSE OLD-BEFORE-IMG
                   MOVE 'N' TO WS-OPEN-OK
               END-IF
           END-IF
           IF WS-OPEN-OK = 'Y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OLD-BEFORE-IMG
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE OLD-JRN-TIMESTAMP TO JRN-TIMESTAMP
                           MOVE OLD-JRN-FILE-NAME TO JRN-FILE-NAME
                           MOVE OLD-JRN-KEY TO JRN-KEY
                           EVALUATE OLD-JRN-FILE-NAME
                               WHEN 'CUSTOMER'
                                   PERFORM RESHAPE-CST-IMAGE-PROCEDURE
                               WHEN 'PRODUCT'
                                   PERFORM RESHAPE-PRD-IMAGE-PROCEDURE
                               WHEN OTHER
                                   MOVE OLD-JRN-IMAGE TO JRN-IMAGE
                           END-EVALUATE
                           WRITE BEFORE-IMG-FILE
                           END-WRITE
                           ADD 1 TO WS-JRN-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-BEFORE-IMG
               CLOSE BEFORE-IMG
           END-IF.

       RESHAPE-CST-IMAGE-PROCEDURE.
           MOVE OLD-JRN-IMAGE TO WS-OLD-CST-IMG
           MOVE SPACES TO WS-NEW-CST-IMG
           MOVE WS-OLD-IMG-CST-ID TO WS-NEW-IMG-CST-ID
           MOVE WS-OLD-IMG-CST-NAME TO WS-NEW-IMG-CST-NAME
           MOVE WS-OLD-IMG-CST-STATUS TO WS-NEW-IMG-CST-STATUS
           MOVE WS-OLD-IMG-CST-CREDIT-LIMIT TO
               WS-NEW-IMG-CST-CREDIT-LIMIT
           MOVE WS-OLD-IMG-CST-BALANCE TO WS-NEW-IMG-CST-BALANCE
           MOVE WS-OLD-IMG-CST-TAX-EXEMPT TO WS-NEW-IMG-CST-TAX-EXEMPT
           MOVE WS-OLD-IMG-CST-DISC-PCT TO WS-NEW-IMG-CST-DISC-PCT
           MOVE WS-OLD-IMG-CST-ADDRESS TO WS-NEW-IMG-CST-ADDRESS
           MOVE WS-NEW-CST-IMG TO JRN-IMAGE.

       RESHAPE-PRD-IMAGE-PROCEDURE.
           MOVE OLD-JRN-IMAGE TO WS-OLD-PRD-IMG
           MOVE SPACES TO WS-NEW-PRD-IMG
           MOVE WS-OLD-IMG-PRD-ID TO WS-NEW-IMG-PRD-ID
           MOVE WS-OLD-IMG-PRD-NAME TO WS-NEW-IMG-PRD-NAME
           MOVE WS-OLD-IMG-PRD-PRICE TO WS-NEW-IMG-PRD-PRICE
           MOVE WS-OLD-IMG-PRD-QTY-ON-HAND TO
               WS-NEW-IMG-PRD-QTY-ON-HAND
           MOVE WS-OLD-IMG-PRD-REORDER-POINT TO
               WS-NEW-IMG-PRD-REORDER-POINT
           MOVE WS-OLD-IMG-PRD-REORDER-QTY TO
               WS-NEW-IMG-PRD-REORDER-QTY
           MOVE WS-OLD-IMG-PRD-SUP-ID TO WS-NEW-IMG-PRD-SUP-ID
           MOVE WS-OLD-IMG-PRD-UNIT-COST TO WS-NEW-IMG-PRD-UNIT-COST
           MOVE WS-NEW-PRD-IMG TO JRN-IMAGE.

       END PROGRAM WIDEUPGRD.
