      ******************************************************************
      * Author: Eron Salongsongan
      * Date: October 15, 2026
      * Purpose: Reorder Point Recalculation - proposes a new
      *          PRD-REORDER-POINT and PRD-REORDER-QTY for every
      *          product from its own demand instead of the numbers
      *          keyed once in product maintenance. Average and peak
      *          monthly demand come from the perisum.dat history
      *          (a component is credited with the kits it went out
      *          in), and each supplier's real lead time from the
      *          days between PO-DATE and the receipt that closed the
      *          PO in po.dat/receiving.dat. The reorder point is
      *          lead-time demand at the average rate plus safety
      *          stock for a peak month over the supplier's slowest
      *          delivery; the reorder quantity covers the keyed
      *          months at the average rate. Kits and drop-ship
      *          products (dropprod.dat) hold no stock of their own
      *          and are skipped. The proposals go to reorderprop.dat
      *          and print beside the current values; purchasing
      *          approves or rejects them, and a supervisor applies
      *          the approved ones to PRODUCT with a before-image and
      *          an audit record per product, the same as product
      *          maintenance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REORDCALC.
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

           SELECT PRODUCT ASSIGN TO 'product.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-ID
           FILE STATUS IS WS-PRODUCT-FS.

           SELECT PERI-SUM ASSIGN TO 'perisum.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PERI-SUM-FS.

           SELECT KIT-BOM ASSIGN TO 'kit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-KIT-BOM-FS.

           SELECT DROP-PROD ASSIGN TO 'dropprod.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DROP-PROD-FS.

           SELECT PURCH-ORD ASSIGN TO 'po.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PURCH-ORD-FS.

           SELECT RECEIVING ASSIGN TO 'receiving.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RECEIVING-FS.

           SELECT REORD-PROP ASSIGN TO 'reorderprop.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-REORD-PROP-FS.

           SELECT AUDIT-TRAIL ASSIGN TO 'audit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-TRAIL-FS.

           SELECT BEFORE-IMG ASSIGN TO 'beforeimg.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BEFORE-IMG-FS.

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
           FD PERI-SUM.
           01 PERI-SUM-FILE.
               05 PSM-YYYYMM PIC 9(6).
               05 PSM-TYPE PIC X(1).
                   88 PSM-BY-PRODUCT VALUE 'P'.
                   88 PSM-BY-CUSTOMER VALUE 'C'.
               05 PSM-KEY PIC 9(5).
               05 PSM-QTY PIC S9(7).
               05 PSM-VALUE PIC S9(9)V9(2).
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
           FD PURCH-ORD.
           01 PURCH-ORD-FILE.
               05 PO-ID PIC 9(5).
               05 PO-SUP-ID PIC 9(5).
               05 PO-PRD-ID PIC 9(5).
               05 PO-DATE PIC 9(8).
               05 PO-EXP-DATE PIC 9(8).
               05 PO-ORD-QTY PIC 9(5).
               05 PO-RCV-QTY PIC 9(5).
               05 PO-STATUS PIC X(1).
                   88 PO-OPEN VALUE 'O'.
                   88 PO-CLOSED VALUE 'C'.
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
           FD REORD-PROP.
           01 REORD-PROP-FILE.
               05 RPP-PRD-ID PIC 9(5).
               05 RPP-PRD-NAME PIC X(20).
               05 RPP-SUP-ID PIC 9(5).
               05 RPP-LEAD-DAYS PIC 9(3).
               05 RPP-LEAD-SRC PIC X(1).
               05 RPP-MAX-LEAD-DAYS PIC 9(3).
               05 RPP-AVG-QTY PIC 9(5)V9.
               05 RPP-PEAK-QTY PIC 9(5).
               05 RPP-CUR-ROP PIC 9(5).
               05 RPP-CUR-ROQ PIC 9(5).
               05 RPP-NEW-ROP PIC 9(5).
               05 RPP-NEW-ROQ PIC 9(5).
               05 RPP-STATUS PIC X(1).
                   88 RPP-PROPOSED VALUE 'P'.
                   88 RPP-APPROVED VALUE 'A'.
                   88 RPP-REJECTED VALUE 'R'.
                   88 RPP-APPLIED VALUE 'D'.
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
      *-----------------------
       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-FS PIC X(2).
           01 WS-OPERATOR-ID PIC 9(5) VALUE ZERO.
           01 WS-OPERATOR-LEVEL PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-OK PIC A(1).
           01 WS-PRODUCT-FS PIC X(2).
           01 WS-PERI-SUM-FS PIC X(2).
           01 WS-KIT-BOM-FS PIC X(2).
           01 WS-DROP-PROD-FS PIC X(2).
           01 WS-PURCH-ORD-FS PIC X(2).
           01 WS-RECEIVING-FS PIC X(2).
           01 WS-REORD-PROP-FS PIC X(2).
           01 WS-AUDIT-TRAIL-FS PIC X(2).
           01 WS-BEFORE-IMG-FS PIC X(2).
           01 WS-CNT PIC 9(1) VALUE 0.
           01 WS-CHC PIC X(1).
           01 WS-EOF PIC A(1).
           01 WS-SUM-EOF PIC A(1).
           01 WS-KIT-EOF PIC A(1).
           01 WS-DRP-EOF PIC A(1).
           01 WS-PO-EOF PIC A(1).
           01 WS-RCV-EOF PIC A(1).
           01 WS-PRD.
               05 WS-PRD-ID PIC 9(5).
               05 WS-PRD-NAME PIC X(20).
               05 WS-PRD-PRICE PIC 9(4)V9(2).
               05 WS-PRD-QTY-ON-HAND PIC 9(5).
               05 WS-PRD-REORDER-POINT PIC 9(5).
               05 WS-PRD-REORDER-QTY PIC 9(5).
               05 WS-PRD-SUP-ID PIC 9(5).
               05 WS-PRD-UNIT-COST PIC 9(5)V9(2).
           01 WS-INP-MM PIC 9(2).
           01 WS-INP-YYYY PIC 9(4).
           01 WS-INP-HIST-MONTHS PIC 9(2).
           01 WS-INP-LEAD-DAYS PIC 9(3).
           01 WS-INP-COVER-MONTHS PIC 9(2).
           01 WS-INP-APPROVE PIC X(1).
           01 WS-INP-DECISION PIC X(1).
      **
      * DEMAND IS TURNED INTO A DAILY RATE OVER THIS MANY DAYS A
      * MONTH TO MEET THE LEAD TIME, WHICH IS KEPT IN DAYS.
      **
           01 WS-DAYS-PER-MONTH PIC 9(2) VALUE 30.
           01 WS-YM.
               05 WS-YM-YYYY PIC 9(4).
               05 WS-YM-MM PIC 9(2).
           01 WS-ASOF-IDX PIC 9(6).
           01 WS-ROW-IDX PIC 9(6).
           01 WS-ROW-AGE PIC S9(6).
           01 WS-ROW-QTY PIC S9(9).
           01 WS-MON-TBL.
               05 WS-MON-QTY PIC S9(9) OCCURS 24 TIMES.
           01 WS-M PIC 9(2).
           01 WS-HIST-TOTAL PIC S9(9).
           01 WS-AVG-QTY PIC 9(5)V9.
           01 WS-PEAK-QTY PIC 9(5).
           01 WS-IS-KIT PIC A(1).
           01 WS-KIT-TBL.
               05 WS-KIT-ENTRY OCCURS 20 TIMES.
                   10 WS-KT-KIT-ID PIC 9(5).
                   10 WS-KT-CMP-QTY PIC 9(3).
           01 WS-KIT-CNT PIC 9(2).
           01 WS-KIT-FULL-WARNED PIC A(1) VALUE 'N'.
           01 WS-DROP-SHIP-PRD PIC A(1).
           01 WS-K PIC 9(3).
           01 WS-LT-TBL.
               05 WS-LT-ENTRY OCCURS 100 TIMES.
                   10 WS-LT-SUP-ID PIC 9(5).
                   10 WS-LT-PO-CNT PIC 9(5).
                   10 WS-LT-DAY-SUM PIC 9(7).
                   10 WS-LT-MAX-DAYS PIC 9(3).
           01 WS-LT-CNT PIC 9(3) VALUE ZERO.
           01 WS-LT-FULL-WARNED PIC A(1) VALUE 'N'.
           01 WS-LT-FND PIC A(1).
           01 WS-LEAD-DAYS PIC 9(3).
           01 WS-MAX-LEAD-DAYS PIC 9(3).
           01 WS-LT-DEMAND PIC 9(7)V99.
           01 WS-SAFETY-STOCK PIC S9(7)V99.
           01 WS-LEAD-SRC PIC X(1).
           01 WS-YMD-TXT PIC X(8).
           01 WS-PO-YMD PIC 9(8).
           01 WS-RCV-YMD PIC 9(8).
           01 WS-LAST-RCV-YMD PIC 9(8).
           01 WS-PO-DAYS PIC S9(5).
           01 WS-NEW-ROP PIC 9(5).
           01 WS-NEW-ROQ PIC 9(5).
           01 WS-PROP-CNT PIC 9(5) VALUE ZERO.
           01 WS-SAME-CNT PIC 9(5) VALUE ZERO.
           01 WS-NO-DEMAND-CNT PIC 9(5) VALUE ZERO.
           01 WS-KIT-SKIP-CNT PIC 9(5) VALUE ZERO.
           01 WS-DROP-SKIP-CNT PIC 9(5) VALUE ZERO.
           01 WS-APPROVED-CNT PIC 9(5) VALUE ZERO.
           01 WS-APPLIED-CNT PIC 9(5) VALUE ZERO.
           01 WS-STALE-CNT PIC 9(5) VALUE ZERO.
           01 WS-DSP-AVG PIC ZZZZ9.9.
           01 WS-DSP-STATUS PIC X(8).
           01 WS-JRN-FILE-NAME PIC X(10).
           01 WS-JRN-KEY PIC 9(5).
           01 WS-JRN-IMAGE PIC X(80).
           01 WS-AUD-REC-TYPE PIC X(10).
           01 WS-AUD-KEY PIC X(10).
           01 WS-AUD-OLD-VALUE PIC X(30).
           01 WS-AUD-NEW-VALUE PIC X(30).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           PERFORM SIGNON-PROCEDURE
           MOVE 0 TO WS-CNT.
           PERFORM CHOICES-PROCEDURE WITH TEST AFTER UNTIL WS-CNT=1.
           STOP RUN.

       CHOICES-PROCEDURE.
           DISPLAY 'REORDER POINT RECALCULATION:'.
           DISPLAY 'C: CALCULATE NEW PROPOSALS'.
           DISPLAY 'L: LIST PROPOSALS'.
           DISPLAY 'R: REVIEW - APPROVE OR REJECT PROPOSALS'.
           DISPLAY 'A: APPLY APPROVED PROPOSALS TO PRODUCT'.
           DISPLAY 'X: EXIT'.
           DISPLAY 'ENTER CHOICE: '.
           ACCEPT WS-CHC.
           EVALUATE WS-CHC
               WHEN 'C'
                   PERFORM CALCULATE-PROCEDURE
               WHEN 'L'
                   PERFORM LIST-PROPOSALS-PROCEDURE
               WHEN 'R'
                   PERFORM REVIEW-PROPOSALS-PROCEDURE
               WHEN 'A'
                   PERFORM APPLY-PROPOSALS-PROCEDURE
               WHEN 'X'
                   MOVE 1 TO WS-CNT
               WHEN OTHER
                   DISPLAY 'INVALID. TRY AGAIN.'
           END-EVALUATE.

       CALCULATE-PROCEDURE.
      **
      * A NEW CALCULATION REPLACES ANY PREVIOUS PROPOSAL SHEET, THE
      * SAME WAY A NEW STOCKTAKE FREEZE REPLACES THE COUNT SHEET.
      * ONLY PRODUCTS WHOSE NUMBERS WOULD CHANGE GET A ROW.
      **
           DISPLAY 'ENTER LAST MONTH OF HISTORY TO USE (MM):'
           ACCEPT WS-INP-MM
           DISPLAY 'ENTER ITS YEAR (YYYY):'
           ACCEPT WS-INP-YYYY
           DISPLAY 'MONTHS OF HISTORY TO AVERAGE (0 = 12, MAX 24):'
           ACCEPT WS-INP-HIST-MONTHS
           DISPLAY 'LEAD TIME IN DAYS FOR A SUPPLIER WITH NO PO '
               'HISTORY (0 = 14):'
           ACCEPT WS-INP-LEAD-DAYS
           DISPLAY 'MONTHS OF DEMAND ONE REORDER SHOULD COVER '
               '(0 = 1):'
           ACCEPT WS-INP-COVER-MONTHS
           IF WS-INP-HIST-MONTHS = ZERO
               MOVE 12 TO WS-INP-HIST-MONTHS
           END-IF
           IF WS-INP-HIST-MONTHS > 24
               MOVE 24 TO WS-INP-HIST-MONTHS
           END-IF
           IF WS-INP-LEAD-DAYS = ZERO
               MOVE 14 TO WS-INP-LEAD-DAYS
           END-IF
           IF WS-INP-COVER-MONTHS = ZERO
               MOVE 1 TO WS-INP-COVER-MONTHS
           END-IF
           IF WS-INP-MM < 1 OR WS-INP-MM > 12
               DISPLAY 'INVALID MONTH - NOTHING CALCULATED'
           ELSE
               OPEN INPUT PERI-SUM
               IF WS-PERI-SUM-FS NOT = '00'
                   DISPLAY 'NO perisum.dat ON FILE - RUN PERIODSUM '
                       'FIRST. NOTHING CALCULATED'
               ELSE
                   CLOSE PERI-SUM
                   PERFORM CALCULATE-ALL-PROCEDURE
               END-IF
           END-IF.

       CALCULATE-ALL-PROCEDURE.
           COMPUTE WS-ASOF-IDX = WS-INP-YYYY * 12 + WS-INP-MM
           MOVE ZERO TO WS-PROP-CNT
           MOVE ZERO TO WS-SAME-CNT
           MOVE ZERO TO WS-NO-DEMAND-CNT
           MOVE ZERO TO WS-KIT-SKIP-CNT
           MOVE ZERO TO WS-DROP-SKIP-CNT
           PERFORM BUILD-LEAD-TIMES-PROCEDURE
           DISPLAY 'PRDID PRDNAME              SUPID LEAD  AVG/MO  PEAK'
               ' CUR ROP CUR ROQ NEW ROP NEW ROQ'
           MOVE 'N' TO WS-EOF
           OPEN INPUT PRODUCT
           OPEN OUTPUT REORD-PROP
           MOVE ZERO TO PRD-ID
           START PRODUCT KEY IS NOT LESS THAN PRD-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ PRODUCT NEXT RECORD INTO WS-PRD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CALCULATE-PRODUCT-PROCEDURE
               END-READ
           END-PERFORM
           CLOSE PRODUCT
           CLOSE REORD-PROP
           DISPLAY WS-PROP-CNT' CHANGES PROPOSED, 'WS-SAME-CNT
               ' ALREADY RIGHT'
           IF WS-NO-DEMAND-CNT > 0
               DISPLAY WS-NO-DEMAND-CNT' PRODUCTS WITH NO DEMAND IN '
                   'THE HISTORY - LEFT AS THEY ARE'
           END-IF
           IF WS-KIT-SKIP-CNT > 0
               DISPLAY WS-KIT-SKIP-CNT' KITS SKIPPED - A KIT IS '
                   'REPLENISHED THROUGH ITS COMPONENTS'
           END-IF
           IF WS-DROP-SKIP-CNT > 0
               DISPLAY WS-DROP-SKIP-CNT' DROP-SHIP PRODUCTS SKIPPED - '
                   'THE SUPPLIER SHIPS EACH ORDER DIRECT'
           END-IF.

       BUILD-LEAD-TIMES-PROCEDURE.
      **
      * ONE PASS OF PO.DAT: EVERY CLOSED PO THAT RECEIVED SOMETHING
      * ADDS THE DAYS FROM PO-DATE TO ITS LATEST RECEIPT TO ITS
      * SUPPLIER'S TOTAL. A PO CLOSED FROM RECEIPTS THAT PREDATE
      * RCV-PO-ID HAS NO RECEIPT TO TIME AND IS LEFT OUT.
      **
           MOVE ZERO TO WS-LT-CNT
           MOVE 'N' TO WS-PO-EOF
           OPEN INPUT PURCH-ORD
           IF WS-PURCH-ORD-FS NOT = '00'
               MOVE 'Y' TO WS-PO-EOF
           END-IF
           PERFORM UNTIL WS-PO-EOF = 'Y'
               READ PURCH-ORD
                   AT END MOVE 'Y' TO WS-PO-EOF
                   NOT AT END
                       IF PO-CLOSED AND PO-RCV-QTY > 0
                           PERFORM TIME-PO-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PURCH-ORD-FS = '00' OR WS-PURCH-ORD-FS = '10'
               CLOSE PURCH-ORD
           END-IF.

       TIME-PO-PROCEDURE.
           MOVE ZERO TO WS-LAST-RCV-YMD
           MOVE 'N' TO WS-RCV-EOF
           OPEN INPUT RECEIVING
           IF WS-RECEIVING-FS NOT = '00'
               MOVE 'Y' TO WS-RCV-EOF
           END-IF
           PERFORM UNTIL WS-RCV-EOF = 'Y'
               READ RECEIVING
                   AT END MOVE 'Y' TO WS-RCV-EOF
                   NOT AT END
                       IF RCV-PO-ID = PO-ID
                           STRING RCV-DATE(5:4) RCV-DATE(1:2)
                               RCV-DATE(3:2) INTO WS-YMD-TXT
                           MOVE WS-YMD-TXT TO WS-RCV-YMD
                           IF WS-RCV-YMD > WS-LAST-RCV-YMD
                               MOVE WS-RCV-YMD TO WS-LAST-RCV-YMD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RECEIVING-FS = '00' OR WS-RECEIVING-FS = '10'
               CLOSE RECEIVING
           END-IF
           IF WS-LAST-RCV-YMD > ZERO
               STRING PO-DATE(5:4) PO-DATE(1:2) PO-DATE(3:2)
                   INTO WS-YMD-TXT
               MOVE WS-YMD-TXT TO WS-PO-YMD
               COMPUTE WS-PO-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-RCV-YMD)
                   - FUNCTION INTEGER-OF-DATE(WS-PO-YMD)
               IF WS-PO-DAYS NOT < ZERO
                   PERFORM ADD-LEAD-TIME-PROCEDURE
               END-IF
           END-IF.

       ADD-LEAD-TIME-PROCEDURE.
           MOVE 'N' TO WS-LT-FND
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-LT-CNT OR WS-LT-FND = 'Y'
               IF WS-LT-SUP-ID(WS-K) = PO-SUP-ID
                   ADD 1 TO WS-LT-PO-CNT(WS-K)
                   ADD WS-PO-DAYS TO WS-LT-DAY-SUM(WS-K)
                   IF WS-PO-DAYS > WS-LT-MAX-DAYS(WS-K)
                       MOVE WS-PO-DAYS TO WS-LT-MAX-DAYS(WS-K)
                   END-IF
                   MOVE 'Y' TO WS-LT-FND
               END-IF
           END-PERFORM
           IF WS-LT-FND = 'N'
               IF WS-LT-CNT < 100
                   ADD 1 TO WS-LT-CNT
                   MOVE PO-SUP-ID TO WS-LT-SUP-ID(WS-LT-CNT)
                   MOVE 1 TO WS-LT-PO-CNT(WS-LT-CNT)
                   MOVE WS-PO-DAYS TO WS-LT-DAY-SUM(WS-LT-CNT)
                   MOVE WS-PO-DAYS TO WS-LT-MAX-DAYS(WS-LT-CNT)
               ELSE
                   IF WS-LT-FULL-WARNED = 'N'
                       DISPLAY 'WARNING: MORE THAN 100 SUPPLIERS - '
                           'EXCESS USE THE DEFAULT LEAD TIME'
                       MOVE 'Y' TO WS-LT-FULL-WARNED
                   END-IF
               END-IF
           END-IF.

       CALCULATE-PRODUCT-PROCEDURE.
      **
      * AVERAGE IS OVER EVERY MONTH OF THE WINDOW, QUIET MONTHS
      * INCLUDED; PEAK IS THE BUSIEST SINGLE MONTH. LEAD-TIME DEMAND
      * IS THE AVERAGE DAILY RATE OVER THE SUPPLIER'S AVERAGE LEAD
      * TIME; SAFETY STOCK IS WHAT A PEAK MONTH OVER THE SUPPLIER'S
      * SLOWEST DELIVERY WOULD NEED ON TOP OF THAT.
      **
           PERFORM FIND-PARENT-KITS-PROCEDURE
           PERFORM GET-DROP-SHIP-FLAG-PROCEDURE
           IF WS-IS-KIT = 'Y'
               ADD 1 TO WS-KIT-SKIP-CNT
           END-IF
           IF WS-IS-KIT = 'N' AND WS-DROP-SHIP-PRD = 'Y'
               ADD 1 TO WS-DROP-SKIP-CNT
           END-IF
           IF WS-IS-KIT = 'N' AND WS-DROP-SHIP-PRD = 'N'
               PERFORM SUM-DEMAND-PROCEDURE
               IF WS-HIST-TOTAL NOT > ZERO
                   ADD 1 TO WS-NO-DEMAND-CNT
               ELSE
                   PERFORM FIND-LEAD-TIME-PROCEDURE
                   COMPUTE WS-LT-DEMAND ROUNDED =
                       WS-AVG-QTY * WS-LEAD-DAYS / WS-DAYS-PER-MONTH
                   COMPUTE WS-SAFETY-STOCK ROUNDED =
                       WS-PEAK-QTY * WS-MAX-LEAD-DAYS
                       / WS-DAYS-PER-MONTH - WS-LT-DEMAND
                   IF WS-SAFETY-STOCK < ZERO
                       MOVE ZERO TO WS-SAFETY-STOCK
                   END-IF
                   COMPUTE WS-NEW-ROP ROUNDED =
                       WS-LT-DEMAND + WS-SAFETY-STOCK
                   COMPUTE WS-NEW-ROQ ROUNDED =
                       WS-AVG-QTY * WS-INP-COVER-MONTHS
                   IF WS-NEW-ROQ = ZERO
                       MOVE 1 TO WS-NEW-ROQ
                   END-IF
                   IF WS-NEW-ROP = WS-PRD-REORDER-POINT
                       AND WS-NEW-ROQ = WS-PRD-REORDER-QTY
                       ADD 1 TO WS-SAME-CNT
                   ELSE
                       PERFORM WRITE-PROPOSAL-PROCEDURE
                   END-IF
               END-IF
           END-IF.

       SUM-DEMAND-PROCEDURE.
           MOVE ZERO TO WS-HIST-TOTAL
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 24
               MOVE ZERO TO WS-MON-QTY(WS-M)
           END-PERFORM
           MOVE 'N' TO WS-SUM-EOF
           OPEN INPUT PERI-SUM
           IF WS-PERI-SUM-FS NOT = '00'
               MOVE 'Y' TO WS-SUM-EOF
           END-IF
           PERFORM UNTIL WS-SUM-EOF = 'Y'
               READ PERI-SUM
                   AT END MOVE 'Y' TO WS-SUM-EOF
                   NOT AT END
                       IF PSM-BY-PRODUCT
                           PERFORM SALES-ROW-QTY-PROCEDURE
                           IF WS-ROW-QTY NOT = ZERO
                               PERFORM ADD-DEMAND-ROW-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PERI-SUM-FS = '00' OR WS-PERI-SUM-FS = '10'
               CLOSE PERI-SUM
           END-IF
           MOVE ZERO TO WS-PEAK-QTY
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-INP-HIST-MONTHS
               ADD WS-MON-QTY(WS-M) TO WS-HIST-TOTAL
               IF WS-MON-QTY(WS-M) > WS-PEAK-QTY
                   MOVE WS-MON-QTY(WS-M) TO WS-PEAK-QTY
               END-IF
           END-PERFORM
           IF WS-HIST-TOTAL > ZERO
               COMPUTE WS-AVG-QTY ROUNDED =
                   WS-HIST-TOTAL / WS-INP-HIST-MONTHS
           ELSE
               MOVE ZERO TO WS-AVG-QTY
           END-IF.

       SALES-ROW-QTY-PROCEDURE.
           MOVE ZERO TO WS-ROW-QTY
           IF PSM-KEY = WS-PRD-ID
               MOVE PSM-QTY TO WS-ROW-QTY
           ELSE
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-KIT-CNT
                   IF WS-KT-KIT-ID(WS-K) = PSM-KEY
                       COMPUTE WS-ROW-QTY = WS-ROW-QTY
                           + PSM-QTY * WS-KT-CMP-QTY(WS-K)
                   END-IF
               END-PERFORM
           END-IF.

       ADD-DEMAND-ROW-PROCEDURE.
           MOVE PSM-YYYYMM TO WS-YM
           COMPUTE WS-ROW-IDX = WS-YM-YYYY * 12 + WS-YM-MM
           COMPUTE WS-ROW-AGE = WS-ASOF-IDX - WS-ROW-IDX
           IF WS-ROW-AGE NOT < ZERO
               AND WS-ROW-AGE < WS-INP-HIST-MONTHS
               COMPUTE WS-M = WS-ROW-AGE + 1
               ADD WS-ROW-QTY TO WS-MON-QTY(WS-M)
           END-IF.

       FIND-PARENT-KITS-PROCEDURE.
      **
      * THE SAME KIT LOOK-UP INVVALRPT MAKES: WHETHER THE PRODUCT IS
      * ITSELF A KIT, AND WHICH KITS USE IT AND HOW MANY PER KIT.
      **
           MOVE 'N' TO WS-IS-KIT
           MOVE ZERO TO WS-KIT-CNT
           MOVE 'N' TO WS-KIT-EOF
           OPEN INPUT KIT-BOM
           IF WS-KIT-BOM-FS NOT = '00'
               MOVE 'Y' TO WS-KIT-EOF
           END-IF
           PERFORM UNTIL WS-KIT-EOF = 'Y'
               READ KIT-BOM
                   AT END MOVE 'Y' TO WS-KIT-EOF
                   NOT AT END
                       IF KIT-PRD-ID = WS-PRD-ID
                           MOVE 'Y' TO WS-IS-KIT
                       END-IF
                       IF KIT-CMP-PRD-ID = WS-PRD-ID
                           AND KIT-CMP-QTY > 0
                           PERFORM ADD-PARENT-KIT-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-KIT-BOM-FS = '00' OR WS-KIT-BOM-FS = '10'
               CLOSE KIT-BOM
           END-IF.

       ADD-PARENT-KIT-PROCEDURE.
           IF WS-KIT-CNT < 20
               ADD 1 TO WS-KIT-CNT
               MOVE KIT-PRD-ID TO WS-KT-KIT-ID(WS-KIT-CNT)
               MOVE KIT-CMP-QTY TO WS-KT-CMP-QTY(WS-KIT-CNT)
           ELSE
               IF WS-KIT-FULL-WARNED = 'N'
                   DISPLAY 'WARNING: A PRODUCT IS A COMPONENT OF MORE '
                       'THAN 20 KITS - SALES OF THE EXCESS KITS ARE '
                       'NOT CREDITED TO IT'
                   MOVE 'Y' TO WS-KIT-FULL-WARNED
               END-IF
           END-IF.

       GET-DROP-SHIP-FLAG-PROCEDURE.
      **
      * SETS WS-DROP-SHIP-PRD FOR THE PRODUCT IN WS-PRD. A PRODUCT
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
                       IF DRP-PRD-ID = WS-PRD-ID
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

       FIND-LEAD-TIME-PROCEDURE.
           MOVE WS-INP-LEAD-DAYS TO WS-LEAD-DAYS
           MOVE WS-INP-LEAD-DAYS TO WS-MAX-LEAD-DAYS
           MOVE 'D' TO WS-LEAD-SRC
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-LT-CNT
               IF WS-LT-SUP-ID(WS-K) = WS-PRD-SUP-ID
                   AND WS-PRD-SUP-ID > ZERO
                   COMPUTE WS-LEAD-DAYS ROUNDED =
                       WS-LT-DAY-SUM(WS-K) / WS-LT-PO-CNT(WS-K)
                   MOVE WS-LT-MAX-DAYS(WS-K) TO WS-MAX-LEAD-DAYS
                   MOVE SPACE TO WS-LEAD-SRC
               END-IF
           END-PERFORM.

       WRITE-PROPOSAL-PROCEDURE.
           MOVE WS-PRD-ID TO RPP-PRD-ID
           MOVE WS-PRD-NAME TO RPP-PRD-NAME
           MOVE WS-PRD-SUP-ID TO RPP-SUP-ID
           MOVE WS-LEAD-DAYS TO RPP-LEAD-DAYS
           MOVE WS-LEAD-SRC TO RPP-LEAD-SRC
           MOVE WS-MAX-LEAD-DAYS TO RPP-MAX-LEAD-DAYS
           MOVE WS-AVG-QTY TO RPP-AVG-QTY
           MOVE WS-PEAK-QTY TO RPP-PEAK-QTY
           MOVE WS-PRD-REORDER-POINT TO RPP-CUR-ROP
           MOVE WS-PRD-REORDER-QTY TO RPP-CUR-ROQ
           MOVE WS-NEW-ROP TO RPP-NEW-ROP
           MOVE WS-NEW-ROQ TO RPP-NEW-ROQ
           MOVE 'P' TO RPP-STATUS
           WRITE REORD-PROP-FILE
           END-WRITE
           ADD 1 TO WS-PROP-CNT
           PERFORM PRINT-PROPOSAL-LINE-PROCEDURE.

       PRINT-PROPOSAL-LINE-PROCEDURE.
      **
      * A LEAD TIME MARKED D IS THE KEYED DEFAULT - THE SUPPLIER HAS
      * NO TIMED PO YET.
      **
           MOVE RPP-AVG-QTY TO WS-DSP-AVG
           EVALUATE TRUE
               WHEN RPP-APPROVED
                   MOVE 'APPROVED' TO WS-DSP-STATUS
               WHEN RPP-REJECTED
                   MOVE 'REJECTED' TO WS-DSP-STATUS
               WHEN RPP-APPLIED
                   MOVE 'APPLIED' TO WS-DSP-STATUS
               WHEN OTHER
                   MOVE SPACES TO WS-DSP-STATUS
           END-EVALUATE
           DISPLAY RPP-PRD-ID' 'RPP-PRD-NAME' 'RPP-SUP-ID' '
               RPP-LEAD-DAYS RPP-LEAD-SRC' 'WS-DSP-AVG' '
               RPP-PEAK-QTY'   'RPP-CUR-ROP'   'RPP-CUR-ROQ'   '
               RPP-NEW-ROP'   'RPP-NEW-ROQ' 'WS-DSP-STATUS.

       LIST-PROPOSALS-PROCEDURE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REORD-PROP
           IF WS-REORD-PROP-FS NOT = '00'
               DISPLAY 'NO PROPOSALS - CALCULATE FIRST'
               MOVE 'Y' TO WS-EOF
           ELSE
               DISPLAY 'PRDID PRDNAME              SUPID LEAD  '
                   'AVG/MO  PEAK CUR ROP CUR ROQ NEW ROP NEW ROQ'
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REORD-PROP
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM PRINT-PROPOSAL-LINE-PROCEDURE
               END-READ
           END-PERFORM
           IF WS-REORD-PROP-FS = '00' OR WS-REORD-PROP-FS = '10'
               CLOSE REORD-PROP
           END-IF.

       REVIEW-PROPOSALS-PROCEDURE.
      **
      * WALKS THE SHEET AND TAKES A DECISION PER PROPOSAL STILL
      * OPEN, REWRITING THE ROW IN PLACE; RE-RUNNING IT RE-PROMPTS
      * ANY ROW NOT YET APPLIED, SO A WRONG DECISION CAN BE CHANGED.
      * Y ON THE FIRST PROMPT APPROVES EVERY ROW NOT YET DECIDED.
      **
           DISPLAY 'APPROVE EVERY OPEN PROPOSAL WITHOUT REVIEWING '
               'THEM ONE BY ONE? (Y/N):'
           ACCEPT WS-INP-APPROVE
           MOVE 'N' TO WS-EOF
           OPEN I-O REORD-PROP
           IF WS-REORD-PROP-FS NOT = '00'
               DISPLAY 'NO PROPOSALS - CALCULATE FIRST'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REORD-PROP
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NOT RPP-APPLIED
                           PERFORM REVIEW-ONE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REORD-PROP-FS = '00' OR WS-REORD-PROP-FS = '10'
               CLOSE REORD-PROP
           END-IF.

       REVIEW-ONE-PROCEDURE.
           IF WS-INP-APPROVE = 'Y'
               IF RPP-PROPOSED
                   MOVE 'A' TO RPP-STATUS
               END-IF
           ELSE
               DISPLAY RPP-PRD-ID' 'RPP-PRD-NAME' ROP 'RPP-CUR-ROP
                   ' -> 'RPP-NEW-ROP'  ROQ 'RPP-CUR-ROQ' -> '
                   RPP-NEW-ROQ
               DISPLAY 'A=APPROVE R=REJECT (BLANK TO LEAVE 'RPP-STATUS
                   '):'
               ACCEPT WS-INP-DECISION
               IF WS-INP-DECISION = 'A' OR WS-INP-DECISION = 'R'
                   MOVE WS-INP-DECISION TO RPP-STATUS
               END-IF
           END-IF
           REWRITE REORD-PROP-FILE.

       APPLY-PROPOSALS-PROCEDURE.
      **
      * APPLIES EVERY APPROVED ROW AND FLAGS IT APPLIED SO IT CANNOT
      * GO ON TWICE. A PRODUCT WHOSE REORDER NUMBERS HAVE BEEN
      * CHANGED BY HAND SINCE THE CALCULATION IS LEFT ALONE - THE
      * PROPOSAL WAS MADE AGAINST VALUES THAT NO LONGER STAND.
      **
           IF WS-OPERATOR-LEVEL < 9
               DISPLAY 'APPLYING PROPOSALS NEEDS A SUPERVISOR - '
                   'NOT APPLIED'
           ELSE
               MOVE ZERO TO WS-APPLIED-CNT
               MOVE ZERO TO WS-STALE-CNT
               MOVE 'N' TO WS-EOF
               OPEN I-O REORD-PROP
               IF WS-REORD-PROP-FS NOT = '00'
                   DISPLAY 'NO PROPOSALS - CALCULATE FIRST'
                   MOVE 'Y' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REORD-PROP
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RPP-APPROVED
                               PERFORM APPLY-ONE-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-REORD-PROP-FS = '00' OR WS-REORD-PROP-FS = '10'
                   CLOSE REORD-PROP
               END-IF
               DISPLAY WS-APPLIED-CNT' PROPOSALS APPLIED'
               IF WS-STALE-CNT > 0
                   DISPLAY WS-STALE-CNT' LEFT ALONE - CHANGED IN '
                       'PRODUCT MAINTENANCE SINCE THE CALCULATION'
               END-IF
           END-IF.

       APPLY-ONE-PROCEDURE.
           OPEN I-O PRODUCT
           MOVE RPP-PRD-ID TO PRD-ID
           READ PRODUCT
               INVALID KEY
                   DISPLAY 'PRODUCT 'RPP-PRD-ID' NO LONGER ON FILE'
               NOT INVALID KEY
                   IF PRD-REORDER-POINT NOT = RPP-CUR-ROP
                       OR PRD-REORDER-QTY NOT = RPP-CUR-ROQ
                       ADD 1 TO WS-STALE-CNT
                   ELSE
                       PERFORM APPLY-PRODUCT-PROCEDURE
                   END-IF
           END-READ
           CLOSE PRODUCT.

       APPLY-PRODUCT-PROCEDURE.
           MOVE 'PRODUCT' TO WS-JRN-FILE-NAME
           MOVE PRD-ID TO WS-JRN-KEY
           MOVE PRODUCT-FILE TO WS-JRN-IMAGE
           PERFORM JOURNAL-BEFORE-IMAGE-PROCEDURE
           MOVE RPP-NEW-ROP TO PRD-REORDER-POINT
           MOVE RPP-NEW-ROQ TO PRD-REORDER-QTY
           REWRITE PRODUCT-FILE
           IF WS-PRODUCT-FS NOT = '00'
               DISPLAY 'PRODUCT 'RPP-PRD-ID' REWRITE FAILED - STATUS '
                   WS-PRODUCT-FS
           ELSE
               ADD 1 TO WS-APPLIED-CNT
               MOVE 'PRODUCT' TO WS-AUD-REC-TYPE
               MOVE RPP-PRD-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               STRING 'ROP ' RPP-CUR-ROP ' ROQ ' RPP-CUR-ROQ
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING 'ROP ' RPP-NEW-ROP ' ROQ ' RPP-NEW-ROQ
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
               MOVE 'D' TO RPP-STATUS
               REWRITE REORD-PROP-FILE
      **
      * THE NEW NUMBERS ARE ALREADY ON PRODUCT, BUT RE-APPLYING THE
      * SAME ROW WOULD BE STOPPED BY THE STALE CHECK ANYWAY, SO A
      * FAILED FLAG IS REPORTED RATHER THAN STOPPING THE RUN.
      **
               IF WS-REORD-PROP-FS NOT = '00'
                   DISPLAY 'PROPOSAL 'RPP-PRD-ID' APPLIED BUT NOT '
                       'FLAGGED - STATUS 'WS-REORD-PROP-FS
               END-IF
           END-IF.

       JOURNAL-BEFORE-IMAGE-PROCEDURE.
      **
      * APPENDS THE FULL BEFORE-IMAGE OF A MASTER RECORD ABOUT TO BE
      * REWRITTEN TO BEFOREIMG.DAT, THE SAME JOURNAL PROG1 WRITES,
      * SO THE ROLLBACK UTILITY CAN PUT THE RECORD BACK. CALLERS SET
      * WS-JRN-FILE-NAME, WS-JRN-KEY AND WS-JRN-IMAGE FROM THE
      * RECORD AS READ, BEFORE TOUCHING IT.
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
      * APPENDS ONE RECORD TO THE AUDIT TRAIL FOR EVERY APPLIED
      * PROPOSAL, THE SAME WAY PROG1'S LOG-AUDIT-PROCEDURE RECORDS A
      * MAINTENANCE CHANGE. CALLERS SET WS-AUD-REC-TYPE, WS-AUD-KEY,
      * WS-AUD-OLD-VALUE AND WS-AUD-NEW-VALUE BEFORE PERFORMING THIS
      * PARAGRAPH.
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

       END PROGRAM REORDCALC.
