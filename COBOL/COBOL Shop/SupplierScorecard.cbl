      ******************************************************************
      * Author: Eron Salongsongan
      * Date: October 15, 2026
      * Purpose: Supplier Performance Scorecard - ranks suppliers for
      *          the keyed month and for the year to date on what
      *          po.dat and receiving.dat already hold. A PO counts in
      *          the month its expected delivery date falls in, once
      *          it is closed or that date has passed; it is on time
      *          when the receipt that closed it is dated on or
      *          before PO-EXP-DATE, and a PO still open past its date
      *          is late by the days to today. Fill rate is quantity
      *          received over quantity ordered. SHORT counts POs
      *          still open past due with the balance outstanding,
      *          CLSH those closed short from PROG1. Cost variance is
      *          what the receipts of the period cost (RCV-COST) less
      *          the same quantity at the product's PRD-UNIT-COST,
      *          positive when we paid more. The score ranking the
      *          suppliers is the average of on-time % and fill rate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SUPSCORE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PRODUCT ASSIGN TO 'product.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-ID.

           SELECT SUPPLIER ASSIGN TO 'supplier.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUP-ID
           FILE STATUS IS WS-SUPPLIER-FS.

           SELECT PURCH-ORD ASSIGN TO 'po.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PURCH-ORD-FS.

           SELECT RECEIVING ASSIGN TO 'receiving.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RECEIVING-FS.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
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
           FD SUPPLIER.
           01 SUPPLIER-FILE.
               05 SUP-ID PIC 9(5).
               05 SUP-NAME PIC A(15).
               05 SUP-CONTACT PIC X(15).
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
      *-----------------------
       WORKING-STORAGE SECTION.
           01 WS-SUPPLIER-FS PIC X(2).
           01 WS-PURCH-ORD-FS PIC X(2).
           01 WS-RECEIVING-FS PIC X(2).
           01 WS-PO-EOF PIC A(1).
           01 WS-RCV-EOF PIC A(1).
           01 WS-SUPPLIER-OK PIC A(1).
           01 WS-SUP.
               05 WS-SUP-ID PIC 9(5).
               05 WS-SUP-NAME PIC A(15).
               05 WS-SUP-CONTACT PIC X(15).
           01 WS-INP-MM PIC 9(2).
           01 WS-INP-YYYY PIC 9(4).
           01 WS-TODAY-YMD PIC 9(8).
           01 WS-YMD-TXT PIC X(8).
           01 WS-EXP-YMD PIC 9(8).
           01 WS-DONE-YMD PIC 9(8).
           01 WS-RCV-YMD PIC 9(8).
           01 WS-LAST-RCV-YMD PIC 9(8).
           01 WS-CHK-YMD.
               05 WS-CHK-YYYY PIC 9(4).
               05 WS-CHK-MM PIC 9(2).
               05 WS-CHK-DD PIC 9(2).
           01 WS-IN-PERIOD PIC A(1).
           01 WS-IN-YTD PIC A(1).
           01 WS-TIMED PIC A(1).
           01 WS-ON-TIME PIC A(1).
           01 WS-IS-SHORT PIC A(1).
           01 WS-IS-CLSHORT PIC A(1).
           01 WS-DAYS-LATE PIC S9(5).
           01 WS-EXP-COST PIC S9(9)V99.
           01 WS-PAID-COST PIC S9(9)V99.
           01 WS-NOT-DUE-CNT PIC 9(5) VALUE ZERO.
           01 WS-BAD-DATE-CNT PIC 9(5) VALUE ZERO.
           01 WS-NO-COST-CNT PIC 9(5) VALUE ZERO.
      **
      * ONE ENTRY PER SUPPLIER; SET 1 IS THE KEYED MONTH, SET 2 THE
      * YEAR TO DATE. THE LAST ENTRY ACCUMULATES EVERY SUPPLIER FOR
      * THE ALL-SUPPLIERS LINE UNDER EACH RANKING.
      **
           01 WS-SC-TBL.
               05 WS-SC-ENTRY OCCURS 101 TIMES.
                   10 WS-SC-SUP-ID PIC 9(5).
                   10 WS-SC-SET OCCURS 2 TIMES.
                       15 WS-SC-POS PIC 9(5).
                       15 WS-SC-TIMED PIC 9(5).
                       15 WS-SC-ONTIME PIC 9(5).
                       15 WS-SC-LATE PIC 9(5).
                       15 WS-SC-DAYS-LATE PIC 9(7).
                       15 WS-SC-ORD-QTY PIC 9(9).
                       15 WS-SC-RCV-QTY PIC 9(9).
                       15 WS-SC-SHORT PIC 9(5).
                       15 WS-SC-CLSHORT PIC 9(5).
                       15 WS-SC-EXP-COST PIC S9(9)V99.
                       15 WS-SC-PAID-COST PIC S9(9)V99.
                       15 WS-SC-SCORE PIC 9(3)V9.
           01 WS-SC-CNT PIC 9(3) VALUE ZERO.
           01 WS-SC-ALL PIC 9(3) VALUE 101.
           01 WS-SC-FULL-WARNED PIC A(1) VALUE 'N'.
           01 WS-FIND-SUP-ID PIC 9(5).
           01 WS-S PIC 9(3).
           01 WS-SET PIC 9(1).
           01 WS-I PIC 9(3).
           01 WS-J PIC 9(3).
           01 WS-K PIC 9(3).
           01 WS-RANK-TBL.
               05 WS-RANK-IDX PIC 9(3) OCCURS 100 TIMES.
           01 WS-RANK-CNT PIC 9(3).
           01 WS-TEMP-IDX PIC 9(3).
           01 WS-RANK PIC 9(3).
           01 WS-ONTIME-PCT PIC 9(3)V9.
           01 WS-FILL-PCT PIC 9(5)V9.
           01 WS-FILL-SCORE PIC 9(3)V9.
           01 WS-AVG-LATE PIC 9(5)V9.
           01 WS-VAR-AMT PIC S9(9)V99.
           01 WS-VAR-PCT PIC S9(5)V9.
           01 WS-DSP-RANK PIC ZZ9 BLANK WHEN ZERO.
           01 WS-DSP-POS PIC ZZZZ9.
           01 WS-DSP-ONTIME PIC ZZ9.9.
           01 WS-DSP-LATE PIC ZZZ9.9.
           01 WS-DSP-FILL PIC ZZ9.9.
           01 WS-DSP-SHORT PIC ZZZ9.
           01 WS-DSP-CLSHORT PIC ZZZ9.
           01 WS-DSP-VAR PIC ZZZ,ZZ9.99-.
           01 WS-DSP-VAR-PCT PIC ZZ9.9-.
           01 WS-DSP-SCORE PIC ZZ9.9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY 'SUPPLIER PERFORMANCE SCORECARD'.
           DISPLAY 'ENTER SCORECARD MONTH (MM):'.
           ACCEPT WS-INP-MM.
           DISPLAY 'ENTER SCORECARD YEAR (YYYY):'.
           ACCEPT WS-INP-YYYY.
           IF WS-INP-MM < 1 OR WS-INP-MM > 12
               DISPLAY 'INVALID MONTH - SCORECARD NOT PRODUCED'
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           INITIALIZE WS-SC-TBL
           MOVE 'Y' TO WS-SUPPLIER-OK
           OPEN INPUT SUPPLIER
           IF WS-SUPPLIER-FS NOT = '00'
               MOVE 'N' TO WS-SUPPLIER-OK
           END-IF
           OPEN INPUT PRODUCT
           PERFORM SCORE-PURCHASE-ORDERS-PROCEDURE
           PERFORM SCORE-RECEIPT-COSTS-PROCEDURE
           CLOSE PRODUCT
           MOVE 1 TO WS-SET
           DISPLAY ' '
           DISPLAY 'MONTH 'WS-INP-MM'/'WS-INP-YYYY
           PERFORM PRINT-RANKING-PROCEDURE
           MOVE 2 TO WS-SET
           DISPLAY ' '
           DISPLAY 'YEAR TO DATE 01/'WS-INP-YYYY' - '
               WS-INP-MM'/'WS-INP-YYYY
           PERFORM PRINT-RANKING-PROCEDURE
           IF WS-SUPPLIER-OK = 'Y'
               CLOSE SUPPLIER
           END-IF
           DISPLAY ' '
           IF WS-NOT-DUE-CNT > 0
               DISPLAY WS-NOT-DUE-CNT' OPEN POS NOT YET DUE - NOT '
                   'SCORED UNTIL CLOSED OR PAST THEIR EXPECTED DATE'
           END-IF
           IF WS-BAD-DATE-CNT > 0
               DISPLAY WS-BAD-DATE-CNT' POS WITH NO VALID EXPECTED '
                   'DATE - NOT SCORED'
           END-IF
           IF WS-NO-COST-CNT > 0
               DISPLAY WS-NO-COST-CNT' RECEIPTS FOR PRODUCTS WITH NO '
                   'UNIT COST - LEFT OUT OF THE COST VARIANCE'
           END-IF
           STOP RUN.

       SCORE-PURCHASE-ORDERS-PROCEDURE.
           MOVE 'N' TO WS-PO-EOF
           OPEN INPUT PURCH-ORD
           IF WS-PURCH-ORD-FS NOT = '00'
               DISPLAY 'NO PURCHASE ORDERS ON FILE'
               MOVE 'Y' TO WS-PO-EOF
           END-IF
           PERFORM UNTIL WS-PO-EOF = 'Y'
               READ PURCH-ORD
                   AT END MOVE 'Y' TO WS-PO-EOF
                   NOT AT END PERFORM SCORE-PO-PROCEDURE
               END-READ
           END-PERFORM
           IF WS-PURCH-ORD-FS = '00' OR WS-PURCH-ORD-FS = '10'
               CLOSE PURCH-ORD
           END-IF.

       SCORE-PO-PROCEDURE.
      **
      * THE PO IS PLACED IN THE MONTH OF ITS EXPECTED DATE. ITS
      * COMPLETION DATE IS THE LATEST RECEIPT BOOKED AGAINST IT ONCE
      * CLOSED, OR TODAY WHILE IT IS STILL OPEN PAST DUE. A CLOSED PO
      * WHOSE RECEIPTS PREDATE RCV-PO-ID HAS NO COMPLETION DATE AND
      * COUNTS FOR FILL RATE ONLY.
      **
           STRING PO-EXP-DATE(5:4) PO-EXP-DATE(1:2)
               PO-EXP-DATE(3:2) INTO WS-YMD-TXT
           MOVE WS-YMD-TXT TO WS-EXP-YMD
           MOVE WS-EXP-YMD TO WS-CHK-YMD
           IF WS-CHK-MM < 1 OR WS-CHK-MM > 12
               OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
               ADD 1 TO WS-BAD-DATE-CNT
           ELSE
               PERFORM CHECK-WINDOW-PROCEDURE
               IF WS-IN-YTD = 'Y'
                   IF PO-OPEN AND WS-EXP-YMD NOT < WS-TODAY-YMD
                       ADD 1 TO WS-NOT-DUE-CNT
                   ELSE
                       PERFORM MEASURE-PO-PROCEDURE
                   END-IF
               END-IF
           END-IF.

       MEASURE-PO-PROCEDURE.
           MOVE 'N' TO WS-TIMED
           MOVE 'N' TO WS-ON-TIME
           MOVE 'N' TO WS-IS-SHORT
           MOVE 'N' TO WS-IS-CLSHORT
           MOVE ZERO TO WS-DAYS-LATE
           IF PO-OPEN
               MOVE WS-TODAY-YMD TO WS-DONE-YMD
               MOVE 'Y' TO WS-TIMED
               MOVE 'Y' TO WS-IS-SHORT
           ELSE
               PERFORM FIND-LAST-RECEIPT-PROCEDURE
               IF WS-LAST-RCV-YMD > ZERO
                   MOVE WS-LAST-RCV-YMD TO WS-DONE-YMD
                   MOVE 'Y' TO WS-TIMED
               END-IF
               IF PO-RCV-QTY < PO-ORD-QTY
                   MOVE 'Y' TO WS-IS-CLSHORT
               END-IF
           END-IF
           IF WS-TIMED = 'Y'
               COMPUTE WS-DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE(WS-DONE-YMD)
                   - FUNCTION INTEGER-OF-DATE(WS-EXP-YMD)
               IF WS-DAYS-LATE NOT > ZERO
                   MOVE 'Y' TO WS-ON-TIME
                   MOVE ZERO TO WS-DAYS-LATE
               END-IF
           END-IF
           MOVE PO-SUP-ID TO WS-FIND-SUP-ID
           PERFORM FIND-SUPPLIER-SLOT-PROCEDURE
           MOVE 2 TO WS-SET
           PERFORM ADD-PO-TO-SET-PROCEDURE
           IF WS-IN-PERIOD = 'Y'
               MOVE 1 TO WS-SET
               PERFORM ADD-PO-TO-SET-PROCEDURE
           END-IF.

       FIND-LAST-RECEIPT-PROCEDURE.
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
           END-IF.

       ADD-PO-TO-SET-PROCEDURE.
      **
      * WS-S IS THE SUPPLIER'S SLOT, OR ZERO WHEN THE TABLE IS FULL -
      * THE ALL-SUPPLIERS LINE STILL TAKES THE PO EITHER WAY.
      **
           IF WS-S > ZERO
               MOVE WS-S TO WS-K
               PERFORM ADD-PO-TO-SLOT-PROCEDURE
           END-IF
           MOVE WS-SC-ALL TO WS-K
           PERFORM ADD-PO-TO-SLOT-PROCEDURE.

       ADD-PO-TO-SLOT-PROCEDURE.
           ADD 1 TO WS-SC-POS(WS-K, WS-SET)
           ADD PO-ORD-QTY TO WS-SC-ORD-QTY(WS-K, WS-SET)
           ADD PO-RCV-QTY TO WS-SC-RCV-QTY(WS-K, WS-SET)
           IF WS-TIMED = 'Y'
               ADD 1 TO WS-SC-TIMED(WS-K, WS-SET)
               IF WS-ON-TIME = 'Y'
                   ADD 1 TO WS-SC-ONTIME(WS-K, WS-SET)
               ELSE
                   ADD 1 TO WS-SC-LATE(WS-K, WS-SET)
                   ADD WS-DAYS-LATE TO WS-SC-DAYS-LATE(WS-K, WS-SET)
               END-IF
           END-IF
           IF WS-IS-SHORT = 'Y'
               ADD 1 TO WS-SC-SHORT(WS-K, WS-SET)
           END-IF
           IF WS-IS-CLSHORT = 'Y'
               ADD 1 TO WS-SC-CLSHORT(WS-K, WS-SET)
           END-IF.

       SCORE-RECEIPT-COSTS-PROCEDURE.
      **
      * EVERY RECEIPT DATED IN THE YEAR TO DATE, WITH OR WITHOUT A
      * PO, PRICED BOTH AT WHAT WAS PAID AND AT THE PRODUCT'S UNIT
      * COST.
      **
           MOVE 'N' TO WS-RCV-EOF
           OPEN INPUT RECEIVING
           IF WS-RECEIVING-FS NOT = '00'
               MOVE 'Y' TO WS-RCV-EOF
           END-IF
           PERFORM UNTIL WS-RCV-EOF = 'Y'
               READ RECEIVING
                   AT END MOVE 'Y' TO WS-RCV-EOF
                   NOT AT END PERFORM SCORE-RECEIPT-PROCEDURE
               END-READ
           END-PERFORM
           IF WS-RECEIVING-FS = '00' OR WS-RECEIVING-FS = '10'
               CLOSE RECEIVING
           END-IF.

       SCORE-RECEIPT-PROCEDURE.
           STRING RCV-DATE(5:4) RCV-DATE(1:2) RCV-DATE(3:2)
               INTO WS-YMD-TXT
           MOVE WS-YMD-TXT TO WS-CHK-YMD
           PERFORM CHECK-WINDOW-PROCEDURE
           IF WS-IN-YTD = 'Y'
               MOVE RCV-PRD-ID TO PRD-ID
               READ PRODUCT
                   INVALID KEY MOVE ZERO TO PRD-UNIT-COST
                   NOT INVALID KEY CONTINUE
               END-READ
               IF PRD-UNIT-COST NOT NUMERIC
                   MOVE ZERO TO PRD-UNIT-COST
               END-IF
               IF PRD-UNIT-COST = ZERO
                   ADD 1 TO WS-NO-COST-CNT
               ELSE
                   COMPUTE WS-EXP-COST = RCV-QUAN * PRD-UNIT-COST
                   COMPUTE WS-PAID-COST = RCV-QUAN * RCV-COST
                   MOVE RCV-SUP-ID TO WS-FIND-SUP-ID
                   PERFORM FIND-SUPPLIER-SLOT-PROCEDURE
                   MOVE 2 TO WS-SET
                   PERFORM ADD-COST-TO-SET-PROCEDURE
                   IF WS-IN-PERIOD = 'Y'
                       MOVE 1 TO WS-SET
                       PERFORM ADD-COST-TO-SET-PROCEDURE
                   END-IF
               END-IF
           END-IF.

       ADD-COST-TO-SET-PROCEDURE.
           IF WS-S > ZERO
               ADD WS-EXP-COST TO WS-SC-EXP-COST(WS-S, WS-SET)
               ADD WS-PAID-COST TO WS-SC-PAID-COST(WS-S, WS-SET)
           END-IF
           ADD WS-EXP-COST TO WS-SC-EXP-COST(WS-SC-ALL, WS-SET)
           ADD WS-PAID-COST TO WS-SC-PAID-COST(WS-SC-ALL, WS-SET).

       CHECK-WINDOW-PROCEDURE.
           MOVE 'N' TO WS-IN-PERIOD
           MOVE 'N' TO WS-IN-YTD
           IF WS-CHK-YYYY = WS-INP-YYYY
               AND WS-CHK-MM NOT > WS-INP-MM
               MOVE 'Y' TO WS-IN-YTD
               IF WS-CHK-MM = WS-INP-MM
                   MOVE 'Y' TO WS-IN-PERIOD
               END-IF
           END-IF.

       FIND-SUPPLIER-SLOT-PROCEDURE.
           MOVE ZERO TO WS-S
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-SC-CNT OR WS-S > ZERO
               IF WS-SC-SUP-ID(WS-K) = WS-FIND-SUP-ID
                   MOVE WS-K TO WS-S
               END-IF
           END-PERFORM
           IF WS-S = ZERO
               IF WS-SC-CNT < 100
                   ADD 1 TO WS-SC-CNT
                   MOVE WS-SC-CNT TO WS-S
                   MOVE WS-FIND-SUP-ID TO WS-SC-SUP-ID(WS-S)
               ELSE
                   IF WS-SC-FULL-WARNED = 'N'
                       DISPLAY 'WARNING: MORE THAN 100 SUPPLIERS - '
                           'EXCESS OMITTED FROM THE RANKING'
                       MOVE 'Y' TO WS-SC-FULL-WARNED
                   END-IF
               END-IF
           END-IF.

       PRINT-RANKING-PROCEDURE.
      **
      * SCORES EVERY SUPPLIER WITH ACTIVITY IN WS-SET, SORTS THEM
      * HIGHEST SCORE FIRST AND PRINTS THEM WITH THE ALL-SUPPLIERS
      * LINE UNDERNEATH.
      **
           MOVE ZERO TO WS-RANK-CNT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SC-CNT
               IF WS-SC-POS(WS-I, WS-SET) > ZERO
                   OR WS-SC-EXP-COST(WS-I, WS-SET) NOT = ZERO
                   MOVE WS-I TO WS-K
                   PERFORM COMPUTE-SCORE-PROCEDURE
                   ADD 1 TO WS-RANK-CNT
                   MOVE WS-I TO WS-RANK-IDX(WS-RANK-CNT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RANK-CNT
               PERFORM VARYING WS-J FROM WS-I BY 1
                       UNTIL WS-J > WS-RANK-CNT
                   IF WS-SC-SCORE(WS-RANK-IDX(WS-J), WS-SET)
                       > WS-SC-SCORE(WS-RANK-IDX(WS-I), WS-SET)
                       MOVE WS-RANK-IDX(WS-I) TO WS-TEMP-IDX
                       MOVE WS-RANK-IDX(WS-J) TO WS-RANK-IDX(WS-I)
                       MOVE WS-TEMP-IDX TO WS-RANK-IDX(WS-J)
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-RANK-CNT = ZERO
               DISPLAY 'NO SUPPLIER ACTIVITY IN THIS PERIOD'
           ELSE
               DISPLAY 'RNK SUPID SUPNAME           POS ONTM% DAYSLT '
                   'FILL% SHRT CLSH   COST VAR.   VAR% SCORE'
               PERFORM VARYING WS-RANK FROM 1 BY 1
                       UNTIL WS-RANK > WS-RANK-CNT
                   MOVE WS-RANK-IDX(WS-RANK) TO WS-K
                   MOVE WS-RANK TO WS-DSP-RANK
                   MOVE SPACES TO WS-SUP-NAME
                   IF WS-SUPPLIER-OK = 'Y'
                       MOVE WS-SC-SUP-ID(WS-K) TO SUP-ID
                       READ SUPPLIER INTO WS-SUP
                           INVALID KEY MOVE SPACES TO WS-SUP-NAME
                           NOT INVALID KEY CONTINUE
                       END-READ
                   END-IF
                   PERFORM PRINT-SCORE-LINE-PROCEDURE
               END-PERFORM
               MOVE WS-SC-ALL TO WS-K
               PERFORM COMPUTE-SCORE-PROCEDURE
               MOVE ZERO TO WS-DSP-RANK
               MOVE 'ALL SUPPLIERS' TO WS-SUP-NAME
               PERFORM PRINT-SCORE-LINE-PROCEDURE
           END-IF.

       COMPUTE-SCORE-PROCEDURE.
      **
      * ON-TIME % IS OVER THE POS WITH A COMPLETION DATE; FILL RATE
      * OVER EVERYTHING ORDERED. AN OVER-DELIVERY SHOWS A FILL RATE
      * ABOVE 100 BUT ONLY 100 COUNTS TOWARDS THE SCORE. A SUPPLIER
      * WITH RECEIPTS BUT NO PO DUE IN THE PERIOD SCORES ZERO.
      **
           MOVE ZERO TO WS-ONTIME-PCT
           MOVE ZERO TO WS-FILL-PCT
           MOVE ZERO TO WS-AVG-LATE
           MOVE ZERO TO WS-VAR-PCT
           IF WS-SC-TIMED(WS-K, WS-SET) > ZERO
               COMPUTE WS-ONTIME-PCT ROUNDED =
                   WS-SC-ONTIME(WS-K, WS-SET) * 100
                   / WS-SC-TIMED(WS-K, WS-SET)
           END-IF
           IF WS-SC-ORD-QTY(WS-K, WS-SET) > ZERO
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-SC-RCV-QTY(WS-K, WS-SET) * 100
                   / WS-SC-ORD-QTY(WS-K, WS-SET)
           END-IF
           IF WS-FILL-PCT > 100
               MOVE 100 TO WS-FILL-SCORE
           ELSE
               MOVE WS-FILL-PCT TO WS-FILL-SCORE
           END-IF
           IF WS-SC-LATE(WS-K, WS-SET) > ZERO
               COMPUTE WS-AVG-LATE ROUNDED =
                   WS-SC-DAYS-LATE(WS-K, WS-SET)
                   / WS-SC-LATE(WS-K, WS-SET)
           END-IF
           COMPUTE WS-VAR-AMT = WS-SC-PAID-COST(WS-K, WS-SET)
               - WS-SC-EXP-COST(WS-K, WS-SET)
           IF WS-SC-EXP-COST(WS-K, WS-SET) NOT = ZERO
               COMPUTE WS-VAR-PCT ROUNDED = WS-VAR-AMT * 100
                   / WS-SC-EXP-COST(WS-K, WS-SET)
           END-IF
           IF WS-SC-POS(WS-K, WS-SET) > ZERO
               COMPUTE WS-SC-SCORE(WS-K, WS-SET) ROUNDED =
                   (WS-ONTIME-PCT + WS-FILL-SCORE) / 2
           ELSE
               MOVE ZERO TO WS-SC-SCORE(WS-K, WS-SET)
           END-IF.

       PRINT-SCORE-LINE-PROCEDURE.
           IF WS-K NOT = WS-SC-ALL
               PERFORM COMPUTE-SCORE-PROCEDURE
           END-IF
           MOVE WS-SC-POS(WS-K, WS-SET) TO WS-DSP-POS
           MOVE WS-ONTIME-PCT TO WS-DSP-ONTIME
           MOVE WS-AVG-LATE TO WS-DSP-LATE
           MOVE WS-FILL-PCT TO WS-DSP-FILL
           MOVE WS-SC-SHORT(WS-K, WS-SET) TO WS-DSP-SHORT
           MOVE WS-SC-CLSHORT(WS-K, WS-SET) TO WS-DSP-CLSHORT
           MOVE WS-VAR-AMT TO WS-DSP-VAR
           MOVE WS-VAR-PCT TO WS-DSP-VAR-PCT
           MOVE WS-SC-SCORE(WS-K, WS-SET) TO WS-DSP-SCORE
           DISPLAY WS-DSP-RANK' 'WS-SC-SUP-ID(WS-K)' 'WS-SUP-NAME' '
               WS-DSP-POS' 'WS-DSP-ONTIME' 'WS-DSP-LATE' '
               WS-DSP-FILL' 'WS-DSP-SHORT' 'WS-DSP-CLSHORT' '
               WS-DSP-VAR' 'WS-DSP-VAR-PCT' 'WS-DSP-SCORE.

       END PROGRAM SUPSCORE.
