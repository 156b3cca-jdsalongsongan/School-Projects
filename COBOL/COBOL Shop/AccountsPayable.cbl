      ******************************************************************
      * Author: Eron Salongsongan
      * Date: September 01, 2026
      * Purpose: Accounts Payable Run - ages every unpaid supplier
      *          invoice on supinv.dat (held and approved) by days
      *          past due as of a keyed date into not-due/1-30/31-60/
      *          61-90/over-90 buckets per supplier, then lists the
      *          approved invoices to pay in this run: everything due
      *          by a keyed pay-through date plus anything whose
      *          early-payment discount would otherwise lapse before
      *          then, at the discounted amount where the discount is
      *          still open. The listed invoices can then be marked
      *          paid. Output goes to appayrun.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. APPAYRUN.
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

           SELECT SUPPLIER ASSIGN TO 'supplier.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUP-ID
           FILE STATUS IS WS-SUPPLIER-FS.

           SELECT SUP-INVOICE ASSIGN TO 'supinv.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SUP-INVOICE-FS.

           SELECT AUDIT-TRAIL ASSIGN TO 'audit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-TRAIL-FS.

           SELECT AP-PRINT ASSIGN TO 'appayrun.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT WORK-FILE ASSIGN TO 'apwork.tmp'.

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
           FD SUPPLIER.
           01 SUPPLIER-FILE.
               05 SUP-ID PIC 9(5).
               05 SUP-NAME PIC A(15).
               05 SUP-CONTACT PIC X(15).
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
           FD AUDIT-TRAIL.
           01 AUDIT-TRAIL-FILE.
               05 AUD-TIMESTAMP PIC X(14).
               05 AUD-REC-TYPE PIC X(10).
               05 AUD-KEY PIC X(10).
               05 AUD-OLD-VALUE PIC X(30).
               05 AUD-NEW-VALUE PIC X(30).
               05 AUD-OPERATOR PIC 9(5).
           FD AP-PRINT.
           01 AP-PRINT-RECORD PIC X(80).
           SD WORK-FILE.
           01 WORK-RECORD.
               05 WRK-SUP-ID PIC 9(5).
               05 WRK-DUE-YMD PIC 9(8).
               05 WRK-SIN-ID PIC 9(5).
               05 WRK-REF PIC X(10).
               05 WRK-PO-ID PIC 9(5).
               05 WRK-STATUS PIC X(1).
               05 WRK-HOLD-REASON PIC X(10).
               05 WRK-AGE-DAYS PIC S9(5).
               05 WRK-AMOUNT PIC 9(7)V9(2).
               05 WRK-DISC-AMT PIC 9(7)V9(2).
               05 WRK-PAY-AMT PIC 9(7)V9(2).
      *-----------------------
       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-FS PIC X(2).
           01 WS-OPERATOR-ID PIC 9(5) VALUE ZERO.
           01 WS-OPERATOR-LEVEL PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-OK PIC A(1).
           01 WS-SUPPLIER-FS PIC X(2).
           01 WS-SUP-INVOICE-FS PIC X(2).
           01 WS-AUDIT-TRAIL-FS PIC X(2).
           01 WS-EOF PIC A(1).
           01 WS-SORT-EOF PIC A(1).
           01 WS-PASS PIC A(1).
           01 WS-ASOF-DATE PIC 9(8).
           01 WS-PAYTHRU-DATE PIC 9(8).
           01 WS-YMD-TXT PIC X(8).
           01 WS-ASOF-YMD PIC 9(8).
           01 WS-PAYTHRU-YMD PIC 9(8).
           01 WS-DUE-YMD PIC 9(8).
           01 WS-DISC-YMD PIC 9(8).
           01 WS-ASOF-DAYS PIC S9(7).
           01 WS-DUE-DAYS PIC S9(7).
           01 WS-AGE-DAYS PIC S9(7).
           01 WS-IN-RUN PIC A(1).
           01 WS-DISC-OPEN PIC A(1).
           01 WS-DISC-AMT PIC 9(7)V9(2).
           01 WS-PAY-AMT PIC 9(7)V9(2).
           01 WS-MARK-PAID PIC A(1).
           01 WS-PAID-COUNT PIC 9(5) VALUE ZERO.
           01 WS-FIRST-REC PIC A(1).
           01 WS-PREV-SUP-ID PIC 9(5).
           01 WS-SUP-NAME PIC A(15).
           01 WS-SUP-BKT.
               05 WS-SUP-BKT-AMT PIC S9(9)V99 OCCURS 5 TIMES.
           01 WS-GRD-BKT.
               05 WS-GRD-BKT-AMT PIC S9(9)V99 OCCURS 5 TIMES.
           01 WS-B PIC 9(1).
           01 WS-SUP-TOTAL PIC S9(9)V99.
           01 WS-GRAND-TOTAL PIC S9(9)V99.
           01 WS-SUP-DISC PIC S9(9)V99.
           01 WS-GRAND-DISC PIC S9(9)V99.
           01 WS-HELD-TOTAL PIC S9(9)V99 VALUE ZERO.
           01 WS-RUN-COUNT PIC 9(5) VALUE ZERO.
           01 WS-AUD-REC-TYPE PIC X(10).
           01 WS-AUD-KEY PIC X(10).
           01 WS-AUD-OLD-VALUE PIC X(30).
           01 WS-AUD-NEW-VALUE PIC X(30).
           01 WS-DSP-AMT PIC Z,ZZZ,ZZ9.99-.
           01 WS-DSP-AMT2 PIC Z,ZZZ,ZZ9.99-.
           01 WS-DSP-B1 PIC ZZZZ,ZZ9.99-.
           01 WS-DSP-B2 PIC ZZZZ,ZZ9.99-.
           01 WS-DSP-B3 PIC ZZZZ,ZZ9.99-.
           01 WS-DSP-B4 PIC ZZZZ,ZZ9.99-.
           01 WS-DSP-B5 PIC ZZZZ,ZZ9.99-.
           01 WS-DSP-DAYS PIC ZZZZ9-.
           01 WS-PRINT-LINE PIC X(80).
           01 WS-HELD-LINE PIC X(80).
           01 WS-PAGE-TITLE PIC X(30).
           01 WS-COL-HEADING PIC X(80).
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
           DISPLAY 'ACCOUNTS PAYABLE RUN'.
           PERFORM SIGNON-PROCEDURE
           DISPLAY 'ENTER AGING AS-OF DATE (MMDDYYYY):'.
           ACCEPT WS-ASOF-DATE.
           DISPLAY 'ENTER PAY-THROUGH DATE (MMDDYYYY):'.
           ACCEPT WS-PAYTHRU-DATE.
           STRING WS-ASOF-DATE(5:4) WS-ASOF-DATE(1:2)
               WS-ASOF-DATE(3:2) INTO WS-YMD-TXT
           MOVE WS-YMD-TXT TO WS-ASOF-YMD
           STRING WS-PAYTHRU-DATE(5:4) WS-PAYTHRU-DATE(1:2)
               WS-PAYTHRU-DATE(3:2) INTO WS-YMD-TXT
           MOVE WS-YMD-TXT TO WS-PAYTHRU-YMD
           COMPUTE WS-ASOF-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-YMD)
           OPEN INPUT SUPPLIER
           OPEN OUTPUT AP-PRINT
           MOVE 'A' TO WS-PASS
           MOVE 'SUPPLIER AGING AS OF ' TO WS-PAGE-TITLE
           MOVE SPACES TO WS-COL-HEADING
           STRING 'VCHR  INVOICE    PO    DUE      DAYS PAST        '
               'AMOUNT HOLD' DELIMITED BY SIZE INTO WS-COL-HEADING
           SORT WORK-FILE ON ASCENDING KEY WRK-SUP-ID WRK-DUE-YMD
               INPUT PROCEDURE IS BUILD-WORK-PROCEDURE
               OUTPUT PROCEDURE IS PRINT-AGING-PROCEDURE
           MOVE 'P' TO WS-PASS
           MOVE 'PAYMENT RUN AS OF ' TO WS-PAGE-TITLE
           MOVE SPACES TO WS-COL-HEADING
           STRING 'VCHR  INVOICE    DUE                    AMOUNT  '
               '  DISCOUNT      TO PAY' DELIMITED BY SIZE
               INTO WS-COL-HEADING
           MOVE 99 TO WS-PAGE-LINE-CNT
           SORT WORK-FILE ON ASCENDING KEY WRK-SUP-ID WRK-DUE-YMD
               INPUT PROCEDURE IS BUILD-WORK-PROCEDURE
               OUTPUT PROCEDURE IS PRINT-PAY-RUN-PROCEDURE
           CLOSE AP-PRINT
           CLOSE SUPPLIER
           DISPLAY 'AGING AND PAYMENT RUN WRITTEN TO appayrun.txt'
           MOVE WS-GRAND-TOTAL TO WS-DSP-AMT
           DISPLAY WS-RUN-COUNT' INVOICES TO PAY, TOTAL 'WS-DSP-AMT
           IF WS-RUN-COUNT > 0
               DISPLAY 'MARK LISTED INVOICES PAID? (Y/N):'
               ACCEPT WS-MARK-PAID
               IF WS-MARK-PAID = 'Y'
                   IF WS-OPERATOR-LEVEL < 9
                       DISPLAY 'MARKING INVOICES PAID NEEDS A '
                           'SUPERVISOR'
                   ELSE
                       PERFORM MARK-PAID-PROCEDURE
                       DISPLAY WS-PAID-COUNT' INVOICES MARKED PAID'
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

       BUILD-WORK-PROCEDURE.
      **
      * RELEASES ONE SORT RECORD PER UNPAID INVOICE. THE AGING PASS
      * TAKES HELD AND APPROVED INVOICES ALIKE - A HELD BILL IS
      * STILL OWED, IT IS JUST NOT YET CLEARED TO PAY. THE PAYMENT
      * PASS TAKES ONLY THE APPROVED ONES IN THIS RUN.
      **
           MOVE 'N' TO WS-EOF
           OPEN INPUT SUP-INVOICE
           IF WS-SUP-INVOICE-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUP-INVOICE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SIN-HELD OR SIN-APPROVED
                           PERFORM CHECK-PAY-RUN-PROCEDURE
                           IF WS-PASS = 'A'
                               OR (SIN-APPROVED AND WS-IN-RUN = 'Y')
                               PERFORM RELEASE-INVOICE-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUP-INVOICE-FS = '00' OR WS-SUP-INVOICE-FS = '10'
               CLOSE SUP-INVOICE
           END-IF.

       CHECK-PAY-RUN-PROCEDURE.
      **
      * AN INVOICE BELONGS IN THIS RUN WHEN IT FALLS DUE BY THE
      * PAY-THROUGH DATE, OR WHEN ITS DISCOUNT IS STILL OPEN TODAY
      * BUT LAPSES BY THE PAY-THROUGH DATE - WAITING FOR THE NEXT
      * RUN WOULD LOSE IT. WHERE THE DISCOUNT IS STILL OPEN IT IS
      * TAKEN OFF THE AMOUNT TO PAY.
      **
           MOVE 'N' TO WS-IN-RUN
           MOVE 'N' TO WS-DISC-OPEN
           MOVE ZERO TO WS-DISC-AMT
           STRING SIN-DUE-DATE(5:4) SIN-DUE-DATE(1:2)
               SIN-DUE-DATE(3:2) INTO WS-YMD-TXT
           MOVE WS-YMD-TXT TO WS-DUE-YMD
           MOVE ZERO TO WS-DISC-YMD
           IF SIN-DISC-DATE > 0 AND SIN-DISC-PCT > 0
               STRING SIN-DISC-DATE(5:4) SIN-DISC-DATE(1:2)
                   SIN-DISC-DATE(3:2) INTO WS-YMD-TXT
               MOVE WS-YMD-TXT TO WS-DISC-YMD
               IF WS-DISC-YMD NOT < WS-ASOF-YMD
                   MOVE 'Y' TO WS-DISC-OPEN
                   COMPUTE WS-DISC-AMT ROUNDED =
                       SIN-AMOUNT * SIN-DISC-PCT / 100
               END-IF
           END-IF
           IF WS-DUE-YMD NOT > WS-PAYTHRU-YMD
               MOVE 'Y' TO WS-IN-RUN
           END-IF
           IF WS-DISC-OPEN = 'Y' AND WS-DISC-YMD NOT > WS-PAYTHRU-YMD
               MOVE 'Y' TO WS-IN-RUN
           END-IF
           SUBTRACT WS-DISC-AMT FROM SIN-AMOUNT GIVING WS-PAY-AMT.

       RELEASE-INVOICE-PROCEDURE.
           COMPUTE WS-DUE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-DUE-YMD)
           SUBTRACT WS-DUE-DAYS FROM WS-ASOF-DAYS GIVING WS-AGE-DAYS
           MOVE SIN-SUP-ID TO WRK-SUP-ID
           MOVE WS-DUE-YMD TO WRK-DUE-YMD
           MOVE SIN-ID TO WRK-SIN-ID
           MOVE SIN-REF TO WRK-REF
           MOVE SIN-PO-ID TO WRK-PO-ID
           MOVE SIN-STATUS TO WRK-STATUS
           MOVE SIN-HOLD-REASON TO WRK-HOLD-REASON
           MOVE WS-AGE-DAYS TO WRK-AGE-DAYS
           MOVE SIN-AMOUNT TO WRK-AMOUNT
           MOVE WS-DISC-AMT TO WRK-DISC-AMT
           MOVE WS-PAY-AMT TO WRK-PAY-AMT
           RELEASE WORK-RECORD.

       PRINT-AGING-PROCEDURE.
      **
      * ONE LINE PER UNPAID INVOICE UNDER ITS SUPPLIER, THEN THE
      * SUPPLIER'S TOTALS ACROSS THE AGE BUCKETS, THEN THE SAME
      * BUCKETS FOR THE WHOLE LEDGER. HELD INVOICES SHOW THEIR HOLD
      * REASON SO THE BUYER CAN SEE WHAT IS BLOCKING THEM.
      **
           MOVE 'Y' TO WS-FIRST-REC
           MOVE ZERO TO WS-GRAND-TOTAL
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 5
               MOVE ZERO TO WS-GRD-BKT-AMT(WS-B)
           END-PERFORM
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN WORK-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END PERFORM AGING-LINE-PROCEDURE
               END-RETURN
           END-PERFORM
           IF WS-FIRST-REC = 'Y'
               PERFORM NEW-PAGE-PROCEDURE
               MOVE 'NO UNPAID SUPPLIER INVOICES' TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE-PROCEDURE
           ELSE
               PERFORM AGING-SUPPLIER-TOTAL-PROCEDURE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE-PROCEDURE
               MOVE SPACES TO WS-PRINT-LINE
               STRING '             NOT DUE        1-30       31-60'
                   '       61-90     OVER 90' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE-PROCEDURE
               MOVE WS-GRD-BKT-AMT(1) TO WS-DSP-B1
               MOVE WS-GRD-BKT-AMT(2) TO WS-DSP-B2
               MOVE WS-GRD-BKT-AMT(3) TO WS-DSP-B3
               MOVE WS-GRD-BKT-AMT(4) TO WS-DSP-B4
               MOVE WS-GRD-BKT-AMT(5) TO WS-DSP-B5
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'ALL SUPPLIERS' WS-DSP-B1 WS-DSP-B2 WS-DSP-B3
                   WS-DSP-B4 WS-DSP-B5
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE-PROCEDURE
               MOVE WS-GRAND-TOTAL TO WS-DSP-AMT
               MOVE WS-HELD-TOTAL TO WS-DSP-AMT2
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'TOTAL OWED: 'WS-DSP-AMT'   OF WHICH HELD: '
                   WS-DSP-AMT2
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE-PROCEDURE
           END-IF.

       AGING-LINE-PROCEDURE.
           IF WS-FIRST-REC = 'Y'
               MOVE 'N' TO WS-FIRST-REC
               PERFORM AGING-SUPPLIER-HEAD-PROCEDURE
           ELSE
               IF WRK-SUP-ID NOT = WS-PREV-SUP-ID
                   PERFORM AGING-SUPPLIER-TOTAL-PROCEDURE
                   PERFORM AGING-SUPPLIER-HEAD-PROCEDURE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WRK-AGE-DAYS <= 0
                   MOVE 1 TO WS-B
               WHEN WRK-AGE-DAYS <= 30
                   MOVE 2 TO WS-B
               WHEN WRK-AGE-DAYS <= 60
                   MOVE 3 TO WS-B
               WHEN WRK-AGE-DAYS <= 90
                   MOVE 4 TO WS-B
               WHEN OTHER
                   MOVE 5 TO WS-B
           END-EVALUATE
           ADD WRK-AMOUNT TO WS-SUP-BKT-AMT(WS-B)
           ADD WRK-AMOUNT TO WS-GRD-BKT-AMT(WS-B)
           ADD WRK-AMOUNT TO WS-SUP-TOTAL
           ADD WRK-AMOUNT TO WS-GRAND-TOTAL
           IF WRK-STATUS = 'H'
               ADD WRK-AMOUNT TO WS-HELD-TOTAL
           END-IF
           MOVE WRK-AGE-DAYS TO WS-DSP-DAYS
           MOVE WRK-AMOUNT TO WS-DSP-AMT
           MOVE SPACES TO WS-PRINT-LINE
           IF WRK-STATUS = 'H'
               STRING WRK-SIN-ID ' ' WRK-REF ' ' WRK-PO-ID ' '
                   WRK-DUE-YMD ' ' WS-DSP-DAYS '    ' WS-DSP-AMT
                   ' HELD ' WRK-HOLD-REASON
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING WRK-SIN-ID ' ' WRK-REF ' ' WRK-PO-ID ' '
                   WRK-DUE-YMD ' ' WS-DSP-DAYS '    ' WS-DSP-AMT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           PERFORM WRITE-PRINT-LINE-PROCEDURE.

       AGING-SUPPLIER-HEAD-PROCEDURE.
           MOVE WRK-SUP-ID TO WS-PREV-SUP-ID
           MOVE ZERO TO WS-SUP-TOTAL
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 5
               MOVE ZERO TO WS-SUP-BKT-AMT(WS-B)
           END-PERFORM
           PERFORM GET-SUPPLIER-NAME-PROCEDURE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           STRING 'SUPPLIER 'WRK-SUP-ID' 'WS-SUP-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE.

       AGING-SUPPLIER-TOTAL-PROCEDURE.
           MOVE WS-SUP-BKT-AMT(1) TO WS-DSP-B1
           MOVE WS-SUP-BKT-AMT(2) TO WS-DSP-B2
           MOVE WS-SUP-BKT-AMT(3) TO WS-DSP-B3
           MOVE WS-SUP-BKT-AMT(4) TO WS-DSP-B4
           MOVE WS-SUP-BKT-AMT(5) TO WS-DSP-B5
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  BUCKETS:   ' WS-DSP-B1 WS-DSP-B2 WS-DSP-B3
               WS-DSP-B4 WS-DSP-B5
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           MOVE WS-SUP-TOTAL TO WS-DSP-AMT
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  SUPPLIER TOTAL OWED:          ' WS-DSP-AMT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE.

       PRINT-PAY-RUN-PROCEDURE.
      **
      * THE CHEQUE LIST: APPROVED INVOICES IN THIS RUN BY SUPPLIER,
      * WITH THE DISCOUNT TAKEN AND THE NET TO PAY, A TOTAL PER
      * SUPPLIER (ONE PAYMENT EACH) AND THE RUN TOTAL.
      **
           PERFORM NEW-PAGE-PROCEDURE
           MOVE 'Y' TO WS-FIRST-REC
           MOVE ZERO TO WS-GRAND-TOTAL
           MOVE ZERO TO WS-GRAND-DISC
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN WORK-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END PERFORM PAY-RUN-LINE-PROCEDURE
               END-RETURN
           END-PERFORM
           IF WS-FIRST-REC = 'Y'
               MOVE 'NO APPROVED INVOICES DUE IN THIS RUN'
                   TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE-PROCEDURE
           ELSE
               PERFORM PAY-RUN-SUPPLIER-TOTAL-PROCEDURE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE-PROCEDURE
               MOVE WS-GRAND-DISC TO WS-DSP-AMT2
               MOVE WS-GRAND-TOTAL TO WS-DSP-AMT
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'RUN TOTAL  'WS-RUN-COUNT' INVOICES  DISCOUNT '
                   WS-DSP-AMT2'  TO PAY 'WS-DSP-AMT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE-PROCEDURE
           END-IF.

       PAY-RUN-LINE-PROCEDURE.
           IF WS-FIRST-REC = 'Y'
               MOVE 'N' TO WS-FIRST-REC
               PERFORM PAY-RUN-SUPPLIER-HEAD-PROCEDURE
           ELSE
               IF WRK-SUP-ID NOT = WS-PREV-SUP-ID
                   PERFORM PAY-RUN-SUPPLIER-TOTAL-PROCEDURE
                   PERFORM PAY-RUN-SUPPLIER-HEAD-PROCEDURE
               END-IF
           END-IF
           ADD 1 TO WS-RUN-COUNT
           ADD WRK-PAY-AMT TO WS-SUP-TOTAL
           ADD WRK-PAY-AMT TO WS-GRAND-TOTAL
           ADD WRK-DISC-AMT TO WS-SUP-DISC
           ADD WRK-DISC-AMT TO WS-GRAND-DISC
           MOVE WRK-AMOUNT TO WS-DSP-B1
           MOVE WRK-DISC-AMT TO WS-DSP-B2
           MOVE WRK-PAY-AMT TO WS-DSP-B3
           MOVE SPACES TO WS-PRINT-LINE
           STRING WRK-SIN-ID ' ' WRK-REF ' ' WRK-DUE-YMD '         '
               WS-DSP-B1 WS-DSP-B2 WS-DSP-B3
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE.

       PAY-RUN-SUPPLIER-HEAD-PROCEDURE.
           MOVE WRK-SUP-ID TO WS-PREV-SUP-ID
           MOVE ZERO TO WS-SUP-TOTAL
           MOVE ZERO TO WS-SUP-DISC
           PERFORM GET-SUPPLIER-NAME-PROCEDURE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           STRING 'PAY SUPPLIER 'WRK-SUP-ID' 'WS-SUP-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE.

       PAY-RUN-SUPPLIER-TOTAL-PROCEDURE.
           MOVE WS-SUP-DISC TO WS-DSP-AMT2
           MOVE WS-SUP-TOTAL TO WS-DSP-AMT
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  SUPPLIER DISCOUNT 'WS-DSP-AMT2'  PAYMENT '
               WS-DSP-AMT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE.

       GET-SUPPLIER-NAME-PROCEDURE.
           MOVE WRK-SUP-ID TO SUP-ID
           READ SUPPLIER
               INVALID KEY MOVE '*NOT ON FILE*' TO WS-SUP-NAME
               NOT INVALID KEY MOVE SUP-NAME TO WS-SUP-NAME
           END-READ.

       MARK-PAID-PROCEDURE.
      **
      * SETS EVERY INVOICE IN THE RUN TO PAID AS OF THE RUN DATE, ON
      * THE SAME TEST THAT LISTED IT, SO WHAT IS MARKED IS EXACTLY
      * WHAT WAS PRINTED. EACH ONE IS AUDITED WITH THE AMOUNT PAID.
      **
           MOVE 'N' TO WS-EOF
           OPEN I-O SUP-INVOICE
           IF WS-SUP-INVOICE-FS NOT = '00'
               DISPLAY 'CANNOT OPEN supinv.dat - STATUS '
                   WS-SUP-INVOICE-FS
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUP-INVOICE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SIN-APPROVED
                           PERFORM CHECK-PAY-RUN-PROCEDURE
                           IF WS-IN-RUN = 'Y'
                               PERFORM MARK-ONE-PAID-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUP-INVOICE-FS = '00' OR WS-SUP-INVOICE-FS = '10'
               CLOSE SUP-INVOICE
           END-IF.

       MARK-ONE-PAID-PROCEDURE.
           MOVE 'P' TO SIN-STATUS
           MOVE WS-ASOF-DATE TO SIN-PAID-DATE
           REWRITE SUP-INVOICE-FILE
           IF WS-SUP-INVOICE-FS = '00'
               ADD 1 TO WS-PAID-COUNT
               MOVE WS-PAY-AMT TO WS-DSP-AMT
               MOVE 'SUPINV' TO WS-AUD-REC-TYPE
               MOVE SIN-ID TO WS-AUD-KEY
               MOVE 'A APPROVED' TO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING 'P PAID ' WS-DSP-AMT
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
           ELSE
               DISPLAY 'REWRITE FAILED FOR VOUCHER 'SIN-ID' - STATUS '
                   WS-SUP-INVOICE-FS
           END-IF.

       NEW-PAGE-PROCEDURE.
      **
      * LETTERHEAD, PAGE NUMBER AND COLUMN HEADING. THE AGING AND
      * THE PAYMENT RUN EACH START ON A FRESH PAGE UNDER THEIR OWN
      * TITLE AND HEADING.
      **
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-DSP-PAGE
           MOVE ZERO TO WS-PAGE-LINE-CNT
           MOVE ALL '=' TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE-PROCEDURE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'THE COBOL SHOP - ' DELIMITED BY SIZE
               WS-PAGE-TITLE DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               WS-ASOF-DATE DELIMITED BY SIZE
               '      PAGE ' DELIMITED BY SIZE
               WS-DSP-PAGE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE-PROCEDURE
           MOVE '101 MARKET STREET, ANYTOWN' TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE-PROCEDURE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE-PROCEDURE
           MOVE WS-COL-HEADING TO WS-PRINT-LINE
           PERFORM WRITE-HEADING-LINE-PROCEDURE.

       WRITE-PRINT-LINE-PROCEDURE.
           IF WS-PAGE-LINE-CNT > 55
               MOVE WS-PRINT-LINE TO WS-HELD-LINE
               PERFORM NEW-PAGE-PROCEDURE
               MOVE WS-HELD-LINE TO WS-PRINT-LINE
           END-IF
           MOVE WS-PRINT-LINE TO AP-PRINT-RECORD
           WRITE AP-PRINT-RECORD
           ADD 1 TO WS-PAGE-LINE-CNT.

       WRITE-HEADING-LINE-PROCEDURE.
           MOVE WS-PRINT-LINE TO AP-PRINT-RECORD
           WRITE AP-PRINT-RECORD
           ADD 1 TO WS-PAGE-LINE-CNT.

       LOG-AUDIT-PROCEDURE.
      **
      * APPENDS ONE RECORD TO THE AUDIT TRAIL FOR EVERY INVOICE THE
      * RUN MARKS PAID. CALLERS SET WS-AUD-REC-TYPE, WS-AUD-KEY,
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
      * OPERATOR SIGN-ON: EVERY AUDIT RECORD THIS RUN WRITES CARRIES
      * THE OPERATOR. WITH NO OPERATOR FILE YET (CUTOVER) THE
      * SIGN-ON IS ACCEPTED AS SUPERVISOR UNTIL OPERATORS ARE SET UP
      * THROUGH PROG1.
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

       END PROGRAM APPAYRUN.
