      ******************************************************************
      * Author: Eron Salongsongan
      * Date: September 01, 2026
      * Purpose: Lot Recall Trace / Expiring Stock - two reports off
      *          the lot file PROG1 keeps from receipts (lot.dat) and
      *          the lots recorded at ship confirmation (lotship.dat).
      *          R: for a keyed product and lot, the receipt it came
      *          in on, every customer and order that received it,
      *          and what is still on the shelf by location - the
      *          list a recall is worked from. E: every lot still
      *          holding stock that expires within a keyed number of
      *          days of a keyed as-of date, soonest first, valued at
      *          PRD-UNIT-COST. Both print to lotrpt.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LOTTRACE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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

           SELECT RECEIVING ASSIGN TO 'receiving.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RECEIVING-FS.

           SELECT LOT-STOCK ASSIGN TO 'lot.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LOT-STOCK-FS.

           SELECT LOT-SHIP ASSIGN TO 'lotship.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LOT-SHIP-FS.

           SELECT LOT-PRINT ASSIGN TO 'lotrpt.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT WORK-FILE ASSIGN TO 'lotwork.tmp'.

      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
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
           FD LOT-PRINT.
           01 LOT-PRINT-RECORD PIC X(80).
           SD WORK-FILE.
           01 WORK-RECORD.
               05 WRK-EXP-YMD PIC 9(8).
               05 WRK-PRD-ID PIC 9(5).
               05 WRK-LOT-NO PIC X(10).
               05 WRK-LOC PIC X(1).
               05 WRK-EXP-DATE PIC 9(8).
               05 WRK-DAYS-LEFT PIC S9(5).
               05 WRK-QTY PIC 9(5).
      *-----------------------
       WORKING-STORAGE SECTION.
           01 WS-CUSTOMER-FS PIC X(2).
           01 WS-PRODUCT-FS PIC X(2).
           01 WS-RECEIVING-FS PIC X(2).
           01 WS-LOT-STOCK-FS PIC X(2).
           01 WS-LOT-SHIP-FS PIC X(2).
           01 WS-EOF PIC A(1).
           01 WS-WRK-EOF PIC A(1).
           01 WS-RPT-CHC PIC X(1).
           01 WS-INP-PRD-ID PIC 9(5).
           01 WS-INP-LOT-NO PIC X(10).
           01 WS-ASOF-DATE PIC 9(8).
           01 WS-ASOF-YMD PIC 9(8).
           01 WS-ASOF-DAYS PIC 9(7).
           01 WS-WINDOW-DAYS PIC 9(4).
           01 WS-YMD-TXT PIC X(8).
           01 WS-EXP-YMD PIC 9(8).
           01 WS-DAYS-LEFT PIC S9(5).
           01 WS-PRD-NAME PIC X(20).
           01 WS-PRD-UNIT-COST PIC 9(5)V9(2).
           01 WS-CST-NAME PIC X(25).
           01 WS-LINE-VALUE PIC 9(9)V99.
           01 WS-SHIP-CNT PIC 9(5) VALUE ZERO.
           01 WS-SHIP-QTY-TOT PIC 9(7) VALUE ZERO.
           01 WS-SHELF-QTY-TOT PIC 9(7) VALUE ZERO.
           01 WS-RCV-QTY-TOT PIC 9(7) VALUE ZERO.
           01 WS-EXP-CNT PIC 9(5) VALUE ZERO.
           01 WS-EXP-QTY-TOT PIC 9(7) VALUE ZERO.
           01 WS-EXP-VALUE-TOT PIC 9(9)V99 VALUE ZERO.
           01 WS-RPT-TITLE PIC X(40).
           01 WS-COL-HEAD PIC X(80).
           01 WS-LOC-CODE PIC X(1).
           01 WS-LOC-NAME PIC X(9).
           01 WS-RCV-DATE-DSP PIC X(10).
           01 WS-DSP-DATE PIC X(10).
           01 WS-DSP-DATE-IN PIC 9(8).
           01 WS-DSP-QTY PIC ZZ,ZZ9.
           01 WS-DSP-TOT PIC Z,ZZZ,ZZ9.
           01 WS-DSP-DAYS PIC -ZZZZ9.
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
           DISPLAY 'LOT RECALL TRACE / EXPIRING STOCK'.
           DISPLAY 'R: RECALL TRACE FOR ONE LOT'.
           DISPLAY 'E: LOTS EXPIRING WITHIN N DAYS'.
           DISPLAY 'ENTER CHOICE:'.
           ACCEPT WS-RPT-CHC.
           EVALUATE WS-RPT-CHC
               WHEN 'R'
                   PERFORM RECALL-TRACE-PROCEDURE
               WHEN 'E'
                   PERFORM EXPIRING-STOCK-PROCEDURE
               WHEN OTHER
                   DISPLAY 'INVALID CHOICE - NOTHING PRINTED'
           END-EVALUATE.
           STOP RUN.

       RECALL-TRACE-PROCEDURE.
      **
      * LOT NUMBERS ARE THE SUPPLIER'S, SO THE SAME NUMBER CAN TURN
      * UP ON TWO PRODUCTS - THE TRACE IS ALWAYS FOR ONE PRODUCT.
      **
           DISPLAY 'ENTER PRODUCT ID:'
           ACCEPT WS-INP-PRD-ID
           DISPLAY 'ENTER LOT NUMBER:'
           ACCEPT WS-INP-LOT-NO
           OPEN INPUT PRODUCT
           MOVE WS-INP-PRD-ID TO PRD-ID
           READ PRODUCT
               INVALID KEY MOVE SPACES TO WS-PRD-NAME
               NOT INVALID KEY MOVE PRD-NAME TO WS-PRD-NAME
           END-READ
           CLOSE PRODUCT
           MOVE SPACES TO WS-RPT-TITLE
           STRING 'RECALL TRACE - LOT ' WS-INP-LOT-NO
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE SPACES TO WS-COL-HEAD
           OPEN OUTPUT LOT-PRINT
           OPEN INPUT CUSTOMER
           PERFORM NEW-PAGE-PROCEDURE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'PRODUCT ' WS-INP-PRD-ID ' ' WS-PRD-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           PERFORM TRACE-RECEIPTS-PROCEDURE
           PERFORM TRACE-SHIPMENTS-PROCEDURE
           PERFORM TRACE-SHELF-PROCEDURE
           CLOSE CUSTOMER
           CLOSE LOT-PRINT
           DISPLAY WS-SHIP-CNT' SHIPMENTS OF THE LOT TRACED'
           DISPLAY 'RECALL TRACE WRITTEN TO lotrpt.txt'.

       TRACE-RECEIPTS-PROCEDURE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           MOVE 'RECEIVED' TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           MOVE '  DATE       SUPID PO-ID    QTY  EXPIRY'
               TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           MOVE 'N' TO WS-EOF
           OPEN INPUT RECEIVING
           IF WS-RECEIVING-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RECEIVING
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RCV-PRD-ID = WS-INP-PRD-ID
                           AND RCV-LOT-NO = WS-INP-LOT-NO
                           MOVE RCV-DATE TO WS-DSP-DATE-IN
                           PERFORM FORMAT-DATE-PROCEDURE
                           MOVE WS-DSP-DATE TO WS-RCV-DATE-DSP
                           MOVE RCV-EXP-DATE TO WS-DSP-DATE-IN
                           PERFORM FORMAT-DATE-PROCEDURE
                           MOVE RCV-QUAN TO WS-DSP-QTY
                           MOVE SPACES TO WS-PRINT-LINE
                           STRING '  ' WS-RCV-DATE-DSP ' '
                               RCV-SUP-ID ' ' RCV-PO-ID ' '
                               WS-DSP-QTY '  ' WS-DSP-DATE
                               DELIMITED BY SIZE INTO WS-PRINT-LINE
                           PERFORM WRITE-PRINT-LINE-PROCEDURE
                           ADD RCV-QUAN TO WS-RCV-QTY-TOT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RECEIVING-FS = '00' OR WS-RECEIVING-FS = '10'
               CLOSE RECEIVING
           END-IF
           MOVE WS-RCV-QTY-TOT TO WS-DSP-TOT
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  TOTAL RECEIVED ' WS-DSP-TOT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE.

       TRACE-SHIPMENTS-PROCEDURE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           MOVE 'SHIPPED TO' TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           MOVE '  SHIPPED    ORDID CSTID CSTNAME' TO WS-PRINT-LINE
           MOVE 'FROM        QTY' TO WS-PRINT-LINE(52:15)
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOT-SHIP
           IF WS-LOT-SHIP-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOT-SHIP
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LSH-PRD-ID = WS-INP-PRD-ID
                           AND LSH-LOT-NO = WS-INP-LOT-NO
                           PERFORM PRINT-SHIPMENT-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOT-SHIP-FS = '00' OR WS-LOT-SHIP-FS = '10'
               CLOSE LOT-SHIP
           END-IF
           MOVE WS-SHIP-QTY-TOT TO WS-DSP-TOT
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  TOTAL SHIPPED  ' WS-DSP-TOT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE.

       PRINT-SHIPMENT-PROCEDURE.
           MOVE LSH-CST-ID TO CST-ID
           READ CUSTOMER
               INVALID KEY MOVE 'NOT ON FILE' TO WS-CST-NAME
               NOT INVALID KEY MOVE CST-NAME TO WS-CST-NAME
           END-READ
           MOVE LSH-SHIP-DATE TO WS-DSP-DATE-IN
           PERFORM FORMAT-DATE-PROCEDURE
           MOVE LSH-LOC TO WS-LOC-CODE
           PERFORM NAME-LOCATION-PROCEDURE
           MOVE LSH-QTY TO WS-DSP-QTY
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ' WS-DSP-DATE ' ' LSH-ORD-ID ' ' LSH-CST-ID ' '
               WS-CST-NAME ' ' WS-LOC-NAME WS-DSP-QTY
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           ADD 1 TO WS-SHIP-CNT
           ADD LSH-QTY TO WS-SHIP-QTY-TOT.

       TRACE-SHELF-PROCEDURE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           MOVE 'STILL ON THE SHELF' TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           MOVE '  LOCATION     QTY  EXPIRY' TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOT-STOCK
           IF WS-LOT-STOCK-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOT-STOCK
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LOT-PRD-ID = WS-INP-PRD-ID
                           AND LOT-NO = WS-INP-LOT-NO
                           AND LOT-QTY > 0
                           MOVE LOT-LOC TO WS-LOC-CODE
                           PERFORM NAME-LOCATION-PROCEDURE
                           MOVE LOT-EXP-DATE TO WS-DSP-DATE-IN
                           PERFORM FORMAT-DATE-PROCEDURE
                           MOVE LOT-QTY TO WS-DSP-QTY
                           MOVE SPACES TO WS-PRINT-LINE
                           STRING '  ' WS-LOC-NAME ' ' WS-DSP-QTY '  '
                               WS-DSP-DATE
                               DELIMITED BY SIZE INTO WS-PRINT-LINE
                           PERFORM WRITE-PRINT-LINE-PROCEDURE
                           ADD LOT-QTY TO WS-SHELF-QTY-TOT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOT-STOCK-FS = '00' OR WS-LOT-STOCK-FS = '10'
               CLOSE LOT-STOCK
           END-IF
           MOVE WS-SHELF-QTY-TOT TO WS-DSP-TOT
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  TOTAL ON SHELF ' WS-DSP-TOT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE.

       EXPIRING-STOCK-PROCEDURE.
      **
      * EVERY LOT STILL HOLDING STOCK THAT EXPIRES ON OR BEFORE THE
      * AS-OF DATE PLUS THE KEYED WINDOW, SOONEST FIRST. LOTS ALREADY
      * PAST THEIR DATE PRINT AS EXPIRED SO THEY COME OFF THE SHELF.
      * LOTS RECEIVED WITH NO EXPIRY NEVER APPEAR.
      **
           DISPLAY 'ENTER AS-OF DATE (MMDDYYYY):'
           ACCEPT WS-ASOF-DATE
           DISPLAY 'ENTER NUMBER OF DAYS AHEAD:'
           ACCEPT WS-WINDOW-DAYS
           STRING WS-ASOF-DATE(5:4) WS-ASOF-DATE(1:2)
               WS-ASOF-DATE(3:2) INTO WS-YMD-TXT
           MOVE WS-YMD-TXT TO WS-ASOF-YMD
           COMPUTE WS-ASOF-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-YMD)
           MOVE SPACES TO WS-RPT-TITLE
           STRING 'LOTS EXPIRING WITHIN ' WS-WINDOW-DAYS ' DAYS'
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE 'PRDID PRDNAME              LOT       LOC EXPIRY'
               TO WS-COL-HEAD
           MOVE '    DAYS    QTY         VALUE' TO WS-COL-HEAD(52:29)
           OPEN INPUT PRODUCT
           OPEN OUTPUT LOT-PRINT
           SORT WORK-FILE ON ASCENDING KEY WRK-EXP-YMD WRK-PRD-ID
                   WRK-LOT-NO
               INPUT PROCEDURE IS BUILD-WORK-PROCEDURE
               OUTPUT PROCEDURE IS PRINT-EXPIRING-PROCEDURE
           CLOSE LOT-PRINT
           CLOSE PRODUCT
           DISPLAY WS-EXP-CNT' LOTS LISTED'
           DISPLAY 'EXPIRING STOCK WRITTEN TO lotrpt.txt'.

       BUILD-WORK-PROCEDURE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOT-STOCK
           IF WS-LOT-STOCK-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOT-STOCK
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LOT-QTY > 0 AND LOT-EXP-DATE NOT = ZERO
                           STRING LOT-EXP-DATE(5:4) LOT-EXP-DATE(1:2)
                               LOT-EXP-DATE(3:2) INTO WS-YMD-TXT
                           MOVE WS-YMD-TXT TO WS-EXP-YMD
                           COMPUTE WS-DAYS-LEFT =
                               FUNCTION INTEGER-OF-DATE(WS-EXP-YMD)
                               - WS-ASOF-DAYS
                           IF WS-DAYS-LEFT NOT > WS-WINDOW-DAYS
                               MOVE WS-EXP-YMD TO WRK-EXP-YMD
                               MOVE LOT-PRD-ID TO WRK-PRD-ID
                               MOVE LOT-NO TO WRK-LOT-NO
                               MOVE LOT-LOC TO WRK-LOC
                               MOVE LOT-EXP-DATE TO WRK-EXP-DATE
                               MOVE WS-DAYS-LEFT TO WRK-DAYS-LEFT
                               MOVE LOT-QTY TO WRK-QTY
                               RELEASE WORK-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOT-STOCK-FS = '00' OR WS-LOT-STOCK-FS = '10'
               CLOSE LOT-STOCK
           END-IF.

       PRINT-EXPIRING-PROCEDURE.
           PERFORM NEW-PAGE-PROCEDURE
           MOVE 'N' TO WS-WRK-EOF
           PERFORM UNTIL WS-WRK-EOF = 'Y'
               RETURN WORK-FILE
                   AT END MOVE 'Y' TO WS-WRK-EOF
                   NOT AT END PERFORM PRINT-EXPIRING-LINE-PROCEDURE
               END-RETURN
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           MOVE WS-EXP-QTY-TOT TO WS-DSP-TOT
           MOVE WS-EXP-VALUE-TOT TO WS-DSP-AMT
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TOTAL ' WS-EXP-CNT ' LOTS' DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           MOVE WS-DSP-TOT TO WS-PRINT-LINE(58:9)
           MOVE WS-DSP-AMT TO WS-PRINT-LINE(67:14)
           PERFORM WRITE-PRINT-LINE-PROCEDURE.

       PRINT-EXPIRING-LINE-PROCEDURE.
           MOVE WRK-PRD-ID TO PRD-ID
           READ PRODUCT
               INVALID KEY
                   MOVE SPACES TO WS-PRD-NAME
                   MOVE ZERO TO WS-PRD-UNIT-COST
               NOT INVALID KEY
                   MOVE PRD-NAME TO WS-PRD-NAME
                   MOVE PRD-UNIT-COST TO WS-PRD-UNIT-COST
           END-READ
           IF WS-PRD-UNIT-COST NOT NUMERIC
               MOVE ZERO TO WS-PRD-UNIT-COST
           END-IF
           MULTIPLY WRK-QTY BY WS-PRD-UNIT-COST GIVING WS-LINE-VALUE
           MOVE WRK-EXP-DATE TO WS-DSP-DATE-IN
           PERFORM FORMAT-DATE-PROCEDURE
           MOVE WRK-QTY TO WS-DSP-QTY
           MOVE WS-LINE-VALUE TO WS-DSP-AMT
           MOVE SPACES TO WS-PRINT-LINE
           STRING WRK-PRD-ID ' ' WS-PRD-NAME ' ' WRK-LOT-NO ' '
               WRK-LOC '  ' WS-DSP-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           IF WRK-DAYS-LEFT < 0
               MOVE 'EXPIRED' TO WS-PRINT-LINE(53:7)
           ELSE
               MOVE WRK-DAYS-LEFT TO WS-DSP-DAYS
               MOVE WS-DSP-DAYS TO WS-PRINT-LINE(54:6)
           END-IF
           MOVE WS-DSP-QTY TO WS-PRINT-LINE(61:6)
           MOVE WS-DSP-AMT TO WS-PRINT-LINE(67:14)
           PERFORM WRITE-PRINT-LINE-PROCEDURE
           ADD 1 TO WS-EXP-CNT
           ADD WRK-QTY TO WS-EXP-QTY-TOT
           ADD WS-LINE-VALUE TO WS-EXP-VALUE-TOT.

       NAME-LOCATION-PROCEDURE.
           IF WS-LOC-CODE = 'S'
               MOVE 'SHOP' TO WS-LOC-NAME
           ELSE
               MOVE 'WAREHOUSE' TO WS-LOC-NAME
           END-IF.

       FORMAT-DATE-PROCEDURE.
           IF WS-DSP-DATE-IN = ZERO
               MOVE 'NO EXPIRY' TO WS-DSP-DATE
           ELSE
               MOVE SPACES TO WS-DSP-DATE
               STRING WS-DSP-DATE-IN(1:2) '/' WS-DSP-DATE-IN(3:2) '/'
                   WS-DSP-DATE-IN(5:4)
                   DELIMITED BY SIZE INTO WS-DSP-DATE
           END-IF.

       NEW-PAGE-PROCEDURE.
      **
      * LETTERHEAD, PAGE NUMBER AND COLUMN HEADING FOR WHICHEVER
      * REPORT IS RUNNING.
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
           MOVE WS-PRINT-LINE TO LOT-PRINT-RECORD
           WRITE LOT-PRINT-RECORD
           ADD 1 TO WS-PAGE-LINE-CNT.

       WRITE-HEADING-LINE-PROCEDURE.
           MOVE WS-PRINT-LINE TO LOT-PRINT-RECORD
           WRITE LOT-PRINT-RECORD
           ADD 1 TO WS-PAGE-LINE-CNT.

       END PROGRAM LOTTRACE.
