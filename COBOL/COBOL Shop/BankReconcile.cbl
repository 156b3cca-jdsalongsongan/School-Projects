      ******************************************************************
      * Author: Eron Salongsongan
      * Date: October 15, 2026
      * Purpose: Bank Statement Reconciliation - reads the statement
      *          file the bank sends (bankstmt.csv: type, date, amount,
      *          reference - the date MUST be MMDDYYYY; type O is the
      *          opening balance, B the closing balance, C a credit,
      *          D a debit and R a returned or bounced item) and
      *          matches each credit to a payment.dat row of the same
      *          amount and PAY-REF dated on or up to the keyed number
      *          of days before it. Bank items not on the books and
      *          payments booked but never banked list separately, and
      *          the statement closing balance, adjusted for them, is
      *          set against account 1000 CASH AT BANK on
      *          gljournal.dat up to the statement closing date. A
      *          returned item names the PAY-REF it reverses: under a
      *          supervisor sign-on the amount goes back on
      *          CST-BALANCE, the payapply.dat rows of that payment
      *          are zeroed so the orders it settled reopen, and the
      *          reversal is written to bankret.dat, which every
      *          program that rebuilds a balance from payment.dat nets
      *          off as a charge. Each step is audited. Matches are
      *          kept on bankmatch.dat so a payment cleared on one
      *          statement is not offered to the next.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BANKREC.
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

           SELECT BANK-STMT ASSIGN TO 'bankstmt.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BANK-STMT-FS.

           SELECT PAYMENT ASSIGN TO 'payment.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PAYMENT-FS.

           SELECT PAY-APPLY ASSIGN TO 'payapply.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PAY-APPLY-FS.

           SELECT BANK-MATCH ASSIGN TO 'bankmatch.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BANK-MATCH-FS.

           SELECT BANK-RETURN ASSIGN TO 'bankret.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BANK-RETURN-FS.

           SELECT AUDIT-TRAIL ASSIGN TO 'audit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-TRAIL-FS.

           SELECT BEFORE-IMG ASSIGN TO 'beforeimg.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BEFORE-IMG-FS.

           SELECT PERIOD-CTL ASSIGN TO 'periodctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PERIOD-CTL-FS.

           SELECT GL-JOURNAL ASSIGN TO 'gljournal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-GL-JOURNAL-FS.

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
           FD BANK-STMT.
           01 BANK-STMT-RECORD PIC X(80).
           FD PAYMENT.
           01 PAYMENT-FILE.
               05 PAY-CST-ID PIC 9(5).
               05 PAY-DATE PIC 9(8).
               05 PAY-AMOUNT PIC 9(7)V9(2).
               05 PAY-REF PIC X(10).
           FD PAY-APPLY.
           01 PAY-APPLY-FILE.
               05 PPA-CST-ID PIC 9(5).
               05 PPA-ORD-ID PIC 9(5).
               05 PPA-DATE PIC 9(8).
               05 PPA-AMOUNT PIC 9(7)V9(2).
               05 PPA-REF PIC X(10).
           FD BANK-MATCH.
           01 BANK-MATCH-FILE.
               05 BKM-STMT-DATE PIC 9(8).
               05 BKM-BANK-DATE PIC 9(8).
               05 BKM-CST-ID PIC 9(5).
               05 BKM-PAY-DATE PIC 9(8).
               05 BKM-AMOUNT PIC 9(7)V9(2).
               05 BKM-REF PIC X(10).
           FD BANK-RETURN.
           01 BANK-RETURN-FILE.
               05 BRT-CST-ID PIC 9(5).
               05 BRT-DATE PIC 9(8).
               05 BRT-AMOUNT PIC 9(7)V9(2).
               05 BRT-REF PIC X(10).
               05 BRT-PAY-DATE PIC 9(8).
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
      *-----------------------
       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-FS PIC X(2).
           01 WS-OPERATOR-ID PIC 9(5) VALUE ZERO.
           01 WS-OPERATOR-LEVEL PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-OK PIC A(1).
           01 WS-CUSTOMER-FS PIC X(2).
           01 WS-BANK-STMT-FS PIC X(2).
           01 WS-PAYMENT-FS PIC X(2).
           01 WS-PAY-APPLY-FS PIC X(2).
           01 WS-BANK-MATCH-FS PIC X(2).
           01 WS-BANK-RETURN-FS PIC X(2).
           01 WS-AUDIT-TRAIL-FS PIC X(2).
           01 WS-BEFORE-IMG-FS PIC X(2).
           01 WS-PERIOD-CTL-FS PIC X(2).
           01 WS-GL-JOURNAL-FS PIC X(2).
           01 WS-EOF PIC A(1).
           01 WS-PAY-EOF PIC A(1).
           01 WS-PPA-EOF PIC A(1).
           01 WS-BKM-EOF PIC A(1).
           01 WS-BRT-EOF PIC A(1).
           01 WS-PER-EOF PIC A(1).
           01 WS-GLJ-EOF PIC A(1).
           01 WS-ROW PIC X(80).
           01 WS-FIRST-ROW PIC A(1) VALUE 'Y'.
           01 WS-ROW-OK PIC A(1).
           01 WS-STMT-OK PIC A(1).
           01 WS-BAD-ROW-CNT PIC 9(5) VALUE ZERO.
           01 WS-STM-TYPE-TXT PIC X(5).
           01 WS-STM-DATE-TXT PIC X(10).
           01 WS-STM-AMT-TXT PIC X(15).
           01 WS-STM-REF-TXT PIC X(10).
           01 WS-STM-NEW-DATE PIC 9(8).
           01 WS-STM-DATE-X PIC X(8).
           01 WS-STM-MM PIC 9(2).
           01 WS-STM-DD PIC 9(2).
           01 WS-STM-NEW-AMT PIC S9(9)V99.
           01 WS-INP-TOL-DAYS PIC 9(3).
           01 WS-INP-LOOKBACK PIC 9(3).
           01 WS-OPEN-FND PIC A(1) VALUE 'N'.
           01 WS-CLOSE-FND PIC A(1) VALUE 'N'.
           01 WS-OPEN-DATE PIC 9(8) VALUE ZERO.
           01 WS-CLOSE-DATE PIC 9(8) VALUE ZERO.
           01 WS-OPEN-DAY PIC 9(7) VALUE ZERO.
           01 WS-CLOSE-DAY PIC 9(7) VALUE ZERO.
           01 WS-FROM-DAY PIC 9(7).
           01 WS-OPEN-BAL PIC S9(9)V99 VALUE ZERO.
           01 WS-CLOSE-BAL PIC S9(9)V99 VALUE ZERO.
           01 WS-YMD-TXT PIC X(8).
           01 WS-YMD PIC 9(8).
           01 WS-DAY-NUM PIC 9(7).
           01 WS-DAYS-OUT PIC 9(5).
           01 WS-TODAY-TXT PIC X(8).
           01 WS-TODAY-MDY PIC 9(8).
      **
      * THE STATEMENT'S ITEMS. STATUS ON A CREDIT IS U UNMATCHED OR
      * M MATCHED; ON A RETURNED ITEM P POSTED THIS RUN, A ALREADY
      * POSTED, S NEEDS A SUPERVISOR, C PERIOD CLOSED, F WRITE
      * FAILED OR X NO SUCH PAYMENT.
      **
           01 WS-STM-TBL.
               05 WS-STM-ENTRY OCCURS 500 TIMES.
                   10 WS-STM-TYPE PIC X(1).
                   10 WS-STM-DATE PIC 9(8).
                   10 WS-STM-DAY PIC 9(7).
                   10 WS-STM-AMT PIC 9(7)V9(2).
                   10 WS-STM-REF PIC X(10).
                   10 WS-STM-STATUS PIC X(1).
                   10 WS-STM-CST-ID PIC 9(5).
           01 WS-STM-CNT PIC 9(3) VALUE ZERO.
           01 WS-STM-FULL-WARNED PIC A(1) VALUE 'N'.
      **
      * THE PAYMENTS THAT COULD BE ON THIS STATEMENT. STATUS IS O
      * OPEN, M MATCHED ON THIS STATEMENT, OR E CLEARED ON AN
      * EARLIER ONE. SAVED IS Y WHEN THIS STATEMENT'S MATCH IS
      * ALREADY ON BANKMATCH.DAT FROM A PREVIOUS RUN.
      **
           01 WS-PMT-TBL.
               05 WS-PMT-ENTRY OCCURS 1000 TIMES.
                   10 WS-PMT-CST-ID PIC 9(5).
                   10 WS-PMT-DATE PIC 9(8).
                   10 WS-PMT-DAY PIC 9(7).
                   10 WS-PMT-AMT PIC 9(7)V9(2).
                   10 WS-PMT-REF PIC X(10).
                   10 WS-PMT-STATUS PIC X(1).
                   10 WS-PMT-SAVED PIC A(1).
                   10 WS-PMT-BANK-DATE PIC 9(8).
           01 WS-PMT-CNT PIC 9(4) VALUE ZERO.
           01 WS-PMT-FULL-WARNED PIC A(1) VALUE 'N'.
           01 WS-S PIC 9(3).
           01 WS-P PIC 9(4).
           01 WS-FND PIC A(1).
           01 WS-RET-FND PIC A(1).
           01 WS-RET-POSTED PIC A(1).
           01 WS-RET-CST-ID PIC 9(5).
           01 WS-RET-PAY-DATE PIC 9(8).
           01 WS-SAVE-OK PIC A(1).
           01 WS-REOPEN-CNT PIC 9(3).
           01 WS-SAVED-CNT PIC 9(5) VALUE ZERO.
           01 WS-CHK-YYYYMM PIC 9(6).
           01 WS-PERIOD-CLOSED PIC A(1).
           01 WS-JRN-FILE-NAME PIC X(10).
           01 WS-JRN-KEY PIC 9(5).
           01 WS-JRN-IMAGE PIC X(80).
           01 WS-AUD-REC-TYPE PIC X(10).
           01 WS-AUD-KEY PIC X(10).
           01 WS-AUD-OLD-VALUE PIC X(30).
           01 WS-AUD-NEW-VALUE PIC X(30).
           01 WS-TOT-CREDITS PIC S9(9)V99 VALUE ZERO.
           01 WS-TOT-DEBITS PIC S9(9)V99 VALUE ZERO.
           01 WS-TOT-RETURNS PIC S9(9)V99 VALUE ZERO.
           01 WS-TOT-BANK-UNM PIC S9(9)V99 VALUE ZERO.
           01 WS-TOT-NOT-BOOKED PIC S9(9)V99 VALUE ZERO.
           01 WS-TOT-RET-POSTED PIC S9(9)V99 VALUE ZERO.
           01 WS-TOT-RET-OPEN PIC S9(9)V99 VALUE ZERO.
           01 WS-TOT-UNBANKED PIC S9(9)V99 VALUE ZERO.
           01 WS-TOT-PRIOR PIC S9(9)V99 VALUE ZERO.
           01 WS-TOT-PERIOD PIC S9(9)V99 VALUE ZERO.
           01 WS-STMT-FOOT PIC S9(9)V99.
           01 WS-ADJ-BANK PIC S9(9)V99.
           01 WS-BOOK-CASH PIC S9(9)V99.
           01 WS-DIFF PIC S9(9)V99.
           01 WS-GLJ-CNT PIC 9(5) VALUE ZERO.
           01 WS-CLOSE-YMD PIC 9(8).
           01 WS-GLJ-YMD PIC 9(8).
           01 WS-DSP-AMT PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-DSP-APL-AMT PIC Z,ZZZ,ZZ9.99-.
           01 WS-DSP-DAYS PIC ZZZZ9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY 'BANK STATEMENT RECONCILIATION'.
           PERFORM SIGNON-PROCEDURE
           STRING FUNCTION CURRENT-DATE(5:2)
               FUNCTION CURRENT-DATE(7:2)
               FUNCTION CURRENT-DATE(1:4) INTO WS-TODAY-TXT
           MOVE WS-TODAY-TXT TO WS-TODAY-MDY
           DISPLAY 'DAYS A PAYMENT MAY TAKE TO REACH THE BANK '
               '(0 = 5):'
           ACCEPT WS-INP-TOL-DAYS
           IF WS-INP-TOL-DAYS = 0
               MOVE 5 TO WS-INP-TOL-DAYS
           END-IF
           DISPLAY 'DAYS BEFORE THE STATEMENT TO LOOK BACK FOR '
               'UNBANKED PAYMENTS (0 = 30):'
           ACCEPT WS-INP-LOOKBACK
           IF WS-INP-LOOKBACK = 0
               MOVE 30 TO WS-INP-LOOKBACK
           END-IF
           IF WS-INP-LOOKBACK < WS-INP-TOL-DAYS
               MOVE WS-INP-TOL-DAYS TO WS-INP-LOOKBACK
           END-IF
           PERFORM LOAD-STATEMENT-PROCEDURE
           IF WS-STMT-OK = 'N'
               STOP RUN
           END-IF
           IF WS-OPEN-DAY > WS-INP-LOOKBACK
               COMPUTE WS-FROM-DAY = WS-OPEN-DAY - WS-INP-LOOKBACK
           ELSE
               MOVE 1 TO WS-FROM-DAY
           END-IF
           PERFORM LOAD-PAYMENTS-PROCEDURE
           PERFORM MARK-CLEARED-PROCEDURE
           PERFORM MATCH-CREDITS-PROCEDURE
           PERFORM POST-RETURNS-PROCEDURE
           DISPLAY ' '
           DISPLAY 'STATEMENT 'WS-OPEN-DATE' TO 'WS-CLOSE-DATE
           PERFORM PRINT-BANK-ITEMS-PROCEDURE
           PERFORM PRINT-UNBANKED-PROCEDURE
           PERFORM SUM-GL-CASH-PROCEDURE
           PERFORM PRINT-RECONCILIATION-PROCEDURE
           PERFORM SAVE-MATCHES-PROCEDURE
           STOP RUN.

       LOAD-STATEMENT-PROCEDURE.
      **
      * READS THE WHOLE STATEMENT UP FRONT - THE OPENING AND CLOSING
      * ROWS BOUND THE PAYMENTS WORTH LOADING, AND BANKS DO NOT ALL
      * PUT THEM FIRST AND LAST.
      **
           MOVE 'Y' TO WS-STMT-OK
           MOVE 'N' TO WS-EOF
           OPEN INPUT BANK-STMT
           IF WS-BANK-STMT-FS NOT = '00'
               DISPLAY 'CANNOT OPEN bankstmt.csv - STATUS '
                   WS-BANK-STMT-FS
               DISPLAY 'NOTHING TO RECONCILE'
               MOVE 'N' TO WS-STMT-OK
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BANK-STMT INTO WS-ROW
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM LOAD-STATEMENT-ROW-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE BANK-STMT
               IF WS-OPEN-FND = 'N' OR WS-CLOSE-FND = 'N'
                   DISPLAY 'STATEMENT HAS NO OPENING OR NO CLOSING '
                       'BALANCE ROW - NOT RECONCILED'
                   MOVE 'N' TO WS-STMT-OK
               END-IF
           END-IF.

       LOAD-STATEMENT-ROW-PROCEDURE.
      **
      * THE FIRST ROW IS SKIPPED AS A COLUMN-HEADING ROW WHEN ITS
      * DATE FIELD IS NOT NUMERIC, THE SAME RULE REMITIMP APPLIES.
      **
           MOVE SPACES TO WS-STM-TYPE-TXT
           MOVE SPACES TO WS-STM-DATE-TXT
           MOVE SPACES TO WS-STM-AMT-TXT
           MOVE SPACES TO WS-STM-REF-TXT
           UNSTRING WS-ROW DELIMITED BY ','
               INTO WS-STM-TYPE-TXT WS-STM-DATE-TXT
                   WS-STM-AMT-TXT WS-STM-REF-TXT
           IF WS-FIRST-ROW = 'Y'
               AND FUNCTION TEST-NUMVAL(WS-STM-DATE-TXT) NOT = 0
               MOVE 'N' TO WS-FIRST-ROW
           ELSE
               MOVE 'N' TO WS-FIRST-ROW
               PERFORM VALIDATE-STATEMENT-ROW-PROCEDURE
               IF WS-ROW-OK = 'Y'
                   PERFORM STORE-STATEMENT-ROW-PROCEDURE
               ELSE
                   DISPLAY 'UNREADABLE STATEMENT ROW SKIPPED: '
                       WS-ROW
                   ADD 1 TO WS-BAD-ROW-CNT
               END-IF
           END-IF.

       VALIDATE-STATEMENT-ROW-PROCEDURE.
           MOVE 'Y' TO WS-ROW-OK
           IF WS-STM-TYPE-TXT NOT = 'O' AND NOT = 'B'
               AND NOT = 'C' AND NOT = 'D' AND NOT = 'R'
               MOVE 'N' TO WS-ROW-OK
           END-IF
           IF WS-ROW-OK = 'Y'
               IF FUNCTION TEST-NUMVAL(WS-STM-DATE-TXT) NOT = 0
                   MOVE 'N' TO WS-ROW-OK
               ELSE
                   COMPUTE WS-STM-NEW-DATE =
                       FUNCTION NUMVAL(WS-STM-DATE-TXT)
                   MOVE WS-STM-NEW-DATE TO WS-STM-DATE-X
                   MOVE WS-STM-DATE-X(1:2) TO WS-STM-MM
                   MOVE WS-STM-DATE-X(3:2) TO WS-STM-DD
                   IF WS-STM-MM < 01 OR WS-STM-MM > 12
                       OR WS-STM-DD < 01 OR WS-STM-DD > 31
                       MOVE 'N' TO WS-ROW-OK
                   END-IF
               END-IF
           END-IF
           IF WS-ROW-OK = 'Y'
               IF FUNCTION TEST-NUMVAL(WS-STM-AMT-TXT) NOT = 0
                   MOVE 'N' TO WS-ROW-OK
               ELSE
      **
      * A BALANCE ROW MAY BE NEGATIVE (OVERDRAWN); AN ITEM MUST BE
      * POSITIVE - ITS TYPE SAYS WHICH WAY THE MONEY MOVED.
      **
                   COMPUTE WS-STM-NEW-AMT =
                       FUNCTION NUMVAL(WS-STM-AMT-TXT)
                   IF WS-STM-TYPE-TXT NOT = 'O' AND NOT = 'B'
                       AND WS-STM-NEW-AMT NOT > ZERO
                       MOVE 'N' TO WS-ROW-OK
                   END-IF
               END-IF
           END-IF.

       STORE-STATEMENT-ROW-PROCEDURE.
           STRING WS-STM-DATE-X(5:4) WS-STM-DATE-X(1:2)
               WS-STM-DATE-X(3:2) INTO WS-YMD-TXT
           MOVE WS-YMD-TXT TO WS-YMD
           COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(WS-YMD)
           EVALUATE WS-STM-TYPE-TXT
               WHEN 'O'
                   MOVE 'Y' TO WS-OPEN-FND
                   MOVE WS-STM-NEW-DATE TO WS-OPEN-DATE
                   MOVE WS-DAY-NUM TO WS-OPEN-DAY
                   MOVE WS-STM-NEW-AMT TO WS-OPEN-BAL
               WHEN 'B'
                   MOVE 'Y' TO WS-CLOSE-FND
                   MOVE WS-STM-NEW-DATE TO WS-CLOSE-DATE
                   MOVE WS-DAY-NUM TO WS-CLOSE-DAY
                   MOVE WS-STM-NEW-AMT TO WS-CLOSE-BAL
               WHEN OTHER
                   IF WS-STM-CNT < 500
                       ADD 1 TO WS-STM-CNT
                       MOVE WS-STM-TYPE-TXT TO WS-STM-TYPE(WS-STM-CNT)
                       MOVE WS-STM-NEW-DATE TO WS-STM-DATE(WS-STM-CNT)
                       MOVE WS-DAY-NUM TO WS-STM-DAY(WS-STM-CNT)
                       MOVE WS-STM-NEW-AMT TO WS-STM-AMT(WS-STM-CNT)
                       MOVE WS-STM-REF-TXT TO WS-STM-REF(WS-STM-CNT)
                       MOVE 'U' TO WS-STM-STATUS(WS-STM-CNT)
                       MOVE ZERO TO WS-STM-CST-ID(WS-STM-CNT)
                   ELSE
                       IF WS-STM-FULL-WARNED = 'N'
                           DISPLAY 'WARNING: MORE THAN 500 STATEMENT '
                               'ITEMS - EXCESS OMITTED, THE '
                               'RECONCILIATION WILL NOT BALANCE'
                           MOVE 'Y' TO WS-STM-FULL-WARNED
                       END-IF
                   END-IF
           END-EVALUATE.

       LOAD-PAYMENTS-PROCEDURE.
      **
      * TABLES EVERY PAYMENT DATED FROM THE LOOK-BACK DATE TO THE
      * STATEMENT CLOSING DATE. PAYMENT.DAT MAY NOT EXIST YET.
      **
           MOVE 'N' TO WS-PAY-EOF
           OPEN INPUT PAYMENT
           IF WS-PAYMENT-FS NOT = '00'
               MOVE 'Y' TO WS-PAY-EOF
           END-IF
           PERFORM UNTIL WS-PAY-EOF = 'Y'
               READ PAYMENT
                   AT END MOVE 'Y' TO WS-PAY-EOF
                   NOT AT END PERFORM LOAD-ONE-PAYMENT-PROCEDURE
               END-READ
           END-PERFORM
           IF WS-PAYMENT-FS = '00' OR WS-PAYMENT-FS = '10'
               CLOSE PAYMENT
           END-IF.

       LOAD-ONE-PAYMENT-PROCEDURE.
           STRING PAY-DATE(5:4) PAY-DATE(1:2) PAY-DATE(3:2)
               INTO WS-YMD-TXT
           MOVE WS-YMD-TXT TO WS-YMD
           COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(WS-YMD)
           IF WS-DAY-NUM NOT < WS-FROM-DAY
               AND WS-DAY-NUM NOT > WS-CLOSE-DAY
               IF WS-PMT-CNT < 1000
                   ADD 1 TO WS-PMT-CNT
                   MOVE PAY-CST-ID TO WS-PMT-CST-ID(WS-PMT-CNT)
                   MOVE PAY-DATE TO WS-PMT-DATE(WS-PMT-CNT)
                   MOVE WS-DAY-NUM TO WS-PMT-DAY(WS-PMT-CNT)
                   MOVE PAY-AMOUNT TO WS-PMT-AMT(WS-PMT-CNT)
                   MOVE PAY-REF TO WS-PMT-REF(WS-PMT-CNT)
                   MOVE 'O' TO WS-PMT-STATUS(WS-PMT-CNT)
                   MOVE 'N' TO WS-PMT-SAVED(WS-PMT-CNT)
                   MOVE ZERO TO WS-PMT-BANK-DATE(WS-PMT-CNT)
               ELSE
                   IF WS-PMT-FULL-WARNED = 'N'
                       DISPLAY 'WARNING: MORE THAN 1000 PAYMENTS '
                           'IN THE PERIOD - EXCESS OMITTED, THE '
                           'RECONCILIATION WILL NOT BALANCE'
                       MOVE 'Y' TO WS-PMT-FULL-WARNED
                   END-IF
               END-IF
           END-IF.

       MARK-CLEARED-PROCEDURE.
      **
      * A PAYMENT MATCHED ON AN EARLIER STATEMENT IS OUT OF PLAY. A
      * MATCH ALREADY SAVED FOR THIS SAME STATEMENT (A RE-RUN) LEAVES
      * THE PAYMENT OPEN TO MATCH AGAIN BUT IS NOT WRITTEN TWICE.
      * NO BANKMATCH.DAT YET MEANS NOTHING HAS BEEN RECONCILED.
      **
           MOVE 'N' TO WS-BKM-EOF
           OPEN INPUT BANK-MATCH
           IF WS-BANK-MATCH-FS NOT = '00'
               MOVE 'Y' TO WS-BKM-EOF
           END-IF
           PERFORM UNTIL WS-BKM-EOF = 'Y'
               READ BANK-MATCH
                   AT END MOVE 'Y' TO WS-BKM-EOF
                   NOT AT END PERFORM MARK-ONE-CLEARED-PROCEDURE
               END-READ
           END-PERFORM
           IF WS-BANK-MATCH-FS = '00' OR WS-BANK-MATCH-FS = '10'
               CLOSE BANK-MATCH
           END-IF.

       MARK-ONE-CLEARED-PROCEDURE.
           MOVE 'N' TO WS-FND
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PMT-CNT OR WS-FND = 'Y'
               IF WS-PMT-STATUS(WS-P) = 'O'
                   AND WS-PMT-SAVED(WS-P) = 'N'
                   AND WS-PMT-CST-ID(WS-P) = BKM-CST-ID
                   AND WS-PMT-DATE(WS-P) = BKM-PAY-DATE
                   AND WS-PMT-AMT(WS-P) = BKM-AMOUNT
                   AND WS-PMT-REF(WS-P) = BKM-REF
                   IF BKM-STMT-DATE = WS-CLOSE-DATE
                       MOVE 'Y' TO WS-PMT-SAVED(WS-P)
                   ELSE
                       MOVE 'E' TO WS-PMT-STATUS(WS-P)
                       MOVE BKM-BANK-DATE TO WS-PMT-BANK-DATE(WS-P)
                   END-IF
                   MOVE 'Y' TO WS-FND
               END-IF
           END-PERFORM.

       MATCH-CREDITS-PROCEDURE.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-STM-CNT
               IF WS-STM-TYPE(WS-S) = 'C'
                   PERFORM MATCH-ONE-CREDIT-PROCEDURE
               END-IF
           END-PERFORM.

       MATCH-ONE-CREDIT-PROCEDURE.
      **
      * THE OLDEST OPEN PAYMENT OF THE SAME AMOUNT DATED ON OR UP TO
      * THE KEYED DAYS BEFORE THE CREDIT. THE REFERENCE MUST AGREE
      * WHENEVER THE BANK CARRIED ONE; A CREDIT WITH NO REFERENCE
      * MATCHES ON AMOUNT AND DATE ALONE.
      **
           MOVE 'N' TO WS-FND
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PMT-CNT OR WS-FND = 'Y'
               IF WS-PMT-STATUS(WS-P) = 'O'
                   AND WS-PMT-AMT(WS-P) = WS-STM-AMT(WS-S)
                   AND WS-PMT-DAY(WS-P) NOT > WS-STM-DAY(WS-S)
                   AND WS-PMT-DAY(WS-P) + WS-INP-TOL-DAYS
                       NOT < WS-STM-DAY(WS-S)
                   AND (WS-STM-REF(WS-S) = SPACES
                       OR WS-PMT-REF(WS-P) = WS-STM-REF(WS-S))
                   MOVE 'M' TO WS-PMT-STATUS(WS-P)
                   MOVE WS-STM-DATE(WS-S) TO WS-PMT-BANK-DATE(WS-P)
                   MOVE 'M' TO WS-STM-STATUS(WS-S)
                   MOVE WS-PMT-CST-ID(WS-P) TO WS-STM-CST-ID(WS-S)
                   MOVE 'Y' TO WS-FND
               END-IF
           END-PERFORM.

       POST-RETURNS-PROCEDURE.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-STM-CNT
               IF WS-STM-TYPE(WS-S) = 'R'
                   PERFORM POST-ONE-RETURN-PROCEDURE
               END-IF
           END-PERFORM.

       POST-ONE-RETURN-PROCEDURE.
      **
      * A RETURNED ITEM IS TIED BACK TO ITS PAYMENT BY REFERENCE AND
      * AMOUNT. ONE ALREADY ON BANKRET.DAT (A RE-RUN) IS NOT POSTED
      * AGAIN. POSTING MOVES A CUSTOMER BALANCE, SO IT TAKES A
      * SUPERVISOR. IT IS BOOKED TODAY - THE BANK'S DATE MAY FALL ON
      * A DAY GLJRNL HAS ALREADY JOURNALLED - AND IS REFUSED WHILE
      * TODAY'S PERIOD IS CLOSED, THE SAME WAY A PAYMENT IS.
      **
           IF WS-STM-REF(WS-S) = SPACES
               MOVE 'X' TO WS-STM-STATUS(WS-S)
           ELSE
               PERFORM FIND-RETURNED-PAYMENT-PROCEDURE
               IF WS-RET-FND = 'N'
                   MOVE 'X' TO WS-STM-STATUS(WS-S)
               ELSE
                   MOVE WS-RET-CST-ID TO WS-STM-CST-ID(WS-S)
                   PERFORM FIND-RETURN-POSTED-PROCEDURE
                   IF WS-RET-POSTED = 'Y'
                       MOVE 'A' TO WS-STM-STATUS(WS-S)
                   ELSE
                       IF WS-OPERATOR-LEVEL NOT = 9
                           MOVE 'S' TO WS-STM-STATUS(WS-S)
                       ELSE
                           MOVE WS-TODAY-TXT(5:4)
                               TO WS-CHK-YYYYMM(1:4)
                           MOVE WS-TODAY-TXT(1:2)
                               TO WS-CHK-YYYYMM(5:2)
                           PERFORM CHECK-PERIOD-OPEN-PROCEDURE
                           IF WS-PERIOD-CLOSED = 'Y'
                               MOVE 'C' TO WS-STM-STATUS(WS-S)
                           ELSE
                               PERFORM POST-RETURN-PROCEDURE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-RETURNED-PAYMENT-PROCEDURE.
      **
      * THE LATEST PAYMENT.DAT ROW CARRYING THE RETURNED ITEM'S
      * REFERENCE AND AMOUNT. THE WHOLE FILE IS SEARCHED, NOT JUST
      * THE TABLED PERIOD - A CHEQUE CAN BOUNCE WEEKS AFTER IT WAS
      * BANKED.
      **
           MOVE 'N' TO WS-RET-FND
           MOVE 'N' TO WS-PAY-EOF
           OPEN INPUT PAYMENT
           IF WS-PAYMENT-FS NOT = '00'
               MOVE 'Y' TO WS-PAY-EOF
           END-IF
           PERFORM UNTIL WS-PAY-EOF = 'Y'
               READ PAYMENT
                   AT END MOVE 'Y' TO WS-PAY-EOF
                   NOT AT END
                       IF PAY-REF = WS-STM-REF(WS-S)
                           AND PAY-AMOUNT = WS-STM-AMT(WS-S)
                           MOVE 'Y' TO WS-RET-FND
                           MOVE PAY-CST-ID TO WS-RET-CST-ID
                           MOVE PAY-DATE TO WS-RET-PAY-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAYMENT-FS = '00' OR WS-PAYMENT-FS = '10'
               CLOSE PAYMENT
           END-IF.

       FIND-RETURN-POSTED-PROCEDURE.
           MOVE 'N' TO WS-RET-POSTED
           MOVE 'N' TO WS-BRT-EOF
           OPEN INPUT BANK-RETURN
           IF WS-BANK-RETURN-FS NOT = '00'
               MOVE 'Y' TO WS-BRT-EOF
           END-IF
           PERFORM UNTIL WS-BRT-EOF = 'Y'
               READ BANK-RETURN
                   AT END MOVE 'Y' TO WS-BRT-EOF
                   NOT AT END
                       IF BRT-CST-ID = WS-RET-CST-ID
                           AND BRT-REF = WS-STM-REF(WS-S)
                           AND BRT-AMOUNT = WS-STM-AMT(WS-S)
                           AND BRT-PAY-DATE = WS-RET-PAY-DATE
                           MOVE 'Y' TO WS-RET-POSTED
                           MOVE 'Y' TO WS-BRT-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BANK-RETURN-FS = '00' OR WS-BANK-RETURN-FS = '10'
               CLOSE BANK-RETURN
           END-IF.

       POST-RETURN-PROCEDURE.
      **
      * THE RETURN GOES ON BANKRET.DAT FIRST - IT IS WHAT THE AR
      * PROGRAMS NET OFF - SO THE BALANCE ONLY MOVES ONCE IT WROTE
      * CLEAN. THE AMOUNT THEN GOES BACK ON CST-BALANCE UNDER A
      * BEFORE-IMAGE, THE SAME WAY A PAYMENT CAME OFF IT, AND THE
      * ORDERS THE PAYMENT SETTLED ARE REOPENED. BANKRET.DAT MAY NOT
      * EXIST YET - OPEN EXTEND COMES BACK 35, SO FALL BACK TO OPEN
      * OUTPUT.
      **
           MOVE 'N' TO WS-SAVE-OK
           OPEN EXTEND BANK-RETURN
           IF WS-BANK-RETURN-FS = '35'
               OPEN OUTPUT BANK-RETURN
           END-IF
           IF WS-BANK-RETURN-FS = '00'
               MOVE WS-RET-CST-ID TO BRT-CST-ID
               MOVE WS-TODAY-MDY TO BRT-DATE
               MOVE WS-STM-AMT(WS-S) TO BRT-AMOUNT
               MOVE WS-STM-REF(WS-S) TO BRT-REF
               MOVE WS-RET-PAY-DATE TO BRT-PAY-DATE
               WRITE BANK-RETURN-FILE
               END-WRITE
               IF WS-BANK-RETURN-FS = '00'
                   MOVE 'Y' TO WS-SAVE-OK
               END-IF
               CLOSE BANK-RETURN
           END-IF
           IF WS-SAVE-OK = 'N'
               MOVE 'F' TO WS-STM-STATUS(WS-S)
           ELSE
               MOVE 'P' TO WS-STM-STATUS(WS-S)
               OPEN I-O CUSTOMER
               MOVE WS-RET-CST-ID TO CST-ID
               READ CUSTOMER
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING CUSTOMER BALANCE'
                   NOT INVALID KEY
                       MOVE 'CUSTOMER' TO WS-JRN-FILE-NAME
                       MOVE CST-ID TO WS-JRN-KEY
                       MOVE CUSTOMER-FILE TO WS-JRN-IMAGE
                       PERFORM JOURNAL-BEFORE-IMAGE-PROCEDURE
                       ADD WS-STM-AMT(WS-S) TO CST-BALANCE
                       REWRITE CUSTOMER-FILE
               END-READ
               CLOSE CUSTOMER
               MOVE 'BOUNCED' TO WS-AUD-REC-TYPE
               MOVE WS-RET-CST-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING WS-RET-PAY-DATE ' ' WS-STM-AMT(WS-S) ' '
                   WS-STM-REF(WS-S)
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
               STRING 'RETURNED ' WS-STM-DATE(WS-S)
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
               PERFORM REOPEN-ORDERS-PROCEDURE
           END-IF.

       REOPEN-ORDERS-PROCEDURE.
      **
      * ZEROES, IN PLACE, EVERY PAYAPPLY.DAT ROW THE RETURNED PAYMENT
      * WROTE - SAME CUSTOMER, REFERENCE AND PAYMENT DATE - SO EACH
      * ORDER IT SETTLED IS OPEN AGAIN FOR THE OPEN-ITEMS REPORT AND
      * THE NEXT PAYMENT, AND ANY UNAPPLIED CASH IT LEFT IS GONE.
      * EACH ROW IS AUDITED WITH THE AMOUNT IT HELD.
      **
           MOVE ZERO TO WS-REOPEN-CNT
           MOVE 'N' TO WS-PPA-EOF
           OPEN I-O PAY-APPLY
           IF WS-PAY-APPLY-FS NOT = '00'
               MOVE 'Y' TO WS-PPA-EOF
           END-IF
           PERFORM UNTIL WS-PPA-EOF = 'Y'
               READ PAY-APPLY
                   AT END MOVE 'Y' TO WS-PPA-EOF
                   NOT AT END
                       IF PPA-CST-ID = WS-RET-CST-ID
                           AND PPA-REF = WS-STM-REF(WS-S)
                           AND PPA-DATE = WS-RET-PAY-DATE
                           AND PPA-AMOUNT > ZERO
                           PERFORM REOPEN-ONE-ORDER-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAY-APPLY-FS = '00' OR WS-PAY-APPLY-FS = '10'
               CLOSE PAY-APPLY
           END-IF.

       REOPEN-ONE-ORDER-PROCEDURE.
           MOVE 'PAYAPPLY' TO WS-AUD-REC-TYPE
           MOVE PPA-ORD-ID TO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-OLD-VALUE
           MOVE SPACES TO WS-AUD-NEW-VALUE
           MOVE PPA-AMOUNT TO WS-DSP-APL-AMT
           STRING PPA-CST-ID ' ' WS-DSP-APL-AMT ' ' PPA-REF
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
           STRING 'RETURNED ' WS-STM-DATE(WS-S)
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
           MOVE ZERO TO PPA-AMOUNT
           REWRITE PAY-APPLY-FILE
           IF WS-PAY-APPLY-FS = '00'
               PERFORM LOG-AUDIT-PROCEDURE
               ADD 1 TO WS-REOPEN-CNT
           ELSE
               DISPLAY 'PAYAPPLY REWRITE FAILED - ORDER '
                   PPA-ORD-ID' NOT REOPENED - STATUS '
                   WS-PAY-APPLY-FS
           END-IF.

       PRINT-BANK-ITEMS-PROCEDURE.
      **
      * EVERY STATEMENT ITEM THE BOOKS DO NOT ALREADY HOLD: CREDITS
      * WITH NO PAYMENT BEHIND THEM AND THE BANK'S OWN DEBITS, THEN
      * EACH RETURNED ITEM WITH WHAT WAS DONE ABOUT IT. THE
      * STATEMENT TOTALS ARE GATHERED ON THE SAME PASS.
      **
           DISPLAY ' '
           DISPLAY 'BANK ITEMS NOT MATCHED TO THE BOOKS'
           DISPLAY '  TYPE    DATE              AMOUNT  REFERENCE'
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-STM-CNT
               MOVE WS-STM-AMT(WS-S) TO WS-DSP-AMT
               EVALUATE WS-STM-TYPE(WS-S)
                   WHEN 'C'
                       ADD WS-STM-AMT(WS-S) TO WS-TOT-CREDITS
                       IF WS-STM-STATUS(WS-S) = 'U'
                           ADD WS-STM-AMT(WS-S) TO WS-TOT-BANK-UNM
                           DISPLAY '  CREDIT  'WS-STM-DATE(WS-S)' '
                               WS-DSP-AMT'  'WS-STM-REF(WS-S)
                               '  NO PAYMENT ON FILE'
                       END-IF
                   WHEN 'D'
                       ADD WS-STM-AMT(WS-S) TO WS-TOT-DEBITS
                       ADD WS-STM-AMT(WS-S) TO WS-TOT-NOT-BOOKED
                       DISPLAY '  DEBIT   'WS-STM-DATE(WS-S)' '
                           WS-DSP-AMT'  'WS-STM-REF(WS-S)
                           '  BANK DEBIT - NOT BOOKED'
               END-EVALUATE
           END-PERFORM
           DISPLAY ' '
           DISPLAY 'RETURNED ITEMS'
           DISPLAY '  CUST    DATE              AMOUNT  REFERENCE'
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-STM-CNT
               IF WS-STM-TYPE(WS-S) = 'R'
                   PERFORM PRINT-RETURN-PROCEDURE
               END-IF
           END-PERFORM.

       PRINT-RETURN-PROCEDURE.
           ADD WS-STM-AMT(WS-S) TO WS-TOT-RETURNS
           MOVE WS-STM-AMT(WS-S) TO WS-DSP-AMT
           DISPLAY '  'WS-STM-CST-ID(WS-S)' 'WS-STM-DATE(WS-S)' '
               WS-DSP-AMT'  'WS-STM-REF(WS-S) NO ADVANCING
           EVALUATE WS-STM-STATUS(WS-S)
               WHEN 'P'
                   ADD WS-STM-AMT(WS-S) TO WS-TOT-RET-POSTED
                   DISPLAY '  POSTED BACK TO THE CUSTOMER'
               WHEN 'A'
                   ADD WS-STM-AMT(WS-S) TO WS-TOT-RET-POSTED
                   DISPLAY '  ALREADY POSTED'
               WHEN 'S'
                   ADD WS-STM-AMT(WS-S) TO WS-TOT-RET-OPEN
                   DISPLAY '  NOT POSTED - SUPERVISOR REQUIRED'
               WHEN 'C'
                   ADD WS-STM-AMT(WS-S) TO WS-TOT-RET-OPEN
                   DISPLAY '  NOT POSTED - PERIOD CLOSED'
               WHEN 'F'
                   ADD WS-STM-AMT(WS-S) TO WS-TOT-RET-OPEN
                   DISPLAY '  NOT POSTED - BANKRET WRITE FAILED'
               WHEN OTHER
                   ADD WS-STM-AMT(WS-S) TO WS-TOT-NOT-BOOKED
                   DISPLAY '  NO PAYMENT WITH THIS REFERENCE'
           END-EVALUATE.

       PRINT-UNBANKED-PROCEDURE.
      **
      * PAYMENTS ON THE BOOKS THAT NO CREDIT HAS CLEARED, WITH THE
      * DAYS EACH HAS BEEN OUT AT THE STATEMENT DATE. THE BOOK SIDE
      * TOTALS ARE GATHERED ON THE SAME PASS: WHAT WAS STILL IN
      * TRANSIT WHEN THE STATEMENT OPENED, AND WHAT WAS BOOKED
      * DURING IT.
      **
           DISPLAY ' '
           DISPLAY 'PAYMENTS BOOKED BUT NOT ON THE STATEMENT'
           DISPLAY '  CUST    DATE              AMOUNT  REFERENCE'
               '   DAYS OUT'
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PMT-CNT
               IF WS-PMT-STATUS(WS-P) NOT = 'E'
                   IF WS-PMT-DAY(WS-P) < WS-OPEN-DAY
                       ADD WS-PMT-AMT(WS-P) TO WS-TOT-PRIOR
                   ELSE
                       ADD WS-PMT-AMT(WS-P) TO WS-TOT-PERIOD
                   END-IF
               END-IF
               IF WS-PMT-STATUS(WS-P) = 'O'
                   ADD WS-PMT-AMT(WS-P) TO WS-TOT-UNBANKED
                   MOVE WS-PMT-AMT(WS-P) TO WS-DSP-AMT
                   COMPUTE WS-DAYS-OUT =
                       WS-CLOSE-DAY - WS-PMT-DAY(WS-P)
                   MOVE WS-DAYS-OUT TO WS-DSP-DAYS
                   DISPLAY '  'WS-PMT-CST-ID(WS-P)' '
                       WS-PMT-DATE(WS-P)' 'WS-DSP-AMT'  '
                       WS-PMT-REF(WS-P)' 'WS-DSP-DAYS NO ADVANCING
                   IF WS-DAYS-OUT > WS-INP-TOL-DAYS
                       DISPLAY '  OVERDUE - CHASE'
                   ELSE
                       DISPLAY ' '
                   END-IF
               END-IF
           END-PERFORM.

       SUM-GL-CASH-PROCEDURE.
      **
      * THE BOOK CASH FIGURE IS ACCOUNT 1000 CASH AT BANK AS
      * RELEASED BY GLJRNL: DEBITS LESS CREDITS OVER EVERY DETAIL
      * ROW IN GLJOURNAL.DAT DATED ON OR BEFORE THE STATEMENT
      * CLOSING DATE. GLJ-DATE IS MMDDYYYY, SO BOTH SIDES ARE TURNED
      * ROUND TO YYYYMMDD BEFORE THEY ARE COMPARED.
      **
           STRING WS-CLOSE-DATE(5:4) WS-CLOSE-DATE(1:2)
               WS-CLOSE-DATE(3:2) INTO WS-YMD-TXT
           MOVE WS-YMD-TXT TO WS-CLOSE-YMD
           MOVE ZERO TO WS-BOOK-CASH
           MOVE 'N' TO WS-GLJ-EOF
           OPEN INPUT GL-JOURNAL
           IF WS-GL-JOURNAL-FS NOT = '00'
               MOVE 'Y' TO WS-GLJ-EOF
           END-IF
           PERFORM UNTIL WS-GLJ-EOF = 'Y'
               READ GL-JOURNAL
                   AT END MOVE 'Y' TO WS-GLJ-EOF
                   NOT AT END
                       IF GLJ-DETAIL AND GLJ-ACCOUNT = 1000
                           STRING GLJ-DATE(5:4) GLJ-DATE(1:2)
                               GLJ-DATE(3:2) INTO WS-YMD-TXT
                           MOVE WS-YMD-TXT TO WS-GLJ-YMD
                           IF WS-GLJ-YMD NOT > WS-CLOSE-YMD
                               COMPUTE WS-BOOK-CASH = WS-BOOK-CASH
                                   + GLJ-DEBIT - GLJ-CREDIT
                               ADD 1 TO WS-GLJ-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GL-JOURNAL-FS = '00' OR WS-GL-JOURNAL-FS = '10'
               CLOSE GL-JOURNAL
           END-IF.

       PRINT-RECONCILIATION-PROCEDURE.
      **
      * BRINGS THE STATEMENT CLOSING BALANCE ROUND TO WHAT THE BOOKS
      * SHOULD HOLD AND SETS IT AGAINST ACCOUNT 1000 ON THE LEDGER
      * AT THE SAME DATE. THE PAYMENTS BOOKED BEFORE AND DURING THE
      * STATEMENT ARE SHOWN FOR REFERENCE ONLY - THE LEDGER IS THE
      * BOOK SIDE. THE STATEMENT IS ALSO FOOTED ON ITS OWN ROWS.
      **
           COMPUTE WS-ADJ-BANK = WS-CLOSE-BAL + WS-TOT-UNBANKED
               - WS-TOT-BANK-UNM + WS-TOT-NOT-BOOKED + WS-TOT-RET-OPEN
           COMPUTE WS-DIFF = WS-BOOK-CASH - WS-ADJ-BANK
           COMPUTE WS-STMT-FOOT = WS-OPEN-BAL + WS-TOT-CREDITS
               - WS-TOT-DEBITS - WS-TOT-RETURNS
           DISPLAY ' '
           DISPLAY 'RECONCILIATION'
           MOVE WS-CLOSE-BAL TO WS-DSP-AMT
           DISPLAY '  STATEMENT CLOSING BALANCE       'WS-DSP-AMT
           MOVE WS-TOT-UNBANKED TO WS-DSP-AMT
           DISPLAY '  ADD  PAYMENTS NOT YET BANKED    'WS-DSP-AMT
           MOVE WS-TOT-BANK-UNM TO WS-DSP-AMT
           DISPLAY '  LESS BANK CREDITS NOT BOOKED    'WS-DSP-AMT
           MOVE WS-TOT-NOT-BOOKED TO WS-DSP-AMT
           DISPLAY '  ADD  BANK DEBITS NOT BOOKED     'WS-DSP-AMT
           MOVE WS-TOT-RET-OPEN TO WS-DSP-AMT
           DISPLAY '  ADD  RETURNS NOT YET POSTED     'WS-DSP-AMT
           MOVE WS-ADJ-BANK TO WS-DSP-AMT
           DISPLAY '  ADJUSTED BANK BALANCE           'WS-DSP-AMT
           DISPLAY ' '
           MOVE WS-TOT-PRIOR TO WS-DSP-AMT
           DISPLAY '  PAYMENTS IN TRANSIT AT OPENING  'WS-DSP-AMT
           MOVE WS-TOT-PERIOD TO WS-DSP-AMT
           DISPLAY '  PAYMENTS BOOKED IN PERIOD       'WS-DSP-AMT
           MOVE WS-TOT-RET-POSTED TO WS-DSP-AMT
           DISPLAY '  RETURNS POSTED BACK             'WS-DSP-AMT
           DISPLAY ' '
           IF WS-GLJ-CNT = ZERO
               DISPLAY 'NO CASH POSTINGS IN gljournal.dat UP TO '
                   WS-CLOSE-DATE' - NOTHING TO RECONCILE TO'
           ELSE
               MOVE WS-BOOK-CASH TO WS-DSP-AMT
               DISPLAY '  BOOK CASH PER LEDGER (1000)     'WS-DSP-AMT
               MOVE WS-DIFF TO WS-DSP-AMT
               DISPLAY '  DIFFERENCE                      'WS-DSP-AMT
               IF WS-DIFF = ZERO
                   DISPLAY 'STATEMENT RECONCILED'
               ELSE
                   DISPLAY 'STATEMENT DOES NOT RECONCILE - A GLJRNL '
                       'BATCH NOT YET RELEASED FOR THE PERIOD, A '
                       'RETURN POSTED BUT NOT YET JOURNALLED, OR AN '
                       'OPENING BALANCE KEYED OUTSIDE GLJRNL'
               END-IF
           END-IF
           IF WS-STMT-FOOT NOT = WS-CLOSE-BAL
               MOVE WS-STMT-FOOT TO WS-DSP-AMT
               DISPLAY 'WARNING: STATEMENT ITEMS ADD TO 'WS-DSP-AMT
                   ' - NOT THE CLOSING BALANCE'
           END-IF
           IF WS-BAD-ROW-CNT > 0
               DISPLAY WS-BAD-ROW-CNT' UNREADABLE STATEMENT ROWS '
                   'LEFT OUT'
           END-IF.

       SAVE-MATCHES-PROCEDURE.
      **
      * APPENDS THIS STATEMENT'S NEW MATCHES TO BANKMATCH.DAT SO THE
      * NEXT STATEMENT DOES NOT OFFER THE SAME PAYMENTS AGAIN. THE
      * FILE MAY NOT EXIST YET - OPEN EXTEND COMES BACK 35, SO FALL
      * BACK TO OPEN OUTPUT.
      **
           OPEN EXTEND BANK-MATCH
           IF WS-BANK-MATCH-FS = '35'
               OPEN OUTPUT BANK-MATCH
           END-IF
           IF WS-BANK-MATCH-FS = '00'
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PMT-CNT
                   IF WS-PMT-STATUS(WS-P) = 'M'
                       AND WS-PMT-SAVED(WS-P) = 'N'
                       MOVE WS-CLOSE-DATE TO BKM-STMT-DATE
                       MOVE WS-PMT-BANK-DATE(WS-P) TO BKM-BANK-DATE
                       MOVE WS-PMT-CST-ID(WS-P) TO BKM-CST-ID
                       MOVE WS-PMT-DATE(WS-P) TO BKM-PAY-DATE
                       MOVE WS-PMT-AMT(WS-P) TO BKM-AMOUNT
                       MOVE WS-PMT-REF(WS-P) TO BKM-REF
                       WRITE BANK-MATCH-FILE
                       END-WRITE
                       ADD 1 TO WS-SAVED-CNT
                   END-IF
               END-PERFORM
               CLOSE BANK-MATCH
               DISPLAY WS-SAVED-CNT' MATCHES SAVED TO bankmatch.dat'
           ELSE
               DISPLAY 'BANKMATCH FILE OPEN FAILED - STATUS '
                   WS-BANK-MATCH-FS' - MATCHES NOT SAVED'
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

       LOG-AUDIT-PROCEDURE.
      **
      * APPENDS ONE RECORD TO THE AUDIT TRAIL. CALLERS SET
      * WS-AUD-REC-TYPE, WS-AUD-KEY, WS-AUD-OLD-VALUE AND
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

       SIGNON-PROCEDURE.
      **
      * OPERATOR SIGN-ON: EVERY AUDIT RECORD THIS RUN WRITES CARRIES
      * THE OPERATOR, AND ONLY A SUPERVISOR MAY POST A RETURNED ITEM
      * BACK TO A CUSTOMER. WITH NO OPERATOR FILE YET (CUTOVER) THE
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

       END PROGRAM BANKREC.
