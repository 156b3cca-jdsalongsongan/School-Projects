      ******************************************************************
      * Author: Eron Salongsongan
      * Date: October 15, 2026
      * Purpose: Customer Merge - folds a duplicate customer account
      *          (the same customer set up twice, e.g. once at the
      *          counter and once through ORDIMPORT) into the surviving
      *          CST-ID. Every record carrying the duplicate's id is
      *          re-pointed in place: live and archived orders,
      *          payments, payapply.dat applications, credit memos,
      *          returned payments, backorders, quotes, standing
      *          orders, collections notes, lot shipments, bank
      *          matches, drop-ship lines and invoices. The
      *          duplicate's CST-BALANCE is added to the survivor's,
      *          the survivor keeps the higher credit limit unless told
      *          otherwise, and the duplicate is left inactive with a
      *          zero balance. Supervisor only.
      *          A count of what will move is shown first, and a merge
      *          that would re-point money dated inside a closed
      *          accounting period is refused unless the supervisor
      *          overrides it. Both customer records are journalled to
      *          beforeimg.dat, and every re-pointed record is written
      *          to the audit trail with enough of the record to find
      *          it again, so a merge can be traced and reversed. A
      *          run cut short can simply be run again - the duplicate
      *          may already be inactive, and only what still carries
      *          its id moves.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CSTMERGE.
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

           SELECT C_ORDER ASSIGN TO 'order.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ORDER-FS.

           SELECT ORDER-HIST ASSIGN TO 'orderhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ORDER-HIST-FS.

           SELECT PAYMENT ASSIGN TO 'payment.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PAYMENT-FS.

           SELECT PAY-APPLY ASSIGN TO 'payapply.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PAY-APPLY-FS.

           SELECT CREDIT-MEMO ASSIGN TO 'creditmemo.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CREDIT-MEMO-FS.

           SELECT BANK-RETURN ASSIGN TO 'bankret.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BANK-RETURN-FS.

           SELECT BACKORDER ASSIGN TO 'backorder.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-FS.

           SELECT QUOTE-HDR ASSIGN TO 'quote.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-QUOTE-FS.

           SELECT STAND-ORD ASSIGN TO 'standord.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-STAND-ORD-FS.

           SELECT COLL-ACT ASSIGN TO 'collact.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-COLL-ACT-FS.

           SELECT LOT-SHIP ASSIGN TO 'lotship.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LOT-SHIP-FS.

           SELECT BANK-MATCH ASSIGN TO 'bankmatch.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BANK-MATCH-FS.

           SELECT DROP-SHIP ASSIGN TO 'dropship.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DROP-SHIP-FS.

           SELECT INVOICE-HDR ASSIGN TO 'invoice.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-INVOICE-FS.

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
           FD C_ORDER.
           01 ORDER-FILE.
               05 ORD-ID PIC 9(5).
               05 ORD-DATE PIC 9(8).
               05 ORD-CST-ID PIC 9(5).
               05 ORD-STATUS PIC X(1).
               05 ORD-REP-ID PIC 9(5).
               05 ORD-SHIP-DATE PIC 9(8).
           FD ORDER-HIST.
           01 ORDER-HIST-FILE.
               05 OHS-ID PIC 9(5).
               05 OHS-DATE PIC 9(8).
               05 OHS-CST-ID PIC 9(5).
               05 OHS-STATUS PIC X(1).
               05 OHS-REP-ID PIC 9(5).
               05 OHS-SHIP-DATE PIC 9(8).
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
           FD CREDIT-MEMO.
           01 CREDIT-MEMO-FILE.
               05 CRM-ORD-ID PIC 9(5).
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
           FD BACKORDER.
           01 BACKORDER-FILE.
               05 BKO-CST-ID PIC 9(5).
               05 BKO-PRD-ID PIC 9(5).
               05 BKO-QUAN PIC 9(5).
               05 BKO-DATE PIC 9(8).
               05 BKO-STATUS PIC X(1).
                   88 BKO-OPEN VALUE 'O'.
                   88 BKO-FILLED VALUE 'F'.
           FD QUOTE-HDR.
           01 QUOTE-FILE.
               05 QUO-ID PIC 9(5).
               05 QUO-CST-ID PIC 9(5).
               05 QUO-DATE PIC 9(8).
               05 QUO-EXP-DATE PIC 9(8).
               05 QUO-STATUS PIC X(1).
                   88 QUO-QUOTED VALUE 'Q'.
                   88 QUO-CONVERTED VALUE 'C'.
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
           FD COLL-ACT.
           01 COLL-ACT-FILE.
               05 COL-CST-ID PIC 9(5).
               05 COL-DATE PIC 9(8).
               05 COL-TYPE PIC X(1).
                   88 COL-CALL VALUE 'C'.
                   88 COL-PROMISE VALUE 'P'.
                   88 COL-LETTER VALUE 'L'.
               05 COL-PROMISE-DATE PIC 9(8).
               05 COL-NOTE PIC X(30).
           FD LOT-SHIP.
           01 LOT-SHIP-FILE.
               05 LSH-ORD-ID PIC 9(5).
               05 LSH-CST-ID PIC 9(5).
               05 LSH-PRD-ID PIC 9(5).
               05 LSH-LOT-NO PIC X(10).
               05 LSH-LOC PIC X(1).
               05 LSH-QTY PIC 9(5).
               05 LSH-SHIP-DATE PIC 9(8).
           FD BANK-MATCH.
           01 BANK-MATCH-FILE.
               05 BKM-STMT-DATE PIC 9(8).
               05 BKM-BANK-DATE PIC 9(8).
               05 BKM-CST-ID PIC 9(5).
               05 BKM-PAY-DATE PIC 9(8).
               05 BKM-AMOUNT PIC 9(7)V9(2).
               05 BKM-REF PIC X(10).
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
      *-----------------------
       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-FS PIC X(2).
           01 WS-OPERATOR-ID PIC 9(5) VALUE ZERO.
           01 WS-OPERATOR-LEVEL PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-OK PIC A(1).
           01 WS-CUSTOMER-FS PIC X(2).
           01 WS-ORDER-FS PIC X(2).
           01 WS-ORDER-HIST-FS PIC X(2).
           01 WS-PAYMENT-FS PIC X(2).
           01 WS-PAY-APPLY-FS PIC X(2).
           01 WS-CREDIT-MEMO-FS PIC X(2).
           01 WS-BANK-RETURN-FS PIC X(2).
           01 WS-BACKORDER-FS PIC X(2).
           01 WS-QUOTE-FS PIC X(2).
           01 WS-STAND-ORD-FS PIC X(2).
           01 WS-COLL-ACT-FS PIC X(2).
           01 WS-LOT-SHIP-FS PIC X(2).
           01 WS-BANK-MATCH-FS PIC X(2).
           01 WS-DROP-SHIP-FS PIC X(2).
           01 WS-INVOICE-FS PIC X(2).
           01 WS-AUDIT-TRAIL-FS PIC X(2).
           01 WS-BEFORE-IMG-FS PIC X(2).
           01 WS-PERIOD-CTL-FS PIC X(2).
           01 WS-EOF PIC A(1).
           01 WS-PER-EOF PIC A(1).
           01 WS-INP-DUP-ID PIC 9(5).
           01 WS-INP-SURV-ID PIC 9(5).
           01 WS-INP-LIMIT-CHC PIC X(1).
           01 WS-INP-OVERRIDE PIC X(1) VALUE 'N'.
           01 WS-INP-CONFIRM PIC X(1).
           01 WS-MERGE-OK PIC A(1).
           01 WS-DUP-FND PIC A(1).
           01 WS-SURV-FND PIC A(1).
           01 WS-DUP-CST.
               05 WS-DUP-NAME PIC X(25).
               05 WS-DUP-STATUS PIC X(1).
               05 WS-DUP-LIMIT PIC 9(7)V9(2).
               05 WS-DUP-BAL PIC S9(7)V9(2).
           01 WS-SURV-CST.
               05 WS-SURV-NAME PIC X(25).
               05 WS-SURV-STATUS PIC X(1).
               05 WS-SURV-LIMIT PIC 9(7)V9(2).
               05 WS-SURV-BAL PIC S9(7)V9(2).
           01 WS-NEW-LIMIT PIC 9(7)V9(2).
           01 WS-NEW-BAL PIC S9(9)V9(2).
      **
      * Y WHILE COUNTING WHAT A MERGE WOULD MOVE, N WHILE MOVING IT -
      * THE SAME RE-POINT PARAGRAPHS SERVE BOTH PASSES.
      **
           01 WS-SCAN-ONLY PIC A(1).
           01 WS-FILE-LABEL PIC X(22).
           01 WS-FILE-CNT PIC 9(5).
           01 WS-TOTAL-CNT PIC 9(6).
           01 WS-FAIL-CNT PIC 9(5) VALUE ZERO.
           01 WS-CLOSED-CNT PIC 9(5) VALUE ZERO.
           01 WS-REC-DATE PIC 9(8).
           01 WS-REC-DATE-X PIC X(8).
           01 WS-CHK-YYYYMM PIC 9(6).
           01 WS-PERIOD-CLOSED PIC A(1).
           01 WS-TODAY-TXT PIC X(8).
           01 WS-TODAY-MDY PIC 9(8).
      **
      * PERIODCTL.DAT BOILED DOWN TO ONE ENTRY PER MONTH - THE LAST
      * CLOSE/REOPEN ROW FOR THE MONTH WINS - SO EACH RECORD'S DATE
      * IS CHECKED WITHOUT REREADING THE FILE.
      **
           01 WS-PER-TBL.
               05 WS-PER-ENTRY OCCURS 300 TIMES.
                   10 WS-PER-TBL-YYYYMM PIC 9(6).
                   10 WS-PER-TBL-CLOSED PIC A(1).
           01 WS-PER-CNT PIC 9(3) VALUE ZERO.
           01 WS-PX PIC 9(3).
           01 WS-PER-FND PIC A(1).
           01 WS-REW-FS PIC X(2).
           01 WS-JRN-FILE-NAME PIC X(10).
           01 WS-JRN-KEY PIC 9(5).
           01 WS-JRN-IMAGE PIC X(80).
           01 WS-AUD-REC-TYPE PIC X(10).
           01 WS-AUD-KEY PIC X(10).
           01 WS-AUD-OLD-VALUE PIC X(30).
           01 WS-AUD-NEW-VALUE PIC X(30).
           01 WS-AUD-DETAIL PIC X(20).
           01 WS-DSP-AMT PIC -(7)9.99.
           01 WS-DSP-LIMIT PIC Z(6)9.99.
           01 WS-DSP-CNT PIC ZZZZ9.
           01 WS-DSP-TOTAL PIC ZZZZZ9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY 'CUSTOMER MERGE'.
           PERFORM SIGNON-PROCEDURE
           IF WS-OPERATOR-LEVEL < 9
               DISPLAY 'MERGING CUSTOMERS NEEDS A SUPERVISOR'
               STOP RUN
           END-IF
           STRING FUNCTION CURRENT-DATE(5:2)
               FUNCTION CURRENT-DATE(7:2)
               FUNCTION CURRENT-DATE(1:4) INTO WS-TODAY-TXT
           MOVE WS-TODAY-TXT TO WS-TODAY-MDY
           PERFORM GET-CUSTOMERS-PROCEDURE
           IF WS-MERGE-OK = 'N'
               DISPLAY 'MERGE NOT DONE'
               STOP RUN
           END-IF
           PERFORM GET-CREDIT-LIMIT-PROCEDURE
           PERFORM LOAD-PERIODS-PROCEDURE
      **
      * FIRST PASS ONLY COUNTS, SO THE SUPERVISOR SEES WHAT WILL
      * MOVE - AND HOW MUCH OF IT SITS IN CLOSED PERIODS - BEFORE
      * ANYTHING IS REWRITTEN. THE COMBINED BALANCE POSTS TODAY, SO
      * A CLOSED CURRENT PERIOD COUNTS TOO.
      **
           MOVE 'Y' TO WS-SCAN-ONLY
           MOVE ZERO TO WS-TOTAL-CNT
           DISPLAY ' '
           DISPLAY 'RECORDS CARRYING CUSTOMER 'WS-INP-DUP-ID':'
           PERFORM REPOINT-ALL-PROCEDURE
           MOVE WS-TOTAL-CNT TO WS-DSP-TOTAL
           DISPLAY '  TOTAL                 'WS-DSP-TOTAL
           MOVE WS-TODAY-MDY TO WS-REC-DATE
           PERFORM CHECK-RECORD-PERIOD-PROCEDURE
           IF WS-PERIOD-CLOSED = 'Y'
               DISPLAY 'THE CURRENT PERIOD IS CLOSED - THE COMBINED '
                   'BALANCE WOULD POST INTO IT'
               ADD 1 TO WS-CLOSED-CNT
           END-IF
           IF WS-CLOSED-CNT > 0
               MOVE WS-CLOSED-CNT TO WS-DSP-CNT
               DISPLAY WS-DSP-CNT' OF THESE FALL IN A CLOSED '
                   'ACCOUNTING PERIOD'
               DISPLAY 'OVERRIDE THE PERIOD CLOSE FOR THIS MERGE '
                   '(Y/N):'
               ACCEPT WS-INP-OVERRIDE
               IF WS-INP-OVERRIDE NOT = 'Y'
                   DISPLAY 'MERGE NOT DONE - PERIOD CLOSED'
                   STOP RUN
               END-IF
           END-IF
           DISPLAY 'MERGE 'WS-INP-DUP-ID' 'WS-DUP-NAME
           DISPLAY '   INTO 'WS-INP-SURV-ID' 'WS-SURV-NAME' (Y/N):'
           ACCEPT WS-INP-CONFIRM
           IF WS-INP-CONFIRM NOT = 'Y'
               DISPLAY 'MERGE NOT DONE'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-SCAN-ONLY
           MOVE ZERO TO WS-TOTAL-CNT
           DISPLAY ' '
           DISPLAY 'RECORDS RE-POINTED TO CUSTOMER 'WS-INP-SURV-ID':'
           PERFORM REPOINT-ALL-PROCEDURE
           MOVE WS-TOTAL-CNT TO WS-DSP-TOTAL
           DISPLAY '  TOTAL                 'WS-DSP-TOTAL
           PERFORM MERGE-CUSTOMERS-PROCEDURE
           IF WS-FAIL-CNT > 0
               MOVE WS-FAIL-CNT TO WS-DSP-CNT
               DISPLAY 'WARNING: 'WS-DSP-CNT' RECORDS COULD NOT BE '
                   'REWRITTEN - CORRECT THE FILE AND RUN THE MERGE '
                   'AGAIN TO MOVE THEM'
           END-IF
           STOP RUN.

       GET-CUSTOMERS-PROCEDURE.
      **
      * BOTH ACCOUNTS MUST BE ON FILE AND DIFFERENT, AND THE
      * SURVIVOR ACTIVE. THE DUPLICATE MAY ALREADY BE INACTIVE - A
      * RERUN AFTER AN INTERRUPTED MERGE, OR AN ACCOUNT SOMEONE
      * DEACTIVATED BY HAND WITHOUT MOVING ITS HISTORY. THE
      * COMBINED BALANCE MUST STILL FIT CST-BALANCE.
      **
           MOVE 'N' TO WS-MERGE-OK
           DISPLAY 'ENTER DUPLICATE CUSTOMER ID (MERGED AWAY):'
           ACCEPT WS-INP-DUP-ID
           DISPLAY 'ENTER SURVIVING CUSTOMER ID (KEPT):'
           ACCEPT WS-INP-SURV-ID
           OPEN INPUT CUSTOMER
           MOVE WS-INP-DUP-ID TO CST-ID
           READ CUSTOMER
               INVALID KEY MOVE 'N' TO WS-DUP-FND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DUP-FND
                   MOVE CST-NAME TO WS-DUP-NAME
                   MOVE CST-STATUS TO WS-DUP-STATUS
                   MOVE CST-CREDIT-LIMIT TO WS-DUP-LIMIT
                   MOVE CST-BALANCE TO WS-DUP-BAL
           END-READ
           MOVE WS-INP-SURV-ID TO CST-ID
           READ CUSTOMER
               INVALID KEY MOVE 'N' TO WS-SURV-FND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SURV-FND
                   MOVE CST-NAME TO WS-SURV-NAME
                   MOVE CST-STATUS TO WS-SURV-STATUS
                   MOVE CST-CREDIT-LIMIT TO WS-SURV-LIMIT
                   MOVE CST-BALANCE TO WS-SURV-BAL
           END-READ
           CLOSE CUSTOMER
           EVALUATE TRUE
               WHEN WS-INP-DUP-ID = WS-INP-SURV-ID
                   DISPLAY 'A CUSTOMER CANNOT BE MERGED INTO ITSELF'
               WHEN WS-DUP-FND = 'N'
                   DISPLAY 'DUPLICATE CUSTOMER NOT FOUND'
               WHEN WS-SURV-FND = 'N'
                   DISPLAY 'SURVIVING CUSTOMER NOT FOUND'
               WHEN WS-SURV-STATUS NOT = 'A'
                   DISPLAY 'SURVIVING CUSTOMER IS NOT ACTIVE'
               WHEN OTHER
                   ADD WS-SURV-BAL WS-DUP-BAL GIVING WS-NEW-BAL
                   IF WS-NEW-BAL > 9999999.99
                       OR WS-NEW-BAL < -9999999.99
                       DISPLAY 'COMBINED BALANCE DOES NOT FIT THE '
                           'CUSTOMER RECORD'
                   ELSE
                       MOVE 'Y' TO WS-MERGE-OK
                   END-IF
           END-EVALUATE
           IF WS-MERGE-OK = 'Y'
               MOVE WS-DUP-BAL TO WS-DSP-AMT
               MOVE WS-DUP-LIMIT TO WS-DSP-LIMIT
               DISPLAY 'DUPLICATE: 'WS-INP-DUP-ID' 'WS-DUP-NAME
                   ' STATUS 'WS-DUP-STATUS
               DISPLAY '   BALANCE 'WS-DSP-AMT'  CREDIT LIMIT '
                   WS-DSP-LIMIT
               MOVE WS-SURV-BAL TO WS-DSP-AMT
               MOVE WS-SURV-LIMIT TO WS-DSP-LIMIT
               DISPLAY 'SURVIVOR:  'WS-INP-SURV-ID' 'WS-SURV-NAME
                   ' STATUS 'WS-SURV-STATUS
               DISPLAY '   BALANCE 'WS-DSP-AMT'  CREDIT LIMIT '
                   WS-DSP-LIMIT
           END-IF.

       GET-CREDIT-LIMIT-PROCEDURE.
           DISPLAY 'CREDIT LIMIT TO KEEP - H: THE HIGHER (DEFAULT), '
               'S: THE SURVIVOR''S, D: THE DUPLICATE''S:'
           ACCEPT WS-INP-LIMIT-CHC
           EVALUATE WS-INP-LIMIT-CHC
               WHEN 'S'
                   MOVE WS-SURV-LIMIT TO WS-NEW-LIMIT
               WHEN 'D'
                   MOVE WS-DUP-LIMIT TO WS-NEW-LIMIT
               WHEN OTHER
                   IF WS-DUP-LIMIT > WS-SURV-LIMIT
                       MOVE WS-DUP-LIMIT TO WS-NEW-LIMIT
                   ELSE
                       MOVE WS-SURV-LIMIT TO WS-NEW-LIMIT
                   END-IF
           END-EVALUATE
           MOVE WS-NEW-LIMIT TO WS-DSP-LIMIT
           DISPLAY 'SURVIVOR CREDIT LIMIT WILL BE 'WS-DSP-LIMIT.

       LOAD-PERIODS-PROCEDURE.
           MOVE ZERO TO WS-PER-CNT
           MOVE 'N' TO WS-PER-EOF
           OPEN INPUT PERIOD-CTL
           IF WS-PERIOD-CTL-FS NOT = '00'
               MOVE 'Y' TO WS-PER-EOF
           END-IF
           PERFORM UNTIL WS-PER-EOF = 'Y'
               READ PERIOD-CTL
                   AT END MOVE 'Y' TO WS-PER-EOF
                   NOT AT END PERFORM LOAD-ONE-PERIOD-PROCEDURE
               END-READ
           END-PERFORM
           IF WS-PERIOD-CTL-FS = '00' OR WS-PERIOD-CTL-FS = '10'
               CLOSE PERIOD-CTL
           END-IF.

       LOAD-ONE-PERIOD-PROCEDURE.
           MOVE 'N' TO WS-PER-FND
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PER-CNT OR WS-PER-FND = 'Y'
               IF WS-PER-TBL-YYYYMM(WS-PX) = PER-YYYYMM
                   MOVE 'Y' TO WS-PER-FND
                   IF PER-CLOSED
                       MOVE 'Y' TO WS-PER-TBL-CLOSED(WS-PX)
                   ELSE
                       MOVE 'N' TO WS-PER-TBL-CLOSED(WS-PX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PER-FND = 'N'
               IF WS-PER-CNT < 300
                   ADD 1 TO WS-PER-CNT
                   MOVE PER-YYYYMM TO WS-PER-TBL-YYYYMM(WS-PER-CNT)
                   IF PER-CLOSED
                       MOVE 'Y' TO WS-PER-TBL-CLOSED(WS-PER-CNT)
                   ELSE
                       MOVE 'N' TO WS-PER-TBL-CLOSED(WS-PER-CNT)
                   END-IF
               ELSE
                   DISPLAY 'WARNING: MORE THAN 300 PERIODS ON '
                       'PERIODCTL.DAT - LATER MONTHS TREATED AS OPEN'
               END-IF
           END-IF.

       CHECK-RECORD-PERIOD-PROCEDURE.
      **
      * SETS WS-PERIOD-CLOSED FOR THE MMDDYYYY DATE IN WS-REC-DATE.
      **
           MOVE WS-REC-DATE TO WS-REC-DATE-X
           MOVE WS-REC-DATE-X(5:4) TO WS-CHK-YYYYMM(1:4)
           MOVE WS-REC-DATE-X(1:2) TO WS-CHK-YYYYMM(5:2)
           MOVE 'N' TO WS-PERIOD-CLOSED
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PER-CNT
               IF WS-PER-TBL-YYYYMM(WS-PX) = WS-CHK-YYYYMM
                   MOVE WS-PER-TBL-CLOSED(WS-PX) TO WS-PERIOD-CLOSED
               END-IF
           END-PERFORM.

       REPOINT-ALL-PROCEDURE.
           PERFORM REPOINT-ORDERS-PROCEDURE
           PERFORM REPOINT-ORDER-HIST-PROCEDURE
           PERFORM REPOINT-PAYMENTS-PROCEDURE
           PERFORM REPOINT-PAY-APPLY-PROCEDURE
           PERFORM REPOINT-CREDIT-MEMOS-PROCEDURE
           PERFORM REPOINT-BANK-RETURNS-PROCEDURE
           PERFORM REPOINT-BACKORDERS-PROCEDURE
           PERFORM REPOINT-QUOTES-PROCEDURE
           PERFORM REPOINT-STAND-ORD-PROCEDURE
           PERFORM REPOINT-COLL-ACT-PROCEDURE
           PERFORM REPOINT-LOT-SHIP-PROCEDURE
           PERFORM REPOINT-BANK-MATCH-PROCEDURE
           PERFORM REPOINT-DROP-SHIP-PROCEDURE
           PERFORM REPOINT-INVOICES-PROCEDURE.

      **
      * ONE PARAGRAPH PAIR PER FILE. EACH FILE IS READ THROUGH ONCE -
      * OPEN INPUT WHEN COUNTING, OPEN I-O WHEN MOVING, SO EVERY
      * MATCHING RECORD IS REWRITTEN IN PLACE WITH ONLY ITS CUSTOMER
      * ID CHANGED. A FILE THAT DOES NOT EXIST YET HAS NOTHING TO
      * MOVE. WS-REC-DATE CARRIES THE RECORD'S DATE FOR THE
      * CLOSED-PERIOD COUNT ON FILES THAT CARRY MONEY, ZERO ON THOSE
      * THAT DO NOT.
      **
       REPOINT-ORDERS-PROCEDURE.
           MOVE ZERO TO WS-FILE-CNT
           MOVE 'N' TO WS-EOF
           IF WS-SCAN-ONLY = 'Y'
               OPEN INPUT C_ORDER
           ELSE
               OPEN I-O C_ORDER
           END-IF
           IF WS-ORDER-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ C_ORDER
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ORD-CST-ID = WS-INP-DUP-ID
                           PERFORM REPOINT-ONE-ORDER-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ORDER-FS = '00' OR WS-ORDER-FS = '10'
               CLOSE C_ORDER
           END-IF
           MOVE 'ORDERS' TO WS-FILE-LABEL
           PERFORM SHOW-FILE-COUNT-PROCEDURE.

       REPOINT-ONE-ORDER-PROCEDURE.
           MOVE ORD-DATE TO WS-REC-DATE
           IF WS-SCAN-ONLY = 'Y'
               PERFORM COUNT-ONE-RECORD-PROCEDURE
           ELSE
               MOVE 'ORDER' TO WS-AUD-REC-TYPE
               MOVE ORD-ID TO WS-AUD-KEY
               MOVE ORD-DATE TO WS-AUD-DETAIL
               MOVE WS-INP-SURV-ID TO ORD-CST-ID
               REWRITE ORDER-FILE
               MOVE WS-ORDER-FS TO WS-REW-FS
               PERFORM AUDIT-REPOINT-PROCEDURE
           END-IF.

       REPOINT-ORDER-HIST-PROCEDURE.
           MOVE ZERO TO WS-FILE-CNT
           MOVE 'N' TO WS-EOF
           IF WS-SCAN-ONLY = 'Y'
               OPEN INPUT ORDER-HIST
           ELSE
               OPEN I-O ORDER-HIST
           END-IF
           IF WS-ORDER-HIST-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ORDER-HIST
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF OHS-CST-ID = WS-INP-DUP-ID
                           PERFORM REPOINT-ONE-ORDER-HIST-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ORDER-HIST-FS = '00' OR WS-ORDER-HIST-FS = '10'
               CLOSE ORDER-HIST
           END-IF
           MOVE 'ARCHIVED ORDERS' TO WS-FILE-LABEL
           PERFORM SHOW-FILE-COUNT-PROCEDURE.

       REPOINT-ONE-ORDER-HIST-PROCEDURE.
           MOVE OHS-DATE TO WS-REC-DATE
           IF WS-SCAN-ONLY = 'Y'
               PERFORM COUNT-ONE-RECORD-PROCEDURE
           ELSE
               MOVE 'ORDERHIST' TO WS-AUD-REC-TYPE
               MOVE OHS-ID TO WS-AUD-KEY
               MOVE OHS-DATE TO WS-AUD-DETAIL
               MOVE WS-INP-SURV-ID TO OHS-CST-ID
               REWRITE ORDER-HIST-FILE
               MOVE WS-ORDER-HIST-FS TO WS-REW-FS
               PERFORM AUDIT-REPOINT-PROCEDURE
           END-IF.

       REPOINT-PAYMENTS-PROCEDURE.
           MOVE ZERO TO WS-FILE-CNT
           MOVE 'N' TO WS-EOF
           IF WS-SCAN-ONLY = 'Y'
               OPEN INPUT PAYMENT
           ELSE
               OPEN I-O PAYMENT
           END-IF
           IF WS-PAYMENT-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYMENT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PAY-CST-ID = WS-INP-DUP-ID
                           PERFORM REPOINT-ONE-PAYMENT-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAYMENT-FS = '00' OR WS-PAYMENT-FS = '10'
               CLOSE PAYMENT
           END-IF
           MOVE 'PAYMENTS' TO WS-FILE-LABEL
           PERFORM SHOW-FILE-COUNT-PROCEDURE.

       REPOINT-ONE-PAYMENT-PROCEDURE.
           MOVE PAY-DATE TO WS-REC-DATE
           IF WS-SCAN-ONLY = 'Y'
               PERFORM COUNT-ONE-RECORD-PROCEDURE
           ELSE
               MOVE 'PAYMENT' TO WS-AUD-REC-TYPE
               MOVE PAY-REF TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-DETAIL
               STRING PAY-DATE ' ' PAY-AMOUNT
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE WS-INP-SURV-ID TO PAY-CST-ID
               REWRITE PAYMENT-FILE
               MOVE WS-PAYMENT-FS TO WS-REW-FS
               PERFORM AUDIT-REPOINT-PROCEDURE
           END-IF.

       REPOINT-PAY-APPLY-PROCEDURE.
           MOVE ZERO TO WS-FILE-CNT
           MOVE 'N' TO WS-EOF
           IF WS-SCAN-ONLY = 'Y'
               OPEN INPUT PAY-APPLY
           ELSE
               OPEN I-O PAY-APPLY
           END-IF
           IF WS-PAY-APPLY-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAY-APPLY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PPA-CST-ID = WS-INP-DUP-ID
                           PERFORM REPOINT-ONE-PAY-APPLY-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAY-APPLY-FS = '00' OR WS-PAY-APPLY-FS = '10'
               CLOSE PAY-APPLY
           END-IF
           MOVE 'PAYMENT APPLICATIONS' TO WS-FILE-LABEL
           PERFORM SHOW-FILE-COUNT-PROCEDURE.

       REPOINT-ONE-PAY-APPLY-PROCEDURE.
           MOVE PPA-DATE TO WS-REC-DATE
           IF WS-SCAN-ONLY = 'Y'
               PERFORM COUNT-ONE-RECORD-PROCEDURE
           ELSE
               MOVE 'PAYAPPLY' TO WS-AUD-REC-TYPE
               MOVE PPA-ORD-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-DETAIL
               STRING PPA-DATE ' ' PPA-REF
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE WS-INP-SURV-ID TO PPA-CST-ID
               REWRITE PAY-APPLY-FILE
               MOVE WS-PAY-APPLY-FS TO WS-REW-FS
               PERFORM AUDIT-REPOINT-PROCEDURE
           END-IF.

       REPOINT-CREDIT-MEMOS-PROCEDURE.
           MOVE ZERO TO WS-FILE-CNT
           MOVE 'N' TO WS-EOF
           IF WS-SCAN-ONLY = 'Y'
               OPEN INPUT CREDIT-MEMO
           ELSE
               OPEN I-O CREDIT-MEMO
           END-IF
           IF WS-CREDIT-MEMO-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CREDIT-MEMO
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CRM-CST-ID = WS-INP-DUP-ID
                           PERFORM REPOINT-ONE-CREDIT-MEMO-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CREDIT-MEMO-FS = '00' OR WS-CREDIT-MEMO-FS = '10'
               CLOSE CREDIT-MEMO
           END-IF
           MOVE 'CREDIT MEMOS' TO WS-FILE-LABEL
           PERFORM SHOW-FILE-COUNT-PROCEDURE.

       REPOINT-ONE-CREDIT-MEMO-PROCEDURE.
           MOVE CRM-DATE TO WS-REC-DATE
           IF WS-SCAN-ONLY = 'Y'
               PERFORM COUNT-ONE-RECORD-PROCEDURE
           ELSE
               MOVE 'CREDITMEMO' TO WS-AUD-REC-TYPE
               MOVE CRM-ORD-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-DETAIL
               STRING CRM-DATE ' ' CRM-PRD-ID
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE WS-INP-SURV-ID TO CRM-CST-ID
               REWRITE CREDIT-MEMO-FILE
               MOVE WS-CREDIT-MEMO-FS TO WS-REW-FS
               PERFORM AUDIT-REPOINT-PROCEDURE
           END-IF.

       REPOINT-BANK-RETURNS-PROCEDURE.
           MOVE ZERO TO WS-FILE-CNT
           MOVE 'N' TO WS-EOF
           IF WS-SCAN-ONLY = 'Y'
               OPEN INPUT BANK-RETURN
           ELSE
               OPEN I-O BANK-RETURN
           END-IF
           IF WS-BANK-RETURN-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BANK-RETURN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BRT-CST-ID = WS-INP-DUP-ID
                           PERFORM REPOINT-ONE-BANK-RETURN-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BANK-RETURN-FS = '00' OR WS-BANK-RETURN-FS = '10'
               CLOSE BANK-RETURN
           END-IF
           MOVE 'RETURNED PAYMENTS' TO WS-FILE-LABEL
           PERFORM SHOW-FILE-COUNT-PROCEDURE.

       REPOINT-ONE-BANK-RETURN-PROCEDURE.
           MOVE BRT-DATE TO WS-REC-DATE
           IF WS-SCAN-ONLY = 'Y'
               PERFORM COUNT-ONE-RECORD-PROCEDURE
           ELSE
               MOVE 'BANKRET' TO WS-AUD-REC-TYPE
               MOVE BRT-REF TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-DETAIL
               STRING BRT-DATE ' ' BRT-AMOUNT
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE WS-INP-SURV-ID TO BRT-CST-ID
               REWRITE BANK-RETURN-FILE
               MOVE WS-BANK-RETURN-FS TO WS-REW-FS
               PERFORM AUDIT-REPOINT-PROCEDURE
           END-IF.

       REPOINT-BACKORDERS-PROCEDURE.
           MOVE ZERO TO WS-FILE-CNT
           MOVE 'N' TO WS-EOF
           IF WS-SCAN-ONLY = 'Y'
               OPEN INPUT BACKORDER
           ELSE
               OPEN I-O BACKORDER
           END-IF
           IF WS-BACKORDER-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BACKORDER
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BKO-CST-ID = WS-INP-DUP-ID
                           PERFORM REPOINT-ONE-BACKORDER-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BACKORDER-FS = '00' OR WS-BACKORDER-FS = '10'
               CLOSE BACKORDER
           END-IF
           MOVE 'BACKORDERS' TO WS-FILE-LABEL
           PERFORM SHOW-FILE-COUNT-PROCEDURE.

       REPOINT-ONE-BACKORDER-PROCEDURE.
           MOVE ZERO TO WS-REC-DATE
           IF WS-SCAN-ONLY = 'Y'
               PERFORM COUNT-ONE-RECORD-PROCEDURE
           ELSE
               MOVE 'BACKORDER' TO WS-AUD-REC-TYPE
               MOVE BKO-PRD-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-DETAIL
               STRING BKO-DATE ' ' BKO-QUAN
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE WS-INP-SURV-ID TO BKO-CST-ID
               REWRITE BACKORDER-FILE
               MOVE WS-BACKORDER-FS TO WS-REW-FS
               PERFORM AUDIT-REPOINT-PROCEDURE
           END-IF.

       REPOINT-QUOTES-PROCEDURE.
           MOVE ZERO TO WS-FILE-CNT
           MOVE 'N' TO WS-EOF
           IF WS-SCAN-ONLY = 'Y'
               OPEN INPUT QUOTE-HDR
           ELSE
               OPEN I-O QUOTE-HDR
           END-IF
           IF WS-QUOTE-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ QUOTE-HDR
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF QUO-CST-ID = WS-INP-DUP-ID
                           PERFORM REPOINT-ONE-QUOTE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QUOTE-FS = '00' OR WS-QUOTE-FS = '10'
               CLOSE QUOTE-HDR
           END-IF
           MOVE 'QUOTES' TO WS-FILE-LABEL
           PERFORM SHOW-FILE-COUNT-PROCEDURE.

       REPOINT-ONE-QUOTE-PROCEDURE.
           MOVE ZERO TO WS-REC-DATE
           IF WS-SCAN-ONLY = 'Y'
               PERFORM COUNT-ONE-RECORD-PROCEDURE
           ELSE
               MOVE 'QUOTE' TO WS-AUD-REC-TYPE
               MOVE QUO-ID TO WS-AUD-KEY
               MOVE QUO-DATE TO WS-AUD-DETAIL
               MOVE WS-INP-SURV-ID TO QUO-CST-ID
               REWRITE QUOTE-FILE
               MOVE WS-QUOTE-FS TO WS-REW-FS
               PERFORM AUDIT-REPOINT-PROCEDURE
           END-IF.

       REPOINT-STAND-ORD-PROCEDURE.
           MOVE ZERO TO WS-FILE-CNT
           MOVE 'N' TO WS-EOF
           IF WS-SCAN-ONLY = 'Y'
               OPEN INPUT STAND-ORD
           ELSE
               OPEN I-O STAND-ORD
           END-IF
           IF WS-STAND-ORD-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STAND-ORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF STO-CST-ID = WS-INP-DUP-ID
                           PERFORM REPOINT-ONE-STAND-ORD-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STAND-ORD-FS = '00' OR WS-STAND-ORD-FS = '10'
               CLOSE STAND-ORD
           END-IF
           MOVE 'STANDING ORDERS' TO WS-FILE-LABEL
           PERFORM SHOW-FILE-COUNT-PROCEDURE.

       REPOINT-ONE-STAND-ORD-PROCEDURE.
           MOVE ZERO TO WS-REC-DATE
           IF WS-SCAN-ONLY = 'Y'
               PERFORM COUNT-ONE-RECORD-PROCEDURE
           ELSE
               MOVE 'STANDING' TO WS-AUD-REC-TYPE
               MOVE STO-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-DETAIL
               STRING STO-FREQ ' ' STO-NEXT-DATE
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE WS-INP-SURV-ID TO STO-CST-ID
               REWRITE STAND-ORD-FILE
               MOVE WS-STAND-ORD-FS TO WS-REW-FS
               PERFORM AUDIT-REPOINT-PROCEDURE
           END-IF.

       REPOINT-COLL-ACT-PROCEDURE.
           MOVE ZERO TO WS-FILE-CNT
           MOVE 'N' TO WS-EOF
           IF WS-SCAN-ONLY = 'Y'
               OPEN INPUT COLL-ACT
           ELSE
               OPEN I-O COLL-ACT
           END-IF
           IF WS-COLL-ACT-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COLL-ACT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF COL-CST-ID = WS-INP-DUP-ID
                           PERFORM REPOINT-ONE-COLL-ACT-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COLL-ACT-FS = '00' OR WS-COLL-ACT-FS = '10'
               CLOSE COLL-ACT
           END-IF
           MOVE 'COLLECTIONS NOTES' TO WS-FILE-LABEL
           PERFORM SHOW-FILE-COUNT-PROCEDURE.

       REPOINT-ONE-COLL-ACT-PROCEDURE.
           MOVE ZERO TO WS-REC-DATE
           IF WS-SCAN-ONLY = 'Y'
               PERFORM COUNT-ONE-RECORD-PROCEDURE
           ELSE
               MOVE 'COLLACT' TO WS-AUD-REC-TYPE
               MOVE COL-DATE TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-DETAIL
               STRING COL-TYPE ' ' COL-NOTE
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE WS-INP-SURV-ID TO COL-CST-ID
               REWRITE COLL-ACT-FILE
               MOVE WS-COLL-ACT-FS TO WS-REW-FS
               PERFORM AUDIT-REPOINT-PROCEDURE
           END-IF.

       REPOINT-LOT-SHIP-PROCEDURE.
           MOVE ZERO TO WS-FILE-CNT
           MOVE 'N' TO WS-EOF
           IF WS-SCAN-ONLY = 'Y'
               OPEN INPUT LOT-SHIP
           ELSE
               OPEN I-O LOT-SHIP
           END-IF
           IF WS-LOT-SHIP-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOT-SHIP
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LSH-CST-ID = WS-INP-DUP-ID
                           PERFORM REPOINT-ONE-LOT-SHIP-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOT-SHIP-FS = '00' OR WS-LOT-SHIP-FS = '10'
               CLOSE LOT-SHIP
           END-IF
           MOVE 'LOT SHIPMENTS' TO WS-FILE-LABEL
           PERFORM SHOW-FILE-COUNT-PROCEDURE.

       REPOINT-ONE-LOT-SHIP-PROCEDURE.
           MOVE ZERO TO WS-REC-DATE
           IF WS-SCAN-ONLY = 'Y'
               PERFORM COUNT-ONE-RECORD-PROCEDURE
           ELSE
               MOVE 'LOTSHIP' TO WS-AUD-REC-TYPE
               MOVE LSH-ORD-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-DETAIL
               STRING LSH-PRD-ID ' ' LSH-LOT-NO
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE WS-INP-SURV-ID TO LSH-CST-ID
               REWRITE LOT-SHIP-FILE
               MOVE WS-LOT-SHIP-FS TO WS-REW-FS
               PERFORM AUDIT-REPOINT-PROCEDURE
           END-IF.

       REPOINT-BANK-MATCH-PROCEDURE.
           MOVE ZERO TO WS-FILE-CNT
           MOVE 'N' TO WS-EOF
           IF WS-SCAN-ONLY = 'Y'
               OPEN INPUT BANK-MATCH
           ELSE
               OPEN I-O BANK-MATCH
           END-IF
           IF WS-BANK-MATCH-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BANK-MATCH
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BKM-CST-ID = WS-INP-DUP-ID
                           PERFORM REPOINT-ONE-BANK-MATCH-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BANK-MATCH-FS = '00' OR WS-BANK-MATCH-FS = '10'
               CLOSE BANK-MATCH
           END-IF
           MOVE 'BANK MATCHES' TO WS-FILE-LABEL
           PERFORM SHOW-FILE-COUNT-PROCEDURE.

       REPOINT-ONE-BANK-MATCH-PROCEDURE.
           MOVE BKM-BANK-DATE TO WS-REC-DATE
           IF WS-SCAN-ONLY = 'Y'
               PERFORM COUNT-ONE-RECORD-PROCEDURE
           ELSE
               MOVE 'BANKMATCH' TO WS-AUD-REC-TYPE
               MOVE BKM-REF TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-DETAIL
               STRING BKM-STMT-DATE ' ' BKM-AMOUNT
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE WS-INP-SURV-ID TO BKM-CST-ID
               REWRITE BANK-MATCH-FILE
               MOVE WS-BANK-MATCH-FS TO WS-REW-FS
               PERFORM AUDIT-REPOINT-PROCEDURE
           END-IF.

       REPOINT-DROP-SHIP-PROCEDURE.
      **
      * A DROP-SHIP LINE KEEPS THE ADDRESS THE SUPPLIER WAS GIVEN TO
      * DELIVER TO, LIKE AN INVOICE KEEPS ITS PRINTED ADDRESS.
      **
           MOVE ZERO TO WS-FILE-CNT
           MOVE 'N' TO WS-EOF
           IF WS-SCAN-ONLY = 'Y'
               OPEN INPUT DROP-SHIP
           ELSE
               OPEN I-O DROP-SHIP
           END-IF
           IF WS-DROP-SHIP-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DROP-SHIP
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DRS-CST-ID = WS-INP-DUP-ID
                           PERFORM REPOINT-ONE-DROP-SHIP-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DROP-SHIP-FS = '00' OR WS-DROP-SHIP-FS = '10'
               CLOSE DROP-SHIP
           END-IF
           MOVE 'DROP-SHIP LINES' TO WS-FILE-LABEL
           PERFORM SHOW-FILE-COUNT-PROCEDURE.

       REPOINT-ONE-DROP-SHIP-PROCEDURE.
           MOVE ZERO TO WS-REC-DATE
           IF WS-SCAN-ONLY = 'Y'
               PERFORM COUNT-ONE-RECORD-PROCEDURE
           ELSE
               MOVE 'DROPSHIP' TO WS-AUD-REC-TYPE
               MOVE DRS-ORD-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-DETAIL
               STRING 'PRD ' DRS-PRD-ID ' PO ' DRS-PO-ID
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE WS-INP-SURV-ID TO DRS-CST-ID
               REWRITE DROP-SHIP-FILE
               MOVE WS-DROP-SHIP-FS TO WS-REW-FS
               PERFORM AUDIT-REPOINT-PROCEDURE
           END-IF.

       REPOINT-INVOICES-PROCEDURE.
      **
      * AN INVOICE KEEPS THE NAME AND ADDRESS IT WAS PRINTED WITH -
      * A REPRINT MUST MATCH THE ORIGINAL - BUT FILES UNDER THE
      * SURVIVING ACCOUNT.
      **
           MOVE ZERO TO WS-FILE-CNT
           MOVE 'N' TO WS-EOF
           IF WS-SCAN-ONLY = 'Y'
               OPEN INPUT INVOICE-HDR
           ELSE
               OPEN I-O INVOICE-HDR
           END-IF
           IF WS-INVOICE-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVOICE-HDR
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF INV-CST-ID = WS-INP-DUP-ID
                           PERFORM REPOINT-ONE-INVOICE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-INVOICE-FS = '00' OR WS-INVOICE-FS = '10'
               CLOSE INVOICE-HDR
           END-IF
           MOVE 'INVOICES' TO WS-FILE-LABEL
           PERFORM SHOW-FILE-COUNT-PROCEDURE.

       REPOINT-ONE-INVOICE-PROCEDURE.
           MOVE INV-SHIP-DATE TO WS-REC-DATE
           IF WS-REC-DATE = ZERO
               MOVE INV-ORD-DATE TO WS-REC-DATE
           END-IF
           IF WS-SCAN-ONLY = 'Y'
               PERFORM COUNT-ONE-RECORD-PROCEDURE
           ELSE
               MOVE 'INVOICE' TO WS-AUD-REC-TYPE
               MOVE INV-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-DETAIL
               STRING 'ORDER ' INV-ORD-ID
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE WS-INP-SURV-ID TO INV-CST-ID
               REWRITE INVOICE-FILE
               MOVE WS-INVOICE-FS TO WS-REW-FS
               PERFORM AUDIT-REPOINT-PROCEDURE
           END-IF.

       COUNT-ONE-RECORD-PROCEDURE.
           ADD 1 TO WS-FILE-CNT
           IF WS-REC-DATE NOT = ZERO
               PERFORM CHECK-RECORD-PERIOD-PROCEDURE
               IF WS-PERIOD-CLOSED = 'Y'
                   ADD 1 TO WS-CLOSED-CNT
               END-IF
           END-IF.

       AUDIT-REPOINT-PROCEDURE.
      **
      * ONE AUDIT ROW PER RE-POINTED RECORD: THE RECORD TYPE, ITS
      * KEY AND ENOUGH OF THE REST (WS-AUD-DETAIL) TO PICK IT OUT
      * AGAIN, WITH THE OLD AND NEW CUSTOMER - WHAT IT TAKES TO
      * PUT THE RECORD BACK IF THE MERGE WAS A MISTAKE.
      **
           IF WS-REW-FS = '00'
               MOVE SPACES TO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING 'CST ' WS-INP-DUP-ID ' ' WS-AUD-DETAIL
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
               STRING 'CST ' WS-INP-SURV-ID ' MERGED'
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               PERFORM LOG-AUDIT-PROCEDURE
               ADD 1 TO WS-FILE-CNT
           ELSE
               DISPLAY 'REWRITE FAILED - 'WS-AUD-REC-TYPE' '
                   WS-AUD-KEY' STATUS 'WS-REW-FS
               ADD 1 TO WS-FAIL-CNT
           END-IF.

       SHOW-FILE-COUNT-PROCEDURE.
           MOVE WS-FILE-CNT TO WS-DSP-CNT
           DISPLAY '  'WS-FILE-LABEL' 'WS-DSP-CNT
           ADD WS-FILE-CNT TO WS-TOTAL-CNT.

       MERGE-CUSTOMERS-PROCEDURE.
      **
      * THE SURVIVOR TAKES THE DUPLICATE'S BALANCE AND THE CHOSEN
      * CREDIT LIMIT; THE DUPLICATE IS LEFT INACTIVE AT ZERO. BOTH
      * RECORDS ARE RE-READ HERE, NOT TAKEN FROM THE SIGN-ON READ,
      * AND BOTH ARE JOURNALLED BEFORE THE REWRITE SO ROLLBACK CAN
      * PUT THEM BACK.
      **
           OPEN I-O CUSTOMER
           MOVE WS-INP-DUP-ID TO CST-ID
           READ CUSTOMER
               INVALID KEY
                   DISPLAY 'DUPLICATE CUSTOMER NO LONGER ON FILE'
                   MOVE ZERO TO WS-DUP-BAL
               NOT INVALID KEY
                   MOVE CST-BALANCE TO WS-DUP-BAL
                   MOVE 'CUSTOMER' TO WS-JRN-FILE-NAME
                   MOVE CST-ID TO WS-JRN-KEY
                   MOVE CUSTOMER-FILE TO WS-JRN-IMAGE
                   PERFORM JOURNAL-BEFORE-IMAGE-PROCEDURE
                   MOVE 'CUSTOMER' TO WS-AUD-REC-TYPE
                   MOVE CST-ID TO WS-AUD-KEY
                   MOVE SPACES TO WS-AUD-OLD-VALUE
                   MOVE SPACES TO WS-AUD-NEW-VALUE
                   MOVE CST-BALANCE TO WS-DSP-AMT
                   STRING 'BAL ' WS-DSP-AMT ' STATUS ' CST-STATUS
                       DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
                   IF WS-INP-OVERRIDE = 'Y'
                       STRING 'MERGED INTO ' WS-INP-SURV-ID
                           ' OVERRIDE'
                           DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
                   ELSE
                       STRING 'MERGED INTO ' WS-INP-SURV-ID
                           DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
                   END-IF
                   MOVE ZERO TO CST-BALANCE
                   MOVE 'I' TO CST-STATUS
                   REWRITE CUSTOMER-FILE
                   IF WS-CUSTOMER-FS = '00'
                       PERFORM LOG-AUDIT-PROCEDURE
                   ELSE
                       DISPLAY 'DUPLICATE CUSTOMER REWRITE FAILED - '
                           'STATUS 'WS-CUSTOMER-FS
                       MOVE ZERO TO WS-DUP-BAL
                   END-IF
           END-READ
           MOVE WS-INP-SURV-ID TO CST-ID
           READ CUSTOMER
               INVALID KEY
                   MOVE WS-DUP-BAL TO WS-DSP-AMT
                   DISPLAY 'SURVIVING CUSTOMER NO LONGER ON FILE - '
                       'BALANCE 'WS-DSP-AMT' NOT MOVED'
               NOT INVALID KEY
                   MOVE 'CUSTOMER' TO WS-JRN-FILE-NAME
                   MOVE CST-ID TO WS-JRN-KEY
                   MOVE CUSTOMER-FILE TO WS-JRN-IMAGE
                   PERFORM JOURNAL-BEFORE-IMAGE-PROCEDURE
                   MOVE 'CUSTOMER' TO WS-AUD-REC-TYPE
                   MOVE CST-ID TO WS-AUD-KEY
                   MOVE SPACES TO WS-AUD-OLD-VALUE
                   MOVE SPACES TO WS-AUD-NEW-VALUE
                   MOVE CST-BALANCE TO WS-DSP-AMT
                   MOVE CST-CREDIT-LIMIT TO WS-DSP-LIMIT
                   STRING 'BAL ' WS-DSP-AMT ' LIM ' WS-DSP-LIMIT
                       DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
                   ADD WS-DUP-BAL TO CST-BALANCE
                   MOVE WS-NEW-LIMIT TO CST-CREDIT-LIMIT
                   MOVE CST-BALANCE TO WS-DSP-AMT
                   MOVE CST-CREDIT-LIMIT TO WS-DSP-LIMIT
                   STRING 'BAL ' WS-DSP-AMT ' LIM ' WS-DSP-LIMIT
                       DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
                   REWRITE CUSTOMER-FILE
                   IF WS-CUSTOMER-FS = '00'
                       PERFORM LOG-AUDIT-PROCEDURE
                       DISPLAY 'CUSTOMER 'WS-INP-SURV-ID' NOW '
                           WS-AUD-NEW-VALUE
                   ELSE
                       DISPLAY 'SURVIVING CUSTOMER REWRITE FAILED - '
                           'STATUS 'WS-CUSTOMER-FS' - BALANCE '
                           WS-DSP-AMT' NOT POSTED'
                   END-IF
           END-READ
           CLOSE CUSTOMER
           DISPLAY 'CUSTOMER 'WS-INP-DUP-ID' MERGED INTO '
               WS-INP-SURV-ID' AND MARKED INACTIVE'.

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
      * THE OPERATOR, AND ONLY A SUPERVISOR MAY MERGE CUSTOMERS.
      * WITH NO OPERATOR FILE YET (CUTOVER) THE SIGN-ON IS ACCEPTED
      * AS SUPERVISOR UNTIL OPERATORS ARE SET UP THROUGH PROG1.
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

       END PROGRAM CSTMERGE.
