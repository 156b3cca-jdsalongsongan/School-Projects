      ******************************************************************
      * Author: Eron Salongsongan
      * Date: September 01, 2026
      * Purpose: Nightly Job Stream Driver - runs the night steps in
      *          their fixed order (EODCHECK, STANDGEN, BACKORDREL,
      *          REORDERRPT, PERIODSUM, DAILYSALES, INVOICEEXP, GLJRNL,
      *          AGEDAR)
      *          for a keyed business date, feeding each step the
      *          answers it would otherwise prompt for. Every step's
      *          start, end and completion status is recorded in the
      *          run-control file runctl.dat. The stream stops at the
      *          first step that fails - a non-zero return code, or
      *          EODCHECK leaving exceptions in eodexcept.dat - and a
      *          rerun for the same business date resumes at that
      *          step, so backorders are not released twice and
      *          invoices are not exported twice. A one-page run log
      *          for the morning shift is written to runlog.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. NIGHTRUN.
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

           SELECT RUN-CTL ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RUN-CTL-FS.

           SELECT JOB-PARM ASSIGN TO 'jobparm.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-JOB-PARM-FS.

           SELECT EOD-EXCEPT ASSIGN TO 'eodexcept.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-EOD-EXCEPT-FS.

           SELECT RUN-LOG ASSIGN TO 'runlog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RUN-LOG-FS.

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
           FD RUN-CTL.
           01 RUN-CTL-FILE.
               05 RCT-BUS-DATE PIC 9(8).
               05 RCT-STEP-NO PIC 9(2).
               05 RCT-STEP-NAME PIC X(10).
               05 RCT-START PIC X(14).
               05 RCT-END PIC X(14).
               05 RCT-STATUS PIC X(1).
                   88 RCT-STARTED VALUE 'S'.
                   88 RCT-COMPLETE VALUE 'C'.
                   88 RCT-FAILED VALUE 'F'.
               05 RCT-RETURN-CODE PIC 9(4).
               05 RCT-OPERATOR PIC 9(5).
           FD JOB-PARM.
           01 JOB-PARM-FILE PIC X(20).
           FD EOD-EXCEPT.
           01 EOD-EXCEPT-FILE.
               05 EOD-CHECK-TYPE PIC X(10).
               05 EOD-KEY PIC 9(5).
               05 EOD-EXPECTED PIC S9(7)V9(2).
               05 EOD-ACTUAL PIC S9(7)V9(2).
           FD RUN-LOG.
           01 RUN-LOG-FILE PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-FS PIC X(2).
           01 WS-OPERATOR-ID PIC 9(5) VALUE ZERO.
           01 WS-OPERATOR-LEVEL PIC 9(1) VALUE ZERO.
           01 WS-SIGNON-OK PIC A(1).
           01 WS-RUN-CTL-FS PIC X(2).
           01 WS-JOB-PARM-FS PIC X(2).
           01 WS-EOD-EXCEPT-FS PIC X(2).
           01 WS-RUN-LOG-FS PIC X(2).
           01 WS-EOF PIC A(1).
           01 WS-BUS-DATE PIC 9(8).
      **
      * THE NIGHT STREAM, IN RUN ORDER. WS-STP-PARM SAYS WHAT THE
      * STEP PROMPTS FOR: N NOTHING, O OPERATOR ID, S BUSINESS DATE
      * THEN INCLUDE-ARCHIVE, G OPERATOR ID THEN BUSINESS DATE, A
      * AS-OF DATE. WS-STP-EXC-FILE = 'Y' MEANS ANY RECORD LEFT IN
      * EODEXCEPT.DAT FAILS THE STEP. WS-STP-STATE IS THE LATEST
      * RUN-CONTROL STATUS FOR THE BUSINESS DATE: SPACE NEVER RUN,
      * S STARTED BUT NEVER ENDED, C COMPLETE, F FAILED.
      **
           01 WS-STP-CNT PIC 9(2) VALUE 9.
           01 WS-STP-TBL.
               05 WS-STP-ENTRY OCCURS 9 TIMES.
                   10 WS-STP-NAME PIC X(10).
                   10 WS-STP-CMD PIC X(20).
                   10 WS-STP-PARM PIC X(1).
                   10 WS-STP-EXC-FILE PIC X(1).
                   10 WS-STP-STATE PIC X(1).
                   10 WS-STP-START PIC X(14).
                   10 WS-STP-END PIC X(14).
                   10 WS-STP-RC PIC 9(4).
                   10 WS-STP-THIS-RUN PIC A(1).
           01 WS-S PIC 9(2).
           01 WS-RESUME-STEP PIC 9(2).
           01 WS-STOPPED-STEP PIC 9(2).
           01 WS-STREAM-OK PIC A(1).
           01 WS-CMD-LINE PIC X(80).
           01 WS-STEP-RC PIC S9(9).
           01 WS-EXC-FND PIC A(1).
           01 WS-STAMP PIC X(14).
           01 WS-PRINT-LINE PIC X(80).
           01 WS-DSP-STEP PIC Z9.
           01 WS-DSP-START PIC X(14).
           01 WS-DSP-END PIC X(14).
           01 WS-DSP-STATUS PIC X(22).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The main procedure of the program
      **
           DISPLAY 'NIGHTLY JOB STREAM'.
           PERFORM SIGNON-PROCEDURE
           DISPLAY 'ENTER BUSINESS DATE (MMDDYYYY):'.
           ACCEPT WS-BUS-DATE.
           PERFORM INIT-STEPS-PROCEDURE
           PERFORM LOAD-RUN-CTL-PROCEDURE
           MOVE ZERO TO WS-RESUME-STEP
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-STP-CNT
               IF WS-RESUME-STEP = ZERO
                   AND WS-STP-STATE(WS-S) NOT = 'C'
                   MOVE WS-S TO WS-RESUME-STEP
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-STREAM-OK
           MOVE ZERO TO WS-STOPPED-STEP
           IF WS-RESUME-STEP = ZERO
               DISPLAY 'STREAM FOR 'WS-BUS-DATE' ALREADY COMPLETE - '
                   'NOTHING RUN'
           ELSE
               IF WS-RESUME-STEP > 1
                   DISPLAY 'RESUMING 'WS-BUS-DATE' AT STEP '
                       WS-RESUME-STEP' 'WS-STP-NAME(WS-RESUME-STEP)
               END-IF
               PERFORM VARYING WS-S FROM WS-RESUME-STEP BY 1
                   UNTIL WS-S > WS-STP-CNT OR WS-STREAM-OK = 'N'
                   PERFORM RUN-STEP-PROCEDURE
               END-PERFORM
           END-IF
           PERFORM PRINT-RUN-LOG-PROCEDURE
           IF WS-STREAM-OK = 'N'
               DISPLAY 'STREAM STOPPED AT STEP 'WS-STOPPED-STEP' '
                   WS-STP-NAME(WS-STOPPED-STEP)
                   ' - RERUN FOR THE SAME DATE TO RESUME'
           END-IF
           DISPLAY 'RUN LOG WRITTEN TO runlog.txt'.
           STOP RUN.

       INIT-STEPS-PROCEDURE.
           MOVE 'EODCHECK' TO WS-STP-NAME(1)
           MOVE './EndOfDayCheck' TO WS-STP-CMD(1)
           MOVE 'N' TO WS-STP-PARM(1)
           MOVE 'Y' TO WS-STP-EXC-FILE(1)
           MOVE 'STANDGEN' TO WS-STP-NAME(2)
           MOVE './StandingOrderRun' TO WS-STP-CMD(2)
           MOVE 'G' TO WS-STP-PARM(2)
           MOVE 'N' TO WS-STP-EXC-FILE(2)
           MOVE 'BACKORDREL' TO WS-STP-NAME(3)
           MOVE './BackorderRelease' TO WS-STP-CMD(3)
           MOVE 'O' TO WS-STP-PARM(3)
           MOVE 'N' TO WS-STP-EXC-FILE(3)
           MOVE 'REORDERRPT' TO WS-STP-NAME(4)
           MOVE './ReorderReport' TO WS-STP-CMD(4)
           MOVE 'N' TO WS-STP-PARM(4)
           MOVE 'N' TO WS-STP-EXC-FILE(4)
           MOVE 'PERIODSUM' TO WS-STP-NAME(5)
           MOVE './PeriodRollup' TO WS-STP-CMD(5)
           MOVE 'N' TO WS-STP-PARM(5)
           MOVE 'N' TO WS-STP-EXC-FILE(5)
           MOVE 'DAILYSALES' TO WS-STP-NAME(6)
           MOVE './DailySales' TO WS-STP-CMD(6)
           MOVE 'S' TO WS-STP-PARM(6)
           MOVE 'N' TO WS-STP-EXC-FILE(6)
           MOVE 'INVOICEEXP' TO WS-STP-NAME(7)
           MOVE './InvoiceExport' TO WS-STP-CMD(7)
           MOVE 'N' TO WS-STP-PARM(7)
           MOVE 'N' TO WS-STP-EXC-FILE(7)
           MOVE 'GLJRNL' TO WS-STP-NAME(8)
           MOVE './GlJournal' TO WS-STP-CMD(8)
           MOVE 'G' TO WS-STP-PARM(8)
           MOVE 'N' TO WS-STP-EXC-FILE(8)
           MOVE 'AGEDAR' TO WS-STP-NAME(9)
           MOVE './AgedReceivables' TO WS-STP-CMD(9)
           MOVE 'A' TO WS-STP-PARM(9)
           MOVE 'N' TO WS-STP-EXC-FILE(9)
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-STP-CNT
               MOVE SPACE TO WS-STP-STATE(WS-S)
               MOVE SPACES TO WS-STP-START(WS-S)
               MOVE SPACES TO WS-STP-END(WS-S)
               MOVE ZERO TO WS-STP-RC(WS-S)
               MOVE 'N' TO WS-STP-THIS-RUN(WS-S)
           END-PERFORM.

       LOAD-RUN-CTL-PROCEDURE.
      **
      * REPLAYS THE RUN-CONTROL FILE FOR THE BUSINESS DATE. EACH STEP
      * WRITES A START ROW AND AN END ROW, SO THE LAST ROW FOR A STEP
      * IS ITS CURRENT STATE - A START ROW WITH NO END ROW MEANS THE
      * STEP WAS CUT OFF AND HAS TO RUN AGAIN. ROWS ARE MATCHED TO
      * STEPS BY NAME, SO A STEP ADDED TO THE STREAM DOES NOT MISREAD
      * ROWS WRITTEN BEFORE IT WAS THERE.
      **
           MOVE 'N' TO WS-EOF
           OPEN INPUT RUN-CTL
           IF WS-RUN-CTL-FS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RUN-CTL
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RCT-BUS-DATE = WS-BUS-DATE
                           PERFORM VARYING WS-S FROM 1 BY 1
                                   UNTIL WS-S > WS-STP-CNT
                               IF WS-STP-NAME(WS-S) = RCT-STEP-NAME
                                   MOVE RCT-STATUS TO
                                       WS-STP-STATE(WS-S)
                                   MOVE RCT-START TO
                                       WS-STP-START(WS-S)
                                   MOVE RCT-END TO WS-STP-END(WS-S)
                                   MOVE RCT-RETURN-CODE TO
                                       WS-STP-RC(WS-S)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUN-CTL-FS = '00' OR WS-RUN-CTL-FS = '10'
               CLOSE RUN-CTL
           END-IF.

       RUN-STEP-PROCEDURE.
      **
      * RUNS STEP WS-S: LOGS THE START, FEEDS THE STEP ITS ANSWERS
      * THROUGH JOBPARM.TMP, RUNS IT, JUDGES THE OUTCOME AND LOGS THE
      * END. A FAILED STEP STOPS THE STREAM.
      **
           DISPLAY 'STEP 'WS-S' 'WS-STP-NAME(WS-S)' STARTING'
           MOVE 'Y' TO WS-STP-THIS-RUN(WS-S)
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           MOVE WS-STAMP TO WS-STP-START(WS-S)
           MOVE SPACES TO WS-STP-END(WS-S)
           MOVE 'S' TO WS-STP-STATE(WS-S)
           MOVE ZERO TO WS-STP-RC(WS-S)
           PERFORM WRITE-RUN-CTL-PROCEDURE
           PERFORM WRITE-JOB-PARM-PROCEDURE
           MOVE SPACES TO WS-CMD-LINE
           STRING WS-STP-CMD(WS-S) DELIMITED BY SPACE
               ' < jobparm.tmp' DELIMITED BY SIZE
               INTO WS-CMD-LINE
           CALL 'SYSTEM' USING WS-CMD-LINE
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE ZERO TO RETURN-CODE
      **
      * THE SHELL HANDS BACK THE WAIT STATUS - THE PROGRAM'S OWN
      * RETURN CODE TIMES 256 - SO IT IS SCALED BACK FOR THE LOG.
      **
           IF WS-STEP-RC < 0
               MULTIPLY -1 BY WS-STEP-RC
           END-IF
           IF WS-STEP-RC > 255
               DIVIDE 256 INTO WS-STEP-RC
           END-IF
           MOVE WS-STEP-RC TO WS-STP-RC(WS-S)
           MOVE 'C' TO WS-STP-STATE(WS-S)
           IF WS-STEP-RC NOT = ZERO
               DISPLAY 'STEP 'WS-STP-NAME(WS-S)' ENDED WITH RETURN '
                   'CODE 'WS-STP-RC(WS-S)
               MOVE 'F' TO WS-STP-STATE(WS-S)
           END-IF
           IF WS-STP-EXC-FILE(WS-S) = 'Y'
               PERFORM CHECK-EXCEPTIONS-PROCEDURE
               IF WS-EXC-FND = 'Y'
                   DISPLAY 'STEP 'WS-STP-NAME(WS-S)' LEFT EXCEPTIONS '
                       'IN eodexcept.dat'
                   MOVE 'F' TO WS-STP-STATE(WS-S)
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           MOVE WS-STAMP TO WS-STP-END(WS-S)
           PERFORM WRITE-RUN-CTL-PROCEDURE
           IF WS-STP-STATE(WS-S) = 'F'
               MOVE 'N' TO WS-STREAM-OK
               MOVE WS-S TO WS-STOPPED-STEP
           ELSE
               DISPLAY 'STEP 'WS-S' 'WS-STP-NAME(WS-S)' COMPLETE'
           END-IF.

       WRITE-JOB-PARM-PROCEDURE.
      **
      * THE STEPS ARE THE SAME PROGRAMS THE SHIFT RUNS BY HAND, SO
      * THEIR PROMPTS ARE ANSWERED FROM A SMALL FILE REDIRECTED TO
      * THEIR INPUT - ONE ANSWER PER LINE, IN PROMPT ORDER.
      **
           OPEN OUTPUT JOB-PARM
           EVALUATE WS-STP-PARM(WS-S)
               WHEN 'O'
                   MOVE WS-OPERATOR-ID TO JOB-PARM-FILE
                   WRITE JOB-PARM-FILE
               WHEN 'S'
                   MOVE WS-BUS-DATE TO JOB-PARM-FILE
                   WRITE JOB-PARM-FILE
                   MOVE 'Y' TO JOB-PARM-FILE
                   WRITE JOB-PARM-FILE
               WHEN 'G'
                   MOVE WS-OPERATOR-ID TO JOB-PARM-FILE
                   WRITE JOB-PARM-FILE
                   MOVE WS-BUS-DATE TO JOB-PARM-FILE
                   WRITE JOB-PARM-FILE
                   MOVE 'N' TO JOB-PARM-FILE
                   WRITE JOB-PARM-FILE
               WHEN 'A'
                   MOVE WS-BUS-DATE TO JOB-PARM-FILE
                   WRITE JOB-PARM-FILE
               WHEN OTHER
                   MOVE SPACES TO JOB-PARM-FILE
                   WRITE JOB-PARM-FILE
           END-EVALUATE
           CLOSE JOB-PARM.

       CHECK-EXCEPTIONS-PROCEDURE.
      **
      * EODCHECK REWRITES EODEXCEPT.DAT EVERY RUN, SO ANY RECORD IN
      * IT NOW IS A DISCREPANCY FOUND TONIGHT.
      **
           MOVE 'N' TO WS-EXC-FND
           OPEN INPUT EOD-EXCEPT
           IF WS-EOD-EXCEPT-FS = '00'
               READ EOD-EXCEPT
                   AT END MOVE 'N' TO WS-EXC-FND
                   NOT AT END MOVE 'Y' TO WS-EXC-FND
               END-READ
               CLOSE EOD-EXCEPT
           END-IF.

       WRITE-RUN-CTL-PROCEDURE.
           OPEN EXTEND RUN-CTL
           IF WS-RUN-CTL-FS = '35'
               OPEN OUTPUT RUN-CTL
           END-IF
           MOVE WS-BUS-DATE TO RCT-BUS-DATE
           MOVE WS-S TO RCT-STEP-NO
           MOVE WS-STP-NAME(WS-S) TO RCT-STEP-NAME
           MOVE WS-STP-START(WS-S) TO RCT-START
           MOVE WS-STP-END(WS-S) TO RCT-END
           MOVE WS-STP-STATE(WS-S) TO RCT-STATUS
           MOVE WS-STP-RC(WS-S) TO RCT-RETURN-CODE
           MOVE WS-OPERATOR-ID TO RCT-OPERATOR
           WRITE RUN-CTL-FILE
           CLOSE RUN-CTL.

       PRINT-RUN-LOG-PROCEDURE.
      **
      * ONE PAGE FOR THE MORNING SHIFT: EVERY STEP, WHEN IT RAN AND
      * HOW IT ENDED, AND WHETHER THE STREAM FINISHED.
      **
           OPEN OUTPUT RUN-LOG
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'NIGHTLY JOB STREAM RUN LOG - BUSINESS DATE '
               WS-BUS-DATE(1:2) '/' WS-BUS-DATE(3:2) '/'
               WS-BUS-DATE(5:4)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE RUN-LOG-FILE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           STRING 'PRINTED ' WS-STAMP(5:2) '/' WS-STAMP(7:2) '/'
               WS-STAMP(1:4) ' ' WS-STAMP(9:2) ':' WS-STAMP(11:2)
               '   OPERATOR ' WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE RUN-LOG-FILE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE RUN-LOG-FILE FROM WS-PRINT-LINE
           MOVE 'NO STEP        STARTED         ENDED           RC   '
               TO WS-PRINT-LINE
           MOVE 'STATUS' TO WS-PRINT-LINE(54:6)
           WRITE RUN-LOG-FILE FROM WS-PRINT-LINE
           MOVE ALL '-' TO WS-PRINT-LINE
           WRITE RUN-LOG-FILE FROM WS-PRINT-LINE
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-STP-CNT
               PERFORM PRINT-STEP-LINE-PROCEDURE
           END-PERFORM
           MOVE ALL '-' TO WS-PRINT-LINE
           WRITE RUN-LOG-FILE FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-STREAM-OK = 'N'
               MOVE WS-STOPPED-STEP TO WS-DSP-STEP
               STRING 'STREAM STOPPED AT STEP ' WS-DSP-STEP ' '
                   WS-STP-NAME(WS-STOPPED-STEP)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE RUN-LOG-FILE FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'CORRECT THE CAUSE, THEN RERUN NIGHTRUN FOR '
                   'THE SAME BUSINESS DATE'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE RUN-LOG-FILE FROM WS-PRINT-LINE
               MOVE 'TO RESUME AT THE FAILED STEP.' TO WS-PRINT-LINE
               WRITE RUN-LOG-FILE FROM WS-PRINT-LINE
           ELSE
               MOVE 'STREAM COMPLETE - ALL STEPS ENDED NORMALLY'
                   TO WS-PRINT-LINE
               WRITE RUN-LOG-FILE FROM WS-PRINT-LINE
           END-IF
           CLOSE RUN-LOG.

       PRINT-STEP-LINE-PROCEDURE.
           MOVE SPACES TO WS-DSP-START
           MOVE SPACES TO WS-DSP-END
           IF WS-STP-START(WS-S) NOT = SPACES
               STRING WS-STP-START(WS-S)(5:2) '/'
                   WS-STP-START(WS-S)(7:2) ' '
                   WS-STP-START(WS-S)(9:2) ':'
                   WS-STP-START(WS-S)(11:2) ':'
                   WS-STP-START(WS-S)(13:2)
                   DELIMITED BY SIZE INTO WS-DSP-START
           END-IF
           IF WS-STP-END(WS-S) NOT = SPACES
               STRING WS-STP-END(WS-S)(5:2) '/'
                   WS-STP-END(WS-S)(7:2) ' '
                   WS-STP-END(WS-S)(9:2) ':'
                   WS-STP-END(WS-S)(11:2) ':'
                   WS-STP-END(WS-S)(13:2)
                   DELIMITED BY SIZE INTO WS-DSP-END
           END-IF
           EVALUATE WS-STP-STATE(WS-S)
               WHEN 'C'
                   IF WS-STP-THIS-RUN(WS-S) = 'Y'
                       MOVE 'COMPLETE' TO WS-DSP-STATUS
                   ELSE
                       MOVE 'COMPLETE (EARLIER RUN)' TO WS-DSP-STATUS
                   END-IF
               WHEN 'F'
                   MOVE 'FAILED' TO WS-DSP-STATUS
               WHEN 'S'
                   MOVE 'STARTED - NO END' TO WS-DSP-STATUS
               WHEN OTHER
                   MOVE 'NOT RUN' TO WS-DSP-STATUS
           END-EVALUATE
           MOVE WS-S TO WS-DSP-STEP
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-DSP-STEP ' ' WS-STP-NAME(WS-S) ' '
               WS-DSP-START ' ' WS-DSP-END ' ' WS-STP-RC(WS-S) ' '
               WS-DSP-STATUS
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE RUN-LOG-FILE FROM WS-PRINT-LINE.

       SIGNON-PROCEDURE.
      **
      * OPERATOR SIGN-ON: THE RUN-CONTROL FILE RECORDS WHO RAN THE
      * STREAM, AND THE SAME OPERATOR IS SIGNED ON TO EVERY STEP
      * THAT ASKS. WITH NO OPERATOR FILE YET (CUTOVER) THE SIGN-ON IS
      * ACCEPTED AS SUPERVISOR UNTIL OPERATORS ARE SET UP THROUGH
      * PROG1.
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

       END PROGRAM NIGHTRUN.
