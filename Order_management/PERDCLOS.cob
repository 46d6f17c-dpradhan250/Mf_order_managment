       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDCLOS.

      * Month-end accounting period close, run in the ORDMEND suite
      * once the statements, TAXRPT, and REPCOMM have completed.
      * Closes this month on Accounting.Period.KSDS so ORDERUPD,
      * ONACCT, and CREDMEMO refuse anything further dated into it
      * and PAYPOST and INVGEN roll into the next month instead.
      * The month is only closed once the finance charges
      * (FINCHRG), the customer statements (CUSTSTMT), the tax
      * remittance (TAXRPT), and the rep commission statements
      * (REPCOMM) have all completed for it - each stamps
      * Run.Control.KSDS with the day it finished, and a month whose
      * reports have not all run is left open with
      * return code 8 for operations to look into, rather than
      * locking figures nobody has reported yet. PRDMAINT closes or
      * re-opens a period by hand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountingPeriodFile
               ASSIGN TO "Accounting.Period.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-Period
               FILE STATUS IS WS-Period-File-Status.

           SELECT RunControlFile ASSIGN TO "Run.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-Job-Code
               FILE STATUS IS WS-Run-Control-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AccountingPeriodFile.
       01  Accounting-Period-Record.
           05  AP-Period           PIC X(06).
           05  AP-Status           PIC X(01).
               88  AP-Period-Open       VALUE "O".
               88  AP-Period-Closed     VALUE "C".
           05  AP-Closed-Date      PIC X(08).
           05  AP-Closed-By        PIC X(08).
           05  AP-Reopen-Reason    PIC X(30).
           05  AP-Reopen-Date      PIC X(08).
           05  AP-Reopen-By        PIC X(08).

       FD  RunControlFile.
       01  Run-Control-Record.
           05  RC-Job-Code         PIC X(08).
           05  RC-Last-Run-Date    PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-Period-File-Status  PIC X(02).
       01  WS-Run-Control-Status  PIC X(02).
       01  WS-TODAY               PIC X(08).

      * The period being closed - the year and month the month-end
      * reports in this suite have just covered.
       01  WS-PERIOD              PIC X(06).

      * The job whose completion is being checked, and whether every
      * required job has completed for the period.
       01  WS-CHECK-JOB           PIC X(08).
       01  WS-READY-SWITCH        PIC X(01) VALUE "Y".
           88  WS-PERIOD-READY      VALUE "Y".
           88  WS-PERIOD-NOT-READY  VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ACCOUNTING PERIOD CLOSE STARTING".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-PERIOD.

           OPEN INPUT RunControlFile.
           MOVE "FINCHRG " TO WS-CHECK-JOB.
           PERFORM CHECK-JOB-COMPLETE.
           MOVE "CUSTSTMT" TO WS-CHECK-JOB.
           PERFORM CHECK-JOB-COMPLETE.
           MOVE "TAXRPT  " TO WS-CHECK-JOB.
           PERFORM CHECK-JOB-COMPLETE.
           MOVE "REPCOMM " TO WS-CHECK-JOB.
           PERFORM CHECK-JOB-COMPLETE.
           CLOSE RunControlFile.

           IF WS-PERIOD-NOT-READY
               DISPLAY "*** PERIOD " WS-PERIOD
                   " LEFT OPEN - MONTH-END REPORTS INCOMPLETE ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O AccountingPeriodFile
               PERFORM CLOSE-THE-PERIOD
               CLOSE AccountingPeriodFile
           END-IF.

           DISPLAY "ACCOUNTING PERIOD CLOSE COMPLETE".
           STOP RUN.

       CHECK-JOB-COMPLETE.
      * The job must have completed during the period being closed.
           MOVE WS-CHECK-JOB TO RC-Job-Code.
           READ RunControlFile KEY IS RC-Job-Code
               INVALID KEY
                   MOVE SPACES TO RC-Last-Run-Date
           END-READ.
           IF RC-Last-Run-Date(1:6) NOT = WS-PERIOD
               DISPLAY "*** " WS-CHECK-JOB " HAS NOT COMPLETED FOR "
                   "PERIOD " WS-PERIOD " ***"
               SET WS-PERIOD-NOT-READY TO TRUE
           END-IF.

       CLOSE-THE-PERIOD.
      * Write the period closed, or close a record already on file.
      * A month already closed - by hand through PRDMAINT, or by an
      * earlier run of this step - is left as it is.
           MOVE WS-PERIOD TO AP-Period.
           READ AccountingPeriodFile KEY IS AP-Period
               INVALID KEY
                   MOVE WS-PERIOD TO AP-Period
                   SET AP-Period-Closed TO TRUE
                   MOVE WS-TODAY TO AP-Closed-Date
                   MOVE "PERDCLOS" TO AP-Closed-By
                   MOVE SPACES TO AP-Reopen-Reason
                   MOVE SPACES TO AP-Reopen-Date
                   MOVE SPACES TO AP-Reopen-By
                   WRITE Accounting-Period-Record
                       INVALID KEY
                           DISPLAY "*** PERIOD " WS-PERIOD
                               " CLOSE FAILED ***"
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "PERIOD " WS-PERIOD " CLOSED"
                   END-WRITE
               NOT INVALID KEY
                   PERFORM REWRITE-CLOSED-PERIOD
           END-READ.

       REWRITE-CLOSED-PERIOD.
           IF AP-Period-Closed
               DISPLAY "PERIOD " WS-PERIOD " WAS ALREADY CLOSED"
           ELSE
               SET AP-Period-Closed TO TRUE
               MOVE WS-TODAY TO AP-Closed-Date
               MOVE "PERDCLOS" TO AP-Closed-By
               REWRITE Accounting-Period-Record
                   INVALID KEY
                       DISPLAY "*** PERIOD " WS-PERIOD
                           " CLOSE FAILED ***"
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY "PERIOD " WS-PERIOD " CLOSED"
               END-REWRITE
           END-IF.
