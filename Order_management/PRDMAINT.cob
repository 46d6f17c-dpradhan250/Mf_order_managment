       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDMAINT.

      * This program closes and re-opens accounting periods on the
      * Accounting-Period-KSDS. Once a month is closed, ORDERUPD,
      * ONACCT, and CREDMEMO refuse any payment or credit dated into
      * it, and PAYPOST and INVGEN roll their postings forward to the
      * next open month, so a figure finance has already reported
      * cannot move underneath them. PERDCLOS closes the month in the
      * month-end suite; this screen is how finance closes one by
      * hand or, with a reason, re-opens one for a correction. The
      * whole program is gated on the close-periods permission, and
      * every close and re-open is written to the audit trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountingPeriodFile
               ASSIGN TO "Accounting.Period.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-Period
               FILE STATUS IS WS-Period-File-Status.

           SELECT OperatorAuthFile ASSIGN TO "Operator.Auth.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Operator-Userid
               FILE STATUS IS WS-Operator-Auth-Status.

           SELECT AuditTrailFile ASSIGN TO "Audit.Trail.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Audit-Seq-No
               FILE STATUS IS WS-Audit-File-Status.

           SELECT AuditControlFile ASSIGN TO "Audit.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-Control-Key
               FILE STATUS IS WS-Audit-Control-Status.

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

       FD  OperatorAuthFile.
       01  Operator-Auth-Record.
           05  Operator-Userid     PIC X(08).
           05  Operator-Auth-Level PIC X(01).
               88  Operator-Is-Supervisor  VALUE "S".
               88  Operator-Is-Clerk       VALUE "C".
           05  Operator-Password   PIC X(08).
           05  Operator-Pwd-Expiry PIC X(08).
           05  Operator-Fail-Count PIC 9(01).
           05  Operator-Lock-Flag  PIC X(01).
               88  Operator-Locked      VALUE "Y".
               88  Operator-Not-Locked  VALUE "N".
           05  Operator-Signon-Flag PIC X(01).
               88  Operator-Signed-On   VALUE "Y".
               88  Operator-Signed-Off  VALUE "N".
           05  Operator-Permissions.
               10  Operator-Perm-Cancel  PIC X(01).
                   88  Operator-May-Cancel       VALUE "Y".
               10  Operator-Perm-Credit  PIC X(01).
                   88  Operator-May-Credit       VALUE "Y".
               10  Operator-Perm-Price   PIC X(01).
                   88  Operator-May-Price        VALUE "Y".
               10  Operator-Perm-Ref     PIC X(01).
                   88  Operator-May-Maint-Ref    VALUE "Y".
               10  Operator-Perm-Oper    PIC X(01).
                   88  Operator-May-Maint-Oper   VALUE "Y".
               10  Operator-Perm-Master  PIC X(01).
                   88  Operator-May-Maint-Master VALUE "Y".
               10  Operator-Perm-Count   PIC X(01).
                   88  Operator-May-Post-Count   VALUE "Y".
               10  Operator-Perm-Period  PIC X(01).
                   88  Operator-May-Close-Period VALUE "Y".
               10  Operator-Perm-Adjust  PIC X(01).
                   88  Operator-May-Adjust-Stock VALUE "Y".

       FD  AuditTrailFile.
       01  Audit-Trail-Record.
           05  Audit-Seq-No        PIC 9(09).
           05  Audit-Userid        PIC X(08).
           05  Audit-Date          PIC X(11).
           05  Audit-Time          PIC X(08).
           05  Audit-Action        PIC X(10).
           05  Audit-Program       PIC X(08).
           05  Audit-Key           PIC X(07).

       FD  AuditControlFile.
       01  Audit-Control-Record.
           05  AC-Control-Key      PIC X(01).
           05  AC-Last-Audit-Seq   PIC 9(09).

       WORKING-STORAGE SECTION.
       01  WS-Period-File-Status  PIC X(02).
       01  WS-Operator-Auth-Status PIC X(02).
       01  WS-Audit-File-Status   PIC X(02).
       01  WS-Audit-Control-Status PIC X(02).
       01  WS-MESSAGE             PIC X(50).
       01  WS-LOG-DATE            PIC X(11).
       01  WS-LOG-TIME            PIC X(08).
       01  WS-AUDIT-ACTION        PIC X(10).
       01  WS-TODAY               PIC X(08).

      * Period (YYYYMM) and re-open reason keyed by the supervisor.
      * The record key doubles as the keyed field, the way CALMAINT
      * keys its date.
       01  WS-KEYED-PERIOD        PIC X(06).
       01  WS-KEYED-PERIOD-PARTS REDEFINES WS-KEYED-PERIOD.
           05  WS-KEYED-YEAR      PIC 9(04).
           05  WS-KEYED-MONTH     PIC 9(02).
       01  WS-KEYED-REASON        PIC X(30).

       01  WS-AUTH-SWITCH         PIC X(01) VALUE "N".
           88  WS-PERIOD-AUTHORIZED     VALUE "Y".
           88  WS-PERIOD-NOT-AUTHORIZED VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
      * Receive user input; the whole program is supervisor-only, so
      * the gate comes before any function is dispatched.
           EXEC CICS RECEIVE MAP('PRDMAINT') MAPSET('PRDSET') END-EXEC.

           IF EIBAID = DFHPF3
               MOVE "EXITING TO MENU..." TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               EXEC CICS RETURN END-EXEC.

           PERFORM CHECK-PERIOD-AUTHORIZED.
           IF WS-PERIOD-NOT-AUTHORIZED
               MOVE "NOT AUTHORIZED TO CLOSE PERIODS" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               EXEC CICS RETURN END-EXEC.

           IF WS-KEYED-PERIOD IS NOT NUMERIC
               OR WS-KEYED-MONTH < 1 OR WS-KEYED-MONTH > 12
               MOVE "VALID PERIOD (YYYYMM) REQUIRED" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               EXEC CICS RETURN END-EXEC.

           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
      * Display a period's status
                   PERFORM DISPLAY-PERIOD
               WHEN EIBAID = DFHPF4
      * Close a period
                   PERFORM CLOSE-PERIOD
               WHEN EIBAID = DFHPF5
      * Re-open a closed period
                   PERFORM REOPEN-PERIOD
               WHEN OTHER
      * Handle invalid PF keys
                   MOVE "INVALID PF KEY" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

       DISPLAY-PERIOD.
      * Read and display the keyed period. A month with no record on
      * file has never been closed, so it is open.
           MOVE WS-KEYED-PERIOD TO AP-Period.
           READ AccountingPeriodFile KEY IS AP-Period
               INVALID KEY
                   MOVE "PERIOD IS OPEN" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   IF AP-Period-Closed
                       MOVE "PERIOD IS CLOSED" TO WS-MESSAGE
                   ELSE
                       MOVE "PERIOD IS OPEN (RE-OPENED)" TO WS-MESSAGE
                   END-IF
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       CLOSE-PERIOD.
      * Close the keyed period. A month still in the future cannot be
      * closed - nothing has been reported for it yet.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           IF WS-KEYED-PERIOD > WS-TODAY(1:6)
               MOVE "CANNOT CLOSE A FUTURE PERIOD" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           ELSE
               MOVE WS-KEYED-PERIOD TO AP-Period
               READ AccountingPeriodFile KEY IS AP-Period
                   INVALID KEY
                       PERFORM ADD-CLOSED-PERIOD
                   NOT INVALID KEY
                       PERFORM REWRITE-CLOSED-PERIOD
               END-READ
           END-IF.

       ADD-CLOSED-PERIOD.
      * First close of a month - the record is created closed.
           MOVE WS-KEYED-PERIOD TO AP-Period.
           SET AP-Period-Closed TO TRUE.
           MOVE WS-TODAY TO AP-Closed-Date.
           MOVE EIBUSERID TO AP-Closed-By.
           MOVE SPACES TO AP-Reopen-Reason.
           MOVE SPACES TO AP-Reopen-Date.
           MOVE SPACES TO AP-Reopen-By.
           WRITE Accounting-Period-Record
               INVALID KEY
                   MOVE "PERIOD CLOSE FAILED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   MOVE "CLOSE" TO WS-AUDIT-ACTION
                   PERFORM LOG-AUDIT-ENTRY
                   MOVE "PERIOD CLOSED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       REWRITE-CLOSED-PERIOD.
      * Close a month that is on file - either one re-opened for a
      * correction, or one already closed, which is refused. The last
      * re-open reason stays on the record as its history.
           IF AP-Period-Closed
               MOVE "PERIOD ALREADY CLOSED" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           ELSE
               SET AP-Period-Closed TO TRUE
               MOVE WS-TODAY TO AP-Closed-Date
               MOVE EIBUSERID TO AP-Closed-By
               REWRITE Accounting-Period-Record
                   INVALID KEY
                       MOVE "PERIOD CLOSE FAILED" TO WS-MESSAGE
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   NOT INVALID KEY
                       MOVE "CLOSE" TO WS-AUDIT-ACTION
                       PERFORM LOG-AUDIT-ENTRY
                       MOVE "PERIOD CLOSED" TO WS-MESSAGE
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               END-REWRITE
           END-IF.

       REOPEN-PERIOD.
      * Re-open a closed period. Re-opening moves figures finance has
      * already reported, so a reason is required and is kept on the
      * period record alongside who re-opened it and when.
           IF WS-KEYED-REASON = SPACES
               MOVE "REASON REQUIRED TO RE-OPEN A PERIOD" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           ELSE
               MOVE WS-KEYED-PERIOD TO AP-Period
               READ AccountingPeriodFile KEY IS AP-Period
                   INVALID KEY
                       MOVE "PERIOD IS NOT CLOSED" TO WS-MESSAGE
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   NOT INVALID KEY
                       PERFORM REWRITE-REOPENED-PERIOD
               END-READ
           END-IF.

       REWRITE-REOPENED-PERIOD.
      * Only a closed month can be re-opened.
           IF NOT AP-Period-Closed
               MOVE "PERIOD IS NOT CLOSED" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-TODAY
               SET AP-Period-Open TO TRUE
               MOVE WS-KEYED-REASON TO AP-Reopen-Reason
               MOVE WS-TODAY TO AP-Reopen-Date
               MOVE EIBUSERID TO AP-Reopen-By
               REWRITE Accounting-Period-Record
                   INVALID KEY
                       MOVE "PERIOD RE-OPEN FAILED" TO WS-MESSAGE
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   NOT INVALID KEY
                       MOVE "REOPEN" TO WS-AUDIT-ACTION
                       PERFORM LOG-AUDIT-ENTRY
                       MOVE "PERIOD RE-OPENED" TO WS-MESSAGE
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               END-REWRITE
           END-IF.

       CHECK-PERIOD-AUTHORIZED.
      * Only an operator granted the close-periods permission may
      * close or re-open an accounting period.
           SET WS-PERIOD-NOT-AUTHORIZED TO TRUE.
           MOVE EIBUSERID TO Operator-Userid.
           READ OperatorAuthFile KEY IS Operator-Userid
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Operator-May-Close-Period
                       SET WS-PERIOD-AUTHORIZED TO TRUE
                   END-IF.

       LOG-AUDIT-ENTRY.
      * Record the signed-on supervisor, timestamp, action, and
      * affected period, minting the next audit sequence number from
      * Audit-Control-KSDS the same way ORDERUPD mints the next
      * Order-Code from Order-Control-KSDS.
           MOVE "A" TO AC-Control-Key.
           READ AuditControlFile KEY IS AC-Control-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO AC-Last-Audit-Seq
                   REWRITE Audit-Control-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
      * Write the audit entry itself once a sequence number has been
      * minted for it. The six-character period fits Audit-Key whole.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-DATE.
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE AC-Last-Audit-Seq TO Audit-Seq-No.
           MOVE EIBUSERID TO Audit-Userid.
           MOVE WS-LOG-DATE TO Audit-Date.
           MOVE WS-LOG-TIME TO Audit-Time.
           MOVE WS-AUDIT-ACTION TO Audit-Action.
           MOVE "PRDMAINT" TO Audit-Program.
           MOVE WS-KEYED-PERIOD TO Audit-Key.
           WRITE Audit-Trail-Record
               INVALID KEY
                   CONTINUE.
