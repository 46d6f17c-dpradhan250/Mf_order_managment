       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACT.

      * Operator activity and productivity report. Supervisors get,
      * for every operator who keyed anything this month, what they
      * did today and month to date - orders created, amended and
      * cancelled, payments recorded, credit referrals decided,
      * master-file changes, margin overrides - taken from the audit
      * trail, and against that the transactions of theirs that were
      * rejected, counted message by message off the transaction
      * error log and the error log archive ERREXCPT rolls old
      * entries to. The month-to-date figures on the last night of
      * the month are the monthly report.
      *
      * Each operator is then judged against the limits held for them
      * on Operator.Threshold.KSDS (see OperatorThreshold.cob) - the
      * house limits under userid "********", or the built-in ones
      * below when neither is on file - and flagged for:
      *   - actions keyed outside their normal hours;
      *   - a high share of cancellations to orders created;
      *   - more margin overrides than expected.
      * Batch jobs log as BATCH; they run at night by design and are
      * never judged on hours. The report guides training and gives
      * audit a routine control to review - nothing is changed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditTrailFile ASSIGN TO "Audit.Trail.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Audit-Seq-No
               FILE STATUS IS WS-Audit-File-Status.

           SELECT ErrorLogFile ASSIGN TO "Transaction.Error.Log"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Error-Log-Status.

           SELECT ErrorArchiveFile ASSIGN TO "Error.Log.Archive"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Archive-File-Status.

           SELECT OperatorThresholdFile
               ASSIGN TO "Operator.Threshold.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OT-Userid
               FILE STATUS IS WS-Threshold-File-Status.

           SELECT BusinessDateFile ASSIGN TO "Business.Date.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BD-Control-Key
               FILE STATUS IS WS-BizDate-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AuditTrailFile.
       01  Audit-Trail-Record.
           05  Audit-Seq-No        PIC 9(09).
           05  Audit-Userid        PIC X(08).
           05  Audit-Date          PIC X(11).
           05  Audit-Time          PIC X(08).
           05  Audit-Action        PIC X(10).
           05  Audit-Program       PIC X(08).
           05  Audit-Key           PIC X(07).

       FD  ErrorLogFile.
       01  Error-Log-Record.
           05  EL-Program          PIC X(08).
           05  EL-Date             PIC X(11).
           05  EL-Time             PIC X(08).
           05  EL-Key              PIC X(07).
           05  EL-Message          PIC X(50).
      * The operator whose transaction was rejected - the signed-on
      * userid online, BATCH for a batch job - so the rejections can
      * be reported operator by operator.
           05  EL-Userid           PIC X(08).

       FD  ErrorArchiveFile.
       01  Error-Archive-Record.
           05  EA-Program          PIC X(08).
           05  EA-Date             PIC X(11).
           05  EA-Time             PIC X(08).
           05  EA-Key              PIC X(07).
           05  EA-Message          PIC X(50).
           05  EA-Userid           PIC X(08).

       FD  OperatorThresholdFile.
       01  Operator-Threshold-Record.
           05  OT-Userid           PIC X(08).
      * Normal hours run from the start hour up to, not including,
      * the end hour, on the 24-hour clock.
           05  OT-Day-Start-Hour   PIC 9(02).
           05  OT-Day-End-Hour     PIC 9(02).
           05  OT-Out-Hours-Day-Max   PIC 9(03).
           05  OT-Out-Hours-Month-Max PIC 9(05).
           05  OT-Cancel-Pct       PIC 9(03).
           05  OT-Cancel-Min       PIC 9(03).
           05  OT-Override-Day-Max PIC 9(03).
           05  OT-Override-Month-Max PIC 9(05).

       FD  BusinessDateFile.
       01  Business-Date-Record.
           05  BD-Control-Key      PIC X(01).
           05  BD-Business-Date    PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-Audit-File-Status   PIC X(02).
       01  WS-Error-Log-Status    PIC X(02).
       01  WS-Archive-File-Status PIC X(02).
       01  WS-Threshold-File-Status PIC X(02).
       01  WS-BizDate-File-Status PIC X(02).

       01  WS-TODAY               PIC X(08).
       01  WS-MONTH               PIC X(06).

      * Limits used when an operator has no threshold record and no
      * house record is on file either.
       01  WS-DEFAULT-START-HOUR  PIC 9(02) VALUE 07.
       01  WS-DEFAULT-END-HOUR    PIC 9(02) VALUE 19.
       01  WS-DEFAULT-OH-DAY      PIC 9(03) VALUE ZEROS.
       01  WS-DEFAULT-OH-MONTH    PIC 9(05) VALUE ZEROS.
       01  WS-DEFAULT-CANCEL-PCT  PIC 9(03) VALUE 25.
       01  WS-DEFAULT-CANCEL-MIN  PIC 9(03) VALUE 3.
       01  WS-DEFAULT-OVR-DAY     PIC 9(03) VALUE 5.
       01  WS-DEFAULT-OVR-MONTH   PIC 9(05) VALUE 40.

      * One entry per operator seen this month, holding the limits
      * they are judged by and their counts for today (period 1) and
      * month to date (period 2).
       01  WS-OPERATOR-TABLE.
           05  WS-OP-ENTRY OCCURS 200 TIMES.
               10  WS-OP-USERID       PIC X(08).
               10  WS-OP-START-HOUR   PIC 9(02).
               10  WS-OP-END-HOUR     PIC 9(02).
               10  WS-OP-OH-DAY-MAX   PIC 9(03).
               10  WS-OP-OH-MONTH-MAX PIC 9(05).
               10  WS-OP-CANCEL-PCT   PIC 9(03).
               10  WS-OP-CANCEL-MIN   PIC 9(03).
               10  WS-OP-OVR-DAY-MAX  PIC 9(03).
               10  WS-OP-OVR-MONTH-MAX PIC 9(05).
               10  WS-OP-PERIOD OCCURS 2 TIMES.
                   15  WS-OP-CREATED      PIC 9(05).
                   15  WS-OP-AMENDED      PIC 9(05).
                   15  WS-OP-CANCELLED    PIC 9(05).
                   15  WS-OP-PAYMENTS     PIC 9(05).
                   15  WS-OP-REFERRALS    PIC 9(05).
                   15  WS-OP-MASTER       PIC 9(05).
                   15  WS-OP-OVERRIDES    PIC 9(05).
                   15  WS-OP-OTHER        PIC 9(05).
                   15  WS-OP-OUT-HOURS    PIC 9(05).
                   15  WS-OP-REJECTS      PIC 9(05).
       01  WS-OP-COUNT            PIC 9(03) VALUE ZEROS.
       01  WS-OP-IDX              PIC 9(03).
       01  WS-SWAP-ENTRY          PIC X(134).
       01  WS-OUTER-IDX           PIC 9(03).
       01  WS-INNER-IDX           PIC 9(03).
       01  WS-INNER-LIMIT         PIC 9(03).

      * One entry per operator and rejection message, counted for
      * today and month to date.
       01  WS-REJECT-TABLE.
           05  WS-RJ-ENTRY OCCURS 500 TIMES.
               10  WS-RJ-USERID       PIC X(08).
               10  WS-RJ-MESSAGE      PIC X(50).
               10  WS-RJ-COUNT OCCURS 2 TIMES PIC 9(05).
       01  WS-RJ-USED             PIC 9(03) VALUE ZEROS.
       01  WS-RJ-IDX              PIC 9(03).

      * The entry in hand - who, when, and which kind of activity.
       01  WS-FIND-USERID         PIC X(08).
       01  WS-ENTRY-DATE          PIC X(08).
       01  WS-ENTRY-HOUR          PIC 9(02).
       01  WS-REJ-MESSAGE         PIC X(50).
       01  WS-PX                  PIC 9(01).
       01  WS-ACT-CATEGORY        PIC X(01).
           88  WS-ACT-CREATED       VALUE "C".
           88  WS-ACT-AMENDED       VALUE "A".
           88  WS-ACT-CANCELLED     VALUE "X".
           88  WS-ACT-PAYMENT       VALUE "P".
           88  WS-ACT-REFERRAL      VALUE "R".
           88  WS-ACT-MASTER        VALUE "M".
           88  WS-ACT-OVERRIDE      VALUE "O".
           88  WS-ACT-OTHER         VALUE "Z".
       01  WS-HOURS-SWITCH        PIC X(01) VALUE "N".
           88  WS-OUT-OF-HOURS      VALUE "Y".
           88  WS-IN-HOURS          VALUE "N".

      * Flag working fields.
       01  WS-CANCEL-RATIO        PIC 9(05).
       01  WS-LIMIT               PIC 9(05).
       01  WS-PERIOD-NAME         PIC X(05).
       01  WS-FLAG-COUNT          PIC 9(05) VALUE ZEROS.
       01  WS-OP-FLAGGED-COUNT    PIC 9(05) VALUE ZEROS.
       01  WS-OP-FLAG-SWITCH      PIC X(01) VALUE "N".
           88  WS-OP-FLAGGED        VALUE "Y".
           88  WS-OP-NOT-FLAGGED    VALUE "N".
       01  WS-COUNT-DISPLAY       PIC Z(4)9.
       01  WS-LIMIT-DISPLAY       PIC Z(4)9.
       01  WS-DAY-DISPLAY         PIC Z(4)9.
       01  WS-MONTH-DISPLAY       PIC Z(4)9.

       01  WS-HEADING-LINE.
           05  FILLER             PIC X(08) VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               " CREATED AMENDED  CANCEL PAYMENT REFERRL".
           05  FILLER             PIC X(40) VALUE
               "  MASTER OVERRDE  REJECT OUT-HRS   OTHER".
       01  WS-PRINT-LINE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-PL-PERIOD       PIC X(05).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WS-PL-CREATED      PIC Z(7)9.
           05  WS-PL-AMENDED      PIC Z(7)9.
           05  WS-PL-CANCELLED    PIC Z(7)9.
           05  WS-PL-PAYMENTS     PIC Z(7)9.
           05  WS-PL-REFERRALS    PIC Z(7)9.
           05  WS-PL-MASTER       PIC Z(7)9.
           05  WS-PL-OVERRIDES    PIC Z(7)9.
           05  WS-PL-REJECTS      PIC Z(7)9.
           05  WS-PL-OUT-HOURS    PIC Z(7)9.
           05  WS-PL-OTHER        PIC Z(7)9.

       01  WS-AUDIT-READ-COUNT    PIC 9(09) VALUE ZEROS.
       01  WS-REJECT-READ-COUNT   PIC 9(07) VALUE ZEROS.
       01  WS-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
           88  WS-TABLE-OVERFLOWED  VALUE "Y".
       01  WS-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND       VALUE "Y".
           88  WS-ENTRY-NOT-FOUND   VALUE "N".
       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ESTABLISH-BUSINESS-DATE.
           MOVE WS-TODAY(1:6) TO WS-MONTH.
           DISPLAY "OPERATOR ACTIVITY REPORT STARTING".
           OPEN INPUT OperatorThresholdFile.

           OPEN INPUT AuditTrailFile.
           MOVE ZEROS TO Audit-Seq-No.
           START AuditTrailFile KEY IS GREATER THAN OR EQUAL
               Audit-Seq-No
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM TALLY-ONE-AUDIT-ENTRY
               UNTIL WS-END-OF-FILE.
           CLOSE AuditTrailFile.

      * Older rejections this month may already have been rolled to
      * the archive - read both. Either may not exist yet.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT ErrorArchiveFile.
           IF WS-Archive-File-Status = "00"
               PERFORM TALLY-ONE-ARCHIVED-REJECT
                   UNTIL WS-END-OF-FILE
               CLOSE ErrorArchiveFile
           END-IF.
           SET WS-NOT-END-OF-FILE TO TRUE.
           OPEN INPUT ErrorLogFile.
           IF WS-Error-Log-Status = "00"
               PERFORM TALLY-ONE-LOGGED-REJECT
                   UNTIL WS-END-OF-FILE
               CLOSE ErrorLogFile
           END-IF.
           CLOSE OperatorThresholdFile.

           IF WS-TABLE-OVERFLOWED
               DISPLAY "ACTIVITY TABLE CAPACITY EXCEEDED - "
                   "REPORT INCOMPLETE"
           END-IF.

           PERFORM SORT-OUTER-PASS
               VARYING WS-OUTER-IDX FROM 1 BY 1
               UNTIL WS-OUTER-IDX >= WS-OP-COUNT.

           DISPLAY "OPERATOR ACTIVITY FOR " WS-TODAY
               " AND MONTH TO DATE " WS-MONTH.
           PERFORM PRINT-ONE-OPERATOR
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT.

           DISPLAY " ".
           DISPLAY "OPERATOR ACTIVITY REPORT COMPLETE - "
               "OPERATORS: " WS-OP-COUNT
               " FLAGGED: " WS-OP-FLAGGED-COUNT
               " FLAGS RAISED: " WS-FLAG-COUNT.
           STOP RUN.

       TALLY-ONE-AUDIT-ENTRY.
      * Read the next audit entry and count it against its operator
      * if it was keyed this month - and again for today if it was
      * keyed today. The audit date carries the hour after the date.
           READ AuditTrailFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF Audit-Date(1:6) = WS-MONTH
                       ADD 1 TO WS-AUDIT-READ-COUNT
                       MOVE Audit-Userid TO WS-FIND-USERID
                       MOVE Audit-Date(1:8) TO WS-ENTRY-DATE
                       MOVE ZEROS TO WS-ENTRY-HOUR
                       IF Audit-Date(9:2) IS NUMERIC
                           MOVE Audit-Date(9:2) TO WS-ENTRY-HOUR
                       END-IF
                       PERFORM CLASSIFY-AUDIT-ACTION
                       PERFORM FIND-OPERATOR-ENTRY
                       IF WS-ENTRY-FOUND
                           PERFORM POST-AUDIT-ACTIVITY
                       END-IF
                   END-IF
           END-READ.

       CLASSIFY-AUDIT-ACTION.
      * Sort the entry into one of the kinds of work the report
      * counts, by the program that wrote it and the action logged.
           EVALUATE TRUE
               WHEN Audit-Action(1:6) = "MGNOVR"
                   SET WS-ACT-OVERRIDE TO TRUE
               WHEN Audit-Action(1:4) = "CXL "
                   SET WS-ACT-CANCELLED TO TRUE
               WHEN (Audit-Program = "ORDERUPD"
                       OR Audit-Program = "ORDINTAK")
                   AND (Audit-Action = "CREATE"
                       OR Audit-Action = "HELD")
                   SET WS-ACT-CREATED TO TRUE
               WHEN Audit-Program = "QUOTEUPD"
                   AND Audit-Action = "CONVERT"
                   SET WS-ACT-CREATED TO TRUE
               WHEN Audit-Program = "ORDERUPD"
                   AND Audit-Action(1:6) = "AMEND "
                   SET WS-ACT-AMENDED TO TRUE
               WHEN Audit-Program = "ORDERUPD"
                   AND Audit-Action = "PAYMENT"
                   SET WS-ACT-PAYMENT TO TRUE
               WHEN Audit-Program = "ONACCT"
                   AND Audit-Action = "APPLY OA"
                   SET WS-ACT-PAYMENT TO TRUE
               WHEN Audit-Program = "CREDREF"
                   SET WS-ACT-REFERRAL TO TRUE
               WHEN Audit-Program = "DETAILS"
                   OR Audit-Program = "ITEMMAIN"
                   OR Audit-Program = "POMAINT"
                   OR Audit-Program = "PRCMAINT"
                   OR Audit-Program = "REFMAINT"
                   OR Audit-Program = "OPERMNT"
                   OR Audit-Program = "CALMAINT"
                   OR Audit-Program = "SITEMIN"
                   OR Audit-Program = "BUDMAINT"
                   OR Audit-Program = "REBMAINT"
                   OR Audit-Program = "PRDMAINT"
                   OR Audit-Program = "CUSTMERG"
                   SET WS-ACT-MASTER TO TRUE
               WHEN OTHER
                   SET WS-ACT-OTHER TO TRUE
           END-EVALUATE.

       POST-AUDIT-ACTIVITY.
           PERFORM CHECK-OUT-OF-HOURS.
           MOVE 2 TO WS-PX.
           PERFORM ADD-AUDIT-ACTIVITY.
           IF WS-ENTRY-DATE = WS-TODAY
               MOVE 1 TO WS-PX
               PERFORM ADD-AUDIT-ACTIVITY
           END-IF.

       CHECK-OUT-OF-HOURS.
      * Normal hours run from the start hour up to the end hour; a
      * start later than the end is a shift that runs past midnight.
           SET WS-IN-HOURS TO TRUE.
           IF WS-OP-USERID(WS-OP-IDX) NOT = "BATCH"
               IF WS-OP-START-HOUR(WS-OP-IDX)
                       NOT > WS-OP-END-HOUR(WS-OP-IDX)
                   IF WS-ENTRY-HOUR < WS-OP-START-HOUR(WS-OP-IDX)
                       OR WS-ENTRY-HOUR
                           NOT < WS-OP-END-HOUR(WS-OP-IDX)
                       SET WS-OUT-OF-HOURS TO TRUE
                   END-IF
               ELSE
                   IF WS-ENTRY-HOUR < WS-OP-START-HOUR(WS-OP-IDX)
                       AND WS-ENTRY-HOUR
                           NOT < WS-OP-END-HOUR(WS-OP-IDX)
                       SET WS-OUT-OF-HOURS TO TRUE
                   END-IF
               END-IF
           END-IF.

       ADD-AUDIT-ACTIVITY.
           EVALUATE TRUE
               WHEN WS-ACT-CREATED
                   ADD 1 TO WS-OP-CREATED(WS-OP-IDX, WS-PX)
               WHEN WS-ACT-AMENDED
                   ADD 1 TO WS-OP-AMENDED(WS-OP-IDX, WS-PX)
               WHEN WS-ACT-CANCELLED
                   ADD 1 TO WS-OP-CANCELLED(WS-OP-IDX, WS-PX)
               WHEN WS-ACT-PAYMENT
                   ADD 1 TO WS-OP-PAYMENTS(WS-OP-IDX, WS-PX)
               WHEN WS-ACT-REFERRAL
                   ADD 1 TO WS-OP-REFERRALS(WS-OP-IDX, WS-PX)
               WHEN WS-ACT-MASTER
                   ADD 1 TO WS-OP-MASTER(WS-OP-IDX, WS-PX)
               WHEN WS-ACT-OVERRIDE
                   ADD 1 TO WS-OP-OVERRIDES(WS-OP-IDX, WS-PX)
               WHEN OTHER
                   ADD 1 TO WS-OP-OTHER(WS-OP-IDX, WS-PX)
           END-EVALUATE.
           IF WS-OUT-OF-HOURS
               ADD 1 TO WS-OP-OUT-HOURS(WS-OP-IDX, WS-PX)
           END-IF.

       TALLY-ONE-ARCHIVED-REJECT.
           READ ErrorArchiveFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF EA-Date(1:6) = WS-MONTH
                       MOVE EA-Userid TO WS-FIND-USERID
                       MOVE EA-Date(1:8) TO WS-ENTRY-DATE
                       MOVE EA-Message TO WS-REJ-MESSAGE
                       PERFORM POST-REJECTION
                   END-IF
           END-READ.

       TALLY-ONE-LOGGED-REJECT.
           READ ErrorLogFile
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF EL-Date(1:6) = WS-MONTH
                       MOVE EL-Userid TO WS-FIND-USERID
                       MOVE EL-Date(1:8) TO WS-ENTRY-DATE
                       MOVE EL-Message TO WS-REJ-MESSAGE
                       PERFORM POST-REJECTION
                   END-IF
           END-READ.

       POST-REJECTION.
      * Count the rejection against its operator and against the
      * operator's entry for that message. Entries logged before the
      * log carried the operator are counted under UNKNOWN.
           ADD 1 TO WS-REJECT-READ-COUNT.
           IF WS-FIND-USERID = SPACES OR LOW-VALUES
               MOVE "UNKNOWN" TO WS-FIND-USERID
           END-IF.
           PERFORM FIND-OPERATOR-ENTRY.
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-OP-REJECTS(WS-OP-IDX, 2)
               IF WS-ENTRY-DATE = WS-TODAY
                   ADD 1 TO WS-OP-REJECTS(WS-OP-IDX, 1)
               END-IF
           END-IF.
           PERFORM FIND-REJECT-ENTRY.
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-RJ-COUNT(WS-RJ-IDX, 2)
               IF WS-ENTRY-DATE = WS-TODAY
                   ADD 1 TO WS-RJ-COUNT(WS-RJ-IDX, 1)
               END-IF
           END-IF.

       FIND-OPERATOR-ENTRY.
      * Locate WS-FIND-USERID in the operator table, opening a new
      * entry - with the operator's limits looked up - for one not
      * seen yet. WS-OP-IDX is left on the entry.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM CHECK-ONE-OPERATOR-ENTRY
               VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-OP-IDX
           ELSE
               IF WS-OP-COUNT < 200
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-OP-COUNT TO WS-OP-IDX
                   MOVE ZEROS TO WS-OP-ENTRY(WS-OP-IDX)
                   MOVE WS-FIND-USERID TO WS-OP-USERID(WS-OP-IDX)
                   PERFORM LOAD-OPERATOR-LIMITS
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-OPERATOR-ENTRY.
           IF WS-OP-USERID(WS-OP-IDX) = WS-FIND-USERID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       LOAD-OPERATOR-LIMITS.
      * The operator's own limits, else the house limits, else the
      * built-in ones.
           MOVE WS-FIND-USERID TO OT-Userid.
           READ OperatorThresholdFile KEY IS OT-Userid
               INVALID KEY
                   MOVE "********" TO OT-Userid
                   READ OperatorThresholdFile KEY IS OT-Userid
                       INVALID KEY
                           MOVE WS-DEFAULT-START-HOUR
                               TO OT-Day-Start-Hour
                           MOVE WS-DEFAULT-END-HOUR
                               TO OT-Day-End-Hour
                           MOVE WS-DEFAULT-OH-DAY
                               TO OT-Out-Hours-Day-Max
                           MOVE WS-DEFAULT-OH-MONTH
                               TO OT-Out-Hours-Month-Max
                           MOVE WS-DEFAULT-CANCEL-PCT TO OT-Cancel-Pct
                           MOVE WS-DEFAULT-CANCEL-MIN TO OT-Cancel-Min
                           MOVE WS-DEFAULT-OVR-DAY
                               TO OT-Override-Day-Max
                           MOVE WS-DEFAULT-OVR-MONTH
                               TO OT-Override-Month-Max
                   END-READ
           END-READ.
           MOVE OT-Day-Start-Hour TO WS-OP-START-HOUR(WS-OP-IDX).
           MOVE OT-Day-End-Hour TO WS-OP-END-HOUR(WS-OP-IDX).
           MOVE OT-Out-Hours-Day-Max TO WS-OP-OH-DAY-MAX(WS-OP-IDX).
           MOVE OT-Out-Hours-Month-Max
               TO WS-OP-OH-MONTH-MAX(WS-OP-IDX).
           MOVE OT-Cancel-Pct TO WS-OP-CANCEL-PCT(WS-OP-IDX).
           MOVE OT-Cancel-Min TO WS-OP-CANCEL-MIN(WS-OP-IDX).
           MOVE OT-Override-Day-Max TO WS-OP-OVR-DAY-MAX(WS-OP-IDX).
           MOVE OT-Override-Month-Max
               TO WS-OP-OVR-MONTH-MAX(WS-OP-IDX).

       FIND-REJECT-ENTRY.
      * Locate the operator's entry for this message, opening a new
      * one on first sight. WS-RJ-IDX is left on the entry.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM CHECK-ONE-REJECT-ENTRY
               VARYING WS-RJ-IDX FROM 1 BY 1
               UNTIL WS-RJ-IDX > WS-RJ-USED OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-RJ-IDX
           ELSE
               IF WS-RJ-USED < 500
                   ADD 1 TO WS-RJ-USED
                   MOVE WS-RJ-USED TO WS-RJ-IDX
                   MOVE WS-FIND-USERID TO WS-RJ-USERID(WS-RJ-IDX)
                   MOVE WS-REJ-MESSAGE TO WS-RJ-MESSAGE(WS-RJ-IDX)
                   MOVE ZEROS TO WS-RJ-COUNT(WS-RJ-IDX, 1)
                   MOVE ZEROS TO WS-RJ-COUNT(WS-RJ-IDX, 2)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-REJECT-ENTRY.
           IF WS-RJ-USERID(WS-RJ-IDX) = WS-FIND-USERID
               AND WS-RJ-MESSAGE(WS-RJ-IDX) = WS-REJ-MESSAGE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       SORT-OUTER-PASS.
           COMPUTE WS-INNER-LIMIT = WS-OP-COUNT - WS-OUTER-IDX.
           PERFORM SORT-INNER-PASS
               VARYING WS-INNER-IDX FROM 1 BY 1
               UNTIL WS-INNER-IDX > WS-INNER-LIMIT.

       SORT-INNER-PASS.
           IF WS-OP-USERID(WS-INNER-IDX) >
                   WS-OP-USERID(WS-INNER-IDX + 1)
               PERFORM SWAP-OPERATOR-ENTRIES
           END-IF.

       SWAP-OPERATOR-ENTRIES.
           MOVE WS-OP-ENTRY(WS-INNER-IDX) TO WS-SWAP-ENTRY.
           MOVE WS-OP-ENTRY(WS-INNER-IDX + 1)
               TO WS-OP-ENTRY(WS-INNER-IDX).
           MOVE WS-SWAP-ENTRY TO WS-OP-ENTRY(WS-INNER-IDX + 1).

       PRINT-ONE-OPERATOR.
      * The operator's activity for today and month to date, their
      * rejections by message, and any flags raised.
           DISPLAY " ".
           DISPLAY "OPERATOR " WS-OP-USERID(WS-OP-IDX)
               "  NORMAL HOURS " WS-OP-START-HOUR(WS-OP-IDX)
               ":00 TO " WS-OP-END-HOUR(WS-OP-IDX) ":00".
           DISPLAY WS-HEADING-LINE.
           MOVE 1 TO WS-PX.
           MOVE "TODAY" TO WS-PL-PERIOD.
           PERFORM PRINT-PERIOD-LINE.
           MOVE 2 TO WS-PX.
           MOVE "MONTH" TO WS-PL-PERIOD.
           PERFORM PRINT-PERIOD-LINE.
           IF WS-OP-REJECTS(WS-OP-IDX, 2) > ZEROS
               DISPLAY "  REJECTED BY MESSAGE"
                   "                                  "
                   "TODAY MONTH"
               PERFORM PRINT-OPERATOR-REJECT
                   VARYING WS-RJ-IDX FROM 1 BY 1
                   UNTIL WS-RJ-IDX > WS-RJ-USED
           END-IF.
           SET WS-OP-NOT-FLAGGED TO TRUE.
           MOVE 1 TO WS-PX.
           MOVE "TODAY" TO WS-PERIOD-NAME.
           PERFORM CHECK-OPERATOR-FLAGS.
           MOVE 2 TO WS-PX.
           MOVE "MONTH" TO WS-PERIOD-NAME.
           PERFORM CHECK-OPERATOR-FLAGS.
           IF WS-OP-FLAGGED
               ADD 1 TO WS-OP-FLAGGED-COUNT
           END-IF.

       PRINT-PERIOD-LINE.
           MOVE WS-OP-CREATED(WS-OP-IDX, WS-PX) TO WS-PL-CREATED.
           MOVE WS-OP-AMENDED(WS-OP-IDX, WS-PX) TO WS-PL-AMENDED.
           MOVE WS-OP-CANCELLED(WS-OP-IDX, WS-PX) TO WS-PL-CANCELLED.
           MOVE WS-OP-PAYMENTS(WS-OP-IDX, WS-PX) TO WS-PL-PAYMENTS.
           MOVE WS-OP-REFERRALS(WS-OP-IDX, WS-PX) TO WS-PL-REFERRALS.
           MOVE WS-OP-MASTER(WS-OP-IDX, WS-PX) TO WS-PL-MASTER.
           MOVE WS-OP-OVERRIDES(WS-OP-IDX, WS-PX) TO WS-PL-OVERRIDES.
           MOVE WS-OP-REJECTS(WS-OP-IDX, WS-PX) TO WS-PL-REJECTS.
           MOVE WS-OP-OUT-HOURS(WS-OP-IDX, WS-PX) TO WS-PL-OUT-HOURS.
           MOVE WS-OP-OTHER(WS-OP-IDX, WS-PX) TO WS-PL-OTHER.
           DISPLAY WS-PRINT-LINE.

       PRINT-OPERATOR-REJECT.
           IF WS-RJ-USERID(WS-RJ-IDX) = WS-OP-USERID(WS-OP-IDX)
               MOVE WS-RJ-COUNT(WS-RJ-IDX, 1) TO WS-DAY-DISPLAY
               MOVE WS-RJ-COUNT(WS-RJ-IDX, 2) TO WS-MONTH-DISPLAY
               DISPLAY "    " WS-RJ-MESSAGE(WS-RJ-IDX) " "
                   WS-DAY-DISPLAY " " WS-MONTH-DISPLAY
           END-IF.

       CHECK-OPERATOR-FLAGS.
      * Judge the period's counts against the operator's limits.
           IF WS-PX = 1
               MOVE WS-OP-OH-DAY-MAX(WS-OP-IDX) TO WS-LIMIT
           ELSE
               MOVE WS-OP-OH-MONTH-MAX(WS-OP-IDX) TO WS-LIMIT
           END-IF.
           IF WS-OP-OUT-HOURS(WS-OP-IDX, WS-PX) > WS-LIMIT
               MOVE WS-OP-OUT-HOURS(WS-OP-IDX, WS-PX)
                   TO WS-COUNT-DISPLAY
               MOVE WS-LIMIT TO WS-LIMIT-DISPLAY
               DISPLAY "  *** FLAG " WS-PERIOD-NAME ": "
                   WS-COUNT-DISPLAY " ACTIONS OUTSIDE NORMAL HOURS"
                   " - LIMIT " WS-LIMIT-DISPLAY
               PERFORM COUNT-ONE-FLAG
           END-IF.

      * A cancellation share is only judged once enough orders have
      * been cancelled for it to mean something.
           IF WS-OP-CANCELLED(WS-OP-IDX, WS-PX)
                   NOT < WS-OP-CANCEL-MIN(WS-OP-IDX)
               AND WS-OP-CANCELLED(WS-OP-IDX, WS-PX) > ZEROS
               IF WS-OP-CREATED(WS-OP-IDX, WS-PX) > ZEROS
                   COMPUTE WS-CANCEL-RATIO ROUNDED =
                       WS-OP-CANCELLED(WS-OP-IDX, WS-PX) * 100
                       / WS-OP-CREATED(WS-OP-IDX, WS-PX)
               ELSE
                   MOVE 99999 TO WS-CANCEL-RATIO
               END-IF
               IF WS-CANCEL-RATIO > WS-OP-CANCEL-PCT(WS-OP-IDX)
                   MOVE WS-OP-CANCELLED(WS-OP-IDX, WS-PX)
                       TO WS-COUNT-DISPLAY
                   MOVE WS-OP-CREATED(WS-OP-IDX, WS-PX)
                       TO WS-DAY-DISPLAY
                   MOVE WS-OP-CANCEL-PCT(WS-OP-IDX)
                       TO WS-LIMIT-DISPLAY
                   DISPLAY "  *** FLAG " WS-PERIOD-NAME ": "
                       WS-COUNT-DISPLAY " CANCELLED AGAINST "
                       WS-DAY-DISPLAY " CREATED - LIMIT "
                       WS-LIMIT-DISPLAY " PERCENT"
                   PERFORM COUNT-ONE-FLAG
               END-IF
           END-IF.

           IF WS-PX = 1
               MOVE WS-OP-OVR-DAY-MAX(WS-OP-IDX) TO WS-LIMIT
           ELSE
               MOVE WS-OP-OVR-MONTH-MAX(WS-OP-IDX) TO WS-LIMIT
           END-IF.
           IF WS-OP-OVERRIDES(WS-OP-IDX, WS-PX) > WS-LIMIT
               MOVE WS-OP-OVERRIDES(WS-OP-IDX, WS-PX)
                   TO WS-COUNT-DISPLAY
               MOVE WS-LIMIT TO WS-LIMIT-DISPLAY
               DISPLAY "  *** FLAG " WS-PERIOD-NAME ": "
                   WS-COUNT-DISPLAY " MARGIN OVERRIDES"
                   " - LIMIT " WS-LIMIT-DISPLAY
               PERFORM COUNT-ONE-FLAG
           END-IF.

       COUNT-ONE-FLAG.
           ADD 1 TO WS-FLAG-COUNT.
           SET WS-OP-FLAGGED TO TRUE.

       ESTABLISH-BUSINESS-DATE.
           OPEN INPUT BusinessDateFile.
           MOVE "B" TO BD-Control-Key.
           READ BusinessDateFile KEY IS BD-Control-Key
               INVALID KEY
                   DISPLAY "*** BUSINESS DATE RECORD MISSING - "
                       "USING SYSTEM DATE ***"
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO BD-Business-Date
           END-READ.
           CLOSE BusinessDateFile.
           MOVE BD-Business-Date TO WS-TODAY.
