       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF.

      * Month-end receivable write-off run. Takes two kinds of balance
      * off the books, each as its own reason-coded record on
      * Write.Off.KSDS - kept apart from credit memos, since no money
      * goes back to anyone:
      *   - bad debts a supervisor has approved, read from the
      *     Write.Off.Approval.Trans list finance prepares - each
      *     names the order, the most it may write off, the reason,
      *     and the approving userid, who must hold the credit
      *     permission on Operator.Auth.KSDS. An approval that does
      *     not check out is listed as rejected and nothing is
      *     written off for it;
      *   - small residues left by rounding and short payments on
      *     orders the customer has already paid on, at or under the
      *     limit on Write.Off.Limit.KSDS for the customer's payment
      *     terms (terms "***" as the house limit, maintained through
      *     REFMAINT's "W" table) once they have sat the limit's days
      *     past due, so they stop aging, drawing dunning letters,
      *     and holding up the credit sweep.
      * Each write-off clears the order's balance due, lowers the
      * customer's open exposure, and is written to the audit trail.
      * The register printed for finance lists every write-off and
      * every rejected approval with totals by kind. CUSTSTMT shows
      * the month's write-offs on the statement, and GLJRNL books
      * them to bad debt expense against receivables. The run books
      * money, so it is refused if it has already run this month.
      * Runs in ORDMEND ahead of the finance charges and statements.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApprovalFile ASSIGN TO "Write.Off.Approval.Trans"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Approval-File-Status.

           SELECT OrderFile ASSIGN TO "Order.Transaction.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Order-Code OF Order-Header-Record
               FILE STATUS IS WS-File-Status.

           SELECT CustomerFile ASSIGN TO "Customer.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Customer-Code OF Customer-Record
               FILE STATUS IS WS-Cust-File-Status.

           SELECT WriteOffFile ASSIGN TO "Write.Off.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-Seq-No
               FILE STATUS IS WS-Write-Off-File-Status.

           SELECT WriteOffLimitFile ASSIGN TO "Write.Off.Limit.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WL-Terms-Code
               FILE STATUS IS WS-WO-Limit-File-Status.

           SELECT PaymentControlFile ASSIGN TO "Payment.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-Control-Key
               FILE STATUS IS WS-Pay-Control-Status.

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

           SELECT BusinessDateFile ASSIGN TO "Business.Date.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BD-Control-Key
               FILE STATUS IS WS-BizDate-File-Status.

           SELECT RunControlFile ASSIGN TO "Run.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-Job-Code
               FILE STATUS IS WS-Run-Control-Status.

           SELECT AccountingPeriodFile
               ASSIGN TO "Accounting.Period.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-Period
               FILE STATUS IS WS-Period-File-Status.

           SELECT JournalFile ASSIGN TO "Order.Forward.Journal"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ApprovalFile.
      * One supervisor-approved bad debt per record - the order, the
      * most that may be written off against it (a payment since the
      * approval only lowers what goes), the bad-debt reason, and the
      * userid of the supervisor who approved it.
       01  Approval-Record.
           05  WA-Order-Code       PIC 9(07).
           05  WA-Amount           PIC 9(07)V9(02).
           05  WA-Reason           PIC X(03).
           05  WA-Approved-By      PIC X(08).

       FD  OrderFile.
       01  Order-Header-Record.
           05  Order-Code          PIC 9(07).
           05  Customer-Code       PIC 9(07).
           05  Order-Ship-To-Seq   PIC 9(03).
           05  Order-Date          PIC X(08).
           05  Payment-Type        PIC X(03).
           05  Order-Line-Count    PIC 9(03).
           05  Order-Amount        PIC 9(07)V9(02).
           05  Order-Tax-Amount    PIC 9(07)V9(02).
           05  Order-Total-Amount  PIC 9(07)V9(02).
           05  Order-Amount-Paid   PIC 9(07)V9(02).
           05  Order-Balance-Due   PIC 9(07)V9(02).
           05  Order-Status        PIC X(01).
               88  Order-Open        VALUE "O".
               88  Order-Picked      VALUE "P".
               88  Order-Part-Shipped VALUE "T".
               88  Order-Shipped     VALUE "S".
               88  Order-Invoiced    VALUE "I".
               88  Order-Cancelled   VALUE "C".
               88  Order-Credit-Held VALUE "H".
               88  Order-Finance-Charge VALUE "F".
               88  Order-Awaiting-Payment VALUE "A".
               88  Order-Margin-Held VALUE "M".
           05  Order-Req-Ship-Date PIC X(08).
           05  Order-Priority      PIC X(01).
           05  Order-Cancel-Reason PIC X(03).
           05  Order-Summary-Flag  PIC X(01).
               88  Order-Summarized      VALUE "Y".
               88  Order-Not-Summarized  VALUE "N".
           05  Order-Invoice-No    PIC 9(07).
           05  Order-Rep-Code      PIC X(03).
           05  Order-Freight-Amount PIC 9(05)V9(02).
      * The customer's trading currency booked onto the order at
      * creation, the exchange rate it was booked at (home units per
      * one foreign unit), and the order total restated in the
      * customer's currency. A home-currency order carries spaces
      * and a rate of one.
           05  Order-Currency-Code PIC X(03).
           05  Order-Exchange-Rate PIC 9(03)V9(06).
           05  Order-Foreign-Total PIC 9(09)V9(02).
      * When the money falls due - the order date plus the
      * customer's payment terms, computed at creation. Receivables
      * aging, the credit-hold sweep, and the dunning run measure
      * lateness against this date, not the order date.
           05  Order-Due-Date      PIC X(08).
      * The customer's own purchase order number, captured at entry
      * so their paperwork and ours can be matched without the
      * twenty-questions call.
           05  Order-Cust-PO-Ref   PIC X(15).
      * The carrier the customer asked to ship with, keyed at entry -
      * spaces for no preference. Pick waves can be built for one
      * carrier's collection, and a shipment keyed with no carrier
      * goes with this one.
           05  Order-Carrier-Code  PIC X(03).
      * The pick wave the order was released to the warehouse in -
      * see PICKLIST's wave mode. Zero until the order is waved.
           05  Order-Wave-No       PIC 9(07).

       FD  CustomerFile.
       01  Customer-Record.
           05  Customer-Code       PIC 9(07).
           05  Customer-Name       PIC X(15).
      * Structured postal address - street line, city, and postal
      * code, with the region the record always carried. The street
      * was a single twelve-byte line for years; the post office
      * bounced enough mail to end that.
           05  Customer-Add        PIC X(25).
           05  Customer-City       PIC X(15).
           05  Customer-Postal-Code PIC X(10).
           05  Customer-Region     PIC X(03).
           05  Customer-Contact-No PIC X(10).
           05  Customer-Email      PIC X(40).
           05  Credit-Hold-Flag    PIC X(01).
               88  Customer-On-Hold     VALUE "Y".
               88  Customer-Not-On-Hold VALUE "N".
           05  Customer-Credit-Limit  PIC 9(07)V9(02).
           05  Customer-Open-Exposure PIC 9(07)V9(02).
           05  Customer-Status        PIC X(01).
               88  Customer-Active       VALUE "A".
               88  Customer-Deleted      VALUE "D".
           05  Customer-Tax-Exempt-Flag PIC X(01).
               88  Customer-Tax-Exempt   VALUE "Y".
               88  Customer-Taxable      VALUE "N".
           05  Customer-Tax-Cert-Ref  PIC X(12).
           05  Customer-Rep-Code      PIC X(03).
           05  Customer-Currency-Code PIC X(03).
           05  Customer-Terms-Code    PIC X(03).
      * "Y" when the customer takes an advance ship notice for
      * each shipment - see ASNOUT. Anything else sends none.
           05  Customer-ASN-Flag      PIC X(01).
               88  Customer-Wants-ASN   VALUE "Y".
      * The head-office account that pays this branch's bills -
      * its credit is measured against the head office's combined
      * limit, and its orders appear on the head office's statement
      * and dunning letter. Zero when the customer pays its own
      * bills. One level only: a head office is never itself a
      * branch. Maintained under the credit permission in DETAILS.
           05  Customer-Bill-To-Code  PIC 9(07).
      * "Y" exempts the account from the month-end finance charge
      * FINCHRG assesses on overdue balances - a negotiated waiver
      * or a customer credit control has agreed not to charge. Tax-
      * exempt accounts are never charged either way. Set only under
      * the credit permission in DETAILS.
           05  Customer-Fin-Chg-Flag  PIC X(01).
               88  Customer-Fin-Chg-Exempt VALUE "Y".

       FD  WriteOffFile.
       01  Write-Off-Record.
           05  WO-Seq-No           PIC 9(09).
           05  WO-Order-Code       PIC 9(07).
           05  WO-Customer-Code    PIC 9(07).
           05  WO-Amount           PIC 9(07)V9(02).
           05  WO-Type             PIC X(01).
               88  WO-Small-Balance  VALUE "S".
               88  WO-Bad-Debt       VALUE "B".
           05  WO-Reason           PIC X(03).
               88  WO-Reason-Small      VALUE "SML".
               88  WO-Reason-Bankrupt   VALUE "BKR".
               88  WO-Reason-Uncollect  VALUE "UNC".
               88  WO-Reason-Dispute    VALUE "DSP".
               88  WO-Reason-Closed     VALUE "CLO".
               88  WO-Bad-Debt-Reason   VALUES "BKR" "UNC" "DSP"
                                               "CLO".
           05  WO-Date             PIC X(08).
           05  WO-Time             PIC X(08).
      * The supervisor who approved a bad-debt write-off, or "BATCH"
      * for a small balance cleared under the limit.
           05  WO-Approved-By      PIC X(08).

       FD  WriteOffLimitFile.
       01  Write-Off-Limit-Record.
           05  WL-Terms-Code       PIC X(03).
           05  WL-Desc             PIC X(15).
           05  WL-Small-Limit      PIC 9(03)V9(02).
           05  WL-Days-Late        PIC 9(03).
           05  WL-Status           PIC X(01).
               88  WL-Active         VALUE "A".
               88  WL-Inactive       VALUE "I".

       FD  PaymentControlFile.
      * Credit memo numbers are minted from the same control file as
      * payment numbers, under their own control key, the way quotes
      * and orders could share Order.Control.KSDS - one tiny file per
      * counter is not worth defining.
       01  Payment-Control-Record.
           05  PC-Control-Key        PIC X(01).
           05  PC-Last-Payment-Seq   PIC 9(09).

       FD  OperatorAuthFile.
       01  Operator-Auth-Record.
           05  Operator-Userid     PIC X(08).
           05  Operator-Auth-Level PIC X(01).
               88  Operator-Is-Supervisor  VALUE "S".
               88  Operator-Is-Clerk       VALUE "C".
      * Real credentials on the operator record - see SIGNON. The
      * password must be verified at sign-on, expires and forces a
      * change, and three straight failures lock the ID until a
      * supervisor resets it through OPERMNT.
           05  Operator-Password   PIC X(08).
           05  Operator-Pwd-Expiry PIC X(08).
           05  Operator-Fail-Count PIC 9(01).
           05  Operator-Lock-Flag  PIC X(01).
               88  Operator-Locked      VALUE "Y".
               88  Operator-Not-Locked  VALUE "N".
           05  Operator-Signon-Flag PIC X(01).
               88  Operator-Signed-On   VALUE "Y".
               88  Operator-Signed-Off  VALUE "N".
      * Per-function permissions - the gates check these instead of
      * the old all-or-nothing S/C level, so the pricing desk can
      * hold PRCMAINT without also holding CANCELORD's override. The
      * level byte stays on the record for display only.
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

       FD  BusinessDateFile.
       01  Business-Date-Record.
           05  BD-Control-Key      PIC X(01).
           05  BD-Business-Date    PIC X(08).

       FD  RunControlFile.
       01  Run-Control-Record.
           05  RC-Job-Code         PIC X(08).
           05  RC-Last-Run-Date    PIC X(08).

       FD  AccountingPeriodFile.
      * Open/closed status per accounting month - see PRDMAINT.
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

       FD  JournalFile.
      * One after-image per write/rewrite/delete against the order,
      * line, customer, and item masters, appended as it happens -
      * the forward-recovery trail JRNLRPLY replays on top of an
      * ORDMREST restore to roll the files up to the point of
      * failure instead of a four-week-stale backup. Images are
      * applied idempotently on replay, so a repeated or unchanged
      * image is harmless.
       01  Journal-Record.
           05  JR-File-Tag         PIC X(08).
           05  JR-Action           PIC X(01).
               88  JR-Applied        VALUES "W" "R".
               88  JR-Deleted        VALUE "D".
           05  JR-Date             PIC X(08).
           05  JR-Time             PIC X(08).
           05  JR-Image            PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-Approval-File-Status PIC X(02).
       01  WS-File-Status         PIC X(02).
       01  WS-Cust-File-Status    PIC X(02).
       01  WS-Write-Off-File-Status PIC X(02).
       01  WS-WO-Limit-File-Status PIC X(02).
       01  WS-Pay-Control-Status  PIC X(02).
       01  WS-Operator-Auth-Status PIC X(02).
       01  WS-Audit-File-Status   PIC X(02).
       01  WS-Audit-Control-Status PIC X(02).
       01  WS-BizDate-File-Status PIC X(02).
       01  WS-Run-Control-Status  PIC X(02).
       01  WS-Journal-File-Status PIC X(02).
       01  WS-Period-File-Status  PIC X(02).
       01  WS-JRNL-ACTION         PIC X(01).
       01  WS-JRNL-STAMP          PIC X(21).
       01  WS-LOG-DATE            PIC X(11).
       01  WS-LOG-TIME            PIC X(08).

      * The business date the write-offs are dated and aged at - read
      * from Business.Date.KSDS, so GLJRNL books them on the night
      * they belong to.
       01  WS-TODAY               PIC 9(08).
       01  WS-TODAY-INTEGER       PIC S9(09) COMP.
       01  WS-DUE-DATE-NUM        PIC 9(08).
       01  WS-DUE-INTEGER         PIC S9(09) COMP.
       01  WS-DAYS-LATE           PIC S9(05) COMP.

      * The month being written off - the year and month of the run.
       01  WS-PERIOD              PIC X(06).

      * The date every write-off is booked under - the business date,
      * or the first day of the next open accounting month if that
      * one has already been closed - see ESTABLISH-POSTING-PERIOD.
       01  WS-POSTING-DATE        PIC X(08).
       01  WS-POSTING-DATE-PARTS REDEFINES WS-POSTING-DATE.
           05  WS-POST-YEAR       PIC 9(04).
           05  WS-POST-MONTH      PIC 9(02).
           05  WS-POST-DAY        PIC 9(02).
       01  WS-PERIOD-SWITCH       PIC X(01) VALUE "Y".
           88  WS-PERIOD-OPEN       VALUE "Y".
           88  WS-PERIOD-CLOSED     VALUE "N".

      * The write-off being booked - how much, what kind, why, and on
      * whose authority - and the number minted for it.
       01  WS-WO-AMOUNT           PIC 9(07)V9(02).
       01  WS-WO-TYPE             PIC X(01).
       01  WS-WO-REASON           PIC X(03).
       01  WS-WO-APPROVED-BY      PIC X(08).
       01  WS-WO-SEQ-NO           PIC 9(09).

      * Why the approval being checked was refused.
       01  WS-REJECT-REASON       PIC X(30).

      * Run totals for the foot of the register.
       01  WS-SMALL-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-SMALL-TOTAL         PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-BAD-DEBT-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-BAD-DEBT-TOTAL      PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-REJECT-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-FAILED-COUNT        PIC 9(07) VALUE ZEROS.

       01  WS-LIMIT-SWITCH        PIC X(01) VALUE "N".
           88  WS-LIMIT-FOUND       VALUE "Y".
           88  WS-LIMIT-NOT-FOUND   VALUE "N".

       01  WS-APPROVER-SWITCH     PIC X(01) VALUE "N".
           88  WS-APPROVER-ON-FILE  VALUE "Y".
           88  WS-APPROVER-UNKNOWN  VALUE "N".

       01  WS-BOOK-SWITCH         PIC X(01) VALUE "Y".
           88  WS-BOOK-OK           VALUE "Y".
           88  WS-BOOK-FAILED       VALUE "N".

       01  WS-APPR-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-APPR-END          VALUE "Y".
           88  WS-APPR-NOT-END      VALUE "N".

       01  WS-ORD-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-ORD-END            VALUE "Y".
           88  WS-ORD-NOT-END        VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "WRITE-OFF RUN STARTING".
           PERFORM ESTABLISH-BUSINESS-DATE.
           MOVE WS-TODAY(1:6) TO WS-PERIOD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           PERFORM CHECK-ALREADY-RUN.
           MOVE WS-TODAY TO WS-POSTING-DATE.
           PERFORM ESTABLISH-POSTING-PERIOD.

           OPEN I-O OrderFile.
           OPEN I-O CustomerFile.
           OPEN I-O WriteOffFile.
           OPEN INPUT WriteOffLimitFile.
           OPEN I-O PaymentControlFile.
           OPEN INPUT OperatorAuthFile.
           OPEN I-O AuditTrailFile.
           OPEN I-O AuditControlFile.
           OPEN EXTEND JournalFile.

           DISPLAY "WRITE-OFF REGISTER - PERIOD " WS-PERIOD.
           PERFORM PROCESS-APPROVALS.
           PERFORM SWEEP-SMALL-BALANCES.

           CLOSE OrderFile.
           CLOSE CustomerFile.
           CLOSE WriteOffFile.
           CLOSE WriteOffLimitFile.
           CLOSE PaymentControlFile.
           CLOSE OperatorAuthFile.
           CLOSE AuditTrailFile.
           CLOSE AuditControlFile.
           CLOSE JournalFile.

           DISPLAY "BAD DEBTS WRITTEN OFF: " WS-BAD-DEBT-COUNT
               " TOTAL " WS-BAD-DEBT-TOTAL.
           DISPLAY "SMALL BALANCES WRITTEN OFF: " WS-SMALL-COUNT
               " TOTAL " WS-SMALL-TOTAL.
           DISPLAY "WRITE-OFF RUN COMPLETE - APPROVALS REJECTED: "
               WS-REJECT-COUNT " NOT BOOKED: " WS-FAILED-COUNT.
      * A rejected approval or a write-off that could not be booked
      * is flagged for finance without holding up the steps behind
      * this one; the run is still stamped, since the write-offs that
      * did book must not be booked twice.
           IF WS-REJECT-COUNT > ZEROS OR WS-FAILED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

       PROCESS-APPROVALS.
      * Work the month's approved bad-debt list first. A month with
      * no list - the step's approval DD dummied out - writes off
      * small balances only.
           OPEN INPUT ApprovalFile.
           IF WS-Approval-File-Status NOT = "00"
               DISPLAY "  NO BAD-DEBT APPROVALS THIS PERIOD"
           ELSE
               SET WS-APPR-NOT-END TO TRUE
               PERFORM READ-NEXT-APPROVAL
               PERFORM APPLY-ONE-APPROVAL
                   UNTIL WS-APPR-END
               CLOSE ApprovalFile
           END-IF.

       READ-NEXT-APPROVAL.
           READ ApprovalFile
               AT END
                   SET WS-APPR-END TO TRUE
           END-READ.

       APPLY-ONE-APPROVAL.
           MOVE WA-Order-Code TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
                   MOVE "ORDER NOT FOUND" TO WS-REJECT-REASON
                   PERFORM REJECT-APPROVAL
               NOT INVALID KEY
                   PERFORM CHECK-APPROVAL
           END-READ.
           PERFORM READ-NEXT-APPROVAL.

       CHECK-APPROVAL.
      * The approval stands only if its reason is a bad-debt reason,
      * the order still owes something and no more than was approved,
      * and the approver holds the credit permission.
           SET WS-APPROVER-UNKNOWN TO TRUE.
           MOVE WA-Approved-By TO Operator-Userid.
           READ OperatorAuthFile KEY IS Operator-Userid
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-APPROVER-ON-FILE TO TRUE
           END-READ.
           MOVE WA-Reason TO WO-Reason.
           EVALUATE TRUE
               WHEN NOT WO-Bad-Debt-Reason
                   MOVE "NOT A BAD-DEBT REASON CODE"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-APPROVAL
               WHEN Order-Cancelled
                   MOVE "ORDER CANCELLED" TO WS-REJECT-REASON
                   PERFORM REJECT-APPROVAL
               WHEN Order-Balance-Due = ZEROS
                   MOVE "NOTHING OWED" TO WS-REJECT-REASON
                   PERFORM REJECT-APPROVAL
               WHEN Order-Balance-Due > WA-Amount
                   MOVE "BALANCE ABOVE AMOUNT APPROVED"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-APPROVAL
               WHEN WS-APPROVER-UNKNOWN
                   MOVE "APPROVER NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM REJECT-APPROVAL
               WHEN NOT Operator-May-Credit
                   MOVE "APPROVER NOT AUTHORIZED" TO WS-REJECT-REASON
                   PERFORM REJECT-APPROVAL
               WHEN OTHER
                   MOVE "B" TO WS-WO-TYPE
                   MOVE WA-Reason TO WS-WO-REASON
                   MOVE WA-Approved-By TO WS-WO-APPROVED-BY
                   PERFORM WRITE-OFF-BALANCE
           END-EVALUATE.

       REJECT-APPROVAL.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "  REJECTED APPROVAL - ORDER " WA-Order-Code
               " AMOUNT " WA-Amount " REASON " WA-Reason
               " BY " WA-Approved-By " - " WS-REJECT-REASON.

       SWEEP-SMALL-BALANCES.
      * Browse the whole order file for residues. Only a balance the
      * customer has already paid against is a residue - an order
      * never paid at all is a debt to chase, however small - and
      * only on goods the customer has had, or a finance charge.
           SET WS-ORD-NOT-END TO TRUE.
           MOVE ZEROS TO Order-Code OF Order-Header-Record.
           START OrderFile KEY IS GREATER THAN OR EQUAL
               Order-Code OF Order-Header-Record
               INVALID KEY
                   SET WS-ORD-END TO TRUE.

           PERFORM SWEEP-ONE-ORDER
               UNTIL WS-ORD-END.

       SWEEP-ONE-ORDER.
           READ OrderFile NEXT RECORD
               AT END
                   SET WS-ORD-END TO TRUE
               NOT AT END
                   IF (Order-Shipped OR Order-Invoiced
                           OR Order-Finance-Charge)
                       AND Order-Balance-Due > ZEROS
                       AND Order-Amount-Paid > ZEROS
                       PERFORM CHECK-SMALL-BALANCE
                   END-IF
           END-READ.

       CHECK-SMALL-BALANCE.
      * A residue goes once it is no more than the limit for the
      * customer's terms and has sat the limit's days past its due
      * date. Orders from before due dates existed fall back to the
      * order date, the way the aging and dunning runs do.
           MOVE Customer-Code OF Order-Header-Record
               TO Customer-Code OF Customer-Record.
           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   MOVE SPACES TO Customer-Terms-Code
           END-READ.
           PERFORM FIND-WRITE-OFF-LIMIT.
           IF WS-LIMIT-FOUND
               AND Order-Balance-Due NOT > WL-Small-Limit
               IF Order-Due-Date = SPACES
                   OR Order-Due-Date = "00000000"
                   MOVE Order-Date TO WS-DUE-DATE-NUM
               ELSE
                   MOVE Order-Due-Date TO WS-DUE-DATE-NUM
               END-IF
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
               COMPUTE WS-DAYS-LATE =
                   WS-TODAY-INTEGER - WS-DUE-INTEGER
               IF WS-DAYS-LATE > WL-Days-Late
                   MOVE "S" TO WS-WO-TYPE
                   MOVE "SML" TO WS-WO-REASON
                   MOVE "BATCH" TO WS-WO-APPROVED-BY
                   PERFORM WRITE-OFF-BALANCE
               END-IF
           END-IF.

       FIND-WRITE-OFF-LIMIT.
      * The limit for the customer's payment terms, or the house
      * limit when the terms have none of their own. An inactivated
      * limit clears nothing - it does not fall back to the house.
           SET WS-LIMIT-NOT-FOUND TO TRUE.
           MOVE Customer-Terms-Code TO WL-Terms-Code.
           READ WriteOffLimitFile KEY IS WL-Terms-Code
               INVALID KEY
                   PERFORM FIND-HOUSE-LIMIT
               NOT INVALID KEY
                   IF WL-Active
                       SET WS-LIMIT-FOUND TO TRUE
                   END-IF
           END-READ.

       FIND-HOUSE-LIMIT.
           MOVE "***" TO WL-Terms-Code.
           READ WriteOffLimitFile KEY IS WL-Terms-Code
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WL-Active
                       SET WS-LIMIT-FOUND TO TRUE
                   END-IF
           END-READ.

       WRITE-OFF-BALANCE.
      * Mint the write-off number, clear the order's balance, record
      * the write-off, give it back against the customer's exposure,
      * and audit it. The order keeps what was actually paid on it.
           MOVE Order-Balance-Due TO WS-WO-AMOUNT.
           PERFORM GET-NEXT-WRITE-OFF-NO.
           IF WS-BOOK-OK
               MOVE ZEROS TO Order-Balance-Due
               REWRITE Order-Header-Record
                   INVALID KEY
                       SET WS-BOOK-FAILED TO TRUE
                   NOT INVALID KEY
                       MOVE "R" TO WS-JRNL-ACTION
                       PERFORM JOURNAL-ORDER-IMAGE
               END-REWRITE
           END-IF.

           IF WS-BOOK-OK
               PERFORM WRITE-WRITE-OFF-RECORD
               PERFORM LOWER-CUSTOMER-EXPOSURE
               PERFORM LOG-AUDIT-ENTRY
               PERFORM REGISTER-WRITE-OFF
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "*** ORDER " Order-Code OF Order-Header-Record
                   " WRITE-OFF " WS-WO-AMOUNT " NOT BOOKED ***"
           END-IF.

       GET-NEXT-WRITE-OFF-NO.
      * Mint the next write-off number from the payment control file
      * under the write-off control key, the way CREDMEMO mints a
      * credit memo number.
           SET WS-BOOK-OK TO TRUE.
           MOVE "W" TO PC-Control-Key.
           READ PaymentControlFile KEY IS PC-Control-Key
               INVALID KEY
                   DISPLAY "*** WRITE-OFF CONTROL RECORD MISSING ***"
                   SET WS-BOOK-FAILED TO TRUE
           END-READ.

           IF WS-BOOK-OK
               ADD 1 TO PC-Last-Payment-Seq
               MOVE PC-Last-Payment-Seq TO WS-WO-SEQ-NO
               REWRITE Payment-Control-Record
                   INVALID KEY
                       DISPLAY "*** WRITE-OFF CONTROL UPDATE FAILED ***"
                       SET WS-BOOK-FAILED TO TRUE
               END-REWRITE
           END-IF.

       WRITE-WRITE-OFF-RECORD.
           MOVE WS-WO-SEQ-NO TO WO-Seq-No.
           MOVE Order-Code OF Order-Header-Record TO WO-Order-Code.
           MOVE Customer-Code OF Order-Header-Record
               TO WO-Customer-Code.
           MOVE WS-WO-AMOUNT TO WO-Amount.
           MOVE WS-WO-TYPE TO WO-Type.
           MOVE WS-WO-REASON TO WO-Reason.
           MOVE WS-POSTING-DATE TO WO-Date.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WO-Time.
           MOVE WS-WO-APPROVED-BY TO WO-Approved-By.
           WRITE Write-Off-Record
               INVALID KEY
                   DISPLAY "*** WRITE-OFF " WS-WO-SEQ-NO
                       " NOT RECORDED - ORDER "
                       Order-Code OF Order-Header-Record " ***"
                   ADD 1 TO WS-FAILED-COUNT
           END-WRITE.

       LOWER-CUSTOMER-EXPOSURE.
      * The written-off balance is no longer owed, so it comes off
      * the account's open exposure the way a payment does.
           MOVE Customer-Code OF Order-Header-Record
               TO Customer-Code OF Customer-Record.
           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Customer-Open-Exposure > WS-WO-AMOUNT
                       SUBTRACT WS-WO-AMOUNT
                           FROM Customer-Open-Exposure
                   ELSE
                       MOVE ZEROS TO Customer-Open-Exposure
                   END-IF
                   REWRITE Customer-Record
                       INVALID KEY
                           DISPLAY "*** CUSTOMER "
                               Customer-Code OF Customer-Record
                               " EXPOSURE NOT UPDATED ***"
                       NOT INVALID KEY
                           MOVE "R" TO WS-JRNL-ACTION
                           PERFORM JOURNAL-CUST-IMAGE
                   END-REWRITE
           END-READ.

       REGISTER-WRITE-OFF.
           IF WS-WO-TYPE = "B"
               ADD 1 TO WS-BAD-DEBT-COUNT
               ADD WS-WO-AMOUNT TO WS-BAD-DEBT-TOTAL
               DISPLAY "  BAD DEBT   " WS-WO-SEQ-NO
                   " ORDER " Order-Code OF Order-Header-Record
                   " CUSTOMER " Customer-Code OF Order-Header-Record
                   " AMOUNT " WS-WO-AMOUNT
                   " REASON " WS-WO-REASON
                   " APPROVED BY " WS-WO-APPROVED-BY
           ELSE
               ADD 1 TO WS-SMALL-COUNT
               ADD WS-WO-AMOUNT TO WS-SMALL-TOTAL
               DISPLAY "  SMALL BAL  " WS-WO-SEQ-NO
                   " ORDER " Order-Code OF Order-Header-Record
                   " CUSTOMER " Customer-Code OF Order-Header-Record
                   " AMOUNT " WS-WO-AMOUNT
                   " DAYS LATE " WS-DAYS-LATE
           END-IF.

       LOG-AUDIT-ENTRY.
      * Record the write-off against the audit trail, minting the
      * next audit sequence number from Audit-Control-KSDS the same
      * way the online programs do. The userid field carries the
      * approving supervisor, or the batch tag for a small balance.
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
                           PERFORM WRITE-AUDIT-RECORD
                   END-REWRITE
           END-READ.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-LOG-TIME.
           MOVE AC-Last-Audit-Seq TO Audit-Seq-No.
           MOVE WS-WO-APPROVED-BY TO Audit-Userid.
           MOVE WS-LOG-DATE TO Audit-Date.
           MOVE WS-LOG-TIME TO Audit-Time.
           MOVE "WRITE-OFF" TO Audit-Action.
           MOVE "WRITEOFF" TO Audit-Program.
           MOVE Order-Code OF Order-Header-Record TO Audit-Key.
           WRITE Audit-Trail-Record
               INVALID KEY
                   CONTINUE.

       JOURNAL-ORDER-IMAGE.
      * After-image of the order header just applied, for forward
      * recovery - see the journal file's own notes.
           MOVE "ORDER   " TO JR-File-Tag.
           MOVE SPACES TO JR-Image.
           MOVE Order-Header-Record TO JR-Image.
           PERFORM WRITE-JOURNAL-RECORD.

       JOURNAL-CUST-IMAGE.
           MOVE "CUSTOMER" TO JR-File-Tag.
           MOVE SPACES TO JR-Image.
           MOVE Customer-Record TO JR-Image.
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-JOURNAL-RECORD.
           MOVE WS-JRNL-ACTION TO JR-Action.
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-STAMP.
           MOVE WS-JRNL-STAMP(1:8) TO JR-Date.
           MOVE WS-JRNL-STAMP(9:8) TO JR-Time.
           WRITE Journal-Record.

       ESTABLISH-POSTING-PERIOD.
      * Write-offs are never dated into a month finance has already
      * closed. If the month is closed, the posting date rolls forward
      * to the first day of the next open month, and the run says so.
      * A month with no period record has never been closed, so the
      * roll always stops.
           OPEN INPUT AccountingPeriodFile.
           PERFORM CHECK-POSTING-PERIOD.
           PERFORM ROLL-TO-NEXT-PERIOD
               UNTIL WS-PERIOD-OPEN.
           CLOSE AccountingPeriodFile.

       CHECK-POSTING-PERIOD.
           SET WS-PERIOD-OPEN TO TRUE.
           MOVE WS-POSTING-DATE(1:6) TO AP-Period.
           READ AccountingPeriodFile KEY IS AP-Period
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AP-Period-Closed
                       SET WS-PERIOD-CLOSED TO TRUE
                   END-IF
           END-READ.

       ROLL-TO-NEXT-PERIOD.
           DISPLAY "*** PERIOD " AP-Period
               " IS CLOSED - POSTING INTO THE NEXT OPEN PERIOD ***".
           IF WS-POST-MONTH = 12
               ADD 1 TO WS-POST-YEAR
               MOVE 1 TO WS-POST-MONTH
           ELSE
               ADD 1 TO WS-POST-MONTH
           END-IF.
           MOVE 1 TO WS-POST-DAY.
           PERFORM CHECK-POSTING-PERIOD.

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

       CHECK-ALREADY-RUN.
      * Write-offs are booked once a month. A second submission would
      * present the approval list again, so it is refused loudly.
           OPEN I-O RunControlFile.
           MOVE "WRITEOFF" TO RC-Job-Code.
           READ RunControlFile KEY IS RC-Job-Code
               INVALID KEY
                   MOVE SPACES TO RC-Last-Run-Date
                   WRITE Run-Control-Record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.
           CLOSE RunControlFile.
           IF RC-Last-Run-Date(1:6) = WS-PERIOD
               DISPLAY "*** WRITEOFF ALREADY RAN FOR PERIOD "
                   WS-PERIOD " - RUN REFUSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-RUN-CONTROL.
      * The run completed - remember the day it ran, so a second
      * submission this month is refused.
           OPEN I-O RunControlFile.
           MOVE "WRITEOFF" TO RC-Job-Code.
           READ RunControlFile KEY IS RC-Job-Code
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-TODAY TO RC-Last-Run-Date
                   REWRITE Run-Control-Record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           CLOSE RunControlFile.
