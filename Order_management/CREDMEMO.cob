      * Each credit memo is written as its own record so accounting
      * can trace every refund, the order's paid position is adjusted,
      * and - like customer deletes in DETAILS - the whole function is
      * gated on supervisor authority from Operator.Auth.KSDS. The
      * memo is written awaiting payout; the money itself goes back
      * to the customer on the nightly REFDISB run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS AC-Control-Key
               FILE STATUS IS WS-Audit-Control-Status.

           SELECT AccountingPeriodFile
               ASSIGN TO "Accounting.Period.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-Period
               FILE STATUS IS WS-Period-File-Status.

           SELECT JournalFile ASSIGN TO "Order.Forward.Journal"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-File-Status.
               88  Order-Invoiced    VALUE "I".
               88  Order-Cancelled   VALUE "C".
               88  Order-Credit-Held VALUE "H".
               88  Order-Finance-Charge VALUE "F".
               88  Order-Awaiting-Payment VALUE "A".
               88  Order-Margin-Held VALUE "M".
           05  Order-Req-Ship-Date PIC X(08).
           05  Order-Priority      PIC X(01).
           05  Order-Cancel-Reason PIC X(03).
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

       FD  CreditMemoFile.
      * One record per refund or credit issued, so every adjustment to
           05  CM-Date             PIC X(08).
           05  CM-Time             PIC X(08).
           05  CM-Operator         PIC X(08).
      * Where the refund stands with REFDISB. A memo is written
      * awaiting payout; the nightly disbursement run pays it by bank
      * transfer or cheque and stamps the method, its reference (the
      * transfer or cheque number), and the date it went out, so it
      * can never be paid twice. Memos from before refunds were paid
      * through REFDISB carry spaces and are never picked up.
           05  CM-Disb-Status      PIC X(01).
               88  CM-Awaiting-Payout  VALUE "W".
               88  CM-Paid-Out         VALUE "P".
           05  CM-Disb-Method      PIC X(01).
               88  CM-Paid-By-Cheque   VALUE "C".
               88  CM-Paid-By-Transfer VALUE "T".
           05  CM-Disb-Reference   PIC X(12).
           05  CM-Disb-Date        PIC X(08).
      * What the memo is for - money going back to a customer who
      * paid it, or a volume rebate REBATES issued under the
      * customer's rebate agreement. GLJRNL books a rebate to rebate
      * expense rather than back against what was paid. Memos from
      * before rebates were issued carry a space and are refunds.
           05  CM-Memo-Type        PIC X(01).
               88  CM-Refund-Memo      VALUE "F" SPACE.
               88  CM-Rebate-Memo      VALUE "R".

       FD  PaymentControlFile.
      * Credit memo numbers are minted from the same control file as
                   88  Operator-May-Maint-Master VALUE "Y".
               10  Operator-Perm-Count   PIC X(01).
                   88  Operator-May-Post-Count   VALUE "Y".
               10  Operator-Perm-Period  PIC X(01).
                   88  Operator-May-Close-Period VALUE "Y".
               10  Operator-Perm-Adjust  PIC X(01).
                   88  Operator-May-Adjust-Stock VALUE "Y".

       FD  AuditTrailFile.
       01  Audit-Trail-Record.
           05  AC-Control-Key      PIC X(01).
           05  AC-Last-Audit-Seq   PIC 9(09).

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
       01  WS-Operator-Auth-Status PIC X(02).
       01  WS-Audit-File-Status   PIC X(02).
       01  WS-Audit-Control-Status PIC X(02).
       01  WS-Period-File-Status  PIC X(02).
       01  WS-MESSAGE             PIC X(50).
       01  WS-CURSOR-POSITION     PIC 9(4).
       01  WS-DATE                PIC X(11).
           88  WS-REFUND-AUTHORIZED     VALUE "Y".
           88  WS-REFUND-NOT-AUTHORIZED VALUE "N".

      * Set by CHECK-POSTING-PERIOD - whether today's accounting month
      * is still open to postings.
       01  WS-PERIOD-SWITCH       PIC X(01) VALUE "Y".
           88  WS-PERIOD-OPEN       VALUE "Y".
           88  WS-PERIOD-CLOSED     VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
      * Receive the order number, amount, and reason to credit and
      * Look up the order, confirm the operator may refund and that
      * the amount does not exceed what the customer has actually
      * paid, then write the credit memo and adjust the order's paid
      * position and the customer's exposure. No credit is issued
      * while today's accounting month is closed.
           PERFORM CHECK-REFUND-AUTHORIZED.
           IF WS-REFUND-NOT-AUTHORIZED
               MOVE "NOT AUTHORIZED TO ISSUE CREDITS" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               RETURN.

           PERFORM CHECK-POSTING-PERIOD.
           IF WS-PERIOD-CLOSED
               MOVE "ACCOUNTING PERIOD CLOSED - SEE FINANCE"
                   TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               RETURN.

           MOVE WS-CM-ORDER-CODE TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
           MOVE WS-DATE(1:8) TO CM-Date.
           MOVE WS-TIME TO CM-Time.
           MOVE EIBUSERID TO CM-Operator.
           SET CM-Awaiting-Payout TO TRUE.
           MOVE SPACES TO CM-Disb-Method.
           MOVE SPACES TO CM-Disb-Reference.
           MOVE SPACES TO CM-Disb-Date.
           SET CM-Refund-Memo TO TRUE.
           WRITE CreditMemoFile FROM Credit-Memo-Record
               INVALID KEY
                   CONTINUE.

       CHECK-POSTING-PERIOD.
      * Postings are dated today, so today's accounting month must
      * still be open. A month with no period record has never been
      * closed.
           SET WS-PERIOD-OPEN TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           MOVE WS-DATE(1:6) TO AP-Period.
           READ AccountingPeriodFile KEY IS AP-Period
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AP-Period-Closed
                       SET WS-PERIOD-CLOSED TO TRUE
                   END-IF.

       CHECK-REFUND-AUTHORIZED.
      * Refunding money is a step above the plain sign-on gate MENU
      * applies before linking here - only an operator granted the
