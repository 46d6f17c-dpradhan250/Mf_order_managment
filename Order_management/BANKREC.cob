       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.

      * Nightly bank reconciliation. Takes in the bank's daily
      * statement file and ticks each entry on it against the receipts
      * we posted, the job accounting used to do by hand against the
      * PAYJRNL totals:
      *   - a lockbox credit is matched by the bank's batch number to
      *     the batch PAYPOST registered on Payment.Batch.KSDS, and
      *     must carry the batch's whole amount as its trailer proved
      *     it - the batch is then stamped cleared;
      *   - any other deposit credit is matched by payment reference
      *     and amount to a receipt on Payment.History.KSDS still
      *     waiting to clear, which is then marked cleared;
      *   - a returned or bounced item is matched the same way to the
      *     receipt the bank has charged back, which is marked
      *     returned and listed with a reversal offered against it.
      * A credit that matches nothing is listed as unmatched for
      * accounting to chase with the bank. Like the lockbox file, the
      * statement carries a header and a trailer and nothing on it is
      * applied unless it balances to the trailer.
      * A reversal is not booked on the night the item comes back -
      * credit control approves it first, on the Bank.Reversal.Trans
      * list, by payment number and the approving userid, who must
      * hold the credit permission on Operator.Auth.KSDS, the way the
      * write-off run takes bad-debt approvals. An approved reversal
      * takes the payment back off the order, reopening its balance
      * due (with any settlement discount the payment earned), raises
      * the customer's open exposure back, and is written to the
      * audit trail. A cash-in-advance order not yet picked goes back
      * to awaiting payment. A parked payment comes back off the
      * customer's on-account balance instead. An order already
      * archived is refused for finance to reverse by hand. GLJRNL
      * books the reversals the night they are made.
      * Last, the run lists the receipts we posted that the bank has
      * still not credited after the clearing days allowed, looking
      * back no further than the lookback days, and every returned
      * item still waiting on its reversal.
      * Runs once per business date in ORDNITE after PAYJRNL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StatementFile ASSIGN TO "Bank.Statement.Trans"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Statement-File-Status.

           SELECT ReversalFile ASSIGN TO "Bank.Reversal.Trans"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Reversal-File-Status.

           SELECT OrderFile ASSIGN TO "Order.Transaction.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Order-Code OF Order-Header-Record
               FILE STATUS IS WS-File-Status.

           SELECT CustomerFile ASSIGN TO "Customer.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Customer-Code OF Customer-Record
               FILE STATUS IS WS-Cust-File-Status.

           SELECT PaymentHistFile ASSIGN TO "Payment.History.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Payment-Seq-No
               ALTERNATE RECORD KEY IS Payment-Reference
                   WITH DUPLICATES
               FILE STATUS IS WS-Pay-Hist-Status.

           SELECT PaymentBatchFile ASSIGN TO "Payment.Batch.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-Batch-Number
               FILE STATUS IS WS-Pay-Batch-Status.

           SELECT OnAccountFile ASSIGN TO "On.Account.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OA-Customer-Code
               FILE STATUS IS WS-OnAccount-File-Status.

           SELECT TermsFile ASSIGN TO "Payment.Terms.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Terms-Code
               FILE STATUS IS WS-Terms-File-Status.

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
       FD  StatementFile.
      * The bank's statement for one day: a header carrying the
      * statement date, one detail per entry on the account, and a
      * trailer carrying the entry count and the total of the detail
      * amounts, credits and returns alike. A lockbox credit carries
      * the lockbox batch number; a deposit credit or a returned item
      * carries the payment reference the bank captured, and the
      * bank's own reference or return reason for the listing.
       01  Statement-Record.
           05  BS-Record-Type      PIC X(01).
               88  BS-Header-Rec     VALUE "H".
               88  BS-Detail-Rec     VALUE "D".
               88  BS-Trailer-Rec    VALUE "T".
           05  BS-Entry-Type       PIC X(01).
               88  BS-Lockbox-Credit VALUE "L".
               88  BS-Deposit-Credit VALUE "C".
               88  BS-Returned-Item  VALUE "R".
           05  BS-Batch-Number     PIC 9(09).
           05  BS-Reference        PIC X(12).
           05  BS-Amount           PIC 9(09)V9(02).
           05  BS-Bank-Ref         PIC X(16).
       01  Statement-Header-Record.
           05  SH-Record-Type      PIC X(01).
           05  SH-Statement-Date   PIC X(08).
           05  FILLER              PIC X(41).
       01  Statement-Trailer-Record.
           05  ST-Record-Type      PIC X(01).
           05  ST-Record-Count     PIC 9(07).
           05  ST-Amount-Total     PIC 9(11)V9(02).
           05  FILLER              PIC X(29).

       FD  ReversalFile.
      * One approved reversal per record - the payment the bank
      * returned, by its payment number, and the userid of the
      * supervisor who approved taking it back off the books.
       01  Reversal-Record.
           05  BR-Payment-Seq-No   PIC 9(09).
           05  BR-Approved-By      PIC X(08).

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

       FD  PaymentHistFile.
       01  Payment-History-Record.
           05  Payment-Seq-No        PIC 9(09).
           05  Payment-Order-Code    PIC 9(07).
           05  Payment-Customer-Code PIC 9(07).
           05  Payment-Amount        PIC 9(07)V9(02).
           05  Payment-Date          PIC X(08).
           05  Payment-Time          PIC X(08).
           05  Payment-Operator      PIC X(08).
           05  Payment-Pay-Type      PIC X(03).
           05  Payment-Reference     PIC X(12).
      * Settlement discount allowed when this payment cleared an
      * invoice early under its terms - the receivable it settled is
      * the amount plus the discount. Zero on any other payment.
           05  Payment-Disc-Amount   PIC 9(05)V9(02).
      * Where the bank stands on the receipt - see BANKREC. Spaces
      * until a bank statement credits it; returned when the bank
      * charges it back unpaid, and reversed once credit control has
      * put the money back on the order. The date is the statement
      * or reversal date of the last change. A lockbox payment
      * carries the bank's batch number and clears with its batch.
           05  Payment-Bank-Status   PIC X(01).
               88  Payment-Not-Cleared  VALUE SPACE.
               88  Payment-Cleared      VALUE "C".
               88  Payment-Returned     VALUE "R".
               88  Payment-Reversed     VALUE "V".
           05  Payment-Bank-Date     PIC X(08).
           05  Payment-Batch-No      PIC 9(09).

       FD  PaymentBatchFile.
       01  Payment-Batch-Record.
           05  PB-Batch-Number     PIC 9(09).
           05  PB-Posted-Date      PIC X(08).
      * The batch's count and amount as the trailer proved them, and
      * the statement date BANKREC matched the bank's credit on.
           05  PB-Record-Count     PIC 9(07).
           05  PB-Amount-Total     PIC 9(09)V9(02).
           05  PB-Cleared-Date     PIC X(08).

       FD  OnAccountFile.
       01  On-Account-Record.
           05  OA-Customer-Code    PIC 9(07).
           05  OA-Balance          PIC 9(09)V9(02).

       FD  TermsFile.
       01  Payment-Terms-Record.
           05  Terms-Code          PIC X(03).
           05  Terms-Desc          PIC X(15).
           05  Terms-Days          PIC 9(03).
      * Early-payment settlement discount - the fraction of the
      * invoice the customer may deduct (0.020 is two percent) when
      * paying within the discount days of the invoice date, as in
      * "2% 10, NET 30". A zero rate or zero days offers none.
           05  Terms-Disc-Pct      PIC 9(01)V9(03).
           05  Terms-Disc-Days     PIC 9(03).
           05  Terms-CIA-Flag      PIC X(01).
               88  Terms-Cash-In-Advance VALUE "Y".
           05  Terms-Status        PIC X(01).
               88  Terms-Active      VALUE "A".
               88  Terms-Inactive    VALUE "I".

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
       01  WS-Statement-File-Status PIC X(02).
       01  WS-Reversal-File-Status PIC X(02).
       01  WS-File-Status         PIC X(02).
       01  WS-Cust-File-Status    PIC X(02).
       01  WS-Pay-Hist-Status     PIC X(02).
       01  WS-Pay-Batch-Status    PIC X(02).
       01  WS-OnAccount-File-Status PIC X(02).
       01  WS-Terms-File-Status   PIC X(02).
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

      * The business date the reversals are dated for (rolled into the
      * next open month if its own is closed - see WS-POSTING-DATE),
      * so GLJRNL books them on the night they belong to, and the
      * statement date the matched receipts are cleared on. With no
      * statement tonight the outstanding report is run as at the
      * business date.
       01  WS-TODAY               PIC 9(08).
       01  WS-STATEMENT-DATE      PIC X(08).
       01  WS-ASOF-NUM            PIC 9(08).
       01  WS-ASOF-INTEGER        PIC S9(09) COMP.
       01  WS-WORK-INTEGER        PIC S9(09) COMP.
       01  WS-WORK-DATE-NUM       PIC 9(08).

      * The date every reversal is booked under - the business date,
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

      * A receipt is given the clearing days to reach the statement
      * before it is reported as not credited, and nothing posted
      * more than the lookback days ago is reported at all - anything
      * that old has long since been taken up with the bank.
       01  WS-CLEARING-DAYS       PIC 9(03) VALUE 3.
       01  WS-LOOKBACK-DAYS       PIC 9(03) VALUE 90.
       01  WS-CLEARING-CUTOFF     PIC X(08).
       01  WS-LOOKBACK-CUTOFF     PIC X(08).

      * Statement control totals - counted in the control pass and
      * proved against the trailer before anything is applied.
       01  WS-CTL-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-CTL-AMOUNT          PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-TRAILER-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-TRAILER-AMOUNT      PIC 9(11)V9(02) VALUE ZEROS.

      * The statement entry being reported and why it matched nothing.
       01  WS-ENTRY-DESC          PIC X(14).
       01  WS-UNMATCHED-REASON    PIC X(30).

      * The reversal being booked - on whose authority, and what the
      * audit trail is keyed on: the order, or for a parked payment
      * the customer.
       01  WS-REV-APPROVED-BY     PIC X(08).
       01  WS-AUDIT-KEY           PIC 9(07).
       01  WS-REJECT-REASON       PIC X(30).

      * Run totals for the foot of the report.
       01  WS-BATCH-CLEARED-COUNT PIC 9(07) VALUE ZEROS.
       01  WS-BATCH-CLEARED-TOTAL PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-PAY-CLEARED-COUNT   PIC 9(07) VALUE ZEROS.
       01  WS-PAY-CLEARED-TOTAL   PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-UNMATCHED-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-UNMATCHED-TOTAL     PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-RETURNED-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-RETURNED-TOTAL      PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-REVERSED-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-REVERSED-TOTAL      PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-REV-REJECT-COUNT    PIC 9(07) VALUE ZEROS.
       01  WS-OUT-BATCH-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-OUT-BATCH-TOTAL     PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-OUT-PAY-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-OUT-PAY-TOTAL       PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-AWAIT-REV-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-AWAIT-REV-TOTAL     PIC 9(11)V9(02) VALUE ZEROS.

       01  WS-STATEMENT-SWITCH    PIC X(01) VALUE "Y".
           88  WS-STATEMENT-ACCEPTED VALUE "Y".
           88  WS-STATEMENT-REJECTED VALUE "N".
           88  WS-NO-STATEMENT       VALUE "X".

       01  WS-TRAILER-SWITCH      PIC X(01) VALUE "N".
           88  WS-TRAILER-SEEN      VALUE "Y".
           88  WS-TRAILER-NOT-SEEN  VALUE "N".

       01  WS-MATCH-SWITCH        PIC X(01) VALUE "N".
           88  WS-MATCH-FOUND       VALUE "Y".
           88  WS-NO-MATCH          VALUE "N".

       01  WS-APPROVER-SWITCH     PIC X(01) VALUE "N".
           88  WS-APPROVER-ON-FILE  VALUE "Y".
           88  WS-APPROVER-UNKNOWN  VALUE "N".

       01  WS-CIA-SWITCH          PIC X(01) VALUE "N".
           88  WS-CASH-IN-ADVANCE   VALUE "Y".
           88  WS-ON-ACCOUNT        VALUE "N".

       01  WS-CIA-HELD-SWITCH     PIC X(01) VALUE "N".
           88  WS-CIA-HELD          VALUE "Y".
           88  WS-CIA-NOT-HELD      VALUE "N".

       01  WS-STMT-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-STMT-END          VALUE "Y".
           88  WS-STMT-NOT-END      VALUE "N".

       01  WS-REV-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-REV-END           VALUE "Y".
           88  WS-REV-NOT-END       VALUE "N".

       01  WS-HIST-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-HIST-END          VALUE "Y".
           88  WS-HIST-NOT-END      VALUE "N".

       01  WS-BATCH-EOF-SWITCH    PIC X(01) VALUE "N".
           88  WS-BATCH-END         VALUE "Y".
           88  WS-BATCH-NOT-END     VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "BANK RECONCILIATION STARTING".
           PERFORM ESTABLISH-BUSINESS-DATE.
           PERFORM CHECK-ALREADY-RUN.
           MOVE WS-TODAY TO WS-POSTING-DATE.
           PERFORM ESTABLISH-POSTING-PERIOD.

           OPEN I-O OrderFile.
           OPEN I-O CustomerFile.
           OPEN I-O PaymentHistFile.
           OPEN I-O PaymentBatchFile.
           OPEN I-O OnAccountFile.
           OPEN INPUT TermsFile.
           OPEN INPUT OperatorAuthFile.
           OPEN I-O AuditTrailFile.
           OPEN I-O AuditControlFile.
           OPEN EXTEND JournalFile.

           PERFORM PROCESS-STATEMENT.
           PERFORM PROCESS-REVERSALS.
           PERFORM REPORT-OUTSTANDING.

           CLOSE OrderFile.
           CLOSE CustomerFile.
           CLOSE PaymentHistFile.
           CLOSE PaymentBatchFile.
           CLOSE OnAccountFile.
           CLOSE TermsFile.
           CLOSE OperatorAuthFile.
           CLOSE AuditTrailFile.
           CLOSE AuditControlFile.
           CLOSE JournalFile.

           DISPLAY "LOCKBOX BATCHES CLEARED: " WS-BATCH-CLEARED-COUNT
               " FOR " WS-BATCH-CLEARED-TOTAL.
           DISPLAY "RECEIPTS CLEARED: " WS-PAY-CLEARED-COUNT
               " FOR " WS-PAY-CLEARED-TOTAL.
           DISPLAY "UNMATCHED BANK ENTRIES: " WS-UNMATCHED-COUNT
               " FOR " WS-UNMATCHED-TOTAL.
           DISPLAY "ITEMS RETURNED BY THE BANK: " WS-RETURNED-COUNT
               " FOR " WS-RETURNED-TOTAL.
           DISPLAY "PAYMENTS REVERSED: " WS-REVERSED-COUNT
               " FOR " WS-REVERSED-TOTAL
               " REVERSALS REJECTED: " WS-REV-REJECT-COUNT.
           DISPLAY "BATCHES NOT CREDITED: " WS-OUT-BATCH-COUNT
               " FOR " WS-OUT-BATCH-TOTAL.
           DISPLAY "RECEIPTS NOT CREDITED: " WS-OUT-PAY-COUNT
               " FOR " WS-OUT-PAY-TOTAL.
           DISPLAY "RETURNED ITEMS AWAITING REVERSAL: "
               WS-AWAIT-REV-COUNT " FOR " WS-AWAIT-REV-TOTAL.
           DISPLAY "BANK RECONCILIATION COMPLETE".
      * A statement that would not balance, or a reversal that was
      * refused, is flagged for finance without holding up the steps
      * behind this one. The run is still stamped, since what did
      * clear and reverse must not be applied twice.
           IF WS-STATEMENT-REJECTED OR WS-REV-REJECT-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

       PROCESS-STATEMENT.
      * Nothing on the statement is applied until it balances to its
      * trailer - the control pass reads it through once, then the
      * matching pass starts over. A night with no statement - the
      * step's statement DD dummied out - still books the approved
      * reversals and prints the outstanding report.
           MOVE WS-TODAY TO WS-STATEMENT-DATE.
           OPEN INPUT StatementFile.
           IF WS-Statement-File-Status NOT = "00"
               SET WS-NO-STATEMENT TO TRUE
           ELSE
               PERFORM VERIFY-STATEMENT-CONTROLS
               CLOSE StatementFile
           END-IF.

           EVALUATE TRUE
               WHEN WS-NO-STATEMENT
                   DISPLAY "NO BANK STATEMENT THIS RUN"
               WHEN WS-STATEMENT-REJECTED
                   DISPLAY "*** STATEMENT REJECTED WHOLE - NOTHING "
                       "MATCHED ***"
               WHEN OTHER
                   DISPLAY "BANK STATEMENT OF " WS-STATEMENT-DATE
                   OPEN INPUT StatementFile
                   SET WS-STMT-NOT-END TO TRUE
                   PERFORM READ-NEXT-ENTRY
                   PERFORM APPLY-ONE-ENTRY
                       UNTIL WS-STMT-END
                   CLOSE StatementFile
           END-EVALUATE.

       VERIFY-STATEMENT-CONTROLS.
      * The control pass: the file must open with the header, close
      * with the trailer, and balance its details to the trailer's
      * count and amount. An empty file is no statement at all.
           SET WS-STATEMENT-ACCEPTED TO TRUE.
           SET WS-STMT-NOT-END TO TRUE.
           PERFORM READ-ONE-STATEMENT-RECORD.
           EVALUATE TRUE
               WHEN WS-STMT-END
                   SET WS-NO-STATEMENT TO TRUE
               WHEN NOT BS-Header-Rec
                   DISPLAY "*** NO HEADER ON BANK STATEMENT ***"
                   SET WS-STATEMENT-REJECTED TO TRUE
               WHEN OTHER
                   MOVE SH-Statement-Date TO WS-STATEMENT-DATE
                   PERFORM TALLY-ONE-CONTROL-RECORD
                       UNTIL WS-STMT-END
                   PERFORM CHECK-STATEMENT-TRAILER
           END-EVALUATE.

       CHECK-STATEMENT-TRAILER.
           IF WS-TRAILER-NOT-SEEN
               DISPLAY "*** NO TRAILER ON BANK STATEMENT ***"
               SET WS-STATEMENT-REJECTED TO TRUE
           ELSE
               IF WS-CTL-COUNT NOT = WS-TRAILER-COUNT
                   OR WS-CTL-AMOUNT NOT = WS-TRAILER-AMOUNT
                   DISPLAY "*** STATEMENT OUT OF BALANCE - COUNTED "
                       WS-CTL-COUNT " FOR " WS-CTL-AMOUNT
                       " TRAILER CLAIMS " WS-TRAILER-COUNT
                       " FOR " WS-TRAILER-AMOUNT " ***"
                   SET WS-STATEMENT-REJECTED TO TRUE
               END-IF
           END-IF.

       TALLY-ONE-CONTROL-RECORD.
           PERFORM READ-ONE-STATEMENT-RECORD.
           IF WS-STMT-END
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN BS-Detail-Rec
                       ADD 1 TO WS-CTL-COUNT
                       ADD BS-Amount TO WS-CTL-AMOUNT
                   WHEN BS-Trailer-Rec
                       MOVE ST-Record-Count TO WS-TRAILER-COUNT
                       MOVE ST-Amount-Total TO WS-TRAILER-AMOUNT
                       SET WS-TRAILER-SEEN TO TRUE
                   WHEN OTHER
                       DISPLAY "*** BAD RECORD TYPE ON BANK "
                           "STATEMENT: " BS-Record-Type " ***"
                       SET WS-STATEMENT-REJECTED TO TRUE
               END-EVALUATE
           END-IF.

       READ-NEXT-ENTRY.
      * Read the next statement entry, stepping over the header and
      * trailer the control pass already verified.
           PERFORM READ-ONE-STATEMENT-RECORD.
           PERFORM READ-ONE-STATEMENT-RECORD
               UNTIL WS-STMT-END OR BS-Detail-Rec.

       READ-ONE-STATEMENT-RECORD.
           READ StatementFile
               AT END
                   SET WS-STMT-END TO TRUE.

       APPLY-ONE-ENTRY.
           EVALUATE TRUE
               WHEN BS-Lockbox-Credit
                   MOVE "LOCKBOX CREDIT" TO WS-ENTRY-DESC
                   PERFORM MATCH-LOCKBOX-CREDIT
               WHEN BS-Deposit-Credit
                   MOVE "DEPOSIT CREDIT" TO WS-ENTRY-DESC
                   PERFORM MATCH-DEPOSIT-CREDIT
               WHEN BS-Returned-Item
                   MOVE "RETURNED ITEM" TO WS-ENTRY-DESC
                   PERFORM MATCH-RETURNED-ITEM
               WHEN OTHER
                   MOVE "ENTRY TYPE " TO WS-ENTRY-DESC
                   MOVE BS-Entry-Type TO WS-ENTRY-DESC(12:1)
                   MOVE "ENTRY TYPE NOT RECOGNIZED"
                       TO WS-UNMATCHED-REASON
                   PERFORM REPORT-UNMATCHED-ENTRY
           END-EVALUATE.
           PERFORM READ-NEXT-ENTRY.

       MATCH-LOCKBOX-CREDIT.
      * A lockbox credit is the bank depositing a whole lockbox batch
      * in one - it matches the batch PAYPOST registered under the
      * same number, for the batch's full amount.
           MOVE BS-Batch-Number TO PB-Batch-Number.
           READ PaymentBatchFile KEY IS PB-Batch-Number
               INVALID KEY
                   MOVE "NO SUCH LOCKBOX BATCH POSTED"
                       TO WS-UNMATCHED-REASON
                   PERFORM REPORT-UNMATCHED-ENTRY
               NOT INVALID KEY
                   PERFORM CLEAR-LOCKBOX-BATCH
           END-READ.

       CLEAR-LOCKBOX-BATCH.
      * A batch credited once already, or credited for other than the
      * amount we posted, is left for accounting to take up with the
      * bank - the batch stays uncleared on an amount difference, so
      * it shows on the outstanding report until it is put right.
           EVALUATE TRUE
               WHEN PB-Cleared-Date NOT = SPACES
                   MOVE "BATCH ALREADY CREDITED" TO WS-UNMATCHED-REASON
                   PERFORM REPORT-UNMATCHED-ENTRY
               WHEN BS-Amount NOT = PB-Amount-Total
                   ADD 1 TO WS-UNMATCHED-COUNT
                   ADD BS-Amount TO WS-UNMATCHED-TOTAL
                   DISPLAY "  AMOUNT DIFFERS - LOCKBOX BATCH "
                       PB-Batch-Number " BANK " BS-Amount
                       " POSTED " PB-Amount-Total
                       " BANK REF " BS-Bank-Ref
               WHEN OTHER
                   MOVE WS-STATEMENT-DATE TO PB-Cleared-Date
                   REWRITE Payment-Batch-Record
                       INVALID KEY
                           DISPLAY "*** LOCKBOX BATCH "
                               PB-Batch-Number " NOT MARKED CLEARED ***"
                       NOT INVALID KEY
                           ADD 1 TO WS-BATCH-CLEARED-COUNT
                           ADD BS-Amount TO WS-BATCH-CLEARED-TOTAL
                   END-REWRITE
           END-EVALUATE.

       MATCH-DEPOSIT-CREDIT.
      * Any other credit is matched by the payment reference and the
      * amount to a receipt keyed or parked outside the lockbox that
      * is still waiting to clear. Lockbox receipts clear with their
      * batch, never one by one.
           SET WS-NO-MATCH TO TRUE.
           IF BS-Reference NOT = SPACES
               PERFORM START-REFERENCE-BROWSE
               PERFORM SCAN-ONE-DEPOSIT-MATCH
                   UNTIL WS-HIST-END OR WS-MATCH-FOUND
           END-IF.

           IF WS-MATCH-FOUND
               SET Payment-Cleared TO TRUE
               MOVE WS-STATEMENT-DATE TO Payment-Bank-Date
               REWRITE Payment-History-Record
                   INVALID KEY
                       DISPLAY "*** PAYMENT " Payment-Seq-No
                           " NOT MARKED CLEARED ***"
                   NOT INVALID KEY
                       ADD 1 TO WS-PAY-CLEARED-COUNT
                       ADD BS-Amount TO WS-PAY-CLEARED-TOTAL
               END-REWRITE
           ELSE
               MOVE "NO RECEIPT POSTED TO MATCH IT"
                   TO WS-UNMATCHED-REASON
               PERFORM REPORT-UNMATCHED-ENTRY
           END-IF.

       SCAN-ONE-DEPOSIT-MATCH.
           PERFORM READ-NEXT-BY-REFERENCE.
           IF WS-HIST-NOT-END
               IF Payment-Not-Cleared
                   AND Payment-Batch-No = ZEROS
                   AND Payment-Amount = BS-Amount
                   SET WS-MATCH-FOUND TO TRUE
               END-IF
           END-IF.

       MATCH-RETURNED-ITEM.
      * A returned item is the bank charging a receipt back unpaid -
      * a bounced check, a recalled transfer. It matches the receipt
      * by reference and amount, cleared yet or not. The receipt is
      * marked returned and a reversal offered for credit control to
      * approve; nothing comes off the order tonight.
           SET WS-NO-MATCH TO TRUE.
           IF BS-Reference NOT = SPACES
               AND BS-Reference NOT = "ON-ACCOUNT"
               PERFORM START-REFERENCE-BROWSE
               PERFORM SCAN-ONE-RETURN-MATCH
                   UNTIL WS-HIST-END OR WS-MATCH-FOUND
           END-IF.

           IF WS-MATCH-FOUND
               SET Payment-Returned TO TRUE
               MOVE WS-STATEMENT-DATE TO Payment-Bank-Date
               REWRITE Payment-History-Record
                   INVALID KEY
                       DISPLAY "*** PAYMENT " Payment-Seq-No
                           " NOT MARKED RETURNED ***"
                   NOT INVALID KEY
                       ADD 1 TO WS-RETURNED-COUNT
                       ADD BS-Amount TO WS-RETURNED-TOTAL
                       DISPLAY "  RETURNED ITEM - PAYMENT "
                           Payment-Seq-No
                           " ORDER " Payment-Order-Code
                           " CUSTOMER " Payment-Customer-Code
                           " AMOUNT " Payment-Amount
                           " REF " Payment-Reference
                           " BANK REF " BS-Bank-Ref
                       DISPLAY "    REVERSAL AVAILABLE - APPROVE "
                           "PAYMENT " Payment-Seq-No
                           " ON THE REVERSAL LIST"
               END-REWRITE
           ELSE
               MOVE "NO RECEIPT POSTED TO MATCH IT"
                   TO WS-UNMATCHED-REASON
               PERFORM REPORT-UNMATCHED-ENTRY
           END-IF.

       SCAN-ONE-RETURN-MATCH.
           PERFORM READ-NEXT-BY-REFERENCE.
           IF WS-HIST-NOT-END
               IF (Payment-Not-Cleared OR Payment-Cleared)
                   AND Payment-Amount = BS-Amount
                   SET WS-MATCH-FOUND TO TRUE
               END-IF
           END-IF.

       START-REFERENCE-BROWSE.
      * Position on the payment history's reference index at the
      * statement entry's reference.
           SET WS-HIST-NOT-END TO TRUE.
           MOVE BS-Reference TO Payment-Reference.
           START PaymentHistFile KEY IS EQUAL TO Payment-Reference
               INVALID KEY
                   SET WS-HIST-END TO TRUE.

       READ-NEXT-BY-REFERENCE.
      * Next receipt under the reference - the browse ends when the
      * reference changes.
           READ PaymentHistFile NEXT RECORD
               AT END
                   SET WS-HIST-END TO TRUE
               NOT AT END
                   IF Payment-Reference NOT = BS-Reference
                       SET WS-HIST-END TO TRUE
                   END-IF
           END-READ.

       REPORT-UNMATCHED-ENTRY.
           ADD 1 TO WS-UNMATCHED-COUNT.
           ADD BS-Amount TO WS-UNMATCHED-TOTAL.
           DISPLAY "  UNMATCHED " WS-ENTRY-DESC
               " BATCH " BS-Batch-Number
               " REF " BS-Reference
               " AMOUNT " BS-Amount
               " BANK REF " BS-Bank-Ref
               " - " WS-UNMATCHED-REASON.

       PROCESS-REVERSALS.
      * Book the reversals credit control has approved. A night with
      * no list - the step's reversal DD dummied out - books none.
           OPEN INPUT ReversalFile.
           IF WS-Reversal-File-Status NOT = "00"
               DISPLAY "NO REVERSALS APPROVED THIS RUN"
           ELSE
               SET WS-REV-NOT-END TO TRUE
               PERFORM READ-NEXT-REVERSAL
               PERFORM APPLY-ONE-REVERSAL
                   UNTIL WS-REV-END
               CLOSE ReversalFile
           END-IF.

       READ-NEXT-REVERSAL.
           READ ReversalFile
               AT END
                   SET WS-REV-END TO TRUE
           END-READ.

       APPLY-ONE-REVERSAL.
           MOVE BR-Payment-Seq-No TO Payment-Seq-No.
           READ PaymentHistFile KEY IS Payment-Seq-No
               INVALID KEY
                   MOVE "PAYMENT NOT FOUND" TO WS-REJECT-REASON
                   PERFORM REJECT-REVERSAL
               NOT INVALID KEY
                   PERFORM CHECK-REVERSAL
           END-READ.
           PERFORM READ-NEXT-REVERSAL.

       CHECK-REVERSAL.
      * The reversal stands only for a receipt the bank has returned
      * and not already reversed, approved by a holder of the credit
      * permission.
           SET WS-APPROVER-UNKNOWN TO TRUE.
           MOVE BR-Approved-By TO Operator-Userid.
           READ OperatorAuthFile KEY IS Operator-Userid
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-APPROVER-ON-FILE TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN Payment-Reversed
                   MOVE "ALREADY REVERSED" TO WS-REJECT-REASON
                   PERFORM REJECT-REVERSAL
               WHEN NOT Payment-Returned
                   MOVE "NOT RETURNED BY THE BANK" TO WS-REJECT-REASON
                   PERFORM REJECT-REVERSAL
               WHEN WS-APPROVER-UNKNOWN
                   MOVE "APPROVER NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM REJECT-REVERSAL
               WHEN NOT Operator-May-Credit
                   MOVE "APPROVER NOT AUTHORIZED" TO WS-REJECT-REASON
                   PERFORM REJECT-REVERSAL
               WHEN Payment-Order-Code = ZEROS
                   MOVE BR-Approved-By TO WS-REV-APPROVED-BY
                   PERFORM REVERSE-PARKED-PAYMENT
               WHEN OTHER
                   MOVE BR-Approved-By TO WS-REV-APPROVED-BY
                   PERFORM REVERSE-ORDER-PAYMENT
           END-EVALUATE.

       REJECT-REVERSAL.
           ADD 1 TO WS-REV-REJECT-COUNT.
           DISPLAY "  REJECTED REVERSAL - PAYMENT " BR-Payment-Seq-No
               " BY " BR-Approved-By " - " WS-REJECT-REASON.

       REVERSE-ORDER-PAYMENT.
      * Take the payment back off its order. An order archived since
      * it was paid is no longer on the live file to reopen, and one
      * showing less paid than the payment has been adjusted by hand
      * since - either way finance reverses it by hand.
           MOVE Payment-Order-Code TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
                   MOVE "ORDER ARCHIVED - REVERSE BY HAND"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-REVERSAL
               NOT INVALID KEY
                   IF Order-Amount-Paid < Payment-Amount
                       MOVE "ORDER SHOWS LESS PAID THAN THIS"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-REVERSAL
                   ELSE
                       PERFORM REOPEN-ORDER-BALANCE
                   END-IF
           END-READ.

       REOPEN-ORDER-BALANCE.
      * The payment comes off what was paid, and the balance it
      * settled - the cash plus any settlement discount it earned,
      * which the customer has not earned after all - is owed again.
      * A cash-in-advance order the payment released that has not
      * been picked yet goes back to awaiting payment.
           SUBTRACT Payment-Amount FROM Order-Amount-Paid.
           ADD Payment-Amount Payment-Disc-Amount
               TO Order-Balance-Due.
           MOVE Customer-Code OF Order-Header-Record
               TO Customer-Code OF Customer-Record.
           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   MOVE SPACES TO Customer-Terms-Code
           END-READ.
           PERFORM CHECK-CASH-IN-ADVANCE.
           SET WS-CIA-NOT-HELD TO TRUE.
           IF Order-Open AND WS-CASH-IN-ADVANCE
               SET Order-Awaiting-Payment TO TRUE
               SET WS-CIA-HELD TO TRUE
           END-IF.
           REWRITE Order-Header-Record
               INVALID KEY
                   MOVE "ORDER REWRITE FAILED" TO WS-REJECT-REASON
                   PERFORM REJECT-REVERSAL
               NOT INVALID KEY
                   MOVE "R" TO WS-JRNL-ACTION
                   PERFORM JOURNAL-ORDER-IMAGE
                   PERFORM RAISE-CUSTOMER-EXPOSURE
                   MOVE Order-Code OF Order-Header-Record
                       TO WS-AUDIT-KEY
                   PERFORM BOOK-REVERSAL
           END-REWRITE.

       CHECK-CASH-IN-ADVANCE.
      * Look up whether the customer's payment terms are flagged
      * cash-in-advance. No terms code, or one no longer on file,
      * trades on account.
           SET WS-ON-ACCOUNT TO TRUE.
           IF Customer-Terms-Code NOT = SPACES
               MOVE Customer-Terms-Code TO Terms-Code
               READ TermsFile KEY IS Terms-Code
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Terms-Cash-In-Advance
                           SET WS-CASH-IN-ADVANCE TO TRUE
                       END-IF
               END-READ
           END-IF.

       RAISE-CUSTOMER-EXPOSURE.
      * The balance reopened is owed again, so it goes back onto the
      * account's open exposure the way a new order's value does.
           MOVE Customer-Code OF Order-Header-Record
               TO Customer-Code OF Customer-Record.
           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD Payment-Amount Payment-Disc-Amount
                       TO Customer-Open-Exposure
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

       REVERSE-PARKED-PAYMENT.
      * A payment parked on account never reached an order, so it
      * comes back off the customer's on-account balance. If that
      * balance has since been applied to orders, finance unpicks the
      * application by hand.
           MOVE Payment-Customer-Code TO OA-Customer-Code.
           READ OnAccountFile KEY IS OA-Customer-Code
               INVALID KEY
                   MOVE "NO ON-ACCOUNT BALANCE" TO WS-REJECT-REASON
                   PERFORM REJECT-REVERSAL
               NOT INVALID KEY
                   IF OA-Balance < Payment-Amount
                       MOVE "PARKED MONEY ALREADY APPLIED"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-REVERSAL
                   ELSE
                       SUBTRACT Payment-Amount FROM OA-Balance
                       REWRITE On-Account-Record
                           INVALID KEY
                               MOVE "ON-ACCOUNT REWRITE FAILED"
                                   TO WS-REJECT-REASON
                               PERFORM REJECT-REVERSAL
                           NOT INVALID KEY
                               MOVE Payment-Customer-Code
                                   TO WS-AUDIT-KEY
                               PERFORM BOOK-REVERSAL
                       END-REWRITE
                   END-IF
           END-READ.

       BOOK-REVERSAL.
      * The money is back on the books - mark the receipt reversed
      * for tonight's posting date, so GLJRNL posts it, and audit it
      * under the approver's userid.
           SET Payment-Reversed TO TRUE.
           MOVE WS-POSTING-DATE TO Payment-Bank-Date.
           REWRITE Payment-History-Record
               INVALID KEY
                   DISPLAY "*** PAYMENT " Payment-Seq-No
                       " NOT MARKED REVERSED ***"
           END-REWRITE.
           PERFORM LOG-AUDIT-ENTRY.
           ADD 1 TO WS-REVERSED-COUNT.
           ADD Payment-Amount TO WS-REVERSED-TOTAL.
           DISPLAY "  REVERSED PAYMENT " Payment-Seq-No
               " ORDER " Payment-Order-Code
               " CUSTOMER " Payment-Customer-Code
               " AMOUNT " Payment-Amount
               " DISCOUNT " Payment-Disc-Amount
               " APPROVED BY " WS-REV-APPROVED-BY.
           IF Payment-Order-Code NOT = ZEROS AND WS-CIA-HELD
               DISPLAY "    CASH-IN-ADVANCE ORDER BACK TO AWAITING "
                   "PAYMENT"
           END-IF.

       REPORT-OUTSTANDING.
      * What we posted that the bank has not credited after the
      * clearing days, within the lookback, and what the bank has
      * returned that is still waiting on its reversal.
           MOVE WS-STATEMENT-DATE TO WS-ASOF-NUM.
           COMPUTE WS-ASOF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-NUM).
           COMPUTE WS-WORK-INTEGER = WS-ASOF-INTEGER - WS-CLEARING-DAYS.
           COMPUTE WS-WORK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).
           MOVE WS-WORK-DATE-NUM TO WS-CLEARING-CUTOFF.
           COMPUTE WS-WORK-INTEGER = WS-ASOF-INTEGER - WS-LOOKBACK-DAYS.
           COMPUTE WS-WORK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER).
           MOVE WS-WORK-DATE-NUM TO WS-LOOKBACK-CUTOFF.

           DISPLAY "POSTED BUT NOT CREDITED BY THE BANK - POSTED "
               WS-LOOKBACK-CUTOFF " TO " WS-CLEARING-CUTOFF.
           SET WS-BATCH-NOT-END TO TRUE.
           MOVE ZEROS TO PB-Batch-Number.
           START PaymentBatchFile KEY IS GREATER THAN OR EQUAL
               PB-Batch-Number
               INVALID KEY
                   SET WS-BATCH-END TO TRUE.
           PERFORM CHECK-ONE-BATCH
               UNTIL WS-BATCH-END.

           SET WS-HIST-NOT-END TO TRUE.
           MOVE ZEROS TO Payment-Seq-No.
           START PaymentHistFile KEY IS GREATER THAN OR EQUAL
               Payment-Seq-No
               INVALID KEY
                   SET WS-HIST-END TO TRUE.
           PERFORM CHECK-ONE-RECEIPT
               UNTIL WS-HIST-END.

           DISPLAY "RETURNED BY THE BANK - AWAITING REVERSAL".
           SET WS-HIST-NOT-END TO TRUE.
           MOVE ZEROS TO Payment-Seq-No.
           START PaymentHistFile KEY IS GREATER THAN OR EQUAL
               Payment-Seq-No
               INVALID KEY
                   SET WS-HIST-END TO TRUE.
           PERFORM CHECK-ONE-RETURN
               UNTIL WS-HIST-END.

       CHECK-ONE-BATCH.
           READ PaymentBatchFile NEXT RECORD
               AT END
                   SET WS-BATCH-END TO TRUE
               NOT AT END
                   IF PB-Cleared-Date = SPACES
                       AND PB-Posted-Date NOT > WS-CLEARING-CUTOFF
                       AND PB-Posted-Date NOT < WS-LOOKBACK-CUTOFF
                       ADD 1 TO WS-OUT-BATCH-COUNT
                       ADD PB-Amount-Total TO WS-OUT-BATCH-TOTAL
                       DISPLAY "  LOCKBOX BATCH " PB-Batch-Number
                           " POSTED " PB-Posted-Date
                           " ITEMS " PB-Record-Count
                           " AMOUNT " PB-Amount-Total
                   END-IF
           END-READ.

       CHECK-ONE-RECEIPT.
      * Only a receipt outside the lockbox clears on its own - the
      * lockbox receipts are covered by their batch above, and an
      * application of parked money is no bank receipt at all.
           READ PaymentHistFile NEXT RECORD
               AT END
                   SET WS-HIST-END TO TRUE
               NOT AT END
                   IF Payment-Not-Cleared
                       AND Payment-Batch-No = ZEROS
                       AND Payment-Reference NOT = "ON-ACCOUNT"
                       AND Payment-Date NOT > WS-CLEARING-CUTOFF
                       AND Payment-Date NOT < WS-LOOKBACK-CUTOFF
                       ADD 1 TO WS-OUT-PAY-COUNT
                       ADD Payment-Amount TO WS-OUT-PAY-TOTAL
                       DISPLAY "  RECEIPT " Payment-Seq-No
                           " POSTED " Payment-Date
                           " ORDER " Payment-Order-Code
                           " CUSTOMER " Payment-Customer-Code
                           " AMOUNT " Payment-Amount
                           " REF " Payment-Reference
                   END-IF
           END-READ.

       CHECK-ONE-RETURN.
           READ PaymentHistFile NEXT RECORD
               AT END
                   SET WS-HIST-END TO TRUE
               NOT AT END
                   IF Payment-Returned
                       ADD 1 TO WS-AWAIT-REV-COUNT
                       ADD Payment-Amount TO WS-AWAIT-REV-TOTAL
                       DISPLAY "  PAYMENT " Payment-Seq-No
                           " RETURNED " Payment-Bank-Date
                           " ORDER " Payment-Order-Code
                           " CUSTOMER " Payment-Customer-Code
                           " AMOUNT " Payment-Amount
                           " REF " Payment-Reference
                   END-IF
           END-READ.

       LOG-AUDIT-ENTRY.
      * Record the reversal against the audit trail, minting the next
      * audit sequence number from Audit-Control-KSDS the same way
      * the online programs do. The userid field carries the
      * approving supervisor.
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
           MOVE WS-REV-APPROVED-BY TO Audit-Userid.
           MOVE WS-LOG-DATE TO Audit-Date.
           MOVE WS-LOG-TIME TO Audit-Time.
           MOVE "REVERSAL" TO Audit-Action.
           MOVE "BANKREC" TO Audit-Program.
           MOVE WS-AUDIT-KEY TO Audit-Key.
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
      * Reversals are never dated into a month finance has already
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
      * The statement is applied and the reversals booked once a
      * night. A second submission would present them again, so it
      * is refused loudly.
           OPEN I-O RunControlFile.
           MOVE "BANKREC" TO RC-Job-Code.
           READ RunControlFile KEY IS RC-Job-Code
               INVALID KEY
                   MOVE SPACES TO RC-Last-Run-Date
                   WRITE Run-Control-Record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.
           CLOSE RunControlFile.
           IF RC-Last-Run-Date = WS-TODAY
               DISPLAY "*** BANKREC ALREADY RAN FOR " WS-TODAY
                   " - RUN REFUSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-RUN-CONTROL.
      * The run completed - remember the day it ran, so a second
      * submission tonight is refused.
           OPEN I-O RunControlFile.
           MOVE "BANKREC" TO RC-Job-Code.
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
