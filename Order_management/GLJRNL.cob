       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.

      * Nightly general ledger journal interface. Builds the business
      * date's journal for finance from what the suite already holds,
      * instead of finance re-keying the invoice print, the cash
      * receipts journal, and a credit memo listing by hand:
      *   - sales, tax, and freight off the invoices INVGEN minted
      *     for the date, against receivables;
      *   - cash by payment type off Payment.History.KSDS, against
      *     receivables - or against unapplied cash for money PAYPOST
      *     parked on account, which ONACCT later moves from
      *     unapplied cash onto an order's receivable - with any
      *     settlement discount the payment took written off the
      *     receivable to discounts allowed;
      *   - payments the bank returned that BANKREC reversed on the
      *     date, taken back out of cash onto the receivable (or onto
      *     unapplied cash for a parked payment), with any settlement
      *     discount the payment took put back on the receivable;
      *   - refunds, credits, and volume rebates off
      *     Credit.Memo.KSDS, and the refunds REFDISB paid out on
      *     the date, out of the refund account and the bank;
      *   - finance charges FINCHRG booked onto the order file for
      *     the date, against receivables;
      *   - balances WRITEOFF took off the books on the date, off
      *     Write.Off.KSDS, from receivables to write-offs under the
      *     write-off's reason code;
      *   - cost of goods sold off Line-Unit-Cost on every line that
      *     shipped that day, against inventory - or, for a drop-ship
      *     line, against the drop-ship accrual owed the supplier.
      * Every posting is looked up on the GL account map and summed
      * per account in memory. The journal is only written when the
      * debits and credits agree and every posting found an account
      * - an out-of-balance or unmapped night writes nothing, prints
      * the proof, and ends with return code 8 for finance to look
      * into. The proof report lists debit and credit totals by
      * account either way.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvoiceFile ASSIGN TO "Invoice.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Invoice-No
               FILE STATUS IS WS-Invoice-File-Status.

           SELECT PaymentHistFile ASSIGN TO "Payment.History.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Payment-Seq-No
               FILE STATUS IS WS-Pay-Hist-Status.

           SELECT CreditMemoFile ASSIGN TO "Credit.Memo.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Seq-No
               FILE STATUS IS WS-Memo-File-Status.

           SELECT WriteOffFile ASSIGN TO "Write.Off.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-Seq-No
               FILE STATUS IS WS-Write-Off-File-Status.

           SELECT ShipmentFile ASSIGN TO "Shipment.Detail.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Shipment-Key
               FILE STATUS IS WS-Ship-File-Status.

           SELECT OrderFile ASSIGN TO "Order.Transaction.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Order-Code OF Order-Header-Record
               FILE STATUS IS WS-File-Status.

           SELECT OrderLineFile ASSIGN TO "Order.LineItem.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Order-Line-Key
               FILE STATUS IS WS-Line-File-Status.

           SELECT GLMapFile ASSIGN TO "GL.Account.Map.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-Map-Key
               FILE STATUS IS WS-GL-Map-Status.

           SELECT GLJournalFile ASSIGN TO "GL.Journal.Feed"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-Journal-Status.

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

       DATA DIVISION.
       FILE SECTION.
       FD  InvoiceFile.
       01  Invoice-Record.
           05  Invoice-No          PIC 9(07).
           05  Invoice-Order-Code  PIC 9(07).
           05  Invoice-Customer-Code PIC 9(07).
           05  Invoice-Date        PIC X(08).
           05  Invoice-Terms       PIC X(03).
           05  Invoice-Line-Count  PIC 9(03).
           05  Invoice-Amount      PIC 9(07)V9(02).
           05  Invoice-Tax-Amount  PIC 9(07)V9(02).
           05  Invoice-Total-Amount PIC 9(07)V9(02).
      * Freight charged at ship time, disclosed on its own line the
      * way the statement and the ERP feed show it. The total due
      * includes it - the invoice is what the customer pays against,
      * and an invoice total short of the freight leaves a residue
      * that ages on an account that paid what we billed.
           05  Invoice-Freight-Amount PIC 9(05)V9(02).
      * The early-payment settlement discount the invoice offers under
      * its terms and the last day it may be taken - zero and spaces
      * when the terms carry none. A payment arriving by that date
      * for the balance less this amount settles the invoice in full.
           05  Invoice-Disc-Amount  PIC 9(05)V9(02).
           05  Invoice-Disc-Date    PIC X(08).

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

       FD  CreditMemoFile.
       01  Credit-Memo-Record.
           05  CM-Seq-No           PIC 9(09).
           05  CM-Order-Code       PIC 9(07).
           05  CM-Customer-Code    PIC 9(07).
           05  CM-Amount           PIC 9(07)V9(02).
           05  CM-Reason           PIC X(20).
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

       FD  ShipmentFile.
       01  Shipment-Detail-Record.
           05  Shipment-Key.
               10  SD-Order-Code   PIC 9(07).
               10  SD-Ship-Seq     PIC 9(03).
           05  SD-Ship-Date        PIC X(08).
           05  SD-Carrier-Code     PIC X(03).
           05  SD-Tracking-Ref     PIC X(20).
      * A shipment a supplier sent straight to the customer against
      * a drop-ship PO line carries SUPPLIER in place of our operator.
           05  SD-Operator         PIC X(08).
               88  SD-Supplier-Shipped VALUE "SUPPLIER".
           05  SD-Line-Number      PIC 9(03).
           05  SD-Lot-No           PIC X(10).
      * Stamped by the proof-of-delivery intake when the carrier's
      * status file confirms the package arrived - spaces until then.
           05  SD-Delivered-Date   PIC X(08).
      * Whether the shipment's advance ship notice has gone out -
      * decided once, by the first ASNOUT run after the shipment: sent
      * for a customer who takes notices, marked not wanted for one
      * who does not. Blank until then. The date is the business
      * date of the run that decided it.
           05  SD-ASN-Status       PIC X(01).
               88  SD-ASN-Pending    VALUE SPACE.
               88  SD-ASN-Sent       VALUE "S".
               88  SD-ASN-Not-Wanted VALUE "X".
           05  SD-ASN-Date         PIC X(08).
      * Freight charged to the customer for this shipment at our
      * carrier rates, and the lines it was charged for - what the
      * carrier's own bill for the shipment is audited against.
           05  SD-Freight-Charged  PIC 9(05)V9(02).
           05  SD-Freight-Lines    PIC 9(03).

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

       FD  OrderLineFile.
       01  Order-Line-Record.
           05  Order-Line-Key.
               10  Order-Code          PIC 9(07).
               10  Line-Number         PIC 9(03).
           05  Item-Code               PIC 9(07).
           05  Item-Qty                PIC 9(05).
           05  Line-Unit-Price         PIC 9(05)V9(02).
           05  Line-Amount             PIC 9(07)V9(02).
           05  Line-Status             PIC X(01).
               88  Line-Open             VALUE "O".
               88  Line-Shipped          VALUE "S".
           05  Line-Warehouse          PIC X(02).
           05  Line-Lot-No             PIC X(10).
           05  Line-Unit-Cost          PIC 9(05)V9(02).
      * How the line is filled - picked from our own stock, or
      * drop-shipped by the supplier against the purchase order raised
      * for it when the line was committed, whose number is kept here.
           05  Line-Type               PIC X(01).
               88  Line-From-Stock       VALUE "S".
               88  Line-Drop-Ship        VALUE "D".
           05  Line-PO-Number          PIC 9(07).

       FD  GLMapFile.
       01  GL-Map-Record.
           05  GM-Map-Key.
               10  GM-Category     PIC X(04).
               10  GM-Sub-Code     PIC X(03).
           05  GM-Account          PIC X(10).
           05  GM-Description      PIC X(20).

       FD  GLJournalFile.
      * One detail record per account the night posted to, carrying
      * the summed debits and credits, bracketed by a header naming
      * the business date and a trailer with the record count and
      * both totals, so the ledger load can prove the file arrived
      * whole and balanced - the same discipline as the ORDEXTR feed.
       01  GL-Journal-Record.
           05  GJ-Record-Tag       PIC X(03).
           05  GJ-Business-Date    PIC X(08).
           05  GJ-Account          PIC X(10).
           05  GJ-Description      PIC X(20).
           05  GJ-Debit-Amount     PIC 9(11)V9(02).
           05  GJ-Credit-Amount    PIC 9(11)V9(02).

       01  GL-Journal-Trailer.
           05  GT-Record-Tag       PIC X(03).
           05  GT-Business-Date    PIC X(08).
           05  GT-Record-Count     PIC 9(07).
           05  GT-Debit-Total      PIC 9(11)V9(02).
           05  GT-Credit-Total     PIC 9(11)V9(02).
           05  FILLER              PIC X(23).

       FD  BusinessDateFile.
       01  Business-Date-Record.
           05  BD-Control-Key      PIC X(01).
           05  BD-Business-Date    PIC X(08).

       FD  RunControlFile.
       01  Run-Control-Record.
           05  RC-Job-Code         PIC X(08).
           05  RC-Last-Run-Date    PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-BizDate-File-Status PIC X(02).
       01  WS-Run-Control-Status  PIC X(02).
      * The business date the whole nightly suite runs for - read
      * from Business.Date.KSDS at the top of the run and rolled
      * only by ROLLDATE as the suite's final step, so a run past
      * midnight still books to the night it belongs to.
       01  WS-BUSINESS-DATE       PIC X(08).
       01  WS-Invoice-File-Status PIC X(02).
       01  WS-Pay-Hist-Status     PIC X(02).
       01  WS-Memo-File-Status    PIC X(02).
       01  WS-Write-Off-File-Status PIC X(02).
       01  WS-Ship-File-Status    PIC X(02).
       01  WS-File-Status         PIC X(02).
       01  WS-Line-File-Status    PIC X(02).
       01  WS-GL-Map-Status       PIC X(02).
       01  WS-GL-Journal-Status   PIC X(02).

       01  WS-INVOICE-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-PAYMENT-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-CREDIT-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-COGS-LINE-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-FIN-CHG-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-WRITE-OFF-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-REVERSAL-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-PAYOUT-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-RECORD-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-DEBIT-TOTAL         PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-CREDIT-TOTAL        PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-LINE-COST           PIC 9(09)V9(02).

      * One posting on its way into the account table - the caller
      * names the map category and sub-code, the side, and the
      * amount, and POST-TO-ACCOUNT does the rest.
       01  WS-POST-CATEGORY       PIC X(04).
       01  WS-POST-SUB-CODE       PIC X(03).
       01  WS-POST-AMOUNT         PIC 9(09)V9(02).
       01  WS-POST-SIDE           PIC X(01).
           88  WS-POST-DEBIT        VALUE "D".
           88  WS-POST-CREDIT       VALUE "C".
       01  WS-POST-ACCOUNT        PIC X(10).
       01  WS-POST-DESCRIPTION    PIC X(20).

      * The night's postings summed per GL account, in memory - the
      * same table-and-scan shape PAYJRNL totals its payment types
      * with. A night that outgrows it is refused like an
      * out-of-balance one rather than writing a partial journal.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 100 TIMES.
               10  WS-ACCT-NUMBER     PIC X(10).
               10  WS-ACCT-DESC       PIC X(20).
               10  WS-ACCT-DEBIT      PIC 9(11)V9(02).
               10  WS-ACCT-CREDIT     PIC 9(11)V9(02).
       01  WS-ACCT-COUNT-USED      PIC 9(03) VALUE ZEROS.

       01  WS-SEARCH-IDX           PIC 9(03).
       01  WS-FOUND-IDX            PIC 9(03).
       01  WS-PRINT-IDX            PIC 9(03).
       01  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND        VALUE "Y".
           88  WS-ENTRY-NOT-FOUND    VALUE "N".

       01  WS-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
           88  WS-TABLE-OVERFLOWED   VALUE "Y".
           88  WS-TABLE-HELD         VALUE "N".

       01  WS-UNMAPPED-COUNT       PIC 9(05) VALUE ZEROS.

      * Orders shipped whole today. A whole-order shipment record
      * carries line zero, so its lines are costed after the browse,
      * skipping any line that went out on its own shipment record -
      * that line is costed off its own record instead.
       01  WS-WHOLE-TABLE.
           05  WS-WHOLE-ORDER OCCURS 500 TIMES PIC 9(07).
       01  WS-WHOLE-COUNT-USED     PIC 9(03) VALUE ZEROS.
       01  WS-WHOLE-IDX            PIC 9(03).
       01  WS-WHOLE-OVERFLOW-SWITCH PIC X(01) VALUE "N".
           88  WS-WHOLE-OVERFLOWED   VALUE "Y".
       01  WS-LINE-SHIPPED-FLAGS.
           05  WS-LINE-OWN-SHIPMENT OCCURS 999 TIMES PIC X(01).
       01  WS-LINE-IDX             PIC 9(03).
       01  WS-COST-ORDER-CODE      PIC 9(07).
      * Set while a whole-order shipment's lines are being costed -
      * that shipment only took the stock lines ORDERUPD marked
      * shipped, so a drop-ship line or one still open is left for
      * the shipment record of its own that will cost it.
       01  WS-COST-WHOLE-SWITCH    PIC X(01) VALUE "N".
           88  WS-COSTING-WHOLE-ORDER VALUE "Y".
           88  WS-COSTING-ONE-LINE    VALUE "N".

       01  WS-SHIP-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-SHIP-END           VALUE "Y".
           88  WS-SHIP-NOT-END       VALUE "N".

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ESTABLISH-BUSINESS-DATE.
           DISPLAY "GENERAL LEDGER JOURNAL FOR " WS-BUSINESS-DATE
               " STARTING".
           OPEN INPUT GLMapFile.

           PERFORM POST-INVOICES.
           PERFORM POST-PAYMENTS.
           PERFORM POST-CREDIT-MEMOS.
           PERFORM POST-FINANCE-CHARGES.
           PERFORM POST-WRITE-OFFS.
           PERFORM POST-COST-OF-SALES.

           CLOSE GLMapFile.

           DISPLAY "GL JOURNAL PROOF - BUSINESS DATE " WS-BUSINESS-DATE.
           PERFORM PRINT-ONE-ACCOUNT
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-ACCT-COUNT-USED.
           DISPLAY "  INVOICES " WS-INVOICE-COUNT
               " PAYMENTS " WS-PAYMENT-COUNT
               " CREDITS " WS-CREDIT-COUNT
               " COSTED LINES " WS-COGS-LINE-COUNT
               " FIN CHARGES " WS-FIN-CHG-COUNT
               " WRITE-OFFS " WS-WRITE-OFF-COUNT
               " REVERSALS " WS-REVERSAL-COUNT
               " REFUNDS PAID " WS-PAYOUT-COUNT.
           DISPLAY "  TOTAL DEBITS  " WS-DEBIT-TOTAL.
           DISPLAY "  TOTAL CREDITS " WS-CREDIT-TOTAL.

      * Nothing goes to the ledger unless it is whole and balanced.
           IF WS-TABLE-OVERFLOWED OR WS-WHOLE-OVERFLOWED
               DISPLAY "*** GL JOURNAL REFUSED - TABLE CAPACITY "
                   "EXCEEDED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-UNMAPPED-COUNT > ZEROS
               DISPLAY "*** GL JOURNAL REFUSED - " WS-UNMAPPED-COUNT
                   " POSTING(S) WITH NO GL ACCOUNT MAPPED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "*** GL JOURNAL REFUSED - OUT OF BALANCE ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-GL-JOURNAL.
           DISPLAY "GENERAL LEDGER JOURNAL COMPLETE - ACCOUNTS: "
               WS-RECORD-COUNT " BALANCED AT " WS-DEBIT-TOTAL.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

       POST-INVOICES.
      * Every invoice minted for the business date raises the
      * receivable by its total and books merchandise to sales, tax
      * to tax payable, and freight to freight income.
           OPEN INPUT InvoiceFile.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO Invoice-No.
           START InvoiceFile KEY IS GREATER THAN OR EQUAL Invoice-No
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM POST-ONE-INVOICE
               UNTIL WS-END-OF-FILE.
           CLOSE InvoiceFile.

       POST-ONE-INVOICE.
           READ InvoiceFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF Invoice-Date = WS-BUSINESS-DATE
                       ADD 1 TO WS-INVOICE-COUNT
                       MOVE "AR  " TO WS-POST-CATEGORY
                       MOVE SPACES TO WS-POST-SUB-CODE
                       SET WS-POST-DEBIT TO TRUE
                       MOVE Invoice-Total-Amount TO WS-POST-AMOUNT
                       PERFORM POST-TO-ACCOUNT
                       MOVE "SALE" TO WS-POST-CATEGORY
                       SET WS-POST-CREDIT TO TRUE
                       MOVE Invoice-Amount TO WS-POST-AMOUNT
                       PERFORM POST-TO-ACCOUNT
                       MOVE "TAX " TO WS-POST-CATEGORY
                       MOVE Invoice-Tax-Amount TO WS-POST-AMOUNT
                       PERFORM POST-TO-ACCOUNT
                       MOVE "FRGT" TO WS-POST-CATEGORY
                       MOVE Invoice-Freight-Amount TO WS-POST-AMOUNT
                       PERFORM POST-TO-ACCOUNT
                   END-IF
           END-READ.

       POST-PAYMENTS.
      * Cash taken on the business date, by payment type. Money
      * parked on account under a zero order code sits in unapplied
      * cash; an ONACCT application moves it from there onto the
      * order's receivable and brings no new cash in.
           OPEN INPUT PaymentHistFile.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO Payment-Seq-No.
           START PaymentHistFile KEY IS GREATER THAN OR EQUAL
               Payment-Seq-No
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM POST-ONE-PAYMENT
               UNTIL WS-END-OF-FILE.
           CLOSE PaymentHistFile.

       POST-ONE-PAYMENT.
           READ PaymentHistFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF Payment-Date = WS-BUSINESS-DATE
                       ADD 1 TO WS-PAYMENT-COUNT
                       MOVE Payment-Amount TO WS-POST-AMOUNT
                       EVALUATE TRUE
                           WHEN Payment-Reference = "ON-ACCOUNT"
                               MOVE "UNAP" TO WS-POST-CATEGORY
                               MOVE SPACES TO WS-POST-SUB-CODE
                               SET WS-POST-DEBIT TO TRUE
                               PERFORM POST-TO-ACCOUNT
                               MOVE "AR  " TO WS-POST-CATEGORY
                               SET WS-POST-CREDIT TO TRUE
                               PERFORM POST-TO-ACCOUNT
                           WHEN Payment-Order-Code = ZEROS
                               MOVE "CASH" TO WS-POST-CATEGORY
                               MOVE Payment-Pay-Type
                                   TO WS-POST-SUB-CODE
                               SET WS-POST-DEBIT TO TRUE
                               PERFORM POST-TO-ACCOUNT
                               MOVE "UNAP" TO WS-POST-CATEGORY
                               MOVE SPACES TO WS-POST-SUB-CODE
                               SET WS-POST-CREDIT TO TRUE
                               PERFORM POST-TO-ACCOUNT
                           WHEN OTHER
                               MOVE "CASH" TO WS-POST-CATEGORY
                               MOVE Payment-Pay-Type
                                   TO WS-POST-SUB-CODE
                               SET WS-POST-DEBIT TO TRUE
                               PERFORM POST-TO-ACCOUNT
                               MOVE "AR  " TO WS-POST-CATEGORY
                               MOVE SPACES TO WS-POST-SUB-CODE
                               SET WS-POST-CREDIT TO TRUE
                               PERFORM POST-TO-ACCOUNT
                               PERFORM POST-SETTLEMENT-DISCOUNT
                       END-EVALUATE
                   END-IF
                   IF Payment-Reversed
                       AND Payment-Bank-Date = WS-BUSINESS-DATE
                       PERFORM POST-PAYMENT-REVERSAL
                   END-IF
           END-READ.

       POST-PAYMENT-REVERSAL.
      * A receipt the bank returned unpaid, reversed on the business
      * date - the cash it brought goes back out, and what it settled
      * is owed again: on the order's receivable, or in unapplied cash
      * for a payment that was only ever parked on account.
           ADD 1 TO WS-REVERSAL-COUNT.
           MOVE Payment-Amount TO WS-POST-AMOUNT.
           IF Payment-Order-Code = ZEROS
               MOVE "UNAP" TO WS-POST-CATEGORY
           ELSE
               MOVE "AR  " TO WS-POST-CATEGORY
           END-IF.
           MOVE SPACES TO WS-POST-SUB-CODE.
           SET WS-POST-DEBIT TO TRUE.
           PERFORM POST-TO-ACCOUNT.
           MOVE "CASH" TO WS-POST-CATEGORY.
           MOVE Payment-Pay-Type TO WS-POST-SUB-CODE.
           SET WS-POST-CREDIT TO TRUE.
           PERFORM POST-TO-ACCOUNT.
           IF Payment-Disc-Amount > ZEROS
               MOVE Payment-Disc-Amount TO WS-POST-AMOUNT
               MOVE "AR  " TO WS-POST-CATEGORY
               MOVE SPACES TO WS-POST-SUB-CODE
               SET WS-POST-DEBIT TO TRUE
               PERFORM POST-TO-ACCOUNT
               MOVE "DISC" TO WS-POST-CATEGORY
               SET WS-POST-CREDIT TO TRUE
               PERFORM POST-TO-ACCOUNT
           END-IF.

       POST-SETTLEMENT-DISCOUNT.
      * A payment that took its invoice's early-payment discount
      * settled more receivable than the cash it brought - the
      * difference is written off to discounts allowed.
           IF Payment-Disc-Amount > ZEROS
               MOVE Payment-Disc-Amount TO WS-POST-AMOUNT
               MOVE "DISC" TO WS-POST-CATEGORY
               MOVE SPACES TO WS-POST-SUB-CODE
               SET WS-POST-DEBIT TO TRUE
               PERFORM POST-TO-ACCOUNT
               MOVE "AR  " TO WS-POST-CATEGORY
               SET WS-POST-CREDIT TO TRUE
               PERFORM POST-TO-ACCOUNT
           END-IF.

       POST-CREDIT-MEMOS.
      * Refunds and credits issued on the business date go out
      * through the refund account, where they sit until REFDISB
      * pays them. A memo against an order puts the
      * money back on that order's receivable, the way CREDMEMO puts
      * it back on the balance due; a memo with no order refunds
      * parked cash out of unapplied cash; a volume rebate REBATES
      * issued is a cost of the sales it was earned on, so it comes
      * out of rebate expense.
           OPEN INPUT CreditMemoFile.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO CM-Seq-No.
           START CreditMemoFile KEY IS GREATER THAN OR EQUAL CM-Seq-No
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM POST-ONE-CREDIT-MEMO
               UNTIL WS-END-OF-FILE.
           CLOSE CreditMemoFile.

       POST-ONE-CREDIT-MEMO.
           READ CreditMemoFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF CM-Date = WS-BUSINESS-DATE
                       ADD 1 TO WS-CREDIT-COUNT
                       MOVE CM-Amount TO WS-POST-AMOUNT
                       EVALUATE TRUE
                           WHEN CM-Rebate-Memo
                               MOVE "REBT" TO WS-POST-CATEGORY
                           WHEN CM-Order-Code = ZEROS
                               MOVE "UNAP" TO WS-POST-CATEGORY
                           WHEN OTHER
                               MOVE "AR  " TO WS-POST-CATEGORY
                       END-EVALUATE
                       MOVE SPACES TO WS-POST-SUB-CODE
                       SET WS-POST-DEBIT TO TRUE
                       PERFORM POST-TO-ACCOUNT
                       MOVE "RFND" TO WS-POST-CATEGORY
                       SET WS-POST-CREDIT TO TRUE
                       PERFORM POST-TO-ACCOUNT
                   END-IF
                   IF CM-Paid-Out
                       AND CM-Disb-Date = WS-BUSINESS-DATE
                       PERFORM POST-REFUND-PAYOUT
                   END-IF
           END-READ.

       POST-REFUND-PAYOUT.
      * A refund REFDISB paid out on the business date, by transfer
      * or cheque - it is no longer owed to the customer, and the
      * money has left the main bank account.
           ADD 1 TO WS-PAYOUT-COUNT.
           MOVE CM-Amount TO WS-POST-AMOUNT.
           MOVE "RFND" TO WS-POST-CATEGORY.
           MOVE SPACES TO WS-POST-SUB-CODE.
           SET WS-POST-DEBIT TO TRUE.
           PERFORM POST-TO-ACCOUNT.
           MOVE "CASH" TO WS-POST-CATEGORY.
           SET WS-POST-CREDIT TO TRUE.
           PERFORM POST-TO-ACCOUNT.

       POST-FINANCE-CHARGES.
      * A finance charge is never invoiced - FINCHRG books it straight
      * onto the order file dated the business date - so it is
      * picked up there. It raises the receivable and books the
      * charge to finance charge income.
           OPEN INPUT OrderFile.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO Order-Code OF Order-Header-Record.
           START OrderFile KEY IS GREATER THAN OR EQUAL
               Order-Code OF Order-Header-Record
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM POST-ONE-FINANCE-CHARGE
               UNTIL WS-END-OF-FILE.
           CLOSE OrderFile.

       POST-ONE-FINANCE-CHARGE.
           READ OrderFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF Order-Finance-Charge
                       AND Order-Date = WS-BUSINESS-DATE
                       ADD 1 TO WS-FIN-CHG-COUNT
                       MOVE Order-Total-Amount TO WS-POST-AMOUNT
                       MOVE "AR  " TO WS-POST-CATEGORY
                       MOVE SPACES TO WS-POST-SUB-CODE
                       SET WS-POST-DEBIT TO TRUE
                       PERFORM POST-TO-ACCOUNT
                       MOVE "FCHG" TO WS-POST-CATEGORY
                       SET WS-POST-CREDIT TO TRUE
                       PERFORM POST-TO-ACCOUNT
                   END-IF
           END-READ.

       POST-WRITE-OFFS.
      * A write-off takes the balance out of receivables and books it
      * to the write-off account. The reason code rides as the map
      * sub-code, so finance can send small-balance residues and bad
      * debts to different accounts; an unmapped reason falls back to
      * the category's main account.
           OPEN INPUT WriteOffFile.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO WO-Seq-No.
           START WriteOffFile KEY IS GREATER THAN OR EQUAL WO-Seq-No
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM POST-ONE-WRITE-OFF
               UNTIL WS-END-OF-FILE.
           CLOSE WriteOffFile.

       POST-ONE-WRITE-OFF.
           READ WriteOffFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF WO-Date = WS-BUSINESS-DATE
                       ADD 1 TO WS-WRITE-OFF-COUNT
                       MOVE WO-Amount TO WS-POST-AMOUNT
                       MOVE "WOFF" TO WS-POST-CATEGORY
                       MOVE WO-Reason TO WS-POST-SUB-CODE
                       SET WS-POST-DEBIT TO TRUE
                       PERFORM POST-TO-ACCOUNT
                       MOVE "AR  " TO WS-POST-CATEGORY
                       MOVE SPACES TO WS-POST-SUB-CODE
                       SET WS-POST-CREDIT TO TRUE
                       PERFORM POST-TO-ACCOUNT
                   END-IF
           END-READ.

       POST-COST-OF-SALES.
      * Cost the lines that left the dock on the business date at
      * the Line-Unit-Cost captured when each was keyed. A line
      * shipped on its own has a shipment record naming it; an order
      * shipped whole has one record with line zero, and its lines
      * are costed once the browse is done.
           OPEN INPUT ShipmentFile.
           OPEN INPUT OrderFile.
           OPEN INPUT OrderLineFile.
           SET WS-SHIP-NOT-END TO TRUE.
           MOVE ZEROS TO SD-Order-Code.
           MOVE ZEROS TO SD-Ship-Seq.
           START ShipmentFile KEY IS GREATER THAN OR EQUAL Shipment-Key
               INVALID KEY
                   SET WS-SHIP-END TO TRUE.
           PERFORM COST-ONE-SHIPMENT
               UNTIL WS-SHIP-END.
           PERFORM COST-ONE-WHOLE-ORDER
               VARYING WS-WHOLE-IDX FROM 1 BY 1
               UNTIL WS-WHOLE-IDX > WS-WHOLE-COUNT-USED.
           CLOSE ShipmentFile.
           CLOSE OrderFile.
           CLOSE OrderLineFile.

       COST-ONE-SHIPMENT.
           READ ShipmentFile NEXT RECORD
               AT END
                   SET WS-SHIP-END TO TRUE
               NOT AT END
                   IF SD-Ship-Date = WS-BUSINESS-DATE
                       IF SD-Line-Number > ZEROS
                           MOVE SD-Order-Code TO WS-COST-ORDER-CODE
                           MOVE SD-Line-Number TO WS-LINE-IDX
                           PERFORM COST-ONE-LINE
                       ELSE
                           PERFORM REMEMBER-WHOLE-ORDER
                       END-IF
                   END-IF
           END-READ.

       REMEMBER-WHOLE-ORDER.
           IF WS-WHOLE-COUNT-USED >= 500
               SET WS-WHOLE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-WHOLE-COUNT-USED
               MOVE SD-Order-Code
                   TO WS-WHOLE-ORDER (WS-WHOLE-COUNT-USED)
           END-IF.

       COST-ONE-WHOLE-ORDER.
      * Note which of the order's lines went out on shipment records
      * of their own, then cost every other line the order has.
           MOVE WS-WHOLE-ORDER (WS-WHOLE-IDX) TO WS-COST-ORDER-CODE.
           MOVE SPACES TO WS-LINE-SHIPPED-FLAGS.
           SET WS-SHIP-NOT-END TO TRUE.
           MOVE WS-COST-ORDER-CODE TO SD-Order-Code.
           MOVE ZEROS TO SD-Ship-Seq.
           START ShipmentFile KEY IS GREATER THAN OR EQUAL Shipment-Key
               INVALID KEY
                   SET WS-SHIP-END TO TRUE.
           PERFORM NOTE-ONE-LINE-SHIPMENT
               UNTIL WS-SHIP-END.

           MOVE WS-COST-ORDER-CODE TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
                   DISPLAY "ORDER " WS-COST-ORDER-CODE
                       " SHIPPED TODAY BUT NOT ON FILE - NOT COSTED"
               NOT INVALID KEY
                   PERFORM COST-UNSHIPPED-OWN-LINE
                       VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX >
                           Order-Line-Count OF Order-Header-Record
           END-READ.

       NOTE-ONE-LINE-SHIPMENT.
           READ ShipmentFile NEXT RECORD
               AT END
                   SET WS-SHIP-END TO TRUE
               NOT AT END
                   IF SD-Order-Code NOT = WS-COST-ORDER-CODE
                       SET WS-SHIP-END TO TRUE
                   ELSE
                       IF SD-Line-Number > ZEROS
                           MOVE "Y" TO
                               WS-LINE-OWN-SHIPMENT (SD-Line-Number)
                       END-IF
                   END-IF
           END-READ.

       COST-UNSHIPPED-OWN-LINE.
           IF WS-LINE-OWN-SHIPMENT (WS-LINE-IDX) NOT = "Y"
               SET WS-COSTING-WHOLE-ORDER TO TRUE
               PERFORM COST-ONE-LINE
               SET WS-COSTING-ONE-LINE TO TRUE.

       COST-ONE-LINE.
      * Book one shipped line's cost to cost of sales - out of
      * inventory for a stock line, or against the drop-ship accrual
      * (DSAC) for a line the supplier shipped, which is owed to the
      * supplier rather than taken off our shelves.
      * Line numbers can have gaps - a wholly backordered line wrote
      * no record - so a missing number is just skipped.
           MOVE WS-COST-ORDER-CODE TO Order-Code OF Order-Line-Key.
           MOVE WS-LINE-IDX TO Line-Number.
           READ OrderLineFile KEY IS Order-Line-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-LINE-COST =
                       Item-Qty OF Order-Line-Record * Line-Unit-Cost
                   IF WS-COSTING-WHOLE-ORDER
                       AND (Line-Drop-Ship OR NOT Line-Shipped)
                       MOVE ZEROS TO WS-LINE-COST
                   END-IF
                   IF WS-LINE-COST > ZEROS
                       ADD 1 TO WS-COGS-LINE-COUNT
                       MOVE WS-LINE-COST TO WS-POST-AMOUNT
                       MOVE "COGS" TO WS-POST-CATEGORY
                       MOVE SPACES TO WS-POST-SUB-CODE
                       SET WS-POST-DEBIT TO TRUE
                       PERFORM POST-TO-ACCOUNT
                       IF Line-Drop-Ship
                           MOVE "DSAC" TO WS-POST-CATEGORY
                       ELSE
                           MOVE "INVT" TO WS-POST-CATEGORY
                       END-IF
                       SET WS-POST-CREDIT TO TRUE
                       PERFORM POST-TO-ACCOUNT
                   END-IF
           END-READ.

       POST-TO-ACCOUNT.
      * Find the GL account for the posting's category and sub-code
      * - the category's blank sub-code record standing in for a
      * sub-code finance has not mapped - and add the amount to that
      * account's side of the table. A zero amount posts nothing.
           IF WS-POST-AMOUNT > ZEROS
               PERFORM RESOLVE-GL-ACCOUNT
               IF WS-POST-ACCOUNT = SPACES
                   ADD 1 TO WS-UNMAPPED-COUNT
                   DISPLAY "NO GL ACCOUNT FOR CATEGORY "
                       WS-POST-CATEGORY " " WS-POST-SUB-CODE
                       " AMOUNT " WS-POST-AMOUNT
               ELSE
                   PERFORM ADD-TO-ACCOUNT-ENTRY
               END-IF
           END-IF.

       ADD-TO-ACCOUNT-ENTRY.
           PERFORM FIND-ACCOUNT-ENTRY.
           IF WS-ENTRY-NOT-FOUND
               IF WS-ACCT-COUNT-USED >= 100
                   SET WS-TABLE-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-ACCT-COUNT-USED
                   MOVE WS-ACCT-COUNT-USED TO WS-FOUND-IDX
                   MOVE WS-POST-ACCOUNT
                       TO WS-ACCT-NUMBER (WS-FOUND-IDX)
                   MOVE WS-POST-DESCRIPTION
                       TO WS-ACCT-DESC (WS-FOUND-IDX)
                   MOVE ZEROS TO WS-ACCT-DEBIT (WS-FOUND-IDX)
                   MOVE ZEROS TO WS-ACCT-CREDIT (WS-FOUND-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.

           IF WS-ENTRY-FOUND
               IF WS-POST-DEBIT
                   ADD WS-POST-AMOUNT TO WS-ACCT-DEBIT (WS-FOUND-IDX)
                   ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
               ELSE
                   ADD WS-POST-AMOUNT TO WS-ACCT-CREDIT (WS-FOUND-IDX)
                   ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
               END-IF
           END-IF.

       RESOLVE-GL-ACCOUNT.
           MOVE SPACES TO WS-POST-ACCOUNT.
           MOVE SPACES TO WS-POST-DESCRIPTION.
           MOVE WS-POST-CATEGORY TO GM-Category.
           MOVE WS-POST-SUB-CODE TO GM-Sub-Code.
           READ GLMapFile KEY IS GM-Map-Key
               INVALID KEY
                   MOVE SPACES TO GM-Sub-Code
                   READ GLMapFile KEY IS GM-Map-Key
                       INVALID KEY
                           MOVE SPACES TO GM-Account
                           MOVE SPACES TO GM-Description
                   END-READ
           END-READ.
           MOVE GM-Account TO WS-POST-ACCOUNT.
           MOVE GM-Description TO WS-POST-DESCRIPTION.

       FIND-ACCOUNT-ENTRY.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM SEARCH-ONE-ACCOUNT-ENTRY
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-ACCT-COUNT-USED
                   OR WS-ENTRY-FOUND.

       SEARCH-ONE-ACCOUNT-ENTRY.
           IF WS-ACCT-NUMBER (WS-SEARCH-IDX) = WS-POST-ACCOUNT
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-SEARCH-IDX TO WS-FOUND-IDX.

       PRINT-ONE-ACCOUNT.
           DISPLAY "  ACCOUNT " WS-ACCT-NUMBER (WS-PRINT-IDX)
               " " WS-ACCT-DESC (WS-PRINT-IDX)
               " DEBIT " WS-ACCT-DEBIT (WS-PRINT-IDX)
               " CREDIT " WS-ACCT-CREDIT (WS-PRINT-IDX).

       WRITE-GL-JOURNAL.
      * The night balanced - write the header, one detail per
      * account, and the control trailer.
           OPEN OUTPUT GLJournalFile.
           MOVE SPACES TO GL-Journal-Record.
           MOVE "HDR" TO GJ-Record-Tag.
           MOVE WS-BUSINESS-DATE TO GJ-Business-Date.
           MOVE ZEROS TO GJ-Debit-Amount.
           MOVE ZEROS TO GJ-Credit-Amount.
           WRITE GL-Journal-Record.
           PERFORM WRITE-ONE-ACCOUNT
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-ACCT-COUNT-USED.
           MOVE SPACES TO GL-Journal-Trailer.
           MOVE "TRL" TO GT-Record-Tag.
           MOVE WS-BUSINESS-DATE TO GT-Business-Date.
           MOVE WS-RECORD-COUNT TO GT-Record-Count.
           MOVE WS-DEBIT-TOTAL TO GT-Debit-Total.
           MOVE WS-CREDIT-TOTAL TO GT-Credit-Total.
           WRITE GL-Journal-Trailer.
           CLOSE GLJournalFile.

       WRITE-ONE-ACCOUNT.
           MOVE "DTL" TO GJ-Record-Tag.
           MOVE WS-BUSINESS-DATE TO GJ-Business-Date.
           MOVE WS-ACCT-NUMBER (WS-PRINT-IDX) TO GJ-Account.
           MOVE WS-ACCT-DESC (WS-PRINT-IDX) TO GJ-Description.
           MOVE WS-ACCT-DEBIT (WS-PRINT-IDX) TO GJ-Debit-Amount.
           MOVE WS-ACCT-CREDIT (WS-PRINT-IDX) TO GJ-Credit-Amount.
           WRITE GL-Journal-Record.
           ADD 1 TO WS-RECORD-COUNT.

       ESTABLISH-BUSINESS-DATE.
      * Pick up the business date the suite is running for and make
      * sure this job has not already run for it - an operator
      * resubmitting the suite for the same night is refused loudly
      * instead of doubling the night's work. The date only moves
      * when ROLLDATE closes the suite out as its final step.
           OPEN I-O BusinessDateFile.
           MOVE "B" TO BD-Control-Key.
           READ BusinessDateFile KEY IS BD-Control-Key
               INVALID KEY
                   DISPLAY "*** BUSINESS DATE RECORD MISSING - "
                       "USING SYSTEM DATE ***"
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO BD-Business-Date
           END-READ.
           CLOSE BusinessDateFile.
           MOVE BD-Business-Date TO WS-BUSINESS-DATE.

           OPEN I-O RunControlFile.
           MOVE "GLJRNL  " TO RC-Job-Code.
           READ RunControlFile KEY IS RC-Job-Code
               INVALID KEY
                   MOVE SPACES TO RC-Last-Run-Date
                   WRITE Run-Control-Record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.
           CLOSE RunControlFile.
           IF RC-Last-Run-Date = WS-BUSINESS-DATE
               DISPLAY "*** GLJRNL ALREADY RAN FOR BUSINESS DATE "
                   WS-BUSINESS-DATE " - RUN REFUSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-RUN-CONTROL.
      * The run completed - remember the business date it covered so
      * a second submission tonight is refused.
           OPEN I-O RunControlFile.
           MOVE "GLJRNL  " TO RC-Job-Code.
           READ RunControlFile KEY IS RC-Job-Code
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-BUSINESS-DATE TO RC-Last-Run-Date
                   REWRITE Run-Control-Record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           CLOSE RunControlFile.
