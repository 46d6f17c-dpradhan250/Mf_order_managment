      * applies to a keyed payment, with its own payment history
      * record so PAYJRNL stays square - or refunds it through the
      * same credit memo record CREDMEMO writes. Refunding money is
      * supervisor gated the way CREDMEMO gates its credits, and the
      * refund is paid out on the nightly REFDISB run like any other.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Order-Code OF Order-Header-Record
               FILE STATUS IS WS-File-Status.

           SELECT OrderLineFile ASSIGN TO "Order.LineItem.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Order-Line-Key
               FILE STATUS IS WS-Line-File-Status.

           SELECT ItemFile ASSIGN TO "Item.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Item-Code OF Item-Record
               FILE STATUS IS WS-Item-File-Status.


           SELECT CustomerFile ASSIGN TO "Customer.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-Control-Key
               FILE STATUS IS WS-Audit-Control-Status.

           SELECT AccountingPeriodFile
               ASSIGN TO "Accounting.Period.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-Period
               FILE STATUS IS WS-Period-File-Status.

           SELECT OrderControlFile ASSIGN TO "Order.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Control-Key
               FILE STATUS IS WS-Control-File-Status.

           SELECT PurchaseOrderFile ASSIGN TO "Purchase.Order.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-Line-Key
               FILE STATUS IS WS-PO-File-Status.


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

       FD  ItemFile.
       01  Item-Record.
           05  Item-Code           PIC 9(07).
           05  Item-Name           PIC X(12).
           05  Item-Qty-OnHand     PIC 9(05).
           05  Item-Qty-Allocated  PIC 9(05).
           05  Item-Price          PIC 9(05)V9(02).
           05  Item-Reorder-Point  PIC 9(05).
           05  Item-Bin-Location   PIC X(06).
           05  Item-Status         PIC X(01).
               88  Item-Active           VALUE "A".
               88  Item-Discontinued     VALUE "D".
           05  Item-Supplier-Code  PIC 9(05).
      * A kit item is a sellable bundle that holds no stock of its
      * own - ordering it prices one line to the customer while the
      * component items on Kit.Component.KSDS are what allocate,
      * pick, and relieve.
           05  Item-Kit-Flag       PIC X(01).
               88  Item-Is-Kit       VALUE "Y".
               88  Item-Not-Kit      VALUE "N".
      * The stocking unit every quantity in the system is held in,
      * and how many of it make a supplier case - so ordering and
      * receiving can be keyed in cases and convert here instead of
      * on paper. A zero case pack means the item does not come in
      * cases.
           05  Item-UOM            PIC X(02).
           05  Item-Case-Pack      PIC 9(03).
      * What the item costs us - the moving weighted average of the
      * stock on hand and every receipt since, kept by GOODSRCV -
      * captured onto each order line at creation so margin can be
      * measured from shipped lines without repricing history.
           05  Item-Unit-Cost      PIC 9(05)V9(02).
      * Items whose receipts must pass a quality inspection before
      * they can be sold - GOODSRCV books them into an inspection
      * hold instead of on-hand, and QCRELSE releases them.
           05  Item-Inspect-Flag   PIC X(01).
               88  Item-Inspect-Required VALUE "Y".
               88  Item-No-Inspect       VALUE "N".
      * The unit cost on the most recent goods receipt, kept apart
      * from the average so a buyer can still see what the supplier
      * last charged.
           05  Item-Last-Rcpt-Cost PIC 9(05)V9(02).
      * The item's ABC class, ranked monthly by ABCCLASS on its
      * shipped value over the last year - A for the few items that
      * carry most of the value, C for the long tail. It sets how
      * often ABCSEL selects the item for a cycle count. Kits hold no
      * stock to count and are left unclassified.
           05  Item-ABC-Class      PIC X(01).
               88  Item-Class-A          VALUE "A".
               88  Item-Class-B          VALUE "B".
               88  Item-Class-C          VALUE "C".
      * Items we never stock - bought in against each order line
      * that asks for one and shipped by the supplier straight to the
      * customer. Their order lines allocate nothing and raise a
      * purchase order line on the item's supplier instead.
           05  Item-Drop-Ship-Flag PIC X(01).
               88  Item-Is-Drop-Ship     VALUE "Y".
               88  Item-Not-Drop-Ship    VALUE "N".

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

       FD  PaymentHistFile.
       01  Payment-History-Record.
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

       FD  PaymentControlFile.
       01  Payment-Control-Record.
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

       FD  OperatorAuthFile.
       01  Operator-Auth-Record.
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

       FD  OrderControlFile.
       01  Order-Control-Record.
           05  Control-Key         PIC X(01).
           05  Last-Order-Code     PIC 9(07).

       FD  PurchaseOrderFile.
       01  Purchase-Order-Record.
           05  PO-Line-Key.
               10  PO-Number       PIC 9(07).
               10  PO-Line-No      PIC 9(03).
           05  PO-Supplier-Code    PIC 9(05).
           05  PO-Item-Code        PIC 9(07).
           05  PO-Qty-Ordered      PIC 9(05).
           05  PO-Qty-Received     PIC 9(05).
           05  PO-Date             PIC X(08).
           05  PO-Expected-Date    PIC X(08).
           05  PO-Warehouse        PIC X(02).
           05  PO-Line-Status      PIC X(01).
               88  PO-Line-Draft     VALUE "D".
               88  PO-Line-Open      VALUE "O".
               88  PO-Line-Closed    VALUE "C".
               88  PO-Line-Cancelled VALUE "X".
      * The unit price agreed with the supplier when the line was
      * raised, and how much of the line the supplier has invoiced so
      * far - APMATCH matches supplier invoices against both.
           05  PO-Unit-Price       PIC 9(05)V9(02).
           05  PO-Qty-Invoiced     PIC 9(05).
      * A drop-ship line is raised by order entry for one customer
      * order line and shipped by the supplier straight to that
      * customer's ship-to - it is never received into a warehouse,
      * and is closed by the supplier's ship confirmation instead.
      * Stock lines carry zeros in the order fields.
           05  PO-Line-Type        PIC X(01).
               88  PO-Stock-Line     VALUE "S".
               88  PO-Drop-Ship-Line VALUE "D".
           05  PO-DS-Order-Code    PIC 9(07).
           05  PO-DS-Line-Number   PIC 9(03).
           05  PO-DS-Customer-Code PIC 9(07).
           05  PO-DS-Ship-To-Seq   PIC 9(03).

       FD  JournalFile.
      * One after-image per write/rewrite/delete against the order,
      * line, customer, and item masters, appended as it happens -

       WORKING-STORAGE SECTION.
       01  WS-Journal-File-Status PIC X(02).
       01  WS-Line-File-Status    PIC X(02).
       01  WS-Item-File-Status    PIC X(02).
       01  WS-Control-File-Status PIC X(02).
       01  WS-PO-File-Status      PIC X(02).
       01  WS-JRNL-ACTION         PIC X(01).
       01  WS-JRNL-STAMP          PIC X(21).
       01  WS-OnAccount-File-Status PIC X(02).
       01  WS-Operator-Auth-Status PIC X(02).
       01  WS-Audit-File-Status   PIC X(02).
       01  WS-Audit-Control-Status PIC X(02).
       01  WS-Period-File-Status  PIC X(02).
       01  WS-MESSAGE             PIC X(50).
       01  WS-DATE                PIC X(11).
       01  WS-LINE-IDX            PIC 9(03).
       01  WS-TIME                PIC X(08).
       01  WS-AUDIT-ACTION        PIC X(10).

           88  WS-REFUND-AUTHORIZED     VALUE "Y".
           88  WS-REFUND-NOT-AUTHORIZED VALUE "N".

      * Set by CHECK-POSTING-PERIOD - whether today's accounting month
      * is still open to postings.
       01  WS-PERIOD-SWITCH       PIC X(01) VALUE "Y".
           88  WS-PERIOD-OPEN       VALUE "Y".
           88  WS-PERIOD-CLOSED     VALUE "N".

      * Set when the cash just applied paid off a cash-in-advance
      * order and released it for picking.
       01  WS-CIA-SWITCH          PIC X(01) VALUE "N".
           88  WS-CIA-RELEASED      VALUE "Y".
           88  WS-CIA-NOT-RELEASED  VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
      * Receive the customer, amount, and order to work and process
      * Move parked cash onto an order's paid position - the order
      * must belong to the keyed customer, be live, and still owe at
      * least the keyed amount, and the ledger must actually hold it.
      * Nothing is applied while today's accounting month is closed.
      * A cash-in-advance order the cash pays off is released to open
      * for picking, as a payment keyed against it would.
           IF WS-OA-AMOUNT = ZEROS
               MOVE "AMOUNT REQUIRED" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               RETURN.

           PERFORM CHECK-POSTING-PERIOD.
           IF WS-PERIOD-CLOSED
               MOVE "ACCOUNTING PERIOD CLOSED - SEE FINANCE"
                   TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               RETURN.

           MOVE WS-OA-CUSTOMER-CODE TO OA-Customer-Code.
           READ OnAccountFile KEY IS OA-Customer-Code
               INVALID KEY

           ADD WS-OA-AMOUNT TO Order-Amount-Paid.
           SUBTRACT WS-OA-AMOUNT FROM Order-Balance-Due.
           SET WS-CIA-NOT-RELEASED TO TRUE.
           IF Order-Awaiting-Payment AND Order-Balance-Due = ZEROS
               SET Order-Open TO TRUE
               SET WS-CIA-RELEASED TO TRUE
           END-IF.
           REWRITE OrderFile FROM Order-Header-Record
               INVALID KEY
                   MOVE "ORDER UPDATE FAILED" TO WS-MESSAGE
           PERFORM LOG-PAYMENT-HISTORY.
           MOVE "APPLY OA" TO WS-AUDIT-ACTION.
           PERFORM LOG-AUDIT-ENTRY.
           IF WS-CIA-RELEASED
               MOVE "RELEASE" TO WS-AUDIT-ACTION
               PERFORM LOG-AUDIT-ENTRY
               PERFORM RAISE-HELD-DROP-SHIP-POS
               MOVE "CASH APPLIED - ORDER RELEASED FOR PICKING"
                   TO WS-MESSAGE
           ELSE
               MOVE "ON-ACCOUNT CASH APPLIED TO ORDER" TO WS-MESSAGE
           END-IF.
           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       RAISE-HELD-DROP-SHIP-POS.
      * The order has just been paid up and released to open - buy
      * in the drop-ship lines whose purchase orders order entry held
      * back while it waited for its money, the way CREDREF does on
      * a credit release. A line already on a PO is left alone.
           PERFORM RAISE-ONE-HELD-DROP-SHIP-PO
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX >
                   Order-Line-Count OF Order-Header-Record.

       RAISE-ONE-HELD-DROP-SHIP-PO.
           MOVE Order-Code OF Order-Header-Record
               TO Order-Code OF Order-Line-Key.
           MOVE WS-LINE-IDX TO Line-Number.
           READ OrderLineFile KEY IS Order-Line-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Line-Drop-Ship AND Line-Open
                       AND Line-PO-Number = ZEROS
                       MOVE Item-Code OF Order-Line-Record
                           TO Item-Code OF Item-Record
                       READ ItemFile KEY IS Item-Code OF Item-Record
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM RAISE-DROP-SHIP-PO
                       END-READ
                   END-IF
           END-READ.

       RAISE-DROP-SHIP-PO.
      * Buy the drop-ship line in from the item's supplier - a PO of
      * its own, one line long, minted off the order control file
      * under the PO control key and raised open the same way
      * ORDERUPD does. The item record was read by the caller.
           MOVE "P" TO Control-Key.
           READ OrderControlFile KEY IS Control-Key
               INVALID KEY
                   MOVE "PO CONTROL RECORD MISSING" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   ADD 1 TO Last-Order-Code
                   REWRITE OrderControlFile FROM Order-Control-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM WRITE-DROP-SHIP-PO-LINE
                   END-REWRITE
           END-READ.

       WRITE-DROP-SHIP-PO-LINE.
      * The PO line carries the order line and the customer's
      * ship-to so the supplier ships straight there, and its number
      * goes back onto the order line for DROPCONF to close.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           MOVE Last-Order-Code TO PO-Number.
           MOVE 1 TO PO-Line-No.
           MOVE Item-Supplier-Code TO PO-Supplier-Code.
           MOVE Item-Code OF Order-Line-Record TO PO-Item-Code.
           MOVE Item-Qty OF Order-Line-Record TO PO-Qty-Ordered.
           MOVE ZEROS TO PO-Qty-Received.
           MOVE ZEROS TO PO-Qty-Invoiced.
           MOVE Line-Unit-Cost TO PO-Unit-Price.
           MOVE WS-DATE(1:8) TO PO-Date.
           MOVE Order-Req-Ship-Date TO PO-Expected-Date.
           MOVE SPACES TO PO-Warehouse.
           SET PO-Line-Open TO TRUE.
           SET PO-Drop-Ship-Line TO TRUE.
           MOVE Order-Code OF Order-Line-Key TO PO-DS-Order-Code.
           MOVE Line-Number TO PO-DS-Line-Number.
           MOVE Customer-Code OF Order-Header-Record
               TO PO-DS-Customer-Code.
           MOVE Order-Ship-To-Seq OF Order-Header-Record
               TO PO-DS-Ship-To-Seq.
           WRITE PurchaseOrderFile FROM Purchase-Order-Record
               INVALID KEY
                   MOVE "DROP-SHIP PO CREATION FAILED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   MOVE PO-Number TO Line-PO-Number
                   REWRITE OrderLineFile FROM Order-Line-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "R" TO WS-JRNL-ACTION
                           PERFORM JOURNAL-LINE-IMAGE
                   END-REWRITE
           END-WRITE.

       LOWER-EXPOSURE-FOR-APPLY.
      * Applying the parked cash reduces what the customer still
      * owes, so give it back against their open credit exposure the
           MOVE Payment-Type OF Order-Header-Record
               TO Payment-Pay-Type.
           MOVE "ON-ACCOUNT  " TO Payment-Reference.
           MOVE ZEROS TO Payment-Disc-Amount.
           SET Payment-Not-Cleared TO TRUE.
           MOVE SPACES TO Payment-Bank-Date.
           MOVE ZEROS TO Payment-Batch-No.
           WRITE PaymentHistFile FROM Payment-History-Record
               INVALID KEY
                   CONTINUE.
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               RETURN.

           PERFORM CHECK-POSTING-PERIOD.
           IF WS-PERIOD-CLOSED
               MOVE "ACCOUNTING PERIOD CLOSED - SEE FINANCE"
                   TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               RETURN.

           IF WS-OA-AMOUNT = ZEROS
               MOVE "AMOUNT REQUIRED" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
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
      * Only an operator granted the issue-credits permission on the
      * Operator-Auth-KSDS reference file may refund parked cash,
           MOVE Order-Header-Record TO JR-Image.
           PERFORM WRITE-JOURNAL-RECORD.

       JOURNAL-LINE-IMAGE.
           MOVE "ORDLINE " TO JR-File-Tag.
           MOVE SPACES TO JR-Image.
           MOVE Order-Line-Record TO JR-Image.
           PERFORM WRITE-JOURNAL-RECORD.


       JOURNAL-CUST-IMAGE.
           MOVE "CUSTOMER" TO JR-File-Tag.
           MOVE SPACES TO JR-Image.
