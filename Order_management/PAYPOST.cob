      * whose payment reference has already been posted is rejected
      * on its own. Every applied payment lowers the customer's open
      * exposure and is written to the payment history file so the
      * nightly PAYJRNL journal balances the lockbox receipts too. A
      * statement remittance from a head office is spread across its
      * branches' open orders as well as its own. A short payment
      * arriving inside an invoice's settlement discount window for
      * exactly the balance less the discount settles the order in
      * full, and the discount allowed is kept on the payment history
      * record beside the cash. A cash-in-advance order a payment
      * clears is released from awaiting payment to open, so it goes
      * out on the next pick run without anyone noticing the money,
      * and the purchase orders for its drop-ship lines, held back
      * until it was paid for, are raised on their suppliers.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   OF Order-Header-Record WITH DUPLICATES
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Customer-Code OF Customer-Record
               ALTERNATE RECORD KEY IS Customer-Bill-To-Code
                   WITH DUPLICATES
               FILE STATUS IS WS-Cust-File-Status.

           SELECT PaymentHistFile ASSIGN TO "Payment.History.KSDS"
               RECORD KEY IS Currency-Code
               FILE STATUS IS WS-Currency-File-Status.

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
               ACCESS MODE IS DYNAMIC
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
      * and an invoice total short of the freight leaves a residue
      * that ages on an account that paid what we billed.
           05  Invoice-Freight-Amount PIC 9(05)V9(02).
      * The early-payment settlement discount the invoice offers under
      * its terms and the last day it may be taken - zero and spaces
      * when the terms carry none. A payment arriving by that date
      * for the balance less this amount settles the invoice in full.
           05  Invoice-Disc-Amount  PIC 9(05)V9(02).
           05  Invoice-Disc-Date    PIC X(08).

       FD  OnAccountFile.
       01  On-Account-Record.
       01  Payment-Batch-Record.
           05  PB-Batch-Number     PIC 9(09).
           05  PB-Posted-Date      PIC X(08).
      * The batch's count and amount as the trailer proved them, and
      * the statement date BANKREC matched the bank's credit on.
           05  PB-Record-Count     PIC 9(07).
           05  PB-Amount-Total     PIC 9(09)V9(02).
           05  PB-Cleared-Date     PIC X(08).

       FD  CurrencyFile.
       01  Currency-Record.
               88  Currency-Active   VALUE "A".
               88  Currency-Inactive VALUE "I".

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
       01  WS-Invoice-File-Status PIC X(02).
       01  WS-OnAccount-File-Status PIC X(02).
       01  WS-Pay-Batch-Status    PIC X(02).
       01  WS-Period-File-Status  PIC X(02).
       01  WS-Line-File-Status    PIC X(02).
       01  WS-Item-File-Status    PIC X(02).
       01  WS-Control-File-Status PIC X(02).
       01  WS-PO-File-Status      PIC X(02).

      * Batch control scratch - the header's batch number, the
      * verification pass's own count and total, what the trailer
           88  WS-CPO-NOT-END        VALUE "N".
       01  WS-DATE                PIC X(11).
       01  WS-TIME                PIC X(08).

      * The date every payment in the batch is booked under - today,
      * or the first day of the next open accounting month if today's
      * has already been closed - see ESTABLISH-POSTING-PERIOD.
       01  WS-POSTING-DATE        PIC X(08).
       01  WS-POSTING-DATE-PARTS REDEFINES WS-POSTING-DATE.
           05  WS-POST-YEAR       PIC 9(04).
           05  WS-POST-MONTH      PIC 9(02).
           05  WS-POST-DAY        PIC 9(02).
       01  WS-PERIOD-SWITCH       PIC X(01) VALUE "Y".
           88  WS-PERIOD-OPEN       VALUE "Y".
           88  WS-PERIOD-CLOSED     VALUE "N".
      * The day the money actually arrived - the settlement discount
      * window is judged against this, not against a posting date
      * rolled forward past a closed month.
       01  WS-RECEIVED-DATE       PIC X(08).
       01  WS-APPLIED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-REJECT-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-APPLIED-TOTAL       PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-PARKED-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-PARKED-TOTAL        PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-DISC-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-DISC-TOTAL          PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-RELEASED-COUNT      PIC 9(07) VALUE ZEROS.

      * Set by POST-ONE-PAYMENT when the payment just applied paid off
      * a cash-in-advance order and released it for picking.
       01  WS-CIA-SWITCH          PIC X(01) VALUE "N".
           88  WS-CIA-RELEASED      VALUE "Y".
           88  WS-CIA-NOT-RELEASED  VALUE "N".
      * Walks the released order's lines for drop-ship lines whose
      * purchase order was held back until it was paid for.
       01  WS-LINE-IDX            PIC 9(03).
       01  WS-DROP-PO-COUNT       PIC 9(07) VALUE ZEROS.

      * Settlement discount allowed on the order being posted - zero
      * unless CHECK-SETTLEMENT-DISCOUNT found the remittance took
      * one inside its window.
       01  WS-DISC-AMOUNT         PIC 9(05)V9(02) VALUE ZEROS.

      * What actually goes onto the order - the whole remittance
      * normally, the balance due when the remittance overpays and
       01  WS-HIST-CUSTOMER       PIC 9(07).
       01  WS-HIST-AMOUNT         PIC 9(07)V9(02).
       01  WS-HIST-PAY-TYPE       PIC X(03).
       01  WS-HIST-DISC-AMOUNT    PIC 9(05)V9(02).

      * What is left of a statement-style remittance as the spread
      * works it across the customer's open orders oldest-first.
           88  WS-SPREAD-END        VALUE "Y".
           88  WS-SPREAD-NOT-END    VALUE "N".

      * The account whose orders the spread is working - the remitting
      * customer, then in turn each branch billed to it when the check
      * came from a head office paying for its chain.
       01  WS-SPREAD-MEMBER       PIC 9(07).
       01  WS-SPREAD-BRANCHES OCCURS 50 TIMES.
           05  WS-SPB-CUSTOMER-CODE PIC 9(07).
       01  WS-SPREAD-BRANCH-COUNT PIC 9(03) VALUE ZEROS.
       01  WS-SPREAD-BRANCH-IDX   PIC 9(03).
       01  WS-BR-EOF-SWITCH       PIC X(01) VALUE "N".
           88  WS-BR-END             VALUE "Y".
           88  WS-BR-NOT-END         VALUE "N".

      * A remittance against a foreign-currency order arrives in the
      * customer's currency and is converted at the rate booked on
      * the order; the difference against today's table rate is
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LOCKBOX PAYMENT POSTING BATCH STARTING".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-POSTING-DATE.
           MOVE WS-POSTING-DATE TO WS-RECEIVED-DATE.
           PERFORM ESTABLISH-POSTING-PERIOD.
           OPEN EXTEND JournalFile.
           OPEN INPUT LockboxTransFile.
           OPEN I-O OrderFile.
           OPEN I-O OrderLineFile.
           OPEN INPUT ItemFile.
           OPEN I-O OrderControlFile.
           OPEN I-O PurchaseOrderFile.
           OPEN I-O CustomerFile.
           OPEN I-O PaymentHistFile.
           OPEN I-O PaymentControlFile.

           CLOSE LockboxTransFile.
           CLOSE OrderFile.
           CLOSE OrderLineFile.
           CLOSE ItemFile.
           CLOSE OrderControlFile.
           CLOSE PurchaseOrderFile.
           CLOSE CustomerFile.
           CLOSE PaymentHistFile.
           CLOSE PaymentControlFile.
               " FOR " WS-APPLIED-TOTAL
               " PARKED ON ACCOUNT: " WS-PARKED-COUNT
               " FOR " WS-PARKED-TOTAL
               " DISCOUNTS ALLOWED: " WS-DISC-COUNT
               " FOR " WS-DISC-TOTAL
               " RELEASED FOR PICKING: " WS-RELEASED-COUNT
               " DROP-SHIP POS RAISED: " WS-DROP-PO-COUNT
               " REJECTED: " WS-REJECT-COUNT.
           CLOSE JournalFile.
           STOP RUN.
      * earlier batch - the bank double-listed it, and it is rejected
      * on its own for the exception report.
           SET WS-REF-NOT-POSTED TO TRUE.
           MOVE ZEROS TO WS-DISC-AMOUNT.
           IF LB-Reference NOT = SPACES
               PERFORM CHECK-DUP-REFERENCE
           END-IF.
               COMPUTE WS-SPREAD-REMAINING ROUNDED =
                   LB-Amount * Currency-Rate
           END-IF.

      * A head office's check pays its own orders first, then works on
      * through each of its branches' in turn - each order's payment
      * is booked to, and lowers the exposure of, the branch that
      * owns it.
           PERFORM LOAD-SPREAD-BRANCHES.
           MOVE LB-Customer-Code TO WS-SPREAD-MEMBER.
           PERFORM SPREAD-ACROSS-MEMBER-ORDERS.
           PERFORM SPREAD-ACROSS-ONE-BRANCH
               VARYING WS-SPREAD-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-SPREAD-BRANCH-IDX > WS-SPREAD-BRANCH-COUNT
                   OR WS-SPREAD-REMAINING = ZEROS.

           IF WS-SPREAD-REMAINING > ZEROS
               MOVE LB-Customer-Code TO WS-PARK-CUSTOMER
               MOVE WS-SPREAD-REMAINING TO WS-PARK-AMOUNT
               PERFORM PARK-OR-REJECT
           END-IF.

       LOAD-SPREAD-BRANCHES.
      * List the branches billed to the remitting customer off the
      * bill-to alternate index. A customer that is itself a branch
      * has none.
           MOVE ZEROS TO WS-SPREAD-BRANCH-COUNT.
           IF Customer-Bill-To-Code = ZEROS
               SET WS-BR-NOT-END TO TRUE
               MOVE LB-Customer-Code TO Customer-Bill-To-Code
               START CustomerFile KEY IS EQUAL Customer-Bill-To-Code
                   INVALID KEY
                       SET WS-BR-END TO TRUE
               END-START
               PERFORM LOAD-ONE-SPREAD-BRANCH
                   UNTIL WS-BR-END
           END-IF.

       LOAD-ONE-SPREAD-BRANCH.
           READ CustomerFile NEXT RECORD
               AT END
                   SET WS-BR-END TO TRUE
               NOT AT END
                   IF Customer-Bill-To-Code NOT = LB-Customer-Code
                       SET WS-BR-END TO TRUE
                   ELSE
                       IF WS-SPREAD-BRANCH-COUNT < 50
                           ADD 1 TO WS-SPREAD-BRANCH-COUNT
                           MOVE Customer-Code OF Customer-Record
                               TO WS-SPB-CUSTOMER-CODE
                                   (WS-SPREAD-BRANCH-COUNT)
                       END-IF
                   END-IF
           END-READ.

       SPREAD-ACROSS-ONE-BRANCH.
           MOVE WS-SPB-CUSTOMER-CODE (WS-SPREAD-BRANCH-IDX)
               TO WS-SPREAD-MEMBER.
           PERFORM SPREAD-ACROSS-MEMBER-ORDERS.

       SPREAD-ACROSS-MEMBER-ORDERS.
           SET WS-SPREAD-NOT-END TO TRUE.
           MOVE WS-SPREAD-MEMBER
               TO Customer-Code OF Order-Header-Record.
           START OrderFile KEY IS GREATER THAN OR EQUAL
               Customer-Code OF Order-Header-Record
               UNTIL WS-SPREAD-END
                   OR WS-SPREAD-REMAINING = ZEROS.

       SPREAD-ONTO-ONE-ORDER.
      * Pay down the next of the account's orders that still owes
      * anything, up to what is left of the remittance.
           READ OrderFile NEXT RECORD
               AT END
                   SET WS-SPREAD-END TO TRUE
               NOT AT END
                   IF Customer-Code OF Order-Header-Record
                           NOT = WS-SPREAD-MEMBER
                       SET WS-SPREAD-END TO TRUE
                   ELSE
                       IF NOT Order-Cancelled
           MOVE WS-PARK-CUSTOMER TO WS-HIST-CUSTOMER.
           MOVE WS-PARK-AMOUNT TO WS-HIST-AMOUNT.
           MOVE SPACES TO WS-HIST-PAY-TYPE.
           MOVE ZEROS TO WS-HIST-DISC-AMOUNT.
           PERFORM LOG-PAYMENT-HISTORY.
           ADD 1 TO WS-PARKED-COUNT.
           ADD WS-PARK-AMOUNT TO WS-PARKED-TOTAL.
                       PERFORM POST-ONE-PAYMENT
                       PERFORM PARK-OR-REJECT
                   ELSE
                       PERFORM CHECK-SETTLEMENT-DISCOUNT
                       MOVE WS-RECEIPT-HOME TO WS-APPLY-AMOUNT
                       PERFORM POST-ONE-PAYMENT
                   END-IF
               END-IF
           END-IF.

       CHECK-SETTLEMENT-DISCOUNT.
      * A remittance short of the balance may be the customer taking
      * the settlement discount its invoice offered. It settles the
      * order in full only when it arrived by the invoice's discount
      * date and is exactly the balance less the discount - anything
      * else is an ordinary part payment.
           MOVE ZEROS TO WS-DISC-AMOUNT.
           IF Order-Invoice-No > ZEROS
               MOVE Order-Invoice-No TO Invoice-No
               READ InvoiceFile KEY IS Invoice-No
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Invoice-Disc-Amount > ZEROS
                           AND WS-RECEIVED-DATE <= Invoice-Disc-Date
                           AND WS-RECEIPT-HOME + Invoice-Disc-Amount
                               = Order-Balance-Due
                           MOVE Invoice-Disc-Amount TO WS-DISC-AMOUNT
                       END-IF
               END-READ
           END-IF.

       POST-ONE-PAYMENT.
      * The remittance passed every check - work it into the order's
      * paid/balance position, give it back against the customer's
      * open exposure, and preserve the payment itself on the payment
      * history file. A settlement discount taken clears off the
      * balance and the exposure along with the cash.
           ADD WS-APPLY-AMOUNT TO Order-Amount-Paid.
           SUBTRACT WS-APPLY-AMOUNT WS-DISC-AMOUNT
               FROM Order-Balance-Due.
           SET WS-CIA-NOT-RELEASED TO TRUE.
           IF Order-Awaiting-Payment AND Order-Balance-Due = ZEROS
               SET Order-Open TO TRUE
               SET WS-CIA-RELEASED TO TRUE
           END-IF.
           REWRITE Order-Header-Record
               INVALID KEY
                   DISPLAY "REJECTED - ORDER REWRITE FAILED: "
                       TO WS-HIST-CUSTOMER
                   MOVE WS-APPLY-AMOUNT TO WS-HIST-AMOUNT
                   MOVE Payment-Type TO WS-HIST-PAY-TYPE
                   MOVE WS-DISC-AMOUNT TO WS-HIST-DISC-AMOUNT
                   PERFORM LOG-PAYMENT-HISTORY
                   DISPLAY "APPLIED - ORDER "
                       Order-Code OF Order-Header-Record
                       " AMOUNT " WS-APPLY-AMOUNT
                       " REF " LB-Reference
                   PERFORM REPORT-DISCOUNT-ALLOWED
                   IF WS-CIA-RELEASED
                       DISPLAY "  CASH-IN-ADVANCE ORDER PAID - "
                           "RELEASED FOR PICKING"
                       ADD 1 TO WS-RELEASED-COUNT
                       PERFORM RAISE-HELD-DROP-SHIP-POS
                   END-IF
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD WS-APPLY-AMOUNT TO WS-APPLIED-TOTAL
                   MOVE "R" TO WS-JRNL-ACTION
                   PERFORM JOURNAL-ORDER-IMAGE.

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
      * under the PO control key and raised open, exactly as order
      * entry raises one. The item record was read by the caller.
           MOVE "P" TO Control-Key.
           READ OrderControlFile KEY IS Control-Key
               INVALID KEY
                   DISPLAY "  *** PO CONTROL RECORD MISSING - ORDER "
                       Order-Code OF Order-Line-Key
                       " LINE " Line-Number " NOT BOUGHT IN ***"
               NOT INVALID KEY
                   ADD 1 TO Last-Order-Code
                   REWRITE Order-Control-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM WRITE-DROP-SHIP-PO-LINE
                   END-REWRITE
           END-READ.

       WRITE-DROP-SHIP-PO-LINE.
      * The PO line carries the order line and the customer's
      * ship-to so the supplier ships straight there, and its number
      * goes back onto the order line for DROPCONF to close. It is
      * dated the day the money arrived.
           MOVE Last-Order-Code TO PO-Number.
           MOVE 1 TO PO-Line-No.
           MOVE Item-Supplier-Code TO PO-Supplier-Code.
           MOVE Item-Code OF Order-Line-Record TO PO-Item-Code.
           MOVE Item-Qty OF Order-Line-Record TO PO-Qty-Ordered.
           MOVE ZEROS TO PO-Qty-Received.
           MOVE ZEROS TO PO-Qty-Invoiced.
           MOVE Line-Unit-Cost TO PO-Unit-Price.
           MOVE WS-RECEIVED-DATE TO PO-Date.
           MOVE Order-Req-Ship-Date TO PO-Expected-Date.
           MOVE SPACES TO PO-Warehouse.
           SET PO-Line-Open TO TRUE.
           SET PO-Drop-Ship-Line TO TRUE.
           MOVE Order-Code OF Order-Line-Key TO PO-DS-Order-Code.
           MOVE Line-Number TO PO-DS-Line-Number.
           MOVE Customer-Code OF Order-Header-Record
               TO PO-DS-Customer-Code.
           MOVE Order-Ship-To-Seq TO PO-DS-Ship-To-Seq.
           WRITE Purchase-Order-Record
               INVALID KEY
                   DISPLAY "  *** DROP-SHIP PO " PO-Number
                       " NOT WRITTEN - ORDER "
                       Order-Code OF Order-Line-Key
                       " LINE " Line-Number " ***"
               NOT INVALID KEY
                   MOVE PO-Number TO Line-PO-Number
                   REWRITE Order-Line-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "R" TO WS-JRNL-ACTION
                           PERFORM JOURNAL-LINE-IMAGE
                   END-REWRITE
                   ADD 1 TO WS-DROP-PO-COUNT
                   DISPLAY "  DROP-SHIP PO " PO-Number
                       " RAISED ON SUPPLIER " PO-Supplier-Code
                       " FOR LINE " Line-Number
           END-WRITE.

       REPORT-DISCOUNT-ALLOWED.
           IF WS-DISC-AMOUNT > ZEROS
               DISPLAY "  SETTLEMENT DISCOUNT ALLOWED "
                   WS-DISC-AMOUNT " INVOICE " Order-Invoice-No
                   " - PAID IN FULL"
               ADD 1 TO WS-DISC-COUNT
               ADD WS-DISC-AMOUNT TO WS-DISC-TOTAL
           END-IF.

       LOWER-EXPOSURE-FOR-PAYMENT.
      * A payment reduces what the customer still owes, so give it
      * back against their open credit exposure the same way
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT WS-APPLY-AMOUNT WS-DISC-AMOUNT
                       FROM Customer-Open-Exposure
                   REWRITE Customer-Record
                       INVALID KEY
      * Write the payment history entry itself once a sequence number
      * has been minted for it. There is no signed-on operator in
      * batch, so the operator field carries the lockbox tag instead.
      * The payment is dated for the batch's posting date, which is
      * today unless today's accounting month is already closed.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-TIME.
           MOVE PC-Last-Payment-Seq TO Payment-Seq-No.
           MOVE WS-HIST-ORDER-CODE TO Payment-Order-Code.
           MOVE WS-HIST-CUSTOMER TO Payment-Customer-Code.
           MOVE WS-HIST-AMOUNT TO Payment-Amount.
           MOVE WS-POSTING-DATE TO Payment-Date.
           MOVE WS-TIME TO Payment-Time.
           MOVE "LOCKBOX " TO Payment-Operator.
           MOVE WS-HIST-PAY-TYPE TO Payment-Pay-Type.
           MOVE LB-Reference TO Payment-Reference.
           MOVE WS-HIST-DISC-AMOUNT TO Payment-Disc-Amount.
           SET Payment-Not-Cleared TO TRUE.
           MOVE SPACES TO Payment-Bank-Date.
           MOVE WS-BATCH-NUMBER TO Payment-Batch-No.
           WRITE Payment-History-Record
               INVALID KEY
                   CONTINUE.

       ESTABLISH-POSTING-PERIOD.
      * Payments are never dated into a month finance has already
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

       READ-NEXT-TRANSACTION.
      * Read the next detail remittance, stepping over the batch
      * header and trailer the control pass already verified.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           MOVE WS-BATCH-NUMBER TO PB-Batch-Number.
           MOVE WS-DATE(1:8) TO PB-Posted-Date.
           MOVE WS-CTL-COUNT TO PB-Record-Count.
           MOVE WS-CTL-AMOUNT TO PB-Amount-Total.
           MOVE SPACES TO PB-Cleared-Date.
           WRITE Payment-Batch-Record
               INVALID KEY
                   CONTINUE.
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
