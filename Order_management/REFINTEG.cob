       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFINTEG.

      * Nightly referential integrity sweep. RECONCIL strikes record
      * counts and VALRECON rebuilds exposure and allocation values,
      * but neither notices a record left pointing at something that
      * is no longer there. This job walks every file that refers to
      * another and looks each reference up:
      *   - order lines against their order header, and archived
      *     lines against their archived header;
      *   - live orders against the customer master, their ship-to
      *     address, and the invoice they say they were billed on;
      *   - order lines, warehouse stock rows, lot stock rows and
      *     purchase order lines against the item master;
      *   - ship-to addresses against the customer master;
      *   - shipments and payments against an order on the live or
      *     the history file;
      *   - backorders still waiting against a live, uncancelled
      *     order;
      *   - invoices against an order, live or archived, that
      *     carries the same invoice number;
      *   - purchase order lines against the supplier master.
      * Nothing is corrected - each orphan or mismatch is listed for
      * someone to look into, and the counts are summarised by
      * category at the end. Any finding ends the job with return
      * code 8, so ORDARCH and CUSTPURGE hold until the operator has
      * reviewed the report - archiving or purging on top of a broken
      * reference would lose the evidence of what went wrong. The
      * sweep only reads, so it is safe to run again after repairs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderFile ASSIGN TO "Order.Transaction.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Order-Code OF Order-Header-Record
               FILE STATUS IS WS-File-Status.

           SELECT OrderLineFile ASSIGN TO "Order.LineItem.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Order-Line-Key OF Order-Line-Record
               FILE STATUS IS WS-Line-File-Status.

           SELECT OrderHistoryFile ASSIGN TO "Order.History.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Order-Code OF Order-History-Record
               FILE STATUS IS WS-Hist-File-Status.

           SELECT OrderLineHistoryFile
               ASSIGN TO "Order.LineHist.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Order-Line-Key OF Order-Line-History-Record
               FILE STATUS IS WS-Line-Hist-File-Status.

           SELECT CustomerFile ASSIGN TO "Customer.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Customer-Code OF Customer-Record
               FILE STATUS IS WS-Cust-File-Status.

           SELECT ItemFile ASSIGN TO "Item.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Item-Code OF Item-Record
               FILE STATUS IS WS-Item-File-Status.

           SELECT ShipToFile ASSIGN TO "Ship.To.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ship-To-Key
               FILE STATUS IS WS-Ship-To-File-Status.

           SELECT ShipmentFile ASSIGN TO "Shipment.Detail.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Shipment-Key
               ALTERNATE RECORD KEY IS SD-Tracking-Ref WITH DUPLICATES
               FILE STATUS IS WS-Shipment-File-Status.

           SELECT BackorderFile ASSIGN TO "Backorder.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Backorder-Key
               FILE STATUS IS WS-Backorder-File-Status.

           SELECT WhseStockFile ASSIGN TO "Warehouse.Stock.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Whse-Stock-Key
               FILE STATUS IS WS-Whse-Stock-Status.

           SELECT LotStockFile ASSIGN TO "Lot.Stock.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Lot-Stock-Key
               FILE STATUS IS WS-Lot-Stock-Status.

           SELECT InvoiceFile ASSIGN TO "Invoice.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Invoice-No
               FILE STATUS IS WS-Invoice-File-Status.

           SELECT PaymentHistFile ASSIGN TO "Payment.History.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Payment-Seq-No
               ALTERNATE RECORD KEY IS Payment-Customer-Code
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Payment-Reference
                   WITH DUPLICATES
               FILE STATUS IS WS-Pay-Hist-File-Status.

           SELECT PurchaseOrderFile ASSIGN TO "Purchase.Order.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-Line-Key
               FILE STATUS IS WS-PO-File-Status.

           SELECT SupplierFile ASSIGN TO "Supplier.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Supplier-Code
               FILE STATUS IS WS-Supplier-File-Status.

           SELECT BusinessDateFile ASSIGN TO "Business.Date.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BD-Control-Key
               FILE STATUS IS WS-BizDate-File-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  OrderHistoryFile.
       01  Order-History-Record.
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

       FD  OrderLineHistoryFile.
       01  Order-Line-History-Record.
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

       FD  ShipToFile.
       01  Ship-To-Record.
           05  Ship-To-Key.
               10  Customer-Code       PIC 9(07).
               10  Ship-To-Seq         PIC 9(03).
           05  Ship-To-Name            PIC X(15).
           05  Ship-To-Address         PIC X(25).
           05  Ship-To-City            PIC X(15).
           05  Ship-To-Postal-Code     PIC X(10).
           05  Ship-To-Region          PIC X(03).

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

       FD  BackorderFile.
       01  Backorder-Record.
           05  Backorder-Key.
               10  BO-Item-Code    PIC 9(07).
               10  BO-Seq-No       PIC 9(07).
           05  BO-Order-Code       PIC 9(07).
           05  BO-Customer-Code    PIC 9(07).
           05  BO-Qty              PIC 9(05).
           05  BO-Date             PIC X(08).
           05  BO-Warehouse        PIC X(02).
           05  BO-Status           PIC X(01).
               88  BO-Waiting        VALUE "W".
               88  BO-Released       VALUE "R".
               88  BO-Dropped        VALUE "D".
      * The date the short quantity was promised to the customer when
      * it was captured - the available-to-promise date worked out
      * from open POs and in-transit transfers after the demand
      * already waiting ahead of it. Spaces when nothing on order
      * covered it.
           05  BO-Promise-Date     PIC X(08).

       FD  WhseStockFile.
       01  Warehouse-Stock-Record.
           05  Whse-Stock-Key.
               10  WH-Item-Code        PIC 9(07).
               10  WH-Warehouse-Code   PIC X(02).
           05  WH-Qty-OnHand           PIC 9(05).
           05  WH-Qty-Allocated        PIC 9(05).

       FD  LotStockFile.
       01  Lot-Stock-Record.
           05  Lot-Stock-Key.
               10  LS-Item-Code    PIC 9(07).
               10  LS-Warehouse    PIC X(02).
               10  LS-Lot-No       PIC X(10).
           05  LS-Qty-OnHand       PIC 9(05).
           05  LS-Receipt-Date     PIC X(08).
      * The date the lot goes out of date, captured at receipt -
      * shipping draws the earliest-expiring lot first and never
      * ships a lot past it. Spaces for stock that does not expire.
           05  LS-Expiry-Date      PIC X(08).

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

       FD  SupplierFile.
       01  Supplier-Record.
           05  Supplier-Code       PIC 9(05).
           05  Supplier-Name       PIC X(15).
           05  Supplier-Add        PIC X(12).
           05  Supplier-Contact-No PIC X(10).
           05  Supplier-Status     PIC X(01).
               88  Supplier-Active       VALUE "A".
               88  Supplier-Inactive     VALUE "I".
      * The lead time purchasing plans reorders on, in calendar days
      * from order to receipt - zero leaves REORDRPT on its house
      * figure. SUPPSCOR measures what the supplier actually takes
      * each month, over the lines it completed and how many, for
      * purchasing to review and adopt on POMAINT.
           05  Supplier-Lead-Days  PIC 9(03).
           05  Supplier-Measured-Lead PIC 9(03)V9(01).
           05  Supplier-Measured-Lines PIC 9(05).
           05  Supplier-Measured-Date PIC X(08).

       FD  BusinessDateFile.
       01  Business-Date-Record.
           05  BD-Control-Key      PIC X(01).
           05  BD-Business-Date    PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).
       01  WS-Line-File-Status    PIC X(02).
       01  WS-Hist-File-Status    PIC X(02).
       01  WS-Line-Hist-File-Status PIC X(02).
       01  WS-Cust-File-Status    PIC X(02).
       01  WS-Item-File-Status    PIC X(02).
       01  WS-Ship-To-File-Status PIC X(02).
       01  WS-Shipment-File-Status PIC X(02).
       01  WS-Backorder-File-Status PIC X(02).
       01  WS-Whse-Stock-Status   PIC X(02).
       01  WS-Lot-Stock-Status    PIC X(02).
       01  WS-Invoice-File-Status PIC X(02).
       01  WS-Pay-Hist-File-Status PIC X(02).
       01  WS-PO-File-Status      PIC X(02).
       01  WS-Supplier-File-Status PIC X(02).
       01  WS-BizDate-File-Status PIC X(02).

       01  WS-TODAY               PIC X(08).

      * Where LOOK-UP-ORDER found the order asked for - on the live
      * file, archived to the history file, or on neither - and the
      * invoice number the order found carries.
       01  WS-LOOKUP-ORDER        PIC 9(07).
       01  WS-ORDER-WHERE         PIC X(01).
           88  WS-ORDER-LIVE        VALUE "L".
           88  WS-ORDER-ARCHIVED    VALUE "H".
           88  WS-ORDER-MISSING     VALUE "N".
       01  WS-FOUND-INVOICE-NO    PIC 9(07).

      * One count per relationship checked.
       01  WS-LINE-NO-HEADER      PIC 9(07) VALUE ZEROS.
       01  WS-LHIST-NO-HEADER     PIC 9(07) VALUE ZEROS.
       01  WS-ORDER-NO-CUST       PIC 9(07) VALUE ZEROS.
       01  WS-ORDER-NO-SHIP-TO    PIC 9(07) VALUE ZEROS.
       01  WS-ORDER-NO-INVOICE    PIC 9(07) VALUE ZEROS.
       01  WS-LINE-NO-ITEM        PIC 9(07) VALUE ZEROS.
       01  WS-SHIP-TO-NO-CUST     PIC 9(07) VALUE ZEROS.
       01  WS-SHIPMENT-NO-ORDER   PIC 9(07) VALUE ZEROS.
       01  WS-BACKORDER-DEAD      PIC 9(07) VALUE ZEROS.
       01  WS-WHSE-NO-ITEM        PIC 9(07) VALUE ZEROS.
       01  WS-LOT-NO-ITEM         PIC 9(07) VALUE ZEROS.
       01  WS-INVOICE-NO-ORDER    PIC 9(07) VALUE ZEROS.
       01  WS-INVOICE-MISMATCH    PIC 9(07) VALUE ZEROS.
       01  WS-PAYMENT-NO-ORDER    PIC 9(07) VALUE ZEROS.
       01  WS-PO-NO-SUPPLIER      PIC 9(07) VALUE ZEROS.
       01  WS-PO-NO-ITEM          PIC 9(07) VALUE ZEROS.
       01  WS-FINDING-COUNT       PIC 9(07) VALUE ZEROS.

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ESTABLISH-BUSINESS-DATE.
           DISPLAY "REFERENTIAL INTEGRITY SWEEP STARTING FOR "
               WS-TODAY.
           OPEN INPUT OrderFile.
           OPEN INPUT OrderLineFile.
           OPEN INPUT OrderHistoryFile.
           OPEN INPUT OrderLineHistoryFile.
           OPEN INPUT CustomerFile.
           OPEN INPUT ItemFile.
           OPEN INPUT ShipToFile.
           OPEN INPUT ShipmentFile.
           OPEN INPUT BackorderFile.
           OPEN INPUT WhseStockFile.
           OPEN INPUT LotStockFile.
           OPEN INPUT InvoiceFile.
           OPEN INPUT PaymentHistFile.
           OPEN INPUT PurchaseOrderFile.
           OPEN INPUT SupplierFile.

           PERFORM SWEEP-ORDER-LINES.
           PERFORM SWEEP-LINE-HISTORY.
           PERFORM SWEEP-ORDER-HEADERS.
           PERFORM SWEEP-SHIP-TOS.
           PERFORM SWEEP-SHIPMENTS.
           PERFORM SWEEP-BACKORDERS.
           PERFORM SWEEP-WAREHOUSE-STOCK.
           PERFORM SWEEP-LOT-STOCK.
           PERFORM SWEEP-INVOICES.
           PERFORM SWEEP-PAYMENTS.
           PERFORM SWEEP-PURCHASE-ORDERS.

           CLOSE OrderFile.
           CLOSE OrderLineFile.
           CLOSE OrderHistoryFile.
           CLOSE OrderLineHistoryFile.
           CLOSE CustomerFile.
           CLOSE ItemFile.
           CLOSE ShipToFile.
           CLOSE ShipmentFile.
           CLOSE BackorderFile.
           CLOSE WhseStockFile.
           CLOSE LotStockFile.
           CLOSE InvoiceFile.
           CLOSE PaymentHistFile.
           CLOSE PurchaseOrderFile.
           CLOSE SupplierFile.

           PERFORM PRINT-CATEGORY-SUMMARY.
           IF WS-FINDING-COUNT > ZEROS
               DISPLAY "*** " WS-FINDING-COUNT " INTEGRITY FINDINGS - "
                   "REVIEW BEFORE ORDARCH AND CUSTPURGE RUN ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "REFERENTIAL INTEGRITY SWEEP COMPLETE - "
                   "NO FINDINGS"
           END-IF.
           STOP RUN.

       SWEEP-ORDER-LINES.
      * Every live order line needs its header on the live order
      * file, and its item on the item master.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO Order-Code OF Order-Line-Record.
           MOVE ZEROS TO Line-Number OF Order-Line-Record.
           START OrderLineFile KEY IS GREATER THAN OR EQUAL
               Order-Line-Key OF Order-Line-Record
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM CHECK-ONE-ORDER-LINE
               UNTIL WS-END-OF-FILE.

       CHECK-ONE-ORDER-LINE.
           READ OrderLineFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE Order-Code OF Order-Line-Record
                       TO Order-Code OF Order-Header-Record
                   READ OrderFile KEY IS
                           Order-Code OF Order-Header-Record
                       INVALID KEY
                           ADD 1 TO WS-LINE-NO-HEADER
                           DISPLAY "ORDER LINE "
                               Order-Code OF Order-Line-Record "/"
                               Line-Number OF Order-Line-Record
                               " - NO ORDER HEADER"
                   END-READ
                   MOVE Item-Code OF Order-Line-Record
                       TO Item-Code OF Item-Record
                   READ ItemFile KEY IS Item-Code OF Item-Record
                       INVALID KEY
                           ADD 1 TO WS-LINE-NO-ITEM
                           DISPLAY "ORDER LINE "
                               Order-Code OF Order-Line-Record "/"
                               Line-Number OF Order-Line-Record
                               " - ITEM "
                               Item-Code OF Order-Line-Record
                               " NOT ON ITEM MASTER"
                   END-READ
           END-READ.

       SWEEP-LINE-HISTORY.
      * ORDARCH moves a header and its lines together, so an archived
      * line needs its archived header.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO Order-Code OF Order-Line-History-Record.
           MOVE ZEROS TO Line-Number OF Order-Line-History-Record.
           START OrderLineHistoryFile KEY IS GREATER THAN OR EQUAL
               Order-Line-Key OF Order-Line-History-Record
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM CHECK-ONE-HISTORY-LINE
               UNTIL WS-END-OF-FILE.

       CHECK-ONE-HISTORY-LINE.
           READ OrderLineHistoryFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE Order-Code OF Order-Line-History-Record
                       TO Order-Code OF Order-History-Record
                   READ OrderHistoryFile KEY IS
                           Order-Code OF Order-History-Record
                       INVALID KEY
                           ADD 1 TO WS-LHIST-NO-HEADER
                           DISPLAY "ARCHIVED LINE "
                               Order-Code OF Order-Line-History-Record
                               "/"
                               Line-Number OF Order-Line-History-Record
                               " - NO ARCHIVED ORDER HEADER"
                   END-READ
           END-READ.

       SWEEP-ORDER-HEADERS.
      * Every live order needs its customer, the ship-to address it
      * names when it names one, and the invoice it says it was
      * billed on when it says so. A customer soft-deleted but not
      * yet purged is still on the master and passes.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO Order-Code OF Order-Header-Record.
           START OrderFile KEY IS GREATER THAN OR EQUAL
               Order-Code OF Order-Header-Record
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM CHECK-ONE-ORDER-HEADER
               UNTIL WS-END-OF-FILE.

       CHECK-ONE-ORDER-HEADER.
           READ OrderFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM CHECK-ORDER-REFERENCES
           END-READ.

       CHECK-ORDER-REFERENCES.
           MOVE Customer-Code OF Order-Header-Record
               TO Customer-Code OF Customer-Record.
           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   ADD 1 TO WS-ORDER-NO-CUST
                   DISPLAY "ORDER " Order-Code OF Order-Header-Record
                       " - CUSTOMER "
                       Customer-Code OF Order-Header-Record
                       " NOT ON CUSTOMER MASTER"
           END-READ.
           IF Order-Ship-To-Seq OF Order-Header-Record > ZEROS
               MOVE Customer-Code OF Order-Header-Record
                   TO Customer-Code OF Ship-To-Record
               MOVE Order-Ship-To-Seq OF Order-Header-Record
                   TO Ship-To-Seq
               READ ShipToFile KEY IS Ship-To-Key
                   INVALID KEY
                       ADD 1 TO WS-ORDER-NO-SHIP-TO
                       DISPLAY "ORDER "
                           Order-Code OF Order-Header-Record
                           " - SHIP-TO "
                           Customer-Code OF Order-Header-Record "/"
                           Order-Ship-To-Seq OF Order-Header-Record
                           " NOT ON FILE"
               END-READ
           END-IF.
           IF Order-Invoice-No OF Order-Header-Record > ZEROS
               MOVE Order-Invoice-No OF Order-Header-Record
                   TO Invoice-No
               READ InvoiceFile KEY IS Invoice-No
                   INVALID KEY
                       ADD 1 TO WS-ORDER-NO-INVOICE
                       DISPLAY "ORDER "
                           Order-Code OF Order-Header-Record
                           " - INVOICE "
                           Order-Invoice-No OF Order-Header-Record
                           " NOT ON FILE"
               END-READ
           END-IF.

       SWEEP-SHIP-TOS.
      * Every ship-to address needs its customer - CUSTPURGE takes
      * the addresses with a purged account and CUSTMERG moves them
      * to the surviving one, so an orphan here is a real problem.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO Customer-Code OF Ship-To-Record.
           MOVE ZEROS TO Ship-To-Seq.
           START ShipToFile KEY IS GREATER THAN OR EQUAL Ship-To-Key
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM CHECK-ONE-SHIP-TO
               UNTIL WS-END-OF-FILE.

       CHECK-ONE-SHIP-TO.
           READ ShipToFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE Customer-Code OF Ship-To-Record
                       TO Customer-Code OF Customer-Record
                   READ CustomerFile KEY IS
                           Customer-Code OF Customer-Record
                       INVALID KEY
                           ADD 1 TO WS-SHIP-TO-NO-CUST
                           DISPLAY "SHIP-TO "
                               Customer-Code OF Ship-To-Record "/"
                               Ship-To-Seq
                               " - CUSTOMER NOT ON CUSTOMER MASTER"
                   END-READ
           END-READ.

       SWEEP-SHIPMENTS.
      * Every shipment needs its order, live or archived.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO SD-Order-Code.
           MOVE ZEROS TO SD-Ship-Seq.
           START ShipmentFile KEY IS GREATER THAN OR EQUAL
               Shipment-Key
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM CHECK-ONE-SHIPMENT
               UNTIL WS-END-OF-FILE.

       CHECK-ONE-SHIPMENT.
           READ ShipmentFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE SD-Order-Code TO WS-LOOKUP-ORDER
                   PERFORM LOOK-UP-ORDER
                   IF WS-ORDER-MISSING
                       ADD 1 TO WS-SHIPMENT-NO-ORDER
                       DISPLAY "SHIPMENT " SD-Order-Code "/"
                           SD-Ship-Seq
                           " - ORDER NOT ON LIVE OR HISTORY FILE"
                   END-IF
           END-READ.

       SWEEP-BACKORDERS.
      * A backorder still waiting must belong to a live order that
      * has not been cancelled - otherwise BORELEASE would one day
      * ship stock against an order nobody wants. Released and
      * dropped backorders are finished with and are not checked.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO BO-Item-Code.
           MOVE ZEROS TO BO-Seq-No.
           START BackorderFile KEY IS GREATER THAN OR EQUAL
               Backorder-Key
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM CHECK-ONE-BACKORDER
               UNTIL WS-END-OF-FILE.

       CHECK-ONE-BACKORDER.
           READ BackorderFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF BO-Waiting
                       PERFORM CHECK-BACKORDER-ORDER
                   END-IF
           END-READ.

       CHECK-BACKORDER-ORDER.
           MOVE BO-Order-Code TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
                   ADD 1 TO WS-BACKORDER-DEAD
                   DISPLAY "BACKORDER " BO-Item-Code "/" BO-Seq-No
                       " - ORDER " BO-Order-Code
                       " NO LONGER ON LIVE FILE"
               NOT INVALID KEY
                   IF Order-Cancelled OF Order-Header-Record
                       ADD 1 TO WS-BACKORDER-DEAD
                       DISPLAY "BACKORDER " BO-Item-Code "/"
                           BO-Seq-No " - ORDER " BO-Order-Code
                           " IS CANCELLED"
                   END-IF
           END-READ.

       SWEEP-WAREHOUSE-STOCK.
      * Every warehouse stock row needs its item.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO WH-Item-Code.
           MOVE LOW-VALUES TO WH-Warehouse-Code.
           START WhseStockFile KEY IS GREATER THAN OR EQUAL
               Whse-Stock-Key
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM CHECK-ONE-WHSE-STOCK
               UNTIL WS-END-OF-FILE.

       CHECK-ONE-WHSE-STOCK.
           READ WhseStockFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE WH-Item-Code TO Item-Code OF Item-Record
                   READ ItemFile KEY IS Item-Code OF Item-Record
                       INVALID KEY
                           ADD 1 TO WS-WHSE-NO-ITEM
                           DISPLAY "WAREHOUSE STOCK " WH-Item-Code
                               "/" WH-Warehouse-Code
                               " - ITEM NOT ON ITEM MASTER"
                   END-READ
           END-READ.

       SWEEP-LOT-STOCK.
      * Every lot stock row needs its item.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO LS-Item-Code.
           MOVE LOW-VALUES TO LS-Warehouse.
           MOVE LOW-VALUES TO LS-Lot-No.
           START LotStockFile KEY IS GREATER THAN OR EQUAL
               Lot-Stock-Key
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM CHECK-ONE-LOT-STOCK
               UNTIL WS-END-OF-FILE.

       CHECK-ONE-LOT-STOCK.
           READ LotStockFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE LS-Item-Code TO Item-Code OF Item-Record
                   READ ItemFile KEY IS Item-Code OF Item-Record
                       INVALID KEY
                           ADD 1 TO WS-LOT-NO-ITEM
                           DISPLAY "LOT STOCK " LS-Item-Code "/"
                               LS-Warehouse "/" LS-Lot-No
                               " - ITEM NOT ON ITEM MASTER"
                   END-READ
           END-READ.

       SWEEP-INVOICES.
      * Every invoice needs its order, live or archived, and that
      * order must carry the invoice's number as the one it was
      * billed on.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO Invoice-No.
           START InvoiceFile KEY IS GREATER THAN OR EQUAL Invoice-No
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM CHECK-ONE-INVOICE
               UNTIL WS-END-OF-FILE.

       CHECK-ONE-INVOICE.
           READ InvoiceFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE Invoice-Order-Code TO WS-LOOKUP-ORDER
                   PERFORM LOOK-UP-ORDER
                   IF WS-ORDER-MISSING
                       ADD 1 TO WS-INVOICE-NO-ORDER
                       DISPLAY "INVOICE " Invoice-No " - ORDER "
                           Invoice-Order-Code
                           " NOT ON LIVE OR HISTORY FILE"
                   ELSE
                       IF WS-FOUND-INVOICE-NO NOT = Invoice-No
                           ADD 1 TO WS-INVOICE-MISMATCH
                           DISPLAY "INVOICE " Invoice-No
                               " - ORDER " Invoice-Order-Code
                               " CARRIES INVOICE "
                               WS-FOUND-INVOICE-NO
                       END-IF
                   END-IF
           END-READ.

       SWEEP-PAYMENTS.
      * Every payment taken against an order needs that order, live
      * or archived. A payment on account names no order.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO Payment-Seq-No.
           START PaymentHistFile KEY IS GREATER THAN OR EQUAL
               Payment-Seq-No
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM CHECK-ONE-PAYMENT
               UNTIL WS-END-OF-FILE.

       CHECK-ONE-PAYMENT.
           READ PaymentHistFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF Payment-Order-Code NOT = ZEROS
                       MOVE Payment-Order-Code TO WS-LOOKUP-ORDER
                       PERFORM LOOK-UP-ORDER
                       IF WS-ORDER-MISSING
                           ADD 1 TO WS-PAYMENT-NO-ORDER
                           DISPLAY "PAYMENT " Payment-Seq-No
                               " - ORDER " Payment-Order-Code
                               " NOT ON LIVE OR HISTORY FILE"
                       END-IF
                   END-IF
           END-READ.

       SWEEP-PURCHASE-ORDERS.
      * Every purchase order line needs its supplier and its item.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO PO-Number.
           MOVE ZEROS TO PO-Line-No.
           START PurchaseOrderFile KEY IS GREATER THAN OR EQUAL
               PO-Line-Key
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM CHECK-ONE-PO-LINE
               UNTIL WS-END-OF-FILE.

       CHECK-ONE-PO-LINE.
           READ PurchaseOrderFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE PO-Supplier-Code TO Supplier-Code
                   READ SupplierFile KEY IS Supplier-Code
                       INVALID KEY
                           ADD 1 TO WS-PO-NO-SUPPLIER
                           DISPLAY "PO LINE " PO-Number "/"
                               PO-Line-No " - SUPPLIER "
                               PO-Supplier-Code
                               " NOT ON SUPPLIER MASTER"
                   END-READ
                   MOVE PO-Item-Code TO Item-Code OF Item-Record
                   READ ItemFile KEY IS Item-Code OF Item-Record
                       INVALID KEY
                           ADD 1 TO WS-PO-NO-ITEM
                           DISPLAY "PO LINE " PO-Number "/"
                               PO-Line-No " - ITEM " PO-Item-Code
                               " NOT ON ITEM MASTER"
                   END-READ
           END-READ.

       LOOK-UP-ORDER.
      * Find WS-LOOKUP-ORDER on the live order file, or failing that
      * on the history file ORDARCH moves it to, and pick up the
      * invoice number it carries.
           MOVE ZEROS TO WS-FOUND-INVOICE-NO.
           SET WS-ORDER-LIVE TO TRUE.
           MOVE WS-LOOKUP-ORDER TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
                   SET WS-ORDER-ARCHIVED TO TRUE
               NOT INVALID KEY
                   MOVE Order-Invoice-No OF Order-Header-Record
                       TO WS-FOUND-INVOICE-NO
           END-READ.
           IF WS-ORDER-ARCHIVED
               MOVE WS-LOOKUP-ORDER
                   TO Order-Code OF Order-History-Record
               READ OrderHistoryFile KEY IS
                       Order-Code OF Order-History-Record
                   INVALID KEY
                       SET WS-ORDER-MISSING TO TRUE
                   NOT INVALID KEY
                       MOVE Order-Invoice-No OF Order-History-Record
                           TO WS-FOUND-INVOICE-NO
               END-READ
           END-IF.

       PRINT-CATEGORY-SUMMARY.
           COMPUTE WS-FINDING-COUNT =
               WS-LINE-NO-HEADER + WS-LHIST-NO-HEADER
               + WS-ORDER-NO-CUST + WS-ORDER-NO-SHIP-TO
               + WS-ORDER-NO-INVOICE + WS-LINE-NO-ITEM
               + WS-SHIP-TO-NO-CUST + WS-SHIPMENT-NO-ORDER
               + WS-BACKORDER-DEAD + WS-WHSE-NO-ITEM
               + WS-LOT-NO-ITEM + WS-INVOICE-NO-ORDER
               + WS-INVOICE-MISMATCH + WS-PAYMENT-NO-ORDER
               + WS-PO-NO-SUPPLIER + WS-PO-NO-ITEM.
           DISPLAY " ".
           DISPLAY "INTEGRITY FINDINGS BY CATEGORY".
           DISPLAY "  ORDER LINES WITH NO ORDER HEADER      "
               WS-LINE-NO-HEADER.
           DISPLAY "  ARCHIVED LINES WITH NO ARCHIVED HEADER"
               WS-LHIST-NO-HEADER.
           DISPLAY "  ORDERS FOR UNKNOWN CUSTOMER           "
               WS-ORDER-NO-CUST.
           DISPLAY "  ORDERS FOR MISSING SHIP-TO            "
               WS-ORDER-NO-SHIP-TO.
           DISPLAY "  ORDERS NAMING A MISSING INVOICE       "
               WS-ORDER-NO-INVOICE.
           DISPLAY "  ORDER LINES FOR UNKNOWN ITEM          "
               WS-LINE-NO-ITEM.
           DISPLAY "  SHIP-TOS FOR UNKNOWN CUSTOMER         "
               WS-SHIP-TO-NO-CUST.
           DISPLAY "  SHIPMENTS FOR UNKNOWN ORDER           "
               WS-SHIPMENT-NO-ORDER.
           DISPLAY "  WAITING BACKORDERS ON DEAD ORDERS     "
               WS-BACKORDER-DEAD.
           DISPLAY "  WAREHOUSE STOCK FOR UNKNOWN ITEM      "
               WS-WHSE-NO-ITEM.
           DISPLAY "  LOT STOCK FOR UNKNOWN ITEM            "
               WS-LOT-NO-ITEM.
           DISPLAY "  INVOICES FOR UNKNOWN ORDER            "
               WS-INVOICE-NO-ORDER.
           DISPLAY "  INVOICES NOT MATCHING THEIR ORDER     "
               WS-INVOICE-MISMATCH.
           DISPLAY "  PAYMENTS FOR UNKNOWN ORDER            "
               WS-PAYMENT-NO-ORDER.
           DISPLAY "  PO LINES FOR UNKNOWN SUPPLIER         "
               WS-PO-NO-SUPPLIER.
           DISPLAY "  PO LINES FOR UNKNOWN ITEM             "
               WS-PO-NO-ITEM.
           DISPLAY "  TOTAL                                 "
               WS-FINDING-COUNT.

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
