
           SELECT CustomerFile ASSIGN TO "Customer.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Customer-Code OF Customer-Record
               ALTERNATE RECORD KEY IS Customer-Bill-To-Code
                   WITH DUPLICATES
               FILE STATUS IS WS-File-Status.

           SELECT RegionFile ASSIGN TO "Region.Reference.KSDS"

           SELECT BackorderFile ASSIGN TO "Backorder.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Backorder-Key
               FILE STATUS IS WS-Backorder-Status.

               RECORD KEY IS Cust-Xref-Key
               FILE STATUS IS WS-Xref-File-Status.

           SELECT AccountingPeriodFile
               ASSIGN TO "Accounting.Period.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-Period
               FILE STATUS IS WS-Period-File-Status.

           SELECT JournalFile ASSIGN TO "Order.Forward.Journal"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-File-Status.

           SELECT StockMoveFile ASSIGN TO "Stock.Movement.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MV-Movement-Key
               FILE STATUS IS WS-Movement-File-Status.

           SELECT PickWaveFile ASSIGN TO "Pick.Wave.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pick-Wave-Key
               FILE STATUS IS WS-Wave-File-Status.

           SELECT PurchaseOrderFile ASSIGN TO "Purchase.Order.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-Line-Key
               FILE STATUS IS WS-PO-File-Status.

           SELECT TransferHistFile ASSIGN TO "Transfer.History.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XH-Transfer-No
               FILE STATUS IS WS-Transfer-File-Status.

           SELECT InvoiceFile ASSIGN TO "Invoice.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Invoice-No
               FILE STATUS IS WS-Invoice-File-Status.

           SELECT MarginFloorFile ASSIGN TO "Margin.Floor.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MF-Item-Code
               FILE STATUS IS WS-Margin-Floor-Status.

           SELECT MarginExceptionFile ASSIGN TO "Margin.Exception.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ME-Key
               FILE STATUS IS WS-Margin-Exc-Status.

           SELECT OperatorAuthFile ASSIGN TO "Operator.Auth.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Operator-Userid
               FILE STATUS IS WS-Operator-Auth-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  OrderFile.
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

       FD  RegionFile.
       01  Region-Record.
           05  Region-Rate-Entry OCCURS 3 TIMES.
               10  Region-Eff-Date     PIC X(08).
               10  Region-Eff-Rate     PIC 9(01)V9(03).
      * The carrier service standard for deliveries into the region,
      * in working days from shipment - zero takes CARRSCOR's house
      * standard.
           05  Region-Service-Days    PIC 9(02).

       FD  ShipToFile.
       01  Ship-To-Record.
           05  ON-Note-Text        PIC X(60).
           05  ON-Operator         PIC X(08).
           05  ON-Date             PIC X(08).
      * "Y" when the note is meant for the customer - delivery
      * instructions and the like - and prints on the packing slip;
      * anything else stays internal.
           05  ON-Cust-Flag        PIC X(01).
               88  ON-For-Customer   VALUE "Y".

       FD  CarrierFile.
       01  Carrier-Record.
      * line shipped, applied at ship time - see MARK-ORDER-SHIPPED.
           05  Carrier-Base-Charge PIC 9(03)V9(02).
           05  Carrier-Per-Line-Charge PIC 9(03)V9(02).
      * How far, as a percentage, the carrier may bill above our
      * expected freight for a shipment before FRTAUDIT flags it.
           05  Carrier-Bill-Tol-Pct PIC 9(02)V9(02).

       FD  ShipmentFile.
      * One record per shipment that actually left the dock - the
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

       FD  ContractPriceFile.
      * Negotiated pricing for one customer/item pair, with up to
               10  LS-Lot-No       PIC X(10).
           05  LS-Qty-OnHand       PIC 9(05).
           05  LS-Receipt-Date     PIC X(08).
      * The date the lot goes out of date, captured at receipt -
      * shipping draws the earliest-expiring lot first and never
      * ships a lot past it. Spaces for stock that does not expire.
           05  LS-Expiry-Date      PIC X(08).

       FD  BackorderFile.
      * One record per order line (or portion of one) that could not
               88  BO-Waiting        VALUE "W".
               88  BO-Released       VALUE "R".
               88  BO-Dropped        VALUE "D".
      * The date the short quantity was promised to the customer when
      * it was captured - the available-to-promise date worked out
      * from open POs and in-transit transfers after the demand
      * already waiting ahead of it. Spaces when nothing on order
      * covered it.
           05  BO-Promise-Date     PIC X(08).

       FD  PaymentHistFile.
      * One record per individual payment taken, so "when did this
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
           05  PC-Control-Key        PIC X(01).
           05  PC-Last-Payment-Seq   PIC 9(09).

       FD  AccountingPeriodFile.
      * Open/closed status per accounting month - see PRDMAINT. A
      * payment is refused outright if today falls in a month finance
      * has already closed; a month with no record is open.
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

       FD  ErrorLogFile.
       01  Error-Log-Record.
           05  EL-Program          PIC X(08).
           05  EL-Time             PIC X(08).
           05  EL-Key              PIC X(07).
           05  EL-Message          PIC X(50).
      * The operator whose transaction was rejected - the signed-on
      * userid online, BATCH for a batch job - so the rejections can
      * be reported operator by operator.
           05  EL-Userid           PIC X(08).

       FD  AuditTrailFile.
       01  Audit-Trail-Record.
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
           05  JR-Time             PIC X(08).
           05  JR-Image            PIC X(250).

       FD  StockMoveFile.
      * The inventory movement ledger - one record per change to an
      * item's stock, keyed so an item's movements read newest first.
       01  Stock-Movement-Record.
           05  MV-Movement-Key.
               10  MV-Item-Code    PIC 9(07).
               10  MV-Rev-Seq      PIC 9(07).
           05  MV-Movement-No      PIC 9(07).
           05  MV-Warehouse        PIC X(02).
           05  MV-Lot-No           PIC X(10).
           05  MV-Movement-Type    PIC X(01).
               88  MV-Receipt          VALUE "R".
               88  MV-Shipment         VALUE "S".
               88  MV-Transfer-Out     VALUE "O".
               88  MV-Transfer-In      VALUE "I".
               88  MV-Count-Variance   VALUE "C".
               88  MV-Cancel-Restore   VALUE "X".
               88  MV-Kit-Relief       VALUE "K".
               88  MV-Vendor-Return    VALUE "V".
               88  MV-Adjustment       VALUE "A".
           05  MV-Qty-In           PIC 9(07).
           05  MV-Qty-Out          PIC 9(07).
           05  MV-Qty-Released     PIC 9(07).
           05  MV-Balance          PIC 9(07).
           05  MV-Source-Doc       PIC X(12).
           05  MV-Operator         PIC X(08).
           05  MV-Program          PIC X(08).
           05  MV-Move-Date        PIC X(08).
           05  MV-Move-Time        PIC X(06).

       FD  PickWaveFile.
      * One record per order PICKLIST released in a pick wave, keyed
      * wave then order, so a wave's orders read back together.
       01  Pick-Wave-Record.
           05  Pick-Wave-Key.
               10  WV-Wave-No      PIC 9(07).
               10  WV-Order-Code   PIC 9(07).
           05  WV-Wave-Date        PIC X(08).
           05  WV-Warehouse        PIC X(02).
           05  WV-Carrier-Code     PIC X(03).

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

       FD  TransferHistFile.
       01  Transfer-History-Record.
           05  XH-Transfer-No      PIC 9(07).
           05  XH-Item-Code        PIC 9(07).
           05  XH-Qty              PIC 9(05).
           05  XH-From-Warehouse   PIC X(02).
           05  XH-To-Warehouse     PIC X(02).
           05  XH-Ship-Date        PIC X(08).
           05  XH-Receive-Date     PIC X(08).
           05  XH-Status           PIC X(01).
               88  XH-In-Transit     VALUE "T".
               88  XH-Received       VALUE "R".
      * The lot riding this transfer and the receipt and expiry
      * dates its origin balance carried, so arrival books it at the
      * receiving site at its true age - spaces for an untracked
      * move.
           05  XH-Lot-No           PIC X(10).
           05  XH-Lot-Receipt-Date PIC X(08).
           05  XH-Lot-Expiry-Date  PIC X(08).

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

       FD  MarginFloorFile.
       01  Margin-Floor-Record.
           05  MF-Item-Code        PIC 9(07).
           05  MF-Min-Margin-Pct   PIC 9(02)V9(02).

       FD  MarginExceptionFile.
       01  Margin-Exception-Record.
           05  ME-Key.
               10  ME-Order-Code   PIC 9(07).
               10  ME-Line-Number  PIC 9(03).
           05  ME-Item-Code        PIC 9(07).
           05  ME-Customer-Code    PIC 9(07).
           05  ME-Item-Qty         PIC 9(05).
           05  ME-Unit-Price       PIC 9(05)V9(02).
           05  ME-Unit-Cost        PIC 9(05)V9(02).
           05  ME-Floor-Pct        PIC 9(02)V9(02).
      * The program that priced the line.
           05  ME-Source           PIC X(08).
           05  ME-Status           PIC X(01).
               88  ME-Held           VALUE "H".
               88  ME-Accepted       VALUE "A".
           05  ME-Approver         PIC X(08).
           05  ME-Accepted-Date    PIC X(08).

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

       WORKING-STORAGE SECTION.
       01  WS-Invoice-File-Status PIC X(02).
       01  WS-Margin-Floor-Status PIC X(02).
       01  WS-Margin-Exc-Status   PIC X(02).
       01  WS-Operator-Auth-Status PIC X(02).
       01  WS-Wave-File-Status    PIC X(02).
       01  WS-PO-File-Status      PIC X(02).
       01  WS-Transfer-File-Status PIC X(02).
       01  WS-Journal-File-Status PIC X(02).
       01  WS-JRNL-ACTION         PIC X(01).
       01  WS-JRNL-STAMP          PIC X(21).
       01  WS-Contract-File-Status PIC X(02).
       01  WS-Promo-File-Status   PIC X(02).
       01  WS-Lot-Stock-Status    PIC X(02).
       01  WS-Movement-File-Status PIC X(02).
       01  WS-CP-TIER-IDX         PIC 9(01).
       01  WS-Backorder-Status    PIC X(02).
       01  WS-Pay-Hist-Status     PIC X(02).
       01  WS-Pay-Control-Status  PIC X(02).
       01  WS-Error-Log-Status    PIC X(02).
       01  WS-Period-File-Status  PIC X(02).
       01  WS-Audit-File-Status   PIC X(02).
       01  WS-Audit-Control-Status PIC X(02).
       01  WS-AUDIT-ACTION        PIC X(10).
       01  WS-PAYMENT-AMOUNT      PIC 9(07)V9(02).
       01  WS-PAY-REFERENCE       PIC X(12).

      * Set by CHECK-POSTING-PERIOD - whether today's accounting month
      * is still open to postings.
       01  WS-PERIOD-SWITCH       PIC X(01) VALUE "Y".
           88  WS-PERIOD-OPEN       VALUE "Y".
           88  WS-PERIOD-CLOSED     VALUE "N".

      * A payment on a foreign-currency order is keyed in the
      * customer's currency and converted at the rate booked on the
      * order; the difference against today's table rate is shown as
       01  WS-PAY-HOME            PIC 9(07)V9(02).
       01  WS-PAY-CURRENT         PIC 9(09)V9(02).
       01  WS-PAY-VARIANCE        PIC S9(07)V9(02).
      * Settlement discount allowed on the payment being recorded -
      * zero unless CHECK-SETTLEMENT-DISCOUNT found the customer took
      * the discount its invoice offered, inside the window.
       01  WS-PAY-DISC            PIC 9(05)V9(02).

      * On-hand less allocated - what is actually free to sell, worked
      * out on the fly wherever a stock check or amend needs it.
       01  WS-PICK-SHORT          PIC 9(05).
       01  WS-PICK-SHORT-COUNT    PIC 9(03).
       01  WS-PICK-AMT-DELTA      PIC S9(07)V9(02).
      * Set by CONFIRM-ORDER-PICK - whether the order went to PICKED.
       01  WS-PICK-CONFIRM-SWITCH PIC X(01) VALUE "N".
           88  WS-PICK-CONFIRMED     VALUE "Y".
           88  WS-PICK-NOT-CONFIRMED VALUE "N".

      * Wave pick confirmation - see CONFIRM-WAVE-PICKED. A wave
      * number keyed on PF4 confirms every still-open order PICKLIST
      * released in that wave at once. Lines picked in full need no
      * keying; each line that came up short is keyed as its order,
      * line number, and the count actually found, and is captured
      * as a backorder the same way a single order's short is.
       01  WS-XN-WAVE-NO          PIC 9(07).
       01  WS-WAVE-SHORTS OCCURS 10 TIMES.
           05  WS-WAVE-SHORT-ORDER PIC 9(07).
           05  WS-WAVE-SHORT-LINE  PIC 9(03).
           05  WS-WAVE-SHORT-QTY   PIC 9(05).
       01  WS-WAVE-SLOT-IDX       PIC 9(03).
       01  WS-WAVE-PICKED-COUNT   PIC 9(03).
       01  WS-WAVE-SKIPPED-COUNT  PIC 9(03).
       01  WS-WAVE-SHORT-TOTAL    PIC 9(03).
       01  WS-WAVE-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-WAVE-END          VALUE "Y".
           88  WS-WAVE-NOT-END      VALUE "N".
       01  WS-PICK-NEW-AMOUNT     PIC 9(07)V9(02).
       01  WS-PICK-NEW-TAX        PIC 9(07)V9(02).
       01  WS-PICK-NEW-TOTAL      PIC 9(07)V9(02).
       01  WS-FREIGHT-LINES       PIC 9(03).

      * Lot consumption at ship time - the shipped quantity is drawn
      * off the site's lot balances earliest expiry first (undated
      * lots after every dated one, oldest receipt breaking ties),
      * never from a lot already out of date, and the first lot drawn
      * is stamped onto the shipped line for recall tracing.
      * Untracked stock (blank-lot receipts) simply finds no lot
      * records to draw.
       01  WS-LOT-REMAINING       PIC 9(05).
       01  WS-LOT-TAKE            PIC 9(05).
      * What the lot consumption works on - the line's own item
       01  WS-LOT-STAMP-SWITCH    PIC X(01) VALUE "Y".
           88  WS-LOT-STAMP-LINE    VALUE "Y".
           88  WS-LOT-NO-STAMP      VALUE "N".
       01  WS-NEXT-LOT            PIC X(10).
      * The first lot the current consumption drew, for the movement
      * ledger entry the relief writes.
       01  WS-LOT-FIRST-DRAWN     PIC X(10).
       01  WS-NEXT-LOT-RANK       PIC X(16).
       01  WS-LOT-RANK.
           05  WS-LOT-RANK-EXPIRY  PIC X(08).
           05  WS-LOT-RANK-RECEIPT PIC X(08).
      * A lot is out of date on its expiry day and every day after.
       01  WS-LOT-TODAY           PIC X(08).
      * The ship-time expiry check - how much of the site's stock of
      * an item sits in lots already out of date, and so how much is
      * really shippable. A line whose quantity only expired stock
      * could cover is refused at the dock instead of shipped.
       01  WS-LOT-EXPIRED-QTY     PIC 9(07).
       01  WS-LOT-SHIPPABLE       PIC S9(07).
       01  WS-SHIP-LOTS-SWITCH    PIC X(01) VALUE "Y".
           88  WS-SHIP-LOTS-OK      VALUE "Y".
           88  WS-SHIP-LOTS-EXPIRED VALUE "N".
      * Whether a whole-order shipment left a drop-ship line behind,
      * still waiting on its supplier's ship confirmation.
       01  WS-DROP-LINE-SWITCH    PIC X(01) VALUE "N".
           88  WS-DROP-LINE-OPEN    VALUE "Y".
           88  WS-NO-DROP-LINE-OPEN VALUE "N".
       01  WS-LOT-FOUND-SWITCH    PIC X(01) VALUE "N".
           88  WS-LOT-FOUND         VALUE "Y".
           88  WS-NO-LOT-FOUND      VALUE "N".
      * Free-text note keyed by the clerk against the current order -
      * see ADD-ORDER-NOTE - and the sequence worked out for it.
       01  WS-NOTE-TEXT           PIC X(60).
      * Keyed "Y" to have the note print on the packing slip.
       01  WS-NOTE-CUST-FLAG      PIC X(01).
      * One digit wider than the 9(03) key field it probes - see the
      * note on WS-SHIP-SEQ.
       01  WS-NOTE-SEQ            PIC 9(04).
           05  WS-LINE-ITEM-UOM   PIC X(02).
      * "Y" when the line released against a blanket commitment.
           05  WS-LINE-BLANKET    PIC X(01).
      * "Y" when the line is priced below its item's margin floor -
      * see CHECK-LINE-MARGIN - with the floor and the cost it was
      * measured against.
           05  WS-LINE-MARGIN-FLAG PIC X(01).
           05  WS-LINE-FLOOR-PCT  PIC 9(02)V9(02).
           05  WS-LINE-COST       PIC 9(05)V9(02).
       01  WS-LINE-SHIP-QTY       PIC 9(05).

      * Keyed "Y" by the clerk to confirm lines priced below their
      * margin floor - honoured only for an operator holding the
      * pricing permission.
       01  WS-MARGIN-OVERRIDE     PIC X(01).
      * The minimum margin percentage in force for the line being
      * checked. With no floor on file at all a line is only stopped
      * when it sells below cost.
       01  WS-MARGIN-FLOOR-PCT    PIC 9(02)V9(02).
       01  WS-DEFAULT-FLOOR-PCT   PIC 9(02)V9(02) VALUE ZEROS.
       01  WS-PRICE-AUTH-SWITCH   PIC X(01) VALUE "N".
           88  WS-PRICE-AUTHORIZED     VALUE "Y".
           88  WS-PRICE-NOT-AUTHORIZED VALUE "N".

      * The customer's own purchase order number keyed for the order
      * being entered - optional, but what their remittances and
      * calls will quote.
       01  WS-CUST-PO-REF         PIC X(15).

      * The carrier the customer wants the order to go with - optional,
      * validated against the carrier reference table when keyed.
       01  WS-ORDER-CARRIER       PIC X(03).

      * The customer's own part number keyed for the cross-reference
      * lookup - what the customer quotes when they do not know our
      * item code.
           88  WS-HOLD-FOR-CREDIT   VALUE "Y".
           88  WS-NO-CREDIT-HOLD    VALUE "N".

      * Whether the customer's payment terms are cash-in-advance - the
      * order is created awaiting payment behind a pro-forma invoice
      * instead of being credit checked, and moves to open when a
      * payment clears its balance - see RECORD-PAYMENT.
       01  WS-CIA-SWITCH          PIC X(01) VALUE "N".
           88  WS-CASH-IN-ADVANCE   VALUE "Y".
           88  WS-ON-ACCOUNT        VALUE "N".

      * Session context handed down from MENU on the LINK that started
      * this task - see the note in MENU.CBL. The same six fields, in
      * the same order, are redeclared here the way every other shared
           05  SC-Cust-Top-Code       PIC 9(07).
           05  SC-Cust-Bottom-Code    PIC 9(07).

      * Available-to-promise scratch - see COMPUTE-ATP-DATE. The
      * supply table holds every open PO line and in-transit transfer
      * due into the site for the item, sorted into arrival order. A
      * transfer is taken to arrive a fixed allowance after it left
      * the sending site.
       01  WS-ATP-ITEM            PIC 9(07).
       01  WS-ATP-WAREHOUSE       PIC X(02).
       01  WS-ATP-QTY             PIC 9(05).
       01  WS-ATP-AHEAD-SEQ       PIC 9(07).
       01  WS-ATP-DATE            PIC X(08).
       01  WS-ATP-TODAY           PIC X(08).
       01  WS-ATP-NEEDED          PIC 9(07).
       01  WS-ATP-CUM             PIC 9(07).
       01  WS-ATP-TRANSIT-DAYS    PIC 9(02) VALUE 3.
       01  WS-ATP-ARRIVE-NUM      PIC 9(08).
       01  WS-ATP-ARRIVE-INTEGER  PIC S9(09) COMP.
       01  WS-ATP-SCAN-SWITCH     PIC X(01) VALUE "N".
           88  WS-ATP-SCAN-END      VALUE "Y".
           88  WS-ATP-SCAN-NOT-END  VALUE "N".
       01  WS-ATP-COUNT           PIC 9(03) VALUE ZEROS.
       01  WS-ATP-IDX             PIC 9(03).
       01  WS-ATP-OUTER-IDX       PIC 9(03).
       01  WS-ATP-INNER-LIMIT     PIC 9(03).
       01  WS-ATP-SUPPLY-TABLE.
           05  WS-ATP-SUPPLY OCCURS 100 TIMES.
               10  WS-ATP-SUPPLY-DATE PIC X(08).
               10  WS-ATP-SUPPLY-QTY  PIC 9(05).
       01  WS-ATP-SWAP            PIC X(13).

      * The credit group a customer trades in - its head office and
      * every branch billed to it share the head office's limit, so
      * the test is the group's combined open exposure against that
      * one limit. A customer that pays its own bills and has no
      * branches is a group of one. See RESOLVE-CREDIT-GROUP.
       01  WS-CREDIT-GROUP        PIC 9(07).
       01  WS-CREDIT-LIMIT        PIC 9(07)V9(02).
       01  WS-CREDIT-EXPOSURE     PIC 9(09)V9(02).
       01  WS-CREDIT-SAVE-CUSTOMER PIC X(176).
       01  WS-CREDIT-EOF-SWITCH   PIC X(01) VALUE "N".
           88  WS-CREDIT-END        VALUE "Y".
           88  WS-CREDIT-NOT-END    VALUE "N".

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(42).

               WHEN EIBAID = DFHENTER
                   PERFORM VALIDATE-INPUT
               WHEN EIBAID = DFHPF4
      * Mark an open order as picked in the warehouse - or, with a
      * wave number keyed, every open order in that pick wave
                   IF WS-XN-WAVE-NO > ZEROS
                       PERFORM CONFIRM-WAVE-PICKED
                   ELSE
                       PERFORM DEFAULT-XN-ORDER-CODE
                       PERFORM MARK-ORDER-PICKED
                   END-IF
               WHEN EIBAID = DFHPF5
      * Mark a picked order as shipped
                   PERFORM DEFAULT-XN-ORDER-CODE
           IF WS-ORDER-WAREHOUSE = SPACES OR WS-ORDER-WAREHOUSE = "00"
               MOVE WS-DEFAULT-WAREHOUSE TO WS-ORDER-WAREHOUSE.

      * A preferred carrier, when one is keyed, must be one the
      * carrier reference table knows.
           IF WS-ORDER-CARRIER NOT = SPACES
               MOVE WS-ORDER-CARRIER TO Carrier-Code
               READ CarrierFile KEY IS Carrier-Code
                   INVALID KEY
                       MOVE "INVALID CARRIER CODE" TO WS-MESSAGE
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE)
                           CURSOR(WS-CURSOR-POSITION) END-EXEC
                       MOVE Customer-Code OF Customer-Record
                           TO WS-VALIDATION-KEY
                       PERFORM LOG-VALIDATION-ERROR
                       RETURN.

           SET WS-INPUT-VALID TO TRUE.
           MOVE ZEROS TO WS-ORDER-AMOUNT.
           PERFORM VALIDATE-ONE-LINE
      * An order over the credit limit is no longer refused outright -
      * the keying is captured as a held-for-credit order that
      * allocates no stock and raises no exposure, queued for a
      * supervisor on the CREDREF screen to release or decline. A
      * branch is measured against its head office's combined limit.
      * A cash-in-advance customer is extended no credit to check -
      * nothing ships until the order is paid for.
           PERFORM CHECK-CASH-IN-ADVANCE.
           IF WS-CASH-IN-ADVANCE
               SET WS-NO-CREDIT-HOLD TO TRUE
           ELSE
               PERFORM RESOLVE-CREDIT-GROUP
               IF (WS-CREDIT-EXPOSURE + WS-ORDER-TOTAL-AMOUNT)
                       > WS-CREDIT-LIMIT
                   SET WS-HOLD-FOR-CREDIT TO TRUE
               ELSE
                   SET WS-NO-CREDIT-HOLD TO TRUE
               END-IF
           END-IF.

           PERFORM CREATE-ORDER.
               END-IF
           END-IF.

      * A drop-ship item is bought in for the line from its supplier,
      * so there is no site stock to check and nothing backorders -
      * but an item with no supplier on its master cannot be bought.
           IF WS-INPUT-VALID AND Item-Is-Drop-Ship
               IF Item-Supplier-Code = ZEROS
                   MOVE "NO SUPPLIER ON DROP-SHIP ITEM" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   MOVE Item-Code OF Item-Record TO WS-VALIDATION-KEY
                   PERFORM LOG-VALIDATION-ERROR
                   SET WS-INPUT-INVALID TO TRUE
               ELSE
                   MOVE WS-LINE-ITEM-QTY(WS-LINE-IDX)
                       TO WS-ITEM-QTY-AVAILABLE
               END-IF
           END-IF.

           IF WS-INPUT-VALID AND NOT Item-Is-Drop-Ship
               MOVE WS-ORDER-WAREHOUSE TO WH-Warehouse-Code
               PERFORM COMPUTE-SITE-AVAILABILITY
      * An item with nothing free at the site takes its
      * actually charged and a later PRICEUPD run cannot silently
      * reprice history.
               PERFORM PRICE-ONE-LINE
               PERFORM CHECK-LINE-MARGIN
               IF WS-LINE-MARGIN-FLAG(WS-LINE-IDX) = "Y"
                   PERFORM CONFIRM-MARGIN-OVERRIDE
               END-IF
               MULTIPLY WS-LINE-SHIP-QTY
                   BY WS-LINE-UNIT-PRICE(WS-LINE-IDX)
                   GIVING WS-LINE-AMOUNT
               MOVE CP-Break-Price(WS-CP-TIER-IDX)
                   TO WS-LINE-UNIT-PRICE(WS-LINE-IDX).

       CHECK-LINE-MARGIN.
      * Measure the price the line came out at - contract, promo,
      * and blanket pricing all applied - against what the item
      * costs today. The line is below its floor when its margin, as
      * a percentage of the sold price, falls short of the item's
      * minimum. An item carrying no cost has nothing to measure.
           MOVE "N" TO WS-LINE-MARGIN-FLAG(WS-LINE-IDX).
           MOVE ZEROS TO WS-LINE-FLOOR-PCT(WS-LINE-IDX).
           MOVE ZEROS TO WS-LINE-COST(WS-LINE-IDX).
           MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX)
               TO Item-Code OF Item-Record.
           READ ItemFile KEY IS Item-Code OF Item-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Item-Unit-Cost TO WS-LINE-COST(WS-LINE-IDX)
           END-READ.
           IF WS-LINE-COST(WS-LINE-IDX) > ZEROS
               PERFORM RESOLVE-MARGIN-FLOOR
               MOVE WS-MARGIN-FLOOR-PCT
                   TO WS-LINE-FLOOR-PCT(WS-LINE-IDX)
               IF (WS-LINE-UNIT-PRICE(WS-LINE-IDX)
                       - WS-LINE-COST(WS-LINE-IDX)) * 100
                   < WS-MARGIN-FLOOR-PCT
                       * WS-LINE-UNIT-PRICE(WS-LINE-IDX)
                   MOVE "Y" TO WS-LINE-MARGIN-FLAG(WS-LINE-IDX)
               END-IF
           END-IF.

       RESOLVE-MARGIN-FLOOR.
      * The item's own floor, else the house floor held under item
      * 0000000, else no floor above cost.
           MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX) TO MF-Item-Code.
           READ MarginFloorFile KEY IS MF-Item-Code
               INVALID KEY
                   MOVE ZEROS TO MF-Item-Code
                   READ MarginFloorFile KEY IS MF-Item-Code
                       INVALID KEY
                           MOVE WS-DEFAULT-FLOOR-PCT
                               TO MF-Min-Margin-Pct
                   END-READ
           END-READ.
           MOVE MF-Min-Margin-Pct TO WS-MARGIN-FLOOR-PCT.

       CONFIRM-MARGIN-OVERRIDE.
      * A line below its floor goes through only when the clerk keyed
      * the margin override and the signed-on operator holds the
      * pricing permission - otherwise the order is refused for
      * re-pricing like any other bad line.
           IF WS-MARGIN-OVERRIDE NOT = "Y"
               MOVE "LINE BELOW MINIMUM MARGIN - OVERRIDE REQUIRED"
                   TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX) TO WS-VALIDATION-KEY
               PERFORM LOG-VALIDATION-ERROR
               SET WS-INPUT-INVALID TO TRUE
           ELSE
               PERFORM CHECK-PRICE-AUTHORIZED
               IF WS-PRICE-NOT-AUTHORIZED
                   MOVE "MARGIN OVERRIDE NEEDS PRICING PERMISSION"
                       TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX)
                       TO WS-VALIDATION-KEY
                   PERFORM LOG-VALIDATION-ERROR
                   SET WS-INPUT-INVALID TO TRUE
               END-IF
           END-IF.

       CHECK-PRICE-AUTHORIZED.
      * Only an operator granted the pricing permission on the
      * Operator-Auth-KSDS reference file may sell below the floor.
           SET WS-PRICE-NOT-AUTHORIZED TO TRUE.
           MOVE EIBUSERID TO Operator-Userid.
           READ OperatorAuthFile KEY IS Operator-Userid
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Operator-May-Price
                       SET WS-PRICE-AUTHORIZED TO TRUE
                   END-IF
           END-READ.

       WRITE-MARGIN-EXCEPTION.
      * Log the accepted below-floor line for MARGEXC's daily report,
      * with the operator who confirmed it, and audit the override
      * against the order.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           MOVE WS-ORDER-CODE TO ME-Order-Code.
           MOVE WS-LINE-IDX TO ME-Line-Number.
           MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX) TO ME-Item-Code.
           MOVE Customer-Code OF Order-Header-Record
               TO ME-Customer-Code.
           MOVE WS-LINE-ITEM-QTY(WS-LINE-IDX) TO ME-Item-Qty.
           MOVE WS-LINE-UNIT-PRICE(WS-LINE-IDX) TO ME-Unit-Price.
           MOVE WS-LINE-COST(WS-LINE-IDX) TO ME-Unit-Cost.
           MOVE WS-LINE-FLOOR-PCT(WS-LINE-IDX) TO ME-Floor-Pct.
           MOVE "ORDERUPD" TO ME-Source.
           SET ME-Accepted TO TRUE.
           MOVE EIBUSERID TO ME-Approver.
           MOVE WS-DATE(1:8) TO ME-Accepted-Date.
           WRITE Margin-Exception-Record
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE SPACES TO WS-AUDIT-ACTION.
           STRING "MGNOVR " WS-LINE-IDX DELIMITED BY SIZE
               INTO WS-AUDIT-ACTION.
           MOVE WS-ORDER-CODE TO WS-AUDIT-KEY.
           PERFORM LOG-AUDIT-ENTRY.

       GET-NEXT-ORDER-CODE.
      * Mint the next order number from the single-record order control
      * file under CICS control, so two clerks keying orders at the same
           PERFORM SET-ORDER-CURRENCY.
           PERFORM SET-ORDER-DUE-DATE.
           MOVE WS-CUST-PO-REF TO Order-Cust-PO-Ref.
           MOVE WS-ORDER-CARRIER TO Order-Carrier-Code.
           MOVE ZEROS TO Order-Wave-No.
      * The customer's assigned rep is captured onto the order at
      * creation, so commission follows the order even if the
      * account changes hands later.
           MOVE Customer-Rep-Code TO Order-Rep-Code.
      * A cash-in-advance order allocates its stock like any other
      * but waits for its money before PICKLIST or DISPDUE see it.
           EVALUATE TRUE
               WHEN WS-HOLD-FOR-CREDIT
                   SET Order-Credit-Held TO TRUE
               WHEN WS-CASH-IN-ADVANCE
                   SET Order-Awaiting-Payment TO TRUE
               WHEN OTHER
                   SET Order-Open TO TRUE
           END-EVALUATE.
           WRITE OrderFile FROM Order-Header-Record
               INVALID KEY
                   MOVE "ORDER CREATION FAILED" TO WS-MESSAGE
                       MOVE WS-ORDER-CODE TO WS-AUDIT-KEY
                       PERFORM LOG-AUDIT-ENTRY
                       MOVE WS-ORDER-CODE TO SC-Order-Code
                       IF WS-CASH-IN-ADVANCE
                           MOVE "AWAITING PAYMENT - PRINT PRO-FORMA"
                               TO WS-MESSAGE
                       ELSE
                           MOVE "ORDER CREATED SUCCESSFULLY"
                               TO WS-MESSAGE
                       END-IF
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-IF.

               SET Line-Open TO TRUE
               MOVE WS-ORDER-WAREHOUSE TO Line-Warehouse
               MOVE SPACES TO Line-Lot-No
               MOVE ZEROS TO Line-PO-Number
      * Capture what the item costs today alongside what it sold
      * for, so margin reporting never reprices history, and whether
      * it ships from our stock or straight from the supplier.
               MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX)
                   TO Item-Code OF Item-Record
               READ ItemFile KEY IS Item-Code OF Item-Record
                   INVALID KEY
                       MOVE ZEROS TO Line-Unit-Cost
                       SET Line-From-Stock TO TRUE
                   NOT INVALID KEY
                       MOVE Item-Unit-Cost TO Line-Unit-Cost
                       IF Item-Is-Drop-Ship
                           SET Line-Drop-Ship TO TRUE
                       ELSE
                           SET Line-From-Stock TO TRUE
                       END-IF
               END-READ
               WRITE OrderLineFile FROM Order-Line-Record
                   INVALID KEY
               PERFORM CREATE-LINE-BACKORDER.
           IF WS-LINE-BLANKET(WS-LINE-IDX) = "Y"
               PERFORM DRAW-DOWN-BLANKET.
           IF WS-LINE-MARGIN-FLAG(WS-LINE-IDX) = "Y"
               PERFORM WRITE-MARGIN-EXCEPTION.

       DRAW-DOWN-BLANKET.
      * Draw the released quantity - backordered portion included,
      * Write the backorder record itself once a sequence number has
      * been minted for it.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
      * The promise is worked out before the record is built - the
      * demand-ahead scan reads through the backorder record area.
           MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX) TO WS-ATP-ITEM.
           MOVE WS-ORDER-WAREHOUSE TO WS-ATP-WAREHOUSE.
           MOVE WS-LINE-BO-QTY(WS-LINE-IDX) TO WS-ATP-QTY.
           MOVE Last-Order-Code TO WS-ATP-AHEAD-SEQ.
           PERFORM COMPUTE-ATP-DATE.
           MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX) TO BO-Item-Code.
           MOVE Last-Order-Code TO BO-Seq-No.
           MOVE WS-ORDER-CODE TO BO-Order-Code.
           MOVE WS-DATE(1:8) TO BO-Date.
           MOVE WS-ORDER-WAREHOUSE TO BO-Warehouse.
           SET BO-Waiting TO TRUE.
           MOVE WS-ATP-DATE TO BO-Promise-Date.
           WRITE BackorderFile FROM Backorder-Record
               INVALID KEY
                   MOVE "BACKORDER CREATION FAILED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   MOVE WS-ORDER-CODE TO WS-VALIDATION-KEY
                   PERFORM LOG-VALIDATION-ERROR
               NOT INVALID KEY
                   PERFORM SEND-PROMISE-MESSAGE.

       SEND-PROMISE-MESSAGE.
      * Tell the clerk when the short quantity can be promised, so
      * the customer gets a date rather than "when it comes in".
           MOVE SPACES TO WS-MESSAGE.
           IF BO-Promise-Date = SPACES
               STRING "BACKORDER " BO-Item-Code
                   " - NOTHING ON ORDER TO PROMISE"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               STRING "BACKORDER " BO-Item-Code
                   " PROMISED FOR " BO-Promise-Date
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       COMMIT-LINE-STOCK.
      * Allocate what this line just committed to the order against
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
      * A drop-ship line allocates nothing - it is bought in from the
      * supplier, who ships it from their own stock. The supplier is
      * only told to ship an open order: one awaiting its payment or
      * the pricing desk has its PO raised when it is released -
      * ORDERUPD RECORD-PAYMENT, PAYPOST, ONACCT, and MGNREVW.
                       WHEN Line-Drop-Ship
                           IF Order-Open
                               PERFORM RAISE-DROP-SHIP-PO
                           END-IF
      * A kit line allocates its components, never the kit itself.
                       WHEN Item-Is-Kit
                           MOVE Item-Code OF Order-Line-Record
                               TO WS-KIT-ITEM
                           MOVE WS-COMMITTED-QTY TO WS-KIT-QTY
                           MOVE Line-Warehouse TO WS-KIT-WAREHOUSE
                           SET WS-KIT-ALLOCATE TO TRUE
                           PERFORM WORK-KIT-COMPONENTS
                       WHEN OTHER
                           ADD WS-COMMITTED-QTY
                               TO Item-Qty-Allocated OF Item-Record
                           REWRITE ItemFile FROM Item-Record
                           MOVE "R" TO WS-JRNL-ACTION
                           PERFORM JOURNAL-ITEM-IMAGE
                           PERFORM ALLOCATE-SITE-STOCK
                   END-EVALUATE.

       RAISE-DROP-SHIP-PO.
      * Buy the drop-ship line in from the item's supplier - a PO of
      * its own, one line long, minted off the order control file
      * under the PO control key the way REORDRPT mints them. The
      * item record was read by the caller.
           MOVE "P" TO Control-Key.
           READ OrderControlFile KEY IS Control-Key
               INVALID KEY
                   MOVE "PO CONTROL RECORD MISSING" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   MOVE Order-Code OF Order-Line-Key
                       TO WS-VALIDATION-KEY
                   PERFORM LOG-VALIDATION-ERROR
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
      * The PO line is raised open - the customer's order is the
      * commitment, so there is no draft for purchasing to confirm -
      * for the line's quantity at the item's cost, wanted by the
      * order's requested ship date, and carries the order line and
      * the customer's ship-to so the supplier ships straight there.
      * Its number goes back onto the order line, which the
      * supplier's ship confirmation closes - see DROPCONF.
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
           WRITE Purchase-Order-Record
               INVALID KEY
                   MOVE "DROP-SHIP PO CREATION FAILED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   MOVE Order-Code OF Order-Line-Key
                       TO WS-VALIDATION-KEY
                   PERFORM LOG-VALIDATION-ERROR
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

       RAISE-HELD-DROP-SHIP-POS.
      * A cash-in-advance order has just been paid up and released
      * to open - buy in the drop-ship lines held back while it
      * waited for its money, the way CREDREF does on a credit
      * release. A line already on a PO is left alone.
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

       ALLOCATE-SITE-STOCK.
      * Raise the allocation on the line's own warehouse record.
               PERFORM LOG-VALIDATION-ERROR
               RETURN.

           PERFORM CONFIRM-ORDER-PICK.
           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       CONFIRM-ORDER-PICK.
      * Confirm the pick of the order just read, with the keyed
      * counts in the pick slots, and move it to PICKED. Shared by
      * the single-order and the wave confirmation; leaves the
      * outcome in WS-MESSAGE and WS-PICK-CONFIRM-SWITCH.
           SET WS-PICK-NOT-CONFIRMED TO TRUE.
           MOVE ZEROS TO WS-PICK-SHORT-COUNT.
           MOVE ZEROS TO WS-PICK-AMT-DELTA.
           PERFORM CONFIRM-ONE-PICK-LINE
           REWRITE OrderFile FROM Order-Header-Record
               INVALID KEY
                   MOVE "ORDER UPDATE FAILED" TO WS-MESSAGE
                   MOVE WS-XN-ORDER-CODE TO WS-VALIDATION-KEY
                   PERFORM LOG-VALIDATION-ERROR
               NOT INVALID KEY
                   SET WS-PICK-CONFIRMED TO TRUE
                   MOVE "PICKED" TO WS-AUDIT-ACTION
                   MOVE WS-XN-ORDER-CODE TO WS-AUDIT-KEY
                   PERFORM LOG-AUDIT-ENTRY
                   END-IF
                   MOVE "R" TO WS-JRNL-ACTION
                   PERFORM JOURNAL-ORDER-IMAGE
           END-REWRITE.

       CONFIRM-WAVE-PICKED.
      * Wave pick confirmation. Walk the wave's orders off the pick
      * wave file and confirm each one still OPEN and still carrying
      * this wave, every line picked in full except the shorts keyed
      * against it. An order already confirmed on its own, or since
      * cancelled, is counted as skipped rather than failing the
      * rest of the wave.
           MOVE ZEROS TO WS-WAVE-PICKED-COUNT.
           MOVE ZEROS TO WS-WAVE-SKIPPED-COUNT.
           MOVE ZEROS TO WS-WAVE-SHORT-TOTAL.
           SET WS-WAVE-NOT-END TO TRUE.
           MOVE WS-XN-WAVE-NO TO WV-Wave-No.
           MOVE ZEROS TO WV-Order-Code.
           START PickWaveFile KEY IS GREATER THAN OR EQUAL
               Pick-Wave-Key
               INVALID KEY
                   SET WS-WAVE-END TO TRUE.
           PERFORM CONFIRM-ONE-WAVE-ORDER
               UNTIL WS-WAVE-END.

           IF WS-WAVE-PICKED-COUNT = ZEROS
               AND WS-WAVE-SKIPPED-COUNT = ZEROS
               MOVE "WAVE NOT FOUND" TO WS-MESSAGE
               MOVE WS-XN-WAVE-NO TO WS-VALIDATION-KEY
               PERFORM LOG-VALIDATION-ERROR
           ELSE
               MOVE SPACES TO WS-MESSAGE
               STRING "WAVE PICKED " WS-WAVE-PICKED-COUNT
                   " SHORT " WS-WAVE-SHORT-TOTAL
                   " SKIPPED " WS-WAVE-SKIPPED-COUNT
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       CONFIRM-ONE-WAVE-ORDER.
           READ PickWaveFile NEXT RECORD
               AT END
                   SET WS-WAVE-END TO TRUE
               NOT AT END
                   IF WV-Wave-No NOT = WS-XN-WAVE-NO
                       SET WS-WAVE-END TO TRUE
                   ELSE
                       PERFORM CONFIRM-WAVE-MEMBER
                   END-IF
           END-READ.

       CONFIRM-WAVE-MEMBER.
           MOVE WV-Order-Code TO WS-XN-ORDER-CODE.
           MOVE WV-Order-Code TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
                   ADD 1 TO WS-WAVE-SKIPPED-COUNT
               NOT INVALID KEY
                   IF Order-Open AND Order-Wave-No = WS-XN-WAVE-NO
                       PERFORM LOAD-WAVE-ORDER-SLOTS
                       PERFORM CONFIRM-ORDER-PICK
                       IF WS-PICK-CONFIRMED
                           ADD 1 TO WS-WAVE-PICKED-COUNT
                           ADD WS-PICK-SHORT-COUNT
                               TO WS-WAVE-SHORT-TOTAL
                       ELSE
                           ADD 1 TO WS-WAVE-SKIPPED-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO WS-WAVE-SKIPPED-COUNT
                   END-IF
           END-READ.

       LOAD-WAVE-ORDER-SLOTS.
      * Every line of the order picked in full, then the counts keyed
      * against this order laid over the lines that came up short.
           PERFORM FILL-ONE-PICK-SLOT
               VARYING WS-WAVE-SLOT-IDX FROM 1 BY 1
               UNTIL WS-WAVE-SLOT-IDX > 10.
           PERFORM APPLY-ONE-WAVE-SHORT
               VARYING WS-WAVE-SLOT-IDX FROM 1 BY 1
               UNTIL WS-WAVE-SLOT-IDX > 10.

       FILL-ONE-PICK-SLOT.
           MOVE WS-PICK-FULL-VALUE TO WS-PICK-QTY(WS-WAVE-SLOT-IDX).

       APPLY-ONE-WAVE-SHORT.
           IF WS-WAVE-SHORT-ORDER(WS-WAVE-SLOT-IDX) = WS-XN-ORDER-CODE
               AND WS-WAVE-SHORT-LINE(WS-WAVE-SLOT-IDX) > ZEROS
               AND WS-WAVE-SHORT-LINE(WS-WAVE-SLOT-IDX) NOT > 10
               MOVE WS-WAVE-SHORT-QTY(WS-WAVE-SLOT-IDX)
                   TO WS-PICK-QTY(WS-WAVE-SHORT-LINE(WS-WAVE-SLOT-IDX))
           END-IF.

       CONFIRM-ONE-PICK-LINE.
      * Confirm one line of the pick. A slot still carrying the

       WRITE-PICK-BACKORDER.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
      * The promise is worked out before the record is built - the
      * demand-ahead scan reads through the backorder record area.
           MOVE Item-Code OF Order-Line-Record TO WS-ATP-ITEM.
           MOVE Line-Warehouse TO WS-ATP-WAREHOUSE.
           MOVE WS-PICK-SHORT TO WS-ATP-QTY.
           MOVE Last-Order-Code TO WS-ATP-AHEAD-SEQ.
           PERFORM COMPUTE-ATP-DATE.
           MOVE Item-Code OF Order-Line-Record TO BO-Item-Code.
           MOVE Last-Order-Code TO BO-Seq-No.
           MOVE WS-XN-ORDER-CODE TO BO-Order-Code.
           MOVE WS-DATE(1:8) TO BO-Date.
           MOVE Line-Warehouse TO BO-Warehouse.
           SET BO-Waiting TO TRUE.
           MOVE WS-ATP-DATE TO BO-Promise-Date.
           WRITE BackorderFile FROM Backorder-Record
               INVALID KEY
                   MOVE "BACKORDER CREATION FAILED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   MOVE WS-XN-ORDER-CODE TO WS-VALIDATION-KEY
                   PERFORM LOG-VALIDATION-ERROR
               NOT INVALID KEY
                   PERFORM SEND-PROMISE-MESSAGE.

       RELEASE-SHORT-ALLOCATION.
      * The short quantity was allocated at entry against stock that
           IF WS-CARRIER-INVALID
               RETURN.

      * Nothing leaves while any open line could only ship from
      * out-of-date lots.
           SET WS-SHIP-LOTS-OK TO TRUE.
           PERFORM CHECK-ONE-LINE-EXPIRY
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX >
                   Order-Line-Count OF Order-Header-Record
                   OR WS-SHIP-LOTS-EXPIRED.
           IF WS-SHIP-LOTS-EXPIRED
               MOVE "ONLY EXPIRED LOT STOCK TO SHIP - NOT SHIPPED"
                   TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               MOVE WS-XN-ORDER-CODE TO WS-VALIDATION-KEY
               PERFORM LOG-VALIDATION-ERROR
               RETURN.

           SET Order-Shipped TO TRUE.
           MOVE ZEROS TO WS-FREIGHT-LINES.
           REWRITE OrderFile FROM Order-Header-Record
               NOT INVALID KEY
                   MOVE "R" TO WS-JRNL-ACTION
                   PERFORM JOURNAL-ORDER-IMAGE
                   SET WS-NO-DROP-LINE-OPEN TO TRUE
                   PERFORM RELEASE-ONE-LINE-STOCK
                       VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX >
                           Order-Line-Count OF Order-Header-Record
      * A drop-ship line still waiting on its supplier leaves the
      * order partially shipped until the supplier confirms it.
                   IF WS-DROP-LINE-OPEN
                       SET Order-Part-Shipped TO TRUE
                       REWRITE OrderFile FROM Order-Header-Record
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "R" TO WS-JRNL-ACTION
                               PERFORM JOURNAL-ORDER-IMAGE
                       END-REWRITE
                   END-IF
                   MOVE ZEROS TO WS-SHIP-DETAIL-LINE
                   PERFORM COMPUTE-FREIGHT-CHARGE
                   PERFORM LOG-SHIPMENT-DETAIL
                   PERFORM ADD-FREIGHT-CHARGE
                   MOVE "ORDER MARKED SHIPPED" TO WS-MESSAGE
               PERFORM LOG-VALIDATION-ERROR
               RETURN.

      * A drop-ship line ships from the supplier, not our dock, and
      * is marked shipped by the supplier's ship confirmation.
           IF Line-Drop-Ship
               MOVE "DROP-SHIP LINE - SHIPS ON SUPPLIER CONFIRMATION"
                   TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               MOVE WS-XN-ORDER-CODE TO WS-VALIDATION-KEY
               PERFORM LOG-VALIDATION-ERROR
               RETURN.

           PERFORM VALIDATE-SHIP-CARRIER.
           IF WS-CARRIER-INVALID
               RETURN.

           PERFORM CHECK-LINE-LOT-EXPIRY.
           IF WS-SHIP-LOTS-EXPIRED
               MOVE "ONLY EXPIRED LOT STOCK TO SHIP - NOT SHIPPED"
                   TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               MOVE WS-XN-ORDER-CODE TO WS-VALIDATION-KEY
               PERFORM LOG-VALIDATION-ERROR
               RETURN.

           PERFORM RELIEVE-LINE-STOCK.
           SET Line-Shipped TO TRUE.
           REWRITE OrderLineFile FROM Order-Line-Record
                   MOVE "R" TO WS-JRNL-ACTION
                   PERFORM JOURNAL-ORDER-IMAGE
                   MOVE WS-SHIP-LINE-NUMBER TO WS-SHIP-DETAIL-LINE
                   MOVE 1 TO WS-FREIGHT-LINES
                   PERFORM COMPUTE-FREIGHT-CHARGE
                   PERFORM LOG-SHIPMENT-DETAIL
                   PERFORM ADD-FREIGHT-CHARGE
                   IF Order-Shipped
                       MOVE "LINE SHIPPED - ORDER NOW FULLY SHIPPED"
      * shipment plus the per-line charge for each line on this one.
      * The charge rides the header separately from merchandise and
      * tax, is owed on top of them, and raises the customer's open
      * exposure the way the order total did at creation. The charge
      * itself was worked out by COMPUTE-FREIGHT-CHARGE before the
      * shipment was logged, so the shipment record carries it too.
           IF WS-FREIGHT-CHARGE > ZEROS
               ADD WS-FREIGHT-CHARGE TO Order-Freight-Amount
               ADD WS-FREIGHT-CHARGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           END-IF.

       COMPUTE-FREIGHT-CHARGE.
      * The freight this shipment costs the customer. The carrier
      * record was read by VALIDATE-SHIP-CARRIER just before this.
           COMPUTE WS-FREIGHT-CHARGE =
               Carrier-Per-Line-Charge * WS-FREIGHT-LINES.
           IF Order-Freight-Amount = ZEROS
               ADD Carrier-Base-Charge TO WS-FREIGHT-CHARGE.

       RAISE-EXPOSURE-FOR-FREIGHT.
      * The freight raised what the customer owes on this order, so
      * their open credit exposure goes up with it - the same
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           MOVE WS-XN-ORDER-CODE TO ON-Order-Code.
           MOVE WS-NOTE-TEXT TO ON-Note-Text.
           IF WS-NOTE-CUST-FLAG = "Y"
               MOVE "Y" TO ON-Cust-Flag
           ELSE
               MOVE "N" TO ON-Cust-Flag
           END-IF.
           MOVE EIBUSERID TO ON-Operator.
           MOVE WS-DATE(1:8) TO ON-Date.
           SET WS-NOTE-REC-PENDING TO TRUE.
      * against the carrier reference table the same way payment
      * types are validated against theirs.
           SET WS-CARRIER-VALID TO TRUE.
      * A shipment keyed with no carrier goes with the one the
      * customer asked for at entry.
           IF WS-SHIP-CARRIER = SPACES
               MOVE Order-Carrier-Code TO WS-SHIP-CARRIER
           END-IF.
           MOVE WS-SHIP-CARRIER TO Carrier-Code.
           READ CarrierFile KEY IS Carrier-Code
               INVALID KEY
           END-IF.
      * Delivery is confirmed later by the carrier status intake.
           MOVE SPACES TO SD-Delivered-Date.
      * The advance ship notice run decides the notice later.
           MOVE SPACES TO SD-ASN-Status.
           MOVE SPACES TO SD-ASN-Date.
      * The freight charged to the customer for it, set out by
      * COMPUTE-FREIGHT-CHARGE, against which the carrier's own bill
      * is later audited.
           MOVE WS-FREIGHT-CHARGE TO SD-Freight-Charged.
           MOVE WS-FREIGHT-LINES TO SD-Freight-Lines.
           SET WS-SHIP-REC-PENDING TO TRUE.
           PERFORM WRITE-ONE-SHIPMENT-SLOT
               VARYING WS-SHIP-SEQ FROM 1 BY 1
                       MOVE Line-Warehouse TO WS-LOT-WAREHOUSE
                       SET WS-LOT-STAMP-LINE TO TRUE
                       PERFORM CONSUME-LOT-STOCK
                       SET MV-Shipment TO TRUE
                       PERFORM LOG-RELIEF-MOVEMENT
                   END-IF.

       LOG-RELIEF-MOVEMENT.
      * Put the stock that just left on the movement ledger against
      * the order line - the line's own item for a plain line, each
      * component in turn for a kit line - naming the first lot the
      * consumption drew. The caller sets the movement type; the item
      * record holds the item just relieved.
           MOVE WS-LOT-ITEM TO MV-Item-Code.
           MOVE WS-LOT-WAREHOUSE TO MV-Warehouse.
           MOVE WS-LOT-FIRST-DRAWN TO MV-Lot-No.
           MOVE ZEROS TO MV-Qty-In.
           MOVE WS-LOT-QTY TO MV-Qty-Out.
           MOVE ZEROS TO MV-Qty-Released.
           MOVE Item-Qty-OnHand OF Item-Record TO MV-Balance.
           MOVE SPACES TO MV-Source-Doc.
           STRING Order-Code OF Order-Line-Key "/" Line-Number
               DELIMITED BY SIZE INTO MV-Source-Doc.
           MOVE EIBUSERID TO MV-Operator.
           PERFORM LOG-STOCK-MOVEMENT.

       LOG-STOCK-MOVEMENT.
      * Post the stock change the caller has described in the
      * movement record onto the stock movement ledger, numbering it
      * from the order control file under control key "M". The
      * ledger is keyed by item and the movement number counted down
      * from the top, so an item's movements read back newest first.
           MOVE "M" TO Control-Key.
           READ OrderControlFile KEY IS Control-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO Last-Order-Code
                   REWRITE OrderControlFile FROM Order-Control-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM WRITE-STOCK-MOVEMENT
                   END-REWRITE
           END-READ.

       WRITE-STOCK-MOVEMENT.
           MOVE Last-Order-Code TO MV-Movement-No.
           COMPUTE MV-Rev-Seq = 9999999 - Last-Order-Code.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MV-Move-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MV-Move-Time.
           MOVE "ORDERUPD" TO MV-Program.
           WRITE StockMoveFile FROM Stock-Movement-Record
               INVALID KEY
                   CONTINUE.

       RELIEVE-SITE-STOCK.
      * Take the shipped quantity off the line's own warehouse
      * record, floored at zero so a site balance that has drifted
           END-READ.

       CONSUME-LOT-STOCK.
      * Draw the shipped quantity off the site's lot balances
      * first-expired-first-out, stamping the first lot drawn onto
      * the line so a recall traces from the lot to the customer.
      * Each pass finds the earliest-expiring lot still in date and
      * holding stock and takes what it can.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           MOVE WS-DATE(1:8) TO WS-LOT-TODAY.
           MOVE WS-LOT-QTY TO WS-LOT-REMAINING.
           MOVE SPACES TO WS-LOT-FIRST-DRAWN.
           SET WS-LOT-FOUND TO TRUE.
           PERFORM CONSUME-FROM-NEXT-LOT
               UNTIL WS-LOT-REMAINING = ZEROS OR WS-NO-LOT-FOUND.

       CONSUME-FROM-NEXT-LOT.
           PERFORM FIND-FIRST-EXPIRING-LOT.
           IF WS-LOT-FOUND
               MOVE WS-LOT-ITEM TO LS-Item-Code
               MOVE WS-LOT-WAREHOUSE TO LS-Warehouse
               MOVE WS-NEXT-LOT TO LS-Lot-No
               READ LotStockFile KEY IS Lot-Stock-Key
                   INVALID KEY
                       SET WS-NO-LOT-FOUND TO TRUE
                           AND Line-Lot-No = SPACES
                           MOVE LS-Lot-No TO Line-Lot-No
                       END-IF
                       IF WS-LOT-FIRST-DRAWN = SPACES
                           MOVE LS-Lot-No TO WS-LOT-FIRST-DRAWN
                       END-IF
               END-READ
           END-IF.

       FIND-FIRST-EXPIRING-LOT.
      * Scan the site's lot records for this item and remember the
      * in-date one holding stock that expires soonest. An undated
      * lot ranks after every dated one, and the receipt date breaks
      * ties, so stock that never expires still goes oldest first.
           SET WS-NO-LOT-FOUND TO TRUE.
           SET WS-LOT-NOT-END TO TRUE.
           MOVE SPACES TO WS-NEXT-LOT.
           MOVE HIGH-VALUES TO WS-NEXT-LOT-RANK.
           MOVE WS-LOT-ITEM TO LS-Item-Code.
           MOVE WS-LOT-WAREHOUSE TO LS-Warehouse.
           MOVE LOW-VALUES TO LS-Lot-No.
                       SET WS-LOT-END TO TRUE
                   ELSE
                       IF LS-Qty-OnHand > ZEROS
                           AND (LS-Expiry-Date = SPACES
                               OR LS-Expiry-Date > WS-LOT-TODAY)
                           PERFORM RANK-ONE-LOT
                       END-IF
                   END-IF
           END-READ.

       RANK-ONE-LOT.
           IF LS-Expiry-Date = SPACES
               MOVE "99999999" TO WS-LOT-RANK-EXPIRY
           ELSE
               MOVE LS-Expiry-Date TO WS-LOT-RANK-EXPIRY
           END-IF.
           MOVE LS-Receipt-Date TO WS-LOT-RANK-RECEIPT.
           IF WS-LOT-RANK < WS-NEXT-LOT-RANK
               MOVE LS-Lot-No TO WS-NEXT-LOT
               MOVE WS-LOT-RANK TO WS-NEXT-LOT-RANK
               SET WS-LOT-FOUND TO TRUE
           END-IF.

       CHECK-ONE-LINE-EXPIRY.
      * One step of the whole-order expiry check - lines already
      * shipped on their own, and gaps in the line numbers, are
      * skipped.
           MOVE Order-Code OF Order-Header-Record
               TO Order-Code OF Order-Line-Key.
           MOVE WS-LINE-IDX TO Line-Number.
           READ OrderLineFile KEY IS Order-Line-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT Line-Shipped AND NOT Line-Drop-Ship
                       PERFORM CHECK-LINE-LOT-EXPIRY
                   END-IF
           END-READ.

       CHECK-LINE-LOT-EXPIRY.
      * Before a line leaves the dock, make sure its quantity can be
      * met without drawing on lots already out of date - checked
      * item by item at the line's site, component by component for
      * a kit line. Stock with no expired lots behind it is never
      * held up here.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           MOVE WS-DATE(1:8) TO WS-LOT-TODAY.
           SET WS-SHIP-LOTS-OK TO TRUE.
           MOVE Item-Code OF Order-Line-Record
               TO Item-Code OF Item-Record.
           READ ItemFile KEY IS Item-Code OF Item-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Item-Is-Kit
                       MOVE Item-Code OF Order-Line-Record
                           TO WS-KIT-ITEM
                       MOVE Item-Qty OF Order-Line-Record
                           TO WS-KIT-QTY
                       MOVE Line-Warehouse TO WS-KIT-WAREHOUSE
                       SET WS-KC-NOT-END TO TRUE
                       PERFORM CHECK-ONE-KIT-COMP-EXPIRY
                           VARYING WS-KC-IDX FROM 1 BY 1
                           UNTIL WS-KC-END OR WS-KC-IDX > 999
                               OR WS-SHIP-LOTS-EXPIRED
                   ELSE
                       MOVE Item-Code OF Order-Line-Record
                           TO WS-LOT-ITEM
                       MOVE Item-Qty OF Order-Line-Record
                           TO WS-LOT-QTY
                       MOVE Line-Warehouse TO WS-LOT-WAREHOUSE
                       PERFORM CHECK-SITE-LOT-EXPIRY
                   END-IF
           END-READ.

       CHECK-ONE-KIT-COMP-EXPIRY.
           MOVE WS-KIT-ITEM TO KC-Kit-Item-Code.
           MOVE WS-KC-IDX TO KC-Comp-Seq.
           READ KitCompFile KEY IS Kit-Comp-Key
               INVALID KEY
                   SET WS-KC-END TO TRUE
               NOT INVALID KEY
                   MOVE KC-Comp-Item-Code TO WS-LOT-ITEM
                   COMPUTE WS-LOT-QTY =
                       KC-Comp-Qty-Per * WS-KIT-QTY
                   MOVE WS-KIT-WAREHOUSE TO WS-LOT-WAREHOUSE
                   PERFORM CHECK-SITE-LOT-EXPIRY
           END-READ.

       CHECK-SITE-LOT-EXPIRY.
      * Total the item's out-of-date lot stock at the site; if any,
      * what the site really has to ship is its on-hand less that,
      * and it must cover the quantity going out.
           MOVE ZEROS TO WS-LOT-EXPIRED-QTY.
           SET WS-LOT-NOT-END TO TRUE.
           MOVE WS-LOT-ITEM TO LS-Item-Code.
           MOVE WS-LOT-WAREHOUSE TO LS-Warehouse.
           MOVE LOW-VALUES TO LS-Lot-No.
           START LotStockFile KEY IS GREATER THAN OR EQUAL
               Lot-Stock-Key
               INVALID KEY
                   SET WS-LOT-END TO TRUE.
           PERFORM ADD-ONE-EXPIRED-LOT
               UNTIL WS-LOT-END.
           IF WS-LOT-EXPIRED-QTY > ZEROS
               MOVE WS-LOT-ITEM TO WH-Item-Code
               MOVE WS-LOT-WAREHOUSE TO WH-Warehouse-Code
               READ WhseStockFile KEY IS Whse-Stock-Key
                   INVALID KEY
                       MOVE ZEROS TO WS-LOT-SHIPPABLE
                   NOT INVALID KEY
                       COMPUTE WS-LOT-SHIPPABLE =
                           WH-Qty-OnHand - WS-LOT-EXPIRED-QTY
               END-READ
               IF WS-LOT-SHIPPABLE < WS-LOT-QTY
                   SET WS-SHIP-LOTS-EXPIRED TO TRUE
               END-IF
           END-IF.

       ADD-ONE-EXPIRED-LOT.
           READ LotStockFile NEXT RECORD
               AT END
                   SET WS-LOT-END TO TRUE
               NOT AT END
                   IF LS-Item-Code NOT = WS-LOT-ITEM
                       OR LS-Warehouse NOT = WS-LOT-WAREHOUSE
                       SET WS-LOT-END TO TRUE
                   ELSE
                       IF LS-Qty-OnHand > ZEROS
                           AND LS-Expiry-Date NOT = SPACES
                           AND LS-Expiry-Date NOT > WS-LOT-TODAY
                           ADD LS-Qty-OnHand TO WS-LOT-EXPIRED-QTY
                       END-IF
                   END-IF
           END-READ.
       RELEASE-ONE-LINE-STOCK.
      * One step of the ship-everything path: relieve this line's
      * stock unless it already shipped individually and was relieved
      * then, and mark it shipped. A drop-ship line does not leave
      * our dock at all - it ships when its supplier confirms it.
           MOVE Order-Code OF Order-Header-Record TO Order-Code OF Order-Line-Key.
           MOVE WS-LINE-IDX TO Line-Number.
           READ OrderLineFile KEY IS Order-Line-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Line-Drop-Ship AND NOT Line-Shipped
                       SET WS-DROP-LINE-OPEN TO TRUE
                   END-IF
                   IF NOT Line-Shipped AND NOT Line-Drop-Ship
                       PERFORM RELIEVE-LINE-STOCK
                       SET Line-Shipped TO TRUE
                       ADD 1 TO WS-FREIGHT-LINES
               PERFORM LOG-VALIDATION-ERROR
               RETURN.

      * A drop-ship line's quantity is on the supplier's PO line as
      * well - change it by cancelling and re-keying, the same way.
           IF Line-Drop-Ship
               MOVE "DROP-SHIP LINES AMEND BY CANCEL AND RE-KEY"
                   TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               MOVE WS-XN-ORDER-CODE TO WS-VALIDATION-KEY
               PERFORM LOG-VALIDATION-ERROR
               RETURN.

           PERFORM VALIDATE-AMEND-QTY.
           IF WS-INPUT-INVALID
               RETURN.

           PERFORM APPLY-AMEND-QTY.
           MOVE SPACES TO WS-AUDIT-ACTION.
           STRING "AMEND " WS-AMEND-LINE-NUMBER DELIMITED BY SIZE
               INTO WS-AUDIT-ACTION.
           MOVE Order-Code OF Order-Header-Record TO WS-AUDIT-KEY.
           PERFORM LOG-AUDIT-ENTRY.
           MOVE "ORDER LINE AMENDED SUCCESSFULLY" TO WS-MESSAGE.
           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

               WS-AMEND-NEW-TOTAL - Order-Total-Amount OF Order-Header-Record.

           IF WS-AMEND-TOTAL-DELTA > 0
               PERFORM RESOLVE-CREDIT-GROUP
               IF (WS-CREDIT-EXPOSURE + WS-AMEND-TOTAL-DELTA)
                       > WS-CREDIT-LIMIT
                   MOVE "CREDIT LIMIT EXCEEDED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   MOVE Customer-Code OF Customer-Record TO WS-VALIDATION-KEY
       RECORD-PAYMENT.
      * Apply a payment against an order's balance due. A cancelled
      * order cannot take a payment, and an order already paid in full
      * or a payment bigger than what is still owed is rejected. So is
      * any payment while today's accounting month is closed. A short
      * payment taking the invoice's settlement discount inside its
      * window settles the order in full. A cash-in-advance order the
      * payment clears is released to open for picking.
           MOVE WS-PAY-ORDER-CODE TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
               PERFORM LOG-VALIDATION-ERROR
               RETURN.

           PERFORM CHECK-POSTING-PERIOD.
           IF WS-PERIOD-CLOSED
               MOVE "ACCOUNTING PERIOD CLOSED - SEE FINANCE"
                   TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               MOVE WS-PAY-ORDER-CODE TO WS-VALIDATION-KEY
               PERFORM LOG-VALIDATION-ERROR
               RETURN.

           PERFORM CONVERT-PAYMENT-TO-HOME.

           IF WS-PAY-HOME > Order-Balance-Due OF Order-Header-Record
               PERFORM LOG-VALIDATION-ERROR
               RETURN.

           PERFORM CHECK-SETTLEMENT-DISCOUNT.

           ADD WS-PAY-HOME TO Order-Amount-Paid OF Order-Header-Record.
           SUBTRACT WS-PAY-HOME WS-PAY-DISC
               FROM Order-Balance-Due OF Order-Header-Record.
           SET WS-ON-ACCOUNT TO TRUE.
           IF Order-Awaiting-Payment
               AND Order-Balance-Due OF Order-Header-Record = ZEROS
               SET Order-Open TO TRUE
               SET WS-CASH-IN-ADVANCE TO TRUE
           END-IF.
           REWRITE OrderFile FROM Order-Header-Record
               INVALID KEY
                   MOVE "PAYMENT UPDATE FAILED" TO WS-MESSAGE
                   MOVE "PAYMENT" TO WS-AUDIT-ACTION
                   MOVE WS-PAY-ORDER-CODE TO WS-AUDIT-KEY
                   PERFORM LOG-AUDIT-ENTRY
                   EVALUATE TRUE
                       WHEN WS-CASH-IN-ADVANCE
                           MOVE "RELEASE" TO WS-AUDIT-ACTION
                           PERFORM LOG-AUDIT-ENTRY
                           PERFORM RAISE-HELD-DROP-SHIP-POS
                           MOVE "PAID IN FULL - RELEASED FOR PICKING"
                               TO WS-MESSAGE
                       WHEN WS-PAY-DISC > ZEROS
                           MOVE SPACES TO WS-MESSAGE
                           STRING "PAID IN FULL - DISCOUNT ALLOWED "
                               WS-PAY-DISC
                               DELIMITED BY SIZE INTO WS-MESSAGE
                       WHEN OTHER
                           MOVE "PAYMENT RECORDED SUCCESSFULLY"
                               TO WS-MESSAGE
                   END-EVALUATE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       CHECK-SETTLEMENT-DISCOUNT.
      * A payment short of the balance may be the customer taking the
      * settlement discount its invoice offered. It settles the order
      * in full only when taken by the invoice's discount date and
      * for exactly the balance less the discount - anything else is
      * an ordinary part payment. WS-DATE still holds today from
      * CHECK-POSTING-PERIOD.
           MOVE ZEROS TO WS-PAY-DISC.
           IF Order-Invoice-No > ZEROS
               MOVE Order-Invoice-No TO Invoice-No
               READ InvoiceFile KEY IS Invoice-No
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Invoice-Disc-Amount > ZEROS
                           AND WS-DATE(1:8) <= Invoice-Disc-Date
                           AND WS-PAY-HOME + Invoice-Disc-Amount
                               = Order-Balance-Due
                                   OF Order-Header-Record
                           MOVE Invoice-Disc-Amount TO WS-PAY-DISC
                       END-IF
               END-READ
           END-IF.

       CHECK-POSTING-PERIOD.
      * A payment is dated today, so today's accounting month must
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

       CONVERT-PAYMENT-TO-HOME.
      * Convert the keyed payment to home currency at the rate booked
      * on the order, and show the difference against today's table
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT WS-PAY-HOME WS-PAY-DISC
                       FROM Customer-Open-Exposure OF Customer-Record
                   REWRITE CustomerFile FROM Customer-Record
                   MOVE "R" TO WS-JRNL-ACTION
           MOVE Payment-Type OF Order-Header-Record
               TO Payment-Pay-Type.
           MOVE WS-PAY-REFERENCE TO Payment-Reference.
           MOVE WS-PAY-DISC TO Payment-Disc-Amount.
           SET Payment-Not-Cleared TO TRUE.
           MOVE SPACES TO Payment-Bank-Date.
           MOVE ZEROS TO Payment-Batch-No.
           WRITE PaymentHistFile FROM Payment-History-Record
               INVALID KEY
                   CONTINUE.
           MOVE WS-TIME TO EL-Time.
           MOVE WS-VALIDATION-KEY TO EL-Key.
           MOVE WS-MESSAGE TO EL-Message.
           MOVE EIBUSERID TO EL-Userid.
           OPEN EXTEND ErrorLogFile.
           WRITE Error-Log-Record.
           CLOSE ErrorLogFile.
               MOVE WS-KIT-COMP-QTY TO WS-LOT-QTY
               MOVE WS-KIT-WAREHOUSE TO WS-LOT-WAREHOUSE
               SET WS-LOT-STAMP-LINE TO TRUE
               PERFORM CONSUME-LOT-STOCK
               SET MV-Kit-Relief TO TRUE
               PERFORM LOG-RELIEF-MOVEMENT.

       CHECK-CASH-IN-ADVANCE.
      * Look up whether the customer's payment terms are flagged
      * cash-in-advance. No terms code, or one no longer on file,
      * trades on account as before.
           SET WS-ON-ACCOUNT TO TRUE.
           IF Customer-Terms-Code OF Customer-Record NOT = SPACES
               MOVE Customer-Terms-Code OF Customer-Record
                   TO Terms-Code
               READ TermsFile KEY IS Terms-Code
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Terms-Cash-In-Advance
                           SET WS-CASH-IN-ADVANCE TO TRUE
                       END-IF
               END-READ
           END-IF.

       SET-ORDER-DUE-DATE.
      * Compute when this order's money falls due - the order date
           OPEN EXTEND JournalFile.
           WRITE Journal-Record.
           CLOSE JournalFile.

       COMPUTE-ATP-DATE.
      * Work out when WS-ATP-QTY of WS-ATP-ITEM can be promised at
      * WS-ATP-WAREHOUSE. Every open PO line and in-transit transfer
      * due into the site is gathered in arrival order, the demand
      * already waiting ahead of WS-ATP-AHEAD-SEQ for the item at the
      * site takes its share first, and the promise is the first
      * arrival that covers what is left. An arrival already overdue
      * is promised for today. WS-ATP-DATE is left at spaces when
      * nothing on order covers the quantity.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ATP-TODAY.
           MOVE SPACES TO WS-ATP-DATE.
           MOVE ZEROS TO WS-ATP-COUNT.
           MOVE ZEROS TO WS-ATP-NEEDED.
           PERFORM GATHER-ATP-PO-SUPPLY.
           PERFORM GATHER-ATP-TRANSIT-SUPPLY.
           PERFORM SORT-ATP-OUTER
               VARYING WS-ATP-OUTER-IDX FROM 1 BY 1
               UNTIL WS-ATP-OUTER-IDX >= WS-ATP-COUNT.
           PERFORM TOTAL-ATP-DEMAND-AHEAD.
           ADD WS-ATP-QTY TO WS-ATP-NEEDED.
           MOVE ZEROS TO WS-ATP-CUM.
           PERFORM APPLY-ONE-ATP-SUPPLY
               VARYING WS-ATP-IDX FROM 1 BY 1
               UNTIL WS-ATP-IDX > WS-ATP-COUNT
                   OR WS-ATP-DATE NOT = SPACES.
           IF WS-ATP-DATE NOT = SPACES
               AND WS-ATP-DATE < WS-ATP-TODAY
               MOVE WS-ATP-TODAY TO WS-ATP-DATE
           END-IF.

       GATHER-ATP-PO-SUPPLY.
           SET WS-ATP-SCAN-NOT-END TO TRUE.
           MOVE ZEROS TO PO-Line-Key.
           START PurchaseOrderFile KEY IS GREATER THAN OR EQUAL
               PO-Line-Key
               INVALID KEY
                   SET WS-ATP-SCAN-END TO TRUE.
           PERFORM SCAN-ONE-ATP-PO-LINE
               UNTIL WS-ATP-SCAN-END.

       SCAN-ONE-ATP-PO-LINE.
           READ PurchaseOrderFile NEXT RECORD
               AT END
                   SET WS-ATP-SCAN-END TO TRUE
               NOT AT END
      * Only what is still to come in counts, and a drop-ship line
      * never arrives into our stock at all.
                   IF PO-Line-Open
                       AND NOT PO-Drop-Ship-Line
                       AND PO-Item-Code = WS-ATP-ITEM
                       AND PO-Warehouse = WS-ATP-WAREHOUSE
                       AND PO-Qty-Ordered > PO-Qty-Received
                       AND PO-Expected-Date NOT = SPACES
                       AND WS-ATP-COUNT < 100
                       ADD 1 TO WS-ATP-COUNT
                       MOVE PO-Expected-Date
                           TO WS-ATP-SUPPLY-DATE(WS-ATP-COUNT)
                       COMPUTE WS-ATP-SUPPLY-QTY(WS-ATP-COUNT) =
                           PO-Qty-Ordered - PO-Qty-Received
                   END-IF
           END-READ.

       GATHER-ATP-TRANSIT-SUPPLY.
           SET WS-ATP-SCAN-NOT-END TO TRUE.
           MOVE ZEROS TO XH-Transfer-No.
           START TransferHistFile KEY IS GREATER THAN OR EQUAL
               XH-Transfer-No
               INVALID KEY
                   SET WS-ATP-SCAN-END TO TRUE.
           PERFORM SCAN-ONE-ATP-TRANSFER
               UNTIL WS-ATP-SCAN-END.

       SCAN-ONE-ATP-TRANSFER.
           READ TransferHistFile NEXT RECORD
               AT END
                   SET WS-ATP-SCAN-END TO TRUE
               NOT AT END
                   IF XH-In-Transit
                       AND XH-Item-Code = WS-ATP-ITEM
                       AND XH-To-Warehouse = WS-ATP-WAREHOUSE
                       AND WS-ATP-COUNT < 100
                       ADD 1 TO WS-ATP-COUNT
                       MOVE XH-Ship-Date TO WS-ATP-ARRIVE-NUM
                       COMPUTE WS-ATP-ARRIVE-INTEGER =
                           FUNCTION INTEGER-OF-DATE(WS-ATP-ARRIVE-NUM)
                           + WS-ATP-TRANSIT-DAYS
                       COMPUTE WS-ATP-ARRIVE-NUM =
                           FUNCTION DATE-OF-INTEGER
                               (WS-ATP-ARRIVE-INTEGER)
                       MOVE WS-ATP-ARRIVE-NUM
                           TO WS-ATP-SUPPLY-DATE(WS-ATP-COUNT)
                       MOVE XH-Qty TO WS-ATP-SUPPLY-QTY(WS-ATP-COUNT)
                   END-IF
           END-READ.

       SORT-ATP-OUTER.
           COMPUTE WS-ATP-INNER-LIMIT = WS-ATP-COUNT - WS-ATP-OUTER-IDX.
           PERFORM SORT-ATP-INNER
               VARYING WS-ATP-IDX FROM 1 BY 1
               UNTIL WS-ATP-IDX > WS-ATP-INNER-LIMIT.

       SORT-ATP-INNER.
           IF WS-ATP-SUPPLY-DATE(WS-ATP-IDX) >
                   WS-ATP-SUPPLY-DATE(WS-ATP-IDX + 1)
               MOVE WS-ATP-SUPPLY(WS-ATP-IDX) TO WS-ATP-SWAP
               MOVE WS-ATP-SUPPLY(WS-ATP-IDX + 1)
                   TO WS-ATP-SUPPLY(WS-ATP-IDX)
               MOVE WS-ATP-SWAP TO WS-ATP-SUPPLY(WS-ATP-IDX + 1)
           END-IF.

       TOTAL-ATP-DEMAND-AHEAD.
      * The item's backorders are keyed in capture order, so the
      * demand ahead is everything still waiting at the site below
      * this backorder's own sequence number.
           SET WS-ATP-SCAN-NOT-END TO TRUE.
           MOVE WS-ATP-ITEM TO BO-Item-Code.
           MOVE ZEROS TO BO-Seq-No.
           START BackorderFile KEY IS GREATER THAN OR EQUAL
               Backorder-Key
               INVALID KEY
                   SET WS-ATP-SCAN-END TO TRUE.
           PERFORM ADD-ONE-ATP-DEMAND
               UNTIL WS-ATP-SCAN-END.

       ADD-ONE-ATP-DEMAND.
           READ BackorderFile NEXT RECORD
               AT END
                   SET WS-ATP-SCAN-END TO TRUE
               NOT AT END
                   IF BO-Item-Code NOT = WS-ATP-ITEM
                       OR BO-Seq-No NOT < WS-ATP-AHEAD-SEQ
                       SET WS-ATP-SCAN-END TO TRUE
                   ELSE
                       IF BO-Waiting
                           AND BO-Warehouse = WS-ATP-WAREHOUSE
                           ADD BO-Qty TO WS-ATP-NEEDED
                       END-IF
                   END-IF
           END-READ.

       APPLY-ONE-ATP-SUPPLY.
           ADD WS-ATP-SUPPLY-QTY(WS-ATP-IDX) TO WS-ATP-CUM.
           IF WS-ATP-CUM NOT < WS-ATP-NEEDED
               MOVE WS-ATP-SUPPLY-DATE(WS-ATP-IDX) TO WS-ATP-DATE
           END-IF.

       RESOLVE-CREDIT-GROUP.
      * Work out the limit and combined open exposure of the credit
      * group the customer in Customer-Record trades in. A branch
      * trades under its head office's limit; the head office's own
      * exposure and that of every live branch billed to it count
      * against it. A branch whose head office has gone missing or
      * been deleted falls back to standing alone. The customer's
      * record is held aside across the lookups and read back, which
      * also leaves the file positioned on it again.
           MOVE Customer-Record TO WS-CREDIT-SAVE-CUSTOMER.
           MOVE Customer-Code OF Customer-Record TO WS-CREDIT-GROUP.
           MOVE Customer-Credit-Limit TO WS-CREDIT-LIMIT.
           MOVE Customer-Open-Exposure TO WS-CREDIT-EXPOSURE.
           IF Customer-Bill-To-Code NOT = ZEROS
               MOVE Customer-Bill-To-Code
                   TO Customer-Code OF Customer-Record
               READ CustomerFile
                   KEY IS Customer-Code OF Customer-Record
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT Customer-Deleted
                           MOVE Customer-Code OF Customer-Record
                               TO WS-CREDIT-GROUP
                           MOVE Customer-Credit-Limit
                               TO WS-CREDIT-LIMIT
                           MOVE Customer-Open-Exposure
                               TO WS-CREDIT-EXPOSURE
                       END-IF
               END-READ
           END-IF.

      * Then every branch billed to the group's head office - the
      * customer itself among them when it is a branch.
           SET WS-CREDIT-NOT-END TO TRUE.
           MOVE WS-CREDIT-GROUP TO Customer-Bill-To-Code.
           START CustomerFile KEY IS EQUAL Customer-Bill-To-Code
               INVALID KEY
                   SET WS-CREDIT-END TO TRUE
           END-START.
           PERFORM ADD-ONE-BRANCH-EXPOSURE
               UNTIL WS-CREDIT-END.

           MOVE WS-CREDIT-SAVE-CUSTOMER TO Customer-Record.
           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   MOVE WS-CREDIT-SAVE-CUSTOMER TO Customer-Record
           END-READ.

       ADD-ONE-BRANCH-EXPOSURE.
           READ CustomerFile NEXT RECORD
               AT END
                   SET WS-CREDIT-END TO TRUE
               NOT AT END
                   IF Customer-Bill-To-Code NOT = WS-CREDIT-GROUP
                       SET WS-CREDIT-END TO TRUE
                   ELSE
                       IF NOT Customer-Deleted
                           ADD Customer-Open-Exposure
                               TO WS-CREDIT-EXPOSURE
                       END-IF
                   END-IF
           END-READ.
