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

       FD  OrderLineHistoryFile.
       01  Order-Line-History-Record.
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

       FD  OrderFile.
       01  Order-Header-Record.
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

       FD  AuditTrailFile.
       01  Audit-Trail-Record.
                   88  Operator-May-Maint-Master VALUE "Y".
               10  Operator-Perm-Count   PIC X(01).
                   88  Operator-May-Post-Count   VALUE "Y".
               10  Operator-Perm-Period  PIC X(01).
                   88  Operator-May-Close-Period VALUE "Y".
               10  Operator-Perm-Adjust  PIC X(01).
                   88  Operator-May-Adjust-Stock VALUE "Y".

       WORKING-STORAGE SECTION.
       01  WS-Hist-File-Status    PIC X(02).
