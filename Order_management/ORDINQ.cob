      * customer, driven off the customer-code alternate index on
      * OrderFile the same way ORDDTRPT groups its nightly listing.
      * Customer service answers "where is my order" from this screen
      * instead of waiting for the nightly ORDDTRPT run. Any of the
      * order still waiting on backorder is shown with the date it was
      * promised for and the date it can be promised for today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Order-Note-Key
               FILE STATUS IS WS-Notes-File-Status.

           SELECT BackorderFile ASSIGN TO "Backorder.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Backorder-Key
               ALTERNATE RECORD KEY IS BO-Customer-Code
                   WITH DUPLICATES
               FILE STATUS IS WS-Backorder-Status.

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

       FD  ShipmentFile.
       01  Shipment-Detail-Record.
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

       FD  OrderNotesFile.
       01  Order-Note-Record.
           05  ON-Note-Text        PIC X(60).
           05  ON-Operator         PIC X(08).
           05  ON-Date             PIC X(08).
      * "Y" when the note is meant for the customer - delivery
      * instructions and the like - and prints on the packing slip;
      * anything else stays internal.
           05  ON-Cust-Flag        PIC X(01).
               88  ON-For-Customer   VALUE "Y".

       FD  BackorderFile.
      * One record per order line (or portion of one) that could not
      * be filled from available stock when the order was keyed. Keyed
      * by item then by a rising sequence number, so the BORELEASE job
      * fills an item's waiting demand oldest-first as stock comes in.
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

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).
       01  WS-Cust-File-Status    PIC X(02).
       01  WS-Shipment-File-Status PIC X(02).
       01  WS-Notes-File-Status   PIC X(02).
       01  WS-Backorder-Status    PIC X(02).
       01  WS-PO-File-Status      PIC X(02).
       01  WS-Transfer-File-Status PIC X(02).
       01  WS-MESSAGE             PIC X(50).
       01  WS-DATE                PIC X(11).
       01  WS-TIME                PIC X(08).
           05  WS-INQ-NOTE-DATE   PIC X(08).
       01  WS-NOTE-IDX            PIC 9(03).

      * The displayed order's quantities still waiting on backorder,
      * with the date promised when each was captured and the date
      * it can be promised for today, worked out afresh off what is
      * now on order.
       01  WS-INQ-BACKORDERS OCCURS 5 TIMES.
           05  WS-INQ-BO-ITEM     PIC 9(07).
           05  WS-INQ-BO-SEQ      PIC 9(07).
           05  WS-INQ-BO-WHSE     PIC X(02).
           05  WS-INQ-BO-QTY      PIC 9(05).
           05  WS-INQ-BO-DATE     PIC X(08).
           05  WS-INQ-BO-PROMISE  PIC X(08).
           05  WS-INQ-BO-ATP      PIC X(08).
       01  WS-BO-IDX              PIC 9(03).
       01  WS-BO-COUNT            PIC 9(03).

      * The ten orders currently on screen for the customer browse, and
      * the order code at the bottom of the page so PF8 knows where to
      * resume - the alternate index keeps one customer's orders
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

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(42).

                   PERFORM DEFAULT-INQ-CUSTOMER-CODE
                   MOVE SC-Order-Code TO WS-BROWSE-AFTER
                   PERFORM BROWSE-CUSTOMER-ORDERS
               WHEN EIBAID = DFHPF9
      * Display the order remembered in the session context - how
      * ACCTINQ hands over an order picked off its account overview
                   MOVE SC-Order-Code TO WS-INQ-ORDER-CODE
                   PERFORM DISPLAY-ONE-ORDER
               WHEN OTHER
      * Handle invalid PF keys
                   MOVE "INVALID PF KEY" TO WS-MESSAGE
               VARYING WS-NOTE-IDX FROM 1 BY 1
               UNTIL WS-NOTE-IDX > 5.

           PERFORM CLEAR-ONE-BACKORDER-ROW
               VARYING WS-BO-IDX FROM 1 BY 1
               UNTIL WS-BO-IDX > 5.
           PERFORM LOAD-ORDER-BACKORDERS.
           PERFORM PROMISE-ONE-BACKORDER
               VARYING WS-BO-IDX FROM 1 BY 1
               UNTIL WS-BO-IDX > WS-BO-COUNT.

           MOVE Order-Code OF Order-Header-Record TO SC-Order-Code.
           MOVE Customer-Code OF Order-Header-Record
               TO SC-Customer-Code.
                   MOVE ON-Date TO WS-INQ-NOTE-DATE(WS-NOTE-IDX)
           END-READ.

       CLEAR-ONE-BACKORDER-ROW.
           MOVE ZEROS TO WS-INQ-BO-ITEM(WS-BO-IDX).
           MOVE ZEROS TO WS-INQ-BO-SEQ(WS-BO-IDX).
           MOVE SPACES TO WS-INQ-BO-WHSE(WS-BO-IDX).
           MOVE ZEROS TO WS-INQ-BO-QTY(WS-BO-IDX).
           MOVE SPACES TO WS-INQ-BO-DATE(WS-BO-IDX).
           MOVE SPACES TO WS-INQ-BO-PROMISE(WS-BO-IDX).
           MOVE SPACES TO WS-INQ-BO-ATP(WS-BO-IDX).

       LOAD-ORDER-BACKORDERS.
      * Gather the displayed order's waiting backorders off the
      * customer-code alternate index the way BOINQ browses by
      * customer, keeping only the ones captured for this order. The
      * whole list is taken before any promise is worked out, since
      * the promise's own scan repositions the backorder file.
           MOVE ZEROS TO WS-BO-COUNT.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE Customer-Code OF Order-Header-Record
               TO BO-Customer-Code.
           START BackorderFile KEY IS GREATER THAN OR EQUAL
               BO-Customer-Code
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM READ-ONE-ORDER-BACKORDER
               UNTIL WS-END-OF-FILE OR WS-BO-COUNT >= 5.

       READ-ONE-ORDER-BACKORDER.
           READ BackorderFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF BO-Customer-Code
                           NOT = Customer-Code OF Order-Header-Record
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       IF BO-Waiting
                           AND BO-Order-Code =
                               Order-Code OF Order-Header-Record
                           ADD 1 TO WS-BO-COUNT
                           PERFORM LOAD-ONE-BACKORDER-ROW
                       END-IF
                   END-IF
           END-READ.

       LOAD-ONE-BACKORDER-ROW.
           MOVE BO-Item-Code TO WS-INQ-BO-ITEM(WS-BO-COUNT).
           MOVE BO-Seq-No TO WS-INQ-BO-SEQ(WS-BO-COUNT).
           MOVE BO-Warehouse TO WS-INQ-BO-WHSE(WS-BO-COUNT).
           MOVE BO-Qty TO WS-INQ-BO-QTY(WS-BO-COUNT).
           MOVE BO-Date TO WS-INQ-BO-DATE(WS-BO-COUNT).
           MOVE BO-Promise-Date TO WS-INQ-BO-PROMISE(WS-BO-COUNT).

       PROMISE-ONE-BACKORDER.
      * Work the row's promise out again against today's supply and
      * the demand still waiting ahead of it - POs slip and transfers
      * land, so the date given at capture can have moved.
           MOVE WS-INQ-BO-ITEM(WS-BO-IDX) TO WS-ATP-ITEM.
           MOVE WS-INQ-BO-WHSE(WS-BO-IDX) TO WS-ATP-WAREHOUSE.
           MOVE WS-INQ-BO-QTY(WS-BO-IDX) TO WS-ATP-QTY.
           MOVE WS-INQ-BO-SEQ(WS-BO-IDX) TO WS-ATP-AHEAD-SEQ.
           PERFORM COMPUTE-ATP-DATE.
           MOVE WS-ATP-DATE TO WS-INQ-BO-ATP(WS-BO-IDX).

       LOOK-UP-LINE-ITEM-NAME.
      * Resolve the item name for the line just loaded.
           MOVE Item-Code OF Order-Line-Record
                       SET WS-PO-FOUND TO TRUE
                   END-IF
           END-READ.

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
