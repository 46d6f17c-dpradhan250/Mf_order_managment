               RECORD KEY IS PO-Line-Key
               FILE STATUS IS WS-PO-File-Status.

           SELECT SupplierFile ASSIGN TO "Supplier.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Supplier-Code
               FILE STATUS IS WS-Supplier-File-Status.

           SELECT OrderControlFile ASSIGN TO "Order.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

       FD  OrderHistoryFile.
       01  Order-History-Record.
               88  Order-Invoiced    VALUE "I".
               88  Order-Cancelled   VALUE "C".
               88  Order-Credit-Held VALUE "H".
               88  Order-Finance-Charge VALUE "F".
               88  Order-Awaiting-Payment VALUE "A".
               88  Order-Margin-Held VALUE "M".
           05  Order-Req-Ship-Date PIC X(08).
           05  Order-Priority      PIC X(01).
           05  Order-Cancel-Reason PIC X(03).
           05  Order-Foreign-Total PIC 9(09)V9(02).
           05  Order-Due-Date      PIC X(08).
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

       FD  PurchaseOrderFile.
       01  Purchase-Order-Record.
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

       FD  OrderControlFile.
       01  Order-Control-Record.
       01  WS-Line-Hist-File-Status PIC X(02).
       01  WS-Item-File-Status    PIC X(02).
       01  WS-PO-File-Status      PIC X(02).
       01  WS-Supplier-File-Status PIC X(02).
       01  WS-Control-File-Status PIC X(02).

      * Replenishment policy. Demand is measured over the lookback
       01  WS-POINT-TOLERANCE-PCT PIC 9(03) VALUE 050.

      * Days a supplier normally takes to deliver - the expected date
      * stamped on drafted PO lines for a supplier with no planned
      * lead time of its own on the supplier master. Change this
      * value to retune it.
       01  WS-LEAD-TIME-DAYS      PIC 9(03) VALUE 014.

       01  WS-TODAY               PIC 9(08).
               10  WS-SPO-SUPPLIER    PIC 9(05).
               10  WS-SPO-PO-NUMBER   PIC 9(07).
               10  WS-SPO-NEXT-LINE   PIC 9(03).
               10  WS-SPO-EXPECTED    PIC X(08).
       01  WS-SPO-COUNT            PIC 9(02) VALUE ZEROS.
       01  WS-SPO-IDX              PIC 9(02).
       01  WS-SPO-FOUND-IDX        PIC 9(02).
           OPEN INPUT OrderLineHistoryFile.
           OPEN INPUT ItemFile.
           OPEN I-O PurchaseOrderFile.
           OPEN INPUT SupplierFile.
           OPEN I-O OrderControlFile.

           PERFORM GATHER-LIVE-DEMAND.
           CLOSE OrderLineHistoryFile.
           CLOSE ItemFile.
           CLOSE PurchaseOrderFile.
           CLOSE SupplierFile.
           CLOSE OrderControlFile.
           DISPLAY "REPLENISHMENT SUGGESTION REPORT COMPLETE - "
               "ITEMS WITH DEMAND: " WS-REPORT-COUNT
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
      * A drop-ship PO line is bought for one customer and never
      * arrives into our stock, so it is not stock on order.
                   IF (PO-Line-Draft OR PO-Line-Open)
                       AND PO-Qty-Ordered > PO-Qty-Received
                       AND NOT PO-Drop-Ship-Line
                       MOVE PO-Item-Code TO WS-POSTING-ITEM
                       COMPUTE WS-POSTING-QTY =
                           PO-Qty-Ordered - PO-Qty-Received
      * week; cover is how many weeks the current on-hand lasts at
      * that rate; the suggestion brings free stock up to the target
      * cover. Items that shipped nothing in the window are left to
      * LOWSTOCK's static point. A drop-ship item is bought in per
      * order line and never replenished.
           MOVE ZEROS TO WS-SHIPPED-QTY.
           MOVE Item-Code OF Item-Record TO WS-POSTING-ITEM.
           PERFORM LOOK-UP-ITEM-DEMAND
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-DMD-COUNT.

           IF WS-SHIPPED-QTY = ZEROS OR Item-Is-Drop-Ship
               CONTINUE
           ELSE
               ADD 1 TO WS-REPORT-COUNT
                           TO WS-SPO-PO-NUMBER (WS-SPO-FOUND-IDX)
                       MOVE ZEROS
                           TO WS-SPO-NEXT-LINE (WS-SPO-FOUND-IDX)
                       PERFORM SET-SUPPLIER-EXPECTED
                       SET WS-SPO-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

       SET-SUPPLIER-EXPECTED.
      * The supplier's draft is expected its planned lead time out,
      * as purchasing set or adopted it from SUPPSCOR's measurement
      * on POMAINT; a supplier with none takes the house lead time.
           MOVE WS-EXPECTED-DATE
               TO WS-SPO-EXPECTED (WS-SPO-FOUND-IDX).
           MOVE Item-Supplier-Code TO Supplier-Code.
           READ SupplierFile KEY IS Supplier-Code
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Supplier-Lead-Days > ZEROS
                       COMPUTE WS-EXPECTED-INTEGER =
                           WS-TODAY-INTEGER + Supplier-Lead-Days
                       COMPUTE WS-EXPECTED-NUM =
                           FUNCTION DATE-OF-INTEGER(WS-EXPECTED-INTEGER)
                       MOVE WS-EXPECTED-NUM
                           TO WS-SPO-EXPECTED (WS-SPO-FOUND-IDX)
                   END-IF
           END-READ.

       SEARCH-ONE-SPO-ENTRY.
           IF WS-SPO-SUPPLIER (WS-SPO-IDX) = Item-Supplier-Code
               SET WS-SPO-FOUND TO TRUE
           MOVE Item-Code OF Item-Record TO PO-Item-Code.
           MOVE WS-SUGGESTED-QTY TO PO-Qty-Ordered.
           MOVE ZEROS TO PO-Qty-Received.
      * A suggested line is priced at the item's last cost until
      * purchasing agrees a price on confirmation.
           MOVE Item-Unit-Cost TO PO-Unit-Price.
           MOVE ZEROS TO PO-Qty-Invoiced.
           MOVE WS-TODAY TO PO-Date.
           MOVE WS-SPO-EXPECTED (WS-SPO-FOUND-IDX) TO PO-Expected-Date.
           MOVE "01" TO PO-Warehouse.
           SET PO-Line-Draft TO TRUE.
           SET PO-Stock-Line TO TRUE.
           MOVE ZEROS TO PO-DS-Order-Code.
           MOVE ZEROS TO PO-DS-Line-Number.
           MOVE ZEROS TO PO-DS-Customer-Code.
           MOVE ZEROS TO PO-DS-Ship-To-Seq.
           WRITE Purchase-Order-Record
               INVALID KEY
                   CONTINUE
