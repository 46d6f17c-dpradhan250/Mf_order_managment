               RECORD KEY IS Kit-Comp-Key
               FILE STATUS IS WS-Kit-Comp-Status.

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

       FD  WhseStockFile.
       01  Warehouse-Stock-Record.
                   88  Operator-May-Maint-Master VALUE "Y".
               10  Operator-Perm-Count   PIC X(01).
                   88  Operator-May-Post-Count   VALUE "Y".
               10  Operator-Perm-Period  PIC X(01).
                   88  Operator-May-Close-Period VALUE "Y".
               10  Operator-Perm-Adjust  PIC X(01).
                   88  Operator-May-Adjust-Stock VALUE "Y".

       FD  AuditTrailFile.
       01  Audit-Trail-Record.
           05  JR-Time             PIC X(08).
           05  JR-Image            PIC X(250).

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

       WORKING-STORAGE SECTION.
       01  WS-PO-File-Status      PIC X(02).
       01  WS-Control-File-Status PIC X(02).
       01  WS-DATE                PIC X(21).
       01  WS-Journal-File-Status PIC X(02).
       01  WS-JRNL-ACTION         PIC X(01).
       01  WS-JRNL-STAMP          PIC X(21).
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           EVALUATE TRUE
      * A drop-ship line allocates nothing - its PO, held back while
      * the order waited on credit, is raised now instead.
                               WHEN Line-Drop-Ship
                                   PERFORM RAISE-DROP-SHIP-PO
      * A kit line allocates its components, never the kit itself.
                               WHEN Item-Is-Kit
                                   MOVE Item-Code OF Order-Line-Record
                                       TO WS-KIT-ITEM
                                   MOVE WS-COMMITTED-QTY TO WS-KIT-QTY
                                   MOVE Line-Warehouse
                                       TO WS-KIT-WAREHOUSE
                                   PERFORM ALLOCATE-KIT-COMPONENTS
                               WHEN OTHER
                                   ADD WS-COMMITTED-QTY
                                       TO Item-Qty-Allocated
                                           OF Item-Record
                                   REWRITE ItemFile FROM Item-Record
                                   MOVE "R" TO WS-JRNL-ACTION
                                   PERFORM JOURNAL-ITEM-IMAGE
                                   MOVE Item-Code OF Order-Line-Record
                                       TO WH-Item-Code
                                   MOVE Line-Warehouse
                                       TO WH-Warehouse-Code
                                   READ WhseStockFile
                                       KEY IS Whse-Stock-Key
                                       INVALID KEY
                                           CONTINUE
                                       NOT INVALID KEY
                                           ADD WS-COMMITTED-QTY
                                               TO WH-Qty-Allocated
                                           REWRITE WhseStockFile
                                               FROM
                                             Warehouse-Stock-Record
                                               INVALID KEY
                                                   CONTINUE
                                           END-REWRITE
                                   END-READ
                           END-EVALUATE
                   END-READ
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
           WRITE Purchase-Order-Record
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

       RAISE-EXPOSURE-FOR-RELEASE.
      * The released order now counts against the customer's credit -
      * the raise order creation skipped while the order was held.
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
