               RECORD KEY IS AC-Control-Key
               FILE STATUS IS WS-Audit-Control-Status.

           SELECT OrderControlFile ASSIGN TO "Order.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Control-Key
               FILE STATUS IS WS-Control-File-Status.

           SELECT KitCompFile ASSIGN TO "Kit.Component.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Kit-Comp-Key
               FILE STATUS IS WS-Kit-Comp-Status.

           SELECT PurchaseOrderFile ASSIGN TO "Purchase.Order.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-Line-Key
               FILE STATUS IS WS-PO-File-Status.

           SELECT JournalFile ASSIGN TO "Order.Forward.Journal"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-File-Status.

           SELECT StockMoveFile ASSIGN TO "Stock.Movement.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MV-Movement-Key
               FILE STATUS IS WS-Movement-File-Status.

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
           05  AC-Control-Key      PIC X(01).
           05  AC-Last-Audit-Seq   PIC 9(09).

       FD  OrderControlFile.
       01  Order-Control-Record.
           05  Control-Key         PIC X(01).
           05  Last-Order-Code     PIC 9(07).

       FD  KitCompFile.
       01  Kit-Component-Record.
           05  Kit-Comp-Key.
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
       01  WS-Journal-File-Status PIC X(02).
       01  WS-JRNL-ACTION         PIC X(01).
       01  WS-JRNL-STAMP          PIC X(21).
       01  WS-Operator-Auth-Status PIC X(02).
       01  WS-Audit-File-Status   PIC X(02).
       01  WS-Audit-Control-Status PIC X(02).
       01  WS-Movement-File-Status PIC X(02).
       01  WS-Control-File-Status PIC X(02).
       01  WS-MESSAGE             PIC X(50).
       01  WS-CURSOR-POSITION     PIC 9(4).
       01  WS-LINE-IDX            PIC 9(03).
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) CURSOR(WS-CURSOR-POSITION) END-EXEC
               RETURN.

      * A finance charge is not an order - it has no stock to put
      * back and is already on the ledger as income, so it is not
      * cancelled here.
           IF Order-Finance-Charge
               MOVE "FINANCE CHARGE CANNOT BE CANCELLED" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) CURSOR(WS-CURSOR-POSITION) END-EXEC
               RETURN.

      * A held-for-credit order never allocated stock or raised
      * exposure, so the restore arithmetic below does not apply -
      * credit declines it on its own screen instead.
       RESTORE-ONE-LINE.
      * Release one order line's allocated quantity back onto
      * ItemFile's across-site totals and the line's own warehouse
      * record. A drop-ship line allocated nothing - what it holds
      * is an open PO with the supplier, which is cancelled instead.
           MOVE Order-Code OF Order-Header-Record TO Order-Code OF Order-Line-Key.
           MOVE WS-LINE-IDX TO Line-Number.
           READ OrderLineFile KEY IS Order-Line-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Line-Drop-Ship
                       PERFORM CANCEL-DROP-SHIP-PO
                   ELSE
                       PERFORM RESTORE-LINE-STOCK
                   END-IF
           END-READ.

       RESTORE-LINE-STOCK.
           MOVE Item-Code OF Order-Line-Record
               TO Item-Code OF Item-Record
           READ ItemFile KEY IS Item-Code OF Item-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      * A kit line's allocation sits on its components, so the
      * cancellation gives it back there.
                   IF Item-Is-Kit
                       MOVE Item-Code OF Order-Line-Record
                           TO WS-KIT-ITEM
                       MOVE Item-Qty OF Order-Line-Record
                           TO WS-KIT-QTY
                       MOVE Line-Warehouse
                           TO WS-KIT-WAREHOUSE
                       PERFORM RELEASE-KIT-COMPONENTS
                   ELSE
                       SUBTRACT Item-Qty OF Order-Line-Record
                           FROM Item-Qty-Allocated
                               OF Item-Record
                       REWRITE ItemFile FROM Item-Record
                       MOVE "R" TO WS-JRNL-ACTION
                       PERFORM JOURNAL-ITEM-IMAGE
                       PERFORM RELEASE-SITE-ALLOCATION
                       MOVE Item-Code OF Order-Line-Record
                           TO MV-Item-Code
                       MOVE Line-Warehouse TO MV-Warehouse
                       MOVE Item-Qty OF Order-Line-Record
                           TO MV-Qty-Released
                       PERFORM LOG-RESTORE-MOVEMENT
                   END-IF
           END-READ.

       CANCEL-DROP-SHIP-PO.
      * The supplier has not confirmed shipping - the order would be
      * part-shipped and refused above if they had - so the PO line
      * is still open and is cancelled with the order. A line whose
      * PO was never raised has nothing to cancel.
           IF Line-PO-Number NOT = ZEROS
               MOVE Line-PO-Number TO PO-Number
               MOVE 1 TO PO-Line-No
               READ PurchaseOrderFile KEY IS PO-Line-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PO-Line-Open
                           SET PO-Line-Cancelled TO TRUE
                           REWRITE PurchaseOrderFile
                               FROM Purchase-Order-Record
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       RELEASE-SITE-ALLOCATION.
      * Give the cancelled line's allocation back on its own
      * warehouse record, floored at zero so a site balance that has
                           REWRITE ItemFile FROM Item-Record
                           MOVE "R" TO WS-JRNL-ACTION
                           PERFORM JOURNAL-ITEM-IMAGE
                           MOVE KC-Comp-Item-Code TO MV-Item-Code
                           MOVE WS-KIT-WAREHOUSE TO MV-Warehouse
                           MOVE WS-KIT-COMP-QTY TO MV-Qty-Released
                           PERFORM LOG-RESTORE-MOVEMENT
                   END-READ
                   MOVE KC-Comp-Item-Code TO WH-Item-Code
                   MOVE WS-KIT-WAREHOUSE TO WH-Warehouse-Code
                   END-READ
           END-READ.

       LOG-RESTORE-MOVEMENT.
      * Put a cancelled line's released allocation on the movement
      * ledger. Nothing physical moved - the stock was only promised
      * to the order - so the quantity goes in the released column
      * and the on-hand balance is recorded unchanged. The caller
      * sets the item, warehouse and quantity released.
           MOVE SPACES TO MV-Lot-No.
           SET MV-Cancel-Restore TO TRUE.
           MOVE ZEROS TO MV-Qty-In.
           MOVE ZEROS TO MV-Qty-Out.
           MOVE Item-Qty-OnHand OF Item-Record TO MV-Balance.
           MOVE SPACES TO MV-Source-Doc.
           STRING Order-Code OF Order-Header-Record "/" WS-LINE-IDX
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
                   REWRITE Order-Control-Record
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
           MOVE "CANCELOR" TO MV-Program.
           WRITE Stock-Movement-Record
               INVALID KEY
                   CONTINUE.

       JOURNAL-ORDER-IMAGE.
      * After-image of the order header just applied, for forward
      * recovery - see the journal file's own notes.
