       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTVPOST.

      * Return-to-vendor posting job. Reads a sequential file of
      * vendor return transactions prepared by the warehouse, so
      * stock sent back to a supplier leaves a trace instead of a
      * clerk overtyping Item-Qty-OnHand on the ITEMMAINT screen and
      * emailing purchasing. Two kinds of transaction:
      *   R - a return of defective or recalled stock against the
      *       receipt it came in on. The quantity comes off the
      *       site's warehouse stock, the lot balance, and the item's
      *       on-hand; the return is recorded on Vendor.Return.KSDS
      *       against the receipt's supplier and valued at the
      *       receipt cost; the receipt records what has gone back;
      *       the stock movement ledger records it leaving; and a
      *       return authorization is printed for the carrier.
      *   A - the supplier's credit note for an earlier return has
      *       arrived. The return is marked acknowledged with the
      *       supplier's credit reference, taking it off the RTVCRRPT
      *       outstanding-credits report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReturnTransFile ASSIGN TO "Vendor.Return.Trans"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Trans-File-Status.

           SELECT ItemFile ASSIGN TO "Item.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Item-Code
               ALTERNATE RECORD KEY IS Item-Name WITH DUPLICATES
               FILE STATUS IS WS-File-Status.

           SELECT ReceiptHistFile ASSIGN TO "Receipt.History.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RH-Seq-No
               ALTERNATE RECORD KEY IS RH-PO-Key WITH DUPLICATES
               FILE STATUS IS WS-Rcpt-Hist-Status.

           SELECT OrderControlFile ASSIGN TO "Order.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Control-Key
               FILE STATUS IS WS-Control-File-Status.

           SELECT WhseStockFile ASSIGN TO "Warehouse.Stock.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Whse-Stock-Key
               FILE STATUS IS WS-Whse-Stock-Status.

           SELECT PurchaseOrderFile ASSIGN TO "Purchase.Order.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-Line-Key
               FILE STATUS IS WS-PO-File-Status.

           SELECT LotStockFile ASSIGN TO "Lot.Stock.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Lot-Stock-Key
               FILE STATUS IS WS-Lot-Stock-Status.

           SELECT SupplierFile ASSIGN TO "Supplier.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Supplier-Code
               FILE STATUS IS WS-Supplier-File-Status.

           SELECT VendorReturnFile ASSIGN TO "Vendor.Return.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VR-Return-No
               ALTERNATE RECORD KEY IS VR-Supplier-Code WITH DUPLICATES
               FILE STATUS IS WS-Return-File-Status.

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
       FD  ReturnTransFile.
       01  Return-Trans-Record.
           05  VT-Trans-Type       PIC X(01).
               88  VT-Return         VALUE "R".
               88  VT-Credit-Ack     VALUE "A".
      * A return names the receipt the stock came in on. The item is
      * optional and checked against the receipt when keyed; a blank
      * warehouse or lot returns from the receipt's own site and lot.
           05  VT-Receipt-Seq      PIC 9(07).
           05  VT-Item-Code        PIC 9(07).
           05  VT-Qty              PIC 9(05).
           05  VT-Warehouse        PIC X(02).
           05  VT-Lot-No           PIC X(10).
           05  VT-Reason           PIC X(01).
               88  VT-Reason-Valid   VALUES "D" "R".
      * A credit acknowledgement names the return number printed on
      * the return authorization and the supplier's credit note.
           05  VT-Return-No        PIC 9(07).
           05  VT-Credit-Ref       PIC X(12).

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

       FD  ReceiptHistFile.
      * One record per receipt booked in, so purchasing and the
      * RECONCIL-style checks can see what arrived when and under
      * which supplier reference.
       01  Receipt-History-Record.
           05  RH-Seq-No           PIC 9(07).
           05  RH-Item-Code        PIC 9(07).
           05  RH-Qty              PIC 9(05).
           05  RH-Supplier-Ref     PIC X(12).
           05  RH-Date             PIC X(08).
           05  RH-Posted-Date      PIC X(08).
           05  RH-Warehouse        PIC X(02).
           05  RH-Lot-No           PIC X(10).
      * The PO line the receipt was matched to (zeros when booked
      * unmatched) and what the supplier charged per stocking unit on
      * the delivery. The alternate index on the PO line lets APMATCH
      * find every receipt booked against a line.
           05  RH-PO-Key.
               10  RH-PO-Number    PIC 9(07).
               10  RH-PO-Line      PIC 9(03).
           05  RH-Unit-Cost        PIC 9(05)V9(02).
      * How much of the receipt has since been sent back to the
      * supplier on RTVPOST - a receipt is never returned twice over.
           05  RH-Qty-Returned     PIC 9(05).

       FD  OrderControlFile.
       01  Order-Control-Record.
           05  Control-Key         PIC X(01).
           05  Last-Order-Code     PIC 9(07).

       FD  WhseStockFile.
       01  Warehouse-Stock-Record.
           05  Whse-Stock-Key.
               10  WH-Item-Code        PIC 9(07).
               10  WH-Warehouse-Code   PIC X(02).
           05  WH-Qty-OnHand           PIC 9(05).
           05  WH-Qty-Allocated        PIC 9(05).

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

       FD  VendorReturnFile.
       01  Vendor-Return-Record.
           05  VR-Return-No        PIC 9(07).
           05  VR-Supplier-Code    PIC 9(05).
           05  VR-Receipt-Seq      PIC 9(07).
           05  VR-Item-Code        PIC 9(07).
           05  VR-Warehouse        PIC X(02).
           05  VR-Lot-No           PIC X(10).
           05  VR-Qty              PIC 9(05).
           05  VR-Unit-Cost        PIC 9(05)V9(02).
           05  VR-Value            PIC 9(07)V9(02).
           05  VR-Reason           PIC X(01).
               88  VR-Defective      VALUE "D".
               88  VR-Recalled       VALUE "R".
           05  VR-Return-Date      PIC X(08).
           05  VR-Status           PIC X(01).
               88  VR-Credit-Outstanding   VALUE "O".
               88  VR-Credit-Acknowledged  VALUE "A".
           05  VR-Credit-Ref       PIC X(12).
           05  VR-Ack-Date         PIC X(08).

       FD  JournalFile.
      * One after-image per write/rewrite/delete against the order,
      * line, customer, and item masters, appended as it happens -
      * the forward-recovery trail JRNLRPLY replays on top of an
      * ORDMREST restore to roll the files up to the point of
      * failure instead of a four-week-stale backup. Images are
      * applied idempotently on replay, so a repeated or unchanged
      * image is harmless.
       01  Journal-Record.
           05  JR-File-Tag         PIC X(08).
           05  JR-Action           PIC X(01).
               88  JR-Applied        VALUES "W" "R".
               88  JR-Deleted        VALUE "D".
           05  JR-Date             PIC X(08).
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

       WORKING-STORAGE SECTION.
       01  WS-Journal-File-Status PIC X(02).
       01  WS-JRNL-ACTION         PIC X(01).
       01  WS-JRNL-STAMP          PIC X(21).
       01  WS-Trans-File-Status   PIC X(02).
       01  WS-File-Status         PIC X(02).
       01  WS-Rcpt-Hist-Status    PIC X(02).
       01  WS-Control-File-Status PIC X(02).
       01  WS-Whse-Stock-Status   PIC X(02).
       01  WS-PO-File-Status      PIC X(02).
       01  WS-Lot-Stock-Status    PIC X(02).
       01  WS-Supplier-File-Status PIC X(02).
       01  WS-Return-File-Status  PIC X(02).
       01  WS-Movement-File-Status PIC X(02).

      * Whether the current return passed every check. A return that
      * fails any of them is rejected whole for the warehouse to
      * correct - nothing is relieved until all of them pass.
       01  WS-RTV-SWITCH          PIC X(01) VALUE "Y".
           88  WS-RTV-OK            VALUE "Y".
           88  WS-RTV-FAILED        VALUE "N".

       01  WS-RTV-SUPPLIER        PIC 9(05).
       01  WS-RTV-WAREHOUSE       PIC X(02).
       01  WS-RTV-LOT             PIC X(10).
       01  WS-RTV-RETURNABLE      PIC S9(06).
       01  WS-RTV-AVAILABLE       PIC S9(06).
       01  WS-RTV-REASON-TEXT     PIC X(08).

       01  WS-TODAY               PIC X(08).
       01  WS-RETURN-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-ACK-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-REJECT-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-RETURN-VALUE        PIC 9(09)V9(02) VALUE ZEROS.

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "RETURN TO VENDOR POSTING STARTING".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN EXTEND JournalFile.
           OPEN INPUT ReturnTransFile.
           OPEN I-O ItemFile.
           OPEN I-O ReceiptHistFile.
           OPEN I-O OrderControlFile.
           OPEN I-O WhseStockFile.
           OPEN INPUT PurchaseOrderFile.
           OPEN I-O LotStockFile.
           OPEN INPUT SupplierFile.
           OPEN I-O VendorReturnFile.
           OPEN I-O StockMoveFile.

           PERFORM READ-NEXT-TRANSACTION.
           PERFORM POST-ONE-TRANSACTION
               UNTIL WS-END-OF-FILE.

           CLOSE ReturnTransFile.
           CLOSE ItemFile.
           CLOSE ReceiptHistFile.
           CLOSE OrderControlFile.
           CLOSE WhseStockFile.
           CLOSE PurchaseOrderFile.
           CLOSE LotStockFile.
           CLOSE SupplierFile.
           CLOSE VendorReturnFile.
           CLOSE StockMoveFile.
           DISPLAY "RETURN TO VENDOR POSTING COMPLETE - RETURNED: "
               WS-RETURN-COUNT " CREDITS ACKNOWLEDGED: " WS-ACK-COUNT
               " REJECTED: " WS-REJECT-COUNT.
           DISPLAY "  VALUE RETURNED AT RECEIPT COST: " WS-RETURN-VALUE.
           CLOSE JournalFile.
           STOP RUN.

       POST-ONE-TRANSACTION.
           EVALUATE TRUE
               WHEN VT-Return
                   PERFORM BOOK-VENDOR-RETURN
               WHEN VT-Credit-Ack
                   PERFORM ACKNOWLEDGE-SUPPLIER-CREDIT
               WHEN OTHER
                   DISPLAY "REJECTED - UNKNOWN TRANSACTION TYPE: "
                       VT-Trans-Type " RECEIPT " VT-Receipt-Seq
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

           PERFORM READ-NEXT-TRANSACTION.

       BOOK-VENDOR-RETURN.
      * Look up the receipt being returned against and run every
      * check before anything is relieved.
           SET WS-RTV-OK TO TRUE.
           MOVE VT-Receipt-Seq TO RH-Seq-No.
           READ ReceiptHistFile KEY IS RH-Seq-No
               INVALID KEY
                   SET WS-RTV-FAILED TO TRUE
                   DISPLAY "REJECTED - RECEIPT NOT FOUND: "
                       VT-Receipt-Seq
           END-READ.
           IF WS-RTV-OK
               PERFORM CHECK-RETURN-AGAINST-RECEIPT.
           IF WS-RTV-OK
               PERFORM FIND-RETURN-SUPPLIER.
           IF WS-RTV-OK
               PERFORM CHECK-RETURN-STOCK.
           IF WS-RTV-OK
               PERFORM POST-VENDOR-RETURN
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       CHECK-RETURN-AGAINST-RECEIPT.
      * The return must carry a reason, a quantity, the receipt's
      * item, and no more than the receipt has left to send back.
           IF NOT VT-Reason-Valid
               SET WS-RTV-FAILED TO TRUE
               DISPLAY "REJECTED - REASON NOT D OR R: RECEIPT "
                   VT-Receipt-Seq " REASON " VT-Reason.
           IF WS-RTV-OK AND VT-Qty = ZEROS
               SET WS-RTV-FAILED TO TRUE
               DISPLAY "REJECTED - ZERO QUANTITY: RECEIPT "
                   VT-Receipt-Seq.
           IF WS-RTV-OK
               AND VT-Item-Code > ZEROS
               AND VT-Item-Code NOT = RH-Item-Code
               SET WS-RTV-FAILED TO TRUE
               DISPLAY "REJECTED - ITEM NOT ON RECEIPT: RECEIPT "
                   VT-Receipt-Seq " ITEM " VT-Item-Code
                   " RECEIPT CARRIES " RH-Item-Code.
           COMPUTE WS-RTV-RETURNABLE = RH-Qty - RH-Qty-Returned.
           IF WS-RTV-OK AND VT-Qty > WS-RTV-RETURNABLE
               SET WS-RTV-FAILED TO TRUE
               DISPLAY "REJECTED - MORE THAN RECEIVED: RECEIPT "
                   VT-Receipt-Seq " QTY " VT-Qty
                   " STILL RETURNABLE " WS-RTV-RETURNABLE.
           IF VT-Warehouse = SPACES OR VT-Warehouse = "00"
               MOVE RH-Warehouse TO WS-RTV-WAREHOUSE
           ELSE
               MOVE VT-Warehouse TO WS-RTV-WAREHOUSE
           END-IF.
           IF VT-Lot-No = SPACES
               MOVE RH-Lot-No TO WS-RTV-LOT
           ELSE
               MOVE VT-Lot-No TO WS-RTV-LOT
           END-IF.

       FIND-RETURN-SUPPLIER.
      * The stock goes back to whoever supplied the receipt - the
      * supplier on the PO line it was matched to, or for a receipt
      * booked unmatched, the item's usual supplier.
           MOVE RH-Item-Code TO Item-Code.
           READ ItemFile KEY IS Item-Code
               INVALID KEY
                   SET WS-RTV-FAILED TO TRUE
                   DISPLAY "REJECTED - ITEM NOT FOUND: RECEIPT "
                       VT-Receipt-Seq " ITEM " RH-Item-Code
           END-READ.
           MOVE ZEROS TO WS-RTV-SUPPLIER.
           IF WS-RTV-OK AND RH-PO-Number > ZEROS
               MOVE RH-PO-Number TO PO-Number
               MOVE RH-PO-Line TO PO-Line-No
               READ PurchaseOrderFile KEY IS PO-Line-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PO-Supplier-Code TO WS-RTV-SUPPLIER
               END-READ
           END-IF.
           IF WS-RTV-OK AND WS-RTV-SUPPLIER = ZEROS
               MOVE Item-Supplier-Code TO WS-RTV-SUPPLIER.
           IF WS-RTV-OK
               MOVE WS-RTV-SUPPLIER TO Supplier-Code
               READ SupplierFile KEY IS Supplier-Code
                   INVALID KEY
                       SET WS-RTV-FAILED TO TRUE
                       DISPLAY "REJECTED - NO SUPPLIER FOR RECEIPT: "
                           VT-Receipt-Seq " SUPPLIER " WS-RTV-SUPPLIER
               END-READ
           END-IF.

       CHECK-RETURN-STOCK.
      * The returning site must hold the quantity free of allocation,
      * and the lot and the item's on-hand must cover it - stock
      * already promised to an order is not sent back.
           MOVE RH-Item-Code TO WH-Item-Code.
           MOVE WS-RTV-WAREHOUSE TO WH-Warehouse-Code.
           READ WhseStockFile KEY IS Whse-Stock-Key
               INVALID KEY
                   SET WS-RTV-FAILED TO TRUE
                   DISPLAY "REJECTED - NO STOCK AT SITE: RECEIPT "
                       VT-Receipt-Seq " WAREHOUSE " WS-RTV-WAREHOUSE
           END-READ.
           IF WS-RTV-OK
               COMPUTE WS-RTV-AVAILABLE =
                   WH-Qty-OnHand - WH-Qty-Allocated
               IF VT-Qty > WS-RTV-AVAILABLE
                   SET WS-RTV-FAILED TO TRUE
                   DISPLAY "REJECTED - SITE STOCK SHORT: RECEIPT "
                       VT-Receipt-Seq " WAREHOUSE " WS-RTV-WAREHOUSE
                       " UNALLOCATED " WS-RTV-AVAILABLE
               END-IF
           END-IF.
           IF WS-RTV-OK AND WS-RTV-LOT NOT = SPACES
               MOVE RH-Item-Code TO LS-Item-Code
               MOVE WS-RTV-WAREHOUSE TO LS-Warehouse
               MOVE WS-RTV-LOT TO LS-Lot-No
               READ LotStockFile KEY IS Lot-Stock-Key
                   INVALID KEY
                       SET WS-RTV-FAILED TO TRUE
                       DISPLAY "REJECTED - LOT NOT AT SITE: RECEIPT "
                           VT-Receipt-Seq " LOT " WS-RTV-LOT
                   NOT INVALID KEY
                       IF VT-Qty > LS-Qty-OnHand
                           SET WS-RTV-FAILED TO TRUE
                           DISPLAY "REJECTED - LOT STOCK SHORT: "
                               "RECEIPT " VT-Receipt-Seq
                               " LOT " WS-RTV-LOT
                               " ON HAND " LS-Qty-OnHand
                       END-IF
               END-READ
           END-IF.
           IF WS-RTV-OK AND VT-Qty > Item-Qty-OnHand
               SET WS-RTV-FAILED TO TRUE
               DISPLAY "REJECTED - ITEM STOCK SHORT: RECEIPT "
                   VT-Receipt-Seq " ON HAND " Item-Qty-OnHand.

       POST-VENDOR-RETURN.
      * Mint the next return number from the order control file
      * under its own control key, the same single-record pattern
      * GOODSRCV uses for receipt numbers.
           MOVE "V" TO Control-Key.
           READ OrderControlFile KEY IS Control-Key
               INVALID KEY
                   DISPLAY "REJECTED - RETURN CONTROL RECORD MISSING: "
                       "RECEIPT " VT-Receipt-Seq
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO Last-Order-Code
                   REWRITE Order-Control-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM WRITE-VENDOR-RETURN
                   END-REWRITE
           END-READ.

       WRITE-VENDOR-RETURN.
      * Record the return against the supplier and the receipt,
      * valued at what the receipt cost - the item's last cost for a
      * receipt booked before costs were captured.
           MOVE Last-Order-Code TO VR-Return-No.
           MOVE WS-RTV-SUPPLIER TO VR-Supplier-Code.
           MOVE RH-Seq-No TO VR-Receipt-Seq.
           MOVE RH-Item-Code TO VR-Item-Code.
           MOVE WS-RTV-WAREHOUSE TO VR-Warehouse.
           MOVE WS-RTV-LOT TO VR-Lot-No.
           MOVE VT-Qty TO VR-Qty.
           IF RH-Unit-Cost > ZEROS
               MOVE RH-Unit-Cost TO VR-Unit-Cost
           ELSE
               MOVE Item-Unit-Cost TO VR-Unit-Cost
           END-IF.
           COMPUTE VR-Value ROUNDED = VR-Qty * VR-Unit-Cost.
           MOVE VT-Reason TO VR-Reason.
           MOVE WS-TODAY TO VR-Return-Date.
           SET VR-Credit-Outstanding TO TRUE.
           MOVE SPACES TO VR-Credit-Ref.
           MOVE SPACES TO VR-Ack-Date.
           WRITE Vendor-Return-Record
               INVALID KEY
                   DISPLAY "REJECTED - RETURN WRITE FAILED: RECEIPT "
                       VT-Receipt-Seq
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM RELIEVE-RETURNED-STOCK
                   ADD 1 TO WS-RETURN-COUNT
                   ADD VR-Value TO WS-RETURN-VALUE
                   PERFORM PRINT-RETURN-AUTHORIZATION
           END-WRITE.

       RELIEVE-RETURNED-STOCK.
      * Take the returned quantity off the site, the lot, and the
      * item, and note it against the receipt it came in on.
           SUBTRACT VT-Qty FROM WH-Qty-OnHand.
           REWRITE Warehouse-Stock-Record
               INVALID KEY
                   CONTINUE.
           IF WS-RTV-LOT NOT = SPACES
               SUBTRACT VT-Qty FROM LS-Qty-OnHand
               REWRITE Lot-Stock-Record
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           SUBTRACT VT-Qty FROM Item-Qty-OnHand.
           REWRITE Item-Record
               INVALID KEY
                   DISPLAY "  *** ITEM REWRITE FAILED - RETURN "
                       VR-Return-No " ITEM " Item-Code
               NOT INVALID KEY
                   MOVE "R" TO WS-JRNL-ACTION
                   PERFORM JOURNAL-ITEM-IMAGE
                   PERFORM LOG-RETURN-MOVEMENT
           END-REWRITE.
           ADD VT-Qty TO RH-Qty-Returned.
           REWRITE Receipt-History-Record
               INVALID KEY
                   CONTINUE.

       LOG-RETURN-MOVEMENT.
      * The stock leaving for the supplier goes on the stock movement
      * ledger against its return number.
           MOVE VR-Item-Code TO MV-Item-Code.
           MOVE VR-Warehouse TO MV-Warehouse.
           MOVE VR-Lot-No TO MV-Lot-No.
           SET MV-Vendor-Return TO TRUE.
           MOVE ZEROS TO MV-Qty-In.
           MOVE VT-Qty TO MV-Qty-Out.
           MOVE ZEROS TO MV-Qty-Released.
           MOVE Item-Qty-OnHand TO MV-Balance.
           MOVE VR-Return-No TO MV-Source-Doc.
           MOVE "RTVPOST" TO MV-Operator.
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
                   DISPLAY "  *** MOVEMENT CONTROL RECORD MISSING - "
                       "ITEM " MV-Item-Code
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
           MOVE "RTVPOST" TO MV-Program.
           WRITE Stock-Movement-Record
               INVALID KEY
                   DISPLAY "  *** MOVEMENT LEDGER WRITE FAILED - "
                       "ITEM " MV-Item-Code.

       PRINT-RETURN-AUTHORIZATION.
      * The return authorization that travels with the goods - who
      * they go back to, what is in the shipment, which receipt it
      * reverses, and why.
           IF VR-Recalled
               MOVE "RECALLED" TO WS-RTV-REASON-TEXT
           ELSE
               MOVE "DEFECT" TO WS-RTV-REASON-TEXT
           END-IF.
           DISPLAY "RETURN AUTHORIZATION - RTV " VR-Return-No
               " DATED " VR-Return-Date.
           DISPLAY "    RETURN TO   " Supplier-Code " " Supplier-Name.
           DISPLAY "                " Supplier-Add
               " CONTACT " Supplier-Contact-No.
           DISPLAY "    SHIP FROM   WAREHOUSE " VR-Warehouse
               " BIN " Item-Bin-Location.
           DISPLAY "    ITEM        " VR-Item-Code " " Item-Name
               " LOT " VR-Lot-No.
           DISPLAY "    QUANTITY    " VR-Qty " " Item-UOM
               " REASON " WS-RTV-REASON-TEXT.
           DISPLAY "    RECEIPT     " VR-Receipt-Seq
               " DATED " RH-Date
               " SUPPLIER REF " RH-Supplier-Ref
               " PO " RH-PO-Number "/" RH-PO-Line.
           DISPLAY "    VALUE       " VR-Qty " AT " VR-Unit-Cost
               " = " VR-Value.
           DISPLAY "    CARRIER SIGNATURE ______________________"
               "  DATE __________".

       ACKNOWLEDGE-SUPPLIER-CREDIT.
      * The supplier's credit note for an earlier return has come
      * in - mark the return acknowledged against it.
           MOVE VT-Return-No TO VR-Return-No.
           READ VendorReturnFile KEY IS VR-Return-No
               INVALID KEY
                   DISPLAY "REJECTED - RETURN NOT FOUND: RTV "
                       VT-Return-No
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM APPLY-SUPPLIER-CREDIT
           END-READ.

       APPLY-SUPPLIER-CREDIT.
           IF VT-Credit-Ref = SPACES
               DISPLAY "REJECTED - NO CREDIT REFERENCE: RTV "
                   VR-Return-No
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF VR-Credit-Acknowledged
                   DISPLAY "REJECTED - CREDIT ALREADY ACKNOWLEDGED: "
                       "RTV " VR-Return-No " REF " VR-Credit-Ref
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   SET VR-Credit-Acknowledged TO TRUE
                   MOVE VT-Credit-Ref TO VR-Credit-Ref
                   MOVE WS-TODAY TO VR-Ack-Date
                   REWRITE Vendor-Return-Record
                       INVALID KEY
                           DISPLAY "REJECTED - REWRITE FAILED: RTV "
                               VR-Return-No
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-ACK-COUNT
                           DISPLAY "CREDIT ACKNOWLEDGED - RTV "
                               VR-Return-No " SUPPLIER "
                               VR-Supplier-Code " REF " VR-Credit-Ref
                               " VALUE " VR-Value
                   END-REWRITE
               END-IF
           END-IF.

       READ-NEXT-TRANSACTION.
      * Read the next return or credit acknowledgement from the
      * warehouse's transaction file.
           READ ReturnTransFile
               AT END
                   SET WS-END-OF-FILE TO TRUE.

       JOURNAL-ITEM-IMAGE.
           MOVE "ITEM    " TO JR-File-Tag.
           MOVE SPACES TO JR-Image.
           MOVE Item-Record TO JR-Image.
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-JOURNAL-RECORD.
           MOVE WS-JRNL-ACTION TO JR-Action.
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-STAMP.
           MOVE WS-JRNL-STAMP(1:8) TO JR-Date.
           MOVE WS-JRNL-STAMP(9:8) TO JR-Time.
           WRITE Journal-Record.
