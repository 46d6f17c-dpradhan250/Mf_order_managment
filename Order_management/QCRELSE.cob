       IDENTIFICATION DIVISION.
       PROGRAM-ID. QCRELSE.

      * Receiving inspection release job. Reads a sequential file of
      * quality-control results prepared by the inspectors, one per
      * inspection-held receipt, and disposes of the held quantity:
      * the quantity that passed is booked into sellable stock - the
      * item's on-hand, the receiving site's warehouse stock, and the
      * lot balance - exactly as GOODSRCV books an uninspected
      * receipt; the quantity that failed is either scrapped or sent
      * back to the supplier as a return-to-vendor against the
      * receipt, valued at the receipt cost and recorded on
      * Vendor.Return.KSDS with a return authorization printed for
      * the carrier, the same as RTVPOST. A receipt may be released
      * in several goes; the hold clears once every unit is passed,
      * scrapped, or returned. Passed stock for an item with waiting
      * backorders is flagged so BORELEASE is run straight after,
      * and goes on the stock movement ledger as a receipt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReleaseTransFile ASSIGN TO "QC.Release.Trans"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Trans-File-Status.

           SELECT InspectHoldFile ASSIGN TO "Inspection.Hold.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IH-Receipt-Seq
               ALTERNATE RECORD KEY IS IH-Item-Site WITH DUPLICATES
               FILE STATUS IS WS-Inspect-Hold-Status.

           SELECT BackorderFile ASSIGN TO "Backorder.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Backorder-Key
               FILE STATUS IS WS-Backorder-Status.

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
       FD  ReleaseTransFile.
      * The inspection result for one held receipt. The failed
      * quantity is routed S to scrap or V back to the supplier.
       01  Release-Trans-Record.
           05  QR-Receipt-Seq      PIC 9(07).
           05  QR-Qty-Passed       PIC 9(05).
           05  QR-Qty-Failed       PIC 9(05).
           05  QR-Fail-Route       PIC X(01).
               88  QR-Route-Scrap    VALUE "S".
               88  QR-Route-Vendor   VALUE "V".
               88  QR-Route-Valid    VALUES "S" "V".
           05  QR-Inspector        PIC X(08).

       FD  InspectHoldFile.
      * A receipt of an inspection-required item waits here, outside
      * every on-hand balance, until QCRELSE passes or fails it.
       01  Inspection-Hold-Record.
           05  IH-Receipt-Seq      PIC 9(07).
           05  IH-Item-Site.
               10  IH-Item-Code    PIC 9(07).
               10  IH-Warehouse    PIC X(02).
           05  IH-Lot-No           PIC X(10).
           05  IH-Receipt-Date     PIC X(08).
           05  IH-Hold-Date        PIC X(08).
           05  IH-Qty-Held         PIC 9(05).
           05  IH-Qty-Passed       PIC 9(05).
           05  IH-Qty-Scrapped     PIC 9(05).
           05  IH-Qty-Returned     PIC 9(05).
           05  IH-Status           PIC X(01).
               88  IH-On-Hold        VALUE "H".
               88  IH-Cleared        VALUE "C".
           05  IH-Last-Release-Date PIC X(08).
      * The lot expiry keyed at the dock, carried so the lot booked
      * on release still knows when it goes out of date.
           05  IH-Expiry-Date      PIC X(08).

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
       01  WS-Backorder-Status    PIC X(02).
       01  WS-Whse-Stock-Status   PIC X(02).
       01  WS-PO-File-Status      PIC X(02).
       01  WS-Lot-Stock-Status    PIC X(02).
       01  WS-Supplier-File-Status PIC X(02).
       01  WS-Return-File-Status  PIC X(02).
       01  WS-Inspect-Hold-Status PIC X(02).
       01  WS-Movement-File-Status PIC X(02).

      * Whether the current inspection result passed every check. A
      * result that fails any of them is rejected whole for the
      * inspectors to correct - nothing is released until all pass.
       01  WS-QC-SWITCH           PIC X(01) VALUE "Y".
           88  WS-QC-OK             VALUE "Y".
           88  WS-QC-FAILED         VALUE "N".

       01  WS-QC-OPEN             PIC S9(06).
       01  WS-QC-STILL-HELD       PIC S9(06).
       01  WS-RTV-SUPPLIER        PIC 9(05).

       01  WS-TODAY               PIC X(08).
       01  WS-RELEASE-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-REJECT-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-PASSED-QTY          PIC 9(07) VALUE ZEROS.
       01  WS-SCRAPPED-QTY        PIC 9(07) VALUE ZEROS.
       01  WS-RETURNED-QTY        PIC 9(07) VALUE ZEROS.

       01  WS-BO-SWITCH           PIC X(01) VALUE "N".
           88  WS-BO-WAITING        VALUE "Y".
           88  WS-BO-NONE           VALUE "N".

       01  WS-BO-EOF-SWITCH       PIC X(01) VALUE "N".
           88  WS-BO-END              VALUE "Y".
           88  WS-BO-NOT-END           VALUE "N".

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "INSPECTION RELEASE POSTING STARTING".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN EXTEND JournalFile.
           OPEN INPUT ReleaseTransFile.
           OPEN I-O InspectHoldFile.
           OPEN INPUT BackorderFile.
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
           PERFORM RELEASE-ONE-RECEIPT
               UNTIL WS-END-OF-FILE.

           CLOSE ReleaseTransFile.
           CLOSE InspectHoldFile.
           CLOSE BackorderFile.
           CLOSE ItemFile.
           CLOSE ReceiptHistFile.
           CLOSE OrderControlFile.
           CLOSE WhseStockFile.
           CLOSE PurchaseOrderFile.
           CLOSE LotStockFile.
           CLOSE SupplierFile.
           CLOSE VendorReturnFile.
           CLOSE StockMoveFile.
           DISPLAY "INSPECTION RELEASE POSTING COMPLETE - RELEASED: "
               WS-RELEASE-COUNT " REJECTED: " WS-REJECT-COUNT.
           DISPLAY "  QTY PASSED: " WS-PASSED-QTY
               " SCRAPPED: " WS-SCRAPPED-QTY
               " RETURNED TO VENDOR: " WS-RETURNED-QTY.
           CLOSE JournalFile.
           STOP RUN.

       RELEASE-ONE-RECEIPT.
      * Look up the held receipt the result is for and run every
      * check before anything is booked.
           SET WS-QC-OK TO TRUE.
           MOVE QR-Receipt-Seq TO IH-Receipt-Seq.
           READ InspectHoldFile KEY IS IH-Receipt-Seq
               INVALID KEY
                   SET WS-QC-FAILED TO TRUE
                   DISPLAY "REJECTED - RECEIPT NOT ON INSPECTION HOLD: "
                       QR-Receipt-Seq
           END-READ.
           IF WS-QC-OK
               PERFORM CHECK-RELEASE-QUANTITIES.
           IF WS-QC-OK AND QR-Qty-Failed > ZEROS AND QR-Route-Vendor
               PERFORM FIND-RETURN-SUPPLIER.
           IF WS-QC-OK
               PERFORM POST-RELEASE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

           PERFORM READ-NEXT-TRANSACTION.

       CHECK-RELEASE-QUANTITIES.
      * The hold must still be open, the result must dispose of
      * something, no more than is still held, and a failed quantity
      * must say where it goes.
           COMPUTE WS-QC-OPEN = IH-Qty-Held - IH-Qty-Passed
               - IH-Qty-Scrapped - IH-Qty-Returned.
           IF IH-Cleared
               SET WS-QC-FAILED TO TRUE
               DISPLAY "REJECTED - HOLD ALREADY CLEARED: RECEIPT "
                   QR-Receipt-Seq.
           IF WS-QC-OK AND QR-Qty-Passed = ZEROS
               AND QR-Qty-Failed = ZEROS
               SET WS-QC-FAILED TO TRUE
               DISPLAY "REJECTED - NOTHING RELEASED: RECEIPT "
                   QR-Receipt-Seq.
           IF WS-QC-OK
               AND QR-Qty-Passed + QR-Qty-Failed > WS-QC-OPEN
               SET WS-QC-FAILED TO TRUE
               DISPLAY "REJECTED - MORE THAN HELD: RECEIPT "
                   QR-Receipt-Seq " STILL HELD " WS-QC-OPEN.
           IF WS-QC-OK AND QR-Qty-Failed > ZEROS
               AND NOT QR-Route-Valid
               SET WS-QC-FAILED TO TRUE
               DISPLAY "REJECTED - FAILED QTY NEEDS ROUTE S OR V: "
                   "RECEIPT " QR-Receipt-Seq.

       FIND-RETURN-SUPPLIER.
      * Failed stock going back goes to whoever supplied the receipt
      * - the supplier on the PO line it was matched to, or for a
      * receipt booked unmatched, the item's usual supplier - the
      * same rule RTVPOST applies.
           MOVE IH-Receipt-Seq TO RH-Seq-No.
           READ ReceiptHistFile KEY IS RH-Seq-No
               INVALID KEY
                   SET WS-QC-FAILED TO TRUE
                   DISPLAY "REJECTED - RECEIPT NOT FOUND: "
                       QR-Receipt-Seq
           END-READ.
           IF WS-QC-OK
               MOVE IH-Item-Code TO Item-Code
               READ ItemFile KEY IS Item-Code
                   INVALID KEY
                       SET WS-QC-FAILED TO TRUE
                       DISPLAY "REJECTED - ITEM NOT FOUND: RECEIPT "
                           QR-Receipt-Seq " ITEM " IH-Item-Code
               END-READ
           END-IF.
           MOVE ZEROS TO WS-RTV-SUPPLIER.
           IF WS-QC-OK AND RH-PO-Number > ZEROS
               MOVE RH-PO-Number TO PO-Number
               MOVE RH-PO-Line TO PO-Line-No
               READ PurchaseOrderFile KEY IS PO-Line-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PO-Supplier-Code TO WS-RTV-SUPPLIER
               END-READ
           END-IF.
           IF WS-QC-OK AND WS-RTV-SUPPLIER = ZEROS
               MOVE Item-Supplier-Code TO WS-RTV-SUPPLIER.
           IF WS-QC-OK
               MOVE WS-RTV-SUPPLIER TO Supplier-Code
               READ SupplierFile KEY IS Supplier-Code
                   INVALID KEY
                       SET WS-QC-FAILED TO TRUE
                       DISPLAY "REJECTED - NO SUPPLIER FOR RECEIPT: "
                           QR-Receipt-Seq " SUPPLIER " WS-RTV-SUPPLIER
               END-READ
           END-IF.

       POST-RELEASE.
      * Book the passed quantity into stock, dispose of the failed
      * quantity down its route, and bring the hold up to date.
           IF QR-Qty-Passed > ZEROS
               PERFORM BOOK-PASSED-STOCK.
           IF QR-Qty-Failed > ZEROS
               IF QR-Route-Scrap
                   PERFORM SCRAP-FAILED-STOCK
               ELSE
                   PERFORM RETURN-FAILED-STOCK
               END-IF
           END-IF.
           PERFORM UPDATE-INSPECTION-HOLD.

       BOOK-PASSED-STOCK.
      * The passed quantity becomes sellable - onto the item, the
      * receiving site, and the lot, the way GOODSRCV books a receipt
      * that needs no inspection.
           MOVE IH-Item-Code TO Item-Code.
           READ ItemFile KEY IS Item-Code
               INVALID KEY
                   DISPLAY "  *** ITEM NOT FOUND - PASSED QTY NOT "
                       "BOOKED: RECEIPT " IH-Receipt-Seq
               NOT INVALID KEY
                   ADD QR-Qty-Passed TO Item-Qty-OnHand
                   REWRITE Item-Record
                       INVALID KEY
                           DISPLAY "  *** ITEM REWRITE FAILED - "
                               "RECEIPT " IH-Receipt-Seq
                       NOT INVALID KEY
                           MOVE "R" TO WS-JRNL-ACTION
                           PERFORM JOURNAL-ITEM-IMAGE
                           PERFORM BOOK-SITE-STOCK
                           IF IH-Lot-No NOT = SPACES
                               PERFORM BOOK-LOT-STOCK
                           END-IF
                           PERFORM LOG-PASSED-MOVEMENT
                           ADD QR-Qty-Passed TO IH-Qty-Passed
                           ADD QR-Qty-Passed TO WS-PASSED-QTY
                           DISPLAY "  PASSED INTO STOCK - ITEM "
                               IH-Item-Code " QTY " QR-Qty-Passed
                               " WAREHOUSE " IH-Warehouse
                               " ON HAND NOW " Item-Qty-OnHand
                           PERFORM CHECK-WAITING-BACKORDERS
                           IF WS-BO-WAITING
                               DISPLAY "  BACKORDERS WAITING FOR ITEM "
                                   IH-Item-Code " - RUN BORELEASE"
                           END-IF
                   END-REWRITE
           END-READ.

       LOG-PASSED-MOVEMENT.
      * Passed stock reaches on-hand only now, so this is where its
      * receipt goes on the stock movement ledger - against the
      * original receipt number, under the inspector who passed it.
           MOVE IH-Item-Code TO MV-Item-Code.
           MOVE IH-Warehouse TO MV-Warehouse.
           MOVE IH-Lot-No TO MV-Lot-No.
           SET MV-Receipt TO TRUE.
           MOVE QR-Qty-Passed TO MV-Qty-In.
           MOVE ZEROS TO MV-Qty-Out.
           MOVE ZEROS TO MV-Qty-Released.
           MOVE Item-Qty-OnHand TO MV-Balance.
           MOVE IH-Receipt-Seq TO MV-Source-Doc.
           MOVE QR-Inspector TO MV-Operator.
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
           MOVE "QCRELSE" TO MV-Program.
           WRITE Stock-Movement-Record
               INVALID KEY
                   DISPLAY "  *** MOVEMENT LEDGER WRITE FAILED - "
                       "ITEM " MV-Item-Code.

       BOOK-SITE-STOCK.
      * Book the passed quantity onto the receiving warehouse's stock
      * record, opening the record the first time an item arrives at
      * a site.
           MOVE IH-Item-Code TO WH-Item-Code.
           MOVE IH-Warehouse TO WH-Warehouse-Code.
           READ WhseStockFile KEY IS Whse-Stock-Key
               INVALID KEY
                   MOVE IH-Item-Code TO WH-Item-Code
                   MOVE IH-Warehouse TO WH-Warehouse-Code
                   MOVE QR-Qty-Passed TO WH-Qty-OnHand
                   MOVE ZEROS TO WH-Qty-Allocated
                   WRITE Warehouse-Stock-Record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD QR-Qty-Passed TO WH-Qty-OnHand
                   REWRITE Warehouse-Stock-Record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

       BOOK-LOT-STOCK.
      * Book the passed quantity onto its supplier lot's balance at
      * the receiving site, opening the lot record on first sight and
      * dating it from the original receipt, not the release, with
      * the expiry keyed at the dock, so first-expired-first-out
      * consumption sees the lot as it really is.
           MOVE IH-Item-Code TO LS-Item-Code.
           MOVE IH-Warehouse TO LS-Warehouse.
           MOVE IH-Lot-No TO LS-Lot-No.
           READ LotStockFile KEY IS Lot-Stock-Key
               INVALID KEY
                   MOVE IH-Item-Code TO LS-Item-Code
                   MOVE IH-Warehouse TO LS-Warehouse
                   MOVE IH-Lot-No TO LS-Lot-No
                   MOVE QR-Qty-Passed TO LS-Qty-OnHand
                   IF IH-Receipt-Date = SPACES
                       OR IH-Receipt-Date = "00000000"
                       MOVE IH-Hold-Date TO LS-Receipt-Date
                   ELSE
                       MOVE IH-Receipt-Date TO LS-Receipt-Date
                   END-IF
                   MOVE IH-Expiry-Date TO LS-Expiry-Date
                   WRITE Lot-Stock-Record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD QR-Qty-Passed TO LS-Qty-OnHand
                   IF IH-Expiry-Date NOT = SPACES
                       IF LS-Expiry-Date = SPACES
                           OR IH-Expiry-Date < LS-Expiry-Date
                           MOVE IH-Expiry-Date TO LS-Expiry-Date
                       END-IF
                   END-IF
                   REWRITE Lot-Stock-Record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

       SCRAP-FAILED-STOCK.
      * Failed stock being scrapped never reached on-hand, so there
      * is no balance to relieve - the hold simply accounts for it.
           ADD QR-Qty-Failed TO IH-Qty-Scrapped.
           ADD QR-Qty-Failed TO WS-SCRAPPED-QTY.
           DISPLAY "  FAILED - SCRAPPED - ITEM " IH-Item-Code
               " QTY " QR-Qty-Failed " RECEIPT " IH-Receipt-Seq
               " INSPECTOR " QR-Inspector.

       RETURN-FAILED-STOCK.
      * Failed stock going back to the supplier is recorded as a
      * return-to-vendor against the receipt, numbered from the order
      * control file under the return control key RTVPOST uses. It
      * never reached on-hand, so no balance is relieved.
           MOVE "V" TO Control-Key.
           READ OrderControlFile KEY IS Control-Key
               INVALID KEY
                   DISPLAY "  *** RETURN CONTROL RECORD MISSING - "
                       "FAILED QTY LEFT ON HOLD: RECEIPT "
                       IH-Receipt-Seq
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
           MOVE IH-Warehouse TO VR-Warehouse.
           MOVE IH-Lot-No TO VR-Lot-No.
           MOVE QR-Qty-Failed TO VR-Qty.
           IF RH-Unit-Cost > ZEROS
               MOVE RH-Unit-Cost TO VR-Unit-Cost
           ELSE
               MOVE Item-Unit-Cost TO VR-Unit-Cost
           END-IF.
           COMPUTE VR-Value ROUNDED = VR-Qty * VR-Unit-Cost.
           SET VR-Defective TO TRUE.
           MOVE WS-TODAY TO VR-Return-Date.
           SET VR-Credit-Outstanding TO TRUE.
           MOVE SPACES TO VR-Credit-Ref.
           MOVE SPACES TO VR-Ack-Date.
           WRITE Vendor-Return-Record
               INVALID KEY
                   DISPLAY "  *** RETURN WRITE FAILED - FAILED QTY "
                       "LEFT ON HOLD: RECEIPT " IH-Receipt-Seq
               NOT INVALID KEY
                   ADD QR-Qty-Failed TO RH-Qty-Returned
                   REWRITE Receipt-History-Record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD QR-Qty-Failed TO IH-Qty-Returned
                   ADD QR-Qty-Failed TO WS-RETURNED-QTY
                   DISPLAY "  FAILED - RETURNED TO VENDOR - ITEM "
                       IH-Item-Code " QTY " QR-Qty-Failed
                       " RTV " VR-Return-No
                       " INSPECTOR " QR-Inspector
                   PERFORM PRINT-RETURN-AUTHORIZATION
           END-WRITE.

       PRINT-RETURN-AUTHORIZATION.
      * The return authorization that travels with the goods - who
      * they go back to, what is in the shipment, which receipt it
      * reverses, and why.
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
               " REASON FAILED INSPECTION".
           DISPLAY "    RECEIPT     " VR-Receipt-Seq
               " DATED " RH-Date
               " SUPPLIER REF " RH-Supplier-Ref
               " PO " RH-PO-Number "/" RH-PO-Line.
           DISPLAY "    VALUE       " VR-Qty " AT " VR-Unit-Cost
               " = " VR-Value.
           DISPLAY "    CARRIER SIGNATURE ______________________"
               "  DATE __________".

       UPDATE-INSPECTION-HOLD.
      * Bring the hold up to date, clearing it once every unit of the
      * receipt has been passed, scrapped, or returned.
           MOVE WS-TODAY TO IH-Last-Release-Date.
           COMPUTE WS-QC-STILL-HELD = IH-Qty-Held - IH-Qty-Passed
               - IH-Qty-Scrapped - IH-Qty-Returned.
           IF WS-QC-STILL-HELD NOT > ZEROS
               SET IH-Cleared TO TRUE.
           REWRITE Inspection-Hold-Record
               INVALID KEY
                   DISPLAY "  *** INSPECTION HOLD REWRITE FAILED - "
                       "RECEIPT " IH-Receipt-Seq
               NOT INVALID KEY
                   ADD 1 TO WS-RELEASE-COUNT
                   DISPLAY "RELEASED - RECEIPT " IH-Receipt-Seq
                       " ITEM " IH-Item-Code
                       " WAREHOUSE " IH-Warehouse
                       " STILL HELD " WS-QC-STILL-HELD
           END-REWRITE.

       CHECK-WAITING-BACKORDERS.
      * See whether the item just passed into stock has any
      * backorders still waiting, so the operator knows to run the
      * release job.
           SET WS-BO-NONE TO TRUE.
           SET WS-BO-NOT-END TO TRUE.
           MOVE IH-Item-Code TO BO-Item-Code.
           MOVE ZEROS TO BO-Seq-No.
           START BackorderFile KEY IS GREATER THAN OR EQUAL
               Backorder-Key
               INVALID KEY
                   SET WS-BO-END TO TRUE.

           PERFORM CHECK-ONE-BACKORDER
               UNTIL WS-BO-END OR WS-BO-WAITING.

       CHECK-ONE-BACKORDER.
           READ BackorderFile NEXT RECORD
               AT END
                   SET WS-BO-END TO TRUE
               NOT AT END
                   IF BO-Item-Code NOT = IH-Item-Code
                       SET WS-BO-END TO TRUE
                   ELSE
                       IF BO-Waiting
                           SET WS-BO-WAITING TO TRUE
                       END-IF
                   END-IF
           END-READ.

       READ-NEXT-TRANSACTION.
      * Read the next inspection result from the inspectors'
      * transaction file.
           READ ReleaseTransFile
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
