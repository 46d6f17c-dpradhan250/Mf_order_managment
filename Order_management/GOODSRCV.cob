      * ITEMMAINT screen. Items received that still have waiting
      * backorders are flagged so BORELEASE is run straight after this
      * job - a receipt is the natural trigger for releasing them.
      * Items flagged as inspection-required on the item master are
      * the exception: their receipts go onto the inspection hold
      * file, outside every on-hand balance, until QCRELSE passes
      * them into stock. Every receipt that does reach on-hand is
      * posted to the stock movement ledger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RH-Seq-No
               ALTERNATE RECORD KEY IS RH-PO-Key WITH DUPLICATES
               FILE STATUS IS WS-Rcpt-Hist-Status.

           SELECT OrderControlFile ASSIGN TO "Order.Control.KSDS"
               RECORD KEY IS Lot-Stock-Key
               FILE STATUS IS WS-Lot-Stock-Status.

           SELECT InspectHoldFile ASSIGN TO "Inspection.Hold.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IH-Receipt-Seq
               ALTERNATE RECORD KEY IS IH-Item-Site WITH DUPLICATES
               FILE STATUS IS WS-Inspect-Hold-Status.

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
       FD  ReceiptTransFile.
      * quantity converts through the item's case pack.
           05  GR-UOM              PIC X(02).
      * What the supplier charged per stocking unit on this
      * delivery - zero leaves the item's costs alone.
           05  GR-Unit-Cost        PIC 9(05)V9(02).
      * The expiry date printed on a dated lot - blank or zeros for
      * stock that does not go out of date.
           05  GR-Expiry-Date      PIC X(08).

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

       FD  ReceiptHistFile.
      * One record per receipt booked in, so purchasing and the
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
               10  LS-Lot-No       PIC X(10).
           05  LS-Qty-OnHand       PIC 9(05).
           05  LS-Receipt-Date     PIC X(08).
      * The date the lot goes out of date, captured at receipt -
      * shipping draws the earliest-expiring lot first and never
      * ships a lot past it. Spaces for stock that does not expire.
           05  LS-Expiry-Date      PIC X(08).

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

       FD  JournalFile.
      * One after-image per write/rewrite/delete against the order,
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
       01  WS-Whse-Stock-Status   PIC X(02).
       01  WS-PO-File-Status      PIC X(02).
       01  WS-Lot-Stock-Status    PIC X(02).
       01  WS-Inspect-Hold-Status PIC X(02).
       01  WS-Movement-File-Status PIC X(02).

      * The receipt quantity restated in the stocking unit - what
      * every balance actually books.
      * building.
       01  WS-DEFAULT-WAREHOUSE   PIC X(02) VALUE "01".
       01  WS-RCV-WAREHOUSE       PIC X(02).
      * The lot expiry the receipt books, spaces for undated stock.
       01  WS-RCV-EXPIRY          PIC X(08).

       01  WS-TODAY               PIC X(08).
       01  WS-RECEIPT-COUNT       PIC 9(07) VALUE ZEROS.
           OPEN I-O WhseStockFile.
           OPEN I-O PurchaseOrderFile.
           OPEN I-O LotStockFile.
           OPEN I-O InspectHoldFile.
           OPEN I-O StockMoveFile.

           PERFORM READ-NEXT-TRANSACTION.
           PERFORM POST-ONE-RECEIPT
           CLOSE WhseStockFile.
           CLOSE PurchaseOrderFile.
           CLOSE LotStockFile.
           CLOSE InspectHoldFile.
           CLOSE StockMoveFile.
           DISPLAY "GOODS RECEIPT POSTING COMPLETE - POSTED: "
               WS-RECEIPT-COUNT " REJECTED: " WS-REJECT-COUNT.
           CLOSE JournalFile.
                       COMPUTE WS-RCV-QTY = GR-Qty * Item-Case-Pack
                   END-IF
               END-IF
               IF GR-Expiry-Date = "00000000"
                   MOVE SPACES TO WS-RCV-EXPIRY
               ELSE
                   MOVE GR-Expiry-Date TO WS-RCV-EXPIRY
               END-IF
               IF WS-PO-MATCH-OK
                   AND WS-RCV-EXPIRY NOT = SPACES
                   PERFORM CHECK-RECEIPT-EXPIRY
               END-IF
               IF WS-PO-MATCH-OK
                   AND GR-PO-Number > ZEROS
                   PERFORM CHECK-PO-MATCH
               END-IF
           END-IF.

       CHECK-RECEIPT-EXPIRY.
      * An expiry date only means something against a lot, and stock
      * that is already out of date is refused at the dock rather
      * than booked into a balance nothing may ship from.
           IF GR-Lot-No = SPACES
               DISPLAY "REJECTED - EXPIRY DATE WITHOUT A LOT: "
                   GR-Item-Code " REF " GR-Supplier-Ref
               SET WS-PO-MATCH-FAILED TO TRUE
           ELSE
               IF WS-RCV-EXPIRY NOT > WS-TODAY
                   DISPLAY "REJECTED - LOT ALREADY EXPIRED: "
                       GR-Item-Code " LOT " GR-Lot-No
                       " EXPIRY " WS-RCV-EXPIRY
                       " REF " GR-Supplier-Ref
                   SET WS-PO-MATCH-FAILED TO TRUE
               END-IF
           END-IF.

       BOOK-ONE-RECEIPT.
      * The receipt passed its checks - book the quantity onto the
      * item and site balances, write the history record, post the
      * matched PO line if one was keyed, and flag waiting backorders.
      * An inspection-required item is received into the inspection
      * hold instead - nothing reaches on-hand until QCRELSE passes
      * it, so BORELEASE cannot allocate stock that may yet fail.
      * A costed receipt folds into the item's moving weighted-average
      * cost - the basis every order line captures at creation for
      * margin reporting - so one cheap or dear delivery moves the
      * cost only by its share of the stock. The receipt's own price
      * is kept as the last receipt cost.
           IF GR-Unit-Cost > ZEROS
               PERFORM AVERAGE-RECEIPT-COST.
           IF NOT Item-Inspect-Required
               ADD WS-RCV-QTY TO Item-Qty-OnHand.
           REWRITE Item-Record
               INVALID KEY
                   DISPLAY "REJECTED - REWRITE FAILED: "
                       GR-Item-Code " REF " GR-Supplier-Ref
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   IF NOT Item-Inspect-Required
                       PERFORM BOOK-SITE-STOCK
                       IF GR-Lot-No NOT = SPACES
                           PERFORM BOOK-LOT-STOCK
                       END-IF
                   END-IF
                   PERFORM LOG-RECEIPT-HISTORY
                   IF NOT Item-Inspect-Required
                       PERFORM LOG-RECEIPT-MOVEMENT
                   END-IF
                   ADD 1 TO WS-RECEIPT-COUNT
                   DISPLAY "POSTED - ITEM " GR-Item-Code
                       " QTY " WS-RCV-QTY
                   IF GR-PO-Number > ZEROS
                       PERFORM POST-PO-RECEIPT
                   END-IF
                   IF Item-Inspect-Required
                       DISPLAY "  HELD FOR INSPECTION - RECEIPT "
                           RH-Seq-No " - RELEASE ON QCRELSE"
                   ELSE
                       PERFORM CHECK-WAITING-BACKORDERS
                       IF WS-BO-WAITING
                           DISPLAY "  BACKORDERS WAITING FOR ITEM "
                               GR-Item-Code " - RUN BORELEASE"
                       END-IF
                   END-IF
                   MOVE "R" TO WS-JRNL-ACTION
                   PERFORM JOURNAL-ITEM-IMAGE
           END-REWRITE.

       AVERAGE-RECEIPT-COST.
      * Weigh the stock already on hand at the average it carries
      * against the quantity received at the price paid. Stock with no
      * cost yet, or no stock at all, simply takes the price paid. A
      * held receipt is averaged in now, at the price it was bought
      * at, rather than whenever QCRELSE passes it.
           IF Item-Qty-OnHand = ZEROS OR Item-Unit-Cost = ZEROS
               MOVE GR-Unit-Cost TO Item-Unit-Cost
           ELSE
               COMPUTE Item-Unit-Cost ROUNDED =
                   (Item-Qty-OnHand * Item-Unit-Cost
                       + WS-RCV-QTY * GR-Unit-Cost)
                   / (Item-Qty-OnHand + WS-RCV-QTY)
           END-IF.
           MOVE GR-Unit-Cost TO Item-Last-Rcpt-Cost.

       CHECK-PO-MATCH.
      * Validate the keyed PO line before anything is booked: it must
      * exist, be confirmed open, and carry the item being received.
      * A draft line REORDRPT suggested is not received against until
      * purchasing confirms it on the POMAINT screen. A drop-ship line
      * never comes through our doors - the supplier's ship
      * confirmation closes it.
           MOVE GR-PO-Number TO PO-Number.
           MOVE GR-PO-Line TO PO-Line-No.
           READ PurchaseOrderFile KEY IS PO-Line-Key
                   GR-PO-Number " LINE " GR-PO-Line
                   " ITEM " GR-Item-Code
                   " PO CARRIES " PO-Item-Code.
           IF WS-PO-MATCH-OK AND PO-Drop-Ship-Line
               SET WS-PO-MATCH-FAILED TO TRUE
               DISPLAY "REJECTED - DROP-SHIP PO LINE: PO "
                   GR-PO-Number " LINE " GR-PO-Line
                   " ITEM " GR-Item-Code.

       POST-PO-RECEIPT.
      * Fold the booked quantity into the matched PO line, flag an
      * Book the received quantity onto its supplier lot's balance at
      * the receiving site, opening the lot record on first sight -
      * the lot-level cut of what BOOK-SITE-STOCK just booked. The
      * expiry date drives the first-expired-first-out consumption at
      * ship time, the receipt date breaking ties and ordering the
      * undated lots. A later delivery of a lot already on file
      * keeps the earlier of the two expiry dates.
           MOVE GR-Item-Code TO LS-Item-Code.
           MOVE WS-RCV-WAREHOUSE TO LS-Warehouse.
           MOVE GR-Lot-No TO LS-Lot-No.
                   ELSE
                       MOVE GR-Date TO LS-Receipt-Date
                   END-IF
                   MOVE WS-RCV-EXPIRY TO LS-Expiry-Date
                   WRITE Lot-Stock-Record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-RCV-QTY TO LS-Qty-OnHand
                   IF WS-RCV-EXPIRY NOT = SPACES
                       IF LS-Expiry-Date = SPACES
                           OR WS-RCV-EXPIRY < LS-Expiry-Date
                           MOVE WS-RCV-EXPIRY TO LS-Expiry-Date
                       END-IF
                   END-IF
                   REWRITE Lot-Stock-Record
                       INVALID KEY
                           CONTINUE
           MOVE WS-TODAY TO RH-Posted-Date.
           MOVE WS-RCV-WAREHOUSE TO RH-Warehouse.
           MOVE GR-Lot-No TO RH-Lot-No.
           MOVE GR-PO-Number TO RH-PO-Number.
           MOVE GR-PO-Line TO RH-PO-Line.
           MOVE GR-Unit-Cost TO RH-Unit-Cost.
           MOVE ZEROS TO RH-Qty-Returned.
           WRITE Receipt-History-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Item-Inspect-Required
                       PERFORM WRITE-INSPECTION-HOLD
                   END-IF
           END-WRITE.

       LOG-RECEIPT-MOVEMENT.
      * Put the receipt on the stock movement ledger against its
      * receipt number. Stock received into the inspection hold is not
      * on hand yet - it reaches the ledger when QCRELSE passes it.
           MOVE GR-Item-Code TO MV-Item-Code.
           MOVE WS-RCV-WAREHOUSE TO MV-Warehouse.
           MOVE GR-Lot-No TO MV-Lot-No.
           SET MV-Receipt TO TRUE.
           MOVE WS-RCV-QTY TO MV-Qty-In.
           MOVE ZEROS TO MV-Qty-Out.
           MOVE ZEROS TO MV-Qty-Released.
           MOVE Item-Qty-OnHand TO MV-Balance.
           MOVE RH-Seq-No TO MV-Source-Doc.
           MOVE "GOODSRCV" TO MV-Operator.
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
           MOVE "GOODSRCV" TO MV-Program.
           WRITE Stock-Movement-Record
               INVALID KEY
                   DISPLAY "  *** MOVEMENT LEDGER WRITE FAILED - "
                       "ITEM " MV-Item-Code.

       WRITE-INSPECTION-HOLD.
      * Park the receipt of an inspection-required item on the
      * inspection hold file under its receipt number, with the site,
      * lot, receipt date, and lot expiry QCRELSE needs to book it
      * into stock.
           MOVE RH-Seq-No TO IH-Receipt-Seq.
           MOVE RH-Item-Code TO IH-Item-Code.
           MOVE RH-Warehouse TO IH-Warehouse.
           MOVE RH-Lot-No TO IH-Lot-No.
           MOVE RH-Date TO IH-Receipt-Date.
           MOVE WS-TODAY TO IH-Hold-Date.
           MOVE RH-Qty TO IH-Qty-Held.
           MOVE ZEROS TO IH-Qty-Passed.
           MOVE ZEROS TO IH-Qty-Scrapped.
           MOVE ZEROS TO IH-Qty-Returned.
           SET IH-On-Hold TO TRUE.
           MOVE SPACES TO IH-Last-Release-Date.
           MOVE WS-RCV-EXPIRY TO IH-Expiry-Date.
           WRITE Inspection-Hold-Record
               INVALID KEY
                   DISPLAY "  *** INSPECTION HOLD WRITE FAILED - "
                       "RECEIPT " RH-Seq-No.

       CHECK-WAITING-BACKORDERS.
      * See whether the item just received has any backorders still
