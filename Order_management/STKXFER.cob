      * in-transit record, and arrival books it at the receiving
      * site - so the recall trace still finds the stock wherever
      * it moved. A blank lot moves untracked legacy stock, the
      * same convention GOODSRCV receives under. Both legs go on
      * the stock movement ledger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-File-Status.

           SELECT StockMoveFile ASSIGN TO "Stock.Movement.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MV-Movement-Key
               FILE STATUS IS WS-Movement-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  TransferTransFile.
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

       FD  WhseStockFile.
       01  Warehouse-Stock-Record.
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

       FD  LotStockFile.
       01  Lot-Stock-Record.
               10  LS-Lot-No       PIC X(10).
           05  LS-Qty-OnHand       PIC 9(05).
           05  LS-Receipt-Date     PIC X(08).
      * The date the lot goes out of date, captured at receipt -
      * shipping draws the earliest-expiring lot first and never
      * ships a lot past it. Spaces for stock that does not expire.
           05  LS-Expiry-Date      PIC X(08).

       FD  OrderControlFile.
       01  Order-Control-Record.
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
       01  WS-Xfer-Hist-Status    PIC X(02).
       01  WS-Lot-Stock-Status    PIC X(02).
       01  WS-Control-File-Status PIC X(02).
       01  WS-Movement-File-Status PIC X(02).

       01  WS-TODAY               PIC X(08).
      * The origin lot balance's receipt and expiry dates, held from
      * ship-leg validation so the history record can carry them into
      * transit.
       01  WS-LOT-RECEIPT-DATE    PIC X(08).
       01  WS-LOT-EXPIRY-DATE     PIC X(08).
       01  WS-SITE-AVAILABLE      PIC S9(06).
       01  WS-SHIPPED-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-RECEIVED-COUNT      PIC 9(05) VALUE ZEROS.
           OPEN I-O TransferHistFile.
           OPEN I-O LotStockFile.
           OPEN I-O OrderControlFile.
           OPEN I-O StockMoveFile.

           PERFORM READ-NEXT-TRANSACTION.
           PERFORM POST-ONE-TRANSFER
           CLOSE TransferHistFile.
           CLOSE LotStockFile.
           CLOSE OrderControlFile.
           CLOSE StockMoveFile.
           DISPLAY "STOCK TRANSFER POSTING COMPLETE - SHIPPED: "
               WS-SHIPPED-COUNT " RECEIVED: " WS-RECEIVED-COUNT
               " REJECTED: " WS-REJECT-COUNT.

       CHECK-ORIGIN-LOT.
      * Read the named lot's balance at the sending site and make
      * sure it covers the move, remembering its receipt and expiry
      * dates so the stock keeps its age across the transfer.
           MOVE XF-Item-Code TO LS-Item-Code.
           MOVE XF-From-Warehouse TO LS-Warehouse.
           MOVE XF-Lot-No TO LS-Lot-No.
                       SET WS-LEG-INVALID TO TRUE
                   ELSE
                       MOVE LS-Receipt-Date TO WS-LOT-RECEIPT-DATE
                       MOVE LS-Expiry-Date TO WS-LOT-EXPIRY-DATE
                   END-IF
           END-READ.

           MOVE XF-Lot-No TO XH-Lot-No.
           IF XF-Lot-No = SPACES
               MOVE SPACES TO XH-Lot-Receipt-Date
               MOVE SPACES TO XH-Lot-Expiry-Date
           ELSE
               MOVE WS-LOT-RECEIPT-DATE TO XH-Lot-Receipt-Date
               MOVE WS-LOT-EXPIRY-DATE TO XH-Lot-Expiry-Date
           END-IF.
           WRITE Transfer-History-Record
               INVALID KEY
                   CONTINUE.

           MOVE XF-Item-Code TO MV-Item-Code.
           MOVE XF-From-Warehouse TO MV-Warehouse.
           MOVE XF-Lot-No TO MV-Lot-No.
           SET MV-Transfer-Out TO TRUE.
           MOVE ZEROS TO MV-Qty-In.
           MOVE XF-Qty TO MV-Qty-Out.
           PERFORM LOG-TRANSFER-MOVEMENT.

           ADD 1 TO WS-SHIPPED-COUNT.
           DISPLAY "IN TRANSIT - TRANSFER " XH-Transfer-No
               " ITEM " XF-Item-Code " QTY " XF-Qty
               INVALID KEY
                   CONTINUE.

           MOVE XH-Item-Code TO MV-Item-Code.
           MOVE XH-To-Warehouse TO MV-Warehouse.
           MOVE XH-Lot-No TO MV-Lot-No.
           SET MV-Transfer-In TO TRUE.
           MOVE XH-Qty TO MV-Qty-In.
           MOVE ZEROS TO MV-Qty-Out.
           PERFORM LOG-TRANSFER-MOVEMENT.

           ADD 1 TO WS-RECEIVED-COUNT.
           DISPLAY "RECEIVED - TRANSFER " XH-Transfer-No
               " ITEM " XH-Item-Code " QTY " XH-Qty
               " AT " XH-To-Warehouse.

       LOG-TRANSFER-MOVEMENT.
      * Each leg of a transfer goes on the stock movement ledger
      * against the transfer number - out of the sending site when it
      * ships, into the receiving site when it arrives. The caller
      * sets the item, site, lot, direction, and quantity.
           MOVE ZEROS TO MV-Qty-Released.
           MOVE Item-Qty-OnHand TO MV-Balance.
           MOVE XH-Transfer-No TO MV-Source-Doc.
           MOVE "STKXFER" TO MV-Operator.
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
           MOVE "STKXFER" TO MV-Program.
           WRITE Stock-Movement-Record
               INVALID KEY
                   DISPLAY "  *** MOVEMENT LEDGER WRITE FAILED - "
                       "ITEM " MV-Item-Code.

       BOOK-ARRIVED-LOT.
      * Book the held lot onto the receiving site's lot balance,
      * opening the lot record on first sight the way GOODSRCV
      * does. The receipt and expiry dates carried across the
      * transfer keep first-expired-first-out consumption honest at
      * the new site; a record from before lots rode transfers falls
      * back to the ship date and no expiry.
           MOVE XH-Item-Code TO LS-Item-Code.
           MOVE XH-To-Warehouse TO LS-Warehouse.
           MOVE XH-Lot-No TO LS-Lot-No.
                   ELSE
                       MOVE XH-Lot-Receipt-Date TO LS-Receipt-Date
                   END-IF
                   MOVE XH-Lot-Expiry-Date TO LS-Expiry-Date
                   WRITE Lot-Stock-Record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD XH-Qty TO LS-Qty-OnHand
                   IF XH-Lot-Expiry-Date NOT = SPACES
                       IF LS-Expiry-Date = SPACES
                           OR XH-Lot-Expiry-Date < LS-Expiry-Date
                           MOVE XH-Lot-Expiry-Date TO LS-Expiry-Date
                       END-IF
                   END-IF
                   REWRITE Lot-Stock-Record
                       INVALID KEY
                           CONTINUE
