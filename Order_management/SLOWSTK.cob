       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLOWSTK.

      * Monthly slow-moving and dead stock report. REORDRPT says what
      * to buy; this says what we are sitting on. Browses
      * Warehouse.Stock.KSDS and, for every site still holding stock,
      * finds the last shipment out of that site on the inventory
      * movement ledger. A site with nothing shipped in the slow-
      * moving window - or nothing shipped since the ledger began -
      * is listed with its on-hand, its value at the item's average
      * cost, and that stock aged by when it came in: lot by lot off
      * LS-Receipt-Date where the stock is lot tracked, and off the
      * site's last receipt on Receipt.History.KSDS for stock that is
      * not. Items that still have draft or open purchase order lines
      * are flagged, so we stop buying more of what does not move.
      * The run closes with the slow items ranked by the capital tied
      * up in them, highest first, the same in-memory exchange sort
      * TOPCUST uses.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WhseStockFile ASSIGN TO "Warehouse.Stock.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Whse-Stock-Key
               FILE STATUS IS WS-Whse-Stock-Status.

           SELECT ItemFile ASSIGN TO "Item.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Item-Code
               FILE STATUS IS WS-Item-File-Status.

           SELECT StockMoveFile ASSIGN TO "Stock.Movement.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-Movement-Key
               FILE STATUS IS WS-Movement-File-Status.

           SELECT LotStockFile ASSIGN TO "Lot.Stock.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Lot-Stock-Key
               FILE STATUS IS WS-Lot-Stock-Status.

           SELECT ReceiptHistFile ASSIGN TO "Receipt.History.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-Seq-No
               ALTERNATE RECORD KEY IS RH-PO-Key WITH DUPLICATES
               FILE STATUS IS WS-Receipt-File-Status.

           SELECT PurchaseOrderFile ASSIGN TO "Purchase.Order.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-Line-Key
               FILE STATUS IS WS-PO-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  WhseStockFile.
       01  Warehouse-Stock-Record.
           05  Whse-Stock-Key.
               10  WH-Item-Code        PIC 9(07).
               10  WH-Warehouse-Code   PIC X(02).
           05  WH-Qty-OnHand           PIC 9(05).
           05  WH-Qty-Allocated        PIC 9(05).

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
       01  WS-Whse-Stock-Status   PIC X(02).
       01  WS-Item-File-Status    PIC X(02).
       01  WS-Movement-File-Status PIC X(02).
       01  WS-Lot-Stock-Status    PIC X(02).
       01  WS-Receipt-File-Status PIC X(02).
       01  WS-PO-File-Status      PIC X(02).

      * Slow-moving policy. A site with no shipment in this many days
      * is listed, and its stock is aged into four bands by receipt
      * date - up to the first limit, up to the second, up to the
      * third, and older. Change these values to retune the report.
       01  WS-SLOW-DAYS           PIC 9(03) VALUE 180.
       01  WS-AGE-LIMIT-1         PIC 9(03) VALUE 090.
       01  WS-AGE-LIMIT-2         PIC 9(03) VALUE 180.
       01  WS-AGE-LIMIT-3         PIC 9(03) VALUE 365.

       01  WS-TODAY               PIC 9(08).
       01  WS-TODAY-INTEGER       PIC S9(09) COMP.
       01  WS-DATE-NUM            PIC 9(08).
       01  WS-AGE-DAYS            PIC S9(05).

      * Quantity still on order per item - draft and open PO lines
      * both - loaded up front the way REORDRPT nets it off.
       01  WS-ONORDER-TABLE.
           05  WS-OO-ENTRY OCCURS 500 TIMES.
               10  WS-OO-ITEM         PIC 9(07).
               10  WS-OO-QTY          PIC 9(07).
       01  WS-OO-COUNT             PIC 9(05) VALUE ZEROS.
       01  WS-ONORDER-QTY          PIC 9(07).

      * The latest receipt date per item and site, loaded up front -
      * what untracked stock is aged from.
       01  WS-RECEIPT-TABLE.
           05  WS-RCV-ENTRY OCCURS 2000 TIMES.
               10  WS-RCV-ITEM        PIC 9(07).
               10  WS-RCV-WAREHOUSE   PIC X(02).
               10  WS-RCV-DATE        PIC X(08).
       01  WS-RCV-COUNT            PIC 9(05) VALUE ZEROS.
       01  WS-LAST-RECEIPT-DATE    PIC X(08).

      * The latest shipment out of each site for the item being
      * listed, off the movement ledger.
       01  WS-SHIP-TABLE.
           05  WS-SHP-ENTRY OCCURS 50 TIMES.
               10  WS-SHP-WAREHOUSE   PIC X(02).
               10  WS-SHP-DATE        PIC X(08).
       01  WS-SHP-COUNT            PIC 9(02) VALUE ZEROS.
       01  WS-SHP-IDX              PIC 9(02).
       01  WS-SHP-KEY-WAREHOUSE    PIC X(02).
       01  WS-LAST-SHIP-DATE       PIC X(08).
       01  WS-DAYS-SINCE-SHIP      PIC S9(05).

      * The slow items, with the capital tied up in them across every
      * slow site, for the ranking.
       01  WS-RANK-TABLE.
           05  WS-RANK-ENTRY OCCURS 2000 TIMES.
               10  WS-RANK-ITEM       PIC 9(07).
               10  WS-RANK-QTY        PIC 9(07).
               10  WS-RANK-VALUE      PIC 9(09)V9(02).
               10  WS-RANK-ONORDER    PIC 9(07).
       01  WS-RANK-COUNT           PIC 9(05) VALUE ZEROS.

       01  WS-SAVE-ENTRY.
           05  WS-SAVE-ITEM        PIC 9(07).
           05  WS-SAVE-QTY         PIC 9(07).
           05  WS-SAVE-VALUE       PIC 9(09)V9(02).
           05  WS-SAVE-ONORDER     PIC 9(07).

       01  WS-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
           88  WS-TABLE-OVERFLOWED   VALUE "Y".
           88  WS-TABLE-HELD         VALUE "N".

       01  WS-SEARCH-IDX           PIC 9(05).
       01  WS-FOUND-IDX            PIC 9(05).
       01  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND        VALUE "Y".
           88  WS-ENTRY-NOT-FOUND    VALUE "N".
       01  WS-OUTER-IDX            PIC 9(05).
       01  WS-INNER-IDX            PIC 9(05).
       01  WS-INNER-LIMIT          PIC 9(05).
       01  WS-RANK-IDX             PIC 9(05).

      * The item being listed.
       01  WS-CURR-ITEM            PIC 9(07) VALUE ZEROS.
       01  WS-ITEM-COST            PIC 9(05)V9(02).
       01  WS-ITEM-KIT-SWITCH      PIC X(01) VALUE "N".
           88  WS-ITEM-IS-KIT        VALUE "Y".
           88  WS-ITEM-NOT-KIT       VALUE "N".

      * The site being aged - its stock by age band, and how much of
      * it the lots account for.
       01  WS-SITE-VALUE           PIC 9(09)V9(02).
       01  WS-LOT-QTY              PIC 9(07).
       01  WS-UNLOTTED-QTY         PIC 9(07).
       01  WS-AGE-QTY              PIC 9(07).
       01  WS-AGE-DATE             PIC X(08).
       01  WS-SITE-BANDS.
           05  WS-SITE-BAND-QTY    PIC 9(07) OCCURS 4 TIMES.
       01  WS-BAND-IDX             PIC 9(01).

       01  WS-TOTAL-BANDS.
           05  WS-TOTAL-BAND-QTY   PIC 9(09) OCCURS 4 TIMES.
           05  WS-TOTAL-BAND-VALUE PIC 9(11)V9(02) OCCURS 4 TIMES.
       01  WS-BAND-VALUE           PIC 9(09)V9(02).

       01  WS-SLOW-SITE-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-QTY            PIC 9(09) VALUE ZEROS.
       01  WS-TOTAL-VALUE          PIC 9(11)V9(02) VALUE ZEROS.

       01  WS-RANGE-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-RANGE-END          VALUE "Y".
           88  WS-RANGE-NOT-END      VALUE "N".

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "SLOW-MOVING STOCK REPORT STARTING".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           INITIALIZE WS-TOTAL-BANDS.

           OPEN INPUT WhseStockFile.
           OPEN INPUT ItemFile.
           OPEN INPUT StockMoveFile.
           OPEN INPUT LotStockFile.
           OPEN INPUT ReceiptHistFile.
           OPEN INPUT PurchaseOrderFile.

           PERFORM GATHER-ON-ORDER.
           PERFORM GATHER-LAST-RECEIPTS.

           DISPLAY "STOCK WITH NO SHIPMENT IN " WS-SLOW-DAYS
               " DAYS - AGED BY RECEIPT: 0-" WS-AGE-LIMIT-1
               " / -" WS-AGE-LIMIT-2 " / -" WS-AGE-LIMIT-3
               " / OLDER".
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO WH-Item-Code.
           MOVE LOW-VALUES TO WH-Warehouse-Code.
           START WhseStockFile KEY IS GREATER THAN OR EQUAL
               Whse-Stock-Key
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM CHECK-ONE-SITE-BALANCE
               UNTIL WS-END-OF-FILE.

           IF WS-TABLE-OVERFLOWED
               DISPLAY "TABLE CAPACITY EXCEEDED - SOME RECEIPTS, SITES "
                   "OR ITEMS ARE LEFT OUT OF THIS RUN"
           END-IF.

           PERFORM SORT-RANK-TABLE.
           DISPLAY "SLOW-MOVING ITEMS BY CAPITAL TIED UP:".
           PERFORM PRINT-ONE-RANKED-ITEM
               VARYING WS-RANK-IDX FROM 1 BY 1
               UNTIL WS-RANK-IDX > WS-RANK-COUNT.

           DISPLAY "SLOW STOCK BY AGE:".
           PERFORM PRINT-ONE-AGE-BAND
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 4.

           CLOSE WhseStockFile.
           CLOSE ItemFile.
           CLOSE StockMoveFile.
           CLOSE LotStockFile.
           CLOSE ReceiptHistFile.
           CLOSE PurchaseOrderFile.
           DISPLAY "SLOW-MOVING STOCK REPORT COMPLETE - SITES: "
               WS-SLOW-SITE-COUNT " ITEMS: " WS-RANK-COUNT
               " QTY: " WS-TOTAL-QTY " VALUE: " WS-TOTAL-VALUE.
           STOP RUN.

       GATHER-ON-ORDER.
      * Fold every draft and open PO line's outstanding quantity into
      * the on-order table.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO PO-Number.
           MOVE ZEROS TO PO-Line-No.
           START PurchaseOrderFile KEY IS GREATER THAN OR EQUAL
               PO-Line-Key
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM GATHER-ONE-PO-LINE
               UNTIL WS-END-OF-FILE.

       GATHER-ONE-PO-LINE.
           READ PurchaseOrderFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
      * A drop-ship PO line never arrives into our stock.
                   IF (PO-Line-Draft OR PO-Line-Open)
                       AND PO-Qty-Ordered > PO-Qty-Received
                       AND NOT PO-Drop-Ship-Line
                       PERFORM POST-ONORDER-TO-TABLE
                   END-IF
           END-READ.

       POST-ONORDER-TO-TABLE.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM SEARCH-ONE-OO-ENTRY
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-OO-COUNT
                   OR WS-ENTRY-FOUND.
           IF WS-ENTRY-NOT-FOUND
               IF WS-OO-COUNT < 500
                   ADD 1 TO WS-OO-COUNT
                   MOVE WS-OO-COUNT TO WS-FOUND-IDX
                   MOVE PO-Item-Code TO WS-OO-ITEM (WS-FOUND-IDX)
                   MOVE ZEROS TO WS-OO-QTY (WS-FOUND-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.
           IF WS-ENTRY-FOUND
               COMPUTE WS-OO-QTY (WS-FOUND-IDX) =
                   WS-OO-QTY (WS-FOUND-IDX)
                   + PO-Qty-Ordered - PO-Qty-Received.

       SEARCH-ONE-OO-ENTRY.
           IF WS-OO-ITEM (WS-SEARCH-IDX) = PO-Item-Code
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-SEARCH-IDX TO WS-FOUND-IDX.

       GATHER-LAST-RECEIPTS.
      * Keep the latest receipt date seen per item and site.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO RH-Seq-No.
           START ReceiptHistFile KEY IS GREATER THAN OR EQUAL
               RH-Seq-No
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM GATHER-ONE-RECEIPT
               UNTIL WS-END-OF-FILE.

       GATHER-ONE-RECEIPT.
           READ ReceiptHistFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM POST-RECEIPT-TO-TABLE
           END-READ.

       POST-RECEIPT-TO-TABLE.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM SEARCH-ONE-RCV-ENTRY
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-RCV-COUNT
                   OR WS-ENTRY-FOUND.
           IF WS-ENTRY-NOT-FOUND
               IF WS-RCV-COUNT < 2000
                   ADD 1 TO WS-RCV-COUNT
                   MOVE WS-RCV-COUNT TO WS-FOUND-IDX
                   MOVE RH-Item-Code TO WS-RCV-ITEM (WS-FOUND-IDX)
                   MOVE RH-Warehouse TO WS-RCV-WAREHOUSE (WS-FOUND-IDX)
                   MOVE RH-Date TO WS-RCV-DATE (WS-FOUND-IDX)
               ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
               END-IF
           ELSE
               IF RH-Date > WS-RCV-DATE (WS-FOUND-IDX)
                   MOVE RH-Date TO WS-RCV-DATE (WS-FOUND-IDX)
               END-IF
           END-IF.

       SEARCH-ONE-RCV-ENTRY.
           IF WS-RCV-ITEM (WS-SEARCH-IDX) = RH-Item-Code
               AND WS-RCV-WAREHOUSE (WS-SEARCH-IDX) = RH-Warehouse
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-SEARCH-IDX TO WS-FOUND-IDX.

       CHECK-ONE-SITE-BALANCE.
      * Read the next site balance. A new item first has its cost
      * and its last shipment per site picked up.
           READ WhseStockFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF WH-Qty-OnHand > ZEROS
                       IF WH-Item-Code NOT = WS-CURR-ITEM
                           PERFORM START-ITEM
                       END-IF
                       IF WS-ITEM-NOT-KIT
                           PERFORM CHECK-SITE-MOVEMENT
                       END-IF
                   END-IF
           END-READ.

       START-ITEM.
           MOVE WH-Item-Code TO WS-CURR-ITEM.
           MOVE WH-Item-Code TO Item-Code.
           READ ItemFile KEY IS Item-Code
               INVALID KEY
                   MOVE ZEROS TO WS-ITEM-COST
                   SET WS-ITEM-NOT-KIT TO TRUE
               NOT INVALID KEY
                   MOVE Item-Unit-Cost TO WS-ITEM-COST
                   IF Item-Is-Kit
                       SET WS-ITEM-IS-KIT TO TRUE
                   ELSE
                       SET WS-ITEM-NOT-KIT TO TRUE
                   END-IF
           END-READ.
           PERFORM GATHER-LAST-SHIPMENTS.

       GATHER-LAST-SHIPMENTS.
      * The item's ledger reads newest first, so the first shipment
      * seen out of a site is that site's last.
           MOVE ZEROS TO WS-SHP-COUNT.
           SET WS-RANGE-NOT-END TO TRUE.
           MOVE WS-CURR-ITEM TO MV-Item-Code.
           MOVE ZEROS TO MV-Rev-Seq.
           START StockMoveFile KEY IS GREATER THAN OR EQUAL
               MV-Movement-Key
               INVALID KEY
                   SET WS-RANGE-END TO TRUE.
           PERFORM READ-ONE-MOVEMENT
               UNTIL WS-RANGE-END.

       READ-ONE-MOVEMENT.
           READ StockMoveFile NEXT RECORD
               AT END
                   SET WS-RANGE-END TO TRUE
               NOT AT END
                   IF MV-Item-Code NOT = WS-CURR-ITEM
                       SET WS-RANGE-END TO TRUE
                   ELSE
                       IF MV-Shipment OR MV-Kit-Relief
                           PERFORM NOTE-SITE-SHIPMENT
                       END-IF
                   END-IF
           END-READ.

       NOTE-SITE-SHIPMENT.
           MOVE MV-Warehouse TO WS-SHP-KEY-WAREHOUSE.
           PERFORM FIND-SITE-SHIPMENT.
           IF WS-ENTRY-NOT-FOUND
               IF WS-SHP-COUNT < 50
                   ADD 1 TO WS-SHP-COUNT
                   MOVE MV-Warehouse TO WS-SHP-WAREHOUSE (WS-SHP-COUNT)
                   MOVE MV-Move-Date TO WS-SHP-DATE (WS-SHP-COUNT)
               ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       FIND-SITE-SHIPMENT.
           MOVE SPACES TO WS-LAST-SHIP-DATE.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM SEARCH-ONE-SHP-ENTRY
               VARYING WS-SHP-IDX FROM 1 BY 1
               UNTIL WS-SHP-IDX > WS-SHP-COUNT
                   OR WS-ENTRY-FOUND.

       SEARCH-ONE-SHP-ENTRY.
           IF WS-SHP-WAREHOUSE (WS-SHP-IDX) = WS-SHP-KEY-WAREHOUSE
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-SHP-DATE (WS-SHP-IDX) TO WS-LAST-SHIP-DATE.

       CHECK-SITE-MOVEMENT.
      * How long since the site last shipped the item. A site with no
      * shipment on the ledger at all is as slow as it gets.
           MOVE WH-Warehouse-Code TO WS-SHP-KEY-WAREHOUSE.
           PERFORM FIND-SITE-SHIPMENT.
           IF WS-ENTRY-FOUND AND WS-LAST-SHIP-DATE IS NUMERIC
               MOVE WS-LAST-SHIP-DATE TO WS-DATE-NUM
               COMPUTE WS-DAYS-SINCE-SHIP = WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           ELSE
               MOVE "NONE" TO WS-LAST-SHIP-DATE
               MOVE 99999 TO WS-DAYS-SINCE-SHIP
           END-IF.
           IF WS-DAYS-SINCE-SHIP NOT < WS-SLOW-DAYS
               PERFORM LIST-SLOW-SITE
           END-IF.

       LIST-SLOW-SITE.
      * Age the site's stock, list it, and add it into the item's
      * ranking entry and the age band totals.
           INITIALIZE WS-SITE-BANDS.
           MOVE ZEROS TO WS-LOT-QTY.
           PERFORM AGE-SITE-LOTS.
           IF WH-Qty-OnHand > WS-LOT-QTY
               COMPUTE WS-UNLOTTED-QTY = WH-Qty-OnHand - WS-LOT-QTY
               PERFORM FIND-LAST-RECEIPT
               MOVE WS-UNLOTTED-QTY TO WS-AGE-QTY
               MOVE WS-LAST-RECEIPT-DATE TO WS-AGE-DATE
               PERFORM AGE-INTO-BAND
           END-IF.
           COMPUTE WS-SITE-VALUE = WH-Qty-OnHand * WS-ITEM-COST.
           PERFORM FIND-ONORDER-QTY.
           DISPLAY "  ITEM " WH-Item-Code
               " WH " WH-Warehouse-Code
               " LAST SHIPPED " WS-LAST-SHIP-DATE
               " QTY " WH-Qty-OnHand
               " VALUE " WS-SITE-VALUE
               " AGED " WS-SITE-BAND-QTY (1)
               " " WS-SITE-BAND-QTY (2)
               " " WS-SITE-BAND-QTY (3)
               " " WS-SITE-BAND-QTY (4).
           IF WS-ONORDER-QTY > ZEROS
               DISPLAY "    *** STILL ON ORDER: " WS-ONORDER-QTY
           END-IF.
           ADD 1 TO WS-SLOW-SITE-COUNT.
           ADD WH-Qty-OnHand TO WS-TOTAL-QTY.
           ADD WS-SITE-VALUE TO WS-TOTAL-VALUE.
           PERFORM ADD-SITE-BANDS
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 4.
           PERFORM POST-ITEM-TO-RANK.

       AGE-SITE-LOTS.
      * Walk the site's lots, aging each by its own receipt date.
           SET WS-RANGE-NOT-END TO TRUE.
           MOVE WH-Item-Code TO LS-Item-Code.
           MOVE WH-Warehouse-Code TO LS-Warehouse.
           MOVE LOW-VALUES TO LS-Lot-No.
           START LotStockFile KEY IS GREATER THAN OR EQUAL
               Lot-Stock-Key
               INVALID KEY
                   SET WS-RANGE-END TO TRUE.
           PERFORM AGE-ONE-LOT
               UNTIL WS-RANGE-END.

       AGE-ONE-LOT.
           READ LotStockFile NEXT RECORD
               AT END
                   SET WS-RANGE-END TO TRUE
               NOT AT END
                   IF LS-Item-Code NOT = WH-Item-Code
                       OR LS-Warehouse NOT = WH-Warehouse-Code
                       SET WS-RANGE-END TO TRUE
                   ELSE
                       IF LS-Qty-OnHand > ZEROS
                           ADD LS-Qty-OnHand TO WS-LOT-QTY
                           MOVE LS-Qty-OnHand TO WS-AGE-QTY
                           MOVE LS-Receipt-Date TO WS-AGE-DATE
                           PERFORM AGE-INTO-BAND
                       END-IF
                   END-IF
           END-READ.

       FIND-LAST-RECEIPT.
           MOVE SPACES TO WS-LAST-RECEIPT-DATE.
           PERFORM MATCH-ONE-RCV-ENTRY
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-RCV-COUNT.

       MATCH-ONE-RCV-ENTRY.
           IF WS-RCV-ITEM (WS-SEARCH-IDX) = WH-Item-Code
               AND WS-RCV-WAREHOUSE (WS-SEARCH-IDX)
                   = WH-Warehouse-Code
               MOVE WS-RCV-DATE (WS-SEARCH-IDX)
                   TO WS-LAST-RECEIPT-DATE.

       AGE-INTO-BAND.
      * Stock with no usable receipt date goes in the oldest band.
           IF WS-AGE-DATE IS NUMERIC
               MOVE WS-AGE-DATE TO WS-DATE-NUM
               COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           ELSE
               MOVE 99999 TO WS-AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > WS-AGE-LIMIT-1
                   MOVE 1 TO WS-BAND-IDX
               WHEN WS-AGE-DAYS NOT > WS-AGE-LIMIT-2
                   MOVE 2 TO WS-BAND-IDX
               WHEN WS-AGE-DAYS NOT > WS-AGE-LIMIT-3
                   MOVE 3 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BAND-IDX
           END-EVALUATE.
           ADD WS-AGE-QTY TO WS-SITE-BAND-QTY (WS-BAND-IDX).

       ADD-SITE-BANDS.
           COMPUTE WS-BAND-VALUE =
               WS-SITE-BAND-QTY (WS-BAND-IDX) * WS-ITEM-COST.
           ADD WS-SITE-BAND-QTY (WS-BAND-IDX)
               TO WS-TOTAL-BAND-QTY (WS-BAND-IDX).
           ADD WS-BAND-VALUE TO WS-TOTAL-BAND-VALUE (WS-BAND-IDX).

       FIND-ONORDER-QTY.
           MOVE ZEROS TO WS-ONORDER-QTY.
           PERFORM MATCH-ONE-OO-ENTRY
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-OO-COUNT.

       MATCH-ONE-OO-ENTRY.
           IF WS-OO-ITEM (WS-SEARCH-IDX) = WH-Item-Code
               MOVE WS-OO-QTY (WS-SEARCH-IDX) TO WS-ONORDER-QTY.

       POST-ITEM-TO-RANK.
      * The browse is in item order, so the item's entry - if it has
      * one - is the last one opened.
           IF WS-RANK-COUNT > ZEROS
               AND WS-RANK-ITEM (WS-RANK-COUNT) = WH-Item-Code
               ADD WH-Qty-OnHand TO WS-RANK-QTY (WS-RANK-COUNT)
               ADD WS-SITE-VALUE TO WS-RANK-VALUE (WS-RANK-COUNT)
           ELSE
               IF WS-RANK-COUNT < 2000
                   ADD 1 TO WS-RANK-COUNT
                   MOVE WH-Item-Code TO WS-RANK-ITEM (WS-RANK-COUNT)
                   MOVE WH-Qty-OnHand TO WS-RANK-QTY (WS-RANK-COUNT)
                   MOVE WS-SITE-VALUE TO WS-RANK-VALUE (WS-RANK-COUNT)
                   MOVE WS-ONORDER-QTY
                       TO WS-RANK-ONORDER (WS-RANK-COUNT)
               ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       SORT-RANK-TABLE.
      * Exchange-sort the slow items into value-descending order.
           PERFORM SORT-OUTER-PASS
               VARYING WS-OUTER-IDX FROM 1 BY 1
               UNTIL WS-OUTER-IDX >= WS-RANK-COUNT.

       SORT-OUTER-PASS.
           COMPUTE WS-INNER-LIMIT = WS-RANK-COUNT - WS-OUTER-IDX.
           PERFORM SORT-INNER-PASS
               VARYING WS-INNER-IDX FROM 1 BY 1
               UNTIL WS-INNER-IDX > WS-INNER-LIMIT.

       SORT-INNER-PASS.
           IF WS-RANK-VALUE (WS-INNER-IDX)
                   < WS-RANK-VALUE (WS-INNER-IDX + 1)
               PERFORM SWAP-TABLE-ENTRIES.

       SWAP-TABLE-ENTRIES.
           MOVE WS-RANK-ENTRY (WS-INNER-IDX) TO WS-SAVE-ENTRY.
           MOVE WS-RANK-ENTRY (WS-INNER-IDX + 1)
               TO WS-RANK-ENTRY (WS-INNER-IDX).
           MOVE WS-SAVE-ENTRY TO WS-RANK-ENTRY (WS-INNER-IDX + 1).

       PRINT-ONE-RANKED-ITEM.
           MOVE WS-RANK-ITEM (WS-RANK-IDX) TO Item-Code.
           READ ItemFile KEY IS Item-Code
               INVALID KEY
                   MOVE "UNKNOWN" TO Item-Name
           END-READ.
           DISPLAY "  RANK " WS-RANK-IDX
               " ITEM " WS-RANK-ITEM (WS-RANK-IDX)
               " " Item-Name
               " QTY " WS-RANK-QTY (WS-RANK-IDX)
               " VALUE " WS-RANK-VALUE (WS-RANK-IDX).
           IF WS-RANK-ONORDER (WS-RANK-IDX) > ZEROS
               DISPLAY "    *** STILL ON ORDER: "
                   WS-RANK-ONORDER (WS-RANK-IDX)
           END-IF.

       PRINT-ONE-AGE-BAND.
           DISPLAY "  BAND " WS-BAND-IDX
               " QTY " WS-TOTAL-BAND-QTY (WS-BAND-IDX)
               " VALUE " WS-TOTAL-BAND-VALUE (WS-BAND-IDX).
