       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBALNC.

      * Nightly inter-warehouse rebalancing suggestions. For every
      * stocked item it measures each site's position - available
      * stock (on-hand less allocated) plus whatever is already in
      * transit to it on Transfer.History.KSDS - against what the site
      * must cover: its waiting backorders on Backorder.KSDS and its
      * minimum on Site.Minimum.KSDS (zero where none is held, see
      * SITEMIN). A site short of that is in need; a site whose
      * available stock exceeds it has a surplus, and only stock
      * physically on its shelves counts toward that - stock still on
      * the road cannot be shipped on again. Each need is covered from
      * the site with the largest surplus first, and every move is
      * printed and written as a draft SHIP transaction in the
      * Stock.Transfer.Trans layout STKXFER posts. Nothing moves
      * here: a planner reviews the draft file, fills in the lot to
      * ship for lot-tracked stock, and releases it into the next
      * STKXFER run instead of keying each move. Needs no other site
      * can cover are listed so purchasing can pick them up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ItemFile ASSIGN TO "Item.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Item-Code
               FILE STATUS IS WS-File-Status.

           SELECT WhseStockFile ASSIGN TO "Warehouse.Stock.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Whse-Stock-Key
               FILE STATUS IS WS-Whse-Stock-Status.

           SELECT BackorderFile ASSIGN TO "Backorder.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Backorder-Key
               FILE STATUS IS WS-Backorder-Status.

           SELECT SiteMinFile ASSIGN TO "Site.Minimum.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Site-Min-Key
               FILE STATUS IS WS-Site-Min-Status.

           SELECT TransferHistFile ASSIGN TO "Transfer.History.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XH-Transfer-No
               FILE STATUS IS WS-Xfer-Hist-Status.

           SELECT TransferDraftFile ASSIGN TO "Stock.Transfer.Draft"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Draft-File-Status.

           SELECT BusinessDateFile ASSIGN TO "Business.Date.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BD-Control-Key
               FILE STATUS IS WS-BizDate-File-Status.

           SELECT RunControlFile ASSIGN TO "Run.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-Job-Code
               FILE STATUS IS WS-Run-Control-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  WhseStockFile.
       01  Warehouse-Stock-Record.
           05  Whse-Stock-Key.
               10  WH-Item-Code        PIC 9(07).
               10  WH-Warehouse-Code   PIC X(02).
           05  WH-Qty-OnHand           PIC 9(05).
           05  WH-Qty-Allocated        PIC 9(05).

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

       FD  SiteMinFile.
       01  Site-Minimum-Record.
           05  Site-Min-Key.
               10  SM-Item-Code        PIC 9(07).
               10  SM-Warehouse-Code   PIC X(02).
           05  SM-Min-Qty              PIC 9(05).

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

       FD  TransferDraftFile.
      * The STKXFER transaction layout - see Stock.Transfer.Trans in
      * STKXFER. Every draft is a ship leg with a zero transfer number
      * and a blank lot for the planner to complete.
       01  Transfer-Trans-Record.
           05  XF-Action           PIC X(01).
               88  XF-Ship           VALUE "S".
               88  XF-Receive        VALUE "R".
           05  XF-Transfer-No      PIC 9(07).
           05  XF-Item-Code        PIC 9(07).
           05  XF-Qty              PIC 9(05).
           05  XF-From-Warehouse   PIC X(02).
           05  XF-To-Warehouse     PIC X(02).
           05  XF-Lot-No           PIC X(10).

       FD  BusinessDateFile.
       01  Business-Date-Record.
           05  BD-Control-Key      PIC X(01).
           05  BD-Business-Date    PIC X(08).

       FD  RunControlFile.
       01  Run-Control-Record.
           05  RC-Job-Code         PIC X(08).
           05  RC-Last-Run-Date    PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-BizDate-File-Status PIC X(02).
       01  WS-Run-Control-Status  PIC X(02).
      * The business date the whole nightly suite runs for - read
      * from Business.Date.KSDS at the top of the run and rolled
      * only by ROLLDATE as the suite's final step, so a run past
      * midnight still books to the night it belongs to.
       01  WS-BUSINESS-DATE       PIC X(08).
       01  WS-File-Status         PIC X(02).
       01  WS-Whse-Stock-Status   PIC X(02).
       01  WS-Backorder-Status    PIC X(02).
       01  WS-Site-Min-Status     PIC X(02).
       01  WS-Xfer-Hist-Status    PIC X(02).
       01  WS-Draft-File-Status   PIC X(02).

      * Every transfer still in transit, totalled by item and the
      * site it is heading for - loaded once at the top of the run.
       01  WS-TRANSIT-TABLE.
           05  WS-TRANSIT-ENTRY OCCURS 500 TIMES.
               10  WS-TR-ITEM         PIC 9(07).
               10  WS-TR-WAREHOUSE    PIC X(02).
               10  WS-TR-QTY          PIC 9(07).
       01  WS-TR-COUNT            PIC 9(03) VALUE ZEROS.
       01  WS-TR-IDX              PIC 9(03).

      * The item being rebalanced, one entry per site that holds
      * stock, is owed backorders, has a minimum, or has stock on the
      * way to it.
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY OCCURS 50 TIMES.
               10  WS-ST-WAREHOUSE    PIC X(02).
               10  WS-ST-AVAILABLE    PIC 9(07).
               10  WS-ST-DEMAND       PIC 9(07).
               10  WS-ST-MINIMUM      PIC 9(05).
               10  WS-ST-INBOUND      PIC 9(07).
               10  WS-ST-NEED         PIC 9(07).
               10  WS-ST-SURPLUS      PIC 9(07).
       01  WS-SITE-COUNT          PIC 9(02) VALUE ZEROS.
       01  WS-SITE-IDX            PIC 9(02).
       01  WS-SRC-IDX             PIC 9(02).
       01  WS-BEST-IDX            PIC 9(02).
       01  WS-SITE-KEY            PIC X(02).

       01  WS-CURR-ITEM           PIC 9(07).
       01  WS-REQUIRED            PIC 9(07).
       01  WS-POSITION            PIC 9(07).
       01  WS-ITEM-NEED           PIC 9(07).
       01  WS-ITEM-SURPLUS        PIC 9(07).
       01  WS-MOVE-QTY            PIC 9(07).

       01  WS-ITEM-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-SHORT-SITE-COUNT    PIC 9(05) VALUE ZEROS.
       01  WS-UNCOVERED-COUNT     PIC 9(05) VALUE ZEROS.
       01  WS-DRAFT-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-DRAFT-QTY           PIC 9(09) VALUE ZEROS.

       01  WS-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND       VALUE "Y".
           88  WS-ENTRY-NOT-FOUND   VALUE "N".

       01  WS-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
           88  WS-TABLE-OVERFLOWED  VALUE "Y".
           88  WS-TABLE-NOT-FULL    VALUE "N".

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       01  WS-RANGE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  WS-RANGE-END         VALUE "Y".
           88  WS-RANGE-NOT-END     VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ESTABLISH-BUSINESS-DATE.
           DISPLAY "STOCK REBALANCING SUGGESTIONS FOR "
               WS-BUSINESS-DATE.

           OPEN INPUT ItemFile.
           OPEN INPUT WhseStockFile.
           OPEN INPUT BackorderFile.
           OPEN INPUT SiteMinFile.
           OPEN INPUT TransferHistFile.
           OPEN OUTPUT TransferDraftFile.

           PERFORM LOAD-IN-TRANSIT.

           MOVE ZEROS TO Item-Code.
           START ItemFile KEY IS GREATER THAN OR EQUAL Item-Code
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM REBALANCE-ONE-ITEM
               UNTIL WS-END-OF-FILE.

           CLOSE ItemFile.
           CLOSE WhseStockFile.
           CLOSE BackorderFile.
           CLOSE SiteMinFile.
           CLOSE TransferHistFile.
           CLOSE TransferDraftFile.

           IF WS-TABLE-OVERFLOWED
               DISPLAY "*** SITE OR TRANSIT TABLE FULL - SOME SITES "
                   "LEFT OUT OF TONIGHT'S SUGGESTIONS ***"
           END-IF.
           DISPLAY "STOCK REBALANCING COMPLETE - ITEMS REVIEWED: "
               WS-ITEM-COUNT " SITES SHORT: " WS-SHORT-SITE-COUNT.
           DISPLAY "  DRAFT TRANSFERS WRITTEN: " WS-DRAFT-COUNT
               " QUANTITY: " WS-DRAFT-QTY
               " SHORTAGES NOT COVERED: " WS-UNCOVERED-COUNT.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

       LOAD-IN-TRANSIT.
      * Total every open transfer by item and receiving site.
           SET WS-RANGE-NOT-END TO TRUE.
           MOVE ZEROS TO XH-Transfer-No.
           START TransferHistFile KEY IS GREATER THAN OR EQUAL
               XH-Transfer-No
               INVALID KEY
                   SET WS-RANGE-END TO TRUE.
           PERFORM READ-ONE-TRANSFER
               UNTIL WS-RANGE-END.

       READ-ONE-TRANSFER.
           READ TransferHistFile NEXT RECORD
               AT END
                   SET WS-RANGE-END TO TRUE
               NOT AT END
                   IF XH-In-Transit
                       PERFORM POST-IN-TRANSIT
                   END-IF
           END-READ.

       POST-IN-TRANSIT.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM FIND-TRANSIT-ENTRY
               VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TR-COUNT OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-TR-IDX
               ADD XH-Qty TO WS-TR-QTY (WS-TR-IDX)
           ELSE
               IF WS-TR-COUNT < 500
                   ADD 1 TO WS-TR-COUNT
                   MOVE XH-Item-Code TO WS-TR-ITEM (WS-TR-COUNT)
                   MOVE XH-To-Warehouse TO WS-TR-WAREHOUSE (WS-TR-COUNT)
                   MOVE XH-Qty TO WS-TR-QTY (WS-TR-COUNT)
               ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       FIND-TRANSIT-ENTRY.
           IF WS-TR-ITEM (WS-TR-IDX) = XH-Item-Code
               AND WS-TR-WAREHOUSE (WS-TR-IDX) = XH-To-Warehouse
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       REBALANCE-ONE-ITEM.
      * Read the next item; kits hold no stock of their own, so only
      * their components are rebalanced.
           READ ItemFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF NOT Item-Is-Kit
                       PERFORM BALANCE-ITEM-SITES
                   END-IF
           END-READ.

       BALANCE-ITEM-SITES.
           MOVE Item-Code TO WS-CURR-ITEM.
           MOVE ZEROS TO WS-SITE-COUNT.
           ADD 1 TO WS-ITEM-COUNT.
           PERFORM LOAD-SITE-STOCK.
           PERFORM LOAD-SITE-BACKORDERS.
           PERFORM LOAD-SITE-MINIMUMS.
           PERFORM APPLY-IN-TRANSIT
               VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TR-COUNT.

           MOVE ZEROS TO WS-ITEM-NEED WS-ITEM-SURPLUS.
           PERFORM MEASURE-SITE-POSITION
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT.
           IF WS-ITEM-NEED > ZEROS
               PERFORM COVER-SITE-NEED
                   VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-COUNT
           END-IF.

       LOAD-SITE-STOCK.
      * Each site's available stock - what is on the shelf and not
      * already promised to an order.
           SET WS-RANGE-NOT-END TO TRUE.
           MOVE WS-CURR-ITEM TO WH-Item-Code.
           MOVE LOW-VALUES TO WH-Warehouse-Code.
           START WhseStockFile KEY IS GREATER THAN OR EQUAL
               Whse-Stock-Key
               INVALID KEY
                   SET WS-RANGE-END TO TRUE.
           PERFORM READ-ONE-SITE-STOCK
               UNTIL WS-RANGE-END.

       READ-ONE-SITE-STOCK.
           READ WhseStockFile NEXT RECORD
               AT END
                   SET WS-RANGE-END TO TRUE
               NOT AT END
                   IF WH-Item-Code NOT = WS-CURR-ITEM
                       SET WS-RANGE-END TO TRUE
                   ELSE
                       MOVE WH-Warehouse-Code TO WS-SITE-KEY
                       PERFORM LOCATE-SITE-ENTRY
                       IF WS-ENTRY-FOUND
                           AND WH-Qty-OnHand > WH-Qty-Allocated
                           COMPUTE WS-ST-AVAILABLE (WS-SITE-IDX) =
                               WH-Qty-OnHand - WH-Qty-Allocated
                       END-IF
                   END-IF
           END-READ.

       LOAD-SITE-BACKORDERS.
      * Each site's waiting backorders - demand it already owes.
           SET WS-RANGE-NOT-END TO TRUE.
           MOVE WS-CURR-ITEM TO BO-Item-Code.
           MOVE ZEROS TO BO-Seq-No.
           START BackorderFile KEY IS GREATER THAN OR EQUAL
               Backorder-Key
               INVALID KEY
                   SET WS-RANGE-END TO TRUE.
           PERFORM READ-ONE-BACKORDER
               UNTIL WS-RANGE-END.

       READ-ONE-BACKORDER.
           READ BackorderFile NEXT RECORD
               AT END
                   SET WS-RANGE-END TO TRUE
               NOT AT END
                   IF BO-Item-Code NOT = WS-CURR-ITEM
                       SET WS-RANGE-END TO TRUE
                   ELSE
                       IF BO-Waiting AND BO-Warehouse NOT = SPACES
                           MOVE BO-Warehouse TO WS-SITE-KEY
                           PERFORM LOCATE-SITE-ENTRY
                           IF WS-ENTRY-FOUND
                               ADD BO-Qty TO WS-ST-DEMAND (WS-SITE-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       LOAD-SITE-MINIMUMS.
           SET WS-RANGE-NOT-END TO TRUE.
           MOVE WS-CURR-ITEM TO SM-Item-Code.
           MOVE LOW-VALUES TO SM-Warehouse-Code.
           START SiteMinFile KEY IS GREATER THAN OR EQUAL
               Site-Min-Key
               INVALID KEY
                   SET WS-RANGE-END TO TRUE.
           PERFORM READ-ONE-SITE-MINIMUM
               UNTIL WS-RANGE-END.

       READ-ONE-SITE-MINIMUM.
           READ SiteMinFile NEXT RECORD
               AT END
                   SET WS-RANGE-END TO TRUE
               NOT AT END
                   IF SM-Item-Code NOT = WS-CURR-ITEM
                       SET WS-RANGE-END TO TRUE
                   ELSE
                       MOVE SM-Warehouse-Code TO WS-SITE-KEY
                       PERFORM LOCATE-SITE-ENTRY
                       IF WS-ENTRY-FOUND
                           MOVE SM-Min-Qty
                               TO WS-ST-MINIMUM (WS-SITE-IDX)
                       END-IF
                   END-IF
           END-READ.

       APPLY-IN-TRANSIT.
           IF WS-TR-ITEM (WS-TR-IDX) = WS-CURR-ITEM
               MOVE WS-TR-WAREHOUSE (WS-TR-IDX) TO WS-SITE-KEY
               PERFORM LOCATE-SITE-ENTRY
               IF WS-ENTRY-FOUND
                   ADD WS-TR-QTY (WS-TR-IDX)
                       TO WS-ST-INBOUND (WS-SITE-IDX)
               END-IF
           END-IF.

       LOCATE-SITE-ENTRY.
      * Point WS-SITE-IDX at the site's entry, opening an empty one
      * the first time the site is seen for this item.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM MATCH-SITE-ENTRY
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-SITE-IDX
           ELSE
               IF WS-SITE-COUNT < 50
                   ADD 1 TO WS-SITE-COUNT
                   MOVE WS-SITE-COUNT TO WS-SITE-IDX
                   MOVE WS-SITE-KEY TO WS-ST-WAREHOUSE (WS-SITE-IDX)
                   MOVE ZEROS TO WS-ST-AVAILABLE (WS-SITE-IDX)
                       WS-ST-DEMAND (WS-SITE-IDX)
                       WS-ST-MINIMUM (WS-SITE-IDX)
                       WS-ST-INBOUND (WS-SITE-IDX)
                       WS-ST-NEED (WS-SITE-IDX)
                       WS-ST-SURPLUS (WS-SITE-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       MATCH-SITE-ENTRY.
           IF WS-ST-WAREHOUSE (WS-SITE-IDX) = WS-SITE-KEY
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       MEASURE-SITE-POSITION.
      * Need is what the site must cover less what it has and has
      * coming; surplus is what it has on the shelf beyond that.
           COMPUTE WS-REQUIRED = WS-ST-DEMAND (WS-SITE-IDX)
               + WS-ST-MINIMUM (WS-SITE-IDX).
           COMPUTE WS-POSITION = WS-ST-AVAILABLE (WS-SITE-IDX)
               + WS-ST-INBOUND (WS-SITE-IDX).
           IF WS-REQUIRED > WS-POSITION
               COMPUTE WS-ST-NEED (WS-SITE-IDX) =
                   WS-REQUIRED - WS-POSITION
               ADD WS-ST-NEED (WS-SITE-IDX) TO WS-ITEM-NEED
               ADD 1 TO WS-SHORT-SITE-COUNT
           END-IF.
           IF WS-ST-AVAILABLE (WS-SITE-IDX) > WS-REQUIRED
               COMPUTE WS-ST-SURPLUS (WS-SITE-IDX) =
                   WS-ST-AVAILABLE (WS-SITE-IDX) - WS-REQUIRED
               ADD WS-ST-SURPLUS (WS-SITE-IDX) TO WS-ITEM-SURPLUS
           END-IF.

       COVER-SITE-NEED.
      * Draw the short site's need from the sites with the most to
      * spare until it is met or no site has any left.
           IF WS-ST-NEED (WS-SITE-IDX) > ZEROS
               PERFORM DRAW-FROM-BEST-SURPLUS
                   UNTIL WS-ST-NEED (WS-SITE-IDX) = ZEROS
                       OR WS-ITEM-SURPLUS = ZEROS
               IF WS-ST-NEED (WS-SITE-IDX) > ZEROS
                   ADD 1 TO WS-UNCOVERED-COUNT
                   DISPLAY "  ITEM " WS-CURR-ITEM " " Item-Name
                       " SITE " WS-ST-WAREHOUSE (WS-SITE-IDX)
                       " SHORT " WS-ST-NEED (WS-SITE-IDX)
                       " - NO SITE HAS STOCK TO SPARE"
               END-IF
           END-IF.

       DRAW-FROM-BEST-SURPLUS.
           MOVE ZEROS TO WS-BEST-IDX.
           PERFORM PICK-LARGER-SURPLUS
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SITE-COUNT.
           IF WS-ST-SURPLUS (WS-BEST-IDX) < WS-ST-NEED (WS-SITE-IDX)
               MOVE WS-ST-SURPLUS (WS-BEST-IDX) TO WS-MOVE-QTY
           ELSE
               MOVE WS-ST-NEED (WS-SITE-IDX) TO WS-MOVE-QTY
           END-IF.
      * One transaction can carry no more than the quantity field
      * holds - a larger move goes out as several.
           IF WS-MOVE-QTY > 99999
               MOVE 99999 TO WS-MOVE-QTY
           END-IF.
           SUBTRACT WS-MOVE-QTY FROM WS-ST-SURPLUS (WS-BEST-IDX).
           SUBTRACT WS-MOVE-QTY FROM WS-ITEM-SURPLUS.
           SUBTRACT WS-MOVE-QTY FROM WS-ST-NEED (WS-SITE-IDX).
           PERFORM WRITE-DRAFT-TRANSFER.

       PICK-LARGER-SURPLUS.
           IF WS-ST-SURPLUS (WS-SRC-IDX) > ZEROS
               IF WS-BEST-IDX = ZEROS
                   MOVE WS-SRC-IDX TO WS-BEST-IDX
               ELSE
                   IF WS-ST-SURPLUS (WS-SRC-IDX) >
                       WS-ST-SURPLUS (WS-BEST-IDX)
                       MOVE WS-SRC-IDX TO WS-BEST-IDX
                   END-IF
               END-IF
           END-IF.

       WRITE-DRAFT-TRANSFER.
           MOVE "S" TO XF-Action.
           MOVE ZEROS TO XF-Transfer-No.
           MOVE WS-CURR-ITEM TO XF-Item-Code.
           MOVE WS-MOVE-QTY TO XF-Qty.
           MOVE WS-ST-WAREHOUSE (WS-BEST-IDX) TO XF-From-Warehouse.
           MOVE WS-ST-WAREHOUSE (WS-SITE-IDX) TO XF-To-Warehouse.
           MOVE SPACES TO XF-Lot-No.
           WRITE Transfer-Trans-Record.
           ADD 1 TO WS-DRAFT-COUNT.
           ADD WS-MOVE-QTY TO WS-DRAFT-QTY.
           DISPLAY "  ITEM " WS-CURR-ITEM " " Item-Name
               " MOVE " XF-Qty
               " FROM " XF-From-Warehouse
               " TO " XF-To-Warehouse
               " (BACKORDERS " WS-ST-DEMAND (WS-SITE-IDX)
               " MINIMUM " WS-ST-MINIMUM (WS-SITE-IDX)
               " AVAILABLE " WS-ST-AVAILABLE (WS-SITE-IDX)
               " IN TRANSIT " WS-ST-INBOUND (WS-SITE-IDX) ")".

       ESTABLISH-BUSINESS-DATE.
      * Pick up the business date the suite is running for and make
      * sure this job has not already run for it - an operator
      * resubmitting the suite for the same night is refused loudly
      * instead of doubling the night's work. The date only moves
      * when ROLLDATE closes the suite out as its final step.
           OPEN I-O BusinessDateFile.
           MOVE "B" TO BD-Control-Key.
           READ BusinessDateFile KEY IS BD-Control-Key
               INVALID KEY
                   DISPLAY "*** BUSINESS DATE RECORD MISSING - "
                       "USING SYSTEM DATE ***"
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO BD-Business-Date
           END-READ.
           CLOSE BusinessDateFile.
           MOVE BD-Business-Date TO WS-BUSINESS-DATE.

           OPEN I-O RunControlFile.
           MOVE "REBALNC " TO RC-Job-Code.
           READ RunControlFile KEY IS RC-Job-Code
               INVALID KEY
                   MOVE SPACES TO RC-Last-Run-Date
                   WRITE Run-Control-Record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.
           CLOSE RunControlFile.
           IF RC-Last-Run-Date = WS-BUSINESS-DATE
               DISPLAY "*** REBALNC ALREADY RAN FOR BUSINESS DATE "
                   WS-BUSINESS-DATE " - RUN REFUSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-RUN-CONTROL.
      * The run completed - remember the business date it covered so
      * a second submission tonight is refused.
           OPEN I-O RunControlFile.
           MOVE "REBALNC " TO RC-Job-Code.
           READ RunControlFile KEY IS RC-Job-Code
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-BUSINESS-DATE TO RC-Last-Run-Date
                   REWRITE Run-Control-Record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           CLOSE RunControlFile.
