       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEAREXPR.

      * Nightly near-expiry report. Reads the lot stock file in item,
      * site, and lot order and lists every dated lot still holding
      * stock whose expiry falls inside the item's warning window -
      * the days before expiry set per item on Expiry.Window.KSDS,
      * else the house default held under item 0000000, else 30 -
      * with the quantity and its value at the item's unit cost, so
      * sales can push the stock before it has to be written off.
      * Lots already out of date, which shipping will no longer draw
      * from, are listed and flagged for write-off. Each item and
      * site is subtotalled and the run totalled.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LotStockFile ASSIGN TO "Lot.Stock.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Lot-Stock-Key
               FILE STATUS IS WS-Lot-Stock-Status.

           SELECT ItemFile ASSIGN TO "Item.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Item-Code
               ALTERNATE RECORD KEY IS Item-Name WITH DUPLICATES
               FILE STATUS IS WS-File-Status.

           SELECT ExpiryWindowFile ASSIGN TO "Expiry.Window.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EW-Item-Code
               FILE STATUS IS WS-Window-File-Status.

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

       FD  ExpiryWindowFile.
       01  Expiry-Window-Record.
           05  EW-Item-Code        PIC 9(07).
           05  EW-Window-Days      PIC 9(03).

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
       01  WS-BUSINESS-DATE-NUM   PIC 9(08).
       01  WS-BUSINESS-INTEGER    PIC S9(09) COMP.
       01  WS-File-Status         PIC X(02).
       01  WS-Lot-Stock-Status    PIC X(02).
       01  WS-Window-File-Status  PIC X(02).

      * The warning window used when neither the item nor the house
      * default has a record on Expiry.Window.KSDS.
       01  WS-DEFAULT-WINDOW      PIC 9(03) VALUE 30.
       01  WS-WINDOW-DAYS         PIC 9(03).

       01  WS-EXPIRY-DATE-NUM     PIC 9(08).
       01  WS-DAYS-TO-EXPIRY      PIC S9(05).
       01  WS-LOT-VALUE           PIC 9(09)V9(02).

      * The item whose window and cost are loaded, and the item and
      * site being subtotalled.
       01  WS-LOADED-ITEM         PIC 9(07) VALUE ZEROS.
       01  WS-CURR-ITEM-SITE.
           05  WS-CURR-ITEM       PIC 9(07) VALUE ZEROS.
           05  WS-CURR-SITE       PIC X(02) VALUE SPACES.
       01  WS-SITE-LOT-COUNT      PIC 9(05) VALUE ZEROS.
       01  WS-SITE-QTY            PIC 9(07) VALUE ZEROS.
       01  WS-SITE-VALUE          PIC 9(09)V9(02) VALUE ZEROS.

       01  WS-LOT-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-EXPIRED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-QTY           PIC 9(09) VALUE ZEROS.
       01  WS-TOTAL-VALUE         PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-EXPIRED-VALUE       PIC 9(11)V9(02) VALUE ZEROS.

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ESTABLISH-BUSINESS-DATE.
           DISPLAY "NEAR-EXPIRY STOCK REPORT STARTING".
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM.
           COMPUTE WS-BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM).

           OPEN INPUT LotStockFile.
           OPEN INPUT ItemFile.
           OPEN INPUT ExpiryWindowFile.

           MOVE ZEROS TO LS-Item-Code.
           MOVE SPACES TO LS-Warehouse.
           MOVE LOW-VALUES TO LS-Lot-No.
           START LotStockFile KEY IS GREATER THAN OR EQUAL
               Lot-Stock-Key
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.

           PERFORM REPORT-ONE-LOT
               UNTIL WS-END-OF-FILE.

           IF WS-SITE-LOT-COUNT > ZEROS
               PERFORM PRINT-SITE-SUBTOTAL.

           CLOSE LotStockFile.
           CLOSE ItemFile.
           CLOSE ExpiryWindowFile.
           DISPLAY "NEAR-EXPIRY STOCK REPORT COMPLETE - LOTS: "
               WS-LOT-COUNT " QTY: " WS-TOTAL-QTY
               " VALUE AT RISK: " WS-TOTAL-VALUE.
           DISPLAY "  OF WHICH EXPIRED - LOTS: " WS-EXPIRED-COUNT
               " VALUE: " WS-EXPIRED-VALUE.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

       REPORT-ONE-LOT.
      * Read the next lot and, if it is dated and still holds stock,
      * see whether its expiry falls inside the item's window.
           READ LotStockFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF LS-Qty-OnHand > ZEROS
                       AND LS-Expiry-Date NOT = SPACES
                       PERFORM CHECK-LOT-EXPIRY
                   END-IF
           END-READ.

       CHECK-LOT-EXPIRY.
           IF LS-Item-Code NOT = WS-LOADED-ITEM
               PERFORM LOAD-ITEM-WINDOW.
           MOVE LS-Expiry-Date TO WS-EXPIRY-DATE-NUM.
           COMPUTE WS-DAYS-TO-EXPIRY =
               FUNCTION INTEGER-OF-DATE(WS-EXPIRY-DATE-NUM)
               - WS-BUSINESS-INTEGER.
           IF WS-DAYS-TO-EXPIRY NOT > WS-WINDOW-DAYS
               PERFORM LIST-NEAR-EXPIRY-LOT.

       LOAD-ITEM-WINDOW.
      * The item's name and cost for the listing, and its warning
      * window - its own, else the house default held under item
      * 0000000, else the built-in default.
           MOVE LS-Item-Code TO WS-LOADED-ITEM.
           MOVE LS-Item-Code TO Item-Code.
           READ ItemFile KEY IS Item-Code
               INVALID KEY
                   MOVE "*** NOT FOUND" TO Item-Name
                   MOVE ZEROS TO Item-Unit-Cost
           END-READ.
           MOVE LS-Item-Code TO EW-Item-Code.
           READ ExpiryWindowFile KEY IS EW-Item-Code
               INVALID KEY
                   MOVE ZEROS TO EW-Item-Code
                   READ ExpiryWindowFile KEY IS EW-Item-Code
                       INVALID KEY
                           MOVE WS-DEFAULT-WINDOW TO EW-Window-Days
                   END-READ
           END-READ.
           MOVE EW-Window-Days TO WS-WINDOW-DAYS.

       LIST-NEAR-EXPIRY-LOT.
      * A change of item or site first closes out the subtotal for
      * the one just finished and heads up the next.
           IF LS-Item-Code NOT = WS-CURR-ITEM
               OR LS-Warehouse NOT = WS-CURR-SITE
               OR WS-SITE-LOT-COUNT = ZEROS
               IF WS-SITE-LOT-COUNT > ZEROS
                   PERFORM PRINT-SITE-SUBTOTAL
               END-IF
               PERFORM START-ITEM-SITE
           END-IF.
           COMPUTE WS-LOT-VALUE = LS-Qty-OnHand * Item-Unit-Cost.
           DISPLAY "    LOT " LS-Lot-No
               " QTY " LS-Qty-OnHand
               " RECEIVED " LS-Receipt-Date
               " EXPIRES " LS-Expiry-Date
               " DAYS LEFT " WS-DAYS-TO-EXPIRY
               " VALUE " WS-LOT-VALUE.
           IF WS-DAYS-TO-EXPIRY NOT > ZEROS
               DISPLAY "      *** EXPIRED - CANNOT SHIP - WRITE OFF ***"
               ADD 1 TO WS-EXPIRED-COUNT
               ADD WS-LOT-VALUE TO WS-EXPIRED-VALUE.
           ADD 1 TO WS-SITE-LOT-COUNT.
           ADD LS-Qty-OnHand TO WS-SITE-QTY.
           ADD WS-LOT-VALUE TO WS-SITE-VALUE.
           ADD 1 TO WS-LOT-COUNT.
           ADD LS-Qty-OnHand TO WS-TOTAL-QTY.
           ADD WS-LOT-VALUE TO WS-TOTAL-VALUE.

       START-ITEM-SITE.
           MOVE LS-Item-Code TO WS-CURR-ITEM.
           MOVE LS-Warehouse TO WS-CURR-SITE.
           MOVE ZEROS TO WS-SITE-LOT-COUNT.
           MOVE ZEROS TO WS-SITE-QTY.
           MOVE ZEROS TO WS-SITE-VALUE.
           DISPLAY "ITEM " WS-CURR-ITEM " " Item-Name
               " WAREHOUSE " WS-CURR-SITE
               " WARN DAYS " WS-WINDOW-DAYS
               " UNIT COST " Item-Unit-Cost.

       PRINT-SITE-SUBTOTAL.
           DISPLAY "  ITEM " WS-CURR-ITEM
               " WAREHOUSE " WS-CURR-SITE
               " LOTS AT RISK: " WS-SITE-LOT-COUNT
               " QTY: " WS-SITE-QTY
               " VALUE: " WS-SITE-VALUE.

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
           MOVE "NEAREXPR" TO RC-Job-Code.
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
               DISPLAY "*** NEAREXPRALREADY RAN FOR BUSINESS DATE "
                   WS-BUSINESS-DATE " - RUN REFUSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-RUN-CONTROL.
      * The run completed - remember the business date it covered so
      * a second submission tonight is refused.
           OPEN I-O RunControlFile.
           MOVE "NEAREXPR" TO RC-Job-Code.
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
