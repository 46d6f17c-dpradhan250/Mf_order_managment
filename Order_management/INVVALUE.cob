       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVALUE.

      * Month-end inventory valuation. Finance has never had a stock
      * value off the system. This job browses Warehouse.Stock.KSDS
      * in item and warehouse order and values every site balance
      * still on hand at the item's weighted-average cost GOODSRCV
      * keeps, listing each item warehouse by warehouse with an item
      * total, then subtotals the value by warehouse and by the
      * item's supplier. The month's warehouse and company totals
      * are kept on Stock.Valuation.KSDS and set against the prior
      * month's, so the month-over-month movement in stock value is
      * reported alongside.

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

           SELECT SupplierFile ASSIGN TO "Supplier.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Supplier-Code
               FILE STATUS IS WS-Supplier-File-Status.

           SELECT StockValueFile ASSIGN TO "Stock.Valuation.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SV-Valuation-Key
               FILE STATUS IS WS-Value-File-Status.

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

       FD  StockValueFile.
       01  Stock-Value-Record.
           05  SV-Valuation-Key.
               10  SV-Period       PIC X(06).
               10  SV-Warehouse    PIC X(02).
           05  SV-Qty-OnHand       PIC 9(09).
           05  SV-Value            PIC 9(11)V9(02).
           05  SV-Run-Date         PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-Whse-Stock-Status   PIC X(02).
       01  WS-Item-File-Status    PIC X(02).
       01  WS-Supplier-File-Status PIC X(02).
       01  WS-Value-File-Status   PIC X(02).

      * The month being valued and the month before it, whose kept
      * totals the movement is measured from.
       01  WS-TODAY               PIC X(08).
       01  WS-PERIOD              PIC X(06).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR     PIC 9(04).
           05  WS-PERIOD-MONTH    PIC 9(02).
       01  WS-PRIOR-PERIOD        PIC X(06).
       01  WS-PRIOR-PARTS REDEFINES WS-PRIOR-PERIOD.
           05  WS-PRIOR-YEAR      PIC 9(04).
           05  WS-PRIOR-MONTH     PIC 9(02).

      * The site balance being valued.
       01  WS-LINE-VALUE          PIC 9(11)V9(02).
       01  WS-LINE-COST           PIC 9(05)V9(02).
       01  WS-LINE-SUPPLIER       PIC 9(05).

      * The item whose sites are being listed, and its totals.
       01  WS-CURR-ITEM           PIC 9(07) VALUE ZEROS.
       01  WS-ITEM-SITES          PIC 9(03) VALUE ZEROS.
       01  WS-ITEM-QTY            PIC 9(07) VALUE ZEROS.
       01  WS-ITEM-VALUE          PIC 9(11)V9(02) VALUE ZEROS.

      * The month's value accumulated per warehouse and per supplier.
      * In-memory tables and a paragraph-driven scan, the same way
      * TAXRPT groups its regions.
       01  WS-WHSE-TABLE.
           05  WS-WHSE-ENTRY OCCURS 50 TIMES.
               10  WS-WHSE-CODE       PIC X(02).
               10  WS-WHSE-QTY        PIC 9(09).
               10  WS-WHSE-VALUE      PIC 9(11)V9(02).
       01  WS-WHSE-COUNT          PIC 9(02) VALUE ZEROS.

       01  WS-SUPP-TABLE.
           05  WS-SUPP-ENTRY OCCURS 200 TIMES.
               10  WS-SUPP-CODE       PIC 9(05).
               10  WS-SUPP-QTY        PIC 9(09).
               10  WS-SUPP-VALUE      PIC 9(11)V9(02).
       01  WS-SUPP-COUNT          PIC 9(03) VALUE ZEROS.

       01  WS-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
           88  WS-TABLE-OVERFLOWED  VALUE "Y".
           88  WS-TABLE-HELD        VALUE "N".

       01  WS-SEARCH-IDX          PIC 9(03).
       01  WS-FOUND-IDX           PIC 9(03).
       01  WS-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND       VALUE "Y".
           88  WS-ENTRY-NOT-FOUND   VALUE "N".
       01  WS-PRINT-IDX           PIC 9(03).

       01  WS-TOTAL-QTY           PIC 9(09) VALUE ZEROS.
       01  WS-TOTAL-VALUE         PIC 9(11)V9(02) VALUE ZEROS.

      * The kept total being reported and how far it moved from the
      * prior month's.
       01  WS-KEEP-WAREHOUSE      PIC X(02).
       01  WS-KEEP-QTY            PIC 9(09).
       01  WS-KEEP-VALUE          PIC 9(11)V9(02).
       01  WS-PRIOR-VALUE         PIC 9(11)V9(02).
       01  WS-VALUE-MOVEMENT      PIC S9(11)V9(02).

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "INVENTORY VALUATION REPORT STARTING".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-PERIOD.
           PERFORM SET-PRIOR-PERIOD.

           OPEN INPUT WhseStockFile.
           OPEN INPUT ItemFile.
           OPEN INPUT SupplierFile.
           OPEN I-O StockValueFile.

           DISPLAY "STOCK ON HAND AT AVERAGE COST FOR PERIOD "
               WS-PERIOD ":".
           MOVE ZEROS TO WH-Item-Code.
           MOVE LOW-VALUES TO WH-Warehouse-Code.
           START WhseStockFile KEY IS GREATER THAN OR EQUAL
               Whse-Stock-Key
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.

           PERFORM VALUE-ONE-SITE-BALANCE
               UNTIL WS-END-OF-FILE.

           IF WS-ITEM-SITES > ZEROS
               PERFORM PRINT-ITEM-TOTAL.

           IF WS-TABLE-OVERFLOWED
               DISPLAY "WAREHOUSE OR SUPPLIER TABLE CAPACITY EXCEEDED"
                   " - VALUE BEYOND IT IS IN THE TOTAL ONLY"
           END-IF.

           DISPLAY "STOCK VALUE BY WAREHOUSE:".
           PERFORM PRINT-ONE-WAREHOUSE
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-WHSE-COUNT.

           DISPLAY "STOCK VALUE BY SUPPLIER:".
           PERFORM PRINT-ONE-SUPPLIER
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-SUPP-COUNT.

           MOVE SPACES TO WS-KEEP-WAREHOUSE.
           MOVE WS-TOTAL-QTY TO WS-KEEP-QTY.
           MOVE WS-TOTAL-VALUE TO WS-KEEP-VALUE.
           PERFORM KEEP-PERIOD-TOTAL.

           CLOSE WhseStockFile.
           CLOSE ItemFile.
           CLOSE SupplierFile.
           CLOSE StockValueFile.
           DISPLAY "INVENTORY VALUATION REPORT COMPLETE - QTY: "
               WS-TOTAL-QTY " VALUE: " WS-TOTAL-VALUE
               " PRIOR: " WS-PRIOR-VALUE
               " MOVEMENT: " WS-VALUE-MOVEMENT.
           STOP RUN.

       SET-PRIOR-PERIOD.
      * The month before this one, across a year end when it is
      * January.
           MOVE WS-PERIOD TO WS-PRIOR-PERIOD.
           IF WS-PERIOD-MONTH = 1
               SUBTRACT 1 FROM WS-PRIOR-YEAR
               MOVE 12 TO WS-PRIOR-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF.

       VALUE-ONE-SITE-BALANCE.
      * Read the next site balance and value it when there is stock
      * there. A change of item first closes out the total for the
      * item just finished.
           READ WhseStockFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF WH-Qty-OnHand > ZEROS
                       PERFORM LIST-SITE-VALUE
                   END-IF
           END-READ.

       LIST-SITE-VALUE.
           IF WH-Item-Code NOT = WS-CURR-ITEM
               OR WS-ITEM-SITES = ZEROS
               IF WS-ITEM-SITES > ZEROS
                   PERFORM PRINT-ITEM-TOTAL
               END-IF
               PERFORM START-ITEM
           END-IF.
           COMPUTE WS-LINE-VALUE = WH-Qty-OnHand * WS-LINE-COST.
           DISPLAY "    ITEM " WH-Item-Code
               " WH " WH-Warehouse-Code
               " QTY " WH-Qty-OnHand
               " AVG COST " WS-LINE-COST
               " VALUE " WS-LINE-VALUE.
           ADD 1 TO WS-ITEM-SITES.
           ADD WH-Qty-OnHand TO WS-ITEM-QTY.
           ADD WS-LINE-VALUE TO WS-ITEM-VALUE.
           ADD WH-Qty-OnHand TO WS-TOTAL-QTY.
           ADD WS-LINE-VALUE TO WS-TOTAL-VALUE.
           PERFORM POST-TO-WAREHOUSE.
           PERFORM POST-TO-SUPPLIER.

       START-ITEM.
      * Pick up the next item's average cost and supplier off the
      * item master. A site balance whose item is gone is valued at
      * nothing and flagged.
           MOVE WH-Item-Code TO WS-CURR-ITEM.
           MOVE ZEROS TO WS-ITEM-SITES.
           MOVE ZEROS TO WS-ITEM-QTY.
           MOVE ZEROS TO WS-ITEM-VALUE.
           MOVE WH-Item-Code TO Item-Code.
           READ ItemFile KEY IS Item-Code
               INVALID KEY
                   MOVE ZEROS TO WS-LINE-COST
                   MOVE ZEROS TO WS-LINE-SUPPLIER
                   DISPLAY "  *** ITEM " WH-Item-Code
                       " NOT ON ITEM MASTER - VALUED AT ZERO"
               NOT INVALID KEY
                   MOVE Item-Unit-Cost TO WS-LINE-COST
                   MOVE Item-Supplier-Code TO WS-LINE-SUPPLIER
           END-READ.

       PRINT-ITEM-TOTAL.
           DISPLAY "  ITEM " WS-CURR-ITEM
               " SITES " WS-ITEM-SITES
               " QTY " WS-ITEM-QTY
               " VALUE " WS-ITEM-VALUE.

       POST-TO-WAREHOUSE.
      * Fold the site's value into its warehouse's total. A warehouse
      * past the table's capacity is flagged at the end of the run;
      * its value still counts toward the grand total.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM SEARCH-ONE-WAREHOUSE
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-WHSE-COUNT
                   OR WS-ENTRY-FOUND.
           IF WS-ENTRY-NOT-FOUND
               IF WS-WHSE-COUNT >= 50
                   SET WS-TABLE-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-WHSE-COUNT
                   MOVE WS-WHSE-COUNT TO WS-FOUND-IDX
                   MOVE WH-Warehouse-Code
                       TO WS-WHSE-CODE (WS-FOUND-IDX)
                   MOVE ZEROS TO WS-WHSE-QTY (WS-FOUND-IDX)
                   MOVE ZEROS TO WS-WHSE-VALUE (WS-FOUND-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.
           IF WS-ENTRY-FOUND
               ADD WH-Qty-OnHand TO WS-WHSE-QTY (WS-FOUND-IDX)
               ADD WS-LINE-VALUE TO WS-WHSE-VALUE (WS-FOUND-IDX)
           END-IF.

       SEARCH-ONE-WAREHOUSE.
           IF WS-WHSE-CODE (WS-SEARCH-IDX) = WH-Warehouse-Code
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-SEARCH-IDX TO WS-FOUND-IDX.

       POST-TO-SUPPLIER.
      * Fold the site's value into its item's supplier's total, the
      * same way.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM SEARCH-ONE-SUPPLIER
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-SUPP-COUNT
                   OR WS-ENTRY-FOUND.
           IF WS-ENTRY-NOT-FOUND
               IF WS-SUPP-COUNT >= 200
                   SET WS-TABLE-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-SUPP-COUNT
                   MOVE WS-SUPP-COUNT TO WS-FOUND-IDX
                   MOVE WS-LINE-SUPPLIER
                       TO WS-SUPP-CODE (WS-FOUND-IDX)
                   MOVE ZEROS TO WS-SUPP-QTY (WS-FOUND-IDX)
                   MOVE ZEROS TO WS-SUPP-VALUE (WS-FOUND-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.
           IF WS-ENTRY-FOUND
               ADD WH-Qty-OnHand TO WS-SUPP-QTY (WS-FOUND-IDX)
               ADD WS-LINE-VALUE TO WS-SUPP-VALUE (WS-FOUND-IDX)
           END-IF.

       SEARCH-ONE-SUPPLIER.
           IF WS-SUPP-CODE (WS-SEARCH-IDX) = WS-LINE-SUPPLIER
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-SEARCH-IDX TO WS-FOUND-IDX.

       PRINT-ONE-WAREHOUSE.
      * Each warehouse's value is kept for next month and shown
      * against what it was worth last month.
           MOVE WS-WHSE-CODE (WS-PRINT-IDX) TO WS-KEEP-WAREHOUSE.
           MOVE WS-WHSE-QTY (WS-PRINT-IDX) TO WS-KEEP-QTY.
           MOVE WS-WHSE-VALUE (WS-PRINT-IDX) TO WS-KEEP-VALUE.
           PERFORM KEEP-PERIOD-TOTAL.
           DISPLAY "  WAREHOUSE " WS-KEEP-WAREHOUSE
               " QTY " WS-KEEP-QTY
               " VALUE " WS-KEEP-VALUE
               " PRIOR " WS-PRIOR-VALUE
               " MOVEMENT " WS-VALUE-MOVEMENT.

       PRINT-ONE-SUPPLIER.
           MOVE WS-SUPP-CODE (WS-PRINT-IDX) TO Supplier-Code.
           READ SupplierFile KEY IS Supplier-Code
               INVALID KEY
                   MOVE "*** NOT ON FILE" TO Supplier-Name
           END-READ.
           DISPLAY "  SUPPLIER " WS-SUPP-CODE (WS-PRINT-IDX)
               " " Supplier-Name
               " QTY " WS-SUPP-QTY (WS-PRINT-IDX)
               " VALUE " WS-SUPP-VALUE (WS-PRINT-IDX).

       KEEP-PERIOD-TOTAL.
      * Look up the prior month's kept total for this warehouse - or
      * for the company, under a blank warehouse - then keep this
      * month's, replacing it if the job is rerun in the month.
           MOVE WS-PRIOR-PERIOD TO SV-Period.
           MOVE WS-KEEP-WAREHOUSE TO SV-Warehouse.
           READ StockValueFile KEY IS SV-Valuation-Key
               INVALID KEY
                   MOVE ZEROS TO WS-PRIOR-VALUE
               NOT INVALID KEY
                   MOVE SV-Value TO WS-PRIOR-VALUE
           END-READ.
           COMPUTE WS-VALUE-MOVEMENT = WS-KEEP-VALUE - WS-PRIOR-VALUE.

           MOVE WS-PERIOD TO SV-Period.
           MOVE WS-KEEP-WAREHOUSE TO SV-Warehouse.
           READ StockValueFile KEY IS SV-Valuation-Key
               INVALID KEY
                   PERFORM FILL-PERIOD-TOTAL
                   WRITE Stock-Value-Record
                       INVALID KEY
                           DISPLAY "  *** VALUATION TOTAL NOT KEPT - "
                               "WAREHOUSE " WS-KEEP-WAREHOUSE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM FILL-PERIOD-TOTAL
                   REWRITE Stock-Value-Record
                       INVALID KEY
                           DISPLAY "  *** VALUATION TOTAL NOT KEPT - "
                               "WAREHOUSE " WS-KEEP-WAREHOUSE
                   END-REWRITE
           END-READ.

       FILL-PERIOD-TOTAL.
           MOVE WS-PERIOD TO SV-Period.
           MOVE WS-KEEP-WAREHOUSE TO SV-Warehouse.
           MOVE WS-KEEP-QTY TO SV-Qty-OnHand.
           MOVE WS-KEEP-VALUE TO SV-Value.
           MOVE WS-TODAY TO SV-Run-Date.
