      * point, so purchasing can raise replenishment orders in time.
      * Each flagged item's position is also broken out by warehouse
      * off the per-site stock records, so purchasing can see which
      * building is actually short, along with any of its receipts
      * still waiting on inspection hold and how long they have
      * waited - stock that is in the building but not yet sellable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Whse-Stock-Key
               FILE STATUS IS WS-Whse-Stock-Status.

           SELECT InspectHoldFile ASSIGN TO "Inspection.Hold.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-Receipt-Seq
               ALTERNATE RECORD KEY IS IH-Item-Site WITH DUPLICATES
               FILE STATUS IS WS-Inspect-Hold-Status.

           SELECT BusinessDateFile ASSIGN TO "Business.Date.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
           05  WH-Qty-OnHand           PIC 9(05).
           05  WH-Qty-Allocated        PIC 9(05).

       FD  InspectHoldFile.
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

       FD  BusinessDateFile.
       01  Business-Date-Record.
           05  BD-Control-Key      PIC X(01).
           88  WS-SITE-NOT-END      VALUE "N".
       01  WS-LOW-STOCK-COUNT     PIC 9(07) VALUE ZEROS.

      * Stock on inspection hold for the flagged item, totalled site
      * by site, with the date of the oldest hold at the site.
       01  WS-Inspect-Hold-Status PIC X(02).
       01  WS-HOLD-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-HOLD-END          VALUE "Y".
           88  WS-HOLD-NOT-END      VALUE "N".
       01  WS-HOLD-SITE           PIC X(02).
       01  WS-HOLD-QTY            PIC 9(07).
       01  WS-HOLD-OPEN           PIC S9(06).
       01  WS-HOLD-OLDEST         PIC X(08).
       01  WS-HOLD-DATE-NUM       PIC 9(08).
       01  WS-BUSINESS-DATE-NUM   PIC 9(08).
       01  WS-HOLD-DAYS           PIC S9(05).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ESTABLISH-BUSINESS-DATE.
           DISPLAY "LOW STOCK REPORT BATCH STARTING".
           OPEN INPUT ItemFile.
           OPEN INPUT WhseStockFile.
           OPEN INPUT InspectHoldFile.

           MOVE ZEROS TO Item-Code.
           START ItemFile KEY IS GREATER THAN OR EQUAL Item-Code

           CLOSE ItemFile.
           CLOSE WhseStockFile.
           CLOSE InspectHoldFile.
           DISPLAY "LOW STOCK REPORT COMPLETE - ITEMS BELOW REORDER: "
               WS-LOW-STOCK-COUNT.
           PERFORM STAMP-RUN-CONTROL.
                           " REORDER POINT: " Item-Reorder-Point
                       ADD 1 TO WS-LOW-STOCK-COUNT
                       PERFORM PRINT-SITE-POSITIONS
                       PERFORM PRINT-HELD-POSITIONS
                   END-IF.

       PRINT-SITE-POSITIONS.
                   END-IF
           END-READ.

       PRINT-HELD-POSITIONS.
      * Show, site by site, how much of the flagged item is still on
      * inspection hold and how many days the oldest hold has waited,
      * browsing the holds off their item-and-site index.
           SET WS-HOLD-NOT-END TO TRUE.
           MOVE SPACES TO WS-HOLD-SITE.
           MOVE ZEROS TO WS-HOLD-QTY.
           MOVE Item-Code TO IH-Item-Code.
           MOVE SPACES TO IH-Warehouse.
           START InspectHoldFile KEY IS GREATER THAN OR EQUAL
               IH-Item-Site
               INVALID KEY
                   SET WS-HOLD-END TO TRUE.

           PERFORM GATHER-ONE-HOLD
               UNTIL WS-HOLD-END.
           IF WS-HOLD-QTY > ZEROS
               PERFORM PRINT-SITE-HOLD.

       GATHER-ONE-HOLD.
           READ InspectHoldFile NEXT RECORD
               AT END
                   SET WS-HOLD-END TO TRUE
               NOT AT END
                   IF IH-Item-Code NOT = Item-Code
                       SET WS-HOLD-END TO TRUE
                   ELSE
                       IF IH-On-Hold
                           PERFORM ADD-ONE-HOLD
                       END-IF
                   END-IF
           END-READ.

       ADD-ONE-HOLD.
      * A change of site first prints the site just finished.
           IF IH-Warehouse NOT = WS-HOLD-SITE
               IF WS-HOLD-QTY > ZEROS
                   PERFORM PRINT-SITE-HOLD
               END-IF
               MOVE IH-Warehouse TO WS-HOLD-SITE
               MOVE ZEROS TO WS-HOLD-QTY
               MOVE IH-Hold-Date TO WS-HOLD-OLDEST
           END-IF.
           COMPUTE WS-HOLD-OPEN = IH-Qty-Held - IH-Qty-Passed
               - IH-Qty-Scrapped - IH-Qty-Returned.
           ADD WS-HOLD-OPEN TO WS-HOLD-QTY.
           IF IH-Hold-Date < WS-HOLD-OLDEST
               MOVE IH-Hold-Date TO WS-HOLD-OLDEST.

       PRINT-SITE-HOLD.
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM.
           MOVE WS-HOLD-OLDEST TO WS-HOLD-DATE-NUM.
           COMPUTE WS-HOLD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-HOLD-DATE-NUM).
           DISPLAY "    WAREHOUSE " WS-HOLD-SITE
               " ON INSPECTION HOLD: " WS-HOLD-QTY
               " OLDEST HELD " WS-HOLD-DAYS " DAYS".

       ESTABLISH-BUSINESS-DATE.
      * Pick up the business date the suite is running for and make
      * sure this job has not already run for it - an operator
