       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCLASS.

      * Monthly ABC classification of items. Totals every item's
      * shipped value over the last twelve months from the shipped
      * lines on both the live and the history line files - an order
      * counts when its order date falls inside the year - then ranks
      * the items highest-value-first and classes them down the
      * ranking: A until the running value reaches the A share of the
      * year's total, B until it reaches the B share, C beyond that,
      * along with every item that shipped nothing. The class is
      * stored on the item master, where ABCSEL picks it up to decide
      * how often each item is cycle counted. Kits and drop-ship items
      * hold no stock of their own and are left unclassified. There is
      * no SORT verb in this tree, so the ranking is the same
      * in-memory table and paragraph-driven exchange sort TOPCUST
      * uses.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderFile ASSIGN TO "Order.Transaction.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Order-Code OF Order-Header-Record
               FILE STATUS IS WS-File-Status.

           SELECT OrderLineFile ASSIGN TO "Order.LineItem.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Order-Line-Key OF Order-Line-Record
               FILE STATUS IS WS-Line-File-Status.

           SELECT OrderHistoryFile ASSIGN TO "Order.History.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Order-Code OF Order-History-Record
               FILE STATUS IS WS-Hist-File-Status.

           SELECT OrderLineHistoryFile
               ASSIGN TO "Order.LineHist.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Order-Line-Key OF Order-Line-History-Record
               FILE STATUS IS WS-Line-Hist-File-Status.

           SELECT ItemFile ASSIGN TO "Item.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Item-Code OF Item-Record
               FILE STATUS IS WS-Item-File-Status.

           SELECT JournalFile ASSIGN TO "Order.Forward.Journal"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  OrderFile.
       01  Order-Header-Record.
           05  Order-Code          PIC 9(07).
           05  Customer-Code       PIC 9(07).
           05  Order-Ship-To-Seq   PIC 9(03).
           05  Order-Date          PIC X(08).
           05  Payment-Type        PIC X(03).
           05  Order-Line-Count    PIC 9(03).
           05  Order-Amount        PIC 9(07)V9(02).
           05  Order-Tax-Amount    PIC 9(07)V9(02).
           05  Order-Total-Amount  PIC 9(07)V9(02).
           05  Order-Amount-Paid   PIC 9(07)V9(02).
           05  Order-Balance-Due   PIC 9(07)V9(02).
           05  Order-Status        PIC X(01).
               88  Order-Open        VALUE "O".
               88  Order-Picked      VALUE "P".
               88  Order-Part-Shipped VALUE "T".
               88  Order-Shipped     VALUE "S".
               88  Order-Invoiced    VALUE "I".
               88  Order-Cancelled   VALUE "C".
               88  Order-Credit-Held VALUE "H".
               88  Order-Finance-Charge VALUE "F".
               88  Order-Awaiting-Payment VALUE "A".
               88  Order-Margin-Held VALUE "M".
           05  Order-Req-Ship-Date PIC X(08).
           05  Order-Priority      PIC X(01).
           05  Order-Cancel-Reason PIC X(03).
           05  Order-Summary-Flag  PIC X(01).
               88  Order-Summarized      VALUE "Y".
               88  Order-Not-Summarized  VALUE "N".
           05  Order-Invoice-No    PIC 9(07).
           05  Order-Rep-Code      PIC X(03).
           05  Order-Freight-Amount PIC 9(05)V9(02).
      * The customer's trading currency booked onto the order at
      * creation, the exchange rate it was booked at (home units per
      * one foreign unit), and the order total restated in the
      * customer's currency. A home-currency order carries spaces
      * and a rate of one.
           05  Order-Currency-Code PIC X(03).
           05  Order-Exchange-Rate PIC 9(03)V9(06).
           05  Order-Foreign-Total PIC 9(09)V9(02).
      * When the money falls due - the order date plus the
      * customer's payment terms, computed at creation. Receivables
      * aging, the credit-hold sweep, and the dunning run measure
      * lateness against this date, not the order date.
           05  Order-Due-Date      PIC X(08).
      * The customer's own purchase order number, captured at entry
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
           05  Order-Line-Key.
               10  Order-Code          PIC 9(07).
               10  Line-Number         PIC 9(03).
           05  Item-Code               PIC 9(07).
           05  Item-Qty                PIC 9(05).
           05  Line-Unit-Price         PIC 9(05)V9(02).
           05  Line-Amount             PIC 9(07)V9(02).
           05  Line-Status             PIC X(01).
               88  Line-Open             VALUE "O".
               88  Line-Shipped          VALUE "S".
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

       FD  OrderHistoryFile.
       01  Order-History-Record.
           05  Order-Code          PIC 9(07).
           05  Customer-Code       PIC 9(07).
           05  Order-Ship-To-Seq   PIC 9(03).
           05  Order-Date          PIC X(08).
           05  Payment-Type        PIC X(03).
           05  Order-Line-Count    PIC 9(03).
           05  Order-Amount        PIC 9(07)V9(02).
           05  Order-Tax-Amount    PIC 9(07)V9(02).
           05  Order-Total-Amount  PIC 9(07)V9(02).
           05  Order-Amount-Paid   PIC 9(07)V9(02).
           05  Order-Balance-Due   PIC 9(07)V9(02).
           05  Order-Status        PIC X(01).
               88  Order-Shipped     VALUE "S".
               88  Order-Invoiced    VALUE "I".
               88  Order-Cancelled   VALUE "C".
               88  Order-Credit-Held VALUE "H".
               88  Order-Finance-Charge VALUE "F".
               88  Order-Awaiting-Payment VALUE "A".
               88  Order-Margin-Held VALUE "M".
           05  Order-Req-Ship-Date PIC X(08).
           05  Order-Priority      PIC X(01).
           05  Order-Cancel-Reason PIC X(03).
           05  Order-Summary-Flag  PIC X(01).
               88  Order-Summarized      VALUE "Y".
               88  Order-Not-Summarized  VALUE "N".
           05  Order-Invoice-No    PIC 9(07).
           05  Order-Rep-Code      PIC X(03).
           05  Order-Freight-Amount PIC 9(05)V9(02).
      * The customer's trading currency booked onto the order at
      * creation, the exchange rate it was booked at (home units per
      * one foreign unit), and the order total restated in the
      * customer's currency. A home-currency order carries spaces
      * and a rate of one.
           05  Order-Currency-Code PIC X(03).
           05  Order-Exchange-Rate PIC 9(03)V9(06).
           05  Order-Foreign-Total PIC 9(09)V9(02).
      * When the money falls due - the order date plus the
      * customer's payment terms, computed at creation. Receivables
      * aging, the credit-hold sweep, and the dunning run measure
      * lateness against this date, not the order date.
           05  Order-Due-Date      PIC X(08).
      * The customer's own purchase order number, captured at entry
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

       FD  OrderLineHistoryFile.
       01  Order-Line-History-Record.
           05  Order-Line-Key.
               10  Order-Code          PIC 9(07).
               10  Line-Number         PIC 9(03).
           05  Item-Code               PIC 9(07).
           05  Item-Qty                PIC 9(05).
           05  Line-Unit-Price         PIC 9(05)V9(02).
           05  Line-Amount             PIC 9(07)V9(02).
           05  Line-Status             PIC X(01).
               88  Line-Open             VALUE "O".
               88  Line-Shipped          VALUE "S".
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

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).
       01  WS-Line-File-Status    PIC X(02).
       01  WS-Hist-File-Status    PIC X(02).
       01  WS-Line-Hist-File-Status PIC X(02).
       01  WS-Item-File-Status    PIC X(02).
       01  WS-Journal-File-Status PIC X(02).
       01  WS-JRNL-ACTION         PIC X(01).
       01  WS-JRNL-STAMP          PIC X(21).

      * The year being ranked - orders dated on or after the same day
      * a year ago.
       01  WS-TODAY               PIC X(08).
       01  WS-CUTOFF-DATE         PIC X(08).
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05  WS-CUTOFF-YEAR     PIC 9(04).
           05  WS-CUTOFF-MMDD     PIC X(04).

      * The shares of the year's shipped value the A items and the A
      * and B items together account for, in percent.
       01  WS-CLASS-A-SHARE       PIC 9(03) VALUE 80.
       01  WS-CLASS-B-SHARE       PIC 9(03) VALUE 95.

      * One entry per item that shipped in the year, with the class
      * the ranking gives it. A run that outgrows the table ranks
      * what it holds and says so; items it could not hold keep the
      * class they already had rather than being pushed down to C.
       01  WS-RANK-TABLE.
           05  WS-RANK-ENTRY OCCURS 2000 TIMES.
               10  WS-RANK-ITEM       PIC 9(07).
               10  WS-RANK-VALUE      PIC 9(09)V9(02).
               10  WS-RANK-CLASS      PIC X(01).
       01  WS-RANK-COUNT           PIC 9(05) VALUE ZEROS.

       01  WS-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
           88  WS-TABLE-OVERFLOWED   VALUE "Y".
           88  WS-TABLE-HELD         VALUE "N".

       01  WS-SAVE-ENTRY.
           05  WS-SAVE-ITEM        PIC 9(07).
           05  WS-SAVE-VALUE       PIC 9(09)V9(02).
           05  WS-SAVE-CLASS       PIC X(01).

       01  WS-SEARCH-IDX           PIC 9(05).
       01  WS-FOUND-IDX            PIC 9(05).
       01  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND        VALUE "Y".
           88  WS-ENTRY-NOT-FOUND    VALUE "N".

       01  WS-OUTER-IDX            PIC 9(05).
       01  WS-INNER-IDX            PIC 9(05).
       01  WS-INNER-LIMIT          PIC 9(05).
       01  WS-RANK-IDX             PIC 9(05).

      * The line being folded in, and the running value down the
      * ranking the classes are cut from.
       01  WS-LINE-ITEM            PIC 9(07).
       01  WS-LINE-VALUE           PIC 9(07)V9(02).
       01  WS-YEAR-VALUE           PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-RUNNING-VALUE        PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-RUNNING-SHARE        PIC 9(03)V9(02).
       01  WS-NEW-CLASS            PIC X(01).

      * Items and shipped value landing in each class, for the
      * summary.
       01  WS-CLASS-TOTALS.
           05  WS-A-ITEMS          PIC 9(07) VALUE ZEROS.
           05  WS-A-VALUE          PIC 9(11)V9(02) VALUE ZEROS.
           05  WS-B-ITEMS          PIC 9(07) VALUE ZEROS.
           05  WS-B-VALUE          PIC 9(11)V9(02) VALUE ZEROS.
           05  WS-C-ITEMS          PIC 9(07) VALUE ZEROS.
           05  WS-C-VALUE          PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-LINE-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-CHANGED-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-UNRANKED-COUNT       PIC 9(07) VALUE ZEROS.

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ABC CLASSIFICATION STARTING".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-CUTOFF-DATE.
           SUBTRACT 1 FROM WS-CUTOFF-YEAR.

           OPEN INPUT OrderFile.
           OPEN INPUT OrderLineFile.
           OPEN INPUT OrderHistoryFile.
           OPEN INPUT OrderLineHistoryFile.

           MOVE ZEROS TO Order-Code OF Order-Line-Record.
           MOVE ZEROS TO Line-Number OF Order-Line-Record.
           START OrderLineFile KEY IS GREATER THAN OR EQUAL
               Order-Line-Key OF Order-Line-Record
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM GATHER-ONE-LIVE-LINE
               UNTIL WS-END-OF-FILE.

           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO Order-Code OF Order-Line-History-Record.
           MOVE ZEROS TO Line-Number OF Order-Line-History-Record.
           START OrderLineHistoryFile KEY IS GREATER THAN OR EQUAL
               Order-Line-Key OF Order-Line-History-Record
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM GATHER-ONE-HIST-LINE
               UNTIL WS-END-OF-FILE.

           CLOSE OrderFile.
           CLOSE OrderLineFile.
           CLOSE OrderHistoryFile.
           CLOSE OrderLineHistoryFile.

           IF WS-TABLE-OVERFLOWED
               DISPLAY "TABLE CAPACITY EXCEEDED - ITEMS BEYOND "
                   "2000 KEEP THEIR CLASS THIS RUN"
           END-IF.

           PERFORM SORT-RANK-TABLE.
           PERFORM CLASS-ONE-RANKED-ITEM
               VARYING WS-RANK-IDX FROM 1 BY 1
               UNTIL WS-RANK-IDX > WS-RANK-COUNT.

           OPEN I-O ItemFile.
           OPEN EXTEND JournalFile.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO Item-Code OF Item-Record.
           START ItemFile KEY IS GREATER THAN OR EQUAL
               Item-Code OF Item-Record
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM CLASS-ONE-ITEM
               UNTIL WS-END-OF-FILE.
           CLOSE ItemFile.
           CLOSE JournalFile.

           DISPLAY "SHIPPED VALUE SINCE " WS-CUTOFF-DATE
               ": " WS-YEAR-VALUE " FROM " WS-LINE-COUNT " LINES".
           DISPLAY "  CLASS A ITEMS " WS-A-ITEMS
               " SHIPPED VALUE " WS-A-VALUE.
           DISPLAY "  CLASS B ITEMS " WS-B-ITEMS
               " SHIPPED VALUE " WS-B-VALUE.
           DISPLAY "  CLASS C ITEMS " WS-C-ITEMS
               " SHIPPED VALUE " WS-C-VALUE.
           DISPLAY "ABC CLASSIFICATION COMPLETE - ITEMS RECLASSED: "
               WS-CHANGED-COUNT " NOT RANKED: " WS-UNRANKED-COUNT.
           STOP RUN.

       GATHER-ONE-LIVE-LINE.
      * Fold the next shipped live line into its item's year total
      * when its order was placed inside the year.
           READ OrderLineFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF Line-Shipped OF Order-Line-Record
                       PERFORM DATE-ONE-LIVE-LINE
                   END-IF
           END-READ.

       DATE-ONE-LIVE-LINE.
           MOVE Order-Code OF Order-Line-Record
               TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
                   MOVE SPACES TO Order-Date OF Order-Header-Record
           END-READ.
           IF Order-Date OF Order-Header-Record NOT < WS-CUTOFF-DATE
               MOVE Item-Code OF Order-Line-Record TO WS-LINE-ITEM
               MOVE Line-Amount OF Order-Line-Record TO WS-LINE-VALUE
               PERFORM POST-LINE-VALUE
           END-IF.

       GATHER-ONE-HIST-LINE.
      * The same for the next archived line - an order shipped last
      * spring may already be on history.
           READ OrderLineHistoryFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF Line-Shipped OF Order-Line-History-Record
                       PERFORM DATE-ONE-HIST-LINE
                   END-IF
           END-READ.

       DATE-ONE-HIST-LINE.
           MOVE Order-Code OF Order-Line-History-Record
               TO Order-Code OF Order-History-Record.
           READ OrderHistoryFile KEY IS Order-Code OF
                   Order-History-Record
               INVALID KEY
                   MOVE SPACES TO Order-Date OF Order-History-Record
           END-READ.
           IF Order-Date OF Order-History-Record NOT < WS-CUTOFF-DATE
               MOVE Item-Code OF Order-Line-History-Record
                   TO WS-LINE-ITEM
               MOVE Line-Amount OF Order-Line-History-Record
                   TO WS-LINE-VALUE
               PERFORM POST-LINE-VALUE
           END-IF.

       POST-LINE-VALUE.
      * Add the line's value into its item's entry, opening one the
      * first time the item is seen. An item past the table's
      * capacity is flagged at the end of the run rather than
      * overlaying storage.
           ADD 1 TO WS-LINE-COUNT.
           ADD WS-LINE-VALUE TO WS-YEAR-VALUE.
           PERFORM FIND-RANK-ENTRY.
           IF WS-ENTRY-NOT-FOUND
               IF WS-RANK-COUNT >= 2000
                   SET WS-TABLE-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-RANK-COUNT
                   MOVE WS-RANK-COUNT TO WS-FOUND-IDX
                   MOVE WS-LINE-ITEM TO WS-RANK-ITEM (WS-FOUND-IDX)
                   MOVE ZEROS TO WS-RANK-VALUE (WS-FOUND-IDX)
                   MOVE "C" TO WS-RANK-CLASS (WS-FOUND-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.
           IF WS-ENTRY-FOUND
               ADD WS-LINE-VALUE TO WS-RANK-VALUE (WS-FOUND-IDX).

       FIND-RANK-ENTRY.
      * Linear search of the table built so far for the item.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM SEARCH-ONE-ENTRY
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-RANK-COUNT
                   OR WS-ENTRY-FOUND.

       SEARCH-ONE-ENTRY.
           IF WS-RANK-ITEM (WS-SEARCH-IDX) = WS-LINE-ITEM
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-SEARCH-IDX TO WS-FOUND-IDX.

       SORT-RANK-TABLE.
      * Exchange-sort the table into value-descending order.
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

       CLASS-ONE-RANKED-ITEM.
      * Class the item by the share of the year's value already taken
      * by the items ranked above it - so the item that carries the
      * running total across the A line is still an A.
           IF WS-YEAR-VALUE = ZEROS
               MOVE ZEROS TO WS-RUNNING-SHARE
           ELSE
               COMPUTE WS-RUNNING-SHARE =
                   WS-RUNNING-VALUE * 100 / WS-YEAR-VALUE
           END-IF.
           EVALUATE TRUE
               WHEN WS-RANK-VALUE (WS-RANK-IDX) = ZEROS
                   MOVE "C" TO WS-RANK-CLASS (WS-RANK-IDX)
               WHEN WS-RUNNING-SHARE < WS-CLASS-A-SHARE
                   MOVE "A" TO WS-RANK-CLASS (WS-RANK-IDX)
               WHEN WS-RUNNING-SHARE < WS-CLASS-B-SHARE
                   MOVE "B" TO WS-RANK-CLASS (WS-RANK-IDX)
               WHEN OTHER
                   MOVE "C" TO WS-RANK-CLASS (WS-RANK-IDX)
           END-EVALUATE.
           ADD WS-RANK-VALUE (WS-RANK-IDX) TO WS-RUNNING-VALUE.

       CLASS-ONE-ITEM.
      * Read the next item and store the class its ranking gave it.
      * An item that shipped nothing in the year is a C; one the
      * table could not hold keeps the class it had.
           READ ItemFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM SET-ITEM-CLASS
           END-READ.

       SET-ITEM-CLASS.
           MOVE Item-Code OF Item-Record TO WS-LINE-ITEM.
           PERFORM FIND-RANK-ENTRY.
           IF WS-ENTRY-FOUND
               MOVE WS-RANK-CLASS (WS-FOUND-IDX) TO WS-NEW-CLASS
           ELSE
               IF WS-TABLE-OVERFLOWED
                   MOVE Item-ABC-Class TO WS-NEW-CLASS
                   ADD 1 TO WS-UNRANKED-COUNT
               ELSE
                   MOVE "C" TO WS-NEW-CLASS
               END-IF
           END-IF.
           IF Item-Is-Kit OR Item-Is-Drop-Ship
               MOVE SPACES TO WS-NEW-CLASS
           END-IF.
           PERFORM TALLY-ITEM-CLASS.
           IF WS-NEW-CLASS NOT = Item-ABC-Class
               DISPLAY "  ITEM " Item-Code OF Item-Record
                   " " Item-Name
                   " CLASS " Item-ABC-Class " TO " WS-NEW-CLASS
               MOVE WS-NEW-CLASS TO Item-ABC-Class
               REWRITE Item-Record
                   INVALID KEY
                       DISPLAY "  *** ITEM " Item-Code OF Item-Record
                           " CLASS NOT STORED"
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE "R" TO WS-JRNL-ACTION
                       PERFORM JOURNAL-ITEM-IMAGE
               END-REWRITE
           END-IF.

       TALLY-ITEM-CLASS.
           EVALUATE WS-NEW-CLASS
               WHEN "A"
                   ADD 1 TO WS-A-ITEMS
               WHEN "B"
                   ADD 1 TO WS-B-ITEMS
               WHEN "C"
                   ADD 1 TO WS-C-ITEMS
           END-EVALUATE.
           IF WS-ENTRY-FOUND
               EVALUATE WS-NEW-CLASS
                   WHEN "A"
                       ADD WS-RANK-VALUE (WS-FOUND-IDX) TO WS-A-VALUE
                   WHEN "B"
                       ADD WS-RANK-VALUE (WS-FOUND-IDX) TO WS-B-VALUE
                   WHEN "C"
                       ADD WS-RANK-VALUE (WS-FOUND-IDX) TO WS-C-VALUE
               END-EVALUATE
           END-IF.

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
