      * master's on-hand quantity by the difference between the
      * counted quantity and the frozen snapshot - so movements booked
      * between the freeze and the posting are preserved - writes the
      * adjustment to the audit trail and the stock movement ledger,
      * and prints a variance report valued at Item-Price. Items
      * extracted but never counted are listed so the count sheets
      * can be chased.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-File-Status.

           SELECT OrderControlFile ASSIGN TO "Order.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Control-Key
               FILE STATUS IS WS-Control-File-Status.

           SELECT StockMoveFile ASSIGN TO "Stock.Movement.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MV-Movement-Key
               FILE STATUS IS WS-Movement-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CycleCountFile.
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

       FD  AuditTrailFile.
       01  Audit-Trail-Record.
           05  JR-Time             PIC X(08).
           05  JR-Image            PIC X(250).

       FD  OrderControlFile.
       01  Order-Control-Record.
           05  Control-Key         PIC X(01).
           05  Last-Order-Code     PIC 9(07).

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
       01  WS-File-Status         PIC X(02).
       01  WS-Audit-File-Status   PIC X(02).
       01  WS-Audit-Control-Status PIC X(02).
       01  WS-Control-File-Status PIC X(02).
       01  WS-Movement-File-Status PIC X(02).

       01  WS-LOG-DATE            PIC X(11).
       01  WS-LOG-TIME            PIC X(08).

       01  WS-VARIANCE-QTY        PIC S9(06).
       01  WS-NEW-ONHAND          PIC S9(06).
      * The on-hand the variance was applied to, so the movement
      * ledger carries what actually changed after any floor at zero.
       01  WS-PRIOR-ONHAND        PIC 9(05).
       01  WS-VARIANCE-VALUE      PIC S9(09)V9(02).

       01  WS-POSTED-COUNT        PIC 9(05) VALUE ZEROS.
           OPEN I-O ItemFile.
           OPEN I-O AuditTrailFile.
           OPEN I-O AuditControlFile.
           OPEN I-O OrderControlFile.
           OPEN I-O StockMoveFile.

           MOVE ZEROS TO CC-Item-Code.
           START CycleCountFile KEY IS GREATER THAN OR EQUAL
           CLOSE ItemFile.
           CLOSE AuditTrailFile.
           CLOSE AuditControlFile.
           CLOSE OrderControlFile.
           CLOSE StockMoveFile.
           DISPLAY "CYCLE COUNT POSTING COMPLETE - POSTED: "
               WS-POSTED-COUNT " UNCOUNTED: " WS-UNCOUNTED-COUNT
               " TOTAL VARIANCE VALUE: " WS-TOTAL-VARIANCE-VALUE.
           COMPUTE WS-VARIANCE-VALUE =
               WS-VARIANCE-QTY * Item-Price.

           MOVE Item-Qty-OnHand TO WS-PRIOR-ONHAND.
           MOVE WS-NEW-ONHAND TO Item-Qty-OnHand.
           REWRITE Item-Record
               INVALID KEY
                           CONTINUE
                   END-REWRITE
                   PERFORM LOG-AUDIT-ENTRY
                   PERFORM LOG-VARIANCE-MOVEMENT
                   ADD 1 TO WS-POSTED-COUNT
                   ADD WS-VARIANCE-VALUE TO WS-TOTAL-VARIANCE-VALUE
                   DISPLAY "POSTED - ITEM " CC-Item-Code
                   MOVE "R" TO WS-JRNL-ACTION
                   PERFORM JOURNAL-ITEM-IMAGE.

       LOG-VARIANCE-MOVEMENT.
      * Put the variance on the stock movement ledger against the
      * count's freeze date. The count is of the item across all its
      * sites, so no single site is named. A count that agreed with
      * the snapshot changed nothing and is not logged.
           IF WS-NEW-ONHAND NOT = WS-PRIOR-ONHAND
               MOVE CC-Item-Code TO MV-Item-Code
               MOVE SPACES TO MV-Warehouse
               MOVE SPACES TO MV-Lot-No
               SET MV-Count-Variance TO TRUE
               IF WS-NEW-ONHAND > WS-PRIOR-ONHAND
                   COMPUTE MV-Qty-In = WS-NEW-ONHAND - WS-PRIOR-ONHAND
                   MOVE ZEROS TO MV-Qty-Out
               ELSE
                   MOVE ZEROS TO MV-Qty-In
                   COMPUTE MV-Qty-Out = WS-PRIOR-ONHAND - WS-NEW-ONHAND
               END-IF
               MOVE ZEROS TO MV-Qty-Released
               MOVE Item-Qty-OnHand TO MV-Balance
               MOVE CC-Extract-Date TO MV-Source-Doc
               MOVE "BATCH" TO MV-Operator
               PERFORM LOG-STOCK-MOVEMENT
           END-IF.

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
           MOVE "CYCPOST" TO MV-Program.
           WRITE Stock-Movement-Record
               INVALID KEY
                   DISPLAY "  *** MOVEMENT LEDGER WRITE FAILED - "
                       "ITEM " MV-Item-Code.

       LOG-AUDIT-ENTRY.
      * Record the stock adjustment against the audit trail, minting
      * the next audit sequence number from Audit-Control-KSDS the
