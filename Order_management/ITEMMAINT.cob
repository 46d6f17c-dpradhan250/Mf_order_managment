       FILE SECTION.
       FD  ItemFile.
      * Item-Qty-OnHand is the physical count sitting in the warehouse,
      * keyed here on add only - once the item exists it moves through
      * receipts, shipments, transfers, counts and STKADJ adjustments,
      * never an update overtype; Item-Qty-Allocated is how much of it
      * is already committed to open or picked orders and is not a
      * field this program's map ever presents to a clerk to key.
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

       FD  OrderLineFile.
       01  Order-Line-Record.
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

       FD  AuditTrailFile.
       01  Audit-Trail-Record.
                   88  Operator-May-Maint-Master VALUE "Y".
               10  Operator-Perm-Count   PIC X(01).
                   88  Operator-May-Post-Count   VALUE "Y".
               10  Operator-Perm-Period  PIC X(01).
                   88  Operator-May-Close-Period VALUE "Y".
               10  Operator-Perm-Adjust  PIC X(01).
                   88  Operator-May-Adjust-Stock VALUE "Y".

       FD  SubItemFile.
       01  Substitute-Item-Record.
           88  WS-NO-OPEN-LINE      VALUE "N".
       01  WS-DELETE-ITEM-CODE    PIC 9(07).

      * The on-hand an update found on file, put back over whatever
      * the map returned - an on-hand correction is a reason-coded
      * STKADJ adjustment that keeps the site balances in step. The
      * ABC class is held the same way; only ABCCLASS ranks items.
       01  WS-HELD-ONHAND         PIC 9(05).
       01  WS-HELD-ABC-CLASS      PIC X(01).

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".
      * starts life active.
           MOVE ZEROS TO Item-Qty-Allocated.
           SET Item-Active TO TRUE.
      * An item keyed without the inspection flag set is received
      * straight into stock.
           IF NOT Item-Inspect-Required
               SET Item-No-Inspect TO TRUE
           END-IF.
      * An item keyed without the drop-ship flag set is stocked.
           IF NOT Item-Is-Drop-Ship
               SET Item-Not-Drop-Ship TO TRUE
           END-IF.
      * A new item has no shipments to rank yet - it is counted as a
      * C item until ABCCLASS next ranks it. Kits and drop-ship items
      * hold no stock and are not counted.
           IF Item-Is-Kit OR Item-Is-Drop-Ship
               MOVE SPACES TO Item-ABC-Class
           ELSE
               SET Item-Class-C TO TRUE
           END-IF.

           PERFORM VALIDATE-REQUIRED-FIELDS.
           IF WS-FIELDS-INVALID
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   RETURN
               NOT INVALID KEY
                   MOVE Item-Qty-OnHand TO WS-HELD-ONHAND
                   MOVE Item-ABC-Class TO WS-HELD-ABC-CLASS
                   EXEC CICS RECEIVE MAP('ITEMMAP') MAPSET('ITEMMAINT') END-EXEC.

                   MOVE WS-HELD-ONHAND TO Item-Qty-OnHand.
                   MOVE WS-HELD-ABC-CLASS TO Item-ABC-Class.
                   PERFORM VALIDATE-REQUIRED-FIELDS.
                   IF WS-FIELDS-INVALID
                       MOVE "REQUIRED FIELD MISSING" TO WS-MESSAGE
