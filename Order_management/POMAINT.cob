      * are minted from Order.Control.KSDS under their own control
      * key; a line added here opens ready to receive, and a draft
      * line REORDRPT suggested overnight is confirmed open on this
      * screen instead of being re-keyed into a spreadsheet. Each
      * supplier carries the lead time reorders are planned on:
      * keyed here, or adopted here from the average SUPPSCOR
      * measured off the supplier's actual deliveries. A line added
      * with no expected date is expected that many days out. Every
      * change is written to the audit trail.

       ENVIRONMENT DIVISION.
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

       FD  PurchaseOrderFile.
       01  Purchase-Order-Record.
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

       FD  OrderControlFile.
       01  Order-Control-Record.
       01  WS-KEYED-NAME          PIC X(15).
       01  WS-KEYED-ADDRESS       PIC X(12).
       01  WS-KEYED-CONTACT       PIC X(10).
      * The planned lead time for the supplier, in calendar days -
      * left zero on an update, the figure on file stands.
       01  WS-KEYED-LEAD-DAYS     PIC 9(03).

      * A PO add keyed with a zero PO number mints a fresh number;
      * keyed with an existing number it adds the next line to that
       01  WS-KEYED-PO-LINE       PIC 9(03).
       01  WS-KEYED-ITEM          PIC 9(07).
       01  WS-KEYED-QTY           PIC 9(05).
      * Agreed unit price for the line. Left zero on an add, the line
      * takes the item's last cost.
       01  WS-KEYED-PRICE         PIC 9(05)V9(02).
       01  WS-KEYED-EXPECTED      PIC X(08).
       01  WS-KEYED-WAREHOUSE     PIC X(02).
       01  WS-DEFAULT-WAREHOUSE   PIC X(02) VALUE "01".
       01  WS-EXPECTED-INTEGER    PIC S9(09) COMP.
       01  WS-EXPECTED-NUM        PIC 9(08).

      * One digit wider than the 9(03) key field it probes - see the
      * note on WS-SHIP-SEQ in ORDERUPD.
               WHEN EIBAID = DFHPF7
      * Confirm a draft PO line REORDRPT suggested
                   PERFORM CONFIRM-DRAFT-LINE
               WHEN EIBAID = DFHPF8
      * Adopt a supplier's measured lead time as its planned one
                   PERFORM ADOPT-MEASURED-LEAD
               WHEN OTHER
      * Handle invalid PF keys
                   MOVE "INVALID PF KEY" TO WS-MESSAGE
           MOVE WS-KEYED-ADDRESS TO Supplier-Add.
           MOVE WS-KEYED-CONTACT TO Supplier-Contact-No.
           SET Supplier-Active TO TRUE.
           MOVE WS-KEYED-LEAD-DAYS TO Supplier-Lead-Days.
           MOVE ZEROS TO Supplier-Measured-Lead.
           MOVE ZEROS TO Supplier-Measured-Lines.
           MOVE SPACES TO Supplier-Measured-Date.
           WRITE SupplierFile FROM Supplier-Record
               INVALID KEY
                   MOVE "SUPPLIER ALREADY ON FILE" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   RETURN.

      * A drop-ship item is only ever bought against the customer
      * order line it ships to - order entry raises that PO line.
           IF Item-Is-Drop-Ship
               MOVE "DROP-SHIP ITEM - BOUGHT ONLY VIA ORDER ENTRY"
                   TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               RETURN.

           IF WS-KEYED-PO-NUMBER = ZEROS
               PERFORM GET-NEXT-PO-NUMBER
               IF WS-MINT-FAILED
           MOVE WS-KEYED-ITEM TO PO-Item-Code.
           MOVE WS-KEYED-QTY TO PO-Qty-Ordered.
           MOVE ZEROS TO PO-Qty-Received.
           MOVE ZEROS TO PO-Qty-Invoiced.
           IF WS-KEYED-PRICE > ZEROS
               MOVE WS-KEYED-PRICE TO PO-Unit-Price
           ELSE
               MOVE Item-Unit-Cost TO PO-Unit-Price
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-DATE.
           MOVE WS-LOG-DATE(1:8) TO PO-Date.
      * Left unkeyed, the line is expected the supplier's planned
      * lead time out - or today, for a supplier with none set.
           IF WS-KEYED-EXPECTED = SPACES
               OR WS-KEYED-EXPECTED = "00000000"
               MOVE WS-LOG-DATE(1:8) TO PO-Expected-Date
               IF Supplier-Lead-Days > ZEROS
                   MOVE PO-Date TO WS-EXPECTED-NUM
                   COMPUTE WS-EXPECTED-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-EXPECTED-NUM)
                       + Supplier-Lead-Days
                   COMPUTE WS-EXPECTED-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-EXPECTED-INTEGER)
                   MOVE WS-EXPECTED-NUM TO PO-Expected-Date
               END-IF
           ELSE
               MOVE WS-KEYED-EXPECTED TO PO-Expected-Date
           END-IF.
               MOVE WS-KEYED-WAREHOUSE TO PO-Warehouse
           END-IF.
           SET PO-Line-Open TO TRUE.
           SET PO-Stock-Line TO TRUE.
           MOVE ZEROS TO PO-DS-Order-Code.
           MOVE ZEROS TO PO-DS-Line-Number.
           MOVE ZEROS TO PO-DS-Customer-Code.
           MOVE ZEROS TO PO-DS-Ship-To-Seq.
           SET WS-PO-REC-PENDING TO TRUE.
           PERFORM WRITE-ONE-PO-SLOT
               VARYING WS-PO-LINE-SEQ FROM 1 BY 1
               PERFORM UPDATE-PO-LINE.

       UPDATE-SUPPLIER.
      * Update an existing supplier's name, address, contact, and
      * planned lead time.
           MOVE WS-KEYED-SUPPLIER TO Supplier-Code.
           READ SupplierFile KEY IS Supplier-Code
               INVALID KEY
               MOVE WS-KEYED-ADDRESS TO Supplier-Add.
           IF WS-KEYED-CONTACT NOT = SPACES
               MOVE WS-KEYED-CONTACT TO Supplier-Contact-No.
           IF WS-KEYED-LEAD-DAYS > ZEROS
               MOVE WS-KEYED-LEAD-DAYS TO Supplier-Lead-Days.
           REWRITE SupplierFile FROM Supplier-Record
               INVALID KEY
                   MOVE "SUPPLIER UPDATE FAILED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       UPDATE-PO-LINE.
      * Change an unreceived line's quantity, agreed price, or
      * expected date. A line
      * the dock has already received against keeps its keyed shape -
      * over/short corrections go through GOODSRCV matching instead.
           MOVE WS-KEYED-PO-NUMBER TO PO-Number.

           IF WS-KEYED-QTY > ZEROS
               MOVE WS-KEYED-QTY TO PO-Qty-Ordered.
           IF WS-KEYED-PRICE > ZEROS
               MOVE WS-KEYED-PRICE TO PO-Unit-Price.
           IF WS-KEYED-EXPECTED NOT = SPACES
               AND WS-KEYED-EXPECTED NOT = "00000000"
               MOVE WS-KEYED-EXPECTED TO PO-Expected-Date.
                   MOVE "SUPPLIER INACTIVATED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       ADOPT-MEASURED-LEAD.
      * Purchasing has reviewed the lead time SUPPSCOR measured off
      * the supplier's deliveries and plans on it from now on -
      * rounded up to a whole day, since a reorder raised a day
      * early costs less than one raised a day late.
           IF NOT WS-SUPPLIER-TABLE
               MOVE "LEAD TIME IS ADOPTED ON TABLE S" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               RETURN.

           MOVE WS-KEYED-SUPPLIER TO Supplier-Code.
           READ SupplierFile KEY IS Supplier-Code
               INVALID KEY
                   MOVE "SUPPLIER NOT FOUND" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   RETURN.

           IF Supplier-Measured-Lines = ZEROS
               MOVE "NO MEASURED LEAD TIME FOR SUPPLIER" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               RETURN.

           MOVE Supplier-Measured-Lead TO Supplier-Lead-Days.
           IF Supplier-Lead-Days < Supplier-Measured-Lead
               ADD 1 TO Supplier-Lead-Days.
           REWRITE Supplier-Record
               INVALID KEY
                   MOVE "SUPPLIER UPDATE FAILED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   MOVE "LEAD ADOPT" TO WS-AUDIT-ACTION
                   MOVE WS-KEYED-SUPPLIER TO WS-AUDIT-KEY
                   PERFORM LOG-AUDIT-ENTRY
                   MOVE "MEASURED LEAD TIME ADOPTED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       CANCEL-PO-LINE.
      * Cancel a PO line nothing has been received against, so the
      * dock stops expecting it. The record stays on file visibly
       CONFIRM-DRAFT-LINE.
      * Move a draft line REORDRPT suggested to OPEN so the dock can
      * receive against it - the step that replaces re-keying the
      * suggestion report into a spreadsheet. A price keyed on the
      * confirmation replaces the item's last cost the draft carried.
           MOVE WS-KEYED-PO-NUMBER TO PO-Number.
           MOVE WS-KEYED-PO-LINE TO PO-Line-No.
           READ PurchaseOrderFile KEY IS PO-Line-Key
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               RETURN.

           IF WS-KEYED-PRICE > ZEROS
               MOVE WS-KEYED-PRICE TO PO-Unit-Price.
           SET PO-Line-Open TO TRUE.
           REWRITE PurchaseOrderFile FROM Purchase-Order-Record
               INVALID KEY
