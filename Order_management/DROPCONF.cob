       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROPCONF.

      * Drop-ship confirmation intake. Reads the ship confirmations
      * suppliers send back against the drop-ship purchase order lines
      * order entry raised for them - one record per PO line shipped
      * straight to our customer - and for each one marks the customer
      * order line shipped, logs the shipment with the supplier's
      * carrier and tracking reference so ASNs, delivery tracking and
      * "where is it" calls work as for our own shipments, derives the
      * order header's status from its lines, and closes the PO line
      * as received so APMATCH can match the supplier's invoice.
      * Invoicing, the ERP extract and margin reporting then take the
      * line as they take any other shipped line. A confirmation that
      * does not match an open drop-ship PO line, its supplier, its
      * quantity, or an unshipped order line is reported and left for
      * purchasing to chase. Run nightly ahead of the sales summary and
      * the ERP extract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DropConfirmFile ASSIGN TO "Supplier.Ship.Confirm.Feed"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Confirm-File-Status.

           SELECT PurchaseOrderFile ASSIGN TO "Purchase.Order.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-Line-Key
               FILE STATUS IS WS-PO-File-Status.

           SELECT OrderFile ASSIGN TO "Order.Transaction.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Order-Code OF Order-Header-Record
               FILE STATUS IS WS-File-Status.

           SELECT OrderLineFile ASSIGN TO "Order.LineItem.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Order-Line-Key
               FILE STATUS IS WS-Line-File-Status.

           SELECT ShipmentFile ASSIGN TO "Shipment.Detail.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Shipment-Key
               FILE STATUS IS WS-Shipment-File-Status.

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

           SELECT JournalFile ASSIGN TO "Order.Forward.Journal"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  DropConfirmFile.
      * One supplier ship confirmation - the PO line shipped, the
      * supplier confirming it, when and with whom it went, the
      * carrier's tracking reference, and the quantity sent. A
      * drop-ship line ships whole, so the quantity must be the
      * quantity ordered on the PO line.
       01  Drop-Confirm-Record.
           05  DC-PO-Number        PIC 9(07).
           05  DC-PO-Line-No       PIC 9(03).
           05  DC-Supplier-Code    PIC 9(05).
           05  DC-Ship-Date        PIC X(08).
           05  DC-Carrier-Code     PIC X(03).
           05  DC-Tracking-Ref     PIC X(20).
           05  DC-Qty-Shipped      PIC 9(05).

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
      * What the customer has actually paid against this order so far,
      * and what is still owed - see RECORD-PAYMENT. Balance due starts
      * out equal to the total and is worked down as payments come in.
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

       FD  ShipmentFile.
      * One record per shipment that actually left the dock - the
      * whole order at once, or one line of a partial shipment - so
      * "it never arrived" calls can be answered with the ship date,
      * carrier, and tracking reference. A line number of zero means
      * the shipment covered the whole order.
       01  Shipment-Detail-Record.
           05  Shipment-Key.
               10  SD-Order-Code   PIC 9(07).
               10  SD-Ship-Seq     PIC 9(03).
           05  SD-Ship-Date        PIC X(08).
           05  SD-Carrier-Code     PIC X(03).
           05  SD-Tracking-Ref     PIC X(20).
      * A shipment a supplier sent straight to the customer against
      * a drop-ship PO line carries SUPPLIER in place of our operator.
           05  SD-Operator         PIC X(08).
               88  SD-Supplier-Shipped VALUE "SUPPLIER".
           05  SD-Line-Number      PIC 9(03).
           05  SD-Lot-No           PIC X(10).
      * Stamped by the proof-of-delivery intake when the carrier's
      * status file confirms the package arrived - spaces until then.
           05  SD-Delivered-Date   PIC X(08).
      * Whether the shipment's advance ship notice has gone out -
      * decided once, by the first ASNOUT run after the shipment: sent
      * for a customer who takes notices, marked not wanted for one
      * who does not. Blank until then. The date is the business
      * date of the run that decided it.
           05  SD-ASN-Status       PIC X(01).
               88  SD-ASN-Pending    VALUE SPACE.
               88  SD-ASN-Sent       VALUE "S".
               88  SD-ASN-Not-Wanted VALUE "X".
           05  SD-ASN-Date         PIC X(08).
      * Freight charged to the customer for this shipment at our
      * carrier rates, and the lines it was charged for - what the
      * carrier's own bill for the shipment is audited against.
           05  SD-Freight-Charged  PIC 9(05)V9(02).
           05  SD-Freight-Lines    PIC 9(03).

       FD  BusinessDateFile.
       01  Business-Date-Record.
           05  BD-Control-Key      PIC X(01).
           05  BD-Business-Date    PIC X(08).

       FD  RunControlFile.
       01  Run-Control-Record.
           05  RC-Job-Code         PIC X(08).
           05  RC-Last-Run-Date    PIC X(08).

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
       01  WS-Confirm-File-Status PIC X(02).
       01  WS-PO-File-Status      PIC X(02).
       01  WS-File-Status         PIC X(02).
       01  WS-Line-File-Status    PIC X(02).
       01  WS-Shipment-File-Status PIC X(02).
       01  WS-BizDate-File-Status PIC X(02).
       01  WS-Run-Control-Status  PIC X(02).
       01  WS-Journal-File-Status PIC X(02).
       01  WS-JRNL-ACTION         PIC X(01).
       01  WS-JRNL-STAMP          PIC X(21).
       01  WS-BUSINESS-DATE       PIC X(08).
       01  WS-MESSAGE             PIC X(50).
       01  WS-LINE-IDX            PIC 9(03).
       01  WS-SHIP-SEQ            PIC 9(04).

       01  WS-SHIPPED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-REJECTED-COUNT      PIC 9(07) VALUE ZEROS.

       01  WS-CONF-SWITCH         PIC X(01) VALUE "Y".
           88  WS-CONF-VALID        VALUE "Y".
           88  WS-CONF-INVALID      VALUE "N".

       01  WS-OPEN-LINE-SWITCH    PIC X(01) VALUE "N".
           88  WS-OPEN-LINE-FOUND   VALUE "Y".
           88  WS-NO-OPEN-LINE      VALUE "N".

       01  WS-SHIP-REC-SWITCH     PIC X(01) VALUE "N".
           88  WS-SHIP-REC-WRITTEN  VALUE "Y".
           88  WS-SHIP-REC-PENDING  VALUE "N".

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ESTABLISH-BUSINESS-DATE.
           DISPLAY "DROP-SHIP CONFIRMATION INTAKE STARTING".
           OPEN INPUT DropConfirmFile.
           OPEN I-O PurchaseOrderFile.
           OPEN I-O OrderFile.
           OPEN I-O OrderLineFile.
           OPEN I-O ShipmentFile.
           OPEN EXTEND JournalFile.

           PERFORM READ-NEXT-CONFIRMATION.
           PERFORM APPLY-ONE-CONFIRMATION
               UNTIL WS-END-OF-FILE.

           CLOSE DropConfirmFile.
           CLOSE PurchaseOrderFile.
           CLOSE OrderFile.
           CLOSE OrderLineFile.
           CLOSE ShipmentFile.
           DISPLAY "DROP-SHIP CONFIRMATION INTAKE COMPLETE - SHIPPED: "
               WS-SHIPPED-COUNT " REJECTED: " WS-REJECTED-COUNT.
           PERFORM STAMP-RUN-CONTROL.
           CLOSE JournalFile.
           STOP RUN.

       APPLY-ONE-CONFIRMATION.
      * Check the confirmation against its PO line and the customer
      * order line the PO was raised for, and ship the order line
      * only when everything agrees.
           SET WS-CONF-VALID TO TRUE.
           PERFORM VALIDATE-PO-LINE.
           IF WS-CONF-VALID
               PERFORM VALIDATE-ORDER-LINE
           END-IF.
           IF WS-CONF-VALID
               PERFORM SHIP-DROP-LINE
           END-IF.
           PERFORM READ-NEXT-CONFIRMATION.

       VALIDATE-PO-LINE.
      * The PO line must be a drop-ship line still open with the
      * supplier confirming it, and the whole quantity must have
      * gone - a cancelled line's goods are the supplier's problem.
           MOVE DC-PO-Number TO PO-Number.
           MOVE DC-PO-Line-No TO PO-Line-No.
           READ PurchaseOrderFile KEY IS PO-Line-Key
               INVALID KEY
                   MOVE "PO LINE NOT FOUND" TO WS-MESSAGE
                   PERFORM REJECT-CONFIRMATION
           END-READ.

           IF WS-CONF-VALID AND NOT PO-Drop-Ship-Line
               MOVE "NOT A DROP-SHIP PO LINE" TO WS-MESSAGE
               PERFORM REJECT-CONFIRMATION
           END-IF.

           IF WS-CONF-VALID AND DC-Supplier-Code NOT = PO-Supplier-Code
               MOVE "SUPPLIER DOES NOT MATCH PO" TO WS-MESSAGE
               PERFORM REJECT-CONFIRMATION
           END-IF.

           IF WS-CONF-VALID AND NOT PO-Line-Open
               MOVE "PO LINE NOT OPEN - CLOSED OR CANCELLED"
                   TO WS-MESSAGE
               PERFORM REJECT-CONFIRMATION
           END-IF.

           IF WS-CONF-VALID AND DC-Qty-Shipped NOT = PO-Qty-Ordered
               MOVE "SHIPPED QTY DOES NOT MATCH PO LINE" TO WS-MESSAGE
               PERFORM REJECT-CONFIRMATION
           END-IF.

           IF WS-CONF-VALID AND DC-Tracking-Ref = SPACES
               MOVE "NO TRACKING REFERENCE" TO WS-MESSAGE
               PERFORM REJECT-CONFIRMATION
           END-IF.

       VALIDATE-ORDER-LINE.
      * The order line the PO was raised for must still be waiting
      * on this PO. A cancelled order cancelled its PO line too, so
      * it is refused above; the check here guards a line re-keyed
      * onto a different PO since. Only a live order - open, picked
      * or part-shipped - takes a shipment: shipping a held order
      * would clear its hold without the payment, margin review or
      * credit release the hold is waiting for.
           MOVE PO-DS-Order-Code TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
                   MOVE "ORDER NOT FOUND" TO WS-MESSAGE
                   PERFORM REJECT-CONFIRMATION
           END-READ.

           IF WS-CONF-VALID AND Order-Cancelled
               MOVE "ORDER CANCELLED" TO WS-MESSAGE
               PERFORM REJECT-CONFIRMATION
           END-IF.

           IF WS-CONF-VALID AND Order-Awaiting-Payment
               MOVE "ORDER AWAITING CASH-IN-ADVANCE PAYMENT"
                   TO WS-MESSAGE
               PERFORM REJECT-CONFIRMATION
           END-IF.

           IF WS-CONF-VALID AND Order-Margin-Held
               MOVE "ORDER HELD FOR MARGIN REVIEW" TO WS-MESSAGE
               PERFORM REJECT-CONFIRMATION
           END-IF.

           IF WS-CONF-VALID AND Order-Credit-Held
               MOVE "ORDER ON CREDIT HOLD" TO WS-MESSAGE
               PERFORM REJECT-CONFIRMATION
           END-IF.

           IF WS-CONF-VALID AND Order-Finance-Charge
               MOVE "ORDER IS A FINANCE CHARGE" TO WS-MESSAGE
               PERFORM REJECT-CONFIRMATION
           END-IF.

           IF WS-CONF-VALID
               IF NOT Order-Open AND NOT Order-Picked
                   AND NOT Order-Part-Shipped
                   MOVE "ORDER ALREADY SHIPPED OR INVOICED"
                       TO WS-MESSAGE
                   PERFORM REJECT-CONFIRMATION
               END-IF
           END-IF.

           IF WS-CONF-VALID
               MOVE PO-DS-Order-Code TO Order-Code OF Order-Line-Key
               MOVE PO-DS-Line-Number TO Line-Number
               READ OrderLineFile KEY IS Order-Line-Key
                   INVALID KEY
                       MOVE "ORDER LINE NOT FOUND" TO WS-MESSAGE
                       PERFORM REJECT-CONFIRMATION
               END-READ
           END-IF.

           IF WS-CONF-VALID
               IF NOT Line-Drop-Ship OR Line-PO-Number NOT = PO-Number
                   MOVE "ORDER LINE NOT ON THIS PO" TO WS-MESSAGE
                   PERFORM REJECT-CONFIRMATION
               END-IF
           END-IF.

           IF WS-CONF-VALID AND Line-Shipped
               MOVE "ORDER LINE ALREADY SHIPPED" TO WS-MESSAGE
               PERFORM REJECT-CONFIRMATION
           END-IF.

       SHIP-DROP-LINE.
      * Mark the order line shipped, derive the header status from
      * what the lines now say, log the shipment, and close the PO
      * line as received in full.
           SET Line-Shipped TO TRUE.
           REWRITE Order-Line-Record
               INVALID KEY
                   MOVE "ORDER LINE UPDATE FAILED" TO WS-MESSAGE
                   PERFORM REJECT-CONFIRMATION
               NOT INVALID KEY
                   MOVE "R" TO WS-JRNL-ACTION
                   PERFORM JOURNAL-LINE-IMAGE
           END-REWRITE.

           IF WS-CONF-VALID
               PERFORM DERIVE-HEADER-STATUS
               REWRITE Order-Header-Record
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "R" TO WS-JRNL-ACTION
                       PERFORM JOURNAL-ORDER-IMAGE
               END-REWRITE
               PERFORM LOG-SHIPMENT-DETAIL
               MOVE DC-Qty-Shipped TO PO-Qty-Received
               SET PO-Line-Closed TO TRUE
               REWRITE Purchase-Order-Record
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-SHIPPED-COUNT
               DISPLAY "SHIPPED - ORDER " PO-DS-Order-Code
                   " LINE " PO-DS-Line-Number
                   " PO " PO-Number
                   " TRACKING " DC-Tracking-Ref
           END-IF.

       DERIVE-HEADER-STATUS.
      * Fully shipped once no line is left open. While some are, a
      * picked order becomes partially shipped - the same rule the
      * line-level ship path in ORDERUPD applies - but an open order
      * stays open, so its stock lines still come up for picking.
      * The line just shipped was rewritten before this scan, so it
      * reads back as shipped.
           SET WS-NO-OPEN-LINE TO TRUE.
           PERFORM CHECK-ONE-LINE-OPEN
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX >
                   Order-Line-Count OF Order-Header-Record
                   OR WS-OPEN-LINE-FOUND.
           IF WS-OPEN-LINE-FOUND
               IF Order-Picked
                   SET Order-Part-Shipped TO TRUE
               END-IF
           ELSE
               SET Order-Shipped TO TRUE
           END-IF.

       CHECK-ONE-LINE-OPEN.
      * One step of the open-line scan. Line numbers can have gaps -
      * a wholly backordered line wrote no record - so a missing
      * number is just skipped.
           MOVE Order-Code OF Order-Header-Record
               TO Order-Code OF Order-Line-Key.
           MOVE WS-LINE-IDX TO Line-Number.
           READ OrderLineFile KEY IS Order-Line-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT Line-Shipped
                       SET WS-OPEN-LINE-FOUND TO TRUE
                   END-IF
           END-READ.

       LOG-SHIPMENT-DETAIL.
      * Record the supplier's shipment of the line under the next
      * free shipment sequence for the order. The supplier's delivery
      * is paid for in the PO price, so no freight is charged to the
      * customer and no carrier bill comes to us for it.
           MOVE PO-DS-Order-Code TO SD-Order-Code.
           IF DC-Ship-Date = SPACES
               MOVE WS-BUSINESS-DATE TO SD-Ship-Date
           ELSE
               MOVE DC-Ship-Date TO SD-Ship-Date
           END-IF.
           MOVE DC-Carrier-Code TO SD-Carrier-Code.
           MOVE DC-Tracking-Ref TO SD-Tracking-Ref.
           SET SD-Supplier-Shipped TO TRUE.
           MOVE PO-DS-Line-Number TO SD-Line-Number.
           MOVE SPACES TO SD-Lot-No.
      * Delivery is confirmed later by the carrier status intake.
           MOVE SPACES TO SD-Delivered-Date.
      * The advance ship notice run decides the notice later.
           MOVE SPACES TO SD-ASN-Status.
           MOVE SPACES TO SD-ASN-Date.
           MOVE ZEROS TO SD-Freight-Charged.
           MOVE ZEROS TO SD-Freight-Lines.
           SET WS-SHIP-REC-PENDING TO TRUE.
           PERFORM WRITE-ONE-SHIPMENT-SLOT
               VARYING WS-SHIP-SEQ FROM 1 BY 1
               UNTIL WS-SHIP-REC-WRITTEN OR WS-SHIP-SEQ > 999.

       WRITE-ONE-SHIPMENT-SLOT.
      * Try the next shipment sequence for this order; an occupied
      * slot just moves the attempt along to the one after it.
           MOVE WS-SHIP-SEQ TO SD-Ship-Seq.
           WRITE Shipment-Detail-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SHIP-REC-WRITTEN TO TRUE
           END-WRITE.

       REJECT-CONFIRMATION.
           SET WS-CONF-INVALID TO TRUE.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY "REJECTED - PO " DC-PO-Number "/" DC-PO-Line-No
               " SUPPLIER " DC-Supplier-Code
               " TRACKING " DC-Tracking-Ref.
           DISPLAY "           " WS-MESSAGE.

       READ-NEXT-CONFIRMATION.
      * Read the next ship confirmation from the suppliers' file.
           READ DropConfirmFile
               AT END
                   SET WS-END-OF-FILE TO TRUE.

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
           MOVE "DROPCONF" TO RC-Job-Code.
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
               DISPLAY "*** DROPCONF ALREADY RAN FOR BUSINESS DATE "
                   WS-BUSINESS-DATE " - RUN REFUSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-RUN-CONTROL.
      * The run completed - remember the business date it covered so
      * a second submission tonight is refused.
           OPEN I-O RunControlFile.
           MOVE "DROPCONF" TO RC-Job-Code.
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

       JOURNAL-ORDER-IMAGE.
      * After-image of the order header just applied, for forward
      * recovery - see the journal file's own notes.
           MOVE "ORDER   " TO JR-File-Tag.
           MOVE SPACES TO JR-Image.
           MOVE Order-Header-Record TO JR-Image.
           PERFORM WRITE-JOURNAL-RECORD.

       JOURNAL-LINE-IMAGE.
           MOVE "ORDLINE " TO JR-File-Tag.
           MOVE SPACES TO JR-Image.
           MOVE Order-Line-Record TO JR-Image.
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-JOURNAL-RECORD.
           MOVE WS-JRNL-ACTION TO JR-Action.
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-STAMP.
           MOVE WS-JRNL-STAMP(1:8) TO JR-Date.
           MOVE WS-JRNL-STAMP(9:8) TO JR-Time.
           WRITE Journal-Record.
