       IDENTIFICATION DIVISION.
       PROGRAM-ID. PACKSLIP.

      * Packing slip print. Produces the document that goes in the
      * carton for each shipment logged on Shipment.Detail.KSDS - the
      * ship-to, the customer's own PO reference, the carrier and
      * tracking reference, any order notes meant for the customer,
      * and every line in the shipment with the quantity shipped, the
      * lot it came from, and the customer's own item number where
      * the cross-reference knows one. Anything on the order still
      * open or waiting on backorder is listed as to follow, so the
      * customer is not left wondering until the invoice arrives.
      *
      * Driven by a request file of order and shipment sequence for
      * on-demand prints - a zero sequence prints every shipment of
      * that order. When the request file is empty the job sweeps
      * every shipment logged today instead, so the slips are in hand
      * before the day's MANIFEST is printed for the driver.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PackSlipRequestFile ASSIGN TO "Pack.Slip.Request"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Trans-File-Status.

           SELECT ShipmentFile ASSIGN TO "Shipment.Detail.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Shipment-Key
               FILE STATUS IS WS-Shipment-File-Status.

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

           SELECT ItemFile ASSIGN TO "Item.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Item-Code OF Item-Record
               FILE STATUS IS WS-Item-File-Status.

           SELECT ShipToFile ASSIGN TO "Ship.To.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Ship-To-Key
               FILE STATUS IS WS-Ship-To-File-Status.

           SELECT CarrierFile ASSIGN TO "Carrier.Reference.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Carrier-Code
               FILE STATUS IS WS-Carrier-File-Status.

           SELECT OrderNotesFile ASSIGN TO "Order.Notes.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Order-Note-Key
               FILE STATUS IS WS-Notes-File-Status.

           SELECT CustXrefFile ASSIGN TO "Cust.Item.Xref.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cust-Xref-Key
               FILE STATUS IS WS-Xref-File-Status.

           SELECT BackorderFile ASSIGN TO "Backorder.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Backorder-Key
               FILE STATUS IS WS-Backorder-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PackSlipRequestFile.
       01  Pack-Slip-Request-Record.
           05  PS-Order-Code       PIC 9(07).
           05  PS-Ship-Seq         PIC 9(03).

       FD  ShipmentFile.
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

       FD  ShipToFile.
       01  Ship-To-Record.
           05  Ship-To-Key.
               10  Customer-Code       PIC 9(07).
               10  Ship-To-Seq         PIC 9(03).
           05  Ship-To-Name            PIC X(15).
           05  Ship-To-Address         PIC X(25).
           05  Ship-To-City            PIC X(15).
           05  Ship-To-Postal-Code     PIC X(10).
           05  Ship-To-Region          PIC X(03).

       FD  CarrierFile.
       01  Carrier-Record.
           05  Carrier-Code        PIC X(03).
           05  Carrier-Name        PIC X(15).
      * Freight rates: a flat charge per shipment plus a charge per
      * line shipped, applied at ship time by ORDERUPD.
           05  Carrier-Base-Charge PIC 9(03)V9(02).
           05  Carrier-Per-Line-Charge PIC 9(03)V9(02).
      * How far, as a percentage, the carrier may bill above our
      * expected freight for a shipment before FRTAUDIT flags it.
           05  Carrier-Bill-Tol-Pct PIC 9(02)V9(02).

       FD  OrderNotesFile.
       01  Order-Note-Record.
           05  Order-Note-Key.
               10  ON-Order-Code   PIC 9(07).
               10  ON-Note-Seq     PIC 9(03).
           05  ON-Note-Text        PIC X(60).
           05  ON-Operator         PIC X(08).
           05  ON-Date             PIC X(08).
      * "Y" when the note is meant for the customer - delivery
      * instructions and the like - and prints on the packing slip;
      * anything else stays internal.
           05  ON-Cust-Flag        PIC X(01).
               88  ON-For-Customer   VALUE "Y".

       FD  CustXrefFile.
       01  Cust-Item-Xref-Record.
           05  Cust-Xref-Key.
               10  CX-Customer-Code PIC 9(07).
               10  CX-Cust-Item-No  PIC X(15).
           05  CX-Item-Code        PIC 9(07).

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

       WORKING-STORAGE SECTION.
       01  WS-Trans-File-Status   PIC X(02).
       01  WS-Shipment-File-Status PIC X(02).
       01  WS-File-Status         PIC X(02).
       01  WS-Line-File-Status    PIC X(02).
       01  WS-Item-File-Status    PIC X(02).
       01  WS-Ship-To-File-Status PIC X(02).
       01  WS-Carrier-File-Status PIC X(02).
       01  WS-Notes-File-Status   PIC X(02).
       01  WS-Xref-File-Status    PIC X(02).
       01  WS-Backorder-File-Status PIC X(02).
       01  WS-TODAY               PIC X(08).

      * The shipments to print, gathered ahead of printing so the
      * shipment file is free to be browsed again for each slip.
       01  WS-SLIP-TABLE.
           05  WS-SLIP-ENTRY OCCURS 500 TIMES.
               10  WS-SLIP-ORDER      PIC 9(07).
               10  WS-SLIP-SEQ        PIC 9(03).
       01  WS-SLIP-COUNT          PIC 9(03) VALUE ZEROS.
       01  WS-SLIP-IDX            PIC 9(03).
       01  WS-PRINTED-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-SKIPPED-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-REQ-ORDER           PIC 9(07).

      * Every backorder still waiting, loaded once - the backorder
      * file is keyed by item, so an order's waiting demand cannot be
      * read directly by order.
       01  WS-BO-TABLE.
           05  WS-BO-ENTRY OCCURS 1000 TIMES.
               10  WS-BO-ORDER        PIC 9(07).
               10  WS-BO-ITEM         PIC 9(07).
               10  WS-BO-QTY          PIC 9(05).
       01  WS-BO-COUNT            PIC 9(04) VALUE ZEROS.
       01  WS-BO-IDX              PIC 9(04).

      * The order's lines that shipped on a shipment of their own. A
      * whole-order shipment carries a line number of zero and covers
      * every shipped line not listed here.
       01  WS-ALONE-TABLE.
           05  WS-ALONE-LINE OCCURS 100 TIMES PIC 9(03).
       01  WS-ALONE-COUNT         PIC 9(03) VALUE ZEROS.
       01  WS-ALONE-IDX           PIC 9(03).

      * The customer's part numbers, loaded once per slip, for
      * showing our items under the numbers the customer orders by.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 200 TIMES.
               10  WS-XREF-CUST-ITEM  PIC X(15).
               10  WS-XREF-ITEM       PIC 9(07).
       01  WS-XREF-COUNT          PIC 9(03) VALUE ZEROS.
       01  WS-XREF-IDX            PIC 9(03).
       01  WS-XREF-CUSTOMER       PIC 9(07).
       01  WS-CUST-ITEM-NO        PIC X(15).

       01  WS-LINE-IDX            PIC 9(03).
       01  WS-NOTE-IDX            PIC 9(03).
       01  WS-SHIP-LOT            PIC X(10).
       01  WS-SLIP-LINES          PIC 9(03).

       01  WS-MODE-SWITCH         PIC X(01) VALUE "R".
           88  WS-REQUEST-MODE      VALUE "R".
           88  WS-SWEEP-MODE        VALUE "S".
       01  WS-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
           88  WS-TABLE-OVERFLOWED  VALUE "Y".
       01  WS-BO-OVERFLOW-SWITCH  PIC X(01) VALUE "N".
           88  WS-BO-OVERFLOWED     VALUE "Y".
       01  WS-IN-SHIPMENT-SWITCH  PIC X(01) VALUE "N".
           88  WS-LINE-IN-SHIPMENT  VALUE "Y".
           88  WS-LINE-NOT-IN-SHIPMENT VALUE "N".
       01  WS-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND       VALUE "Y".
           88  WS-ENTRY-NOT-FOUND   VALUE "N".
       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".
       01  WS-BROWSE-SWITCH       PIC X(01) VALUE "N".
           88  WS-BROWSE-END        VALUE "Y".
           88  WS-BROWSE-NOT-END    VALUE "N".
       01  WS-NOTE-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-NOTE-END          VALUE "Y".
           88  WS-NOTE-NOT-END      VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PACKING SLIP PRINT STARTING".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT PackSlipRequestFile.
           OPEN INPUT ShipmentFile.
           OPEN INPUT OrderFile.
           OPEN INPUT OrderLineFile.
           OPEN INPUT ItemFile.
           OPEN INPUT ShipToFile.
           OPEN INPUT CarrierFile.
           OPEN INPUT OrderNotesFile.
           OPEN INPUT CustXrefFile.
           OPEN INPUT BackorderFile.

           PERFORM LOAD-WAITING-BACKORDERS.

           PERFORM READ-NEXT-REQUEST.
           IF WS-END-OF-FILE
               SET WS-SWEEP-MODE TO TRUE
               DISPLAY "NO REQUESTS SUPPLIED - PRINTING TODAY'S "
                   "SHIPMENTS"
               PERFORM GATHER-TODAYS-SHIPMENTS
           ELSE
               PERFORM GATHER-ONE-REQUEST
                   UNTIL WS-END-OF-FILE
           END-IF.

           IF WS-TABLE-OVERFLOWED
               DISPLAY "SLIP TABLE CAPACITY EXCEEDED - SHIPMENTS "
                   "BEYOND 500 NOT PRINTED THIS RUN"
           END-IF.
           IF WS-BO-OVERFLOWED
               DISPLAY "BACKORDER TABLE CAPACITY EXCEEDED - TO FOLLOW "
                   "LISTS MAY BE INCOMPLETE"
           END-IF.

           PERFORM PRINT-ONE-SLIP
               VARYING WS-SLIP-IDX FROM 1 BY 1
               UNTIL WS-SLIP-IDX > WS-SLIP-COUNT.

           CLOSE PackSlipRequestFile.
           CLOSE ShipmentFile.
           CLOSE OrderFile.
           CLOSE OrderLineFile.
           CLOSE ItemFile.
           CLOSE ShipToFile.
           CLOSE CarrierFile.
           CLOSE OrderNotesFile.
           CLOSE CustXrefFile.
           CLOSE BackorderFile.
           DISPLAY "PACKING SLIP PRINT COMPLETE - SLIPS PRINTED: "
               WS-PRINTED-COUNT " SKIPPED: " WS-SKIPPED-COUNT.
           STOP RUN.

       LOAD-WAITING-BACKORDERS.
      * Hold every backorder still waiting to be filled, by order.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO BO-Item-Code.
           MOVE ZEROS TO BO-Seq-No.
           START BackorderFile KEY IS GREATER THAN OR EQUAL
               Backorder-Key
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM LOAD-ONE-BACKORDER
               UNTIL WS-END-OF-FILE.

       LOAD-ONE-BACKORDER.
           READ BackorderFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF BO-Waiting
                       IF WS-BO-COUNT < 1000
                           ADD 1 TO WS-BO-COUNT
                           MOVE BO-Order-Code
                               TO WS-BO-ORDER(WS-BO-COUNT)
                           MOVE BO-Item-Code
                               TO WS-BO-ITEM(WS-BO-COUNT)
                           MOVE BO-Qty TO WS-BO-QTY(WS-BO-COUNT)
                       ELSE
                           SET WS-BO-OVERFLOWED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       GATHER-TODAYS-SHIPMENTS.
      * Collect every shipment record stamped with today's date, the
      * same shipments MANIFEST will list. A supplier's drop-ship
      * shipment went with the supplier's own paperwork.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO SD-Order-Code.
           MOVE ZEROS TO SD-Ship-Seq.
           START ShipmentFile KEY IS GREATER THAN OR EQUAL
               Shipment-Key
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM GATHER-ONE-SHIPMENT
               UNTIL WS-END-OF-FILE.

       GATHER-ONE-SHIPMENT.
           READ ShipmentFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF SD-Ship-Date = WS-TODAY
                       AND NOT SD-Supplier-Shipped
                       PERFORM ADD-SLIP-ENTRY
                   END-IF
           END-READ.

       GATHER-ONE-REQUEST.
      * One requested shipment, or every shipment of the requested
      * order when no sequence was given.
           IF PS-Ship-Seq > ZEROS
               MOVE PS-Order-Code TO SD-Order-Code
               MOVE PS-Ship-Seq TO SD-Ship-Seq
               READ ShipmentFile KEY IS Shipment-Key
                   INVALID KEY
                       DISPLAY "SKIPPED - SHIPMENT NOT FOUND: "
                           PS-Order-Code "/" PS-Ship-Seq
                       ADD 1 TO WS-SKIPPED-COUNT
                   NOT INVALID KEY
                       PERFORM ADD-SLIP-ENTRY
               END-READ
           ELSE
               PERFORM GATHER-ORDER-SHIPMENTS
           END-IF.
           PERFORM READ-NEXT-REQUEST.

       GATHER-ORDER-SHIPMENTS.
           MOVE PS-Order-Code TO WS-REQ-ORDER.
           MOVE ZEROS TO WS-ALONE-COUNT.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           SET WS-BROWSE-NOT-END TO TRUE.
           MOVE WS-REQ-ORDER TO SD-Order-Code.
           MOVE ZEROS TO SD-Ship-Seq.
           START ShipmentFile KEY IS GREATER THAN OR EQUAL
               Shipment-Key
               INVALID KEY
                   SET WS-BROWSE-END TO TRUE.
           PERFORM GATHER-ONE-ORDER-SHIPMENT
               UNTIL WS-BROWSE-END.
           IF WS-ENTRY-NOT-FOUND
               DISPLAY "SKIPPED - NO SHIPMENTS FOR ORDER: "
                   WS-REQ-ORDER
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       GATHER-ONE-ORDER-SHIPMENT.
           READ ShipmentFile NEXT RECORD
               AT END
                   SET WS-BROWSE-END TO TRUE
               NOT AT END
                   IF SD-Order-Code NOT = WS-REQ-ORDER
                       SET WS-BROWSE-END TO TRUE
                   ELSE
                       SET WS-ENTRY-FOUND TO TRUE
                       PERFORM ADD-SLIP-ENTRY
                   END-IF
           END-READ.

       ADD-SLIP-ENTRY.
           IF WS-SLIP-COUNT < 500
               ADD 1 TO WS-SLIP-COUNT
               MOVE SD-Order-Code TO WS-SLIP-ORDER(WS-SLIP-COUNT)
               MOVE SD-Ship-Seq TO WS-SLIP-SEQ(WS-SLIP-COUNT)
           ELSE
               SET WS-TABLE-OVERFLOWED TO TRUE
           END-IF.

       PRINT-ONE-SLIP.
      * The order's own shipments are browsed first, to learn which
      * lines went out on shipments of their own, and only then is
      * the shipment being printed read back.
           MOVE WS-SLIP-ORDER(WS-SLIP-IDX)
               TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
                   DISPLAY "SKIPPED - ORDER NOT FOUND: "
                       WS-SLIP-ORDER(WS-SLIP-IDX)
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   PERFORM LOAD-LINES-SHIPPED-ALONE
                   MOVE WS-SLIP-ORDER(WS-SLIP-IDX) TO SD-Order-Code
                   MOVE WS-SLIP-SEQ(WS-SLIP-IDX) TO SD-Ship-Seq
                   READ ShipmentFile KEY IS Shipment-Key
                       INVALID KEY
                           ADD 1 TO WS-SKIPPED-COUNT
                       NOT INVALID KEY
                           PERFORM PRINT-SLIP-DOCUMENT
                   END-READ
           END-READ.

       LOAD-LINES-SHIPPED-ALONE.
           MOVE ZEROS TO WS-ALONE-COUNT.
           MOVE WS-SLIP-ORDER(WS-SLIP-IDX) TO WS-REQ-ORDER.
           SET WS-BROWSE-NOT-END TO TRUE.
           MOVE WS-REQ-ORDER TO SD-Order-Code.
           MOVE ZEROS TO SD-Ship-Seq.
           START ShipmentFile KEY IS GREATER THAN OR EQUAL
               Shipment-Key
               INVALID KEY
                   SET WS-BROWSE-END TO TRUE.
           PERFORM LOAD-ONE-ALONE-LINE
               UNTIL WS-BROWSE-END.

       LOAD-ONE-ALONE-LINE.
           READ ShipmentFile NEXT RECORD
               AT END
                   SET WS-BROWSE-END TO TRUE
               NOT AT END
                   IF SD-Order-Code NOT = WS-REQ-ORDER
                       SET WS-BROWSE-END TO TRUE
                   ELSE
                       IF SD-Line-Number > ZEROS
                           AND WS-ALONE-COUNT < 100
                           ADD 1 TO WS-ALONE-COUNT
                           MOVE SD-Line-Number
                               TO WS-ALONE-LINE(WS-ALONE-COUNT)
                       END-IF
                   END-IF
           END-READ.

       PRINT-SLIP-DOCUMENT.
           PERFORM LOAD-CUSTOMER-XREFS.
           PERFORM PRINT-SLIP-HEADER.
           PERFORM PRINT-CUSTOMER-NOTES.
           MOVE ZEROS TO WS-SLIP-LINES.
           DISPLAY "  SHIPPED:".
           PERFORM PRINT-SHIPPED-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX >
                   Order-Line-Count OF Order-Header-Record.
           DISPLAY "  TO FOLLOW:".
           PERFORM PRINT-OPEN-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX >
                   Order-Line-Count OF Order-Header-Record.
           PERFORM PRINT-BACKORDERED-ITEM
               VARYING WS-BO-IDX FROM 1 BY 1
               UNTIL WS-BO-IDX > WS-BO-COUNT.
           DISPLAY "END OF PACKING SLIP - ORDER "
               Order-Code OF Order-Header-Record
               " SHIPMENT " SD-Ship-Seq " LINES " WS-SLIP-LINES.
           ADD 1 TO WS-PRINTED-COUNT.

       PRINT-SLIP-HEADER.
           MOVE Customer-Code OF Order-Header-Record
               TO Customer-Code OF Ship-To-Key.
           MOVE Order-Ship-To-Seq TO Ship-To-Seq.
           READ ShipToFile KEY IS Ship-To-Key
               INVALID KEY
                   MOVE "UNKNOWN" TO Ship-To-Name
                   MOVE SPACES TO Ship-To-Address
                   MOVE SPACES TO Ship-To-City
                   MOVE SPACES TO Ship-To-Postal-Code
           END-READ.
           MOVE SD-Carrier-Code TO Carrier-Code.
           READ CarrierFile KEY IS Carrier-Code
               INVALID KEY
                   MOVE "UNKNOWN" TO Carrier-Name
           END-READ.
           DISPLAY "PACKING SLIP - ORDER "
               Order-Code OF Order-Header-Record
               " SHIPMENT " SD-Ship-Seq " SHIPPED " SD-Ship-Date.
           DISPLAY "  SHIP TO " Ship-To-Name " " Ship-To-Address
               " " Ship-To-City " " Ship-To-Postal-Code.
           DISPLAY "  CUSTOMER " Customer-Code OF Order-Header-Record
               " YOUR PO " Order-Cust-PO-Ref.
           DISPLAY "  CARRIER " SD-Carrier-Code " " Carrier-Name
               " TRACKING " SD-Tracking-Ref.

       PRINT-CUSTOMER-NOTES.
      * Only the notes flagged for the customer go in the carton -
      * warehouse and credit notes stay internal. Notes are numbered
      * from one with no gaps, so the scan stops at the first
      * missing sequence.
           SET WS-NOTE-NOT-END TO TRUE.
           PERFORM PRINT-ONE-CUSTOMER-NOTE
               VARYING WS-NOTE-IDX FROM 1 BY 1
               UNTIL WS-NOTE-END OR WS-NOTE-IDX > 999.

       PRINT-ONE-CUSTOMER-NOTE.
           MOVE Order-Code OF Order-Header-Record TO ON-Order-Code.
           MOVE WS-NOTE-IDX TO ON-Note-Seq.
           READ OrderNotesFile KEY IS Order-Note-Key
               INVALID KEY
                   SET WS-NOTE-END TO TRUE
               NOT INVALID KEY
                   IF ON-For-Customer
                       DISPLAY "  NOTE: " ON-Note-Text
                   END-IF
           END-READ.

       PRINT-SHIPPED-LINE.
      * A line shipped on its own belongs to its own shipment only;
      * a whole-order shipment covers every shipped line that did
      * not go out on a shipment of its own.
           MOVE Order-Code OF Order-Header-Record
               TO Order-Code OF Order-Line-Key.
           MOVE WS-LINE-IDX TO Line-Number.
           READ OrderLineFile KEY IS Order-Line-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Line-Shipped
                       PERFORM CHECK-LINE-IN-SHIPMENT
                       IF WS-LINE-IN-SHIPMENT
                           PERFORM PRINT-ONE-SHIPPED-LINE
                       END-IF
                   END-IF
           END-READ.

       CHECK-LINE-IN-SHIPMENT.
           IF SD-Line-Number > ZEROS
               IF SD-Line-Number = Line-Number
                   SET WS-LINE-IN-SHIPMENT TO TRUE
               ELSE
                   SET WS-LINE-NOT-IN-SHIPMENT TO TRUE
               END-IF
           ELSE
               SET WS-LINE-IN-SHIPMENT TO TRUE
               PERFORM CHECK-ONE-ALONE-LINE
                   VARYING WS-ALONE-IDX FROM 1 BY 1
                   UNTIL WS-ALONE-IDX > WS-ALONE-COUNT
           END-IF.

       CHECK-ONE-ALONE-LINE.
           IF WS-ALONE-LINE(WS-ALONE-IDX) = Line-Number
               SET WS-LINE-NOT-IN-SHIPMENT TO TRUE
           END-IF.

       PRINT-ONE-SHIPPED-LINE.
      * A single-line shipment carries its lot on the shipment
      * record; a whole-order shipment's lots live on the lines.
           IF SD-Line-Number > ZEROS AND SD-Lot-No NOT = SPACES
               MOVE SD-Lot-No TO WS-SHIP-LOT
           ELSE
               MOVE Line-Lot-No TO WS-SHIP-LOT
           END-IF.
           PERFORM RESOLVE-LINE-ITEM.
           DISPLAY "    LINE " Line-Number
               " ITEM " Item-Code OF Order-Line-Record
               " YOUR ITEM " WS-CUST-ITEM-NO
               " " Item-Name
               " QTY " Item-Qty OF Order-Line-Record
               " LOT " WS-SHIP-LOT.
           ADD 1 TO WS-SLIP-LINES.

       PRINT-OPEN-LINE.
           MOVE Order-Code OF Order-Header-Record
               TO Order-Code OF Order-Line-Key.
           MOVE WS-LINE-IDX TO Line-Number.
           READ OrderLineFile KEY IS Order-Line-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Line-Open
                       PERFORM RESOLVE-LINE-ITEM
                       DISPLAY "    LINE " Line-Number
                           " ITEM " Item-Code OF Order-Line-Record
                           " YOUR ITEM " WS-CUST-ITEM-NO
                           " " Item-Name
                           " QTY " Item-Qty OF Order-Line-Record
                           " TO FOLLOW"
                   END-IF
           END-READ.

       PRINT-BACKORDERED-ITEM.
           IF WS-BO-ORDER(WS-BO-IDX)
                   = Order-Code OF Order-Header-Record
               MOVE WS-BO-ITEM(WS-BO-IDX) TO Item-Code OF Item-Record
               PERFORM RESOLVE-ITEM-NAME
               PERFORM FIND-CUSTOMER-ITEM-NO
               DISPLAY "    BACKORDER ITEM " WS-BO-ITEM(WS-BO-IDX)
                   " YOUR ITEM " WS-CUST-ITEM-NO
                   " " Item-Name
                   " QTY " WS-BO-QTY(WS-BO-IDX)
                   " TO FOLLOW"
           END-IF.

       RESOLVE-LINE-ITEM.
           MOVE Item-Code OF Order-Line-Record
               TO Item-Code OF Item-Record.
           PERFORM RESOLVE-ITEM-NAME.
           PERFORM FIND-CUSTOMER-ITEM-NO.

       RESOLVE-ITEM-NAME.
           READ ItemFile KEY IS Item-Code OF Item-Record
               INVALID KEY
                   MOVE "UNKNOWN" TO Item-Name
           END-READ.

       FIND-CUSTOMER-ITEM-NO.
      * The customer's own number for the item, blank when the
      * cross-reference has none.
           MOVE SPACES TO WS-CUST-ITEM-NO.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM CHECK-ONE-XREF
               VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT OR WS-ENTRY-FOUND.

       CHECK-ONE-XREF.
           IF WS-XREF-ITEM(WS-XREF-IDX) = Item-Code OF Item-Record
               MOVE WS-XREF-CUST-ITEM(WS-XREF-IDX) TO WS-CUST-ITEM-NO
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       LOAD-CUSTOMER-XREFS.
      * The cross-reference is keyed by the customer's part number,
      * so the customer's entries are read in together and searched
      * by our item code.
           MOVE ZEROS TO WS-XREF-COUNT.
           MOVE Customer-Code OF Order-Header-Record
               TO WS-XREF-CUSTOMER.
           SET WS-BROWSE-NOT-END TO TRUE.
           MOVE WS-XREF-CUSTOMER TO CX-Customer-Code.
           MOVE LOW-VALUES TO CX-Cust-Item-No.
           START CustXrefFile KEY IS GREATER THAN OR EQUAL
               Cust-Xref-Key
               INVALID KEY
                   SET WS-BROWSE-END TO TRUE.
           PERFORM LOAD-ONE-XREF
               UNTIL WS-BROWSE-END.

       LOAD-ONE-XREF.
           READ CustXrefFile NEXT RECORD
               AT END
                   SET WS-BROWSE-END TO TRUE
               NOT AT END
                   IF CX-Customer-Code NOT = WS-XREF-CUSTOMER
                       OR WS-XREF-COUNT >= 200
                       SET WS-BROWSE-END TO TRUE
                   ELSE
                       ADD 1 TO WS-XREF-COUNT
                       MOVE CX-Cust-Item-No
                           TO WS-XREF-CUST-ITEM(WS-XREF-COUNT)
                       MOVE CX-Item-Code
                           TO WS-XREF-ITEM(WS-XREF-COUNT)
                   END-IF
           END-READ.

       READ-NEXT-REQUEST.
      * Read the next requested order and shipment.
           READ PackSlipRequestFile
               AT END
                   SET WS-END-OF-FILE TO TRUE.
