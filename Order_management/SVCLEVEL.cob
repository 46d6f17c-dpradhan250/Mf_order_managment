       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCLEVEL.

      * Monthly customer service level report. Takes every order
      * whose first shipment left the dock this month - live orders
      * and those ORDARCH has already moved to history alike - and
      * measures how well each of its lines was served:
      *   - line fill rate: the share of lines shipped complete,
      *     with nothing of them sent to Backorder.KSDS, whether at
      *     entry or as a short pick;
      *   - unit fill rate: units shipped against units ordered, the
      *     units ordered being those shipped plus those backordered;
      *   - on-time shipment rate: the order's first shipment against
      *     its requested ship date, late by even one working day - a
      *     Sunday or a day on Work.Calendar.KSDS does not count -
      *     counting against every line on the order.
      * The measures are printed overall and broken down by customer,
      * by item, and by shipping warehouse, followed by the ten
      * customers and the ten items with the worst line fill rate so
      * operations knows where to focus.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT BackorderFile ASSIGN TO "Backorder.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Backorder-Key
               FILE STATUS IS WS-Backorder-Status.

           SELECT CalendarFile ASSIGN TO "Work.Calendar.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WC-Date
               FILE STATUS IS WS-Calendar-File-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CalendarFile.
       01  Work-Calendar-Record.
           05  WC-Date             PIC X(08).
           05  WC-Desc             PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-Shipment-File-Status PIC X(02).
       01  WS-File-Status         PIC X(02).
       01  WS-Line-File-Status    PIC X(02).
       01  WS-Hist-File-Status    PIC X(02).
       01  WS-Line-Hist-File-Status PIC X(02).
       01  WS-Backorder-Status    PIC X(02).
       01  WS-Calendar-File-Status PIC X(02).

       01  WS-PERIOD              PIC X(06).

      * The order in hand, off whichever of the live or history
      * files holds it, and the date its first shipment left.
       01  WS-ORD-CODE            PIC 9(07).
       01  WS-ORD-CUSTOMER        PIC 9(07).
       01  WS-ORD-DATE            PIC X(08).
       01  WS-ORD-REQ-DATE        PIC X(08).
       01  WS-ORD-LINE-COUNT      PIC 9(03).
       01  WS-FIRST-SHIP-DATE     PIC X(08).
       01  WS-ORD-SOURCE-SWITCH   PIC X(01) VALUE "N".
           88  WS-ORD-LIVE          VALUE "L".
           88  WS-ORD-HISTORY       VALUE "H".
           88  WS-ORD-NOT-FOUND     VALUE "N".
           88  WS-ORD-CANCELLED     VALUE "C".
       01  WS-ON-TIME-SWITCH      PIC X(01) VALUE "Y".
           88  WS-ORD-ON-TIME       VALUE "Y".
           88  WS-ORD-LATE          VALUE "N".

      * The line in hand, likewise off either file.
       01  WS-LINE-IDX            PIC 9(03).
       01  WS-LN-ITEM             PIC 9(07).
       01  WS-LN-QTY              PIC 9(05).
       01  WS-LN-WAREHOUSE        PIC X(02).
       01  WS-LN-STATUS           PIC X(01).
           88  WS-LN-SHIPPED        VALUE "S".
       01  WS-LN-FOUND-SWITCH     PIC X(01) VALUE "N".
           88  WS-LN-FOUND          VALUE "Y".
           88  WS-LN-NOT-FOUND      VALUE "N".
       01  WS-LN-BO-QTY           PIC 9(07).
       01  WS-LN-UNITS-ORDERED    PIC 9(07).
       01  WS-LN-UNITS-SHIPPED    PIC 9(07).
       01  WS-LN-FILLED           PIC 9(01).
       01  WS-LN-ON-TIME          PIC 9(01).

      * Scratch for the working-day count - every day after the
      * requested date up to and including the first ship date
      * counts unless it is a Sunday or on the non-working calendar.
      * Day one of the date integer is a Monday, so a remainder of
      * zero is a Sunday.
       01  WS-WD-NUM              PIC 9(08).
       01  WS-WD-INTEGER          PIC S9(09) COMP.
       01  WS-WD-END-INTEGER      PIC S9(09) COMP.
       01  WS-WD-REM              PIC 9(01).
       01  WS-DAYS-LATE           PIC 9(03).

      * The measures, overall and per customer, item, and warehouse.
      * Each table is gathered in the order its keys turn up, then
      * put in key order for printing with the same exchange sort
      * TOPCUST uses. The worst ten are picked off the customer and
      * item tables by repeated selection.
       01  WS-TOTAL-ORDERS        PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-ORDERS-LATE   PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-LINES         PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-FILLED        PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-ON-TIME       PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-UNITS-ORD     PIC 9(09) VALUE ZEROS.
       01  WS-TOTAL-UNITS-SHIP    PIC 9(09) VALUE ZEROS.

       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 2000 TIMES.
               10  WS-CT-CODE         PIC 9(07).
               10  WS-CT-LINES        PIC 9(05).
               10  WS-CT-FILLED       PIC 9(05).
               10  WS-CT-ON-TIME      PIC 9(05).
               10  WS-CT-UNITS-ORD    PIC 9(07).
               10  WS-CT-UNITS-SHIP   PIC 9(07).
               10  WS-CT-FILL-PCT     PIC 9(03)V9(01).
               10  WS-CT-PICKED       PIC X(01).
       01  WS-CUST-COUNT          PIC 9(04) VALUE ZEROS.
       01  WS-CUST-IDX            PIC 9(04).

       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 2000 TIMES.
               10  WS-IT-CODE         PIC 9(07).
               10  WS-IT-LINES        PIC 9(05).
               10  WS-IT-FILLED       PIC 9(05).
               10  WS-IT-ON-TIME      PIC 9(05).
               10  WS-IT-UNITS-ORD    PIC 9(07).
               10  WS-IT-UNITS-SHIP   PIC 9(07).
               10  WS-IT-FILL-PCT     PIC 9(03)V9(01).
               10  WS-IT-PICKED       PIC X(01).
       01  WS-ITEM-COUNT          PIC 9(04) VALUE ZEROS.
       01  WS-ITEM-IDX            PIC 9(04).

       01  WS-WHSE-TABLE.
           05  WS-WHSE-ENTRY OCCURS 50 TIMES.
               10  WS-WT-CODE         PIC X(02).
               10  WS-WT-LINES        PIC 9(05).
               10  WS-WT-FILLED       PIC 9(05).
               10  WS-WT-ON-TIME      PIC 9(05).
               10  WS-WT-UNITS-ORD    PIC 9(07).
               10  WS-WT-UNITS-SHIP   PIC 9(07).
       01  WS-WHSE-COUNT          PIC 9(02) VALUE ZEROS.
       01  WS-WHSE-IDX            PIC 9(02).

       01  WS-OUTER-IDX           PIC 9(04).
       01  WS-INNER-IDX           PIC 9(04).
       01  WS-INNER-LIMIT         PIC 9(04).
       01  WS-SWAP-CUST           PIC X(41).
       01  WS-SWAP-ITEM           PIC X(41).
       01  WS-SWAP-WHSE           PIC X(31).

      * Selection of the worst ten - the entry not yet picked with
      * the lowest line fill rate, more lines breaking a tie.
       01  WS-RANK                PIC 9(02).
       01  WS-WORST-IDX           PIC 9(04).

      * Figures for one printed line, whichever breakdown it is.
       01  WS-PR-LINES            PIC 9(07).
       01  WS-PR-FILLED           PIC 9(07).
       01  WS-PR-ON-TIME          PIC 9(07).
       01  WS-PR-UNITS-ORD        PIC 9(09).
       01  WS-PR-UNITS-SHIP       PIC 9(09).
       01  WS-LINE-FILL-PCT       PIC 9(03)V9(01).
       01  WS-UNIT-FILL-PCT       PIC 9(03)V9(01).
       01  WS-ON-TIME-PCT         PIC 9(03)V9(01).

       01  WS-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
           88  WS-TABLE-OVERFLOWED  VALUE "Y".
       01  WS-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND       VALUE "Y".
           88  WS-ENTRY-NOT-FOUND   VALUE "N".
       01  WS-BROWSE-SWITCH       PIC X(01) VALUE "N".
           88  WS-BROWSE-END        VALUE "Y".
           88  WS-BROWSE-NOT-END    VALUE "N".
       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "SERVICE LEVEL REPORT STARTING".
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIOD.
           OPEN INPUT ShipmentFile.
           OPEN INPUT OrderFile.
           OPEN INPUT OrderLineFile.
           OPEN INPUT OrderHistoryFile.
           OPEN INPUT OrderLineHistoryFile.
           OPEN INPUT BackorderFile.
           OPEN INPUT CalendarFile.

      * The shipment file is in order and shipment sequence, so the
      * first record of each order is its first shipment.
           MOVE ZEROS TO WS-ORD-CODE.
           MOVE ZEROS TO SD-Order-Code.
           MOVE ZEROS TO SD-Ship-Seq.
           START ShipmentFile KEY IS GREATER THAN OR EQUAL
               Shipment-Key
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM CHECK-ONE-SHIPMENT
               UNTIL WS-END-OF-FILE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "SERVICE LEVEL TABLE CAPACITY EXCEEDED - "
                   "BREAKDOWN INCOMPLETE"
           END-IF.

           PERFORM PRINT-SERVICE-LEVELS.

           CLOSE ShipmentFile.
           CLOSE OrderFile.
           CLOSE OrderLineFile.
           CLOSE OrderHistoryFile.
           CLOSE OrderLineHistoryFile.
           CLOSE BackorderFile.
           CLOSE CalendarFile.
           DISPLAY "SERVICE LEVEL REPORT COMPLETE - ORDERS MEASURED: "
               WS-TOTAL-ORDERS " LINES: " WS-TOTAL-LINES.
           STOP RUN.

       CHECK-ONE-SHIPMENT.
           READ ShipmentFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF SD-Order-Code NOT = WS-ORD-CODE
                       MOVE SD-Order-Code TO WS-ORD-CODE
                       IF SD-Ship-Date(1:6) = WS-PERIOD
                           MOVE SD-Ship-Date TO WS-FIRST-SHIP-DATE
                           PERFORM MEASURE-ONE-ORDER
                       END-IF
                   END-IF
           END-READ.

       MEASURE-ONE-ORDER.
      * Find the order on the live file or else in history, decide
      * whether its first shipment was on time, and measure each of
      * its lines. A cancelled order is not measured.
           PERFORM LOAD-ORDER-HEADER.
           IF WS-ORD-LIVE OR WS-ORD-HISTORY
               ADD 1 TO WS-TOTAL-ORDERS
               PERFORM CHECK-ORDER-ON-TIME
               IF WS-ORD-LATE
                   ADD 1 TO WS-TOTAL-ORDERS-LATE
               END-IF
               PERFORM MEASURE-ONE-LINE
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-ORD-LINE-COUNT
           END-IF.

       LOAD-ORDER-HEADER.
           SET WS-ORD-NOT-FOUND TO TRUE.
           MOVE WS-ORD-CODE TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ORD-LIVE TO TRUE
                   MOVE Customer-Code OF Order-Header-Record
                       TO WS-ORD-CUSTOMER
                   MOVE Order-Date OF Order-Header-Record
                       TO WS-ORD-DATE
                   MOVE Order-Req-Ship-Date OF Order-Header-Record
                       TO WS-ORD-REQ-DATE
                   MOVE Order-Line-Count OF Order-Header-Record
                       TO WS-ORD-LINE-COUNT
                   IF Order-Cancelled OF Order-Header-Record
                       SET WS-ORD-CANCELLED TO TRUE
                   END-IF
           END-READ.
           IF WS-ORD-NOT-FOUND
               MOVE WS-ORD-CODE TO Order-Code OF Order-History-Record
               READ OrderHistoryFile
                   KEY IS Order-Code OF Order-History-Record
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ORD-HISTORY TO TRUE
                       MOVE Customer-Code OF Order-History-Record
                           TO WS-ORD-CUSTOMER
                       MOVE Order-Date OF Order-History-Record
                           TO WS-ORD-DATE
                       MOVE Order-Req-Ship-Date OF Order-History-Record
                           TO WS-ORD-REQ-DATE
                       MOVE Order-Line-Count OF Order-History-Record
                           TO WS-ORD-LINE-COUNT
                       IF Order-Cancelled OF Order-History-Record
                           SET WS-ORD-CANCELLED TO TRUE
                       END-IF
               END-READ
           END-IF.

       CHECK-ORDER-ON-TIME.
      * An order with no requested date was wanted the day it was
      * taken. Any working day between the requested date and the
      * first shipment makes the order late.
           SET WS-ORD-ON-TIME TO TRUE.
           IF WS-ORD-REQ-DATE = SPACES
               MOVE WS-ORD-DATE TO WS-ORD-REQ-DATE
           END-IF.
           IF WS-FIRST-SHIP-DATE > WS-ORD-REQ-DATE
               MOVE ZEROS TO WS-DAYS-LATE
               MOVE WS-ORD-REQ-DATE TO WS-WD-NUM
               COMPUTE WS-WD-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-WD-NUM)
               MOVE WS-FIRST-SHIP-DATE TO WS-WD-NUM
               COMPUTE WS-WD-END-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-WD-NUM)
               ADD 1 TO WS-WD-INTEGER
               PERFORM COUNT-ONE-LATE-DAY
                   UNTIL WS-WD-INTEGER > WS-WD-END-INTEGER
                       OR WS-DAYS-LATE > ZEROS
               IF WS-DAYS-LATE > ZEROS
                   SET WS-ORD-LATE TO TRUE
               END-IF
           END-IF.

       COUNT-ONE-LATE-DAY.
           COMPUTE WS-WD-REM =
               FUNCTION REM(WS-WD-INTEGER, 7).
           IF WS-WD-REM NOT = ZEROS
               COMPUTE WS-WD-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-WD-INTEGER)
               MOVE WS-WD-NUM TO WC-Date
               READ CalendarFile KEY IS WC-Date
                   INVALID KEY
                       ADD 1 TO WS-DAYS-LATE
               END-READ
           END-IF.
           ADD 1 TO WS-WD-INTEGER.

       MEASURE-ONE-LINE.
      * A line is filled when it shipped and none of it went to
      * backorder. Units ordered are the units shipped plus any
      * backordered for the same item on the order.
           PERFORM LOAD-ORDER-LINE.
           IF WS-LN-FOUND
               PERFORM SUM-LINE-BACKORDERS
               MOVE ZEROS TO WS-LN-UNITS-SHIPPED
               IF WS-LN-SHIPPED
                   MOVE WS-LN-QTY TO WS-LN-UNITS-SHIPPED
               END-IF
               COMPUTE WS-LN-UNITS-ORDERED = WS-LN-QTY + WS-LN-BO-QTY
               MOVE ZEROS TO WS-LN-FILLED
               IF WS-LN-SHIPPED AND WS-LN-BO-QTY = ZEROS
                   MOVE 1 TO WS-LN-FILLED
               END-IF
               MOVE ZEROS TO WS-LN-ON-TIME
               IF WS-ORD-ON-TIME
                   MOVE 1 TO WS-LN-ON-TIME
               END-IF
               ADD 1 TO WS-TOTAL-LINES
               ADD WS-LN-FILLED TO WS-TOTAL-FILLED
               ADD WS-LN-ON-TIME TO WS-TOTAL-ON-TIME
               ADD WS-LN-UNITS-ORDERED TO WS-TOTAL-UNITS-ORD
               ADD WS-LN-UNITS-SHIPPED TO WS-TOTAL-UNITS-SHIP
               PERFORM ADD-LINE-TO-CUSTOMER
               PERFORM ADD-LINE-TO-ITEM
               PERFORM ADD-LINE-TO-WAREHOUSE
           END-IF.

       LOAD-ORDER-LINE.
           SET WS-LN-NOT-FOUND TO TRUE.
           IF WS-ORD-LIVE
               MOVE WS-ORD-CODE TO Order-Code OF Order-Line-Record
               MOVE WS-LINE-IDX TO Line-Number OF Order-Line-Record
               READ OrderLineFile
                   KEY IS Order-Line-Key OF Order-Line-Record
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LN-FOUND TO TRUE
                       MOVE Item-Code OF Order-Line-Record
                           TO WS-LN-ITEM
                       MOVE Item-Qty OF Order-Line-Record TO WS-LN-QTY
                       MOVE Line-Warehouse OF Order-Line-Record
                           TO WS-LN-WAREHOUSE
                       MOVE Line-Status OF Order-Line-Record
                           TO WS-LN-STATUS
               END-READ
           ELSE
               MOVE WS-ORD-CODE
                   TO Order-Code OF Order-Line-History-Record
               MOVE WS-LINE-IDX
                   TO Line-Number OF Order-Line-History-Record
               READ OrderLineHistoryFile
                   KEY IS Order-Line-Key OF Order-Line-History-Record
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LN-FOUND TO TRUE
                       MOVE Item-Code OF Order-Line-History-Record
                           TO WS-LN-ITEM
                       MOVE Item-Qty OF Order-Line-History-Record
                           TO WS-LN-QTY
                       MOVE Line-Warehouse OF Order-Line-History-Record
                           TO WS-LN-WAREHOUSE
                       MOVE Line-Status OF Order-Line-History-Record
                           TO WS-LN-STATUS
               END-READ
           END-IF.

       SUM-LINE-BACKORDERS.
      * Every backorder raised against the order for the line's item,
      * whatever has become of it since - waiting, released, or
      * dropped, the customer still did not get it first time.
           MOVE ZEROS TO WS-LN-BO-QTY.
           SET WS-BROWSE-NOT-END TO TRUE.
           MOVE WS-LN-ITEM TO BO-Item-Code.
           MOVE ZEROS TO BO-Seq-No.
           START BackorderFile KEY IS GREATER THAN OR EQUAL
               Backorder-Key
               INVALID KEY
                   SET WS-BROWSE-END TO TRUE.
           PERFORM ADD-ONE-BACKORDER
               UNTIL WS-BROWSE-END.

       ADD-ONE-BACKORDER.
           READ BackorderFile NEXT RECORD
               AT END
                   SET WS-BROWSE-END TO TRUE
               NOT AT END
                   IF BO-Item-Code NOT = WS-LN-ITEM
                       SET WS-BROWSE-END TO TRUE
                   ELSE
                       IF BO-Order-Code = WS-ORD-CODE
                           ADD BO-Qty TO WS-LN-BO-QTY
                       END-IF
                   END-IF
           END-READ.

       ADD-LINE-TO-CUSTOMER.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM CHECK-ONE-CUSTOMER
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-CUST-IDX
           ELSE
               IF WS-CUST-COUNT < 2000
                   ADD 1 TO WS-CUST-COUNT
                   MOVE WS-CUST-COUNT TO WS-CUST-IDX
                   MOVE WS-ORD-CUSTOMER TO WS-CT-CODE(WS-CUST-IDX)
                   MOVE ZEROS TO WS-CT-LINES(WS-CUST-IDX)
                   MOVE ZEROS TO WS-CT-FILLED(WS-CUST-IDX)
                   MOVE ZEROS TO WS-CT-ON-TIME(WS-CUST-IDX)
                   MOVE ZEROS TO WS-CT-UNITS-ORD(WS-CUST-IDX)
                   MOVE ZEROS TO WS-CT-UNITS-SHIP(WS-CUST-IDX)
                   MOVE "N" TO WS-CT-PICKED(WS-CUST-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-CT-LINES(WS-CUST-IDX)
               ADD WS-LN-FILLED TO WS-CT-FILLED(WS-CUST-IDX)
               ADD WS-LN-ON-TIME TO WS-CT-ON-TIME(WS-CUST-IDX)
               ADD WS-LN-UNITS-ORDERED TO WS-CT-UNITS-ORD(WS-CUST-IDX)
               ADD WS-LN-UNITS-SHIPPED
                   TO WS-CT-UNITS-SHIP(WS-CUST-IDX)
           END-IF.

       CHECK-ONE-CUSTOMER.
           IF WS-CT-CODE(WS-CUST-IDX) = WS-ORD-CUSTOMER
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       ADD-LINE-TO-ITEM.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM CHECK-ONE-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-ITEM-IDX
           ELSE
               IF WS-ITEM-COUNT < 2000
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-ITEM-COUNT TO WS-ITEM-IDX
                   MOVE WS-LN-ITEM TO WS-IT-CODE(WS-ITEM-IDX)
                   MOVE ZEROS TO WS-IT-LINES(WS-ITEM-IDX)
                   MOVE ZEROS TO WS-IT-FILLED(WS-ITEM-IDX)
                   MOVE ZEROS TO WS-IT-ON-TIME(WS-ITEM-IDX)
                   MOVE ZEROS TO WS-IT-UNITS-ORD(WS-ITEM-IDX)
                   MOVE ZEROS TO WS-IT-UNITS-SHIP(WS-ITEM-IDX)
                   MOVE "N" TO WS-IT-PICKED(WS-ITEM-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-IT-LINES(WS-ITEM-IDX)
               ADD WS-LN-FILLED TO WS-IT-FILLED(WS-ITEM-IDX)
               ADD WS-LN-ON-TIME TO WS-IT-ON-TIME(WS-ITEM-IDX)
               ADD WS-LN-UNITS-ORDERED TO WS-IT-UNITS-ORD(WS-ITEM-IDX)
               ADD WS-LN-UNITS-SHIPPED
                   TO WS-IT-UNITS-SHIP(WS-ITEM-IDX)
           END-IF.

       CHECK-ONE-ITEM.
           IF WS-IT-CODE(WS-ITEM-IDX) = WS-LN-ITEM
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       ADD-LINE-TO-WAREHOUSE.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM CHECK-ONE-WAREHOUSE
               VARYING WS-WHSE-IDX FROM 1 BY 1
               UNTIL WS-WHSE-IDX > WS-WHSE-COUNT OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-WHSE-IDX
           ELSE
               IF WS-WHSE-COUNT < 50
                   ADD 1 TO WS-WHSE-COUNT
                   MOVE WS-WHSE-COUNT TO WS-WHSE-IDX
                   MOVE WS-LN-WAREHOUSE TO WS-WT-CODE(WS-WHSE-IDX)
                   MOVE ZEROS TO WS-WT-LINES(WS-WHSE-IDX)
                   MOVE ZEROS TO WS-WT-FILLED(WS-WHSE-IDX)
                   MOVE ZEROS TO WS-WT-ON-TIME(WS-WHSE-IDX)
                   MOVE ZEROS TO WS-WT-UNITS-ORD(WS-WHSE-IDX)
                   MOVE ZEROS TO WS-WT-UNITS-SHIP(WS-WHSE-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-WT-LINES(WS-WHSE-IDX)
               ADD WS-LN-FILLED TO WS-WT-FILLED(WS-WHSE-IDX)
               ADD WS-LN-ON-TIME TO WS-WT-ON-TIME(WS-WHSE-IDX)
               ADD WS-LN-UNITS-ORDERED TO WS-WT-UNITS-ORD(WS-WHSE-IDX)
               ADD WS-LN-UNITS-SHIPPED
                   TO WS-WT-UNITS-SHIP(WS-WHSE-IDX)
           END-IF.

       CHECK-ONE-WAREHOUSE.
           IF WS-WT-CODE(WS-WHSE-IDX) = WS-LN-WAREHOUSE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       PRINT-SERVICE-LEVELS.
           DISPLAY "SERVICE LEVEL REPORT FOR " WS-PERIOD.
           DISPLAY "ORDERS SHIPPED " WS-TOTAL-ORDERS
               " SHIPPED LATE " WS-TOTAL-ORDERS-LATE.
           MOVE WS-TOTAL-LINES TO WS-PR-LINES.
           MOVE WS-TOTAL-FILLED TO WS-PR-FILLED.
           MOVE WS-TOTAL-ON-TIME TO WS-PR-ON-TIME.
           MOVE WS-TOTAL-UNITS-ORD TO WS-PR-UNITS-ORD.
           MOVE WS-TOTAL-UNITS-SHIP TO WS-PR-UNITS-SHIP.
           PERFORM COMPUTE-RATES.
           DISPLAY "ALL ORDERS     LINES " WS-PR-LINES
               " LINE FILL " WS-LINE-FILL-PCT "%"
               " UNIT FILL " WS-UNIT-FILL-PCT "%"
               " ON TIME " WS-ON-TIME-PCT "%".

           PERFORM SORT-CUST-OUTER
               VARYING WS-OUTER-IDX FROM 1 BY 1
               UNTIL WS-OUTER-IDX >= WS-CUST-COUNT.
           DISPLAY " ".
           DISPLAY "BY CUSTOMER".
           PERFORM PRINT-ONE-CUSTOMER
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT.

           PERFORM SORT-ITEM-OUTER
               VARYING WS-OUTER-IDX FROM 1 BY 1
               UNTIL WS-OUTER-IDX >= WS-ITEM-COUNT.
           DISPLAY " ".
           DISPLAY "BY ITEM".
           PERFORM PRINT-ONE-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.

           PERFORM SORT-WHSE-OUTER
               VARYING WS-OUTER-IDX FROM 1 BY 1
               UNTIL WS-OUTER-IDX >= WS-WHSE-COUNT.
           DISPLAY " ".
           DISPLAY "BY WAREHOUSE".
           PERFORM PRINT-ONE-WAREHOUSE
               VARYING WS-WHSE-IDX FROM 1 BY 1
               UNTIL WS-WHSE-IDX > WS-WHSE-COUNT.

           DISPLAY " ".
           DISPLAY "TEN WORST CUSTOMERS BY LINE FILL RATE".
           PERFORM PRINT-WORST-CUSTOMER
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > 10 OR WS-RANK > WS-CUST-COUNT.
           DISPLAY " ".
           DISPLAY "TEN WORST ITEMS BY LINE FILL RATE".
           PERFORM PRINT-WORST-ITEM
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > 10 OR WS-RANK > WS-ITEM-COUNT.

       COMPUTE-RATES.
      * Percentages for the figures in WS-PR-*, zero where there is
      * nothing to measure.
           MOVE ZEROS TO WS-LINE-FILL-PCT.
           MOVE ZEROS TO WS-UNIT-FILL-PCT.
           MOVE ZEROS TO WS-ON-TIME-PCT.
           IF WS-PR-LINES > ZEROS
               COMPUTE WS-LINE-FILL-PCT ROUNDED =
                   WS-PR-FILLED * 100 / WS-PR-LINES
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   WS-PR-ON-TIME * 100 / WS-PR-LINES
           END-IF.
           IF WS-PR-UNITS-ORD > ZEROS
               COMPUTE WS-UNIT-FILL-PCT ROUNDED =
                   WS-PR-UNITS-SHIP * 100 / WS-PR-UNITS-ORD
           END-IF.

       PRINT-ONE-CUSTOMER.
           MOVE WS-CT-LINES(WS-CUST-IDX) TO WS-PR-LINES.
           MOVE WS-CT-FILLED(WS-CUST-IDX) TO WS-PR-FILLED.
           MOVE WS-CT-ON-TIME(WS-CUST-IDX) TO WS-PR-ON-TIME.
           MOVE WS-CT-UNITS-ORD(WS-CUST-IDX) TO WS-PR-UNITS-ORD.
           MOVE WS-CT-UNITS-SHIP(WS-CUST-IDX) TO WS-PR-UNITS-SHIP.
           PERFORM COMPUTE-RATES.
           MOVE WS-LINE-FILL-PCT TO WS-CT-FILL-PCT(WS-CUST-IDX).
           DISPLAY "CUSTOMER " WS-CT-CODE(WS-CUST-IDX)
               " LINES " WS-PR-LINES
               " LINE FILL " WS-LINE-FILL-PCT "%"
               " UNIT FILL " WS-UNIT-FILL-PCT "%"
               " ON TIME " WS-ON-TIME-PCT "%".

       PRINT-ONE-ITEM.
           MOVE WS-IT-LINES(WS-ITEM-IDX) TO WS-PR-LINES.
           MOVE WS-IT-FILLED(WS-ITEM-IDX) TO WS-PR-FILLED.
           MOVE WS-IT-ON-TIME(WS-ITEM-IDX) TO WS-PR-ON-TIME.
           MOVE WS-IT-UNITS-ORD(WS-ITEM-IDX) TO WS-PR-UNITS-ORD.
           MOVE WS-IT-UNITS-SHIP(WS-ITEM-IDX) TO WS-PR-UNITS-SHIP.
           PERFORM COMPUTE-RATES.
           MOVE WS-LINE-FILL-PCT TO WS-IT-FILL-PCT(WS-ITEM-IDX).
           DISPLAY "ITEM     " WS-IT-CODE(WS-ITEM-IDX)
               " LINES " WS-PR-LINES
               " LINE FILL " WS-LINE-FILL-PCT "%"
               " UNIT FILL " WS-UNIT-FILL-PCT "%"
               " ON TIME " WS-ON-TIME-PCT "%".

       PRINT-ONE-WAREHOUSE.
           MOVE WS-WT-LINES(WS-WHSE-IDX) TO WS-PR-LINES.
           MOVE WS-WT-FILLED(WS-WHSE-IDX) TO WS-PR-FILLED.
           MOVE WS-WT-ON-TIME(WS-WHSE-IDX) TO WS-PR-ON-TIME.
           MOVE WS-WT-UNITS-ORD(WS-WHSE-IDX) TO WS-PR-UNITS-ORD.
           MOVE WS-WT-UNITS-SHIP(WS-WHSE-IDX) TO WS-PR-UNITS-SHIP.
           PERFORM COMPUTE-RATES.
           DISPLAY "WAREHOUSE " WS-WT-CODE(WS-WHSE-IDX)
               " LINES " WS-PR-LINES
               " LINE FILL " WS-LINE-FILL-PCT "%"
               " UNIT FILL " WS-UNIT-FILL-PCT "%"
               " ON TIME " WS-ON-TIME-PCT "%".

       PRINT-WORST-CUSTOMER.
      * The customer not yet listed with the lowest line fill rate,
      * the one with more lines at stake first on a tie.
           MOVE ZEROS TO WS-WORST-IDX.
           PERFORM CHECK-WORST-CUSTOMER
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT.
           IF WS-WORST-IDX > ZEROS
               MOVE "Y" TO WS-CT-PICKED(WS-WORST-IDX)
               DISPLAY WS-RANK ". CUSTOMER " WS-CT-CODE(WS-WORST-IDX)
                   " LINES " WS-CT-LINES(WS-WORST-IDX)
                   " LINE FILL " WS-CT-FILL-PCT(WS-WORST-IDX) "%"
           END-IF.

       CHECK-WORST-CUSTOMER.
           IF WS-CT-PICKED(WS-CUST-IDX) = "N"
               IF WS-WORST-IDX = ZEROS
                   MOVE WS-CUST-IDX TO WS-WORST-IDX
               ELSE
                   IF WS-CT-FILL-PCT(WS-CUST-IDX) <
                           WS-CT-FILL-PCT(WS-WORST-IDX)
                       OR (WS-CT-FILL-PCT(WS-CUST-IDX) =
                           WS-CT-FILL-PCT(WS-WORST-IDX)
                       AND WS-CT-LINES(WS-CUST-IDX) >
                           WS-CT-LINES(WS-WORST-IDX))
                       MOVE WS-CUST-IDX TO WS-WORST-IDX
                   END-IF
               END-IF
           END-IF.

       PRINT-WORST-ITEM.
      * The item not yet listed with the lowest line fill rate, the
      * one with more lines at stake first on a tie.
           MOVE ZEROS TO WS-WORST-IDX.
           PERFORM CHECK-WORST-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
           IF WS-WORST-IDX > ZEROS
               MOVE "Y" TO WS-IT-PICKED(WS-WORST-IDX)
               DISPLAY WS-RANK ". ITEM " WS-IT-CODE(WS-WORST-IDX)
                   " LINES " WS-IT-LINES(WS-WORST-IDX)
                   " LINE FILL " WS-IT-FILL-PCT(WS-WORST-IDX) "%"
           END-IF.

       CHECK-WORST-ITEM.
           IF WS-IT-PICKED(WS-ITEM-IDX) = "N"
               IF WS-WORST-IDX = ZEROS
                   MOVE WS-ITEM-IDX TO WS-WORST-IDX
               ELSE
                   IF WS-IT-FILL-PCT(WS-ITEM-IDX) <
                           WS-IT-FILL-PCT(WS-WORST-IDX)
                       OR (WS-IT-FILL-PCT(WS-ITEM-IDX) =
                           WS-IT-FILL-PCT(WS-WORST-IDX)
                       AND WS-IT-LINES(WS-ITEM-IDX) >
                           WS-IT-LINES(WS-WORST-IDX))
                       MOVE WS-ITEM-IDX TO WS-WORST-IDX
                   END-IF
               END-IF
           END-IF.

       SORT-CUST-OUTER.
           COMPUTE WS-INNER-LIMIT = WS-CUST-COUNT - WS-OUTER-IDX.
           PERFORM SORT-CUST-INNER
               VARYING WS-INNER-IDX FROM 1 BY 1
               UNTIL WS-INNER-IDX > WS-INNER-LIMIT.

       SORT-CUST-INNER.
           IF WS-CT-CODE(WS-INNER-IDX) > WS-CT-CODE(WS-INNER-IDX + 1)
               MOVE WS-CUST-ENTRY(WS-INNER-IDX) TO WS-SWAP-CUST
               MOVE WS-CUST-ENTRY(WS-INNER-IDX + 1)
                   TO WS-CUST-ENTRY(WS-INNER-IDX)
               MOVE WS-SWAP-CUST TO WS-CUST-ENTRY(WS-INNER-IDX + 1)
           END-IF.

       SORT-ITEM-OUTER.
           COMPUTE WS-INNER-LIMIT = WS-ITEM-COUNT - WS-OUTER-IDX.
           PERFORM SORT-ITEM-INNER
               VARYING WS-INNER-IDX FROM 1 BY 1
               UNTIL WS-INNER-IDX > WS-INNER-LIMIT.

       SORT-ITEM-INNER.
           IF WS-IT-CODE(WS-INNER-IDX) > WS-IT-CODE(WS-INNER-IDX + 1)
               MOVE WS-ITEM-ENTRY(WS-INNER-IDX) TO WS-SWAP-ITEM
               MOVE WS-ITEM-ENTRY(WS-INNER-IDX + 1)
                   TO WS-ITEM-ENTRY(WS-INNER-IDX)
               MOVE WS-SWAP-ITEM TO WS-ITEM-ENTRY(WS-INNER-IDX + 1)
           END-IF.

       SORT-WHSE-OUTER.
           COMPUTE WS-INNER-LIMIT = WS-WHSE-COUNT - WS-OUTER-IDX.
           PERFORM SORT-WHSE-INNER
               VARYING WS-INNER-IDX FROM 1 BY 1
               UNTIL WS-INNER-IDX > WS-INNER-LIMIT.

       SORT-WHSE-INNER.
           IF WS-WT-CODE(WS-INNER-IDX) > WS-WT-CODE(WS-INNER-IDX + 1)
               MOVE WS-WHSE-ENTRY(WS-INNER-IDX) TO WS-SWAP-WHSE
               MOVE WS-WHSE-ENTRY(WS-INNER-IDX + 1)
                   TO WS-WHSE-ENTRY(WS-INNER-IDX)
               MOVE WS-SWAP-WHSE TO WS-WHSE-ENTRY(WS-INNER-IDX + 1)
           END-IF.
