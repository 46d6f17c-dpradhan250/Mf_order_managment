       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGEXC.

      * Daily below-margin exception report. Lists every order line
      * accepted on the business date at a price below its item's
      * minimum margin floor - whether an operator holding the
      * pricing permission overrode it at entry on ORDERUPD or at
      * quote conversion on QUOTEUPD, or the pricing desk released a
      * batch-created order held for it on MGNREVW - with the sold
      * price against cost, the margin actually made and the floor
      * it fell short of, who accepted it, and the gross margin given
      * away against the floor. Lines still waiting on MGNREVW are
      * counted at the foot so the queue does not go stale unnoticed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MarginExceptionFile ASSIGN TO "Margin.Exception.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-Key
               FILE STATUS IS WS-Margin-Exc-Status.

           SELECT OrderFile ASSIGN TO "Order.Transaction.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Order-Code OF Order-Header-Record
               FILE STATUS IS WS-File-Status.

           SELECT BusinessDateFile ASSIGN TO "Business.Date.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BD-Control-Key
               FILE STATUS IS WS-BizDate-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  MarginExceptionFile.
       01  Margin-Exception-Record.
           05  ME-Key.
               10  ME-Order-Code   PIC 9(07).
               10  ME-Line-Number  PIC 9(03).
           05  ME-Item-Code        PIC 9(07).
           05  ME-Customer-Code    PIC 9(07).
           05  ME-Item-Qty         PIC 9(05).
           05  ME-Unit-Price       PIC 9(05)V9(02).
           05  ME-Unit-Cost        PIC 9(05)V9(02).
           05  ME-Floor-Pct        PIC 9(02)V9(02).
      * The program that priced the line.
           05  ME-Source           PIC X(08).
           05  ME-Status           PIC X(01).
               88  ME-Held           VALUE "H".
               88  ME-Accepted       VALUE "A".
           05  ME-Approver         PIC X(08).
           05  ME-Accepted-Date    PIC X(08).

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

       FD  BusinessDateFile.
       01  Business-Date-Record.
           05  BD-Control-Key      PIC X(01).
           05  BD-Business-Date    PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-Margin-Exc-Status   PIC X(02).
       01  WS-File-Status         PIC X(02).
       01  WS-BizDate-File-Status PIC X(02).

      * The business date being reported.
       01  WS-TODAY               PIC X(08).

      * The line being listed - what it sold for, the margin it made
      * as a percentage of that price, and how far the gross margin
      * fell short of the floor across the line's quantity.
       01  WS-LINE-VALUE          PIC 9(09)V9(02).
       01  WS-LINE-MARGIN-PCT     PIC S9(03)V9(02).
       01  WS-LINE-SHORTFALL      PIC S9(09)V9(02).

       01  WS-ACCEPT-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-HELD-COUNT          PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-VALUE         PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-TOTAL-SHORTFALL     PIC S9(11)V9(02) VALUE ZEROS.

       01  WS-PRICE-DISPLAY       PIC Z(4)9.99.
       01  WS-COST-DISPLAY        PIC Z(4)9.99.
       01  WS-PCT-DISPLAY         PIC -Z(2)9.99.
       01  WS-FLOOR-DISPLAY       PIC Z9.99.
       01  WS-VALUE-DISPLAY       PIC Z(10)9.99.
       01  WS-SHORT-DISPLAY       PIC -Z(10)9.99.

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "BELOW-MARGIN EXCEPTION REPORT STARTING".
           PERFORM ESTABLISH-BUSINESS-DATE.

           OPEN INPUT MarginExceptionFile.
           OPEN INPUT OrderFile.

           MOVE ZEROS TO ME-Order-Code.
           MOVE ZEROS TO ME-Line-Number.
           START MarginExceptionFile KEY IS GREATER THAN OR EQUAL
               ME-Key
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.

           DISPLAY "LINES ACCEPTED BELOW MINIMUM MARGIN ON " WS-TODAY
               ":".
           PERFORM REPORT-ONE-EXCEPTION
               UNTIL WS-END-OF-FILE.

           CLOSE MarginExceptionFile.
           CLOSE OrderFile.
           MOVE WS-TOTAL-VALUE TO WS-VALUE-DISPLAY.
           MOVE WS-TOTAL-SHORTFALL TO WS-SHORT-DISPLAY.
           DISPLAY "BELOW-MARGIN EXCEPTION REPORT COMPLETE - "
               "LINES ACCEPTED: " WS-ACCEPT-COUNT
               " SOLD VALUE: " WS-VALUE-DISPLAY
               " MARGIN SHORT OF FLOOR: " WS-SHORT-DISPLAY.
           DISPLAY "LINES STILL HELD FOR REVIEW ON MGNREVW: "
               WS-HELD-COUNT.
           STOP RUN.

       REPORT-ONE-EXCEPTION.
      * Read the next exception in order sequence. A line accepted
      * today is listed; a line still held is counted while its
      * order is still waiting - one whose order has since been
      * cancelled is no longer anyone's decision.
           READ MarginExceptionFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF ME-Accepted AND ME-Accepted-Date = WS-TODAY
                       PERFORM LIST-ACCEPTED-EXCEPTION
                   END-IF
                   IF ME-Held
                       PERFORM COUNT-HELD-EXCEPTION
                   END-IF
           END-READ.

       LIST-ACCEPTED-EXCEPTION.
           COMPUTE WS-LINE-VALUE = ME-Unit-Price * ME-Item-Qty.
           IF ME-Unit-Price > ZEROS
               COMPUTE WS-LINE-MARGIN-PCT ROUNDED =
                   (ME-Unit-Price - ME-Unit-Cost) * 100
                   / ME-Unit-Price
           ELSE
               MOVE -100 TO WS-LINE-MARGIN-PCT
           END-IF.
           COMPUTE WS-LINE-SHORTFALL ROUNDED =
               (ME-Floor-Pct * ME-Unit-Price / 100
                - (ME-Unit-Price - ME-Unit-Cost)) * ME-Item-Qty.
           MOVE ME-Unit-Price TO WS-PRICE-DISPLAY.
           MOVE ME-Unit-Cost TO WS-COST-DISPLAY.
           MOVE WS-LINE-MARGIN-PCT TO WS-PCT-DISPLAY.
           MOVE ME-Floor-Pct TO WS-FLOOR-DISPLAY.
           MOVE WS-LINE-SHORTFALL TO WS-SHORT-DISPLAY.
           DISPLAY "    ORDER " ME-Order-Code
               " LINE " ME-Line-Number
               " ITEM " ME-Item-Code
               " CUST " ME-Customer-Code
               " QTY " ME-Item-Qty
               " PRICE " WS-PRICE-DISPLAY
               " COST " WS-COST-DISPLAY
               " MARGIN% " WS-PCT-DISPLAY
               " FLOOR% " WS-FLOOR-DISPLAY
               " SHORT " WS-SHORT-DISPLAY
               " BY " ME-Approver
               " VIA " ME-Source.
           ADD 1 TO WS-ACCEPT-COUNT.
           ADD WS-LINE-VALUE TO WS-TOTAL-VALUE.
           ADD WS-LINE-SHORTFALL TO WS-TOTAL-SHORTFALL.

       COUNT-HELD-EXCEPTION.
           MOVE ME-Order-Code TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Order-Margin-Held
                       ADD 1 TO WS-HELD-COUNT
                   END-IF
           END-READ.

       ESTABLISH-BUSINESS-DATE.
           OPEN INPUT BusinessDateFile.
           MOVE "B" TO BD-Control-Key.
           READ BusinessDateFile KEY IS BD-Control-Key
               INVALID KEY
                   DISPLAY "*** BUSINESS DATE RECORD MISSING - "
                       "USING SYSTEM DATE ***"
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO BD-Business-Date
           END-READ.
           CLOSE BusinessDateFile.
           MOVE BD-Business-Date TO WS-TODAY.
