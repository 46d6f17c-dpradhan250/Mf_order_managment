       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPSCOR.

      * Monthly supplier delivery scorecard. Takes every purchase
      * order line that fell due this month - confirmed stock lines
      * only; drafts were never sent, cancelled lines were never
      * wanted, and drop-ship lines go straight to the customer
      * without touching the dock - and, for each supplier on
      * Supplier.Master.KSDS, measures them against the receipts
      * GOODSRCV booked to them on Receipt.History.KSDS:
      *   - PO lines due;
      *   - the share received on time and in full - the whole
      *     ordered quantity on the dock by the expected date;
      *   - the average lateness of the lines that arrived late, in
      *     working days past the expected date - a Sunday or a day
      *     on Work.Calendar.KSDS does not count, as in CARRSCOR;
      *   - the quantity fill rate, received against ordered;
      *   - the supplier's PO lines, whenever due, still open past
      *     their expected date today.
      * A delivery later sent back on RTVPOST does not count as
      * received.
      *
      * Alongside, each supplier's actual lead time is measured -
      * the average calendar days from PO date to the receipt that
      * completed the line, over the lines completed in the lookback
      * window - and held on the supplier master with the number of
      * lines behind it. Purchasing reviews it here and adopts it on
      * POMAINT as the planned lead time REORDRPT drafts against.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PurchaseOrderFile ASSIGN TO "Purchase.Order.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-Line-Key
               FILE STATUS IS WS-PO-File-Status.

           SELECT ReceiptHistFile ASSIGN TO "Receipt.History.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-Seq-No
               ALTERNATE RECORD KEY IS RH-PO-Key WITH DUPLICATES
               FILE STATUS IS WS-Rcpt-Hist-Status.

           SELECT SupplierFile ASSIGN TO "Supplier.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Supplier-Code
               FILE STATUS IS WS-Supplier-File-Status.

           SELECT CalendarFile ASSIGN TO "Work.Calendar.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WC-Date
               FILE STATUS IS WS-Calendar-File-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ReceiptHistFile.
      * One record per receipt booked in, so purchasing and the
      * RECONCIL-style checks can see what arrived when and under
      * which supplier reference.
       01  Receipt-History-Record.
           05  RH-Seq-No           PIC 9(07).
           05  RH-Item-Code        PIC 9(07).
           05  RH-Qty              PIC 9(05).
           05  RH-Supplier-Ref     PIC X(12).
           05  RH-Date             PIC X(08).
           05  RH-Posted-Date      PIC X(08).
           05  RH-Warehouse        PIC X(02).
           05  RH-Lot-No           PIC X(10).
      * The PO line the receipt was matched to (zeros when booked
      * unmatched) and what the supplier charged per stocking unit on
      * the delivery. The alternate index on the PO line lets APMATCH
      * find every receipt booked against a line.
           05  RH-PO-Key.
               10  RH-PO-Number    PIC 9(07).
               10  RH-PO-Line      PIC 9(03).
           05  RH-Unit-Cost        PIC 9(05)V9(02).
      * How much of the receipt has since been sent back to the
      * supplier on RTVPOST - a receipt is never returned twice over.
           05  RH-Qty-Returned     PIC 9(05).

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

       FD  CalendarFile.
       01  Work-Calendar-Record.
           05  WC-Date             PIC X(08).
           05  WC-Desc             PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-PO-File-Status      PIC X(02).
       01  WS-Rcpt-Hist-Status    PIC X(02).
       01  WS-Supplier-File-Status PIC X(02).
       01  WS-Calendar-File-Status PIC X(02).

       01  WS-PERIOD              PIC X(06).
       01  WS-TODAY               PIC X(08).
       01  WS-TODAY-NUM           PIC 9(08).
       01  WS-TODAY-INTEGER       PIC S9(09) COMP.

      * Lead time is measured over the lines completed within this
      * many days of today - long enough to smooth one bad delivery,
      * short enough to follow a supplier that has changed. Change
      * this value to retune it.
       01  WS-LEAD-LOOKBACK-DAYS  PIC 9(03) VALUE 182.
       01  WS-CUTOFF-INTEGER      PIC S9(09) COMP.
       01  WS-CUTOFF-NUM          PIC 9(08).
       01  WS-CUTOFF-DATE         PIC X(08).

      * Scratch for the working-day count - every day after the
      * expected date up to and including the completing receipt
      * counts unless it is a Sunday or on the non-working calendar.
      * Day one of the date integer is a Monday, so a remainder of
      * zero is a Sunday.
       01  WS-WD-NUM              PIC 9(08).
       01  WS-WD-INTEGER          PIC S9(09) COMP.
       01  WS-WD-END-INTEGER      PIC S9(09) COMP.
       01  WS-WD-REM              PIC 9(01).
       01  WS-DAYS-LATE           PIC 9(03).
       01  WS-LEAD-DAYS           PIC S9(05).

      * What the receipts against the PO line in hand add up to - in
      * total, by its expected date, and the date of the latest.
       01  WS-RCV-QTY             PIC 9(07).
       01  WS-ON-TIME-QTY         PIC 9(07).
       01  WS-LAST-RCV-DATE       PIC X(08).
       01  WS-NET-QTY             PIC 9(05).
       01  WS-FILLED-QTY          PIC 9(07).
       01  WS-RH-SWITCH           PIC X(01) VALUE "N".
           88  WS-RH-END            VALUE "Y".
           88  WS-RH-NOT-END        VALUE "N".

      * Per-supplier tallies, opened on first sight of the supplier
      * and looked up again when the supplier master is walked for
      * the report.
       01  WS-SCORE-TABLE.
           05  WS-SCORE-ENTRY OCCURS 300 TIMES.
               10  WS-SS-SUPPLIER     PIC 9(05).
               10  WS-SS-DUE          PIC 9(05).
               10  WS-SS-OTIF         PIC 9(05).
               10  WS-SS-LATE         PIC 9(05).
               10  WS-SS-LATE-DAYS    PIC 9(07).
               10  WS-SS-QTY-ORDERED  PIC 9(09).
               10  WS-SS-QTY-FILLED   PIC 9(09).
               10  WS-SS-OVERDUE      PIC 9(05).
               10  WS-SS-LEAD-LINES   PIC 9(05).
               10  WS-SS-LEAD-DAYS    PIC 9(09).
       01  WS-SCORE-COUNT         PIC 9(03) VALUE ZEROS.
       01  WS-SCORE-IDX           PIC 9(03).

      * House totals across every supplier scored.
       01  WS-HS-DUE              PIC 9(07) VALUE ZEROS.
       01  WS-HS-OTIF             PIC 9(07) VALUE ZEROS.
       01  WS-HS-LATE             PIC 9(07) VALUE ZEROS.
       01  WS-HS-LATE-DAYS        PIC 9(09) VALUE ZEROS.
       01  WS-HS-QTY-ORDERED      PIC 9(11) VALUE ZEROS.
       01  WS-HS-QTY-FILLED       PIC 9(11) VALUE ZEROS.
       01  WS-HS-OVERDUE          PIC 9(07) VALUE ZEROS.

       01  WS-OTIF-PCT            PIC 9(03)V9(01).
       01  WS-AVG-LATE            PIC 9(03)V9(01).
       01  WS-FILL-PCT            PIC 9(03)V9(01).
       01  WS-AVG-LEAD            PIC 9(03)V9(01).
       01  WS-PCT-DISPLAY         PIC ZZ9.9.
       01  WS-LATE-DISPLAY        PIC ZZ9.9.
       01  WS-FILL-DISPLAY        PIC ZZ9.9.
       01  WS-LEAD-DISPLAY        PIC ZZ9.9.
       01  WS-COUNT-DISPLAY       PIC Z(4)9.
       01  WS-OVERDUE-DISPLAY     PIC Z(4)9.

       01  WS-LINE-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-SUPPLIER-COUNT      PIC 9(05) VALUE ZEROS.
       01  WS-QUIET-COUNT         PIC 9(05) VALUE ZEROS.
       01  WS-LEAD-SET-COUNT      PIC 9(05) VALUE ZEROS.
       01  WS-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
           88  WS-TABLE-OVERFLOWED  VALUE "Y".
       01  WS-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND       VALUE "Y".
           88  WS-ENTRY-NOT-FOUND   VALUE "N".
       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "SUPPLIER DELIVERY SCORECARD STARTING".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-PERIOD.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           COMPUTE WS-CUTOFF-INTEGER =
               WS-TODAY-INTEGER - WS-LEAD-LOOKBACK-DAYS.
           COMPUTE WS-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER).
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.

           OPEN INPUT PurchaseOrderFile.
           OPEN INPUT ReceiptHistFile.
           OPEN I-O SupplierFile.
           OPEN INPUT CalendarFile.

           MOVE ZEROS TO PO-Number.
           MOVE ZEROS TO PO-Line-No.
           START PurchaseOrderFile KEY IS GREATER THAN OR EQUAL
               PO-Line-Key
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM SCORE-ONE-PO-LINE
               UNTIL WS-END-OF-FILE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "SCORECARD TABLE CAPACITY EXCEEDED - "
                   "REPORT INCOMPLETE"
           END-IF.

           DISPLAY "SUPPLIER DELIVERY SCORECARD FOR " WS-PERIOD.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO Supplier-Code.
           START SupplierFile KEY IS GREATER THAN OR EQUAL
               Supplier-Code
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM PRINT-ONE-SUPPLIER
               UNTIL WS-END-OF-FILE.
           PERFORM PRINT-HOUSE-TOTAL.

           CLOSE PurchaseOrderFile.
           CLOSE ReceiptHistFile.
           CLOSE SupplierFile.
           CLOSE CalendarFile.
           DISPLAY "SUPPLIER DELIVERY SCORECARD COMPLETE - "
               "PO LINES SCORED: " WS-LINE-COUNT
               " SUPPLIERS: " WS-SUPPLIER-COUNT
               " LEAD TIMES MEASURED: " WS-LEAD-SET-COUNT.
           STOP RUN.

       SCORE-ONE-PO-LINE.
      * Read the next PO line. A confirmed stock line counts for its
      * supplier when it fell due this month, when it is still open
      * past its expected date, or when it was completed inside the
      * lead time window.
           READ PurchaseOrderFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF PO-Stock-Line
                       AND NOT PO-Line-Draft
                       AND NOT PO-Line-Cancelled
                       PERFORM SCORE-STOCK-LINE
                   END-IF
           END-READ.

       SCORE-STOCK-LINE.
           PERFORM GATHER-LINE-RECEIPTS.
           PERFORM FIND-SCORE-ENTRY.
           IF WS-ENTRY-FOUND
               IF PO-Expected-Date(1:6) = WS-PERIOD
                   ADD 1 TO WS-LINE-COUNT
                   PERFORM SCORE-DUE-LINE
               END-IF
               IF PO-Line-Open AND PO-Expected-Date < WS-TODAY
                   ADD 1 TO WS-SS-OVERDUE(WS-SCORE-IDX)
               END-IF
               IF WS-RCV-QTY >= PO-Qty-Ordered
                   AND WS-LAST-RCV-DATE >= WS-CUTOFF-DATE
                   PERFORM MEASURE-LEAD-TIME
               END-IF
           END-IF.

       GATHER-LINE-RECEIPTS.
      * Walk every receipt booked against the line off the PO-line
      * alternate index, the way APMATCH gathers them.
           MOVE ZEROS TO WS-RCV-QTY.
           MOVE ZEROS TO WS-ON-TIME-QTY.
           MOVE SPACES TO WS-LAST-RCV-DATE.
           SET WS-RH-NOT-END TO TRUE.
           MOVE PO-Number TO RH-PO-Number.
           MOVE PO-Line-No TO RH-PO-Line.
           START ReceiptHistFile KEY IS GREATER THAN OR EQUAL
               RH-PO-Key
               INVALID KEY
                   SET WS-RH-END TO TRUE.
           PERFORM GATHER-ONE-RECEIPT
               UNTIL WS-RH-END.

       GATHER-ONE-RECEIPT.
           READ ReceiptHistFile NEXT RECORD
               AT END
                   SET WS-RH-END TO TRUE
               NOT AT END
                   IF RH-PO-Number NOT = PO-Number
                       OR RH-PO-Line NOT = PO-Line-No
                       SET WS-RH-END TO TRUE
                   ELSE
                       PERFORM ADD-ONE-RECEIPT
                   END-IF
           END-READ.

       ADD-ONE-RECEIPT.
           MOVE ZEROS TO WS-NET-QTY.
           IF RH-Qty > RH-Qty-Returned
               COMPUTE WS-NET-QTY = RH-Qty - RH-Qty-Returned
           END-IF.
           ADD WS-NET-QTY TO WS-RCV-QTY.
           IF RH-Date NOT > PO-Expected-Date
               ADD WS-NET-QTY TO WS-ON-TIME-QTY
           END-IF.
           IF WS-NET-QTY > ZEROS
               AND (WS-LAST-RCV-DATE = SPACES
                   OR RH-Date > WS-LAST-RCV-DATE)
               MOVE RH-Date TO WS-LAST-RCV-DATE
           END-IF.

       FIND-SCORE-ENTRY.
      * Locate the supplier in the table, opening a new entry for
      * one not yet seen. WS-SCORE-IDX is left on the entry when one
      * is found or opened.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM CHECK-ONE-SCORE-ENTRY
               VARYING WS-SCORE-IDX FROM 1 BY 1
               UNTIL WS-SCORE-IDX > WS-SCORE-COUNT OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-SCORE-IDX
           ELSE
               IF WS-SCORE-COUNT < 300
                   ADD 1 TO WS-SCORE-COUNT
                   MOVE WS-SCORE-COUNT TO WS-SCORE-IDX
                   MOVE ZEROS TO WS-SCORE-ENTRY(WS-SCORE-IDX)
                   MOVE PO-Supplier-Code
                       TO WS-SS-SUPPLIER(WS-SCORE-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-SCORE-ENTRY.
           IF WS-SS-SUPPLIER(WS-SCORE-IDX) = PO-Supplier-Code
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       SCORE-DUE-LINE.
      * A line is on time and in full when the whole ordered
      * quantity was on the dock by its expected date. A line
      * completed after it is late by the working days between; a
      * line not yet complete is still open and shows as overdue.
           ADD 1 TO WS-SS-DUE(WS-SCORE-IDX).
           ADD PO-Qty-Ordered TO WS-SS-QTY-ORDERED(WS-SCORE-IDX).
           IF WS-RCV-QTY > PO-Qty-Ordered
               MOVE PO-Qty-Ordered TO WS-FILLED-QTY
           ELSE
               MOVE WS-RCV-QTY TO WS-FILLED-QTY
           END-IF.
           ADD WS-FILLED-QTY TO WS-SS-QTY-FILLED(WS-SCORE-IDX).
           IF WS-ON-TIME-QTY >= PO-Qty-Ordered
               ADD 1 TO WS-SS-OTIF(WS-SCORE-IDX)
           ELSE
               IF WS-RCV-QTY >= PO-Qty-Ordered
                   PERFORM COUNT-DAYS-LATE
                   ADD 1 TO WS-SS-LATE(WS-SCORE-IDX)
                   ADD WS-DAYS-LATE TO WS-SS-LATE-DAYS(WS-SCORE-IDX)
               END-IF
           END-IF.

       COUNT-DAYS-LATE.
           MOVE ZEROS TO WS-DAYS-LATE.
           MOVE PO-Expected-Date TO WS-WD-NUM.
           COMPUTE WS-WD-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WD-NUM).
           MOVE WS-LAST-RCV-DATE TO WS-WD-NUM.
           COMPUTE WS-WD-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WD-NUM).
           ADD 1 TO WS-WD-INTEGER.
           PERFORM COUNT-ONE-LATE-DAY
               UNTIL WS-WD-INTEGER > WS-WD-END-INTEGER
                   OR WS-DAYS-LATE = 999.

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

       MEASURE-LEAD-TIME.
      * Calendar days from the PO date to the receipt that completed
      * the line - calendar, not working, days, since that is how
      * REORDRPT and POMAINT count forward to an expected date.
           MOVE WS-LAST-RCV-DATE TO WS-WD-NUM.
           COMPUTE WS-LEAD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-WD-NUM).
           MOVE PO-Date TO WS-WD-NUM.
           COMPUTE WS-LEAD-DAYS = WS-LEAD-DAYS
               - FUNCTION INTEGER-OF-DATE(WS-WD-NUM).
           IF WS-LEAD-DAYS < ZEROS
               MOVE ZEROS TO WS-LEAD-DAYS
           END-IF.
           IF WS-LEAD-DAYS > 999
               MOVE 999 TO WS-LEAD-DAYS
           END-IF.
           ADD 1 TO WS-SS-LEAD-LINES(WS-SCORE-IDX).
           ADD WS-LEAD-DAYS TO WS-SS-LEAD-DAYS(WS-SCORE-IDX).

       PRINT-ONE-SUPPLIER.
      * Walk the supplier master in code order, printing each
      * supplier's figures and storing its measured lead time. A
      * supplier with nothing due, open, or completed is only
      * counted.
           READ SupplierFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM FIND-SUPPLIER-ENTRY
                   IF WS-ENTRY-FOUND
                       ADD 1 TO WS-SUPPLIER-COUNT
                       PERFORM PRINT-SUPPLIER-SCORE
                       IF WS-SS-LEAD-LINES(WS-SCORE-IDX) > ZEROS
                           PERFORM STORE-MEASURED-LEAD
                       END-IF
                   ELSE
                       ADD 1 TO WS-QUIET-COUNT
                   END-IF
           END-READ.

       FIND-SUPPLIER-ENTRY.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM CHECK-ONE-SUPPLIER-ENTRY
               VARYING WS-SCORE-IDX FROM 1 BY 1
               UNTIL WS-SCORE-IDX > WS-SCORE-COUNT OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-SCORE-IDX
           END-IF.

       CHECK-ONE-SUPPLIER-ENTRY.
           IF WS-SS-SUPPLIER(WS-SCORE-IDX) = Supplier-Code
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       PRINT-SUPPLIER-SCORE.
      * On-time-in-full and fill are shares of the lines and units
      * due this month; lateness is averaged over the lines that
      * came in late; lead time over the lines completed in the
      * window.
           MOVE ZEROS TO WS-OTIF-PCT.
           MOVE ZEROS TO WS-AVG-LATE.
           MOVE ZEROS TO WS-FILL-PCT.
           MOVE ZEROS TO WS-AVG-LEAD.
           IF WS-SS-DUE(WS-SCORE-IDX) > ZEROS
               COMPUTE WS-OTIF-PCT ROUNDED =
                   WS-SS-OTIF(WS-SCORE-IDX) * 100
                   / WS-SS-DUE(WS-SCORE-IDX)
           END-IF.
           IF WS-SS-LATE(WS-SCORE-IDX) > ZEROS
               COMPUTE WS-AVG-LATE ROUNDED =
                   WS-SS-LATE-DAYS(WS-SCORE-IDX)
                   / WS-SS-LATE(WS-SCORE-IDX)
           END-IF.
           IF WS-SS-QTY-ORDERED(WS-SCORE-IDX) > ZEROS
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-SS-QTY-FILLED(WS-SCORE-IDX) * 100
                   / WS-SS-QTY-ORDERED(WS-SCORE-IDX)
           END-IF.
           IF WS-SS-LEAD-LINES(WS-SCORE-IDX) > ZEROS
               COMPUTE WS-AVG-LEAD ROUNDED =
                   WS-SS-LEAD-DAYS(WS-SCORE-IDX)
                   / WS-SS-LEAD-LINES(WS-SCORE-IDX)
           END-IF.
           ADD WS-SS-DUE(WS-SCORE-IDX) TO WS-HS-DUE.
           ADD WS-SS-OTIF(WS-SCORE-IDX) TO WS-HS-OTIF.
           ADD WS-SS-LATE(WS-SCORE-IDX) TO WS-HS-LATE.
           ADD WS-SS-LATE-DAYS(WS-SCORE-IDX) TO WS-HS-LATE-DAYS.
           ADD WS-SS-QTY-ORDERED(WS-SCORE-IDX) TO WS-HS-QTY-ORDERED.
           ADD WS-SS-QTY-FILLED(WS-SCORE-IDX) TO WS-HS-QTY-FILLED.
           ADD WS-SS-OVERDUE(WS-SCORE-IDX) TO WS-HS-OVERDUE.
           MOVE WS-SS-DUE(WS-SCORE-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-OTIF-PCT TO WS-PCT-DISPLAY.
           MOVE WS-AVG-LATE TO WS-LATE-DISPLAY.
           MOVE WS-FILL-PCT TO WS-FILL-DISPLAY.
           MOVE WS-SS-OVERDUE(WS-SCORE-IDX) TO WS-OVERDUE-DISPLAY.
           DISPLAY " ".
           DISPLAY "SUPPLIER " Supplier-Code " " Supplier-Name.
           DISPLAY "  LINES DUE " WS-COUNT-DISPLAY
               " ON TIME IN FULL " WS-PCT-DISPLAY "%"
               " AVG WORKING DAYS LATE " WS-LATE-DISPLAY
               " QTY FILL " WS-FILL-DISPLAY "%"
               " OPEN PAST DUE " WS-OVERDUE-DISPLAY.
           MOVE WS-AVG-LEAD TO WS-LEAD-DISPLAY.
           MOVE WS-SS-LEAD-LINES(WS-SCORE-IDX) TO WS-COUNT-DISPLAY.
           IF WS-SS-LEAD-LINES(WS-SCORE-IDX) > ZEROS
               DISPLAY "  MEASURED LEAD TIME " WS-LEAD-DISPLAY
                   " DAYS OVER " WS-COUNT-DISPLAY " LINES"
                   " - PLANNED " Supplier-Lead-Days
           ELSE
               DISPLAY "  NO LINES COMPLETED IN LEAD TIME WINDOW"
                   " - PLANNED " Supplier-Lead-Days
           END-IF.

       STORE-MEASURED-LEAD.
      * Hold the measurement on the supplier master for purchasing to
      * review and adopt on POMAINT. The planned figure itself is
      * never changed here.
           MOVE WS-AVG-LEAD TO Supplier-Measured-Lead.
           MOVE WS-SS-LEAD-LINES(WS-SCORE-IDX)
               TO Supplier-Measured-Lines.
           MOVE WS-TODAY TO Supplier-Measured-Date.
           REWRITE Supplier-Record
               INVALID KEY
                   DISPLAY "  *** SUPPLIER UPDATE FAILED - LEAD TIME "
                       "NOT STORED ***"
               NOT INVALID KEY
                   ADD 1 TO WS-LEAD-SET-COUNT
           END-REWRITE.

       PRINT-HOUSE-TOTAL.
           MOVE ZEROS TO WS-OTIF-PCT.
           MOVE ZEROS TO WS-AVG-LATE.
           MOVE ZEROS TO WS-FILL-PCT.
           IF WS-HS-DUE > ZEROS
               COMPUTE WS-OTIF-PCT ROUNDED =
                   WS-HS-OTIF * 100 / WS-HS-DUE
           END-IF.
           IF WS-HS-LATE > ZEROS
               COMPUTE WS-AVG-LATE ROUNDED =
                   WS-HS-LATE-DAYS / WS-HS-LATE
           END-IF.
           IF WS-HS-QTY-ORDERED > ZEROS
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-HS-QTY-FILLED * 100 / WS-HS-QTY-ORDERED
           END-IF.
           MOVE WS-OTIF-PCT TO WS-PCT-DISPLAY.
           MOVE WS-AVG-LATE TO WS-LATE-DISPLAY.
           MOVE WS-FILL-PCT TO WS-FILL-DISPLAY.
           DISPLAY " ".
           DISPLAY "ALL SUPPLIERS - LINES DUE " WS-HS-DUE
               " ON TIME IN FULL " WS-PCT-DISPLAY "%"
               " AVG WORKING DAYS LATE " WS-LATE-DISPLAY
               " QTY FILL " WS-FILL-DISPLAY "%"
               " OPEN PAST DUE " WS-HS-OVERDUE.
           DISPLAY "SUPPLIERS WITH NO PO LINES DUE, OPEN, OR "
               "COMPLETED: " WS-QUIET-COUNT.
