       IDENTIFICATION DIVISION.
       PROGRAM-ID. APMATCH.

      * Supplier invoice matching job. Reads a sequential file of
      * supplier invoice lines keyed by accounts payable - one record
      * per line, each carrying its invoice's supplier, number, and
      * date - and matches every line three ways: against the
      * purchase order line it bills (right supplier, confirmed line,
      * agreed unit price) and against the quantity the dock actually
      * received on Receipt.History.KSDS, less anything already
      * invoiced. Quantity and price overruns are allowed only within
      * the supplier's tolerances on Match.Tolerance.KSDS. An invoice
      * whose every line matches is written to AP.Voucher.KSDS as
      * approved for payment and its quantities are marked invoiced
      * on the PO lines; any other invoice is printed whole on the
      * exception report with the PO, receipt, and invoice figures
      * side by side, and nothing is booked for it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InvoiceTransFile ASSIGN TO "Supplier.Invoice.Trans"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Trans-File-Status.

           SELECT SupplierFile ASSIGN TO "Supplier.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Supplier-Code
               FILE STATUS IS WS-Supplier-File-Status.

           SELECT PurchaseOrderFile ASSIGN TO "Purchase.Order.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-Line-Key
               FILE STATUS IS WS-PO-File-Status.

           SELECT ReceiptHistFile ASSIGN TO "Receipt.History.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-Seq-No
               ALTERNATE RECORD KEY IS RH-PO-Key WITH DUPLICATES
               FILE STATUS IS WS-Rcpt-Hist-Status.

           SELECT MatchToleranceFile ASSIGN TO "Match.Tolerance.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MT-Supplier-Code
               FILE STATUS IS WS-Tolerance-Status.

           SELECT APVoucherFile ASSIGN TO "AP.Voucher.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AV-Voucher-Key
               FILE STATUS IS WS-Voucher-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  InvoiceTransFile.
      * One supplier invoice line. The lines of an invoice arrive
      * together; a change of supplier or invoice number starts the
      * next invoice. Quantities are in the stocking unit and prices
      * per stocking unit, the same basis the PO line is held in.
       01  Invoice-Trans-Record.
           05  SI-Supplier-Code    PIC 9(05).
           05  SI-Invoice-No       PIC X(12).
           05  SI-Invoice-Date     PIC X(08).
           05  SI-PO-Number        PIC 9(07).
           05  SI-PO-Line          PIC 9(03).
           05  SI-Item-Code        PIC 9(07).
           05  SI-Qty              PIC 9(05).
           05  SI-Unit-Price       PIC 9(05)V9(02).

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

       FD  MatchToleranceFile.
       01  Match-Tolerance-Record.
           05  MT-Supplier-Code    PIC 9(05).
           05  MT-Qty-Tol-Pct      PIC 9(03)V9(02).
           05  MT-Price-Tol-Pct    PIC 9(03)V9(02).

       FD  APVoucherFile.
       01  AP-Voucher-Record.
           05  AV-Voucher-Key.
               10  AV-Supplier-Code    PIC 9(05).
               10  AV-Invoice-No       PIC X(12).
           05  AV-Invoice-Date     PIC X(08).
           05  AV-Approved-Date    PIC X(08).
           05  AV-Line-Count       PIC 9(03).
           05  AV-Amount           PIC 9(09)V9(02).
           05  AV-Status           PIC X(01).
               88  AV-Approved       VALUE "A".
               88  AV-Paid           VALUE "P".

       WORKING-STORAGE SECTION.
       01  WS-Trans-File-Status    PIC X(02).
       01  WS-Supplier-File-Status PIC X(02).
       01  WS-PO-File-Status       PIC X(02).
       01  WS-Rcpt-Hist-Status     PIC X(02).
       01  WS-Tolerance-Status     PIC X(02).
       01  WS-Voucher-File-Status  PIC X(02).

       01  WS-TODAY               PIC X(08).

      * The invoice being gathered - its header fields off the first
      * line, and the tolerances that apply to its supplier.
       01  WS-INV-SUPPLIER        PIC 9(05).
       01  WS-INV-NUMBER          PIC X(12).
       01  WS-INV-DATE            PIC X(08).
       01  WS-INV-AMOUNT          PIC 9(09)V9(02).
       01  WS-INV-NOTE            PIC X(30).
       01  WS-QTY-TOL-PCT         PIC 9(03)V9(02).
       01  WS-PRICE-TOL-PCT       PIC 9(03)V9(02).

      * Whether the invoice as a whole matched. One failing line
      * holds the whole invoice - accounts payable resolves it with
      * the supplier and re-presents it, rather than paying part.
       01  WS-INV-MATCH-SWITCH    PIC X(01) VALUE "Y".
           88  WS-INV-MATCHED       VALUE "Y".
           88  WS-INV-EXCEPTION     VALUE "N".

      * The invoice's lines held in memory while they are matched,
      * with the PO and receipt figures gathered for each, so an
      * exception can be printed side by side and an approved
      * invoice can be booked to its PO lines.
       01  WS-INVOICE-LINES.
           05  WS-INV-LINE OCCURS 50 TIMES.
               10  WS-IL-PO-Number     PIC 9(07).
               10  WS-IL-PO-Line       PIC 9(03).
               10  WS-IL-Item-Code     PIC 9(07).
               10  WS-IL-Qty           PIC 9(05).
               10  WS-IL-Price         PIC 9(05)V9(02).
               10  WS-IL-PO-Ordered    PIC 9(05).
               10  WS-IL-PO-Received   PIC 9(05).
               10  WS-IL-PO-Invoiced   PIC 9(05).
               10  WS-IL-PO-Price      PIC 9(05)V9(02).
               10  WS-IL-Rcpt-Qty      PIC 9(07).
               10  WS-IL-Rcpt-Cost     PIC 9(05)V9(02).
               10  WS-IL-Result        PIC X(20).
       01  WS-LINE-COUNT          PIC 9(02) VALUE ZEROS.
       01  WS-LINE-MAX            PIC 9(02) VALUE 50.
       01  WS-LINE-IDX            PIC 9(02).
       01  WS-PRIOR-IDX           PIC 9(02).

      * Quantity and price limits worked out for the line in hand.
       01  WS-QTY-PENDING         PIC 9(07).
       01  WS-QTY-BILLABLE        PIC S9(07).
       01  WS-QTY-ALLOWED         PIC S9(07).
       01  WS-PRICE-BASIS         PIC 9(05)V9(02).
       01  WS-PRICE-ALLOWED       PIC 9(07)V9(02).

       01  WS-LINE-MATCH-SWITCH   PIC X(01) VALUE "Y".
           88  WS-LINE-MATCHED      VALUE "Y".
           88  WS-LINE-EXCEPTION    VALUE "N".

       01  WS-RH-EOF-SWITCH       PIC X(01) VALUE "N".
           88  WS-RH-END            VALUE "Y".
           88  WS-RH-NOT-END        VALUE "N".

       01  WS-INVOICE-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-APPROVED-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-EXCEPTION-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-APPROVED-AMOUNT     PIC 9(11)V9(02) VALUE ZEROS.

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "SUPPLIER INVOICE MATCHING STARTING".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT InvoiceTransFile.
           OPEN INPUT SupplierFile.
           OPEN I-O PurchaseOrderFile.
           OPEN INPUT ReceiptHistFile.
           OPEN INPUT MatchToleranceFile.
           OPEN I-O APVoucherFile.

           PERFORM READ-NEXT-TRANSACTION.
           PERFORM MATCH-ONE-INVOICE
               UNTIL WS-END-OF-FILE.

           CLOSE InvoiceTransFile.
           CLOSE SupplierFile.
           CLOSE PurchaseOrderFile.
           CLOSE ReceiptHistFile.
           CLOSE MatchToleranceFile.
           CLOSE APVoucherFile.
           DISPLAY "SUPPLIER INVOICE MATCHING COMPLETE - INVOICES: "
               WS-INVOICE-COUNT " APPROVED: " WS-APPROVED-COUNT
               " EXCEPTIONS: " WS-EXCEPTION-COUNT.
           DISPLAY "  APPROVED FOR PAYMENT: " WS-APPROVED-AMOUNT.
           STOP RUN.

       MATCH-ONE-INVOICE.
      * Gather every line of the invoice starting at the current
      * record, match each in turn, then either voucher the invoice
      * or print it on the exception report.
           MOVE SI-Supplier-Code TO WS-INV-SUPPLIER.
           MOVE SI-Invoice-No TO WS-INV-NUMBER.
           MOVE SI-Invoice-Date TO WS-INV-DATE.
           MOVE ZEROS TO WS-INV-AMOUNT.
           MOVE ZEROS TO WS-LINE-COUNT.
           MOVE SPACES TO WS-INV-NOTE.
           SET WS-INV-MATCHED TO TRUE.
           ADD 1 TO WS-INVOICE-COUNT.

           PERFORM LOAD-INVOICE-LINE
               UNTIL WS-END-OF-FILE
                   OR SI-Supplier-Code NOT = WS-INV-SUPPLIER
                   OR SI-Invoice-No NOT = WS-INV-NUMBER.

           PERFORM CHECK-INVOICE-HEADER.
           PERFORM LOAD-SUPPLIER-TOLERANCE.
           PERFORM MATCH-ONE-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.

           IF WS-INV-MATCHED
               PERFORM APPROVE-INVOICE
           ELSE
               PERFORM REPORT-INVOICE-EXCEPTION
           END-IF.

       LOAD-INVOICE-LINE.
      * Hold the current line in the invoice table and price it into
      * the invoice total. An invoice longer than the table is held
      * whole for accounts payable to split.
           IF WS-LINE-COUNT < WS-LINE-MAX
               ADD 1 TO WS-LINE-COUNT
               MOVE SI-PO-Number TO WS-IL-PO-Number (WS-LINE-COUNT)
               MOVE SI-PO-Line TO WS-IL-PO-Line (WS-LINE-COUNT)
               MOVE SI-Item-Code TO WS-IL-Item-Code (WS-LINE-COUNT)
               MOVE SI-Qty TO WS-IL-Qty (WS-LINE-COUNT)
               MOVE SI-Unit-Price TO WS-IL-Price (WS-LINE-COUNT)
               MOVE ZEROS TO WS-IL-PO-Ordered (WS-LINE-COUNT)
               MOVE ZEROS TO WS-IL-PO-Received (WS-LINE-COUNT)
               MOVE ZEROS TO WS-IL-PO-Invoiced (WS-LINE-COUNT)
               MOVE ZEROS TO WS-IL-PO-Price (WS-LINE-COUNT)
               MOVE ZEROS TO WS-IL-Rcpt-Qty (WS-LINE-COUNT)
               MOVE ZEROS TO WS-IL-Rcpt-Cost (WS-LINE-COUNT)
               MOVE SPACES TO WS-IL-Result (WS-LINE-COUNT)
           ELSE
               SET WS-INV-EXCEPTION TO TRUE
               MOVE "TOO MANY LINES - SPLIT INVOICE" TO WS-INV-NOTE
           END-IF.
           COMPUTE WS-INV-AMOUNT ROUNDED =
               WS-INV-AMOUNT + SI-Qty * SI-Unit-Price.

           PERFORM READ-NEXT-TRANSACTION.

       CHECK-INVOICE-HEADER.
      * The invoice must come from a supplier on file and must not
      * already have been vouchered - the same supplier invoice
      * number presented twice is never paid twice.
           MOVE WS-INV-SUPPLIER TO Supplier-Code.
           READ SupplierFile KEY IS Supplier-Code
               INVALID KEY
                   SET WS-INV-EXCEPTION TO TRUE
                   MOVE "SUPPLIER NOT ON FILE" TO WS-INV-NOTE
           END-READ.
           MOVE WS-INV-SUPPLIER TO AV-Supplier-Code.
           MOVE WS-INV-NUMBER TO AV-Invoice-No.
           READ APVoucherFile KEY IS AV-Voucher-Key
               NOT INVALID KEY
                   SET WS-INV-EXCEPTION TO TRUE
                   MOVE "DUPLICATE - VOUCHER ON FILE" TO WS-INV-NOTE
           END-READ.

       LOAD-SUPPLIER-TOLERANCE.
      * The supplier's own tolerances, else the house default held
      * under supplier 00000, else none - an exact match.
           MOVE ZEROS TO WS-QTY-TOL-PCT.
           MOVE ZEROS TO WS-PRICE-TOL-PCT.
           MOVE WS-INV-SUPPLIER TO MT-Supplier-Code.
           READ MatchToleranceFile KEY IS MT-Supplier-Code
               INVALID KEY
                   MOVE ZEROS TO MT-Supplier-Code
                   READ MatchToleranceFile KEY IS MT-Supplier-Code
                       INVALID KEY
                           MOVE ZEROS TO MT-Qty-Tol-Pct
                           MOVE ZEROS TO MT-Price-Tol-Pct
                   END-READ
           END-READ.
           MOVE MT-Qty-Tol-Pct TO WS-QTY-TOL-PCT.
           MOVE MT-Price-Tol-Pct TO WS-PRICE-TOL-PCT.

       MATCH-ONE-LINE.
      * Look up the PO line the invoice line bills, capture its
      * figures and the receipts booked against it, and test the
      * line. Any failing line marks the whole invoice an exception.
           SET WS-LINE-MATCHED TO TRUE.
           MOVE "MATCHED" TO WS-IL-Result (WS-LINE-IDX).
           MOVE WS-IL-PO-Number (WS-LINE-IDX) TO PO-Number.
           MOVE WS-IL-PO-Line (WS-LINE-IDX) TO PO-Line-No.
           READ PurchaseOrderFile KEY IS PO-Line-Key
               INVALID KEY
                   SET WS-LINE-EXCEPTION TO TRUE
                   MOVE "PO LINE NOT FOUND"
                       TO WS-IL-Result (WS-LINE-IDX)
               NOT INVALID KEY
                   MOVE PO-Qty-Ordered TO WS-IL-PO-Ordered (WS-LINE-IDX)
                   MOVE PO-Qty-Received
                       TO WS-IL-PO-Received (WS-LINE-IDX)
                   MOVE PO-Qty-Invoiced
                       TO WS-IL-PO-Invoiced (WS-LINE-IDX)
                   MOVE PO-Unit-Price TO WS-IL-PO-Price (WS-LINE-IDX)
                   PERFORM GATHER-LINE-RECEIPTS
                   PERFORM CHECK-LINE-VARIANCES
           END-READ.
           IF WS-LINE-EXCEPTION
               SET WS-INV-EXCEPTION TO TRUE.

       GATHER-LINE-RECEIPTS.
      * Browse every receipt booked against the PO line through the
      * receipt history's PO-line index, totalling the quantity and
      * keeping the latest costed delivery's unit cost.
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
                       ADD RH-Qty TO WS-IL-Rcpt-Qty (WS-LINE-IDX)
                       IF RH-Unit-Cost > ZEROS
                           MOVE RH-Unit-Cost
                               TO WS-IL-Rcpt-Cost (WS-LINE-IDX)
                       END-IF
                   END-IF
           END-READ.

       CHECK-LINE-VARIANCES.
      * The PO line was found - it must belong to the invoicing
      * supplier, carry the item billed, and be a confirmed line;
      * the quantity billed must be covered by what was received and
      * not yet invoiced, and the price billed by the agreed price,
      * each within the supplier's tolerance.
           IF PO-Supplier-Code NOT = WS-INV-SUPPLIER
               SET WS-LINE-EXCEPTION TO TRUE
               MOVE "PO OF OTHER SUPPLIER"
                   TO WS-IL-Result (WS-LINE-IDX).
           IF WS-LINE-MATCHED
               AND WS-IL-Item-Code (WS-LINE-IDX) > ZEROS
               AND WS-IL-Item-Code (WS-LINE-IDX) NOT = PO-Item-Code
               SET WS-LINE-EXCEPTION TO TRUE
               MOVE "ITEM NOT ON PO LINE"
                   TO WS-IL-Result (WS-LINE-IDX).
           IF WS-LINE-MATCHED
               AND (PO-Line-Draft OR PO-Line-Cancelled)
               SET WS-LINE-EXCEPTION TO TRUE
               MOVE "PO LINE NOT CONFIRMED"
                   TO WS-IL-Result (WS-LINE-IDX).
           IF WS-LINE-MATCHED
               PERFORM CHECK-LINE-QUANTITY.
           IF WS-LINE-MATCHED
               PERFORM CHECK-LINE-PRICE.

       CHECK-LINE-QUANTITY.
      * What may still be billed is what the dock received less what
      * earlier invoices and earlier lines of this invoice have
      * already billed on the same PO line, plus the tolerance
      * percentage of the received quantity.
           MOVE ZEROS TO WS-QTY-PENDING.
           PERFORM ADD-PRIOR-LINE-QTY
               VARYING WS-PRIOR-IDX FROM 1 BY 1
               UNTIL WS-PRIOR-IDX NOT < WS-LINE-IDX.
           COMPUTE WS-QTY-BILLABLE =
               PO-Qty-Received - PO-Qty-Invoiced - WS-QTY-PENDING.
           COMPUTE WS-QTY-ALLOWED =
               WS-QTY-BILLABLE
               + PO-Qty-Received * WS-QTY-TOL-PCT / 100.
           IF WS-IL-Qty (WS-LINE-IDX) > WS-QTY-ALLOWED
               SET WS-LINE-EXCEPTION TO TRUE
               IF PO-Qty-Received = ZEROS
                   MOVE "NOTHING RECEIVED"
                       TO WS-IL-Result (WS-LINE-IDX)
               ELSE
                   MOVE "QTY OVER RECEIVED"
                       TO WS-IL-Result (WS-LINE-IDX)
               END-IF
           END-IF.

       ADD-PRIOR-LINE-QTY.
           IF WS-IL-PO-Number (WS-PRIOR-IDX) = PO-Number
               AND WS-IL-PO-Line (WS-PRIOR-IDX) = PO-Line-No
               ADD WS-IL-Qty (WS-PRIOR-IDX) TO WS-QTY-PENDING.

       CHECK-LINE-PRICE.
      * The billed unit price is held to the price agreed on the PO
      * line, or for a line raised before prices were carried, to
      * what the supplier charged at receipt. A line with neither
      * has nothing to match a price to and goes to the exception
      * report. Billing under the agreed price is never an exception.
           IF PO-Unit-Price > ZEROS
               MOVE PO-Unit-Price TO WS-PRICE-BASIS
           ELSE
               MOVE WS-IL-Rcpt-Cost (WS-LINE-IDX) TO WS-PRICE-BASIS
           END-IF.
           IF WS-PRICE-BASIS = ZEROS
               SET WS-LINE-EXCEPTION TO TRUE
               MOVE "NO AGREED PRICE" TO WS-IL-Result (WS-LINE-IDX)
           ELSE
               COMPUTE WS-PRICE-ALLOWED ROUNDED =
                   WS-PRICE-BASIS
                   + WS-PRICE-BASIS * WS-PRICE-TOL-PCT / 100
               IF WS-IL-Price (WS-LINE-IDX) > WS-PRICE-ALLOWED
                   SET WS-LINE-EXCEPTION TO TRUE
                   MOVE "PRICE OVER AGREED"
                       TO WS-IL-Result (WS-LINE-IDX)
               END-IF
           END-IF.

       APPROVE-INVOICE.
      * Every line matched - write the approved voucher and mark the
      * billed quantities invoiced on their PO lines, so the same
      * receipt cannot be billed again on a later invoice.
           MOVE WS-INV-SUPPLIER TO AV-Supplier-Code.
           MOVE WS-INV-NUMBER TO AV-Invoice-No.
           MOVE WS-INV-DATE TO AV-Invoice-Date.
           MOVE WS-TODAY TO AV-Approved-Date.
           MOVE WS-LINE-COUNT TO AV-Line-Count.
           MOVE WS-INV-AMOUNT TO AV-Amount.
           SET AV-Approved TO TRUE.
           WRITE AP-Voucher-Record
               INVALID KEY
                   SET WS-INV-EXCEPTION TO TRUE
                   MOVE "VOUCHER WRITE FAILED" TO WS-INV-NOTE
                   PERFORM REPORT-INVOICE-EXCEPTION
               NOT INVALID KEY
                   PERFORM BOOK-LINE-INVOICED
                       VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > WS-LINE-COUNT
                   ADD 1 TO WS-APPROVED-COUNT
                   ADD WS-INV-AMOUNT TO WS-APPROVED-AMOUNT
                   DISPLAY "APPROVED - SUPPLIER " WS-INV-SUPPLIER
                       " INVOICE " WS-INV-NUMBER
                       " LINES " WS-LINE-COUNT
                       " AMOUNT " WS-INV-AMOUNT
           END-WRITE.

       BOOK-LINE-INVOICED.
           MOVE WS-IL-PO-Number (WS-LINE-IDX) TO PO-Number.
           MOVE WS-IL-PO-Line (WS-LINE-IDX) TO PO-Line-No.
           READ PurchaseOrderFile KEY IS PO-Line-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-IL-Qty (WS-LINE-IDX) TO PO-Qty-Invoiced
                   REWRITE Purchase-Order-Record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

       REPORT-INVOICE-EXCEPTION.
      * Print the held invoice whole - for each line the PO's
      * ordered, received, already-invoiced, and agreed price, the
      * receipts booked and their cost, then what the supplier
      * billed, and why the line failed.
           ADD 1 TO WS-EXCEPTION-COUNT.
           DISPLAY "*** EXCEPTION - SUPPLIER " WS-INV-SUPPLIER
               " INVOICE " WS-INV-NUMBER
               " DATED " WS-INV-DATE
               " AMOUNT " WS-INV-AMOUNT " ***".
           IF WS-INV-NOTE NOT = SPACES
               DISPLAY "    " WS-INV-NOTE.
           PERFORM REPORT-ONE-EXCEPTION-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.

       REPORT-ONE-EXCEPTION-LINE.
           DISPLAY "    PO " WS-IL-PO-Number (WS-LINE-IDX)
               " LINE " WS-IL-PO-Line (WS-LINE-IDX)
               " ITEM " WS-IL-Item-Code (WS-LINE-IDX)
               " - " WS-IL-Result (WS-LINE-IDX).
           DISPLAY "      PO:      ORDERED "
               WS-IL-PO-Ordered (WS-LINE-IDX)
               " RECEIVED " WS-IL-PO-Received (WS-LINE-IDX)
               " INVOICED " WS-IL-PO-Invoiced (WS-LINE-IDX)
               " PRICE " WS-IL-PO-Price (WS-LINE-IDX).
           DISPLAY "      RECEIPT: QTY " WS-IL-Rcpt-Qty (WS-LINE-IDX)
               " COST " WS-IL-Rcpt-Cost (WS-LINE-IDX).
           DISPLAY "      INVOICE: QTY " WS-IL-Qty (WS-LINE-IDX)
               " PRICE " WS-IL-Price (WS-LINE-IDX).

       READ-NEXT-TRANSACTION.
      * Read the next supplier invoice line keyed by accounts
      * payable.
           READ InvoiceTransFile
               AT END
                   SET WS-END-OF-FILE TO TRUE.
