       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFORMA.

      * Pro-forma invoice print. A customer on cash-in-advance terms
      * pays before anything ships, so order entry writes the order
      * awaiting payment - stock allocated, balance due the full
      * total - and this job prints the pro-forma invoice the
      * customer pays against: bill-to, the order's lines, tax, the
      * total to pay, and the pay-by date the terms allow, quoting
      * the order number as the payment reference PAYPOST and ONACCT
      * accept. No invoice number is minted and nothing is posted;
      * INVGEN still invoices the order once it has shipped. Driven
      * by a request file of order numbers for on-demand prints and
      * reprints; when the request file is empty the job sweeps
      * every order awaiting payment that was placed on the business
      * date, so a print run after the day's order entry covers the
      * day's new cash-in-advance orders. Orders unpaid past their
      * pay-by date are followed up by PROFAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProformaRequestFile ASSIGN TO "Proforma.Request.Trans"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Trans-File-Status.

           SELECT OrderFile ASSIGN TO "Order.Transaction.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Order-Code OF Order-Header-Record
               FILE STATUS IS WS-File-Status.

           SELECT OrderLineFile ASSIGN TO "Order.LineItem.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Order-Line-Key
               FILE STATUS IS WS-Line-File-Status.

           SELECT CustomerFile ASSIGN TO "Customer.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Customer-Code OF Customer-Record
               FILE STATUS IS WS-Cust-File-Status.

           SELECT TermsFile ASSIGN TO "Payment.Terms.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Terms-Code
               FILE STATUS IS WS-Terms-File-Status.

           SELECT BusinessDateFile ASSIGN TO "Business.Date.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BD-Control-Key
               FILE STATUS IS WS-BizDate-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ProformaRequestFile.
       01  Proforma-Request-Record.
           05  PF-Order-Code       PIC 9(07).

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

       FD  CustomerFile.
       01  Customer-Record.
           05  Customer-Code       PIC 9(07).
           05  Customer-Name       PIC X(15).
      * Structured postal address - street line, city, and postal
      * code, with the region the record always carried. The street
      * was a single twelve-byte line for years; the post office
      * bounced enough mail to end that.
           05  Customer-Add        PIC X(25).
           05  Customer-City       PIC X(15).
           05  Customer-Postal-Code PIC X(10).
           05  Customer-Region     PIC X(03).
           05  Customer-Contact-No PIC X(10).
           05  Customer-Email      PIC X(40).
           05  Credit-Hold-Flag    PIC X(01).
               88  Customer-On-Hold     VALUE "Y".
               88  Customer-Not-On-Hold VALUE "N".
           05  Customer-Credit-Limit  PIC 9(07)V9(02).
           05  Customer-Open-Exposure PIC 9(07)V9(02).
           05  Customer-Status        PIC X(01).
               88  Customer-Active       VALUE "A".
               88  Customer-Deleted      VALUE "D".
           05  Customer-Tax-Exempt-Flag PIC X(01).
               88  Customer-Tax-Exempt   VALUE "Y".
               88  Customer-Taxable      VALUE "N".
           05  Customer-Tax-Cert-Ref  PIC X(12).
           05  Customer-Rep-Code      PIC X(03).
           05  Customer-Currency-Code PIC X(03).
           05  Customer-Terms-Code    PIC X(03).
      * "Y" when the customer takes an advance ship notice for
      * each shipment - see ASNOUT. Anything else sends none.
           05  Customer-ASN-Flag      PIC X(01).
               88  Customer-Wants-ASN   VALUE "Y".
      * The head-office account that pays this branch's bills -
      * its credit is measured against the head office's combined
      * limit, and its orders appear on the head office's statement
      * and dunning letter. Zero when the customer pays its own
      * bills. One level only: a head office is never itself a
      * branch. Maintained under the credit permission in DETAILS.
           05  Customer-Bill-To-Code  PIC 9(07).
      * "Y" exempts the account from the month-end finance charge
      * FINCHRG assesses on overdue balances - a negotiated waiver
      * or a customer credit control has agreed not to charge. Tax-
      * exempt accounts are never charged either way. Set only under
      * the credit permission in DETAILS.
           05  Customer-Fin-Chg-Flag  PIC X(01).
               88  Customer-Fin-Chg-Exempt VALUE "Y".

       FD  TermsFile.
       01  Payment-Terms-Record.
           05  Terms-Code          PIC X(03).
           05  Terms-Desc          PIC X(15).
           05  Terms-Days          PIC 9(03).
      * Early-payment settlement discount - the fraction of the
      * invoice the customer may deduct (0.020 is two percent) when
      * paying within the discount days of the invoice date, as in
      * "2% 10, NET 30". A zero rate or zero days offers none.
           05  Terms-Disc-Pct      PIC 9(01)V9(03).
           05  Terms-Disc-Days     PIC 9(03).
           05  Terms-CIA-Flag      PIC X(01).
               88  Terms-Cash-In-Advance VALUE "Y".
           05  Terms-Status        PIC X(01).
               88  Terms-Active      VALUE "A".
               88  Terms-Inactive    VALUE "I".

       FD  BusinessDateFile.
       01  Business-Date-Record.
           05  BD-Control-Key      PIC X(01).
           05  BD-Business-Date    PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-Trans-File-Status   PIC X(02).
       01  WS-File-Status         PIC X(02).
       01  WS-Line-File-Status    PIC X(02).
       01  WS-Cust-File-Status    PIC X(02).
       01  WS-Terms-File-Status   PIC X(02).
       01  WS-BizDate-File-Status PIC X(02).
      * The business date the suite is running for - the sweep prints
      * the orders placed on it.
       01  WS-BUSINESS-DATE       PIC X(08).

       01  WS-LINE-IDX            PIC 9(03).
       01  WS-TERMS-DESC          PIC X(15).
       01  WS-PRINTED-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-SKIPPED-COUNT       PIC 9(05) VALUE ZEROS.

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PRO-FORMA INVOICE PRINT STARTING".
           PERFORM ESTABLISH-BUSINESS-DATE.
           OPEN INPUT ProformaRequestFile.
           OPEN INPUT OrderFile.
           OPEN INPUT OrderLineFile.
           OPEN INPUT CustomerFile.
           OPEN INPUT TermsFile.

           PERFORM READ-NEXT-REQUEST.
           IF WS-END-OF-FILE
               DISPLAY "NO REQUESTS SUPPLIED - PRINTING ORDERS "
                   "AWAITING PAYMENT PLACED " WS-BUSINESS-DATE
               PERFORM SWEEP-AWAITING-ORDERS
           ELSE
               PERFORM PRINT-ONE-REQUEST
                   UNTIL WS-END-OF-FILE
           END-IF.

           CLOSE ProformaRequestFile.
           CLOSE OrderFile.
           CLOSE OrderLineFile.
           CLOSE CustomerFile.
           CLOSE TermsFile.
           DISPLAY "PRO-FORMA INVOICE PRINT COMPLETE - PRINTED: "
               WS-PRINTED-COUNT " SKIPPED: " WS-SKIPPED-COUNT.
           STOP RUN.

       PRINT-ONE-REQUEST.
      * Print the pro-forma for the order named by the current
      * request record. Only an order still awaiting its money has a
      * pro-forma to print - once paid it is released for picking
      * and will be invoiced the ordinary way.
           MOVE PF-Order-Code TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
                   DISPLAY "SKIPPED - ORDER NOT FOUND: " PF-Order-Code
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   IF Order-Awaiting-Payment
                       PERFORM PRINT-PROFORMA-DOCUMENT
                   ELSE
                       DISPLAY "SKIPPED - NOT AWAITING PAYMENT: "
                           PF-Order-Code " STATUS " Order-Status
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
           END-READ.

           PERFORM READ-NEXT-REQUEST.

       SWEEP-AWAITING-ORDERS.
      * No requests were supplied - browse the whole order file and
      * print a pro-forma for every order awaiting payment that was
      * placed on the business date.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO Order-Code OF Order-Header-Record.
           START OrderFile KEY IS GREATER THAN OR EQUAL
               Order-Code OF Order-Header-Record
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.

           PERFORM SWEEP-ONE-ORDER
               UNTIL WS-END-OF-FILE.

       SWEEP-ONE-ORDER.
           READ OrderFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF Order-Awaiting-Payment
                       AND Order-Date = WS-BUSINESS-DATE
                       PERFORM PRINT-PROFORMA-DOCUMENT
                   END-IF
           END-READ.

       PRINT-PROFORMA-DOCUMENT.
      * Print the customer-facing pro-forma - bill-to identity off the
      * customer master, the order's lines, then tax, terms, what is
      * still to pay, and the date it must be paid by. Anything
      * already received against the order is shown as deducted.
           MOVE Customer-Code OF Order-Header-Record
               TO Customer-Code OF Customer-Record.
           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   MOVE "UNKNOWN" TO Customer-Name
                   MOVE SPACES TO Customer-Add
                   MOVE SPACES TO Customer-Terms-Code.
           MOVE SPACES TO WS-TERMS-DESC.
           IF Customer-Terms-Code NOT = SPACES
               MOVE Customer-Terms-Code TO Terms-Code
               READ TermsFile KEY IS Terms-Code
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Terms-Desc TO WS-TERMS-DESC
               END-READ
           END-IF.
           DISPLAY "PRO-FORMA INVOICE - ORDER "
               Order-Code OF Order-Header-Record
               " DATE " Order-Date
               " CUST PO " Order-Cust-PO-Ref.
           DISPLAY "  BILL TO " Customer-Code OF Customer-Record
               " " Customer-Name.
           DISPLAY "  " Customer-Add " " Customer-City
               " " Customer-Postal-Code.
           PERFORM PRINT-ONE-PROFORMA-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX >
                   Order-Line-Count OF Order-Header-Record.
           DISPLAY "  MERCHANDISE "
               Order-Amount OF Order-Header-Record
               " TAX " Order-Tax-Amount OF Order-Header-Record.
           DISPLAY "  TERMS " Customer-Terms-Code " " WS-TERMS-DESC
               " TOTAL " Order-Total-Amount OF Order-Header-Record.
           IF Order-Amount-Paid OF Order-Header-Record > ZEROS
               DISPLAY "  RECEIVED "
                   Order-Amount-Paid OF Order-Header-Record
           END-IF.
           DISPLAY "  TO PAY " Order-Balance-Due OF Order-Header-Record
               " BY " Order-Due-Date.
           DISPLAY "  GOODS ARE RELEASED ON RECEIPT OF PAYMENT - "
               "QUOTE ORDER " Order-Code OF Order-Header-Record
               " WITH YOUR REMITTANCE".
           ADD 1 TO WS-PRINTED-COUNT.

       PRINT-ONE-PROFORMA-LINE.
      * Print one order line on the pro-forma body. Line numbers can
      * have gaps - a wholly backordered line wrote no record - so a
      * missing number is just skipped.
           MOVE Order-Code OF Order-Header-Record
               TO Order-Code OF Order-Line-Key.
           MOVE WS-LINE-IDX TO Line-Number.
           READ OrderLineFile KEY IS Order-Line-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "  LINE " Line-Number
                       " ITEM " Item-Code OF Order-Line-Record
                       " QTY " Item-Qty OF Order-Line-Record
                       " PRICE " Line-Unit-Price
                       " AMOUNT " Line-Amount
           END-READ.

       ESTABLISH-BUSINESS-DATE.
      * Pick up the business date the suite is running for. The print
      * is run on demand and may be repeated, so no run control is
      * kept.
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
           MOVE BD-Business-Date TO WS-BUSINESS-DATE.

       READ-NEXT-REQUEST.
      * Read the next requested order number.
           READ ProformaRequestFile
               AT END
                   SET WS-END-OF-FILE TO TRUE.
