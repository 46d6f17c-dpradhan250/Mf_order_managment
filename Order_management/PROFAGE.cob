       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFAGE.

      * Unpaid pro-forma report. An order for a cash-in-advance
      * customer sits awaiting payment with its stock allocated until
      * the money arrives. Its pay-by date is the order date plus the
      * days to pay on the customer's terms, maintained per terms
      * code in REFMAINT, so each cash-in-advance terms code sets how
      * long its pro-formas may sit unpaid. This daily report lists
      * every order still awaiting payment past that date - order,
      * customer, date placed, pay-by date, days over, and the amount
      * still to come - so credit control can chase the customer, or
      * cancel the order through CANCELORD and give the allocated
      * stock back to paying orders. Nothing is changed here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderFile ASSIGN TO "Order.Transaction.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Order-Code OF Order-Header-Record
               FILE STATUS IS WS-File-Status.

           SELECT CustomerFile ASSIGN TO "Customer.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Customer-Code OF Customer-Record
               FILE STATUS IS WS-Cust-File-Status.

           SELECT BusinessDateFile ASSIGN TO "Business.Date.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BD-Control-Key
               FILE STATUS IS WS-BizDate-File-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  BusinessDateFile.
       01  Business-Date-Record.
           05  BD-Control-Key      PIC X(01).
           05  BD-Business-Date    PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).
       01  WS-Cust-File-Status    PIC X(02).
       01  WS-BizDate-File-Status PIC X(02).
      * The business date the suite is running for - pro-formas are
      * overdue once it passes their pay-by date.
       01  WS-BUSINESS-DATE       PIC X(08).

      * Date arithmetic for the days a pro-forma is past its pay-by
      * date.
       01  WS-TODAY-NUM           PIC 9(08).
       01  WS-TODAY-INTEGER       PIC S9(09) COMP.
       01  WS-DUE-NUM             PIC 9(08).
       01  WS-DUE-INTEGER         PIC S9(09) COMP.
       01  WS-DAYS-OVER           PIC 9(05).

       01  WS-AWAITING-COUNT      PIC 9(05) VALUE ZEROS.
       01  WS-UNPAID-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-UNPAID-TOTAL        PIC 9(09)V9(02) VALUE ZEROS.

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ESTABLISH-BUSINESS-DATE.
           DISPLAY "UNPAID PRO-FORMA REPORT FOR " WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           OPEN INPUT OrderFile.
           OPEN INPUT CustomerFile.

           MOVE ZEROS TO Order-Code OF Order-Header-Record.
           START OrderFile KEY IS GREATER THAN OR EQUAL
               Order-Code OF Order-Header-Record
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.

           PERFORM CHECK-ONE-ORDER
               UNTIL WS-END-OF-FILE.

           CLOSE OrderFile.
           CLOSE CustomerFile.
           DISPLAY "UNPAID PRO-FORMA REPORT COMPLETE - AWAITING "
               "PAYMENT: " WS-AWAITING-COUNT
               " PAST PAY-BY DATE: " WS-UNPAID-COUNT
               " AMOUNT UNPAID: " WS-UNPAID-TOTAL.
           STOP RUN.

       CHECK-ONE-ORDER.
      * Read the next order and report it if it is still awaiting
      * payment after its pay-by date has gone by.
           READ OrderFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF Order-Awaiting-Payment
                       ADD 1 TO WS-AWAITING-COUNT
                       PERFORM CHECK-PAY-BY-DATE
                   END-IF
           END-READ.

       CHECK-PAY-BY-DATE.
      * An order with no pay-by date falls back to the day it was
      * placed, so it is reported from the following day.
           IF Order-Due-Date = SPACES
               OR Order-Due-Date = "00000000"
               MOVE Order-Date TO WS-DUE-NUM
           ELSE
               MOVE Order-Due-Date TO WS-DUE-NUM
           END-IF.
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DUE-NUM).
           IF WS-TODAY-INTEGER > WS-DUE-INTEGER
               COMPUTE WS-DAYS-OVER =
                   WS-TODAY-INTEGER - WS-DUE-INTEGER
               PERFORM PRINT-UNPAID-ORDER
           END-IF.

       PRINT-UNPAID-ORDER.
           MOVE Customer-Code OF Order-Header-Record
               TO Customer-Code OF Customer-Record.
           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   MOVE "UNKNOWN" TO Customer-Name.
           ADD 1 TO WS-UNPAID-COUNT.
           ADD Order-Balance-Due OF Order-Header-Record
               TO WS-UNPAID-TOTAL.
           DISPLAY "ORDER " Order-Code OF Order-Header-Record
               " CUSTOMER " Customer-Code OF Order-Header-Record
               " " Customer-Name
               " PLACED " Order-Date
               " PAY BY " WS-DUE-NUM
               " DAYS OVER " WS-DAYS-OVER
               " UNPAID " Order-Balance-Due OF Order-Header-Record.

       ESTABLISH-BUSINESS-DATE.
      * Pick up the business date the suite is running for. The
      * report changes nothing and may be rerun freely, so no run
      * control is kept.
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
