       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGRPT.

      * Monthly sales budget versus actual. Measures each sales rep's
      * and each region's shipped sales for the month and for the
      * year to date against the targets management set on the
      * Sales.Budget.KSDS through BUDMAINT, and prints the budget,
      * the actual, the variance and the variance as a percentage of
      * budget, with the attainment - actual as a percentage of
      * budget. Actual sales are gathered the way REPCOMM gathers
      * them: shipped orders at merchandise value, by the
      * Order-Rep-Code captured at creation, in the month the order
      * finished shipping. Region is the customer's region off the
      * customer master. The live order file and the history file
      * ORDARCH archives to are both read, so the year to date is
      * whole however much of it has already been archived. A rep
      * whose attainment for the month or the year to date falls
      * below the percentage on the rep's budget record - or the
      * house percentage on rep "***" - is flagged. Reps and regions
      * with a budget but no sales still print, against nothing.
      * Runs at month end in ORDMEND, on the business date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderFile ASSIGN TO "Order.Transaction.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Order-Code OF Order-Header-Record
               FILE STATUS IS WS-File-Status.

           SELECT OrderHistoryFile ASSIGN TO "Order.History.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Order-Code OF Order-History-Record
               FILE STATUS IS WS-Hist-File-Status.

           SELECT ShipmentFile ASSIGN TO "Shipment.Detail.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Shipment-Key
               FILE STATUS IS WS-Shipment-File-Status.

           SELECT CustomerFile ASSIGN TO "Customer.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Customer-Code OF Customer-Record
               FILE STATUS IS WS-Cust-File-Status.

           SELECT SalesBudgetFile ASSIGN TO "Sales.Budget.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Sales-Budget-Key
               FILE STATUS IS WS-Budget-File-Status.

           SELECT SalesRepFile ASSIGN TO "Sales.Rep.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Rep-Code
               FILE STATUS IS WS-Rep-File-Status.

           SELECT RegionFile ASSIGN TO "Region.Reference.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Region-Code
               FILE STATUS IS WS-Region-File-Status.

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
           05  Order-Invoice-No    PIC 9(07).
           05  Order-Rep-Code      PIC X(03).
           05  Order-Freight-Amount PIC 9(05)V9(02).
           05  Order-Currency-Code PIC X(03).
           05  Order-Exchange-Rate PIC 9(03)V9(06).
           05  Order-Foreign-Total PIC 9(09)V9(02).
           05  Order-Due-Date      PIC X(08).
           05  Order-Cust-PO-Ref   PIC X(15).
      * The carrier the customer asked to ship with, keyed at entry -
      * spaces for no preference. Pick waves can be built for one
      * carrier's collection, and a shipment keyed with no carrier
      * goes with this one.
           05  Order-Carrier-Code  PIC X(03).
      * The pick wave the order was released to the warehouse in -
      * see PICKLIST's wave mode. Zero until the order is waved.
           05  Order-Wave-No       PIC 9(07).

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

       FD  SalesBudgetFile.
       01  Sales-Budget-Record.
           05  Sales-Budget-Key.
               10  SB-Budget-Type      PIC X(01).
                   88  SB-Rep-Budget       VALUE "R".
                   88  SB-Region-Budget    VALUE "G".
               10  SB-Budget-Code      PIC X(03).
               10  SB-Budget-Year      PIC X(04).
      * Merchandise sales targeted for each month, January first.
           05  SB-Month OCCURS 12 TIMES.
               10  SB-Month-Target PIC 9(09)V9(02).
           05  SB-Attain-Pct       PIC 9(03).

       FD  SalesRepFile.
       01  Sales-Rep-Record.
           05  Rep-Code            PIC X(03).
           05  Rep-Name            PIC X(15).
           05  Rep-Comm-Rate       PIC 9(01)V9(03).
           05  Rep-Status          PIC X(01).
               88  Rep-Active        VALUE "A".
               88  Rep-Inactive      VALUE "I".

       FD  RegionFile.
       01  Region-Record.
           05  Region-Code         PIC X(03).
           05  Region-Name         PIC X(15).
           05  Region-Tax-Rate     PIC 9(01)V9(03).
           05  Region-Status       PIC X(01).
               88  Region-Active         VALUE "A".
               88  Region-Inactive       VALUE "I".
      * Effective-dated rate entries staged in rising date order -
      * the rate in force on a given date is the latest entry whose
      * effective date is on or before it. A date earlier than every
      * entry, or an empty table, falls back to Region-Tax-Rate, the
      * rate the region always carried.
           05  Region-Rate-Entry OCCURS 3 TIMES.
               10  Region-Eff-Date     PIC X(08).
               10  Region-Eff-Rate     PIC 9(01)V9(03).
      * The carrier service standard for deliveries into the region,
      * in working days from shipment - zero takes CARRSCOR's house
      * standard.
           05  Region-Service-Days    PIC 9(02).

       FD  BusinessDateFile.
       01  Business-Date-Record.
           05  BD-Control-Key      PIC X(01).
           05  BD-Business-Date    PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).
       01  WS-Hist-File-Status    PIC X(02).
       01  WS-Shipment-File-Status PIC X(02).
       01  WS-Cust-File-Status    PIC X(02).
       01  WS-Budget-File-Status  PIC X(02).
       01  WS-Rep-File-Status     PIC X(02).
       01  WS-Region-File-Status  PIC X(02).
       01  WS-BizDate-File-Status PIC X(02).

       01  WS-TODAY               PIC X(08).

      * The month being reported, broken out so the year to date can
      * be told from it.
       01  WS-PERIOD.
           05  WS-PERIOD-YEAR     PIC X(04).
           05  WS-PERIOD-MONTH    PIC 9(02).

      * Actual sales gathered across the run - one entry per rep
      * (type R) and per region (type G), the same types the budget
      * file is keyed by, holding the month's and the year to date's
      * shipped merchandise value. The same in-memory table shape
      * REPCOMM uses for its rep totals.
       01  WS-ACTUAL-TABLE.
           05  WS-AT-ENTRY OCCURS 100 TIMES.
               10  WS-AT-TYPE         PIC X(01).
               10  WS-AT-CODE         PIC X(03).
               10  WS-AT-MONTH-SALES  PIC 9(09)V9(02).
               10  WS-AT-YTD-SALES    PIC 9(11)V9(02).
       01  WS-AT-COUNT             PIC 9(03) VALUE ZEROS.

       01  WS-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
           88  WS-TABLE-OVERFLOWED   VALUE "Y".
           88  WS-TABLE-HELD         VALUE "N".

       01  WS-POSTING-TYPE         PIC X(01).
       01  WS-POSTING-CODE         PIC X(03).
       01  WS-POSTING-REP          PIC X(03).
       01  WS-POSTING-CUSTOMER     PIC 9(07).
       01  WS-POSTING-MONTH-AMT    PIC 9(09)V9(02).
       01  WS-POSTING-YTD-AMT      PIC 9(09)V9(02).
       01  WS-SEARCH-IDX           PIC 9(03).
       01  WS-FOUND-IDX            PIC 9(03).
       01  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND        VALUE "Y".
           88  WS-ENTRY-NOT-FOUND    VALUE "N".
       01  WS-PRINT-IDX            PIC 9(03).
       01  WS-PRINT-TYPE           PIC X(01).
       01  WS-MONTH-IDX            PIC 9(02).

      * The order being measured - live or archived - and the month
      * it finished shipping in, off its last shipment record.
       01  WS-SHIP-ORDER-CODE     PIC 9(07).
       01  WS-SHIP-ORDER-DATE     PIC X(08).
       01  WS-SHIP-AMOUNT         PIC 9(07)V9(02).
       01  WS-SHIP-MONTH          PIC X(06).
       01  WS-SHIP-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-SHIP-END          VALUE "Y".
           88  WS-SHIP-NOT-END      VALUE "N".

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

      * Attainment below which a rep is flagged - the house
      * percentage on rep "***" for the year, or 90 percent with no
      * house record on file - and the one applying to the rep being
      * printed.
       01  WS-HOUSE-ATTAIN-PCT    PIC 9(03) VALUE 90.
       01  WS-ATTAIN-THRESHOLD    PIC 9(03).

      * One line's budget against actual.
       01  WS-NAME                PIC X(15).
       01  WS-BUDGET-MONTH        PIC 9(11)V9(02).
       01  WS-BUDGET-YTD          PIC 9(11)V9(02).
       01  WS-ACTUAL-MONTH        PIC 9(11)V9(02).
       01  WS-ACTUAL-YTD          PIC 9(11)V9(02).
       01  WS-VARIANCE-MONTH      PIC S9(11)V9(02).
       01  WS-VARIANCE-YTD        PIC S9(11)V9(02).
       01  WS-VAR-PCT-MONTH       PIC S9(05)V9(01).
       01  WS-VAR-PCT-YTD         PIC S9(05)V9(01).
       01  WS-ATTAIN-MONTH        PIC 9(05)V9(01).
       01  WS-ATTAIN-YTD          PIC 9(05)V9(01).
       01  WS-BUDGET-DISPLAY      PIC Z(10)9.99.
       01  WS-ACTUAL-DISPLAY      PIC Z(10)9.99.
       01  WS-VARIANCE-DISPLAY    PIC -(11)9.99.
       01  WS-VAR-PCT-DISPLAY     PIC -(5)9.9.
       01  WS-ATTAIN-DISPLAY      PIC Z(4)9.9.

      * Totals for the section being printed.
       01  WS-TOTAL-BUDGET-MONTH  PIC 9(11)V9(02).
       01  WS-TOTAL-BUDGET-YTD    PIC 9(11)V9(02).
       01  WS-TOTAL-ACTUAL-MONTH  PIC 9(11)V9(02).
       01  WS-TOTAL-ACTUAL-YTD    PIC 9(11)V9(02).
       01  WS-FLAGGED-COUNT       PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "SALES BUDGET VERSUS ACTUAL RUN STARTING".
           PERFORM ESTABLISH-BUSINESS-DATE.
           MOVE WS-TODAY(1:6) TO WS-PERIOD.

           OPEN INPUT OrderFile.
           OPEN INPUT OrderHistoryFile.
           OPEN INPUT ShipmentFile.
           OPEN INPUT CustomerFile.
           OPEN INPUT SalesBudgetFile.
           OPEN INPUT SalesRepFile.
           OPEN INPUT RegionFile.

           PERFORM LOAD-HOUSE-THRESHOLD.
           PERFORM SEED-BUDGETED-ENTRIES.
           PERFORM GATHER-LIVE-ORDERS.
           PERFORM GATHER-HISTORY-ORDERS.

           IF WS-TABLE-OVERFLOWED
               DISPLAY "BUDGET TABLE CAPACITY EXCEEDED - REPS AND "
                   "REGIONS BEYOND 100 NOT REPORTED THIS RUN"
           END-IF.

           MOVE "R" TO WS-PRINT-TYPE.
           DISPLAY "SALES BUDGET VERSUS ACTUAL BY REP - PERIOD "
               WS-PERIOD " - FLAGGED BELOW ATTAINMENT THRESHOLD".
           PERFORM PRINT-SECTION.
           MOVE "G" TO WS-PRINT-TYPE.
           DISPLAY "SALES BUDGET VERSUS ACTUAL BY REGION - PERIOD "
               WS-PERIOD.
           PERFORM PRINT-SECTION.

           CLOSE OrderFile.
           CLOSE OrderHistoryFile.
           CLOSE ShipmentFile.
           CLOSE CustomerFile.
           CLOSE SalesBudgetFile.
           CLOSE SalesRepFile.
           CLOSE RegionFile.
           DISPLAY "SALES BUDGET VERSUS ACTUAL RUN COMPLETE - "
               "REPS FLAGGED: " WS-FLAGGED-COUNT.
           STOP RUN.

       LOAD-HOUSE-THRESHOLD.
      * The house attainment percentage for the year, if one has
      * been set.
           MOVE "R" TO SB-Budget-Type.
           MOVE "***" TO SB-Budget-Code.
           MOVE WS-PERIOD-YEAR TO SB-Budget-Year.
           READ SalesBudgetFile KEY IS Sales-Budget-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SB-Attain-Pct > ZEROS
                       MOVE SB-Attain-Pct TO WS-HOUSE-ATTAIN-PCT
                   END-IF
           END-READ.

       SEED-BUDGETED-ENTRIES.
      * Enter every rep and region budgeted for the year in the
      * table at nothing sold, so one with no sales still reports
      * against its budget.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE LOW-VALUES TO Sales-Budget-Key.
           START SalesBudgetFile KEY IS GREATER THAN OR EQUAL
               Sales-Budget-Key
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.

           PERFORM SEED-ONE-BUDGET
               UNTIL WS-END-OF-FILE.

       SEED-ONE-BUDGET.
           READ SalesBudgetFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF SB-Budget-Year = WS-PERIOD-YEAR
                       AND SB-Budget-Code NOT = "***"
                       MOVE SB-Budget-Type TO WS-POSTING-TYPE
                       MOVE SB-Budget-Code TO WS-POSTING-CODE
                       MOVE ZEROS TO WS-POSTING-MONTH-AMT
                       MOVE ZEROS TO WS-POSTING-YTD-AMT
                       PERFORM POST-SALES-TO-TABLE
                   END-IF
           END-READ.

       GATHER-LIVE-ORDERS.
      * Fold every live order that finished shipping this year, up
      * to and including the month reported, into its rep's and its
      * region's sales.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO Order-Code OF Order-Header-Record.
           START OrderFile KEY IS GREATER THAN OR EQUAL
               Order-Code OF Order-Header-Record
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.

           PERFORM GATHER-ONE-LIVE-ORDER
               UNTIL WS-END-OF-FILE.

       GATHER-ONE-LIVE-ORDER.
           READ OrderFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF Order-Shipped OF Order-Header-Record
                       OR Order-Invoiced OF Order-Header-Record
                       MOVE Order-Code OF Order-Header-Record
                           TO WS-SHIP-ORDER-CODE
                       MOVE Order-Date OF Order-Header-Record
                           TO WS-SHIP-ORDER-DATE
                       MOVE Order-Amount OF Order-Header-Record
                           TO WS-SHIP-AMOUNT
                       MOVE Order-Rep-Code OF Order-Header-Record
                           TO WS-POSTING-REP
                       MOVE Customer-Code OF Order-Header-Record
                           TO WS-POSTING-CUSTOMER
                       PERFORM MEASURE-SHIPPED-ORDER
                   END-IF
           END-READ.

       GATHER-HISTORY-ORDERS.
      * The year's orders that ORDARCH has already archived belong
      * in the year to date too.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO Order-Code OF Order-History-Record.
           START OrderHistoryFile KEY IS GREATER THAN OR EQUAL
               Order-Code OF Order-History-Record
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.

           PERFORM GATHER-ONE-HIST-ORDER
               UNTIL WS-END-OF-FILE.

       GATHER-ONE-HIST-ORDER.
           READ OrderHistoryFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF Order-Shipped OF Order-History-Record
                       OR Order-Invoiced OF Order-History-Record
                       MOVE Order-Code OF Order-History-Record
                           TO WS-SHIP-ORDER-CODE
                       MOVE Order-Date OF Order-History-Record
                           TO WS-SHIP-ORDER-DATE
                       MOVE Order-Amount OF Order-History-Record
                           TO WS-SHIP-AMOUNT
                       MOVE Order-Rep-Code OF Order-History-Record
                           TO WS-POSTING-REP
                       MOVE Customer-Code OF Order-History-Record
                           TO WS-POSTING-CUSTOMER
                       PERFORM MEASURE-SHIPPED-ORDER
                   END-IF
           END-READ.

       MEASURE-SHIPPED-ORDER.
      * An order that finished shipping in the reported year, no
      * later than the reported month, counts toward the year to
      * date - and toward the month when it finished in that month.
           PERFORM FIND-SHIP-MONTH.
           IF WS-SHIP-MONTH(1:4) = WS-PERIOD-YEAR
               AND WS-SHIP-MONTH NOT > WS-PERIOD
               MOVE WS-SHIP-AMOUNT TO WS-POSTING-YTD-AMT
               IF WS-SHIP-MONTH = WS-PERIOD
                   MOVE WS-SHIP-AMOUNT TO WS-POSTING-MONTH-AMT
               ELSE
                   MOVE ZEROS TO WS-POSTING-MONTH-AMT
               END-IF
               MOVE "R" TO WS-POSTING-TYPE
               MOVE WS-POSTING-REP TO WS-POSTING-CODE
               PERFORM POST-SALES-TO-TABLE
               PERFORM FIND-CUSTOMER-REGION
               MOVE "G" TO WS-POSTING-TYPE
               PERFORM POST-SALES-TO-TABLE
           END-IF.

       FIND-CUSTOMER-REGION.
      * Resolve the order's customer to their region. A customer
      * gone from the master reports under "???".
           MOVE WS-POSTING-CUSTOMER TO Customer-Code OF Customer-Record.
           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   MOVE "???" TO WS-POSTING-CODE
               NOT INVALID KEY
                   MOVE Customer-Region TO WS-POSTING-CODE
           END-READ.

       FIND-SHIP-MONTH.
      * The month an order's sale counts in is the month of its last
      * shipment record - the month it finished shipping. An order
      * carrying no shipment records shipped before shipment details
      * were kept and falls back to its order date.
           MOVE WS-SHIP-ORDER-DATE(1:6) TO WS-SHIP-MONTH.
           SET WS-SHIP-NOT-END TO TRUE.
           MOVE WS-SHIP-ORDER-CODE TO SD-Order-Code.
           MOVE ZEROS TO SD-Ship-Seq.
           START ShipmentFile KEY IS GREATER THAN OR EQUAL
               Shipment-Key
               INVALID KEY
                   SET WS-SHIP-END TO TRUE.

           PERFORM CHECK-ONE-SHIP-DATE
               UNTIL WS-SHIP-END.

       CHECK-ONE-SHIP-DATE.
      * Walk the order's shipment records in sequence; the last one
      * read leaves its month behind.
           READ ShipmentFile NEXT RECORD
               AT END
                   SET WS-SHIP-END TO TRUE
               NOT AT END
                   IF SD-Order-Code NOT = WS-SHIP-ORDER-CODE
                       SET WS-SHIP-END TO TRUE
                   ELSE
                       MOVE SD-Ship-Date(1:6) TO WS-SHIP-MONTH
                   END-IF
           END-READ.

       POST-SALES-TO-TABLE.
      * Fold one order's sales into its rep's or region's entry,
      * adding the entry on first sight. An entry past the table's
      * capacity is flagged at the end of the run rather than
      * overlaying storage.
           PERFORM FIND-TABLE-ENTRY.
           IF WS-ENTRY-NOT-FOUND
               IF WS-AT-COUNT >= 100
                   SET WS-TABLE-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-AT-COUNT
                   MOVE WS-AT-COUNT TO WS-FOUND-IDX
                   MOVE WS-POSTING-TYPE TO WS-AT-TYPE (WS-FOUND-IDX)
                   MOVE WS-POSTING-CODE TO WS-AT-CODE (WS-FOUND-IDX)
                   MOVE ZEROS TO WS-AT-MONTH-SALES (WS-FOUND-IDX)
                   MOVE ZEROS TO WS-AT-YTD-SALES (WS-FOUND-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.
           IF WS-ENTRY-FOUND
               ADD WS-POSTING-MONTH-AMT
                   TO WS-AT-MONTH-SALES (WS-FOUND-IDX)
               ADD WS-POSTING-YTD-AMT TO WS-AT-YTD-SALES (WS-FOUND-IDX).

       FIND-TABLE-ENTRY.
      * Linear search of the table built so far.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM SEARCH-ONE-TABLE-ENTRY
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-AT-COUNT
                   OR WS-ENTRY-FOUND.

       SEARCH-ONE-TABLE-ENTRY.
           IF WS-AT-TYPE (WS-SEARCH-IDX) = WS-POSTING-TYPE
               AND WS-AT-CODE (WS-SEARCH-IDX) = WS-POSTING-CODE
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-SEARCH-IDX TO WS-FOUND-IDX.

       PRINT-SECTION.
      * Print every entry of one type, then the section's totals.
           MOVE ZEROS TO WS-TOTAL-BUDGET-MONTH.
           MOVE ZEROS TO WS-TOTAL-BUDGET-YTD.
           MOVE ZEROS TO WS-TOTAL-ACTUAL-MONTH.
           MOVE ZEROS TO WS-TOTAL-ACTUAL-YTD.
           PERFORM PRINT-ONE-ENTRY
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-AT-COUNT.
           DISPLAY "  TOTAL".
           MOVE WS-TOTAL-BUDGET-MONTH TO WS-BUDGET-MONTH.
           MOVE WS-TOTAL-BUDGET-YTD TO WS-BUDGET-YTD.
           MOVE WS-TOTAL-ACTUAL-MONTH TO WS-ACTUAL-MONTH.
           MOVE WS-TOTAL-ACTUAL-YTD TO WS-ACTUAL-YTD.
           PERFORM COMPUTE-VARIANCES.
           PERFORM PRINT-VARIANCE-LINES.

       PRINT-ONE-ENTRY.
      * Print one rep's or region's budget against actual, and flag
      * a rep below the attainment threshold. Orders that carried no
      * rep print as UNASSIGNED and are never flagged.
           IF WS-AT-TYPE (WS-PRINT-IDX) = WS-PRINT-TYPE
               PERFORM LOAD-ENTRY-BUDGET
               PERFORM LOAD-ENTRY-NAME
               DISPLAY "  " WS-AT-CODE (WS-PRINT-IDX) " " WS-NAME
               MOVE WS-AT-MONTH-SALES (WS-PRINT-IDX) TO WS-ACTUAL-MONTH
               MOVE WS-AT-YTD-SALES (WS-PRINT-IDX) TO WS-ACTUAL-YTD
               ADD WS-BUDGET-MONTH TO WS-TOTAL-BUDGET-MONTH
               ADD WS-BUDGET-YTD TO WS-TOTAL-BUDGET-YTD
               ADD WS-ACTUAL-MONTH TO WS-TOTAL-ACTUAL-MONTH
               ADD WS-ACTUAL-YTD TO WS-TOTAL-ACTUAL-YTD
               PERFORM COMPUTE-VARIANCES
               PERFORM PRINT-VARIANCE-LINES
               IF WS-PRINT-TYPE = "R"
                   AND WS-AT-CODE (WS-PRINT-IDX) NOT = SPACES
                   PERFORM CHECK-ATTAINMENT
               END-IF
           END-IF.

       LOAD-ENTRY-BUDGET.
      * The month's target and the sum of the year's targets to the
      * month reported. No budget on file reports against zero, and
      * a rep with no percentage of its own takes the house one.
           MOVE ZEROS TO WS-BUDGET-MONTH.
           MOVE ZEROS TO WS-BUDGET-YTD.
           MOVE WS-HOUSE-ATTAIN-PCT TO WS-ATTAIN-THRESHOLD.
           MOVE WS-AT-TYPE (WS-PRINT-IDX) TO SB-Budget-Type.
           MOVE WS-AT-CODE (WS-PRINT-IDX) TO SB-Budget-Code.
           MOVE WS-PERIOD-YEAR TO SB-Budget-Year.
           READ SalesBudgetFile KEY IS Sales-Budget-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SB-Month-Target(WS-PERIOD-MONTH)
                       TO WS-BUDGET-MONTH
                   PERFORM ADD-ONE-MONTH-TARGET
                       VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > WS-PERIOD-MONTH
                   IF SB-Attain-Pct > ZEROS
                       MOVE SB-Attain-Pct TO WS-ATTAIN-THRESHOLD
                   END-IF
           END-READ.

       ADD-ONE-MONTH-TARGET.
           ADD SB-Month-Target(WS-MONTH-IDX) TO WS-BUDGET-YTD.

       LOAD-ENTRY-NAME.
      * Name off the rep or region reference record.
           IF WS-AT-CODE (WS-PRINT-IDX) = SPACES
               MOVE "UNASSIGNED" TO WS-NAME
           ELSE
               MOVE "UNKNOWN" TO WS-NAME
               IF WS-PRINT-TYPE = "R"
                   MOVE WS-AT-CODE (WS-PRINT-IDX) TO Rep-Code
                   READ SalesRepFile KEY IS Rep-Code
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE Rep-Name TO WS-NAME
                   END-READ
               ELSE
                   MOVE WS-AT-CODE (WS-PRINT-IDX) TO Region-Code
                   READ RegionFile KEY IS Region-Code
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE Region-Name TO WS-NAME
                   END-READ
               END-IF
           END-IF.

       COMPUTE-VARIANCES.
      * Variance is actual less budget, so a shortfall shows
      * negative. Percentages are of budget; with no budget there is
      * nothing to measure against and they stay zero.
           COMPUTE WS-VARIANCE-MONTH =
               WS-ACTUAL-MONTH - WS-BUDGET-MONTH.
           COMPUTE WS-VARIANCE-YTD = WS-ACTUAL-YTD - WS-BUDGET-YTD.
           MOVE ZEROS TO WS-VAR-PCT-MONTH.
           MOVE ZEROS TO WS-ATTAIN-MONTH.
           MOVE ZEROS TO WS-VAR-PCT-YTD.
           MOVE ZEROS TO WS-ATTAIN-YTD.
           IF WS-BUDGET-MONTH > ZEROS
               COMPUTE WS-VAR-PCT-MONTH ROUNDED =
                   WS-VARIANCE-MONTH * 100 / WS-BUDGET-MONTH
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-VAR-PCT-MONTH
               END-COMPUTE
               COMPUTE WS-ATTAIN-MONTH ROUNDED =
                   WS-ACTUAL-MONTH * 100 / WS-BUDGET-MONTH
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-ATTAIN-MONTH
               END-COMPUTE
           END-IF.
           IF WS-BUDGET-YTD > ZEROS
               COMPUTE WS-VAR-PCT-YTD ROUNDED =
                   WS-VARIANCE-YTD * 100 / WS-BUDGET-YTD
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-VAR-PCT-YTD
               END-COMPUTE
               COMPUTE WS-ATTAIN-YTD ROUNDED =
                   WS-ACTUAL-YTD * 100 / WS-BUDGET-YTD
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-ATTAIN-YTD
               END-COMPUTE
           END-IF.

       PRINT-VARIANCE-LINES.
      * One line for the month and one for the year to date.
           MOVE WS-BUDGET-MONTH TO WS-BUDGET-DISPLAY.
           MOVE WS-ACTUAL-MONTH TO WS-ACTUAL-DISPLAY.
           MOVE WS-VARIANCE-MONTH TO WS-VARIANCE-DISPLAY.
           MOVE WS-VAR-PCT-MONTH TO WS-VAR-PCT-DISPLAY.
           MOVE WS-ATTAIN-MONTH TO WS-ATTAIN-DISPLAY.
           DISPLAY "    MONTH BUDGET " WS-BUDGET-DISPLAY
               " ACTUAL " WS-ACTUAL-DISPLAY
               " VARIANCE " WS-VARIANCE-DISPLAY
               " " WS-VAR-PCT-DISPLAY "%"
               " ATTAINED " WS-ATTAIN-DISPLAY "%".
           MOVE WS-BUDGET-YTD TO WS-BUDGET-DISPLAY.
           MOVE WS-ACTUAL-YTD TO WS-ACTUAL-DISPLAY.
           MOVE WS-VARIANCE-YTD TO WS-VARIANCE-DISPLAY.
           MOVE WS-VAR-PCT-YTD TO WS-VAR-PCT-DISPLAY.
           MOVE WS-ATTAIN-YTD TO WS-ATTAIN-DISPLAY.
           DISPLAY "    YTD   BUDGET " WS-BUDGET-DISPLAY
               " ACTUAL " WS-ACTUAL-DISPLAY
               " VARIANCE " WS-VARIANCE-DISPLAY
               " " WS-VAR-PCT-DISPLAY "%"
               " ATTAINED " WS-ATTAIN-DISPLAY "%".

       CHECK-ATTAINMENT.
      * A budgeted rep short of the threshold for the month or for
      * the year to date is flagged for sales management.
           IF (WS-BUDGET-MONTH > ZEROS
                   AND WS-ATTAIN-MONTH < WS-ATTAIN-THRESHOLD)
               OR (WS-BUDGET-YTD > ZEROS
                   AND WS-ATTAIN-YTD < WS-ATTAIN-THRESHOLD)
               DISPLAY "    *** BELOW " WS-ATTAIN-THRESHOLD
                   "% ATTAINMENT THRESHOLD ***"
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

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
