       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCHRG.

      * Month-end finance charge run. Sweeps the customer master and,
      * for each account, totals the balances still owed on shipped
      * and invoiced orders whose due date passed more than the grace
      * period ago, browsing the order file off its customer-code
      * alternate index the way DUNLETTR does. The monthly rate, the
      * minimum charge, and the grace days come from
      * Finance.Charge.Rate.KSDS, keyed by the customer's payment terms
      * with terms "***" as the house rate, maintained through
      * REFMAINT's "F" table. The charge is booked as a document of its
      * own on the order file - a header of status "F" with no lines,
      * due on receipt - so it carries a balance, ages, appears on the
      * statement, and is paid through PAYPOST or RECORD-PAYMENT like
      * any order; the account's open exposure rises with it. An
      * earlier finance charge is never itself charged on. Tax-exempt
      * accounts and accounts DETAILS has waived are not charged, but
      * are listed on the register with the charge they were spared,
      * so finance can see what the waivers cost. The run books money,
      * so it is refused if it has already run this month. Runs in
      * ORDMEND ahead of the statements so the charges are on them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderFile ASSIGN TO "Order.Transaction.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Order-Code
               ALTERNATE RECORD KEY IS Customer-Code
                   OF Order-Header-Record WITH DUPLICATES
               FILE STATUS IS WS-File-Status.

           SELECT CustomerFile ASSIGN TO "Customer.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Customer-Code OF Customer-Record
               FILE STATUS IS WS-Cust-File-Status.

           SELECT FinanceRateFile ASSIGN TO "Finance.Charge.Rate.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FC-Terms-Code
               FILE STATUS IS WS-Fin-Rate-File-Status.

           SELECT OrderControlFile ASSIGN TO "Order.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Control-Key
               FILE STATUS IS WS-Control-File-Status.

           SELECT CurrencyFile ASSIGN TO "Currency.Rate.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Currency-Code
               FILE STATUS IS WS-Currency-File-Status.

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

           SELECT AccountingPeriodFile
               ASSIGN TO "Accounting.Period.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-Period
               FILE STATUS IS WS-Period-File-Status.

           SELECT JournalFile ASSIGN TO "Order.Forward.Journal"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-File-Status.

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

       FD  FinanceRateFile.
       01  Finance-Rate-Record.
           05  FC-Terms-Code       PIC X(03).
           05  FC-Desc             PIC X(15).
           05  FC-Monthly-Rate     PIC 9(01)V9(03).
           05  FC-Minimum-Charge   PIC 9(03)V9(02).
           05  FC-Grace-Days       PIC 9(03).
           05  FC-Status           PIC X(01).
               88  FC-Active         VALUE "A".
               88  FC-Inactive       VALUE "I".

       FD  OrderControlFile.
       01  Order-Control-Record.
           05  Control-Key         PIC X(01).
           05  Last-Order-Code     PIC 9(07).

       FD  CurrencyFile.
       01  Currency-Record.
           05  Currency-Code       PIC X(03).
           05  Currency-Name       PIC X(15).
           05  Currency-Rate       PIC 9(03)V9(06).
           05  Currency-Status     PIC X(01).
               88  Currency-Active   VALUE "A".
               88  Currency-Inactive VALUE "I".

       FD  BusinessDateFile.
       01  Business-Date-Record.
           05  BD-Control-Key      PIC X(01).
           05  BD-Business-Date    PIC X(08).

       FD  RunControlFile.
       01  Run-Control-Record.
           05  RC-Job-Code         PIC X(08).
           05  RC-Last-Run-Date    PIC X(08).

       FD  AccountingPeriodFile.
      * Open/closed status per accounting month - see PRDMAINT.
       01  Accounting-Period-Record.
           05  AP-Period           PIC X(06).
           05  AP-Status           PIC X(01).
               88  AP-Period-Open       VALUE "O".
               88  AP-Period-Closed     VALUE "C".
           05  AP-Closed-Date      PIC X(08).
           05  AP-Closed-By        PIC X(08).
           05  AP-Reopen-Reason    PIC X(30).
           05  AP-Reopen-Date      PIC X(08).
           05  AP-Reopen-By        PIC X(08).

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
       01  WS-File-Status         PIC X(02).
       01  WS-Cust-File-Status    PIC X(02).
       01  WS-Fin-Rate-File-Status PIC X(02).
       01  WS-Control-File-Status PIC X(02).
       01  WS-Currency-File-Status PIC X(02).
       01  WS-BizDate-File-Status PIC X(02).
       01  WS-Run-Control-Status  PIC X(02).
       01  WS-Journal-File-Status PIC X(02).
       01  WS-Period-File-Status  PIC X(02).
       01  WS-JRNL-ACTION         PIC X(01).
       01  WS-JRNL-STAMP          PIC X(21).

      * The business date the charges are dated and aged at - read
      * from Business.Date.KSDS, so GLJRNL posts them on the night
      * they belong to.
       01  WS-TODAY               PIC 9(08).
       01  WS-TODAY-INTEGER       PIC S9(09) COMP.
       01  WS-DUE-DATE-NUM        PIC 9(08).
       01  WS-DUE-INTEGER         PIC S9(09) COMP.
       01  WS-DAYS-LATE           PIC S9(05) COMP.

      * The month being charged - the year and month of the run.
       01  WS-PERIOD              PIC X(06).

      * The calendar month the run is made in - what the run control
      * is checked and stamped by, the way the other month-end jobs
      * do it, since that is the month PERDCLOS looks for.
       01  WS-RUN-MONTH           PIC X(06).

      * The date every charge document is booked under - the business
      * date, or the first day of the next open accounting month if
      * that one has already been closed - see ESTABLISH-POSTING-PERIOD.
       01  WS-POSTING-DATE        PIC X(08).
       01  WS-POSTING-DATE-PARTS REDEFINES WS-POSTING-DATE.
           05  WS-POST-YEAR       PIC 9(04).
           05  WS-POST-MONTH      PIC 9(02).
           05  WS-POST-DAY        PIC 9(02).
       01  WS-PERIOD-SWITCH       PIC X(01) VALUE "Y".
           88  WS-PERIOD-OPEN       VALUE "Y".
           88  WS-PERIOD-CLOSED     VALUE "N".

      * The overdue position of the account being assessed, the
      * charge it works out to, and the document number minted for
      * the charge when it is booked.
       01  WS-OVERDUE-BASE        PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-OVERDUE-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-CHARGE-AMOUNT       PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-CHARGE-CODE         PIC 9(07) VALUE ZEROS.

      * Run totals for the foot of the register.
       01  WS-CUSTOMER-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-CHARGE-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-CHARGE-TOTAL        PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-WAIVED-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-WAIVED-TOTAL        PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-FAILED-COUNT        PIC 9(07) VALUE ZEROS.

       01  WS-RATE-SWITCH         PIC X(01) VALUE "N".
           88  WS-RATE-FOUND        VALUE "Y".
           88  WS-RATE-NOT-FOUND    VALUE "N".

       01  WS-BOOK-SWITCH         PIC X(01) VALUE "Y".
           88  WS-BOOK-OK           VALUE "Y".
           88  WS-BOOK-FAILED       VALUE "N".

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       01  WS-ORD-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-ORD-END            VALUE "Y".
           88  WS-ORD-NOT-END        VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "FINANCE CHARGE RUN STARTING".
           PERFORM ESTABLISH-BUSINESS-DATE.
           MOVE WS-TODAY(1:6) TO WS-PERIOD.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-RUN-MONTH.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           PERFORM CHECK-ALREADY-RUN.
           MOVE WS-TODAY TO WS-POSTING-DATE.
           PERFORM ESTABLISH-POSTING-PERIOD.

           OPEN I-O OrderFile.
           OPEN I-O CustomerFile.
           OPEN INPUT FinanceRateFile.
           OPEN I-O OrderControlFile.
           OPEN INPUT CurrencyFile.
           OPEN EXTEND JournalFile.

           DISPLAY "FINANCE CHARGE REGISTER - PERIOD " WS-PERIOD.
           MOVE ZEROS TO Customer-Code OF Customer-Record.
           START CustomerFile KEY IS GREATER THAN OR EQUAL
               Customer-Code OF Customer-Record
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.

           PERFORM ASSESS-ONE-CUSTOMER
               UNTIL WS-END-OF-FILE.

           CLOSE OrderFile.
           CLOSE CustomerFile.
           CLOSE FinanceRateFile.
           CLOSE OrderControlFile.
           CLOSE CurrencyFile.
           CLOSE JournalFile.

           DISPLAY "FINANCE CHARGES BOOKED: " WS-CHARGE-COUNT
               " TOTAL " WS-CHARGE-TOTAL.
           DISPLAY "FINANCE CHARGES WAIVED: " WS-WAIVED-COUNT
               " TOTAL " WS-WAIVED-TOTAL.
           DISPLAY "FINANCE CHARGE RUN COMPLETE - CUSTOMERS READ: "
               WS-CUSTOMER-COUNT " NOT BOOKED: " WS-FAILED-COUNT.
      * A charge that could not be booked is flagged for operations
      * without holding up the statements behind this step; the run
      * is still stamped, since the charges that did book must not
      * be booked twice.
           IF WS-FAILED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

       ASSESS-ONE-CUSTOMER.
      * Read the next customer and assess it. A soft-deleted account
      * gets no statement to show a charge on, so it is not charged.
           READ CustomerFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CUSTOMER-COUNT
                   IF NOT Customer-Deleted
                       PERFORM FIND-FINANCE-RATE
                       IF WS-RATE-FOUND
                           PERFORM ASSESS-CUSTOMER
                       END-IF
                   END-IF
           END-READ.

       FIND-FINANCE-RATE.
      * The rate for the customer's payment terms, or the house rate
      * when the terms have none of their own. An inactivated rate
      * charges nothing - it does not fall back to the house rate.
           SET WS-RATE-NOT-FOUND TO TRUE.
           MOVE Customer-Terms-Code TO FC-Terms-Code.
           READ FinanceRateFile KEY IS FC-Terms-Code
               INVALID KEY
                   PERFORM FIND-HOUSE-RATE
               NOT INVALID KEY
                   IF FC-Active
                       SET WS-RATE-FOUND TO TRUE
                   END-IF
           END-READ.

       FIND-HOUSE-RATE.
           MOVE "***" TO FC-Terms-Code.
           READ FinanceRateFile KEY IS FC-Terms-Code
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FC-Active
                       SET WS-RATE-FOUND TO TRUE
                   END-IF
           END-READ.

       ASSESS-CUSTOMER.
      * Total the account's overdue balances and work out the charge -
      * the monthly rate on the overdue total, but never less than the
      * minimum worth raising. An exempt account is registered with
      * the charge it was spared; any other is charged.
           PERFORM GATHER-OVERDUE-BALANCES.
           IF WS-OVERDUE-BASE > ZEROS
               COMPUTE WS-CHARGE-AMOUNT ROUNDED =
                   WS-OVERDUE-BASE * FC-Monthly-Rate
               IF WS-CHARGE-AMOUNT < FC-Minimum-Charge
                   MOVE FC-Minimum-Charge TO WS-CHARGE-AMOUNT
               END-IF
               IF Customer-Tax-Exempt OR Customer-Fin-Chg-Exempt
                   PERFORM REGISTER-WAIVED-CHARGE
               ELSE
                   PERFORM BOOK-FINANCE-CHARGE
               END-IF
           END-IF.

       GATHER-OVERDUE-BALANCES.
      * Browse the account's orders off the customer-code alternate
      * index.
           MOVE ZEROS TO WS-OVERDUE-BASE.
           MOVE ZEROS TO WS-OVERDUE-COUNT.
           SET WS-ORD-NOT-END TO TRUE.
           MOVE Customer-Code OF Customer-Record
               TO Customer-Code OF Order-Header-Record.
           START OrderFile KEY IS GREATER THAN OR EQUAL
               Customer-Code OF Order-Header-Record
               INVALID KEY
                   SET WS-ORD-END TO TRUE.

           PERFORM GATHER-ONE-ORDER
               UNTIL WS-ORD-END.

       GATHER-ONE-ORDER.
      * Only goods the customer has had - shipped or invoiced orders -
      * are charged on. An order still in the warehouse is not owed
      * yet, and an earlier finance charge is not charged on again.
           READ OrderFile NEXT RECORD
               AT END
                   SET WS-ORD-END TO TRUE
               NOT AT END
                   IF Customer-Code OF Order-Header-Record
                           NOT = Customer-Code OF Customer-Record
                       SET WS-ORD-END TO TRUE
                   ELSE
                       IF (Order-Shipped OR Order-Invoiced)
                           AND Order-Balance-Due > ZEROS
                           PERFORM AGE-ONE-BALANCE
                       END-IF
                   END-IF
           END-READ.

       AGE-ONE-BALANCE.
      * A balance counts once it is more than the grace days past its
      * due date. Orders from before due dates existed fall back to
      * the order date, the way the aging and dunning runs do.
           IF Order-Due-Date = SPACES OR Order-Due-Date = "00000000"
               MOVE Order-Date TO WS-DUE-DATE-NUM
           ELSE
               MOVE Order-Due-Date TO WS-DUE-DATE-NUM
           END-IF.
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM).
           COMPUTE WS-DAYS-LATE = WS-TODAY-INTEGER - WS-DUE-INTEGER.
           IF WS-DAYS-LATE > FC-Grace-Days
               ADD Order-Balance-Due TO WS-OVERDUE-BASE
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF.

       REGISTER-WAIVED-CHARGE.
           ADD 1 TO WS-WAIVED-COUNT.
           ADD WS-CHARGE-AMOUNT TO WS-WAIVED-TOTAL.
           IF Customer-Tax-Exempt
               DISPLAY "  CUSTOMER " Customer-Code OF Customer-Record
                   " " Customer-Name " OVERDUE " WS-OVERDUE-BASE
                   " ORDERS " WS-OVERDUE-COUNT
                   " WAIVED " WS-CHARGE-AMOUNT " TAX EXEMPT"
           ELSE
               DISPLAY "  CUSTOMER " Customer-Code OF Customer-Record
                   " " Customer-Name " OVERDUE " WS-OVERDUE-BASE
                   " ORDERS " WS-OVERDUE-COUNT
                   " WAIVED " WS-CHARGE-AMOUNT " ACCOUNT WAIVER"
           END-IF.

       BOOK-FINANCE-CHARGE.
      * Mint a document number, write the charge as an order header
      * with no lines, and raise the account's open exposure by it.
           PERFORM GET-NEXT-ORDER-CODE.
           IF WS-BOOK-OK
               PERFORM BUILD-CHARGE-HEADER
               WRITE Order-Header-Record
                   INVALID KEY
                       SET WS-BOOK-FAILED TO TRUE
                   NOT INVALID KEY
                       MOVE "W" TO WS-JRNL-ACTION
                       PERFORM JOURNAL-ORDER-IMAGE
               END-WRITE
           END-IF.

           IF WS-BOOK-OK
               PERFORM RAISE-CUSTOMER-EXPOSURE
               ADD 1 TO WS-CHARGE-COUNT
               ADD WS-CHARGE-AMOUNT TO WS-CHARGE-TOTAL
               DISPLAY "  CUSTOMER " Customer-Code OF Customer-Record
                   " " Customer-Name " OVERDUE " WS-OVERDUE-BASE
                   " ORDERS " WS-OVERDUE-COUNT
                   " RATE " FC-Monthly-Rate
                   " CHARGE " WS-CHARGE-AMOUNT
                   " DOCUMENT " WS-CHARGE-CODE
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "*** CUSTOMER " Customer-Code OF Customer-Record
                   " CHARGE " WS-CHARGE-AMOUNT " NOT BOOKED ***"
           END-IF.

       GET-NEXT-ORDER-CODE.
      * Mint the next document number from the single-record order
      * control file, the same way ORDINTAK mints an order number.
           SET WS-BOOK-OK TO TRUE.
           MOVE "C" TO Control-Key.
           READ OrderControlFile KEY IS Control-Key
               INVALID KEY
                   DISPLAY "*** ORDER CONTROL RECORD MISSING ***"
                   SET WS-BOOK-FAILED TO TRUE
           END-READ.

           IF WS-BOOK-OK
               ADD 1 TO Last-Order-Code
               MOVE Last-Order-Code TO WS-CHARGE-CODE
               REWRITE Order-Control-Record
                   INVALID KEY
                       DISPLAY "*** ORDER CONTROL UPDATE FAILED ***"
                       SET WS-BOOK-FAILED TO TRUE
               END-REWRITE
           END-IF.

       BUILD-CHARGE-HEADER.
      * The charge is due on receipt. It has no lines, no tax, no
      * freight, and no rep - nobody earns commission on it - and it
      * is not a sale, so it is marked summarized for SALESUMM to
      * leave alone. The customer's purchase order field names it on
      * the statement and the inquiry screens.
           MOVE WS-CHARGE-CODE TO Order-Code OF Order-Header-Record.
           MOVE Customer-Code OF Customer-Record
               TO Customer-Code OF Order-Header-Record.
           MOVE ZEROS TO Order-Ship-To-Seq.
           MOVE WS-POSTING-DATE TO Order-Date.
           MOVE SPACES TO Payment-Type.
           MOVE ZEROS TO Order-Line-Count.
           MOVE WS-CHARGE-AMOUNT TO Order-Amount.
           MOVE ZEROS TO Order-Tax-Amount.
           MOVE WS-CHARGE-AMOUNT TO Order-Total-Amount.
           MOVE ZEROS TO Order-Amount-Paid.
           MOVE WS-CHARGE-AMOUNT TO Order-Balance-Due.
           SET Order-Finance-Charge TO TRUE.
           MOVE WS-POSTING-DATE TO Order-Req-Ship-Date.
           MOVE "5" TO Order-Priority.
           MOVE SPACES TO Order-Cancel-Reason.
           SET Order-Summarized TO TRUE.
           MOVE ZEROS TO Order-Invoice-No.
           MOVE SPACES TO Order-Rep-Code.
           MOVE ZEROS TO Order-Freight-Amount.
           PERFORM SET-CHARGE-CURRENCY.
           MOVE WS-POSTING-DATE TO Order-Due-Date.
           MOVE "FINANCE CHARGE" TO Order-Cust-PO-Ref.
           MOVE SPACES TO Order-Carrier-Code.
           MOVE ZEROS TO Order-Wave-No.

       SET-CHARGE-CURRENCY.
      * Book the customer's trading currency onto the charge at the
      * rate in force today, as order entry does, so a receipt in the
      * customer's currency converts the same way against it.
           IF Customer-Currency-Code = SPACES
               MOVE SPACES TO Order-Currency-Code
               MOVE 1 TO Order-Exchange-Rate
               MOVE WS-CHARGE-AMOUNT TO Order-Foreign-Total
           ELSE
               MOVE Customer-Currency-Code TO Order-Currency-Code
               MOVE Customer-Currency-Code TO Currency-Code
               READ CurrencyFile KEY IS Currency-Code
                   INVALID KEY
                       MOVE 1 TO Currency-Rate
               END-READ
               IF Currency-Rate = ZEROS
                   MOVE 1 TO Currency-Rate
               END-IF
               MOVE Currency-Rate TO Order-Exchange-Rate
               COMPUTE Order-Foreign-Total ROUNDED =
                   WS-CHARGE-AMOUNT / Currency-Rate
           END-IF.

       RAISE-CUSTOMER-EXPOSURE.
      * The charge is owed like any order, so it counts against the
      * account's credit the same way.
           ADD WS-CHARGE-AMOUNT TO Customer-Open-Exposure.
           REWRITE Customer-Record
               INVALID KEY
                   DISPLAY "*** CUSTOMER "
                       Customer-Code OF Customer-Record
                       " EXPOSURE NOT UPDATED ***"
               NOT INVALID KEY
                   MOVE "R" TO WS-JRNL-ACTION
                   PERFORM JOURNAL-CUST-IMAGE
           END-REWRITE.

       JOURNAL-ORDER-IMAGE.
      * After-image of the order header just applied, for forward
      * recovery - see the journal file's own notes.
           MOVE "ORDER   " TO JR-File-Tag.
           MOVE SPACES TO JR-Image.
           MOVE Order-Header-Record TO JR-Image.
           PERFORM WRITE-JOURNAL-RECORD.

       JOURNAL-CUST-IMAGE.
           MOVE "CUSTOMER" TO JR-File-Tag.
           MOVE SPACES TO JR-Image.
           MOVE Customer-Record TO JR-Image.
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-JOURNAL-RECORD.
           MOVE WS-JRNL-ACTION TO JR-Action.
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-STAMP.
           MOVE WS-JRNL-STAMP(1:8) TO JR-Date.
           MOVE WS-JRNL-STAMP(9:8) TO JR-Time.
           WRITE Journal-Record.

       ESTABLISH-POSTING-PERIOD.
      * Charge documents are never dated into a month finance has
      * already closed. If the month is closed, the posting date rolls
      * forward to the first day of the next open month, and the run
      * says so.
      * A month with no period record has never been closed, so the
      * roll always stops.
           OPEN INPUT AccountingPeriodFile.
           PERFORM CHECK-POSTING-PERIOD.
           PERFORM ROLL-TO-NEXT-PERIOD
               UNTIL WS-PERIOD-OPEN.
           CLOSE AccountingPeriodFile.

       CHECK-POSTING-PERIOD.
           SET WS-PERIOD-OPEN TO TRUE.
           MOVE WS-POSTING-DATE(1:6) TO AP-Period.
           READ AccountingPeriodFile KEY IS AP-Period
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AP-Period-Closed
                       SET WS-PERIOD-CLOSED TO TRUE
                   END-IF
           END-READ.

       ROLL-TO-NEXT-PERIOD.
           DISPLAY "*** PERIOD " AP-Period
               " IS CLOSED - POSTING INTO THE NEXT OPEN PERIOD ***".
           IF WS-POST-MONTH = 12
               ADD 1 TO WS-POST-YEAR
               MOVE 1 TO WS-POST-MONTH
           ELSE
               ADD 1 TO WS-POST-MONTH
           END-IF.
           MOVE 1 TO WS-POST-DAY.
           PERFORM CHECK-POSTING-PERIOD.

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

       CHECK-ALREADY-RUN.
      * Charges are booked once a month. A second submission in the
      * same month would charge every overdue account again, so it
      * is refused loudly instead.
           OPEN I-O RunControlFile.
           MOVE "FINCHRG " TO RC-Job-Code.
           READ RunControlFile KEY IS RC-Job-Code
               INVALID KEY
                   MOVE SPACES TO RC-Last-Run-Date
                   WRITE Run-Control-Record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.
           CLOSE RunControlFile.
           IF RC-Last-Run-Date(1:6) = WS-RUN-MONTH
               DISPLAY "*** FINCHRG ALREADY RAN FOR PERIOD "
                   WS-RUN-MONTH " - RUN REFUSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-RUN-CONTROL.
      * The run completed - remember the calendar day it ran, so a
      * second submission this month is refused and PERDCLOS can see
      * the month's charges are booked before it closes the period.
           OPEN I-O RunControlFile.
           MOVE "FINCHRG " TO RC-Job-Code.
           READ RunControlFile KEY IS RC-Job-Code
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FUNCTION CURRENT-DATE(1:8) TO RC-Last-Run-Date
                   REWRITE Run-Control-Record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           CLOSE RunControlFile.
