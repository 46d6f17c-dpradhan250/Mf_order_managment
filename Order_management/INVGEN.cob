      * Order-Invoice-No, and prints the customer-facing invoice
      * document line by line. Customers pay against these invoice
      * numbers, so CUSTSTMT shows them and PAYPOST accepts them as
      * payment references. Terms offering an early-payment
      * settlement discount put the discount and the last day it may
      * be taken on the invoice too. The order's status is left
      * alone - the ERP acknowledgment path (ORDACKPR) still moves a
      * shipped order to INVOICED once ERP accepts the ORDEXTR feed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Invoice-No
               FILE STATUS IS WS-Invoice-File-Status.

           SELECT TermsFile ASSIGN TO "Payment.Terms.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Terms-Code
               FILE STATUS IS WS-Terms-File-Status.

           SELECT OrderControlFile ASSIGN TO "Order.Control.KSDS"
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
               88  Order-Invoiced    VALUE "I".
               88  Order-Cancelled   VALUE "C".
               88  Order-Credit-Held VALUE "H".
               88  Order-Finance-Charge VALUE "F".
               88  Order-Awaiting-Payment VALUE "A".
               88  Order-Margin-Held VALUE "M".
           05  Order-Req-Ship-Date PIC X(08).
           05  Order-Priority      PIC X(01).
           05  Order-Cancel-Reason PIC X(03).
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

       FD  InvoiceFile.
       01  Invoice-Record.
      * and an invoice total short of the freight leaves a residue
      * that ages on an account that paid what we billed.
           05  Invoice-Freight-Amount PIC 9(05)V9(02).
      * The early-payment settlement discount the invoice offers under
      * its terms and the last day it may be taken - zero and spaces
      * when the terms carry none. A payment arriving by that date
      * for the balance less this amount settles the invoice in full.
           05  Invoice-Disc-Amount  PIC 9(05)V9(02).
           05  Invoice-Disc-Date    PIC X(08).

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

       FD  OrderControlFile.
       01  Order-Control-Record.
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
       01  WS-Cust-File-Status    PIC X(02).
       01  WS-Invoice-File-Status PIC X(02).
       01  WS-Control-File-Status PIC X(02).
       01  WS-Terms-File-Status   PIC X(02).
      * Date arithmetic for the last day of the settlement discount.
       01  WS-DISC-NUM            PIC 9(08).
       01  WS-DISC-INTEGER        PIC S9(09) COMP.
       01  WS-Period-File-Status  PIC X(02).

       01  WS-TODAY               PIC X(08).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05  WS-POST-YEAR       PIC 9(04).
           05  WS-POST-MONTH      PIC 9(02).
           05  WS-POST-DAY        PIC 9(02).
       01  WS-INVOICE-NO          PIC 9(07) VALUE ZEROS.
       01  WS-LINE-IDX            PIC 9(03).
       01  WS-INVOICED-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-SKIPPED-COUNT       PIC 9(07) VALUE ZEROS.

      * Set by CHECK-POSTING-PERIOD - whether the month the invoices
      * are being dated into is still open.
       01  WS-PERIOD-SWITCH       PIC X(01) VALUE "Y".
           88  WS-PERIOD-OPEN       VALUE "Y".
           88  WS-PERIOD-CLOSED     VALUE "N".

       01  WS-MINT-SWITCH         PIC X(01) VALUE "Y".
           88  WS-MINT-OK           VALUE "Y".
           88  WS-MINT-FAILED       VALUE "N".
       MAIN-PARA.
           PERFORM ESTABLISH-BUSINESS-DATE.
           DISPLAY "INVOICE GENERATION STARTING".
      * Invoices are dated for the business date the suite is running
      * for, so a run past midnight still invoices the night it
      * belongs to and the GLJRNL journal picks them up for it -
      * unless that month is already closed, when they are dated into
      * the next open one instead.
           MOVE WS-BUSINESS-DATE TO WS-TODAY.
           PERFORM ESTABLISH-POSTING-PERIOD.
           OPEN EXTEND JournalFile.
           OPEN I-O OrderFile.
           OPEN INPUT OrderLineFile.
           OPEN INPUT CustomerFile.
           OPEN I-O InvoiceFile.
           OPEN I-O OrderControlFile.
           OPEN INPUT TermsFile.

           MOVE ZEROS TO Order-Code OF Order-Header-Record.
           START OrderFile KEY IS GREATER THAN OR EQUAL
           CLOSE CustomerFile.
           CLOSE InvoiceFile.
           CLOSE OrderControlFile.
           CLOSE TermsFile.
           DISPLAY "INVOICE GENERATION COMPLETE - INVOICED: "
               WS-INVOICED-COUNT " SKIPPED: " WS-SKIPPED-COUNT.
           PERFORM STAMP-RUN-CONTROL.
           COMPUTE Invoice-Total-Amount =
               Order-Total-Amount OF Order-Header-Record
               + Order-Freight-Amount.
           PERFORM SET-INVOICE-DISCOUNT.
           WRITE Invoice-Record
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
                   PERFORM PRINT-INVOICE-DOCUMENT
           END-WRITE.

       SET-INVOICE-DISCOUNT.
      * Terms offering an early-payment settlement discount put the
      * amount and its last day on the invoice. The discount is taken
      * on the merchandise only - the tax and freight we pass through
      * are owed in full - and runs from the invoice date, since that
      * is the paper the customer's payables clerk dates it from.
           MOVE ZEROS TO Invoice-Disc-Amount.
           MOVE SPACES TO Invoice-Disc-Date.
           IF Customer-Terms-Code NOT = SPACES
               MOVE Customer-Terms-Code TO Terms-Code
               READ TermsFile KEY IS Terms-Code
                   INVALID KEY
                       MOVE ZEROS TO Terms-Disc-Pct
                       MOVE ZEROS TO Terms-Disc-Days
               END-READ
               IF Terms-Active AND Terms-Disc-Pct > ZEROS
                   AND Terms-Disc-Days > ZEROS
                   COMPUTE Invoice-Disc-Amount ROUNDED =
                       Invoice-Amount * Terms-Disc-Pct
                   MOVE WS-TODAY TO WS-DISC-NUM
                   COMPUTE WS-DISC-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-DISC-NUM)
                       + Terms-Disc-Days
                   COMPUTE WS-DISC-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DISC-INTEGER)
                   MOVE WS-DISC-NUM TO Invoice-Disc-Date
               END-IF
           END-IF.
           IF Invoice-Disc-Amount = ZEROS
               MOVE SPACES TO Invoice-Disc-Date
           END-IF.

       PRINT-INVOICE-DOCUMENT.
      * Print the customer-facing invoice - bill-to identity off the
      * customer master, the order's lines, then tax, terms, and the
           END-IF.
           DISPLAY "  TERMS " Invoice-Terms
               " TOTAL DUE " Invoice-Total-Amount.
           IF Invoice-Disc-Amount > ZEROS
               DISPLAY "  DEDUCT " Invoice-Disc-Amount
                   " IF PAID BY " Invoice-Disc-Date
           END-IF.

       PRINT-ONE-INVOICE-LINE.
      * Print one order line on the invoice body. Line numbers can
           END-READ.
           CLOSE RunControlFile.

       ESTABLISH-POSTING-PERIOD.
      * Invoices are never dated into a month finance has already
      * closed. If the month is closed, the posting date rolls forward
      * to the first day of the next open month, and the run says so.
      * A month with no period record has never been closed, so the
      * roll always stops.
           OPEN INPUT AccountingPeriodFile.
           PERFORM CHECK-POSTING-PERIOD.
           PERFORM ROLL-TO-NEXT-PERIOD
               UNTIL WS-PERIOD-OPEN.
           CLOSE AccountingPeriodFile.

       CHECK-POSTING-PERIOD.
           SET WS-PERIOD-OPEN TO TRUE.
           MOVE WS-TODAY(1:6) TO AP-Period.
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

       JOURNAL-ORDER-IMAGE.
      * After-image of the order header just applied, for forward
      * recovery - see the journal file's own notes.
