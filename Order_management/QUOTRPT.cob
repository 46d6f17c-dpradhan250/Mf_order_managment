       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTRPT.

      * Monthly quote conversion analysis. For the month closing, by
      * sales rep and by customer: the quotes issued and the value
      * quoted, and the quotes decided in the month - converted to
      * an order, marked lost in QUOTEUPD, or expired and swept by
      * QUOTEXP - with their value, and the conversion rate, the
      * share of the month's decided quotes that were won, by count
      * and by value. The leading lost reasons by item follow, ranked
      * by the value lost, so pricing can see where the business is
      * going to a competitor. A quote is credited to the rep
      * captured on it when it was priced; one priced before the rep
      * was captured falls to the customer's current rep. A quote is
      * decided in the month of its closed date; one converted or
      * expired before closed dates were kept falls to its quote date
      * or its expiry date. Runs at month end in ORDMEND, on the
      * business date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QuoteFile ASSIGN TO "Quote.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Quote-Code
               FILE STATUS IS WS-Quote-File-Status.

           SELECT CustomerFile ASSIGN TO "Customer.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Customer-Code OF Customer-Record
               FILE STATUS IS WS-Cust-File-Status.

           SELECT SalesRepFile ASSIGN TO "Sales.Rep.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Rep-Code
               FILE STATUS IS WS-Rep-File-Status.

           SELECT ItemFile ASSIGN TO "Item.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Item-Code
               FILE STATUS IS WS-Item-File-Status.

           SELECT LostReasonFile ASSIGN TO "Lost.Reason.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Lost-Reason-Code
               FILE STATUS IS WS-Lost-Reason-File-Status.

           SELECT BusinessDateFile ASSIGN TO "Business.Date.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BD-Control-Key
               FILE STATUS IS WS-BizDate-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  QuoteFile.
       01  Quote-Record.
           05  Quote-Code          PIC 9(07).
           05  Quote-Customer-Code PIC 9(07).
           05  Quote-Ship-To-Seq   PIC 9(03).
           05  Quote-Payment-Type  PIC X(03).
           05  Quote-Date          PIC X(08).
           05  Quote-Expiry-Date   PIC X(08).
           05  Quote-Line-Count    PIC 9(03).
           05  Quote-Line OCCURS 10 TIMES.
               10  QL-Item-Code    PIC 9(07).
               10  QL-Item-Qty     PIC 9(05).
               10  QL-Unit-Price   PIC 9(05)V9(02).
               10  QL-Amount       PIC 9(07)V9(02).
           05  Quote-Amount        PIC 9(07)V9(02).
           05  Quote-Tax-Amount    PIC 9(07)V9(02).
           05  Quote-Total-Amount  PIC 9(07)V9(02).
           05  Quote-Status        PIC X(01).
               88  Quote-Open        VALUE "O".
               88  Quote-Converted   VALUE "C".
               88  Quote-Expired     VALUE "E".
               88  Quote-Lost        VALUE "L".
      * The customer's trading currency at pricing time, the rate it
      * was quoted at, and the quoted total restated in it.
           05  Quote-Currency-Code PIC X(03).
           05  Quote-Exchange-Rate PIC 9(03)V9(06).
           05  Quote-Foreign-Total PIC 9(09)V9(02).
      * The rep the customer was assigned when the quote was priced,
      * so the win or loss follows the rep who quoted it.
           05  Quote-Rep-Code      PIC X(03).
      * Why a lost quote was lost - a code off Lost.Reason.KSDS, or
      * "EXP" for one QUOTEXP swept when it expired unconverted - with
      * the clerk's note of the competitor who won the business, and
      * the date the quote was converted or lost (its expiry date for
      * one that expired). Quotes priced before win and loss were
      * tracked carry spaces.
           05  Quote-Lost-Reason   PIC X(03).
           05  Quote-Competitor-Note PIC X(20).
           05  Quote-Closed-Date   PIC X(08).

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

       FD  SalesRepFile.
       01  Sales-Rep-Record.
           05  Rep-Code            PIC X(03).
           05  Rep-Name            PIC X(15).
           05  Rep-Comm-Rate       PIC 9(01)V9(03).
           05  Rep-Status          PIC X(01).
               88  Rep-Active        VALUE "A".
               88  Rep-Inactive      VALUE "I".

       FD  ItemFile.
       01  Item-Record.
           05  Item-Code           PIC 9(07).
           05  Item-Name           PIC X(12).
      * Item-Qty-OnHand is the physical count sitting in the warehouse;
      * Item-Qty-Allocated is how much of it is already committed to
      * open or picked orders. What is actually free to sell is the
      * two netted against each other - see Item-Qty-Available wherever
      * a program needs to check or display it.
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

       FD  LostReasonFile.
       01  Lost-Reason-Record.
           05  Lost-Reason-Code    PIC X(03).
           05  Lost-Reason-Desc    PIC X(15).
           05  Lost-Reason-Status  PIC X(01).
               88  Lost-Reason-Active     VALUE "A".
               88  Lost-Reason-Inactive   VALUE "I".

       FD  BusinessDateFile.
       01  Business-Date-Record.
           05  BD-Control-Key      PIC X(01).
           05  BD-Business-Date    PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-Quote-File-Status   PIC X(02).
       01  WS-Cust-File-Status    PIC X(02).
       01  WS-Rep-File-Status     PIC X(02).
       01  WS-Item-File-Status    PIC X(02).
       01  WS-Lost-Reason-File-Status PIC X(02).
       01  WS-BizDate-File-Status PIC X(02).

       01  WS-TODAY               PIC X(08).
       01  WS-PERIOD              PIC X(06).

      * Quote activity gathered across the run - one entry per rep
      * (type R) and per customer (type C): the month's quotes issued
      * and, of the quotes decided in the month, those converted,
      * lost, and expired, each with its quoted merchandise value.
       01  WS-ACTIVITY-TABLE.
           05  WS-QA-ENTRY OCCURS 300 TIMES.
               10  WS-QA-TYPE         PIC X(01).
               10  WS-QA-CODE         PIC X(07).
               10  WS-QA-ISSUED       PIC 9(05).
               10  WS-QA-ISSUED-VAL   PIC 9(09)V9(02).
               10  WS-QA-CONVERTED    PIC 9(05).
               10  WS-QA-CONV-VAL     PIC 9(09)V9(02).
               10  WS-QA-LOST         PIC 9(05).
               10  WS-QA-LOST-VAL     PIC 9(09)V9(02).
               10  WS-QA-EXPIRED      PIC 9(05).
               10  WS-QA-EXP-VAL      PIC 9(09)V9(02).
       01  WS-QA-COUNT             PIC 9(03) VALUE ZEROS.

      * Lines on the month's lost and expired quotes, gathered by
      * item and lost reason, for the ranking of the leading reasons.
       01  WS-LOSS-TABLE.
           05  WS-LS-ENTRY OCCURS 200 TIMES.
               10  WS-LS-ITEM         PIC 9(07).
               10  WS-LS-REASON       PIC X(03).
               10  WS-LS-QUOTES       PIC 9(05).
               10  WS-LS-VALUE        PIC 9(09)V9(02).
               10  WS-LS-PRINTED      PIC X(01).
       01  WS-LS-COUNT             PIC 9(03) VALUE ZEROS.
      * How many item and reason pairs the ranking prints.
       01  WS-LS-RANK-LIMIT        PIC 9(03) VALUE 20.
       01  WS-LS-RANK              PIC 9(03).

       01  WS-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
           88  WS-TABLE-OVERFLOWED   VALUE "Y".
           88  WS-TABLE-HELD         VALUE "N".

      * What the quote being gathered counts as, and where.
       01  WS-POSTING-TYPE         PIC X(01).
       01  WS-POSTING-CODE         PIC X(07).
       01  WS-POSTING-REP          PIC X(03).
       01  WS-POSTING-CUSTOMER     PIC 9(07).
       01  WS-CLOSED-MONTH         PIC X(06).
       01  WS-OUTCOME              PIC X(01).
           88  WS-OUTCOME-NONE       VALUE SPACE.
           88  WS-OUTCOME-CONVERTED  VALUE "C".
           88  WS-OUTCOME-LOST       VALUE "L".
           88  WS-OUTCOME-EXPIRED    VALUE "E".
       01  WS-ISSUED-SWITCH        PIC X(01) VALUE "N".
           88  WS-ISSUED-IN-MONTH    VALUE "Y".
           88  WS-ISSUED-BEFORE      VALUE "N".
       01  WS-QUOTE-REASON         PIC X(03).

       01  WS-SEARCH-IDX           PIC 9(03).
       01  WS-FOUND-IDX            PIC 9(03).
       01  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND        VALUE "Y".
           88  WS-ENTRY-NOT-FOUND    VALUE "N".
       01  WS-PRINT-IDX            PIC 9(03).
       01  WS-PRINT-TYPE           PIC X(01).
       01  WS-LINE-IDX             PIC 9(02).
       01  WS-BEST-IDX             PIC 9(03).
       01  WS-BEST-VALUE           PIC 9(09)V9(02).

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

      * One line's figures, and the house totals.
       01  WS-NAME                PIC X(15).
       01  WS-LINE-ENTRY.
           05  WS-LN-ISSUED        PIC 9(05).
           05  WS-LN-ISSUED-VAL    PIC 9(09)V9(02).
           05  WS-LN-CONVERTED     PIC 9(05).
           05  WS-LN-CONV-VAL      PIC 9(09)V9(02).
           05  WS-LN-LOST          PIC 9(05).
           05  WS-LN-LOST-VAL      PIC 9(09)V9(02).
           05  WS-LN-EXPIRED       PIC 9(05).
           05  WS-LN-EXP-VAL       PIC 9(09)V9(02).
       01  WS-DECIDED             PIC 9(05).
       01  WS-DECIDED-VAL         PIC 9(11)V9(02).
       01  WS-CONV-RATE           PIC 9(03)V9(01).
       01  WS-CONV-VAL-RATE       PIC 9(03)V9(01).
       01  WS-COUNT-DISPLAY       PIC Z(4)9.
       01  WS-VALUE-DISPLAY       PIC Z(10)9.99.
       01  WS-RATE-DISPLAY        PIC Z(2)9.9.
       01  WS-VAL-RATE-DISPLAY    PIC Z(2)9.9.
       01  WS-ITEM-NAME           PIC X(12).
       01  WS-REASON-DESC         PIC X(15).
       01  WS-TOTAL-ENTRY.
           05  WS-TOT-ISSUED       PIC 9(05).
           05  WS-TOT-ISSUED-VAL   PIC 9(09)V9(02).
           05  WS-TOT-CONVERTED    PIC 9(05).
           05  WS-TOT-CONV-VAL     PIC 9(09)V9(02).
           05  WS-TOT-LOST         PIC 9(05).
           05  WS-TOT-LOST-VAL     PIC 9(09)V9(02).
           05  WS-TOT-EXPIRED      PIC 9(05).
           05  WS-TOT-EXP-VAL      PIC 9(09)V9(02).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "QUOTE CONVERSION ANALYSIS RUN STARTING".
           PERFORM ESTABLISH-BUSINESS-DATE.
           MOVE WS-TODAY(1:6) TO WS-PERIOD.

           OPEN INPUT QuoteFile.
           OPEN INPUT CustomerFile.
           OPEN INPUT SalesRepFile.
           OPEN INPUT ItemFile.
           OPEN INPUT LostReasonFile.

           MOVE ZEROS TO WS-TOTAL-ENTRY.
           PERFORM GATHER-QUOTES.

           IF WS-TABLE-OVERFLOWED
               DISPLAY "ANALYSIS TABLE CAPACITY EXCEEDED - ENTRIES "
                   "BEYOND CAPACITY NOT REPORTED THIS RUN"
           END-IF.

           DISPLAY "QUOTE CONVERSION BY REP - PERIOD " WS-PERIOD.
           MOVE "R" TO WS-PRINT-TYPE.
           PERFORM PRINT-ONE-ENTRY
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-QA-COUNT.
           DISPLAY "QUOTE CONVERSION BY CUSTOMER - PERIOD " WS-PERIOD.
           MOVE "C" TO WS-PRINT-TYPE.
           PERFORM PRINT-ONE-ENTRY
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-QA-COUNT.
           PERFORM PRINT-HOUSE-TOTAL.

           DISPLAY "LEADING LOST REASONS BY ITEM - PERIOD " WS-PERIOD.
           PERFORM PRINT-ONE-LOSS-RANK
               VARYING WS-LS-RANK FROM 1 BY 1
               UNTIL WS-LS-RANK > WS-LS-RANK-LIMIT
                   OR WS-LS-RANK > WS-LS-COUNT.

           CLOSE QuoteFile.
           CLOSE CustomerFile.
           CLOSE SalesRepFile.
           CLOSE ItemFile.
           CLOSE LostReasonFile.
           DISPLAY "QUOTE CONVERSION ANALYSIS RUN COMPLETE".
           STOP RUN.

       GATHER-QUOTES.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO Quote-Code.
           START QuoteFile KEY IS GREATER THAN OR EQUAL Quote-Code
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.

           PERFORM GATHER-ONE-QUOTE
               UNTIL WS-END-OF-FILE.

       GATHER-ONE-QUOTE.
           READ QuoteFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM CLASSIFY-QUOTE
                   IF WS-ISSUED-IN-MONTH OR NOT WS-OUTCOME-NONE
                       PERFORM POST-QUOTE
                   END-IF
           END-READ.

       CLASSIFY-QUOTE.
      * Was the quote issued this month, and was it decided this
      * month - and if so, which way.
           IF Quote-Date(1:6) = WS-PERIOD
               SET WS-ISSUED-IN-MONTH TO TRUE
           ELSE
               SET WS-ISSUED-BEFORE TO TRUE
           END-IF.
           MOVE Quote-Closed-Date(1:6) TO WS-CLOSED-MONTH.
           MOVE Quote-Lost-Reason TO WS-QUOTE-REASON.
           SET WS-OUTCOME-NONE TO TRUE.
           EVALUATE TRUE
               WHEN Quote-Converted
                   IF WS-CLOSED-MONTH = SPACES
                       MOVE Quote-Date(1:6) TO WS-CLOSED-MONTH
                   END-IF
                   IF WS-CLOSED-MONTH = WS-PERIOD
                       SET WS-OUTCOME-CONVERTED TO TRUE
                   END-IF
               WHEN Quote-Expired
                   MOVE Quote-Expiry-Date(1:6) TO WS-CLOSED-MONTH
                   MOVE "EXP" TO WS-QUOTE-REASON
                   IF WS-CLOSED-MONTH = WS-PERIOD
                       SET WS-OUTCOME-EXPIRED TO TRUE
                   END-IF
               WHEN Quote-Lost
                   IF WS-CLOSED-MONTH = WS-PERIOD
                       IF Quote-Lost-Reason = "EXP"
                           SET WS-OUTCOME-EXPIRED TO TRUE
                       ELSE
                           SET WS-OUTCOME-LOST TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

       POST-QUOTE.
      * Credit the quote to its rep and to its customer, and put the
      * lines of a lost or expired quote behind its reason.
           MOVE Quote-Customer-Code TO WS-POSTING-CUSTOMER.
           MOVE Quote-Rep-Code TO WS-POSTING-REP.
           IF WS-POSTING-REP = SPACES
               MOVE WS-POSTING-CUSTOMER
                   TO Customer-Code OF Customer-Record
               READ CustomerFile KEY IS Customer-Code OF Customer-Record
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Customer-Rep-Code TO WS-POSTING-REP
               END-READ
           END-IF.
           MOVE "R" TO WS-POSTING-TYPE.
           MOVE SPACES TO WS-POSTING-CODE.
           MOVE WS-POSTING-REP TO WS-POSTING-CODE(1:3).
           PERFORM POST-TO-ACTIVITY.
           MOVE "C" TO WS-POSTING-TYPE.
           MOVE WS-POSTING-CUSTOMER TO WS-POSTING-CODE.
           PERFORM POST-TO-ACTIVITY.
           IF WS-OUTCOME-LOST OR WS-OUTCOME-EXPIRED
               PERFORM POST-ONE-LOST-LINE
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > Quote-Line-Count
                       OR WS-LINE-IDX > 10
           END-IF.

       POST-TO-ACTIVITY.
      * Fold the quote into one entry, adding the entry on first
      * sight. An entry past the table's capacity is flagged at the
      * end of the run rather than overlaying storage; the house
      * totals are kept once, off the customer posting, so they stay
      * right either way.
           PERFORM FIND-ACTIVITY-ENTRY.
           IF WS-ENTRY-NOT-FOUND
               IF WS-QA-COUNT >= 300
                   SET WS-TABLE-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-QA-COUNT
                   MOVE WS-QA-COUNT TO WS-FOUND-IDX
                   MOVE WS-POSTING-TYPE TO WS-QA-TYPE (WS-FOUND-IDX)
                   MOVE WS-POSTING-CODE TO WS-QA-CODE (WS-FOUND-IDX)
                   MOVE ZEROS TO WS-QA-ISSUED (WS-FOUND-IDX)
                   MOVE ZEROS TO WS-QA-ISSUED-VAL (WS-FOUND-IDX)
                   MOVE ZEROS TO WS-QA-CONVERTED (WS-FOUND-IDX)
                   MOVE ZEROS TO WS-QA-CONV-VAL (WS-FOUND-IDX)
                   MOVE ZEROS TO WS-QA-LOST (WS-FOUND-IDX)
                   MOVE ZEROS TO WS-QA-LOST-VAL (WS-FOUND-IDX)
                   MOVE ZEROS TO WS-QA-EXPIRED (WS-FOUND-IDX)
                   MOVE ZEROS TO WS-QA-EXP-VAL (WS-FOUND-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.
           IF WS-ENTRY-FOUND
               PERFORM ADD-QUOTE-TO-ENTRY
           END-IF.
           IF WS-POSTING-TYPE = "C"
               PERFORM ADD-QUOTE-TO-TOTAL
           END-IF.

       ADD-QUOTE-TO-ENTRY.
           IF WS-ISSUED-IN-MONTH
               ADD 1 TO WS-QA-ISSUED (WS-FOUND-IDX)
               ADD Quote-Amount TO WS-QA-ISSUED-VAL (WS-FOUND-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN WS-OUTCOME-CONVERTED
                   ADD 1 TO WS-QA-CONVERTED (WS-FOUND-IDX)
                   ADD Quote-Amount TO WS-QA-CONV-VAL (WS-FOUND-IDX)
               WHEN WS-OUTCOME-LOST
                   ADD 1 TO WS-QA-LOST (WS-FOUND-IDX)
                   ADD Quote-Amount TO WS-QA-LOST-VAL (WS-FOUND-IDX)
               WHEN WS-OUTCOME-EXPIRED
                   ADD 1 TO WS-QA-EXPIRED (WS-FOUND-IDX)
                   ADD Quote-Amount TO WS-QA-EXP-VAL (WS-FOUND-IDX)
           END-EVALUATE.

       ADD-QUOTE-TO-TOTAL.
           IF WS-ISSUED-IN-MONTH
               ADD 1 TO WS-TOT-ISSUED
               ADD Quote-Amount TO WS-TOT-ISSUED-VAL
           END-IF.
           EVALUATE TRUE
               WHEN WS-OUTCOME-CONVERTED
                   ADD 1 TO WS-TOT-CONVERTED
                   ADD Quote-Amount TO WS-TOT-CONV-VAL
               WHEN WS-OUTCOME-LOST
                   ADD 1 TO WS-TOT-LOST
                   ADD Quote-Amount TO WS-TOT-LOST-VAL
               WHEN WS-OUTCOME-EXPIRED
                   ADD 1 TO WS-TOT-EXPIRED
                   ADD Quote-Amount TO WS-TOT-EXP-VAL
           END-EVALUATE.

       FIND-ACTIVITY-ENTRY.
      * Linear search of the table built so far.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM SEARCH-ONE-ACTIVITY
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-QA-COUNT
                   OR WS-ENTRY-FOUND.

       SEARCH-ONE-ACTIVITY.
           IF WS-QA-TYPE (WS-SEARCH-IDX) = WS-POSTING-TYPE
               AND WS-QA-CODE (WS-SEARCH-IDX) = WS-POSTING-CODE
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-SEARCH-IDX TO WS-FOUND-IDX.

       POST-ONE-LOST-LINE.
      * Put one line's quoted value behind its item and the reason
      * the quote was lost.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM SEARCH-ONE-LOSS
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-LS-COUNT
                   OR WS-ENTRY-FOUND.
           IF WS-ENTRY-NOT-FOUND
               IF WS-LS-COUNT >= 200
                   SET WS-TABLE-OVERFLOWED TO TRUE
               ELSE
                   ADD 1 TO WS-LS-COUNT
                   MOVE WS-LS-COUNT TO WS-FOUND-IDX
                   MOVE QL-Item-Code(WS-LINE-IDX)
                       TO WS-LS-ITEM (WS-FOUND-IDX)
                   MOVE WS-QUOTE-REASON TO WS-LS-REASON (WS-FOUND-IDX)
                   MOVE ZEROS TO WS-LS-QUOTES (WS-FOUND-IDX)
                   MOVE ZEROS TO WS-LS-VALUE (WS-FOUND-IDX)
                   MOVE "N" TO WS-LS-PRINTED (WS-FOUND-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-LS-QUOTES (WS-FOUND-IDX)
               ADD QL-Amount(WS-LINE-IDX) TO WS-LS-VALUE (WS-FOUND-IDX)
           END-IF.

       SEARCH-ONE-LOSS.
           IF WS-LS-ITEM (WS-SEARCH-IDX) = QL-Item-Code(WS-LINE-IDX)
               AND WS-LS-REASON (WS-SEARCH-IDX) = WS-QUOTE-REASON
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-SEARCH-IDX TO WS-FOUND-IDX.

       PRINT-ONE-ENTRY.
      * One rep's or customer's issued and decided quotes, with the
      * conversion rate on what was decided.
           IF WS-QA-TYPE (WS-PRINT-IDX) = WS-PRINT-TYPE
               PERFORM LOAD-ENTRY-NAME
               MOVE WS-QA-ISSUED (WS-PRINT-IDX) TO WS-LN-ISSUED
               MOVE WS-QA-ISSUED-VAL (WS-PRINT-IDX) TO WS-LN-ISSUED-VAL
               MOVE WS-QA-CONVERTED (WS-PRINT-IDX) TO WS-LN-CONVERTED
               MOVE WS-QA-CONV-VAL (WS-PRINT-IDX) TO WS-LN-CONV-VAL
               MOVE WS-QA-LOST (WS-PRINT-IDX) TO WS-LN-LOST
               MOVE WS-QA-LOST-VAL (WS-PRINT-IDX) TO WS-LN-LOST-VAL
               MOVE WS-QA-EXPIRED (WS-PRINT-IDX) TO WS-LN-EXPIRED
               MOVE WS-QA-EXP-VAL (WS-PRINT-IDX) TO WS-LN-EXP-VAL
               PERFORM PRINT-ACTIVITY-LINES
           END-IF.

       PRINT-HOUSE-TOTAL.
      * The house totals were kept off the customer postings, so
      * every quote in the month is in them once.
           MOVE "HOUSE TOTAL" TO WS-NAME.
           MOVE WS-TOT-ISSUED TO WS-LN-ISSUED.
           MOVE WS-TOT-ISSUED-VAL TO WS-LN-ISSUED-VAL.
           MOVE WS-TOT-CONVERTED TO WS-LN-CONVERTED.
           MOVE WS-TOT-CONV-VAL TO WS-LN-CONV-VAL.
           MOVE WS-TOT-LOST TO WS-LN-LOST.
           MOVE WS-TOT-LOST-VAL TO WS-LN-LOST-VAL.
           MOVE WS-TOT-EXPIRED TO WS-LN-EXPIRED.
           MOVE WS-TOT-EXP-VAL TO WS-LN-EXP-VAL.
           DISPLAY "QUOTE CONVERSION - ALL QUOTES - PERIOD " WS-PERIOD.
           PERFORM PRINT-ACTIVITY-LINES.

       LOAD-ENTRY-NAME.
      * Name off the rep or customer master.
           IF WS-QA-CODE (WS-PRINT-IDX) = SPACES
               MOVE "UNASSIGNED" TO WS-NAME
           ELSE
               MOVE "UNKNOWN" TO WS-NAME
               IF WS-PRINT-TYPE = "R"
                   MOVE WS-QA-CODE (WS-PRINT-IDX) TO Rep-Code
                   READ SalesRepFile KEY IS Rep-Code
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE Rep-Name TO WS-NAME
                   END-READ
               ELSE
                   MOVE WS-QA-CODE (WS-PRINT-IDX)
                       TO Customer-Code OF Customer-Record
                   READ CustomerFile
                       KEY IS Customer-Code OF Customer-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE Customer-Name TO WS-NAME
                   END-READ
               END-IF
           END-IF.
           DISPLAY "  " WS-QA-CODE (WS-PRINT-IDX) " " WS-NAME.

       PRINT-ACTIVITY-LINES.
      * The conversion rate is the share of the month's decided
      * quotes that converted - converted against converted, lost
      * and expired together - by count and by quoted value. With
      * nothing decided there is no rate and it prints zero.
           MOVE ZEROS TO WS-CONV-RATE.
           MOVE ZEROS TO WS-CONV-VAL-RATE.
           COMPUTE WS-DECIDED =
               WS-LN-CONVERTED + WS-LN-LOST + WS-LN-EXPIRED.
           COMPUTE WS-DECIDED-VAL =
               WS-LN-CONV-VAL + WS-LN-LOST-VAL + WS-LN-EXP-VAL.
           IF WS-DECIDED > ZERO
               COMPUTE WS-CONV-RATE ROUNDED =
                   WS-LN-CONVERTED * 100 / WS-DECIDED
           END-IF.
           IF WS-DECIDED-VAL > ZERO
               COMPUTE WS-CONV-VAL-RATE ROUNDED =
                   WS-LN-CONV-VAL * 100 / WS-DECIDED-VAL
           END-IF.
           MOVE WS-LN-ISSUED TO WS-COUNT-DISPLAY.
           MOVE WS-LN-ISSUED-VAL TO WS-VALUE-DISPLAY.
           DISPLAY "    ISSUED    " WS-COUNT-DISPLAY
               " QUOTED VALUE " WS-VALUE-DISPLAY.
           MOVE WS-LN-CONVERTED TO WS-COUNT-DISPLAY.
           MOVE WS-LN-CONV-VAL TO WS-VALUE-DISPLAY.
           DISPLAY "    CONVERTED " WS-COUNT-DISPLAY
               " CONVERTED VALUE " WS-VALUE-DISPLAY.
           MOVE WS-LN-LOST TO WS-COUNT-DISPLAY.
           MOVE WS-LN-LOST-VAL TO WS-VALUE-DISPLAY.
           DISPLAY "    LOST      " WS-COUNT-DISPLAY
               " QUOTED VALUE " WS-VALUE-DISPLAY.
           MOVE WS-LN-EXPIRED TO WS-COUNT-DISPLAY.
           MOVE WS-LN-EXP-VAL TO WS-VALUE-DISPLAY.
           DISPLAY "    EXPIRED   " WS-COUNT-DISPLAY
               " QUOTED VALUE " WS-VALUE-DISPLAY.
           MOVE WS-CONV-RATE TO WS-RATE-DISPLAY.
           MOVE WS-CONV-VAL-RATE TO WS-VAL-RATE-DISPLAY.
           DISPLAY "    CONVERSION RATE " WS-RATE-DISPLAY "% BY COUNT "
               WS-VAL-RATE-DISPLAY "% BY VALUE".

       PRINT-ONE-LOSS-RANK.
      * Pick the largest lost value not yet printed and print it,
      * with the item and the reason described.
           MOVE ZEROS TO WS-BEST-IDX.
           MOVE ZEROS TO WS-BEST-VALUE.
           PERFORM CHECK-ONE-LOSS
               VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-LS-COUNT.
           IF WS-BEST-IDX > ZERO
               MOVE "Y" TO WS-LS-PRINTED (WS-BEST-IDX)
               PERFORM PRINT-LOSS-LINE
           END-IF.

       CHECK-ONE-LOSS.
           IF WS-LS-PRINTED (WS-SEARCH-IDX) = "N"
               IF WS-BEST-IDX = ZERO
                   OR WS-LS-VALUE (WS-SEARCH-IDX) > WS-BEST-VALUE
                   MOVE WS-SEARCH-IDX TO WS-BEST-IDX
                   MOVE WS-LS-VALUE (WS-SEARCH-IDX) TO WS-BEST-VALUE
               END-IF
           END-IF.

       PRINT-LOSS-LINE.
           MOVE "UNKNOWN" TO WS-ITEM-NAME.
           MOVE WS-LS-ITEM (WS-BEST-IDX) TO Item-Code.
           READ ItemFile KEY IS Item-Code
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Item-Name TO WS-ITEM-NAME
           END-READ.
           MOVE "UNKNOWN" TO WS-REASON-DESC.
           IF WS-LS-REASON (WS-BEST-IDX) = "EXP"
               MOVE "EXPIRED" TO WS-REASON-DESC
           END-IF.
           MOVE WS-LS-REASON (WS-BEST-IDX) TO Lost-Reason-Code.
           READ LostReasonFile KEY IS Lost-Reason-Code
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Lost-Reason-Desc TO WS-REASON-DESC
           END-READ.
           MOVE WS-LS-QUOTES (WS-BEST-IDX) TO WS-COUNT-DISPLAY.
           MOVE WS-LS-VALUE (WS-BEST-IDX) TO WS-VALUE-DISPLAY.
           DISPLAY "  " WS-LS-ITEM (WS-BEST-IDX) " " WS-ITEM-NAME
               " " WS-LS-REASON (WS-BEST-IDX) " " WS-REASON-DESC
               " QUOTES " WS-COUNT-DISPLAY
               " VALUE " WS-VALUE-DISPLAY.

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
