       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGNREVW.

      * Margin review queue. Orders created in batch - ORDINTAK's
      * EDI and web intake and STANDORD's standing orders - with a
      * line priced below its item's minimum margin are not sent
      * straight out: they are written held for margin review, stock
      * allocated, balance due and exposure raised as for any other
      * order, but invisible to PICKLIST and DISPDUE until released.
      * This screen lets the pricing desk browse the queue and
      * release an order - into awaiting-payment when the customer
      * trades cash-in-advance and still owes for it, otherwise into
      * the open workload - stamping the releasing operator and date
      * on each of the order's below-margin lines for MARGEXC's daily
      * exception report. An order the desk will not accept at its
      * price is cancelled on CANCELORD, which returns its stock.
      * The whole program is gated on the maintain-prices
      * permission, and every release is written to the audit trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ItemFile ASSIGN TO "Item.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Item-Code OF Item-Record
               FILE STATUS IS WS-Item-File-Status.


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

           SELECT MarginExceptionFile ASSIGN TO "Margin.Exception.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ME-Key
               FILE STATUS IS WS-Margin-Exc-Status.

           SELECT OperatorAuthFile ASSIGN TO "Operator.Auth.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Operator-Userid
               FILE STATUS IS WS-Operator-Auth-Status.

           SELECT AuditTrailFile ASSIGN TO "Audit.Trail.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Audit-Seq-No
               FILE STATUS IS WS-Audit-File-Status.

           SELECT AuditControlFile ASSIGN TO "Audit.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-Control-Key
               FILE STATUS IS WS-Audit-Control-Status.

           SELECT OrderControlFile ASSIGN TO "Order.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Control-Key
               FILE STATUS IS WS-Control-File-Status.

           SELECT PurchaseOrderFile ASSIGN TO "Purchase.Order.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-Line-Key
               FILE STATUS IS WS-PO-File-Status.


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

       FD  ItemFile.
       01  Item-Record.
           05  Item-Code           PIC 9(07).
           05  Item-Name           PIC X(12).
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

       FD  OperatorAuthFile.
       01  Operator-Auth-Record.
           05  Operator-Userid     PIC X(08).
           05  Operator-Auth-Level PIC X(01).
               88  Operator-Is-Supervisor  VALUE "S".
               88  Operator-Is-Clerk       VALUE "C".
      * Real credentials on the operator record - see SIGNON. The
      * password must be verified at sign-on, expires and forces a
      * change, and three straight failures lock the ID until a
      * supervisor resets it through OPERMNT.
           05  Operator-Password   PIC X(08).
           05  Operator-Pwd-Expiry PIC X(08).
           05  Operator-Fail-Count PIC 9(01).
           05  Operator-Lock-Flag  PIC X(01).
               88  Operator-Locked      VALUE "Y".
               88  Operator-Not-Locked  VALUE "N".
           05  Operator-Signon-Flag PIC X(01).
               88  Operator-Signed-On   VALUE "Y".
               88  Operator-Signed-Off  VALUE "N".
      * Per-function permissions - the gates check these instead of
      * the old all-or-nothing S/C level, so the pricing desk can
      * hold PRCMAINT without also holding CANCELORD's override. The
      * level byte stays on the record for display only.
           05  Operator-Permissions.
               10  Operator-Perm-Cancel  PIC X(01).
                   88  Operator-May-Cancel       VALUE "Y".
               10  Operator-Perm-Credit  PIC X(01).
                   88  Operator-May-Credit       VALUE "Y".
               10  Operator-Perm-Price   PIC X(01).
                   88  Operator-May-Price        VALUE "Y".
               10  Operator-Perm-Ref     PIC X(01).
                   88  Operator-May-Maint-Ref    VALUE "Y".
               10  Operator-Perm-Oper    PIC X(01).
                   88  Operator-May-Maint-Oper   VALUE "Y".
               10  Operator-Perm-Master  PIC X(01).
                   88  Operator-May-Maint-Master VALUE "Y".
               10  Operator-Perm-Count   PIC X(01).
                   88  Operator-May-Post-Count   VALUE "Y".
               10  Operator-Perm-Period  PIC X(01).
                   88  Operator-May-Close-Period VALUE "Y".
               10  Operator-Perm-Adjust  PIC X(01).
                   88  Operator-May-Adjust-Stock VALUE "Y".

       FD  AuditTrailFile.
       01  Audit-Trail-Record.
           05  Audit-Seq-No        PIC 9(09).
           05  Audit-Userid        PIC X(08).
           05  Audit-Date          PIC X(11).
           05  Audit-Time          PIC X(08).
           05  Audit-Action        PIC X(10).
           05  Audit-Program      PIC X(08).
           05  Audit-Key           PIC X(07).

       FD  AuditControlFile.
       01  Audit-Control-Record.
           05  AC-Control-Key      PIC X(01).
           05  AC-Last-Audit-Seq   PIC 9(09).

       FD  OrderControlFile.
       01  Order-Control-Record.
           05  Control-Key         PIC X(01).
           05  Last-Order-Code     PIC 9(07).

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
       01  WS-Terms-File-Status   PIC X(02).
       01  WS-Margin-Exc-Status   PIC X(02).
       01  WS-Operator-Auth-Status PIC X(02).
       01  WS-Audit-File-Status   PIC X(02).
       01  WS-Audit-Control-Status PIC X(02).
       01  WS-Journal-File-Status PIC X(02).
       01  WS-Line-File-Status    PIC X(02).
       01  WS-Item-File-Status    PIC X(02).
       01  WS-Control-File-Status PIC X(02).
       01  WS-PO-File-Status      PIC X(02).
       01  WS-DATE                PIC X(21).
       01  WS-JRNL-ACTION         PIC X(01).
       01  WS-JRNL-STAMP          PIC X(21).
       01  WS-MESSAGE             PIC X(50).
       01  WS-LOG-DATE            PIC X(11).
       01  WS-LOG-TIME            PIC X(08).
       01  WS-AUDIT-ACTION        PIC X(10).
       01  WS-LINE-IDX            PIC 9(03).

      * Order keyed by the pricing desk to release.
       01  WS-REF-ORDER-CODE      PIC 9(07).

      * The queue page - up to ten held orders loaded for the browse.
       01  WS-REF-ROWS OCCURS 10 TIMES.
           05  WS-RR-ORDER-CODE   PIC 9(07).
           05  WS-RR-CUSTOMER     PIC 9(07).
           05  WS-RR-ORDER-DATE   PIC X(08).
           05  WS-RR-TOTAL        PIC 9(07)V9(02).
       01  WS-ROW-IDX             PIC 9(02).

       01  WS-AUTH-SWITCH         PIC X(01) VALUE "N".
           88  WS-PRICE-AUTHORIZED     VALUE "Y".
           88  WS-PRICE-NOT-AUTHORIZED VALUE "N".

      * Set by CHECK-CASH-IN-ADVANCE from the customer's terms.
       01  WS-CIA-SWITCH          PIC X(01) VALUE "N".
           88  WS-CASH-IN-ADVANCE   VALUE "Y".
           88  WS-ON-ACCOUNT        VALUE "N".

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
      * Receive user input; the whole program needs the
      * maintain-prices permission, so the gate comes before any
      * function is dispatched.
           EXEC CICS RECEIVE MAP('MGNREVW') MAPSET('MGNRSET') END-EXEC.

           IF EIBAID = DFHPF3
               MOVE "EXITING TO MENU..." TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               EXEC CICS RETURN END-EXEC.

           PERFORM CHECK-PRICE-AUTHORIZED.
           IF WS-PRICE-NOT-AUTHORIZED
               MOVE "NOT AUTHORIZED FOR MARGIN REVIEW" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               EXEC CICS RETURN END-EXEC.

           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
      * Browse the held-for-margin queue
                   PERFORM BROWSE-HELD-ORDERS
               WHEN EIBAID = DFHPF4
      * Accept a held order's pricing and release it
                   PERFORM RELEASE-HELD-ORDER
               WHEN OTHER
      * Handle invalid PF keys
                   MOVE "INVALID PF KEY" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

       BROWSE-HELD-ORDERS.
      * Load the first ten orders waiting in the queue onto the
      * screen, oldest order numbers first.
           MOVE ZEROS TO WS-ROW-IDX.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO Order-Code OF Order-Header-Record.
           START OrderFile KEY IS GREATER THAN OR EQUAL
               Order-Code OF Order-Header-Record
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.

           PERFORM LOAD-ONE-HELD-ORDER
               UNTIL WS-END-OF-FILE OR WS-ROW-IDX >= 10.

           EXEC CICS SEND MAP('MGNREVW') MAPSET('MGNRSET') END-EXEC.
           IF WS-ROW-IDX = ZEROS
               MOVE "NO ORDERS HELD FOR MARGIN" TO WS-MESSAGE
           ELSE
               MOVE "HELD ORDERS DISPLAYED" TO WS-MESSAGE
           END-IF.
           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       LOAD-ONE-HELD-ORDER.
           READ OrderFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF Order-Margin-Held
                       ADD 1 TO WS-ROW-IDX
                       MOVE Order-Code OF Order-Header-Record
                           TO WS-RR-ORDER-CODE(WS-ROW-IDX)
                       MOVE Customer-Code OF Order-Header-Record
                           TO WS-RR-CUSTOMER(WS-ROW-IDX)
                       MOVE Order-Date
                           TO WS-RR-ORDER-DATE(WS-ROW-IDX)
                       MOVE Order-Total-Amount
                           OF Order-Header-Record
                           TO WS-RR-TOTAL(WS-ROW-IDX)
                   END-IF
           END-READ.

       RELEASE-HELD-ORDER.
      * The desk accepts the order at the price it was taken at.
      * Stock, balance due, and exposure were all set when the order
      * was written, so only the status moves: a cash-in-advance
      * customer who still owes for the order waits for the money
      * as PROFORMA and PAYPOST expect, anyone else goes straight
      * into the open workload.
           MOVE WS-REF-ORDER-CODE
               TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
                   MOVE "ORDER NOT FOUND" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   IF NOT Order-Margin-Held
                       MOVE "ORDER NOT HELD FOR MARGIN" TO WS-MESSAGE
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   ELSE
                       PERFORM RELEASE-ORDER-STATUS
                   END-IF
           END-READ.

       RELEASE-ORDER-STATUS.
           PERFORM CHECK-CASH-IN-ADVANCE.
           IF WS-CASH-IN-ADVANCE
               AND Order-Balance-Due OF Order-Header-Record > ZEROS
               SET Order-Awaiting-Payment TO TRUE
           ELSE
               SET Order-Open TO TRUE
           END-IF.
           REWRITE Order-Header-Record
               INVALID KEY
                   MOVE "ORDER UPDATE FAILED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   PERFORM ACCEPT-MARGIN-EXCEPTIONS
           END-REWRITE.

       ACCEPT-MARGIN-EXCEPTIONS.
           MOVE "R" TO WS-JRNL-ACTION.
           PERFORM JOURNAL-ORDER-IMAGE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           PERFORM ACCEPT-ONE-EXCEPTION-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX >
                   Order-Line-Count OF Order-Header-Record.

           IF Order-Open
               PERFORM RAISE-HELD-DROP-SHIP-POS
           END-IF.

           MOVE "MGNREL" TO WS-AUDIT-ACTION.
           PERFORM LOG-AUDIT-ENTRY.
           IF Order-Awaiting-Payment
               MOVE "ORDER RELEASED - AWAITING PAYMENT" TO WS-MESSAGE
           ELSE
               MOVE "HELD ORDER RELEASED" TO WS-MESSAGE
           END-IF.
           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       RAISE-HELD-DROP-SHIP-POS.
      * The order has just been released to open - buy in the
      * drop-ship lines whose purchase orders order entry held back
      * while the desk reviewed it, the way CREDREF does on a credit
      * release. An order released to await its payment raises them
      * when the money arrives instead. A line already on a PO is
      * left alone.
           PERFORM RAISE-ONE-HELD-DROP-SHIP-PO
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX >
                   Order-Line-Count OF Order-Header-Record.

       RAISE-ONE-HELD-DROP-SHIP-PO.
           MOVE Order-Code OF Order-Header-Record
               TO Order-Code OF Order-Line-Key.
           MOVE WS-LINE-IDX TO Line-Number.
           READ OrderLineFile KEY IS Order-Line-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Line-Drop-Ship AND Line-Open
                       AND Line-PO-Number = ZEROS
                       MOVE Item-Code OF Order-Line-Record
                           TO Item-Code OF Item-Record
                       READ ItemFile KEY IS Item-Code OF Item-Record
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM RAISE-DROP-SHIP-PO
                       END-READ
                   END-IF
           END-READ.

       RAISE-DROP-SHIP-PO.
      * Buy the drop-ship line in from the item's supplier - a PO of
      * its own, one line long, minted off the order control file
      * under the PO control key and raised open the same way
      * ORDERUPD does. The item record was read by the caller.
           MOVE "P" TO Control-Key.
           READ OrderControlFile KEY IS Control-Key
               INVALID KEY
                   MOVE "PO CONTROL RECORD MISSING" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   ADD 1 TO Last-Order-Code
                   REWRITE Order-Control-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM WRITE-DROP-SHIP-PO-LINE
                   END-REWRITE
           END-READ.

       WRITE-DROP-SHIP-PO-LINE.
      * The PO line carries the order line and the customer's
      * ship-to so the supplier ships straight there, and its number
      * goes back onto the order line for DROPCONF to close.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           MOVE Last-Order-Code TO PO-Number.
           MOVE 1 TO PO-Line-No.
           MOVE Item-Supplier-Code TO PO-Supplier-Code.
           MOVE Item-Code OF Order-Line-Record TO PO-Item-Code.
           MOVE Item-Qty OF Order-Line-Record TO PO-Qty-Ordered.
           MOVE ZEROS TO PO-Qty-Received.
           MOVE ZEROS TO PO-Qty-Invoiced.
           MOVE Line-Unit-Cost TO PO-Unit-Price.
           MOVE WS-DATE(1:8) TO PO-Date.
           MOVE Order-Req-Ship-Date TO PO-Expected-Date.
           MOVE SPACES TO PO-Warehouse.
           SET PO-Line-Open TO TRUE.
           SET PO-Drop-Ship-Line TO TRUE.
           MOVE Order-Code OF Order-Line-Key TO PO-DS-Order-Code.
           MOVE Line-Number TO PO-DS-Line-Number.
           MOVE Customer-Code OF Order-Header-Record
               TO PO-DS-Customer-Code.
           MOVE Order-Ship-To-Seq OF Order-Header-Record
               TO PO-DS-Ship-To-Seq.
           WRITE Purchase-Order-Record
               INVALID KEY
                   MOVE "DROP-SHIP PO CREATION FAILED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   MOVE PO-Number TO Line-PO-Number
                   REWRITE Order-Line-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "R" TO WS-JRNL-ACTION
                           PERFORM JOURNAL-LINE-IMAGE
                   END-REWRITE
           END-WRITE.

       ACCEPT-ONE-EXCEPTION-LINE.
      * Stamp the releasing operator and date on the line's margin
      * exception, if it has one - lines priced above their floor
      * have none.
           MOVE WS-REF-ORDER-CODE TO ME-Order-Code.
           MOVE WS-LINE-IDX TO ME-Line-Number.
           READ MarginExceptionFile KEY IS ME-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ME-Held
                       SET ME-Accepted TO TRUE
                       MOVE EIBUSERID TO ME-Approver
                       MOVE WS-DATE(1:8) TO ME-Accepted-Date
                       REWRITE Margin-Exception-Record
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

       CHECK-CASH-IN-ADVANCE.
      * Look up whether the customer's payment terms are flagged
      * cash-in-advance. No terms code, or one no longer on file,
      * trades on account.
           SET WS-ON-ACCOUNT TO TRUE.
           MOVE Customer-Code OF Order-Header-Record
               TO Customer-Code OF Customer-Record.
           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Customer-Terms-Code OF Customer-Record
                       NOT = SPACES
                       MOVE Customer-Terms-Code OF Customer-Record
                           TO Terms-Code
                       READ TermsFile KEY IS Terms-Code
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF Terms-Cash-In-Advance
                                   SET WS-CASH-IN-ADVANCE TO TRUE
                               END-IF
                       END-READ
                   END-IF
           END-READ.

       CHECK-PRICE-AUTHORIZED.
      * Only an operator granted the maintain-prices permission on
      * the Operator-Auth-KSDS reference file may accept a price
      * below the margin floor.
           SET WS-PRICE-NOT-AUTHORIZED TO TRUE.
           MOVE EIBUSERID TO Operator-Userid.
           READ OperatorAuthFile KEY IS Operator-Userid
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Operator-May-Price
                       SET WS-PRICE-AUTHORIZED TO TRUE
                   END-IF.

       LOG-AUDIT-ENTRY.
      * Record the signed-on operator, timestamp, decision, and
      * affected order code, minting the next audit sequence number
      * from Audit-Control-KSDS the same way ORDERUPD mints the next
      * Order-Code from Order-Control-KSDS.
           MOVE "A" TO AC-Control-Key.
           READ AuditControlFile KEY IS AC-Control-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO AC-Last-Audit-Seq
                   REWRITE Audit-Control-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM WRITE-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
      * Write the audit entry itself once a sequence number has been
      * minted for it.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-DATE.
           MOVE FUNCTION CURRENT-TIME TO WS-LOG-TIME.
           MOVE AC-Last-Audit-Seq TO Audit-Seq-No.
           MOVE EIBUSERID TO Audit-Userid.
           MOVE WS-LOG-DATE TO Audit-Date.
           MOVE WS-LOG-TIME TO Audit-Time.
           MOVE WS-AUDIT-ACTION TO Audit-Action.
           MOVE "MGNREVW " TO Audit-Program.
           MOVE WS-REF-ORDER-CODE TO Audit-Key.
           WRITE Audit-Trail-Record
               INVALID KEY
                   CONTINUE.

       JOURNAL-ORDER-IMAGE.
      * After-image of the order header just applied, for forward
      * recovery - see the journal file's own notes.
           MOVE "ORDER   " TO JR-File-Tag.
           MOVE SPACES TO JR-Image.
           MOVE Order-Header-Record TO JR-Image.
           PERFORM WRITE-JOURNAL-RECORD.

       JOURNAL-LINE-IMAGE.
           MOVE "ORDLINE " TO JR-File-Tag.
           MOVE SPACES TO JR-Image.
           MOVE Order-Line-Record TO JR-Image.
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-JOURNAL-RECORD.
           MOVE WS-JRNL-ACTION TO JR-Action.
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-STAMP.
           MOVE WS-JRNL-STAMP(1:8) TO JR-Date.
           MOVE WS-JRNL-STAMP(9:8) TO JR-Time.
           OPEN EXTEND JournalFile.
           WRITE Journal-Record.
           CLOSE JournalFile.
