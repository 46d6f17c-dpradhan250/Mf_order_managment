      * and the order file and sets a customer on hold automatically
      * when their open exposure exceeds a configured percentage of
      * their credit limit, or when they carry an unpaid balance older
      * than a configured number of days. A branch billed to a head
      * office is measured on the whole chain's exposure against the
      * head office's limit. Customers on hold that no
      * longer trip either test are released. Every hold set or
      * released is written to the audit trail and reported, so credit
      * control can review the changes each morning.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Customer-Code OF Customer-Record
               ALTERNATE RECORD KEY IS Customer-Bill-To-Code
                   WITH DUPLICATES
               FILE STATUS IS WS-Cust-File-Status.

           SELECT OrderFile ASSIGN TO "Order.Transaction.KSDS"
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

       FD  OrderFile.
       01  Order-Header-Record.
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

       FD  AuditTrailFile.
       01  Audit-Trail-Record.
           88  WS-ORD-END            VALUE "Y".
           88  WS-ORD-NOT-END        VALUE "N".

      * The credit group a customer trades in - its head office and
      * every branch billed to it share the head office's limit, so
      * the test is the group's combined open exposure against that
      * one limit. A customer that pays its own bills and has no
      * branches is a group of one. See RESOLVE-CREDIT-GROUP.
       01  WS-CREDIT-GROUP        PIC 9(07).
       01  WS-CREDIT-LIMIT        PIC 9(07)V9(02).
       01  WS-CREDIT-EXPOSURE     PIC 9(09)V9(02).
       01  WS-CREDIT-SAVE-CUSTOMER PIC X(176).
       01  WS-CREDIT-EOF-SWITCH   PIC X(01) VALUE "N".
           88  WS-CREDIT-END        VALUE "Y".
           88  WS-CREDIT-NOT-END    VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ESTABLISH-BUSINESS-DATE.
       EVALUATE-HOLD-POLICY.
      * Decide whether this customer belongs on hold: open exposure
      * past the configured percentage of their credit limit, or any
      * unpaid balance older than the configured age. Exposure is
      * measured across the customer's whole credit group against
      * the head office's limit, so every account in a chain that
      * has run past it goes on hold together. The group lookup
      * browses the customer master, and reads the customer back so
      * the sweep carries on from it.
           SET WS-SHOULD-NOT-HOLD TO TRUE.
           PERFORM RESOLVE-CREDIT-GROUP.
           COMPUTE WS-EXPOSURE-THRESHOLD ROUNDED =
               WS-CREDIT-LIMIT * WS-HOLD-EXPOSURE-PCT / 100.
           IF WS-CREDIT-EXPOSURE > WS-EXPOSURE-THRESHOLD
               SET WS-SHOULD-HOLD TO TRUE
           ELSE
               PERFORM SCAN-FOR-OVERDUE-BALANCE
                           NOT = Customer-Code OF Customer-Record
                       SET WS-ORD-END TO TRUE
                   ELSE
      * An unpaid pro-forma is not an overdue debt and never holds
      * the account.
                       IF NOT Order-Cancelled
                           AND NOT Order-Awaiting-Payment
                           AND Order-Balance-Due > ZEROS
      * Lateness is measured against the due date computed from the
      * customer's payment terms; orders from before due dates
                       DISPLAY "HOLD SET - CUSTOMER "
                           Customer-Code OF Customer-Record
                           " " Customer-Name
                           " EXPOSURE " WS-CREDIT-EXPOSURE
                           " LIMIT " WS-CREDIT-LIMIT
                           " BILL-TO " WS-CREDIT-GROUP
               END-REWRITE
           ELSE
               IF WS-SHOULD-NOT-HOLD AND Customer-On-Hold
                           DISPLAY "HOLD RELEASED - CUSTOMER "
                               Customer-Code OF Customer-Record
                               " " Customer-Name
                               " EXPOSURE " WS-CREDIT-EXPOSURE
                               " LIMIT " WS-CREDIT-LIMIT
                               " BILL-TO " WS-CREDIT-GROUP
                   END-REWRITE
               END-IF
           END-IF.
           MOVE WS-JRNL-STAMP(1:8) TO JR-Date.
           MOVE WS-JRNL-STAMP(9:8) TO JR-Time.
           WRITE Journal-Record.

       RESOLVE-CREDIT-GROUP.
      * Work out the limit and combined open exposure of the credit
      * group the customer in Customer-Record trades in. A branch
      * trades under its head office's limit; the head office's own
      * exposure and that of every live branch billed to it count
      * against it. A branch whose head office has gone missing or
      * been deleted falls back to standing alone. The customer's
      * record is held aside across the lookups and read back, which
      * also leaves the file positioned on it again.
           MOVE Customer-Record TO WS-CREDIT-SAVE-CUSTOMER.
           MOVE Customer-Code OF Customer-Record TO WS-CREDIT-GROUP.
           MOVE Customer-Credit-Limit TO WS-CREDIT-LIMIT.
           MOVE Customer-Open-Exposure TO WS-CREDIT-EXPOSURE.
           IF Customer-Bill-To-Code NOT = ZEROS
               MOVE Customer-Bill-To-Code
                   TO Customer-Code OF Customer-Record
               READ CustomerFile
                   KEY IS Customer-Code OF Customer-Record
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT Customer-Deleted
                           MOVE Customer-Code OF Customer-Record
                               TO WS-CREDIT-GROUP
                           MOVE Customer-Credit-Limit
                               TO WS-CREDIT-LIMIT
                           MOVE Customer-Open-Exposure
                               TO WS-CREDIT-EXPOSURE
                       END-IF
               END-READ
           END-IF.

      * Then every branch billed to the group's head office - the
      * customer itself among them when it is a branch.
           SET WS-CREDIT-NOT-END TO TRUE.
           MOVE WS-CREDIT-GROUP TO Customer-Bill-To-Code.
           START CustomerFile KEY IS EQUAL Customer-Bill-To-Code
               INVALID KEY
                   SET WS-CREDIT-END TO TRUE
           END-START.
           PERFORM ADD-ONE-BRANCH-EXPOSURE
               UNTIL WS-CREDIT-END.

           MOVE WS-CREDIT-SAVE-CUSTOMER TO Customer-Record.
           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   MOVE WS-CREDIT-SAVE-CUSTOMER TO Customer-Record
           END-READ.

       ADD-ONE-BRANCH-EXPOSURE.
           READ CustomerFile NEXT RECORD
               AT END
                   SET WS-CREDIT-END TO TRUE
               NOT AT END
                   IF Customer-Bill-To-Code NOT = WS-CREDIT-GROUP
                       SET WS-CREDIT-END TO TRUE
                   ELSE
                       IF NOT Customer-Deleted
                           ADD Customer-Open-Exposure
                               TO WS-CREDIT-EXPOSURE
                       END-IF
                   END-IF
           END-READ.
