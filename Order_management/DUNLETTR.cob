      * actually progresses; a customer whose overdue balance clears
      * has the record reset so a future lapse starts over at the
      * reminder. Run after ARAGING so credit control's report
      * reflects the positions the letters chased. A branch billed to
      * a head office is not written to on its own: its orders are
      * chased on the head office's one consolidated letter, which
      * lists each overdue order with the branch it was booked to,
      * and the escalation level is remembered against the head
      * office. The run is driven off the customer master so a head
      * office with no orders of its own is still reached.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT CustomerFile ASSIGN TO "Customer.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Customer-Code OF Customer-Record
               ALTERNATE RECORD KEY IS Customer-Bill-To-Code
                   WITH DUPLICATES
               FILE STATUS IS WS-Cust-File-Status.

           SELECT DunningFile ASSIGN TO "Dunning.Control.KSDS"
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

       FD  DunningFile.
       01  Dunning-Control-Record.
       01  WS-ORDER-INTEGER       PIC S9(09) COMP.
       01  WS-AGE-DAYS            PIC S9(05) COMP.

      * Overdue position for the account currently being chased -
      * the oldest unpaid balance's age drives the letter level, the
      * overdue total goes in the body.
       01  WS-CURR-CUSTOMER       PIC 9(07) VALUE ZEROS.
       01  WS-CURR-NAME           PIC X(15).
       01  WS-CURR-ADDRESS        PIC X(25).
       01  WS-CURR-POSTAL         PIC X(10).
       01  WS-OLDEST-AGE          PIC S9(05) COMP VALUE ZEROS.
       01  WS-OVERDUE-TOTAL       PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-ORDERS-SEEN         PIC 9(07) VALUE ZEROS.

      * The account whose orders are being aged - the customer itself,
      * then in turn each branch billed to it off the bill-to
      * alternate index - and the overdue orders a consolidated letter
      * lists by branch. The customer's record is held aside while the
      * branch list is browsed and read back for the sweep.
       01  WS-CHASE-MEMBER        PIC 9(07).
       01  WS-DUN-BRANCHES OCCURS 50 TIMES.
           05  WS-DB-CUSTOMER-CODE PIC 9(07).
       01  WS-DUN-BRANCH-COUNT    PIC 9(03) VALUE ZEROS.
       01  WS-BRANCH-IDX          PIC 9(03).
       01  WS-DUN-ITEMS OCCURS 100 TIMES.
           05  WS-DI-MEMBER        PIC 9(07).
           05  WS-DI-ORDER-CODE    PIC 9(07).
           05  WS-DI-BALANCE       PIC 9(07)V9(02).
           05  WS-DI-AGE           PIC S9(05) COMP.
       01  WS-DUN-ITEM-COUNT      PIC 9(03) VALUE ZEROS.
       01  WS-ITEM-IDX            PIC 9(03).
       01  WS-DUN-SAVE-CUSTOMER   PIC X(176).
       01  WS-BILLED-SWITCH       PIC X(01) VALUE "N".
           88  WS-BILLED-TO-PARENT  VALUE "Y".
           88  WS-BILLS-OWN         VALUE "N".
       01  WS-ORD-EOF-SWITCH      PIC X(01) VALUE "N".
           88  WS-ORD-END            VALUE "Y".
           88  WS-ORD-NOT-END        VALUE "N".
       01  WS-BR-EOF-SWITCH       PIC X(01) VALUE "N".
           88  WS-BR-END             VALUE "Y".
           88  WS-BR-NOT-END         VALUE "N".

      * A balance younger than this many days is current, not chased.
      * Change this value to retune the grace window.
           OPEN INPUT CustomerFile.
           OPEN I-O DunningFile.

           MOVE ZEROS TO Customer-Code OF Customer-Record.
           START CustomerFile KEY IS GREATER THAN OR EQUAL
               Customer-Code OF Customer-Record
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.

           PERFORM DUN-ONE-CUSTOMER
               UNTIL WS-END-OF-FILE.

           CLOSE OrderFile.
           CLOSE CustomerFile.
           CLOSE DunningFile.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

       DUN-ONE-CUSTOMER.
      * Read the next customer and, unless it is a branch its head
      * office is chased for, work out its overdue position across its
      * own orders and every branch's. A soft-deleted account still
      * owes what it owes, so it is chased like any other. Only an
      * account with orders on file is closed out, so the control
      * file carries no records for customers who have never ordered.
           READ CustomerFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM CHECK-BILLED-TO-PARENT
                   IF WS-BILLS-OWN
                       PERFORM START-NEW-CUSTOMER
                       MOVE WS-CURR-CUSTOMER TO WS-CHASE-MEMBER
                       PERFORM CHASE-MEMBER-ORDERS
                       PERFORM LOAD-BRANCH-LIST
                       PERFORM CHASE-ONE-BRANCH
                           VARYING WS-BRANCH-IDX FROM 1 BY 1
                           UNTIL WS-BRANCH-IDX > WS-DUN-BRANCH-COUNT
                       IF WS-ORDERS-SEEN > ZEROS
                           PERFORM CLOSE-OUT-CUSTOMER
                       END-IF
                   END-IF
           END-READ.

       CHECK-BILLED-TO-PARENT.
      * A branch whose head office is on file is chased on the head
      * office's letter; one whose head office has gone is chased on
      * its own rather than dropped. The branch is read back
      * afterwards so the sweep carries on from it.
           SET WS-BILLS-OWN TO TRUE.
           IF Customer-Bill-To-Code NOT = ZEROS
               MOVE Customer-Record TO WS-DUN-SAVE-CUSTOMER
               MOVE Customer-Bill-To-Code
                   TO Customer-Code OF Customer-Record
               READ CustomerFile
                   KEY IS Customer-Code OF Customer-Record
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-BILLED-TO-PARENT TO TRUE
               END-READ
               MOVE WS-DUN-SAVE-CUSTOMER TO Customer-Record
               PERFORM REPOSITION-CUSTOMER-SWEEP
           END-IF.

       REPOSITION-CUSTOMER-SWEEP.
      * Read the customer back by its prime key, which restores its
      * record and puts the sweep back on the prime key just after it.
           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   MOVE WS-DUN-SAVE-CUSTOMER TO Customer-Record
           END-READ.

       START-NEW-CUSTOMER.
      * Open a fresh overdue position for the customer just read.
           MOVE Customer-Code OF Customer-Record TO WS-CURR-CUSTOMER.
           MOVE ZEROS TO WS-OLDEST-AGE.
           MOVE ZEROS TO WS-OVERDUE-TOTAL.
           MOVE ZEROS TO WS-ORDERS-SEEN.
           MOVE ZEROS TO WS-DUN-ITEM-COUNT.
           MOVE Customer-Name TO WS-CURR-NAME.
           MOVE Customer-Add TO WS-CURR-ADDRESS.
           MOVE Customer-City TO WS-CURR-CITY.
           MOVE Customer-Postal-Code TO WS-CURR-POSTAL.

       CHASE-ONE-BRANCH.
           MOVE WS-DB-CUSTOMER-CODE (WS-BRANCH-IDX) TO WS-CHASE-MEMBER.
           PERFORM CHASE-MEMBER-ORDERS.

       LOAD-BRANCH-LIST.
      * List the branches billed to the customer off the bill-to
      * alternate index, then read the customer back for the sweep to
      * carry on from.
           MOVE ZEROS TO WS-DUN-BRANCH-COUNT.
           MOVE Customer-Record TO WS-DUN-SAVE-CUSTOMER.
           SET WS-BR-NOT-END TO TRUE.
           MOVE WS-CURR-CUSTOMER TO Customer-Bill-To-Code.
           START CustomerFile KEY IS EQUAL Customer-Bill-To-Code
               INVALID KEY
                   SET WS-BR-END TO TRUE.

           PERFORM LOAD-ONE-BRANCH
               UNTIL WS-BR-END.

           MOVE WS-DUN-SAVE-CUSTOMER TO Customer-Record.
           PERFORM REPOSITION-CUSTOMER-SWEEP.

       LOAD-ONE-BRANCH.
           READ CustomerFile NEXT RECORD
               AT END
                   SET WS-BR-END TO TRUE
               NOT AT END
                   IF Customer-Bill-To-Code NOT = WS-CURR-CUSTOMER
                       SET WS-BR-END TO TRUE
                   ELSE
                       IF WS-DUN-BRANCH-COUNT < 50
                           ADD 1 TO WS-DUN-BRANCH-COUNT
                           MOVE Customer-Code OF Customer-Record
                               TO WS-DB-CUSTOMER-CODE
                                   (WS-DUN-BRANCH-COUNT)
                       ELSE
                           DISPLAY "*** BRANCH "
                               Customer-Code OF Customer-Record
                               " NOT CHASED - OVER 50 BRANCHES"
                       END-IF
                   END-IF
           END-READ.

       CHASE-MEMBER-ORDERS.
      * Browse the account's orders off the customer-code alternate
      * index and fold any unpaid balance on a live order into the
      * overdue position.
           SET WS-ORD-NOT-END TO TRUE.
           MOVE WS-CHASE-MEMBER
               TO Customer-Code OF Order-Header-Record.
           START OrderFile KEY IS GREATER THAN OR EQUAL
               Customer-Code OF Order-Header-Record
               INVALID KEY
                   SET WS-ORD-END TO TRUE.

           PERFORM CHASE-ONE-ORDER
               UNTIL WS-ORD-END.

       CHASE-ONE-ORDER.
           READ OrderFile NEXT RECORD
               AT END
                   SET WS-ORD-END TO TRUE
               NOT AT END
                   IF Customer-Code OF Order-Header-Record
                           NOT = WS-CHASE-MEMBER
                       SET WS-ORD-END TO TRUE
                   ELSE
                       ADD 1 TO WS-ORDERS-SEEN
      * An unpaid pro-forma is not a debt to chase - PROFAGE
      * follows those up.
                       IF NOT Order-Cancelled
                           AND NOT Order-Awaiting-Payment
                           AND Order-Balance-Due > ZEROS
                           PERFORM AGE-ONE-BALANCE
                       END-IF
                   END-IF
           END-READ.

       AGE-ONE-BALANCE.
      * Work out how long this order's balance has been outstanding;
      * balances past the grace window raise the overdue total, and
               IF WS-AGE-DAYS > WS-OLDEST-AGE
                   MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
               END-IF
               PERFORM KEEP-ONE-DUN-ITEM
           END-IF.

       KEEP-ONE-DUN-ITEM.
      * Keep the overdue order for a consolidated letter's listing.
      * The total is right past the table's capacity; only the
      * listing is capped.
           IF WS-DUN-ITEM-COUNT < 100
               ADD 1 TO WS-DUN-ITEM-COUNT
               MOVE WS-CHASE-MEMBER TO WS-DI-MEMBER (WS-DUN-ITEM-COUNT)
               MOVE Order-Code OF Order-Header-Record
                   TO WS-DI-ORDER-CODE (WS-DUN-ITEM-COUNT)
               MOVE Order-Balance-Due
                   TO WS-DI-BALANCE (WS-DUN-ITEM-COUNT)
               MOVE WS-AGE-DAYS TO WS-DI-AGE (WS-DUN-ITEM-COUNT)
           END-IF.

       CLOSE-OUT-CUSTOMER.
                       "RECEIVED AT ONCE YOUR ACCOUNT WILL BE "
                       "PLACED FOR COLLECTION."
           END-EVALUATE.
           IF WS-DUN-BRANCH-COUNT > ZEROS
               DISPLAY "  CONSOLIDATED FOR HEAD OFFICE AND "
                   WS-DUN-BRANCH-COUNT " BRANCHES"
               PERFORM PRINT-ONE-DUN-ITEM
                   VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-DUN-ITEM-COUNT
           END-IF.
           DISPLAY "  OVERDUE BALANCE " WS-OVERDUE-TOTAL
               " OLDEST ITEM " WS-OLDEST-AGE " DAYS".

       PRINT-ONE-DUN-ITEM.
           DISPLAY "  ACCOUNT " WS-DI-MEMBER (WS-ITEM-IDX)
               " ORDER " WS-DI-ORDER-CODE (WS-ITEM-IDX)
               " OVERDUE " WS-DI-BALANCE (WS-ITEM-IDX)
               " DAYS " WS-DI-AGE (WS-ITEM-IDX).

       ESTABLISH-BUSINESS-DATE.
      * Pick up the business date the suite is running for and make
      * sure this job has not already run for it - an operator
