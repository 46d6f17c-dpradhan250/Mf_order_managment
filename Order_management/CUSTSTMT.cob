      * off the customer-code alternate indexes so one customer's
      * activity comes together without a sort step. Soft-deleted
      * customers and customers with no activity this month and no
      * balance are skipped rather than mailed an empty page. A head
      * office is sent one consolidated statement covering its own
      * account and every branch billed to it, each order and payment
      * marked with the branch it belongs to; the branches themselves
      * get no statement of their own. Finance charges FINCHRG booked
      * on overdue balances are listed under their own document
      * numbers and totalled apart from the month's orders. Balances
      * WRITEOFF took off the books during the month are listed with
      * their reasons so the customer sees why the order is clear.
      * A payment the bank returned unpaid and BANKREC reversed during
      * the month is listed as returned, so the customer sees why the
      * order it paid is owing again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Customer-Code OF Customer-Record
               ALTERNATE RECORD KEY IS Customer-Bill-To-Code
                   WITH DUPLICATES
               FILE STATUS IS WS-Cust-File-Status.

           SELECT OrderFile ASSIGN TO "Order.Transaction.KSDS"
               RECORD KEY IS OA-Customer-Code
               FILE STATUS IS WS-OnAccount-File-Status.

           SELECT WriteOffFile ASSIGN TO "Write.Off.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-Seq-No
               ALTERNATE RECORD KEY IS WO-Customer-Code
                   WITH DUPLICATES
               FILE STATUS IS WS-Write-Off-File-Status.

           SELECT RunControlFile ASSIGN TO "Run.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-Job-Code
               FILE STATUS IS WS-Run-Control-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CustomerFile.
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

       FD  PaymentHistFile.
       01  Payment-History-Record.
           05  Payment-Operator      PIC X(08).
           05  Payment-Pay-Type      PIC X(03).
           05  Payment-Reference     PIC X(12).
      * Settlement discount allowed when this payment cleared an
      * invoice early under its terms - the receivable it settled is
      * the amount plus the discount. Zero on any other payment.
           05  Payment-Disc-Amount   PIC 9(05)V9(02).
      * Where the bank stands on the receipt - see BANKREC. Spaces
      * until a bank statement credits it; returned when the bank
      * charges it back unpaid, and reversed once credit control has
      * put the money back on the order. The date is the statement
      * or reversal date of the last change. A lockbox payment
      * carries the bank's batch number and clears with its batch.
           05  Payment-Bank-Status   PIC X(01).
               88  Payment-Not-Cleared  VALUE SPACE.
               88  Payment-Cleared      VALUE "C".
               88  Payment-Returned     VALUE "R".
               88  Payment-Reversed     VALUE "V".
           05  Payment-Bank-Date     PIC X(08).
           05  Payment-Batch-No      PIC 9(09).

       FD  OnAccountFile.
       01  On-Account-Record.
           05  OA-Customer-Code    PIC 9(07).
           05  OA-Balance          PIC 9(09)V9(02).

       FD  WriteOffFile.
       01  Write-Off-Record.
           05  WO-Seq-No           PIC 9(09).
           05  WO-Order-Code       PIC 9(07).
           05  WO-Customer-Code    PIC 9(07).
           05  WO-Amount           PIC 9(07)V9(02).
           05  WO-Type             PIC X(01).
               88  WO-Small-Balance  VALUE "S".
               88  WO-Bad-Debt       VALUE "B".
           05  WO-Reason           PIC X(03).
               88  WO-Reason-Small      VALUE "SML".
               88  WO-Reason-Bankrupt   VALUE "BKR".
               88  WO-Reason-Uncollect  VALUE "UNC".
               88  WO-Reason-Dispute    VALUE "DSP".
               88  WO-Reason-Closed     VALUE "CLO".
               88  WO-Bad-Debt-Reason   VALUES "BKR" "UNC" "DSP"
                                               "CLO".
           05  WO-Date             PIC X(08).
           05  WO-Time             PIC X(08).
      * The supervisor who approved a bad-debt write-off, or "BATCH"
      * for a small balance cleared under the limit.
           05  WO-Approved-By      PIC X(08).

       FD  RunControlFile.
       01  Run-Control-Record.
           05  RC-Job-Code         PIC X(08).
           05  RC-Last-Run-Date    PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-Cust-File-Status    PIC X(02).
       01  WS-File-Status         PIC X(02).
       01  WS-Pay-Hist-Status     PIC X(02).
       01  WS-OnAccount-File-Status PIC X(02).
       01  WS-Run-Control-Status  PIC X(02).
       01  WS-Write-Off-File-Status PIC X(02).

      * Unapplied cash PAYPOST parked for the customer currently
      * being worked - shown on the statement so the customer sees
      * worked, held back until the skip decision is made so no empty
      * statements are printed.
       01  WS-STMT-ORDERS OCCURS 100 TIMES.
           05  WS-SO-MEMBER       PIC 9(07).
           05  WS-SO-ORDER-CODE   PIC 9(07).
           05  WS-SO-ORDER-DATE   PIC X(08).
           05  WS-SO-STATUS       PIC X(01).
               88  WS-SO-FINANCE-CHARGE VALUE "F".
           05  WS-SO-TOTAL        PIC 9(07)V9(02).
           05  WS-SO-INVOICE-NO   PIC 9(07).
           05  WS-SO-FREIGHT      PIC 9(05)V9(02).
           05  WS-SO-PO-REF       PIC X(15).
       01  WS-STMT-ORDER-COUNT    PIC 9(03) VALUE ZEROS.
       01  WS-STMT-PAYMENTS OCCURS 100 TIMES.
           05  WS-SP-MEMBER       PIC 9(07).
           05  WS-SP-PAY-DATE     PIC X(08).
           05  WS-SP-ORDER-CODE   PIC 9(07).
           05  WS-SP-AMOUNT       PIC 9(07)V9(02).
           05  WS-SP-REFERENCE    PIC X(12).
           05  WS-SP-DISC-AMOUNT  PIC 9(05)V9(02).
       01  WS-STMT-PAY-COUNT      PIC 9(03) VALUE ZEROS.
       01  WS-STMT-WRITE-OFFS OCCURS 50 TIMES.
           05  WS-SW-MEMBER       PIC 9(07).
           05  WS-SW-DATE         PIC X(08).
           05  WS-SW-ORDER-CODE   PIC 9(07).
           05  WS-SW-AMOUNT       PIC 9(07)V9(02).
           05  WS-SW-REASON       PIC X(03).
       01  WS-STMT-WO-COUNT       PIC 9(03) VALUE ZEROS.
       01  WS-STMT-RETURNS OCCURS 50 TIMES.
           05  WS-SR-MEMBER       PIC 9(07).
           05  WS-SR-DATE         PIC X(08).
           05  WS-SR-ORDER-CODE   PIC 9(07).
           05  WS-SR-AMOUNT       PIC 9(07)V9(02).
           05  WS-SR-REFERENCE    PIC X(12).
       01  WS-STMT-RET-COUNT      PIC 9(03) VALUE ZEROS.

      * The account whose activity is being gathered onto the
      * statement - the customer itself, then in turn each live branch
      * billed to it off the bill-to alternate index. The statement
      * customer's record is held aside while the branch list is
      * browsed and read back for printing.
       01  WS-STMT-MEMBER         PIC 9(07).
       01  WS-STMT-HEAD-CODE      PIC 9(07).
       01  WS-STMT-BRANCHES OCCURS 50 TIMES.
           05  WS-SB-CUSTOMER-CODE PIC 9(07).
       01  WS-STMT-BRANCH-COUNT   PIC 9(03) VALUE ZEROS.
       01  WS-BRANCH-IDX          PIC 9(03).
       01  WS-STMT-SAVE-CUSTOMER  PIC X(176).
       01  WS-BILLED-SWITCH       PIC X(01) VALUE "N".
           88  WS-BILLED-TO-PARENT  VALUE "Y".
           88  WS-BILLS-OWN         VALUE "N".
       01  WS-BR-EOF-SWITCH       PIC X(01) VALUE "N".
           88  WS-BR-END             VALUE "Y".
           88  WS-BR-NOT-END         VALUE "N".

       01  WS-PERIOD-ORDER-TOTAL  PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-PERIOD-FIN-CHG-TOTAL PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-PERIOD-PAY-TOTAL    PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-PERIOD-WO-TOTAL     PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-PERIOD-RET-TOTAL    PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-CLOSING-BALANCE     PIC 9(09)V9(02) VALUE ZEROS.

       01  WS-PRINT-IDX           PIC 9(03).
           88  WS-PAY-END            VALUE "Y".
           88  WS-PAY-NOT-END        VALUE "N".

       01  WS-WO-EOF-SWITCH       PIC X(01) VALUE "N".
           88  WS-WO-END             VALUE "Y".
           88  WS-WO-NOT-END         VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CUSTOMER STATEMENT RUN STARTING".
           OPEN INPUT OrderFile.
           OPEN INPUT PaymentHistFile.
           OPEN INPUT OnAccountFile.
           OPEN INPUT WriteOffFile.

           MOVE ZEROS TO Customer-Code OF Customer-Record.
           START CustomerFile KEY IS GREATER THAN OR EQUAL
           CLOSE OrderFile.
           CLOSE PaymentHistFile.
           CLOSE OnAccountFile.
           CLOSE WriteOffFile.
           DISPLAY "CUSTOMER STATEMENT RUN COMPLETE - STATEMENTS: "
               WS-STATEMENT-COUNT.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

       STATEMENT-ONE-CUSTOMER.
      * Read the next customer and, unless DETAILS has soft-deleted
      * them, gather their month and decide whether a statement is
      * owed. A branch whose head office is live is left to the head
      * office's consolidated statement.
           READ CustomerFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF NOT Customer-Deleted
                       PERFORM CHECK-BILLED-TO-PARENT
                       IF WS-BILLS-OWN
                           PERFORM GATHER-CUSTOMER-MONTH
                           IF WS-STMT-ORDER-COUNT > ZEROS
                               OR WS-STMT-PAY-COUNT > ZEROS
                               OR WS-STMT-WO-COUNT > ZEROS
                               OR WS-STMT-RET-COUNT > ZEROS
                               OR WS-CLOSING-BALANCE > ZEROS
                               OR WS-ONACCT-BALANCE > ZEROS
                               PERFORM PRINT-ONE-STATEMENT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       CHECK-BILLED-TO-PARENT.
      * A branch is billed to its head office as long as the head
      * office is still a live account; one whose head office has gone
      * is statemented on its own rather than dropped. The branch is
      * read back afterwards so the sweep carries on from it.
           SET WS-BILLS-OWN TO TRUE.
           IF Customer-Bill-To-Code NOT = ZEROS
               MOVE Customer-Record TO WS-STMT-SAVE-CUSTOMER
               MOVE Customer-Bill-To-Code
                   TO Customer-Code OF Customer-Record
               READ CustomerFile
                   KEY IS Customer-Code OF Customer-Record
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT Customer-Deleted
                           SET WS-BILLED-TO-PARENT TO TRUE
                       END-IF
               END-READ
               MOVE WS-STMT-SAVE-CUSTOMER TO Customer-Record
               PERFORM REPOSITION-CUSTOMER-SWEEP
           END-IF.

       REPOSITION-CUSTOMER-SWEEP.
      * Read the statement customer back by its prime key, which
      * restores its record and puts the sweep back on the prime key
      * just after it.
           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   MOVE WS-STMT-SAVE-CUSTOMER TO Customer-Record
           END-READ.

       GATHER-CUSTOMER-MONTH.
      * Collect the month's orders and payments for the customer just
      * read, and the balance still owed across all their orders -
      * then the same for every branch billed to them.
           MOVE ZEROS TO WS-STMT-ORDER-COUNT WS-STMT-PAY-COUNT.
           MOVE ZEROS TO WS-STMT-WO-COUNT WS-PERIOD-WO-TOTAL.
           MOVE ZEROS TO WS-STMT-RET-COUNT WS-PERIOD-RET-TOTAL.
           MOVE ZEROS TO WS-PERIOD-ORDER-TOTAL WS-PERIOD-PAY-TOTAL.
           MOVE ZEROS TO WS-PERIOD-FIN-CHG-TOTAL.
           MOVE ZEROS TO WS-CLOSING-BALANCE WS-ONACCT-BALANCE.
           MOVE Customer-Code OF Customer-Record TO WS-STMT-MEMBER.
           PERFORM GATHER-MEMBER-ACTIVITY.

           PERFORM LOAD-BRANCH-LIST.
           PERFORM GATHER-ONE-BRANCH
               VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-STMT-BRANCH-COUNT.

       GATHER-MEMBER-ACTIVITY.
           PERFORM GATHER-CUSTOMER-ORDERS.
           PERFORM GATHER-CUSTOMER-PAYMENTS.
           PERFORM GATHER-CUSTOMER-WRITE-OFFS.
           PERFORM GATHER-ONACCT-BALANCE.

       GATHER-ONE-BRANCH.
           MOVE WS-SB-CUSTOMER-CODE (WS-BRANCH-IDX) TO WS-STMT-MEMBER.
           PERFORM GATHER-MEMBER-ACTIVITY.

       LOAD-BRANCH-LIST.
      * List the live branches billed to the statement customer off
      * the bill-to alternate index, then read the statement customer
      * back for printing and for the sweep to carry on from.
           MOVE ZEROS TO WS-STMT-BRANCH-COUNT.
           MOVE Customer-Record TO WS-STMT-SAVE-CUSTOMER.
           MOVE Customer-Code OF Customer-Record TO WS-STMT-HEAD-CODE.
           SET WS-BR-NOT-END TO TRUE.
           MOVE WS-STMT-HEAD-CODE TO Customer-Bill-To-Code.
           START CustomerFile KEY IS EQUAL Customer-Bill-To-Code
               INVALID KEY
                   SET WS-BR-END TO TRUE.

           PERFORM LOAD-ONE-BRANCH
               UNTIL WS-BR-END.

           MOVE WS-STMT-SAVE-CUSTOMER TO Customer-Record.
           PERFORM REPOSITION-CUSTOMER-SWEEP.

       LOAD-ONE-BRANCH.
           READ CustomerFile NEXT RECORD
               AT END
                   SET WS-BR-END TO TRUE
               NOT AT END
                   IF Customer-Bill-To-Code NOT = WS-STMT-HEAD-CODE
                       SET WS-BR-END TO TRUE
                   ELSE
                       IF NOT Customer-Deleted
                           PERFORM KEEP-ONE-BRANCH
                       END-IF
                   END-IF
           END-READ.

       KEEP-ONE-BRANCH.
           IF WS-STMT-BRANCH-COUNT < 50
               ADD 1 TO WS-STMT-BRANCH-COUNT
               MOVE Customer-Code OF Customer-Record
                   TO WS-SB-CUSTOMER-CODE (WS-STMT-BRANCH-COUNT)
           ELSE
               DISPLAY "*** BRANCH " Customer-Code OF Customer-Record
                   " NOT ON CONSOLIDATED STATEMENT - OVER 50 BRANCHES"
           END-IF.

       GATHER-ONACCT-BALANCE.
      * Pick up any unapplied cash PAYPOST has parked for this
      * account; most customers have no ledger record at all.
           MOVE WS-STMT-MEMBER TO OA-Customer-Code.
           READ OnAccountFile KEY IS OA-Customer-Code
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD OA-Balance TO WS-ONACCT-BALANCE
           END-READ.

       GATHER-CUSTOMER-ORDERS.
      * Browse this account's orders off the customer-code alternate
      * index, keeping the month's orders for the statement body and
      * folding every live order's balance due into the closing
      * balance.
           SET WS-ORD-NOT-END TO TRUE.
           MOVE WS-STMT-MEMBER
               TO Customer-Code OF Order-Header-Record.
           START OrderFile KEY IS GREATER THAN OR EQUAL
               Customer-Code OF Order-Header-Record
                   SET WS-ORD-END TO TRUE
               NOT AT END
                   IF Customer-Code OF Order-Header-Record
                           NOT = WS-STMT-MEMBER
                       SET WS-ORD-END TO TRUE
                   ELSE
      * An order still awaiting cash in advance is not yet owed; it
      * reaches the statement once paid and released.
                       IF NOT Order-Cancelled
                           AND NOT Order-Awaiting-Payment
                           ADD Order-Balance-Due TO WS-CLOSING-BALANCE
                           IF Order-Date(1:6) = WS-PERIOD
                               PERFORM KEEP-ONE-STMT-ORDER
       KEEP-ONE-STMT-ORDER.
      * Keep one of the month's orders for the statement body. The
      * period total is accumulated even past the table's capacity so
      * the money is right; only the detail listing is capped. A
      * finance charge FINCHRG booked in the month is totalled apart
      * from the goods ordered.
           IF Order-Finance-Charge
               ADD Order-Total-Amount TO WS-PERIOD-FIN-CHG-TOTAL
           ELSE
               ADD Order-Total-Amount TO WS-PERIOD-ORDER-TOTAL
           END-IF.
           IF WS-STMT-ORDER-COUNT < 100
               ADD 1 TO WS-STMT-ORDER-COUNT
               MOVE WS-STMT-MEMBER
                   TO WS-SO-MEMBER (WS-STMT-ORDER-COUNT)
               MOVE Order-Code OF Order-Header-Record
                   TO WS-SO-ORDER-CODE (WS-STMT-ORDER-COUNT)
               MOVE Order-Date
           END-IF.

       GATHER-CUSTOMER-PAYMENTS.
      * Browse this account's payments off the payment history file's
      * customer-code alternate index, keeping the month's payments
      * for the statement body.
           SET WS-PAY-NOT-END TO TRUE.
           MOVE WS-STMT-MEMBER TO Payment-Customer-Code.
           START PaymentHistFile KEY IS GREATER THAN OR EQUAL
               Payment-Customer-Code
               INVALID KEY
               AT END
                   SET WS-PAY-END TO TRUE
               NOT AT END
                   IF Payment-Customer-Code NOT = WS-STMT-MEMBER
                       SET WS-PAY-END TO TRUE
                   ELSE
                       IF Payment-Date(1:6) = WS-PERIOD
                           PERFORM KEEP-ONE-STMT-PAYMENT
                       END-IF
                       IF Payment-Reversed
                           AND Payment-Bank-Date(1:6) = WS-PERIOD
                           PERFORM KEEP-ONE-STMT-RETURN
                       END-IF
                   END-IF
           END-READ.

           ADD Payment-Amount TO WS-PERIOD-PAY-TOTAL.
           IF WS-STMT-PAY-COUNT < 100
               ADD 1 TO WS-STMT-PAY-COUNT
               MOVE WS-STMT-MEMBER
                   TO WS-SP-MEMBER (WS-STMT-PAY-COUNT)
               MOVE Payment-Date
                   TO WS-SP-PAY-DATE (WS-STMT-PAY-COUNT)
               MOVE Payment-Order-Code
                   TO WS-SP-AMOUNT (WS-STMT-PAY-COUNT)
               MOVE Payment-Reference
                   TO WS-SP-REFERENCE (WS-STMT-PAY-COUNT)
               MOVE Payment-Disc-Amount
                   TO WS-SP-DISC-AMOUNT (WS-STMT-PAY-COUNT)
           END-IF.

       KEEP-ONE-STMT-RETURN.
      * A payment reversed this month after the bank returned it. As
      * with payments, only the detail listing is capped.
           ADD Payment-Amount TO WS-PERIOD-RET-TOTAL.
           IF WS-STMT-RET-COUNT < 50
               ADD 1 TO WS-STMT-RET-COUNT
               MOVE WS-STMT-MEMBER
                   TO WS-SR-MEMBER (WS-STMT-RET-COUNT)
               MOVE Payment-Bank-Date
                   TO WS-SR-DATE (WS-STMT-RET-COUNT)
               MOVE Payment-Order-Code
                   TO WS-SR-ORDER-CODE (WS-STMT-RET-COUNT)
               MOVE Payment-Amount
                   TO WS-SR-AMOUNT (WS-STMT-RET-COUNT)
               MOVE Payment-Reference
                   TO WS-SR-REFERENCE (WS-STMT-RET-COUNT)
           END-IF.

       GATHER-CUSTOMER-WRITE-OFFS.
      * Browse this account's write-offs off the write-off file's
      * customer-code alternate index, keeping the month's.
           SET WS-WO-NOT-END TO TRUE.
           MOVE WS-STMT-MEMBER TO WO-Customer-Code.
           START WriteOffFile KEY IS GREATER THAN OR EQUAL
               WO-Customer-Code
               INVALID KEY
                   SET WS-WO-END TO TRUE.

           PERFORM GATHER-ONE-WRITE-OFF
               UNTIL WS-WO-END.

       GATHER-ONE-WRITE-OFF.
           READ WriteOffFile NEXT RECORD
               AT END
                   SET WS-WO-END TO TRUE
               NOT AT END
                   IF WO-Customer-Code NOT = WS-STMT-MEMBER
                       SET WS-WO-END TO TRUE
                   ELSE
                       IF WO-Date(1:6) = WS-PERIOD
                           PERFORM KEEP-ONE-STMT-WRITE-OFF
                       END-IF
                   END-IF
           END-READ.

       KEEP-ONE-STMT-WRITE-OFF.
      * As with payments, the total runs past the table's capacity;
      * only the detail listing is capped.
           ADD WO-Amount TO WS-PERIOD-WO-TOTAL.
           IF WS-STMT-WO-COUNT < 50
               ADD 1 TO WS-STMT-WO-COUNT
               MOVE WS-STMT-MEMBER
                   TO WS-SW-MEMBER (WS-STMT-WO-COUNT)
               MOVE WO-Date
                   TO WS-SW-DATE (WS-STMT-WO-COUNT)
               MOVE WO-Order-Code
                   TO WS-SW-ORDER-CODE (WS-STMT-WO-COUNT)
               MOVE WO-Amount
                   TO WS-SW-AMOUNT (WS-STMT-WO-COUNT)
               MOVE WO-Reason
                   TO WS-SW-REASON (WS-STMT-WO-COUNT)
           END-IF.

       PRINT-ONE-STATEMENT.
           DISPLAY "STATEMENT FOR CUSTOMER "
               Customer-Code OF Customer-Record
               " " Customer-Name " PERIOD " WS-PERIOD.
           IF WS-STMT-BRANCH-COUNT > ZEROS
               DISPLAY "  CONSOLIDATED FOR HEAD OFFICE AND "
                   WS-STMT-BRANCH-COUNT " BRANCHES".

           PERFORM PRINT-ONE-STMT-ORDER
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-STMT-ORDER-COUNT.
           DISPLAY "  ORDERS THIS PERIOD: " WS-PERIOD-ORDER-TOTAL.
           IF WS-PERIOD-FIN-CHG-TOTAL > ZEROS
               DISPLAY "  FINANCE CHARGES THIS PERIOD: "
                   WS-PERIOD-FIN-CHG-TOTAL.

           PERFORM PRINT-ONE-STMT-PAYMENT
               VARYING WS-PRINT-IDX FROM 1 BY 1
               UNTIL WS-PRINT-IDX > WS-STMT-PAY-COUNT.
           DISPLAY "  PAYMENTS THIS PERIOD: " WS-PERIOD-PAY-TOTAL.

           IF WS-PERIOD-RET-TOTAL > ZEROS
               PERFORM PRINT-ONE-STMT-RETURN
                   VARYING WS-PRINT-IDX FROM 1 BY 1
                   UNTIL WS-PRINT-IDX > WS-STMT-RET-COUNT
               DISPLAY "  RETURNED UNPAID THIS PERIOD: "
                   WS-PERIOD-RET-TOTAL
           END-IF.

           IF WS-PERIOD-WO-TOTAL > ZEROS
               PERFORM PRINT-ONE-STMT-WRITE-OFF
                   VARYING WS-PRINT-IDX FROM 1 BY 1
                   UNTIL WS-PRINT-IDX > WS-STMT-WO-COUNT
               DISPLAY "  WRITTEN OFF THIS PERIOD: " WS-PERIOD-WO-TOTAL
           END-IF.

           IF WS-ONACCT-BALANCE > ZEROS
               DISPLAY "  UNAPPLIED CASH ON ACCOUNT: "
                   WS-ONACCT-BALANCE.
       PRINT-ONE-STMT-ORDER.
      * An order not yet invoiced by INVGEN shows a zero invoice
      * number - the customer pays it against the invoice once one
      * is minted. On a consolidated statement each line also names
      * the account - head office or branch - it was booked to. A
      * finance charge is its own document, paid against its own
      * number like an order, so it is listed under that number.
           EVALUATE TRUE
               WHEN WS-SO-FINANCE-CHARGE (WS-PRINT-IDX)
                   AND WS-STMT-BRANCH-COUNT > ZEROS
                   DISPLAY "  ACCOUNT " WS-SO-MEMBER (WS-PRINT-IDX)
                       " FINANCE CHARGE "
                       WS-SO-ORDER-CODE (WS-PRINT-IDX)
                       " DATE " WS-SO-ORDER-DATE (WS-PRINT-IDX)
                       " AMOUNT " WS-SO-TOTAL (WS-PRINT-IDX)
               WHEN WS-SO-FINANCE-CHARGE (WS-PRINT-IDX)
                   DISPLAY "  FINANCE CHARGE "
                       WS-SO-ORDER-CODE (WS-PRINT-IDX)
                       " DATE " WS-SO-ORDER-DATE (WS-PRINT-IDX)
                       " AMOUNT " WS-SO-TOTAL (WS-PRINT-IDX)
               WHEN WS-STMT-BRANCH-COUNT > ZEROS
                   DISPLAY "  ACCOUNT " WS-SO-MEMBER (WS-PRINT-IDX)
                       " ORDER " WS-SO-ORDER-CODE (WS-PRINT-IDX)
                       " INVOICE " WS-SO-INVOICE-NO (WS-PRINT-IDX)
                       " DATE " WS-SO-ORDER-DATE (WS-PRINT-IDX)
                       " STATUS " WS-SO-STATUS (WS-PRINT-IDX)
                       " TOTAL " WS-SO-TOTAL (WS-PRINT-IDX)
                       " FREIGHT " WS-SO-FREIGHT (WS-PRINT-IDX)
                       " CUST PO " WS-SO-PO-REF (WS-PRINT-IDX)
               WHEN OTHER
                   DISPLAY "  ORDER " WS-SO-ORDER-CODE (WS-PRINT-IDX)
                       " INVOICE " WS-SO-INVOICE-NO (WS-PRINT-IDX)
                       " DATE " WS-SO-ORDER-DATE (WS-PRINT-IDX)
                       " STATUS " WS-SO-STATUS (WS-PRINT-IDX)
                       " TOTAL " WS-SO-TOTAL (WS-PRINT-IDX)
                       " FREIGHT " WS-SO-FREIGHT (WS-PRINT-IDX)
                       " CUST PO " WS-SO-PO-REF (WS-PRINT-IDX)
           END-EVALUATE.

       PRINT-ONE-STMT-PAYMENT.
           IF WS-STMT-BRANCH-COUNT > ZEROS
               DISPLAY "  ACCOUNT " WS-SP-MEMBER (WS-PRINT-IDX)
                   " PAYMENT " WS-SP-PAY-DATE (WS-PRINT-IDX)
                   " ORDER " WS-SP-ORDER-CODE (WS-PRINT-IDX)
                   " AMOUNT " WS-SP-AMOUNT (WS-PRINT-IDX)
                   " REF " WS-SP-REFERENCE (WS-PRINT-IDX)
           ELSE
               DISPLAY "  PAYMENT " WS-SP-PAY-DATE (WS-PRINT-IDX)
                   " ORDER " WS-SP-ORDER-CODE (WS-PRINT-IDX)
                   " AMOUNT " WS-SP-AMOUNT (WS-PRINT-IDX)
                   " REF " WS-SP-REFERENCE (WS-PRINT-IDX)
           END-IF.
      * A payment that took its invoice's settlement discount shows
      * the discount allowed, so the customer can see why the order
      * it paid is clear.
           IF WS-SP-DISC-AMOUNT (WS-PRINT-IDX) > ZEROS
               DISPLAY "    SETTLEMENT DISCOUNT ALLOWED "
                   WS-SP-DISC-AMOUNT (WS-PRINT-IDX)
           END-IF.

       PRINT-ONE-STMT-RETURN.
           IF WS-STMT-BRANCH-COUNT > ZEROS
               DISPLAY "  ACCOUNT " WS-SR-MEMBER (WS-PRINT-IDX)
                   " RETURNED UNPAID " WS-SR-DATE (WS-PRINT-IDX)
                   " ORDER " WS-SR-ORDER-CODE (WS-PRINT-IDX)
                   " AMOUNT " WS-SR-AMOUNT (WS-PRINT-IDX)
                   " REF " WS-SR-REFERENCE (WS-PRINT-IDX)
           ELSE
               DISPLAY "  RETURNED UNPAID " WS-SR-DATE (WS-PRINT-IDX)
                   " ORDER " WS-SR-ORDER-CODE (WS-PRINT-IDX)
                   " AMOUNT " WS-SR-AMOUNT (WS-PRINT-IDX)
                   " REF " WS-SR-REFERENCE (WS-PRINT-IDX)
           END-IF.

       PRINT-ONE-STMT-WRITE-OFF.
           IF WS-STMT-BRANCH-COUNT > ZEROS
               DISPLAY "  ACCOUNT " WS-SW-MEMBER (WS-PRINT-IDX)
                   " WRITE-OFF " WS-SW-DATE (WS-PRINT-IDX)
                   " ORDER " WS-SW-ORDER-CODE (WS-PRINT-IDX)
                   " AMOUNT " WS-SW-AMOUNT (WS-PRINT-IDX)
                   " REASON " WS-SW-REASON (WS-PRINT-IDX)
           ELSE
               DISPLAY "  WRITE-OFF " WS-SW-DATE (WS-PRINT-IDX)
                   " ORDER " WS-SW-ORDER-CODE (WS-PRINT-IDX)
                   " AMOUNT " WS-SW-AMOUNT (WS-PRINT-IDX)
                   " REASON " WS-SW-REASON (WS-PRINT-IDX)
           END-IF.

       STAMP-RUN-CONTROL.
      * The run completed - remember the day it ran, so PERDCLOS can
      * see this month's run is done before it closes the period.
           OPEN I-O RunControlFile.
           MOVE "CUSTSTMT" TO RC-Job-Code.
           READ RunControlFile KEY IS RC-Job-Code
               INVALID KEY
                   MOVE FUNCTION CURRENT-DATE(1:8) TO RC-Last-Run-Date
                   WRITE Run-Control-Record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE FUNCTION CURRENT-DATE(1:8) TO RC-Last-Run-Date
                   REWRITE Run-Control-Record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           CLOSE RunControlFile.
