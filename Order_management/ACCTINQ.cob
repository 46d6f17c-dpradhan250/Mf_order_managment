       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTINQ.

      * Customer account overview. One screen, keyed by customer code,
      * that answers the whole of a customer's phone call: credit
      * limit, open exposure and hold status off the customer master;
      * the current / 30 / 60 / 90-plus aging of every open balance
      * off Order-Due-Date, bucketed the way ARAGING prints it; the
      * last dunning letter sent; the unapplied on-account balance;
      * the customer's last three payments; their last three refunds
      * and whether each has been paid out yet - by transfer or
      * cheque, under what reference, and on what date REFDISB sent
      * it; and how many of their orders are open, held for credit,
      * and waiting on backorder.
      * The customer's live orders are listed below, and keying a
      * row number with PF9 hands that order to ORDINQ for the full
      * display - so customer service stops hopping between DETAILS,
      * ORDINQ, BOINQ, ONACCT, and the printed aging report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Customer-Code OF Customer-Record
               FILE STATUS IS WS-Cust-File-Status.

           SELECT OrderFile ASSIGN TO "Order.Transaction.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Order-Code OF Order-Header-Record
               ALTERNATE RECORD KEY IS Customer-Code
                   OF Order-Header-Record WITH DUPLICATES
               FILE STATUS IS WS-File-Status.

           SELECT DunningFile ASSIGN TO "Dunning.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DN-Customer-Code
               FILE STATUS IS WS-Dunning-File-Status.

           SELECT OnAccountFile ASSIGN TO "On.Account.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OA-Customer-Code
               FILE STATUS IS WS-On-Account-Status.

           SELECT PaymentHistFile ASSIGN TO "Payment.History.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Payment-Seq-No
               ALTERNATE RECORD KEY IS Payment-Customer-Code
                   WITH DUPLICATES
               FILE STATUS IS WS-Pay-Hist-Status.

           SELECT CreditMemoFile ASSIGN TO "Credit.Memo.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Seq-No
               ALTERNATE RECORD KEY IS CM-Customer-Code
                   WITH DUPLICATES
               FILE STATUS IS WS-Memo-File-Status.

           SELECT BackorderFile ASSIGN TO "Backorder.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Backorder-Key
               ALTERNATE RECORD KEY IS BO-Customer-Code
                   WITH DUPLICATES
               FILE STATUS IS WS-Backorder-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  DunningFile.
       01  Dunning-Control-Record.
           05  DN-Customer-Code    PIC 9(07).
           05  DN-Last-Level       PIC 9(01).
               88  DN-No-Letter-Yet   VALUE 0.
               88  DN-Reminder-Sent   VALUE 1.
               88  DN-Warning-Sent    VALUE 2.
               88  DN-Final-Sent      VALUE 3.
           05  DN-Last-Letter-Date PIC X(08).

       FD  OnAccountFile.
       01  On-Account-Record.
           05  OA-Customer-Code    PIC 9(07).
           05  OA-Balance          PIC 9(09)V9(02).

       FD  PaymentHistFile.
       01  Payment-History-Record.
           05  Payment-Seq-No        PIC 9(09).
           05  Payment-Order-Code    PIC 9(07).
           05  Payment-Customer-Code PIC 9(07).
           05  Payment-Amount        PIC 9(07)V9(02).
           05  Payment-Date          PIC X(08).
           05  Payment-Time          PIC X(08).
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

       FD  CreditMemoFile.
       01  Credit-Memo-Record.
           05  CM-Seq-No           PIC 9(09).
           05  CM-Order-Code       PIC 9(07).
           05  CM-Customer-Code    PIC 9(07).
           05  CM-Amount           PIC 9(07)V9(02).
           05  CM-Reason           PIC X(20).
           05  CM-Date             PIC X(08).
           05  CM-Time             PIC X(08).
           05  CM-Operator         PIC X(08).
      * Where the refund stands with REFDISB. A memo is written
      * awaiting payout; the nightly disbursement run pays it by bank
      * transfer or cheque and stamps the method, its reference (the
      * transfer or cheque number), and the date it went out, so it
      * can never be paid twice. Memos from before refunds were paid
      * through REFDISB carry spaces and are never picked up.
           05  CM-Disb-Status      PIC X(01).
               88  CM-Awaiting-Payout  VALUE "W".
               88  CM-Paid-Out         VALUE "P".
           05  CM-Disb-Method      PIC X(01).
               88  CM-Paid-By-Cheque   VALUE "C".
               88  CM-Paid-By-Transfer VALUE "T".
           05  CM-Disb-Reference   PIC X(12).
           05  CM-Disb-Date        PIC X(08).
      * What the memo is for - money going back to a customer who
      * paid it, or a volume rebate REBATES issued under the
      * customer's rebate agreement. GLJRNL books a rebate to rebate
      * expense rather than back against what was paid. Memos from
      * before rebates were issued carry a space and are refunds.
           05  CM-Memo-Type        PIC X(01).
               88  CM-Refund-Memo      VALUE "F" SPACE.
               88  CM-Rebate-Memo      VALUE "R".

       FD  BackorderFile.
      * One record per order line (or portion of one) that could not
      * be filled from available stock when the order was keyed. Keyed
      * by item then by a rising sequence number, so the BORELEASE job
      * fills an item's waiting demand oldest-first as stock comes in.
       01  Backorder-Record.
           05  Backorder-Key.
               10  BO-Item-Code    PIC 9(07).
               10  BO-Seq-No       PIC 9(07).
           05  BO-Order-Code       PIC 9(07).
           05  BO-Customer-Code    PIC 9(07).
           05  BO-Qty              PIC 9(05).
           05  BO-Date             PIC X(08).
           05  BO-Warehouse        PIC X(02).
           05  BO-Status           PIC X(01).
               88  BO-Waiting        VALUE "W".
               88  BO-Released       VALUE "R".
               88  BO-Dropped        VALUE "D".
      * The date the short quantity was promised to the customer when
      * it was captured - the available-to-promise date worked out
      * from open POs and in-transit transfers after the demand
      * already waiting ahead of it. Spaces when nothing on order
      * covered it.
           05  BO-Promise-Date     PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).
       01  WS-Cust-File-Status    PIC X(02).
       01  WS-Dunning-File-Status PIC X(02).
       01  WS-On-Account-Status   PIC X(02).
       01  WS-Pay-Hist-Status     PIC X(02).
       01  WS-Backorder-Status    PIC X(02).
       01  WS-Memo-File-Status    PIC X(02).
       01  WS-MESSAGE             PIC X(50).
       01  WS-DATE                PIC X(11).
       01  WS-TIME                PIC X(08).

      * Customer code keyed by the clerk, and the row number of the
      * listed order to hand to ORDINQ on PF9. Populated by the
      * RECEIVE MAP in MAIN-PARA like every other keyed field in this
      * tree.
       01  WS-ACCT-CUSTOMER-CODE  PIC 9(07).
       01  WS-ACCT-SELECT-ROW     PIC 9(02).

      * The credit position off the customer master.
       01  WS-ACCT-NAME           PIC X(15).
       01  WS-ACCT-CREDIT-LIMIT   PIC 9(07)V9(02).
       01  WS-ACCT-EXPOSURE       PIC 9(07)V9(02).
       01  WS-ACCT-HOLD-FLAG      PIC X(01).
      * The head office a branch is billed to - zero for a customer
      * that pays its own bills. A branch's letters go to the head
      * office, so its dunning level is the head office's.
       01  WS-ACCT-BILL-TO        PIC 9(07).

      * The aging of the customer's open balances - the same four
      * buckets ARAGING prints, measured from Order-Due-Date.
       01  WS-ACCT-CURRENT        PIC 9(09)V9(02).
       01  WS-ACCT-30-DAYS        PIC 9(09)V9(02).
       01  WS-ACCT-60-DAYS        PIC 9(09)V9(02).
       01  WS-ACCT-90-DAYS        PIC 9(09)V9(02).
       01  WS-ACCT-TOTAL-DUE      PIC 9(09)V9(02).
       01  WS-TODAY-NUM           PIC 9(08).
       01  WS-TODAY-INTEGER       PIC S9(09) COMP.
       01  WS-DUE-NUM             PIC 9(08).
       01  WS-DUE-INTEGER         PIC S9(09) COMP.
       01  WS-AGE-DAYS            PIC S9(05) COMP.

      * The last dunning letter sent - level 0 means none yet - and
      * the unapplied cash held on account.
       01  WS-ACCT-DUN-LEVEL      PIC 9(01).
       01  WS-ACCT-DUN-DATE       PIC X(08).
       01  WS-ACCT-ON-ACCOUNT     PIC 9(09)V9(02).

      * The customer's three most recent payments, newest first. The
      * alternate index returns a customer's payments oldest first,
      * so each one read pushes the older ones down a row.
       01  WS-ACCT-PAYMENTS OCCURS 3 TIMES.
           05  WS-AP-DATE         PIC X(08).
           05  WS-AP-AMOUNT       PIC 9(07)V9(02).
           05  WS-AP-ORDER        PIC 9(07).
           05  WS-AP-PAY-TYPE     PIC X(03).
           05  WS-AP-REFERENCE    PIC X(12).
       01  WS-PAY-IDX             PIC 9(02).

      * The customer's three most recent refunds, newest first, the
      * same push-down way as the payments. A refund still awaiting
      * payout has a blank method, reference, and paid date.
       01  WS-ACCT-REFUNDS OCCURS 3 TIMES.
           05  WS-AR-MEMO-NO      PIC 9(09).
           05  WS-AR-DATE         PIC X(08).
           05  WS-AR-AMOUNT       PIC 9(07)V9(02).
           05  WS-AR-STATUS       PIC X(01).
           05  WS-AR-METHOD       PIC X(01).
           05  WS-AR-REFERENCE    PIC X(12).
           05  WS-AR-PAID-DATE    PIC X(08).
       01  WS-RFND-IDX            PIC 9(02).

      * Order counts. An open order is one not yet fully shipped; a
      * backordered order is one with any quantity still waiting on
      * Backorder.KSDS, each order counted once however many of its
      * lines are short.
       01  WS-ACCT-OPEN-COUNT     PIC 9(05).
       01  WS-ACCT-HELD-COUNT     PIC 9(05).
       01  WS-ACCT-BO-COUNT       PIC 9(05).
       01  WS-BO-ORDERS OCCURS 50 TIMES.
           05  WS-BO-ORDER-CODE   PIC 9(07).
       01  WS-BO-ORDER-COUNT      PIC 9(03).
       01  WS-BO-IDX              PIC 9(03).
       01  WS-BO-SEEN-SWITCH      PIC X(01) VALUE "N".
           88  WS-BO-SEEN           VALUE "Y".
           88  WS-BO-NOT-SEEN       VALUE "N".

      * The first ten of the customer's live orders - not cancelled
      * and either still unshipped or still owing - for PF9 to hand
      * on to ORDINQ.
       01  WS-ACCT-ORDERS OCCURS 10 TIMES.
           05  WS-AO-ORDER-CODE   PIC 9(07).
           05  WS-AO-ORDER-DATE   PIC X(08).
           05  WS-AO-STATUS       PIC X(01).
           05  WS-AO-DUE-DATE     PIC X(08).
           05  WS-AO-BALANCE      PIC 9(07)V9(02).
       01  WS-ROW-IDX             PIC 9(02).

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

      * Session context handed down from MENU on the LINK that started
      * this task - see the note in MENU.CBL. The same six fields, in
      * the same order, are redeclared here the way every other shared
      * record shape in this tree is redeclared program by program.
       01  WS-SESSION-CONTEXT.
           05  SC-Customer-Code       PIC 9(07).
           05  SC-Order-Code          PIC 9(07).
           05  SC-Item-Top-Code       PIC 9(07).
           05  SC-Item-Bottom-Code    PIC 9(07).
           05  SC-Cust-Top-Code       PIC 9(07).
           05  SC-Cust-Bottom-Code    PIC 9(07).

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(42).

       PROCEDURE DIVISION.
       MAIN-PARA.
      * Restore the customer the clerk was last working, if any, so
      * an overview keyed with no customer code defaults to them.
           IF EIBCALEN > ZERO
               MOVE DFHCOMMAREA TO WS-SESSION-CONTEXT
           ELSE
               MOVE ZEROS TO WS-SESSION-CONTEXT
           END-IF.

           PERFORM DISPLAY-HEADER.

      * Receive user input
           EXEC CICS RECEIVE MAP('ACCTINQ') MAPSET('ACCTINQMP')
               END-EXEC.

      * Process user input
           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
      * Exit to the menu program
                   MOVE "EXITING TO MENU..." TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   MOVE WS-SESSION-CONTEXT TO DFHCOMMAREA
                   EXEC CICS RETURN END-EXEC
               WHEN EIBAID = DFHENTER
      * Show the keyed customer's account overview
                   PERFORM DEFAULT-ACCT-CUSTOMER-CODE
                   PERFORM DISPLAY-ACCOUNT-OVERVIEW
               WHEN EIBAID = DFHPF9
      * Hand the selected listed order to the order inquiry
                   PERFORM DEFAULT-ACCT-CUSTOMER-CODE
                   PERFORM SHOW-SELECTED-ORDER
               WHEN OTHER
      * Handle invalid PF keys
                   MOVE "INVALID PF KEY" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           END-EVALUATE.

           MOVE WS-SESSION-CONTEXT TO DFHCOMMAREA.
           EXEC CICS RETURN END-EXEC.

       DEFAULT-ACCT-CUSTOMER-CODE.
      * A clerk who just worked a customer elsewhere this session
      * does not have to retype the code - if this map's customer code
      * came back zero, default to the one remembered.
           IF WS-ACCT-CUSTOMER-CODE = ZEROS
               MOVE SC-Customer-Code TO WS-ACCT-CUSTOMER-CODE.

       DISPLAY-HEADER.
      * Display the header with date and time
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           MOVE FUNCTION CURRENT-TIME TO WS-TIME.
           EXEC CICS SEND MAP('ACCTINQ') MAPSET('ACCTINQMP') END-EXEC.

       DISPLAY-ACCOUNT-OVERVIEW.
      * Look up the keyed customer and gather every part of the
      * overview, then present it.
           MOVE WS-ACCT-CUSTOMER-CODE
               TO Customer-Code OF Customer-Record.
           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   MOVE "CUSTOMER NOT FOUND" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   PERFORM SHOW-ACCOUNT-OVERVIEW
           END-READ.

       SHOW-ACCOUNT-OVERVIEW.
           MOVE Customer-Name TO WS-ACCT-NAME.
           MOVE Customer-Credit-Limit TO WS-ACCT-CREDIT-LIMIT.
           MOVE Customer-Open-Exposure TO WS-ACCT-EXPOSURE.
           MOVE Credit-Hold-Flag TO WS-ACCT-HOLD-FLAG.
           MOVE Customer-Bill-To-Code TO WS-ACCT-BILL-TO.

           PERFORM LOAD-DUNNING-LEVEL.
           PERFORM LOAD-ON-ACCOUNT-BALANCE.
           PERFORM LOAD-LAST-PAYMENTS.
           PERFORM LOAD-LAST-REFUNDS.
           PERFORM LOAD-BACKORDERED-ORDERS.
           PERFORM LOAD-CUSTOMER-ORDERS.

           MOVE WS-ACCT-CUSTOMER-CODE TO SC-Customer-Code.
           EXEC CICS SEND MAP('ACCTINQ') MAPSET('ACCTINQMP') END-EXEC.
           IF Customer-On-Hold
               MOVE "ACCOUNT DISPLAYED - CUSTOMER ON CREDIT HOLD"
                   TO WS-MESSAGE
           ELSE
               MOVE "ACCOUNT DISPLAYED - PF9 TO VIEW A LISTED ORDER"
                   TO WS-MESSAGE
           END-IF.
           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       LOAD-DUNNING-LEVEL.
      * The highest letter DUNLETTR has sent the customer since they
      * last cleared their overdue balance. No record means no letter.
      * A branch is chased on its head office's consolidated letter.
           IF WS-ACCT-BILL-TO NOT = ZEROS
               MOVE WS-ACCT-BILL-TO TO DN-Customer-Code
           ELSE
               MOVE WS-ACCT-CUSTOMER-CODE TO DN-Customer-Code
           END-IF.
           READ DunningFile KEY IS DN-Customer-Code
               INVALID KEY
                   MOVE ZEROS TO WS-ACCT-DUN-LEVEL
                   MOVE SPACES TO WS-ACCT-DUN-DATE
               NOT INVALID KEY
                   MOVE DN-Last-Level TO WS-ACCT-DUN-LEVEL
                   MOVE DN-Last-Letter-Date TO WS-ACCT-DUN-DATE
           END-READ.

       LOAD-ON-ACCOUNT-BALANCE.
      * Cash received from the customer and not yet applied to any
      * order - see ONACCT.
           MOVE WS-ACCT-CUSTOMER-CODE TO OA-Customer-Code.
           READ OnAccountFile KEY IS OA-Customer-Code
               INVALID KEY
                   MOVE ZEROS TO WS-ACCT-ON-ACCOUNT
               NOT INVALID KEY
                   MOVE OA-Balance TO WS-ACCT-ON-ACCOUNT
           END-READ.

       LOAD-LAST-PAYMENTS.
      * Walk the customer's payments off the customer-code alternate
      * index the way CUSTSTMT does, keeping the last three read.
           PERFORM CLEAR-ONE-PAYMENT-ROW
               VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > 3.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE WS-ACCT-CUSTOMER-CODE TO Payment-Customer-Code.
           START PaymentHistFile KEY IS GREATER THAN OR EQUAL
               Payment-Customer-Code
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM READ-ONE-CUSTOMER-PAYMENT
               UNTIL WS-END-OF-FILE.

       CLEAR-ONE-PAYMENT-ROW.
           MOVE SPACES TO WS-AP-DATE(WS-PAY-IDX).
           MOVE ZEROS TO WS-AP-AMOUNT(WS-PAY-IDX).
           MOVE ZEROS TO WS-AP-ORDER(WS-PAY-IDX).
           MOVE SPACES TO WS-AP-PAY-TYPE(WS-PAY-IDX).
           MOVE SPACES TO WS-AP-REFERENCE(WS-PAY-IDX).

       READ-ONE-CUSTOMER-PAYMENT.
           READ PaymentHistFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF Payment-Customer-Code NOT = WS-ACCT-CUSTOMER-CODE
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       PERFORM PUSH-ONE-PAYMENT
                   END-IF
           END-READ.

       PUSH-ONE-PAYMENT.
      * The newest payment read goes on the top row and the older two
      * move down, the oldest of the three falling off the bottom.
           MOVE WS-ACCT-PAYMENTS(2) TO WS-ACCT-PAYMENTS(3).
           MOVE WS-ACCT-PAYMENTS(1) TO WS-ACCT-PAYMENTS(2).
           MOVE Payment-Date TO WS-AP-DATE(1).
           MOVE Payment-Amount TO WS-AP-AMOUNT(1).
           MOVE Payment-Order-Code TO WS-AP-ORDER(1).
           MOVE Payment-Pay-Type TO WS-AP-PAY-TYPE(1).
           MOVE Payment-Reference TO WS-AP-REFERENCE(1).

       LOAD-LAST-REFUNDS.
      * Walk the customer's credit memos off the customer-code
      * alternate index, keeping the last three read, so a caller
      * can be told when their refund went out.
           PERFORM CLEAR-ONE-REFUND-ROW
               VARYING WS-RFND-IDX FROM 1 BY 1
               UNTIL WS-RFND-IDX > 3.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE WS-ACCT-CUSTOMER-CODE TO CM-Customer-Code.
           START CreditMemoFile KEY IS GREATER THAN OR EQUAL
               CM-Customer-Code
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM READ-ONE-CUSTOMER-REFUND
               UNTIL WS-END-OF-FILE.

       CLEAR-ONE-REFUND-ROW.
           MOVE ZEROS TO WS-AR-MEMO-NO(WS-RFND-IDX).
           MOVE SPACES TO WS-AR-DATE(WS-RFND-IDX).
           MOVE ZEROS TO WS-AR-AMOUNT(WS-RFND-IDX).
           MOVE SPACES TO WS-AR-STATUS(WS-RFND-IDX).
           MOVE SPACES TO WS-AR-METHOD(WS-RFND-IDX).
           MOVE SPACES TO WS-AR-REFERENCE(WS-RFND-IDX).
           MOVE SPACES TO WS-AR-PAID-DATE(WS-RFND-IDX).

       READ-ONE-CUSTOMER-REFUND.
           READ CreditMemoFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF CM-Customer-Code NOT = WS-ACCT-CUSTOMER-CODE
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       PERFORM PUSH-ONE-REFUND
                   END-IF
           END-READ.

       PUSH-ONE-REFUND.
           MOVE WS-ACCT-REFUNDS(2) TO WS-ACCT-REFUNDS(3).
           MOVE WS-ACCT-REFUNDS(1) TO WS-ACCT-REFUNDS(2).
           MOVE CM-Seq-No TO WS-AR-MEMO-NO(1).
           MOVE CM-Date TO WS-AR-DATE(1).
           MOVE CM-Amount TO WS-AR-AMOUNT(1).
           MOVE CM-Disb-Status TO WS-AR-STATUS(1).
           MOVE CM-Disb-Method TO WS-AR-METHOD(1).
           MOVE CM-Disb-Reference TO WS-AR-REFERENCE(1).
           MOVE CM-Disb-Date TO WS-AR-PAID-DATE(1).

       LOAD-BACKORDERED-ORDERS.
      * Collect the distinct orders the customer has quantity still
      * waiting for, off the customer-code alternate index the way
      * BOINQ browses by customer.
           MOVE ZEROS TO WS-BO-ORDER-COUNT.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE WS-ACCT-CUSTOMER-CODE TO BO-Customer-Code.
           START BackorderFile KEY IS GREATER THAN OR EQUAL
               BO-Customer-Code
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM READ-ONE-CUSTOMER-BACKORDER
               UNTIL WS-END-OF-FILE.
           MOVE WS-BO-ORDER-COUNT TO WS-ACCT-BO-COUNT.

       READ-ONE-CUSTOMER-BACKORDER.
           READ BackorderFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF BO-Customer-Code NOT = WS-ACCT-CUSTOMER-CODE
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       IF BO-Waiting
                           PERFORM NOTE-BACKORDERED-ORDER
                       END-IF
                   END-IF
           END-READ.

       NOTE-BACKORDERED-ORDER.
           SET WS-BO-NOT-SEEN TO TRUE.
           PERFORM CHECK-ONE-BO-ORDER
               VARYING WS-BO-IDX FROM 1 BY 1
               UNTIL WS-BO-IDX > WS-BO-ORDER-COUNT OR WS-BO-SEEN.
           IF WS-BO-NOT-SEEN AND WS-BO-ORDER-COUNT < 50
               ADD 1 TO WS-BO-ORDER-COUNT
               MOVE BO-Order-Code TO WS-BO-ORDER-CODE(WS-BO-ORDER-COUNT)
           END-IF.

       CHECK-ONE-BO-ORDER.
           IF WS-BO-ORDER-CODE(WS-BO-IDX) = BO-Order-Code
               SET WS-BO-SEEN TO TRUE.

       LOAD-CUSTOMER-ORDERS.
      * Browse all the customer's orders off the customer-code
      * alternate index, counting them, aging what they still owe,
      * and listing the first ten that are still live.
           MOVE ZEROS TO WS-ACCT-CURRENT WS-ACCT-30-DAYS
               WS-ACCT-60-DAYS WS-ACCT-90-DAYS WS-ACCT-TOTAL-DUE.
           MOVE ZEROS TO WS-ACCT-OPEN-COUNT WS-ACCT-HELD-COUNT.
           PERFORM CLEAR-ONE-ORDER-ROW
               VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > 10.
           MOVE ZEROS TO WS-ROW-IDX.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE WS-ACCT-CUSTOMER-CODE
               TO Customer-Code OF Order-Header-Record.
           START OrderFile KEY IS GREATER THAN OR EQUAL
               Customer-Code OF Order-Header-Record
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM READ-ONE-CUSTOMER-ORDER
               UNTIL WS-END-OF-FILE.

       CLEAR-ONE-ORDER-ROW.
           MOVE ZEROS TO WS-AO-ORDER-CODE(WS-ROW-IDX).
           MOVE SPACES TO WS-AO-ORDER-DATE(WS-ROW-IDX).
           MOVE SPACES TO WS-AO-STATUS(WS-ROW-IDX).
           MOVE SPACES TO WS-AO-DUE-DATE(WS-ROW-IDX).
           MOVE ZEROS TO WS-AO-BALANCE(WS-ROW-IDX).

       READ-ONE-CUSTOMER-ORDER.
           READ OrderFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF Customer-Code OF Order-Header-Record
                           NOT = WS-ACCT-CUSTOMER-CODE
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       PERFORM TALLY-ONE-ORDER
                   END-IF
           END-READ.

       TALLY-ONE-ORDER.
           IF Order-Open OR Order-Picked OR Order-Part-Shipped
               ADD 1 TO WS-ACCT-OPEN-COUNT
           END-IF.
           IF Order-Credit-Held
               ADD 1 TO WS-ACCT-HELD-COUNT
           END-IF.
      * An order awaiting cash in advance is listed but not aged - a
      * pro-forma is not yet a debt.
           IF NOT Order-Cancelled
               AND NOT Order-Awaiting-Payment
               AND Order-Balance-Due OF Order-Header-Record > ZEROS
               PERFORM AGE-ONE-BALANCE
           END-IF.
           IF NOT Order-Cancelled
               AND (Order-Balance-Due OF Order-Header-Record > ZEROS
                   OR Order-Open OR Order-Picked OR Order-Part-Shipped
                   OR Order-Credit-Held)
               AND WS-ROW-IDX < 10
               ADD 1 TO WS-ROW-IDX
               PERFORM LOAD-ONE-ORDER-ROW
           END-IF.

       AGE-ONE-BALANCE.
      * Bucket the order's balance by days past its due date, orders
      * from before due dates existed falling back to the order date,
      * exactly as ARAGING does.
           IF Order-Due-Date = SPACES OR Order-Due-Date = "00000000"
               MOVE Order-Date TO WS-DUE-NUM
           ELSE
               MOVE Order-Due-Date TO WS-DUE-NUM
           END-IF.
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DUE-NUM).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER - WS-DUE-INTEGER.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                   ADD Order-Balance-Due OF Order-Header-Record
                       TO WS-ACCT-CURRENT
               WHEN WS-AGE-DAYS < 60
                   ADD Order-Balance-Due OF Order-Header-Record
                       TO WS-ACCT-30-DAYS
               WHEN WS-AGE-DAYS < 90
                   ADD Order-Balance-Due OF Order-Header-Record
                       TO WS-ACCT-60-DAYS
               WHEN OTHER
                   ADD Order-Balance-Due OF Order-Header-Record
                       TO WS-ACCT-90-DAYS
           END-EVALUATE.
           ADD Order-Balance-Due OF Order-Header-Record
               TO WS-ACCT-TOTAL-DUE.

       LOAD-ONE-ORDER-ROW.
           MOVE Order-Code OF Order-Header-Record
               TO WS-AO-ORDER-CODE(WS-ROW-IDX).
           MOVE Order-Date TO WS-AO-ORDER-DATE(WS-ROW-IDX).
           MOVE Order-Status TO WS-AO-STATUS(WS-ROW-IDX).
           MOVE Order-Due-Date TO WS-AO-DUE-DATE(WS-ROW-IDX).
           MOVE Order-Balance-Due OF Order-Header-Record
               TO WS-AO-BALANCE(WS-ROW-IDX).

       SHOW-SELECTED-ORDER.
      * Rebuild the customer's order list, pick out the row the clerk
      * keyed, and hand that order to ORDINQ through the session
      * context - ORDINQ's PF9 displays the order remembered there.
           IF WS-ACCT-SELECT-ROW < 1 OR WS-ACCT-SELECT-ROW > 10
               MOVE "KEY A LISTED ROW NUMBER (1-10)" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           ELSE
               PERFORM LOAD-CUSTOMER-ORDERS
               IF WS-AO-ORDER-CODE(WS-ACCT-SELECT-ROW) = ZEROS
                   MOVE "NO ORDER LISTED ON THAT ROW" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               ELSE
                   PERFORM LINK-SELECTED-ORDER
               END-IF
           END-IF.

       LINK-SELECTED-ORDER.
           MOVE WS-ACCT-CUSTOMER-CODE TO SC-Customer-Code.
           MOVE WS-AO-ORDER-CODE(WS-ACCT-SELECT-ROW) TO SC-Order-Code.
           EXEC CICS LINK PROGRAM('ORDINQ')
               COMMAREA(WS-SESSION-CONTEXT)
               LENGTH(LENGTH OF WS-SESSION-CONTEXT)
           END-EXEC.
