      * file that RECORD-PAYMENT in ORDERUPD writes one record to per
      * payment taken, lists every payment dated today, and totals the
      * day's receipts by payment type so accounting can balance the
      * journal against the bank deposit. Settlement discounts
      * customers took for paying early are listed against their
      * payments and totalled on their own - they settled receivable
      * without any cash reaching the bank, so they sit outside the
      * deposit total but inside what the day cleared off the ledger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       FD  BusinessDateFile.
       01  Business-Date-Record.
      * the audit trail but totalled outside the deposit.
       01  WS-ONACCT-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-ONACCT-TOTAL        PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-DISC-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-DISC-TOTAL          PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-SETTLED-TOTAL       PIC 9(09)V9(02) VALUE ZEROS.

      * The day's receipts accumulated per payment type, ranked out at
      * the end of the run. An in-memory table and a paragraph-driven
                   WS-ONACCT-COUNT " FOR " WS-ONACCT-TOTAL
           END-IF.

           IF WS-DISC-COUNT > ZEROS
               COMPUTE WS-SETTLED-TOTAL =
                   WS-GRAND-TOTAL + WS-DISC-TOTAL
               DISPLAY "SETTLEMENT DISCOUNTS ALLOWED (NOT IN DEPOSIT): "
                   WS-DISC-COUNT " FOR " WS-DISC-TOTAL
               DISPLAY "RECEIVABLE SETTLED BY RECEIPTS AND DISCOUNTS: "
                   WS-SETTLED-TOTAL
           END-IF.

           DISPLAY "DAILY CASH RECEIPTS JOURNAL COMPLETE - PAYMENTS: "
               WS-PAYMENT-COUNT " TOTAL RECEIPTS: " WS-GRAND-TOTAL.
           PERFORM STAMP-RUN-CONTROL.
               " AT " Payment-Time.
           ADD 1 TO WS-PAYMENT-COUNT.
           ADD Payment-Amount TO WS-GRAND-TOTAL.
           IF Payment-Disc-Amount > ZEROS
               DISPLAY "  SETTLEMENT DISCOUNT " Payment-Disc-Amount
               ADD 1 TO WS-DISC-COUNT
               ADD Payment-Disc-Amount TO WS-DISC-TOTAL
           END-IF.

       PRINT-ONACCT-APPLY.
      * List one on-account application outside the deposit totals.
