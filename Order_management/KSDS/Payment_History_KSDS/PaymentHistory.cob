      * nightly PAYJRNL cash journal can balance the day's receipts
      * against the bank deposit. The customer-code alternate index is
      * what lets CUSTSTMT pull one customer's payments together for
      * the month-end statement; the payment-reference index is what
      * PAYPOST probes for a re-sent remittance and BANKREC matches
      * the bank statement's credits and returned items on.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaymentHistory.

               RECORD KEY IS Payment-Seq-No
               ALTERNATE RECORD KEY IS Payment-Customer-Code
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS Payment-Reference
                   WITH DUPLICATES
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
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

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).
