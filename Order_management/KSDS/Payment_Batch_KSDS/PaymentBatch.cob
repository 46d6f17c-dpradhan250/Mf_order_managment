      * against yesterday's dataset, is rejected whole instead of
      * applying every payment a second time. The record carries the
      * date the batch posted for the audit conversation with the
      * bank, the batch's count and amount as its trailer proved
      * them, and the statement date BANKREC matched the bank's
      * credit for the batch on - spaces until the bank credits it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaymentBatch.

       01  Payment-Batch-Record.
           05  PB-Batch-Number     PIC 9(09).
           05  PB-Posted-Date      PIC X(08).
           05  PB-Record-Count     PIC 9(07).
           05  PB-Amount-Total     PIC 9(09)V9(02).
           05  PB-Cleared-Date     PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).
