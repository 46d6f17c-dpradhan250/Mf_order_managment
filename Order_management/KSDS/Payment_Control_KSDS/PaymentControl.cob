      * This COBOL program defines the structure for the Payment Control
      * KSDS file. It holds one record per counter - the last payment
      * sequence issued under control key "P", the last credit memo
      * number under control key "C", the last write-off number under
      * control key "W", and REFDISB's last refund transfer batch and
      * refund cheque numbers under control keys "D" and "Q" - so
      * ORDERUPD, PAYPOST, CREDMEMO, WRITEOFF, and REFDISB can mint
      * their numbers the same single-record way Order.Control.KSDS
      * mints order numbers.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaymentControl.

