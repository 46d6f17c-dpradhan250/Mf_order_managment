               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RH-Seq-No
               ALTERNATE RECORD KEY IS RH-PO-Key WITH DUPLICATES
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
           05  RH-Posted-Date      PIC X(08).
           05  RH-Warehouse        PIC X(02).
           05  RH-Lot-No           PIC X(10).
      * The PO line the receipt was matched to (zeros when booked
      * unmatched) and what the supplier charged per stocking unit on
      * the delivery. The alternate index on the PO line lets APMATCH
      * find every receipt booked against a line.
           05  RH-PO-Key.
               10  RH-PO-Number    PIC 9(07).
               10  RH-PO-Line      PIC 9(03).
           05  RH-Unit-Cost        PIC 9(05)V9(02).
      * How much of the receipt has since been sent back to the
      * supplier on RTVPOST - a receipt is never returned twice over.
           05  RH-Qty-Returned     PIC 9(05).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).
