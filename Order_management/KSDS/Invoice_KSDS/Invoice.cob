      * and an invoice total short of the freight leaves a residue
      * that ages on an account that paid what we billed.
           05  Invoice-Freight-Amount PIC 9(05)V9(02).
      * The early-payment settlement discount the invoice offers under
      * its terms and the last day it may be taken - zero and spaces
      * when the terms carry none. A payment arriving by that date
      * for the balance less this amount settles the invoice in full.
           05  Invoice-Disc-Amount  PIC 9(05)V9(02).
           05  Invoice-Disc-Date    PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).
