           05  XH-Status           PIC X(01).
               88  XH-In-Transit     VALUE "T".
               88  XH-Received       VALUE "R".
      * The lot riding this transfer and the receipt and expiry
      * dates its origin balance carried, so arrival books it at the
      * receiving site at its true age - spaces for an untracked
      * move.
           05  XH-Lot-No           PIC X(10).
           05  XH-Lot-Receipt-Date PIC X(08).
           05  XH-Lot-Expiry-Date  PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).
