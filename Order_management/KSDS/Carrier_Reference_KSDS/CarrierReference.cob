      * line shipped, applied at ship time - see MARK-ORDER-SHIPPED.
           05  Carrier-Base-Charge PIC 9(03)V9(02).
           05  Carrier-Per-Line-Charge PIC 9(03)V9(02).
      * How far, as a percentage, the carrier may bill above our
      * expected freight for a shipment before FRTAUDIT flags it.
           05  Carrier-Bill-Tol-Pct PIC 9(02)V9(02).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).
