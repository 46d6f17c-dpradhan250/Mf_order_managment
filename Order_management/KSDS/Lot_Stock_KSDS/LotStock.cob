      * KSDS file. One record per supplier lot/batch per item per
      * warehouse - the lot-level balances under the item/warehouse
      * stock position. GOODSRCV opens or tops up a lot record at
      * receipt; shipping in ORDERUPD consumes lots earliest expiry
      * first, never past it, and stamps the lot onto the shipped
      * order line, so a supplier recall can be traced from the lot
      * number to every order, customer, and ship-to it went to - see
      * RECALLRPT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LotStock.

               10  LS-Lot-No       PIC X(10).
           05  LS-Qty-OnHand       PIC 9(05).
           05  LS-Receipt-Date     PIC X(08).
      * The date the lot goes out of date, captured at receipt -
      * shipping draws the earliest-expiring lot first and never
      * ships a lot past it. Spaces for stock that does not expire.
           05  LS-Expiry-Date      PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).
