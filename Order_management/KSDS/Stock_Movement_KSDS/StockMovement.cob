      * This COBOL program defines the structure for the Stock
      * Movement KSDS file - the inventory movement ledger. Every
      * change to an item's stock is written here by the program that
      * makes it: a receipt (GOODSRCV, or QCRELSE passing held stock),
      * a shipment (ORDERUPD), a kit component relieved when a kit
      * ships, a transfer out of one site and into another (STKXFER),
      * a cycle count variance (CYCPOST), a return to vendor
      * (RTVPOST), and the allocation a cancelled order gives back
      * (CANCELORD). Each record carries the item, site, lot, quantity
      * in or out, the document that caused it, the operator or job,
      * when, and the item's on-hand balance just after - so "where
      * did these 40 units go" is answered from one file on the
      * MOVEINQ screen instead of five.
      *
      * The key is the item plus the movement number counted down
      * from 9999999, so reading an item's key range forward returns
      * its movements newest first. Movement numbers are minted from
      * Order.Control.KSDS under control key "M".
      *
      * A cancellation restore moves no physical stock - it hands the
      * order's allocation back to available - so its quantity goes
      * in MV-Qty-Released and the on-hand balance does not move.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockMovement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StockMoveFile ASSIGN TO "Stock.Movement.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MV-Movement-Key
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StockMoveFile.
       01  Stock-Movement-Record.
           05  MV-Movement-Key.
               10  MV-Item-Code    PIC 9(07).
               10  MV-Rev-Seq      PIC 9(07).
           05  MV-Movement-No      PIC 9(07).
           05  MV-Warehouse        PIC X(02).
           05  MV-Lot-No           PIC X(10).
           05  MV-Movement-Type    PIC X(01).
               88  MV-Receipt          VALUE "R".
               88  MV-Shipment         VALUE "S".
               88  MV-Transfer-Out     VALUE "O".
               88  MV-Transfer-In      VALUE "I".
               88  MV-Count-Variance   VALUE "C".
               88  MV-Cancel-Restore   VALUE "X".
               88  MV-Kit-Relief       VALUE "K".
               88  MV-Vendor-Return    VALUE "V".
               88  MV-Adjustment       VALUE "A".
           05  MV-Qty-In           PIC 9(07).
           05  MV-Qty-Out          PIC 9(07).
           05  MV-Qty-Released     PIC 9(07).
           05  MV-Balance          PIC 9(07).
           05  MV-Source-Doc       PIC X(12).
           05  MV-Operator         PIC X(08).
           05  MV-Program          PIC X(08).
           05  MV-Move-Date        PIC X(08).
           05  MV-Move-Time        PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Stock Movement KSDS Program Initialized".
           STOP RUN.
