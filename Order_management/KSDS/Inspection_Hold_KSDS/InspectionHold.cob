      * This COBOL program defines the structure for the Inspection
      * Hold KSDS file. One record per receipt of an item flagged as
      * inspection-required on the item master. GOODSRCV books such a
      * receipt here instead of onto Item-Qty-OnHand and the site and
      * lot balances, so held stock is never available to allocate or
      * ship. QCRELSE moves the passed quantity into sellable stock
      * and routes the failed quantity to scrap or return-to-vendor;
      * the hold clears once the whole receipt is accounted for.
      * Keyed on the receipt number, with an alternate index on item
      * and site so LOWSTOCK, INQUIRY, and INSPRPT can show what is
      * still held at each building and how long it has waited.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InspectionHold.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InspectHoldFile ASSIGN TO "Inspection.Hold.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IH-Receipt-Seq
               ALTERNATE RECORD KEY IS IH-Item-Site WITH DUPLICATES
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  InspectHoldFile.
       01  Inspection-Hold-Record.
           05  IH-Receipt-Seq      PIC 9(07).
           05  IH-Item-Site.
               10  IH-Item-Code    PIC 9(07).
               10  IH-Warehouse    PIC X(02).
           05  IH-Lot-No           PIC X(10).
           05  IH-Receipt-Date     PIC X(08).
           05  IH-Hold-Date        PIC X(08).
           05  IH-Qty-Held         PIC 9(05).
           05  IH-Qty-Passed       PIC 9(05).
           05  IH-Qty-Scrapped     PIC 9(05).
           05  IH-Qty-Returned     PIC 9(05).
           05  IH-Status           PIC X(01).
               88  IH-On-Hold        VALUE "H".
               88  IH-Cleared        VALUE "C".
           05  IH-Last-Release-Date PIC X(08).
      * The lot expiry keyed at the dock, carried so the lot booked
      * on release still knows when it goes out of date.
           05  IH-Expiry-Date      PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Inspection Hold KSDS Program Initialized".
           STOP RUN.
