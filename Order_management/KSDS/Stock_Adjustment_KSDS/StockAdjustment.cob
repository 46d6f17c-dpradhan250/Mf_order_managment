      * This COBOL program defines the structure for the Stock
      * Adjustment KSDS file. One record per reason-coded adjustment
      * STKADJ posts against one item at one warehouse, and lot where
      * the stock is lot tracked - a loss for damage, shrinkage or
      * samples, or a gain for found stock - valued at the item's
      * unit cost at the time. Numbered from the order control file
      * under control key "A"; the alternate index on the reason code
      * lets ADJRPT group the month's adjustments by reason.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockAdjustment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StockAdjustFile ASSIGN TO "Stock.Adjustment.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-Adjust-No
               ALTERNATE RECORD KEY IS SA-Reason-Code WITH DUPLICATES
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StockAdjustFile.
       01  Stock-Adjust-Record.
           05  SA-Adjust-No        PIC 9(07).
           05  SA-Reason-Code      PIC X(03).
           05  SA-Item-Code        PIC 9(07).
           05  SA-Warehouse        PIC X(02).
           05  SA-Lot-No           PIC X(10).
           05  SA-Direction        PIC X(01).
               88  SA-Stock-Gain     VALUE "+".
               88  SA-Stock-Loss     VALUE "-".
           05  SA-Qty              PIC 9(05).
           05  SA-Unit-Cost        PIC 9(05)V9(02).
           05  SA-Value            PIC 9(07)V9(02).
           05  SA-Operator         PIC X(08).
           05  SA-Adjust-Date      PIC X(08).
           05  SA-Adjust-Time      PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Stock Adjustment KSDS Program Initialized".
           STOP RUN.
