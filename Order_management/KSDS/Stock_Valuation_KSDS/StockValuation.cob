      * This COBOL program defines the structure for the Stock
      * Valuation KSDS file. INVVALUE writes one record per warehouse
      * each month-end with the stock on hand there and its value at
      * the items' weighted-average cost, plus one record with a
      * blank warehouse for the whole company, keyed by the year and
      * month valued - so the next month's run can report how far
      * stock value moved since.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockValuation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StockValueFile ASSIGN TO "Stock.Valuation.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SV-Valuation-Key
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StockValueFile.
       01  Stock-Value-Record.
           05  SV-Valuation-Key.
               10  SV-Period       PIC X(06).
               10  SV-Warehouse    PIC X(02).
           05  SV-Qty-OnHand       PIC 9(09).
           05  SV-Value            PIC 9(11)V9(02).
           05  SV-Run-Date         PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Stock Valuation KSDS Program Initialized".
           STOP RUN.
