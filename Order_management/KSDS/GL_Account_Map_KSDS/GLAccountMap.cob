      * This COBOL program defines the structure for the GL Account
      * Map KSDS file. One record per posting category GLJRNL books
      * to, naming the general ledger account finance wants it on -
      * sales, tax, freight, receivables, unapplied cash, refunds
      * (owed to customers until REFDISB pays them out of cash),
      * finance charge income (FCHG), volume rebate expense (REBT),
      * settlement discounts allowed (DISC), write-offs (WOFF,
      * sub-coded by write-off reason), cost of sales, inventory,
      * the drop-ship accrual (DSAC) a supplier-shipped line's cost
      * is owed on until the supplier's bill is paid, plus one cash
      * account per payment type. A category keyed with a blank
      * sub-code is the fallback for any sub-code without a record
      * of its own, so a new payment type lands on the main cash
      * account until finance maps it. The chart of accounts is
      * finance's, so the account numbers are held as text.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLAccountMap.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMapFile ASSIGN TO "GL.Account.Map.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-Map-Key
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  GLMapFile.
       01  GL-Map-Record.
           05  GM-Map-Key.
               10  GM-Category     PIC X(04).
               10  GM-Sub-Code     PIC X(03).
           05  GM-Account          PIC X(10).
           05  GM-Description      PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "GL Account Map KSDS Program Initialized".
           STOP RUN.
