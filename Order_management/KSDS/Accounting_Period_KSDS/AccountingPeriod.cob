      * This COBOL program defines the structure for the Accounting
      * Period KSDS file. One record per calendar month, open or
      * closed. Once finance has closed and reported a month, the
      * online posting screens (ORDERUPD payments, ONACCT, CREDMEMO)
      * refuse anything dated into it and the batch posters (PAYPOST,
      * INVGEN) roll the transaction forward to the first day of the
      * next open month. A month with no record on file is open.
      * PRDMAINT closes and, with a reason, re-opens a month online;
      * PERDCLOS closes it at month end once the statement, tax, and
      * commission runs have completed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccountingPeriod.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountingPeriodFile
               ASSIGN TO "Accounting.Period.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-Period
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AccountingPeriodFile.
       01  Accounting-Period-Record.
           05  AP-Period           PIC X(06).
           05  AP-Status           PIC X(01).
               88  AP-Period-Open       VALUE "O".
               88  AP-Period-Closed     VALUE "C".
           05  AP-Closed-Date      PIC X(08).
           05  AP-Closed-By        PIC X(08).
           05  AP-Reopen-Reason    PIC X(30).
           05  AP-Reopen-Date      PIC X(08).
           05  AP-Reopen-By        PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Accounting Period KSDS Program Initialized".
           STOP RUN.
