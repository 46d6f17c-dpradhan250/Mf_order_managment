      * This COBOL program defines the structure for the Match
      * Tolerance KSDS file. One record per supplier that accounts
      * payable allows some slack when APMATCH matches its invoices -
      * the percentage an invoiced quantity may run over what was
      * received, and an invoiced unit price over the agreed PO price,
      * before the invoice goes to the exception report instead of
      * the voucher file. Supplier 00000 holds the house default for
      * suppliers with no record of their own; with no default on
      * file either, invoices must match exactly.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MatchTolerance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MatchToleranceFile ASSIGN TO "Match.Tolerance.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MT-Supplier-Code
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  MatchToleranceFile.
       01  Match-Tolerance-Record.
           05  MT-Supplier-Code    PIC 9(05).
           05  MT-Qty-Tol-Pct      PIC 9(03)V9(02).
           05  MT-Price-Tol-Pct    PIC 9(03)V9(02).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Match Tolerance KSDS Program Initialized".
           STOP RUN.
