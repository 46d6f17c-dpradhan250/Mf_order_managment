      * This COBOL program defines the structure for the Customer Bank
      * KSDS file. One record per customer who takes refunds by bank
      * transfer, keyed by customer code, giving the payee name and
      * the bank routing and account numbers REFDISB writes onto the
      * bank payment file. A customer with no record here is refunded
      * by cheque to the address on the customer master. Maintained
      * on the DETAILS screen under the credit permission.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerBank.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustBankFile ASSIGN TO "Customer.Bank.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-Customer-Code
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CustBankFile.
       01  Cust-Bank-Record.
           05  CB-Customer-Code    PIC 9(07).
           05  CB-Payee-Name       PIC X(22).
           05  CB-Routing-No       PIC X(09).
           05  CB-Account-No       PIC X(17).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Customer Bank KSDS Program Initialized".
           STOP RUN.
