      * This COBOL program defines the structure for the Freight Bill
      * KSDS file. One record per carrier freight charge FRTAUDIT has
      * matched to a shipment we actually made and approved for
      * payment. Keyed on the carrier and its tracking reference, so
      * the same package billed twice is caught as a duplicate rather
      * than paid twice.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FreightBill.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FreightBillFile ASSIGN TO "Freight.Bill.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FH-Bill-Key
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  FreightBillFile.
       01  Freight-Bill-Record.
           05  FH-Bill-Key.
               10  FH-Carrier-Code     PIC X(03).
               10  FH-Tracking-Ref     PIC X(20).
           05  FH-Bill-No          PIC X(12).
           05  FH-Bill-Date        PIC X(08).
           05  FH-Approved-Date    PIC X(08).
      * The shipment the charge was matched to, the month it shipped
      * in, and what we expected to pay and recovered from the
      * customer for it.
           05  FH-Order-Code       PIC 9(07).
           05  FH-Ship-Seq         PIC 9(03).
           05  FH-Ship-Month       PIC X(06).
           05  FH-Billed-Amount    PIC 9(05)V9(02).
           05  FH-Expected-Amount  PIC 9(05)V9(02).
           05  FH-Recovered-Amount PIC 9(05)V9(02).
           05  FH-Status           PIC X(01).
               88  FH-Approved       VALUE "A".
               88  FH-Paid           VALUE "P".

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Freight Bill KSDS Program Initialized".
           STOP RUN.
