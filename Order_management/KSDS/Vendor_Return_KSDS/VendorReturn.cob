      * This COBOL program defines the structure for the Vendor
      * Return KSDS file. One record per return-to-vendor booked by
      * RTVPOST - defective or recalled stock sent back to the
      * supplier against the receipt it originally came in on,
      * valued at that receipt's cost. The record stays outstanding
      * until the supplier's credit note is acknowledged, so RTVCRRPT
      * can chase the credits still owed at month end. Numbered from
      * the order control file under its own control key; the
      * alternate index on the supplier lets the report group them.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VendorReturn.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VendorReturnFile ASSIGN TO "Vendor.Return.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VR-Return-No
               ALTERNATE RECORD KEY IS VR-Supplier-Code WITH DUPLICATES
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  VendorReturnFile.
       01  Vendor-Return-Record.
           05  VR-Return-No        PIC 9(07).
           05  VR-Supplier-Code    PIC 9(05).
           05  VR-Receipt-Seq      PIC 9(07).
           05  VR-Item-Code        PIC 9(07).
           05  VR-Warehouse        PIC X(02).
           05  VR-Lot-No           PIC X(10).
           05  VR-Qty              PIC 9(05).
           05  VR-Unit-Cost        PIC 9(05)V9(02).
           05  VR-Value            PIC 9(07)V9(02).
           05  VR-Reason           PIC X(01).
               88  VR-Defective      VALUE "D".
               88  VR-Recalled       VALUE "R".
           05  VR-Return-Date      PIC X(08).
           05  VR-Status           PIC X(01).
               88  VR-Credit-Outstanding   VALUE "O".
               88  VR-Credit-Acknowledged  VALUE "A".
           05  VR-Credit-Ref       PIC X(12).
           05  VR-Ack-Date         PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Vendor Return KSDS Program Initialized".
           STOP RUN.
