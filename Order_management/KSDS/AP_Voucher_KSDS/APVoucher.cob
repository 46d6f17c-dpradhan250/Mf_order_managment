      * This COBOL program defines the structure for the AP Voucher
      * KSDS file. One record per supplier invoice that APMATCH has
      * matched line by line against the purchase order and the
      * goods actually received, so accounts payable pays from an
      * approved voucher instead of a hand-checked invoice. Keyed on
      * the supplier and the supplier's own invoice number, so the
      * same invoice presented twice is caught as a duplicate rather
      * than paid twice.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APVoucher.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APVoucherFile ASSIGN TO "AP.Voucher.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AV-Voucher-Key
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  APVoucherFile.
       01  AP-Voucher-Record.
           05  AV-Voucher-Key.
               10  AV-Supplier-Code    PIC 9(05).
               10  AV-Invoice-No       PIC X(12).
           05  AV-Invoice-Date     PIC X(08).
           05  AV-Approved-Date    PIC X(08).
           05  AV-Line-Count       PIC 9(03).
           05  AV-Amount           PIC 9(09)V9(02).
           05  AV-Status           PIC X(01).
               88  AV-Approved       VALUE "A".
               88  AV-Paid           VALUE "P".

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "AP Voucher KSDS Program Initialized".
           STOP RUN.
