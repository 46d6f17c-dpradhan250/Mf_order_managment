       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTVCRRPT.

      * Monthly outstanding supplier credits report. Browses the
      * vendor return file off its supplier alternate index and lists,
      * supplier by supplier, every return-to-vendor RTVPOST booked
      * whose credit note has not yet been acknowledged - what went
      * back, when, against which receipt, its value at receipt cost,
      * and how many days the credit has been owed - with a total
      * per supplier and for the run, so purchasing can chase the
      * money instead of losing track of stock already sent back.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VendorReturnFile ASSIGN TO "Vendor.Return.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-Return-No
               ALTERNATE RECORD KEY IS VR-Supplier-Code WITH DUPLICATES
               FILE STATUS IS WS-Return-File-Status.

           SELECT SupplierFile ASSIGN TO "Supplier.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Supplier-Code
               FILE STATUS IS WS-Supplier-File-Status.

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

       FD  SupplierFile.
       01  Supplier-Record.
           05  Supplier-Code       PIC 9(05).
           05  Supplier-Name       PIC X(15).
           05  Supplier-Add        PIC X(12).
           05  Supplier-Contact-No PIC X(10).
           05  Supplier-Status     PIC X(01).
               88  Supplier-Active       VALUE "A".
               88  Supplier-Inactive     VALUE "I".
      * The lead time purchasing plans reorders on, in calendar days
      * from order to receipt - zero leaves REORDRPT on its house
      * figure. SUPPSCOR measures what the supplier actually takes
      * each month, over the lines it completed and how many, for
      * purchasing to review and adopt on POMAINT.
           05  Supplier-Lead-Days  PIC 9(03).
           05  Supplier-Measured-Lead PIC 9(03)V9(01).
           05  Supplier-Measured-Lines PIC 9(05).
           05  Supplier-Measured-Date PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-Return-File-Status   PIC X(02).
       01  WS-Supplier-File-Status PIC X(02).

       01  WS-TODAY               PIC 9(08).
       01  WS-TODAY-INTEGER       PIC S9(09) COMP.
       01  WS-RETURN-DATE-NUM     PIC 9(08).
       01  WS-DAYS-OWED           PIC S9(05).

      * The supplier whose returns are being listed, and what it
      * still owes in credits.
       01  WS-CURR-SUPPLIER       PIC 9(05) VALUE ZEROS.
       01  WS-SUPP-COUNT          PIC 9(05) VALUE ZEROS.
       01  WS-SUPP-VALUE          PIC 9(09)V9(02) VALUE ZEROS.

       01  WS-SUPPLIER-COUNT      PIC 9(05) VALUE ZEROS.
       01  WS-OUTSTANDING-COUNT   PIC 9(07) VALUE ZEROS.
       01  WS-OUTSTANDING-VALUE   PIC 9(11)V9(02) VALUE ZEROS.

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "OUTSTANDING SUPPLIER CREDITS REPORT STARTING".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).

           OPEN INPUT VendorReturnFile.
           OPEN INPUT SupplierFile.

           MOVE ZEROS TO VR-Supplier-Code.
           START VendorReturnFile KEY IS GREATER THAN OR EQUAL
               VR-Supplier-Code
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.

           PERFORM REPORT-ONE-RETURN
               UNTIL WS-END-OF-FILE.

           IF WS-SUPP-COUNT > ZEROS
               PERFORM PRINT-SUPPLIER-TOTAL.

           CLOSE VendorReturnFile.
           CLOSE SupplierFile.
           DISPLAY "OUTSTANDING SUPPLIER CREDITS REPORT COMPLETE - "
               "SUPPLIERS: " WS-SUPPLIER-COUNT
               " RETURNS: " WS-OUTSTANDING-COUNT
               " VALUE: " WS-OUTSTANDING-VALUE.
           STOP RUN.

       REPORT-ONE-RETURN.
      * Read the next return in supplier sequence and list it while
      * its credit is still outstanding. A change of supplier first
      * closes out the total for the supplier just finished.
           READ VendorReturnFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF VR-Credit-Outstanding
                       PERFORM LIST-OUTSTANDING-RETURN
                   END-IF
           END-READ.

       LIST-OUTSTANDING-RETURN.
           IF VR-Supplier-Code NOT = WS-CURR-SUPPLIER
               OR WS-SUPP-COUNT = ZEROS
               IF WS-SUPP-COUNT > ZEROS
                   PERFORM PRINT-SUPPLIER-TOTAL
               END-IF
               PERFORM START-SUPPLIER
           END-IF.
           MOVE VR-Return-Date TO WS-RETURN-DATE-NUM.
           COMPUTE WS-DAYS-OWED = WS-TODAY-INTEGER -
               FUNCTION INTEGER-OF-DATE(WS-RETURN-DATE-NUM).
           DISPLAY "    RTV " VR-Return-No
               " RETURNED " VR-Return-Date
               " RECEIPT " VR-Receipt-Seq
               " ITEM " VR-Item-Code
               " QTY " VR-Qty
               " REASON " VR-Reason
               " VALUE " VR-Value
               " DAYS OWED " WS-DAYS-OWED.
           ADD 1 TO WS-SUPP-COUNT.
           ADD VR-Value TO WS-SUPP-VALUE.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           ADD VR-Value TO WS-OUTSTANDING-VALUE.

       START-SUPPLIER.
      * Head up the next supplier's credits with its name off the
      * supplier master.
           MOVE VR-Supplier-Code TO WS-CURR-SUPPLIER.
           MOVE ZEROS TO WS-SUPP-COUNT.
           MOVE ZEROS TO WS-SUPP-VALUE.
           ADD 1 TO WS-SUPPLIER-COUNT.
           MOVE VR-Supplier-Code TO Supplier-Code.
           READ SupplierFile KEY IS Supplier-Code
               INVALID KEY
                   MOVE "*** NOT ON FILE" TO Supplier-Name
                   MOVE SPACES TO Supplier-Contact-No
           END-READ.
           DISPLAY "SUPPLIER " WS-CURR-SUPPLIER " " Supplier-Name
               " CONTACT " Supplier-Contact-No.

       PRINT-SUPPLIER-TOTAL.
           DISPLAY "  SUPPLIER " WS-CURR-SUPPLIER
               " CREDITS OUTSTANDING: " WS-SUPP-COUNT
               " VALUE " WS-SUPP-VALUE.
