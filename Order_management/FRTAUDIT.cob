       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRTAUDIT.

      * Carrier freight bill audit. Reads a sequential file of the
      * charges on the carriers' own freight bills - one record per
      * package billed, carrying the carrier, bill number and date,
      * and the tracking reference - and matches each charge through
      * the tracking-reference index on Shipment.Detail.KSDS to the
      * shipment it bills. A charge is held off payment and printed
      * on the exception report when:
      *   - no shipment of ours left with that carrier under that
      *     tracking reference;
      *   - the carrier has already been paid for the package, on an
      *     earlier bill or earlier on this one;
      *   - it is above what our rate table says the shipment should
      *     cost - the carrier's base charge plus its per-line charge
      *     for the lines shipped - by more than the carrier's bill
      *     tolerance percentage on Carrier.Reference.KSDS.
      * Every other charge is written to Freight.Bill.KSDS approved for
      * payment.
      *
      * The run closes with freight recovered from customers set
      * against freight paid to the carriers, per carrier per month
      * over the last twelve months: what ADD-FREIGHT-CHARGE charged on
      * the shipments that left in the month, against the approved
      * carrier charges for those same shipments.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FreightTransFile ASSIGN TO "Carrier.Freight.Bill"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Trans-File-Status.

           SELECT ShipmentFile ASSIGN TO "Shipment.Detail.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Shipment-Key
               ALTERNATE RECORD KEY IS SD-Tracking-Ref WITH DUPLICATES
               FILE STATUS IS WS-Shipment-File-Status.

           SELECT CarrierFile ASSIGN TO "Carrier.Reference.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Carrier-Code
               FILE STATUS IS WS-Carrier-File-Status.

           SELECT FreightBillFile ASSIGN TO "Freight.Bill.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-Bill-Key
               FILE STATUS IS WS-Freight-Bill-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  FreightTransFile.
      * One package charge off a carrier's freight bill. The charges
      * of a bill arrive together under its number and date.
       01  Freight-Trans-Record.
           05  FB-Carrier-Code     PIC X(03).
           05  FB-Bill-No          PIC X(12).
           05  FB-Bill-Date        PIC X(08).
           05  FB-Tracking-Ref     PIC X(20).
           05  FB-Ship-Date        PIC X(08).
           05  FB-Charge           PIC 9(05)V9(02).

       FD  ShipmentFile.
       01  Shipment-Detail-Record.
           05  Shipment-Key.
               10  SD-Order-Code   PIC 9(07).
               10  SD-Ship-Seq     PIC 9(03).
           05  SD-Ship-Date        PIC X(08).
           05  SD-Carrier-Code     PIC X(03).
           05  SD-Tracking-Ref     PIC X(20).
      * A shipment a supplier sent straight to the customer against
      * a drop-ship PO line carries SUPPLIER in place of our operator.
           05  SD-Operator         PIC X(08).
               88  SD-Supplier-Shipped VALUE "SUPPLIER".
           05  SD-Line-Number      PIC 9(03).
           05  SD-Lot-No           PIC X(10).
      * Stamped by the proof-of-delivery intake when the carrier's
      * status file confirms the package arrived - spaces until then.
           05  SD-Delivered-Date   PIC X(08).
      * Whether the shipment's advance ship notice has gone out -
      * decided once, by the first ASNOUT run after the shipment: sent
      * for a customer who takes notices, marked not wanted for one
      * who does not. Blank until then. The date is the business
      * date of the run that decided it.
           05  SD-ASN-Status       PIC X(01).
               88  SD-ASN-Pending    VALUE SPACE.
               88  SD-ASN-Sent       VALUE "S".
               88  SD-ASN-Not-Wanted VALUE "X".
           05  SD-ASN-Date         PIC X(08).
      * Freight charged to the customer for this shipment at our
      * carrier rates, and the lines it was charged for - what the
      * carrier's own bill for the shipment is audited against.
           05  SD-Freight-Charged  PIC 9(05)V9(02).
           05  SD-Freight-Lines    PIC 9(03).

       FD  CarrierFile.
       01  Carrier-Record.
           05  Carrier-Code        PIC X(03).
           05  Carrier-Name        PIC X(15).
      * Freight rates: a flat charge per shipment plus a charge per
      * line shipped, applied at ship time by ORDERUPD.
           05  Carrier-Base-Charge PIC 9(03)V9(02).
           05  Carrier-Per-Line-Charge PIC 9(03)V9(02).
      * How far, as a percentage, the carrier may bill above our
      * expected freight for a shipment before FRTAUDIT flags it.
           05  Carrier-Bill-Tol-Pct PIC 9(02)V9(02).

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
       01  WS-Trans-File-Status    PIC X(02).
       01  WS-Shipment-File-Status PIC X(02).
       01  WS-Carrier-File-Status  PIC X(02).
       01  WS-Freight-Bill-Status  PIC X(02).

       01  WS-TODAY               PIC X(08).

      * The charge in hand - why it was held, and what our rates say
      * the shipment it bills should cost.
       01  WS-CHARGE-NOTE         PIC X(30).
       01  WS-EXPECTED-AMOUNT     PIC 9(05)V9(02).
       01  WS-ALLOWED-AMOUNT      PIC 9(07)V9(02).
       01  WS-OVER-AMOUNT         PIC 9(05)V9(02).
       01  WS-CHARGE-MATCH-SWITCH PIC X(01) VALUE "Y".
           88  WS-CHARGE-MATCHED    VALUE "Y".
           88  WS-CHARGE-EXCEPTION  VALUE "N".
       01  WS-SHIP-FOUND-SWITCH   PIC X(01) VALUE "N".
           88  WS-SHIP-FOUND        VALUE "Y".
           88  WS-SHIP-NOT-FOUND    VALUE "N".
       01  WS-OTHER-CARRIER-SWITCH PIC X(01) VALUE "N".
           88  WS-OTHER-CARRIER     VALUE "Y".
           88  WS-NO-OTHER-CARRIER  VALUE "N".

       01  WS-CHARGE-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-APPROVED-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-EXCEPTION-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-NOT-SHIPPED-COUNT   PIC 9(07) VALUE ZEROS.
       01  WS-DUPLICATE-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-OVER-RATE-COUNT     PIC 9(07) VALUE ZEROS.
       01  WS-APPROVED-AMOUNT     PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-HELD-AMOUNT         PIC 9(09)V9(02) VALUE ZEROS.

      * Recovered against paid, per carrier per month, over the twelve
      * months ending with this one. Gathered unsorted from the
      * shipment and freight bill files, then ranked by carrier and
      * month with the same exchange sort TOPCUST uses.
       01  WS-WINDOW-START        PIC X(06).
       01  WS-WINDOW-YEAR         PIC 9(04).
       01  WS-WINDOW-MONTH        PIC 9(02).
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 600 TIMES.
               10  WS-MT-CARRIER      PIC X(03).
               10  WS-MT-MONTH        PIC X(06).
               10  WS-MT-SHIPMENTS    PIC 9(05).
               10  WS-MT-RECOVERED    PIC 9(07)V9(02).
               10  WS-MT-BILLS        PIC 9(05).
               10  WS-MT-PAID         PIC 9(07)V9(02).
       01  WS-MONTH-COUNT         PIC 9(03) VALUE ZEROS.
       01  WS-MONTH-IDX           PIC 9(03).
       01  WS-OUTER-IDX           PIC 9(03).
       01  WS-INNER-IDX           PIC 9(03).
       01  WS-INNER-LIMIT         PIC 9(03).
       01  WS-SWAP-ENTRY.
           05  WS-SWAP-CARRIER    PIC X(03).
           05  WS-SWAP-MONTH      PIC X(06).
           05  WS-SWAP-SHIPMENTS  PIC 9(05).
           05  WS-SWAP-RECOVERED  PIC 9(07)V9(02).
           05  WS-SWAP-BILLS      PIC 9(05).
           05  WS-SWAP-PAID       PIC 9(07)V9(02).
       01  WS-KEY-CARRIER         PIC X(03).
       01  WS-KEY-MONTH           PIC X(06).
       01  WS-NET-AMOUNT          PIC S9(07)V9(02).
       01  WS-NET-DISPLAY         PIC -(7)9.99.
       01  WS-LOSS-FLAG           PIC X(04).
       01  WS-BREAK-CARRIER       PIC X(03).
       01  WS-CARRIER-RECOVERED   PIC 9(09)V9(02).
       01  WS-CARRIER-PAID        PIC 9(09)V9(02).

       01  WS-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
           88  WS-TABLE-OVERFLOWED  VALUE "Y".
       01  WS-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND       VALUE "Y".
           88  WS-ENTRY-NOT-FOUND   VALUE "N".
       01  WS-BROWSE-SWITCH       PIC X(01) VALUE "N".
           88  WS-BROWSE-END        VALUE "Y".
           88  WS-BROWSE-NOT-END    VALUE "N".
       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CARRIER FREIGHT BILL AUDIT STARTING".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT FreightTransFile.
           OPEN INPUT ShipmentFile.
           OPEN INPUT CarrierFile.
           OPEN I-O FreightBillFile.

           PERFORM READ-NEXT-TRANSACTION.
           PERFORM AUDIT-ONE-CHARGE
               UNTIL WS-END-OF-FILE.

           DISPLAY "FREIGHT BILL AUDIT COMPLETE - CHARGES: "
               WS-CHARGE-COUNT " APPROVED: " WS-APPROVED-COUNT
               " EXCEPTIONS: " WS-EXCEPTION-COUNT.
           DISPLAY "  NOT SHIPPED: " WS-NOT-SHIPPED-COUNT
               " DUPLICATE: " WS-DUPLICATE-COUNT
               " OVER RATE: " WS-OVER-RATE-COUNT.
           DISPLAY "  APPROVED FOR PAYMENT: " WS-APPROVED-AMOUNT
               " HELD: " WS-HELD-AMOUNT.

           PERFORM REPORT-RECOVERED-AGAINST-PAID.

           CLOSE FreightTransFile.
           CLOSE ShipmentFile.
           CLOSE CarrierFile.
           CLOSE FreightBillFile.
           STOP RUN.

       READ-NEXT-TRANSACTION.
           READ FreightTransFile
               AT END
                   SET WS-END-OF-FILE TO TRUE.

       AUDIT-ONE-CHARGE.
      * Match the charge to its shipment, test it, then approve it
      * or print it on the exception report.
           ADD 1 TO WS-CHARGE-COUNT.
           SET WS-CHARGE-MATCHED TO TRUE.
           MOVE SPACES TO WS-CHARGE-NOTE.
           MOVE ZEROS TO WS-EXPECTED-AMOUNT.

           PERFORM FIND-BILLED-SHIPMENT.
           IF WS-SHIP-NOT-FOUND
               SET WS-CHARGE-EXCEPTION TO TRUE
               ADD 1 TO WS-NOT-SHIPPED-COUNT
               IF WS-OTHER-CARRIER
                   MOVE "SHIPPED WITH ANOTHER CARRIER"
                       TO WS-CHARGE-NOTE
               ELSE
                   MOVE "TRACKING REF NEVER SHIPPED" TO WS-CHARGE-NOTE
               END-IF
           END-IF.
           IF WS-CHARGE-MATCHED
               PERFORM CHECK-DUPLICATE-BILLING.
           IF WS-CHARGE-MATCHED
               PERFORM CHECK-EXPECTED-RATE.

           IF WS-CHARGE-MATCHED
               PERFORM APPROVE-CHARGE
           ELSE
               PERFORM REPORT-CHARGE-EXCEPTION
           END-IF.

           PERFORM READ-NEXT-TRANSACTION.

       FIND-BILLED-SHIPMENT.
      * Browse the shipments carrying the billed tracking reference
      * through the shipment file's tracking-reference index for one
      * that left with the billing carrier. A blank reference matches
      * nothing.
           SET WS-SHIP-NOT-FOUND TO TRUE.
           SET WS-NO-OTHER-CARRIER TO TRUE.
           IF FB-Tracking-Ref NOT = SPACES
               SET WS-BROWSE-NOT-END TO TRUE
               MOVE FB-Tracking-Ref TO SD-Tracking-Ref
               START ShipmentFile KEY IS EQUAL SD-Tracking-Ref
                   INVALID KEY
                       SET WS-BROWSE-END TO TRUE
               END-START
               PERFORM CHECK-ONE-TRACKED-SHIPMENT
                   UNTIL WS-BROWSE-END OR WS-SHIP-FOUND
           END-IF.

       CHECK-ONE-TRACKED-SHIPMENT.
           READ ShipmentFile NEXT RECORD
               AT END
                   SET WS-BROWSE-END TO TRUE
               NOT AT END
                   IF SD-Tracking-Ref NOT = FB-Tracking-Ref
                       SET WS-BROWSE-END TO TRUE
                   ELSE
                       IF SD-Carrier-Code = FB-Carrier-Code
                           SET WS-SHIP-FOUND TO TRUE
                       ELSE
                           SET WS-OTHER-CARRIER TO TRUE
                       END-IF
                   END-IF
           END-READ.

       CHECK-DUPLICATE-BILLING.
      * A package the carrier has been paid for once - on an earlier
      * bill, or already approved further up this one - is not paid
      * again.
           MOVE FB-Carrier-Code TO FH-Carrier-Code.
           MOVE FB-Tracking-Ref TO FH-Tracking-Ref.
           READ FreightBillFile KEY IS FH-Bill-Key
               NOT INVALID KEY
                   SET WS-CHARGE-EXCEPTION TO TRUE
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE SPACES TO WS-CHARGE-NOTE
                   STRING "DUPLICATE - PAID ON BILL " FH-Bill-No
                       DELIMITED BY SIZE INTO WS-CHARGE-NOTE
           END-READ.

       CHECK-EXPECTED-RATE.
      * What our rate table says the shipment should cost - the
      * carrier's base charge plus its per-line charge for each line
      * shipped - with the carrier's tolerance on top. A carrier no
      * longer on file has no rates to hold the charge to and goes to
      * the exception report.
           MOVE FB-Carrier-Code TO Carrier-Code.
           READ CarrierFile KEY IS Carrier-Code
               INVALID KEY
                   SET WS-CHARGE-EXCEPTION TO TRUE
                   MOVE "CARRIER NOT ON FILE" TO WS-CHARGE-NOTE
               NOT INVALID KEY
                   COMPUTE WS-EXPECTED-AMOUNT =
                       Carrier-Base-Charge
                       + Carrier-Per-Line-Charge * SD-Freight-Lines
                   COMPUTE WS-ALLOWED-AMOUNT ROUNDED =
                       WS-EXPECTED-AMOUNT
                       + WS-EXPECTED-AMOUNT * Carrier-Bill-Tol-Pct / 100
                   IF FB-Charge > WS-ALLOWED-AMOUNT
                       SET WS-CHARGE-EXCEPTION TO TRUE
                       ADD 1 TO WS-OVER-RATE-COUNT
                       COMPUTE WS-OVER-AMOUNT =
                           FB-Charge - WS-EXPECTED-AMOUNT
                       MOVE SPACES TO WS-CHARGE-NOTE
                       STRING "OVER EXPECTED RATE BY " WS-OVER-AMOUNT
                           DELIMITED BY SIZE INTO WS-CHARGE-NOTE
                   END-IF
           END-READ.

       APPROVE-CHARGE.
      * The charge bills a shipment of ours, for the first time, at
      * an acceptable rate - record it approved for payment against
      * the shipment and the month it left.
           MOVE FB-Carrier-Code TO FH-Carrier-Code.
           MOVE FB-Tracking-Ref TO FH-Tracking-Ref.
           MOVE FB-Bill-No TO FH-Bill-No.
           MOVE FB-Bill-Date TO FH-Bill-Date.
           MOVE WS-TODAY TO FH-Approved-Date.
           MOVE SD-Order-Code TO FH-Order-Code.
           MOVE SD-Ship-Seq TO FH-Ship-Seq.
           MOVE SD-Ship-Date(1:6) TO FH-Ship-Month.
           MOVE FB-Charge TO FH-Billed-Amount.
           MOVE WS-EXPECTED-AMOUNT TO FH-Expected-Amount.
           MOVE SD-Freight-Charged TO FH-Recovered-Amount.
           SET FH-Approved TO TRUE.
           WRITE Freight-Bill-Record
               INVALID KEY
                   SET WS-CHARGE-EXCEPTION TO TRUE
                   MOVE "FREIGHT BILL WRITE FAILED" TO WS-CHARGE-NOTE
                   PERFORM REPORT-CHARGE-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-APPROVED-COUNT
                   ADD FB-Charge TO WS-APPROVED-AMOUNT
           END-WRITE.

       REPORT-CHARGE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD FB-Charge TO WS-HELD-AMOUNT.
           DISPLAY "EXCEPTION - CARRIER " FB-Carrier-Code
               " BILL " FB-Bill-No " DATED " FB-Bill-Date.
           DISPLAY "  TRACKING " FB-Tracking-Ref
               " SHIPPED " FB-Ship-Date
               " BILLED " FB-Charge
               " EXPECTED " WS-EXPECTED-AMOUNT.
           DISPLAY "  " WS-CHARGE-NOTE.

       REPORT-RECOVERED-AGAINST-PAID.
      * Gather freight recovered off the shipments and freight paid
      * off the approved bills for the window, rank the table by
      * carrier and month, and print it with a total per carrier.
           PERFORM SET-REPORT-WINDOW.
           PERFORM GATHER-RECOVERED-FREIGHT.
           PERFORM GATHER-PAID-FREIGHT.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "CARRIER MONTH TABLE CAPACITY EXCEEDED - "
                   "REPORT INCOMPLETE"
           END-IF.

           PERFORM SORT-OUTER-PASS
               VARYING WS-OUTER-IDX FROM 1 BY 1
               UNTIL WS-OUTER-IDX >= WS-MONTH-COUNT.

           DISPLAY " ".
           DISPLAY "FREIGHT RECOVERED AGAINST FREIGHT PAID - MONTHS "
               "FROM " WS-WINDOW-START.
           DISPLAY "CARRIER MONTH   SHIPS  RECOVERED   BILLS  "
               "     PAID         NET".
           MOVE SPACES TO WS-BREAK-CARRIER.
           MOVE ZEROS TO WS-CARRIER-RECOVERED.
           MOVE ZEROS TO WS-CARRIER-PAID.
           PERFORM PRINT-ONE-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT.
           IF WS-BREAK-CARRIER NOT = SPACES
               PERFORM PRINT-CARRIER-TOTAL
           END-IF.

       SET-REPORT-WINDOW.
      * The first month of the twelve ending with the current one.
           MOVE WS-TODAY(1:4) TO WS-WINDOW-YEAR.
           MOVE WS-TODAY(5:2) TO WS-WINDOW-MONTH.
           IF WS-WINDOW-MONTH = 12
               MOVE 1 TO WS-WINDOW-MONTH
           ELSE
               ADD 1 TO WS-WINDOW-MONTH
               SUBTRACT 1 FROM WS-WINDOW-YEAR
           END-IF.
           MOVE WS-WINDOW-YEAR TO WS-WINDOW-START(1:4).
           MOVE WS-WINDOW-MONTH TO WS-WINDOW-START(5:2).

       GATHER-RECOVERED-FREIGHT.
      * Every shipment that left in the window, by carrier and month.
           SET WS-BROWSE-NOT-END TO TRUE.
           MOVE LOW-VALUES TO Shipment-Key.
           START ShipmentFile KEY IS GREATER THAN OR EQUAL
               Shipment-Key
               INVALID KEY
                   SET WS-BROWSE-END TO TRUE.
           PERFORM ADD-ONE-SHIPMENT
               UNTIL WS-BROWSE-END.

       ADD-ONE-SHIPMENT.
           READ ShipmentFile NEXT RECORD
               AT END
                   SET WS-BROWSE-END TO TRUE
               NOT AT END
                   IF SD-Ship-Date(1:6) >= WS-WINDOW-START
                       MOVE SD-Carrier-Code TO WS-KEY-CARRIER
                       MOVE SD-Ship-Date(1:6) TO WS-KEY-MONTH
                       PERFORM FIND-MONTH-ENTRY
                       IF WS-ENTRY-FOUND
                           ADD 1 TO WS-MT-SHIPMENTS(WS-MONTH-IDX)
                           ADD SD-Freight-Charged
                               TO WS-MT-RECOVERED(WS-MONTH-IDX)
                       END-IF
                   END-IF
           END-READ.

       GATHER-PAID-FREIGHT.
      * Every approved carrier charge for a shipment that left in the
      * window, by carrier and the month it shipped.
           SET WS-BROWSE-NOT-END TO TRUE.
           MOVE LOW-VALUES TO FH-Bill-Key.
           START FreightBillFile KEY IS GREATER THAN OR EQUAL
               FH-Bill-Key
               INVALID KEY
                   SET WS-BROWSE-END TO TRUE.
           PERFORM ADD-ONE-PAID-BILL
               UNTIL WS-BROWSE-END.

       ADD-ONE-PAID-BILL.
           READ FreightBillFile NEXT RECORD
               AT END
                   SET WS-BROWSE-END TO TRUE
               NOT AT END
                   IF FH-Ship-Month >= WS-WINDOW-START
                       MOVE FH-Carrier-Code TO WS-KEY-CARRIER
                       MOVE FH-Ship-Month TO WS-KEY-MONTH
                       PERFORM FIND-MONTH-ENTRY
                       IF WS-ENTRY-FOUND
                           ADD 1 TO WS-MT-BILLS(WS-MONTH-IDX)
                           ADD FH-Billed-Amount
                               TO WS-MT-PAID(WS-MONTH-IDX)
                       END-IF
                   END-IF
           END-READ.

       FIND-MONTH-ENTRY.
      * Locate the carrier and month in the table, opening a new
      * entry for a pair not yet seen. WS-MONTH-IDX is left on the
      * entry when one is found or opened.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM CHECK-ONE-MONTH-ENTRY
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-MONTH-IDX
           ELSE
               IF WS-MONTH-COUNT < 600
                   ADD 1 TO WS-MONTH-COUNT
                   MOVE WS-MONTH-COUNT TO WS-MONTH-IDX
                   MOVE WS-KEY-CARRIER TO WS-MT-CARRIER(WS-MONTH-IDX)
                   MOVE WS-KEY-MONTH TO WS-MT-MONTH(WS-MONTH-IDX)
                   MOVE ZEROS TO WS-MT-SHIPMENTS(WS-MONTH-IDX)
                   MOVE ZEROS TO WS-MT-RECOVERED(WS-MONTH-IDX)
                   MOVE ZEROS TO WS-MT-BILLS(WS-MONTH-IDX)
                   MOVE ZEROS TO WS-MT-PAID(WS-MONTH-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-MONTH-ENTRY.
           IF WS-MT-CARRIER(WS-MONTH-IDX) = WS-KEY-CARRIER
               AND WS-MT-MONTH(WS-MONTH-IDX) = WS-KEY-MONTH
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       SORT-OUTER-PASS.
           COMPUTE WS-INNER-LIMIT = WS-MONTH-COUNT - WS-OUTER-IDX.
           PERFORM SORT-INNER-PASS
               VARYING WS-INNER-IDX FROM 1 BY 1
               UNTIL WS-INNER-IDX > WS-INNER-LIMIT.

       SORT-INNER-PASS.
           IF WS-MT-CARRIER(WS-INNER-IDX) >
                   WS-MT-CARRIER(WS-INNER-IDX + 1)
               OR (WS-MT-CARRIER(WS-INNER-IDX) =
                   WS-MT-CARRIER(WS-INNER-IDX + 1)
               AND WS-MT-MONTH(WS-INNER-IDX) >
                   WS-MT-MONTH(WS-INNER-IDX + 1))
               PERFORM SWAP-MONTH-ENTRIES
           END-IF.

       SWAP-MONTH-ENTRIES.
           MOVE WS-MONTH-ENTRY(WS-INNER-IDX) TO WS-SWAP-ENTRY.
           MOVE WS-MONTH-ENTRY(WS-INNER-IDX + 1)
               TO WS-MONTH-ENTRY(WS-INNER-IDX).
           MOVE WS-SWAP-ENTRY TO WS-MONTH-ENTRY(WS-INNER-IDX + 1).

       PRINT-ONE-MONTH.
      * One line per carrier and month. Net is freight recovered less
      * freight paid - a negative net is money lost on shipping.
           IF WS-MT-CARRIER(WS-MONTH-IDX) NOT = WS-BREAK-CARRIER
               IF WS-BREAK-CARRIER NOT = SPACES
                   PERFORM PRINT-CARRIER-TOTAL
               END-IF
               MOVE WS-MT-CARRIER(WS-MONTH-IDX) TO WS-BREAK-CARRIER
               MOVE ZEROS TO WS-CARRIER-RECOVERED
               MOVE ZEROS TO WS-CARRIER-PAID
           END-IF.
           ADD WS-MT-RECOVERED(WS-MONTH-IDX) TO WS-CARRIER-RECOVERED.
           ADD WS-MT-PAID(WS-MONTH-IDX) TO WS-CARRIER-PAID.
           COMPUTE WS-NET-AMOUNT =
               WS-MT-RECOVERED(WS-MONTH-IDX) - WS-MT-PAID(WS-MONTH-IDX).
           PERFORM SET-LOSS-FLAG.
           DISPLAY WS-MT-CARRIER(WS-MONTH-IDX) "     "
               WS-MT-MONTH(WS-MONTH-IDX) " "
               WS-MT-SHIPMENTS(WS-MONTH-IDX) " "
               WS-MT-RECOVERED(WS-MONTH-IDX) " "
               WS-MT-BILLS(WS-MONTH-IDX) " "
               WS-MT-PAID(WS-MONTH-IDX) " "
               WS-NET-DISPLAY " " WS-LOSS-FLAG.

       PRINT-CARRIER-TOTAL.
           COMPUTE WS-NET-AMOUNT =
               WS-CARRIER-RECOVERED - WS-CARRIER-PAID.
           PERFORM SET-LOSS-FLAG.
           DISPLAY "  CARRIER " WS-BREAK-CARRIER " TOTAL RECOVERED "
               WS-CARRIER-RECOVERED " PAID " WS-CARRIER-PAID
               " NET " WS-NET-DISPLAY " " WS-LOSS-FLAG.

       SET-LOSS-FLAG.
           MOVE WS-NET-AMOUNT TO WS-NET-DISPLAY.
           IF WS-NET-AMOUNT < ZEROS
               MOVE "LOSS" TO WS-LOSS-FLAG
           ELSE
               MOVE SPACES TO WS-LOSS-FLAG
           END-IF.
