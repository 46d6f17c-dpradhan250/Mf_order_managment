       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARRSCOR.

      * Monthly carrier performance scorecard. Takes every shipment
      * that left the dock this month and, for each carrier on
      * Carrier.Reference.KSDS that carried one, reports the packages
      * shipped, the average and worst transit time from ship date to
      * the delivered date PODINTAK stamped, and how many were never
      * confirmed delivered. Transit is counted in working days - a
      * Sunday or a day on Work.Calendar.KSDS does not count - so a
      * package shipped into a holiday weekend is not held against
      * the carrier.
      *
      * Each carrier's figures are broken down by the region the
      * package was delivered into - the order's ship-to address,
      * else the customer's own region - with the share delivered
      * within that region's service standard on
      * Region.Reference.KSDS, so traffic has it in hand when carrier
      * contracts are renegotiated and priority carriers chosen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ShipmentFile ASSIGN TO "Shipment.Detail.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Shipment-Key
               FILE STATUS IS WS-Shipment-File-Status.

           SELECT OrderFile ASSIGN TO "Order.Transaction.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Order-Code OF Order-Header-Record
               FILE STATUS IS WS-File-Status.

           SELECT CustomerFile ASSIGN TO "Customer.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Customer-Code OF Customer-Record
               FILE STATUS IS WS-Cust-File-Status.

           SELECT ShipToFile ASSIGN TO "Ship.To.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Ship-To-Key
               FILE STATUS IS WS-Ship-To-File-Status.

           SELECT CarrierFile ASSIGN TO "Carrier.Reference.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Carrier-Code
               FILE STATUS IS WS-Carrier-File-Status.

           SELECT RegionFile ASSIGN TO "Region.Reference.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Region-Code
               FILE STATUS IS WS-Region-File-Status.

           SELECT CalendarFile ASSIGN TO "Work.Calendar.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WC-Date
               FILE STATUS IS WS-Calendar-File-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  OrderFile.
       01  Order-Header-Record.
           05  Order-Code          PIC 9(07).
           05  Customer-Code       PIC 9(07).
           05  Order-Ship-To-Seq   PIC 9(03).
           05  Order-Date          PIC X(08).
           05  Payment-Type        PIC X(03).
           05  Order-Line-Count    PIC 9(03).
           05  Order-Amount        PIC 9(07)V9(02).
           05  Order-Tax-Amount    PIC 9(07)V9(02).
           05  Order-Total-Amount  PIC 9(07)V9(02).
           05  Order-Amount-Paid   PIC 9(07)V9(02).
           05  Order-Balance-Due   PIC 9(07)V9(02).
           05  Order-Status        PIC X(01).
               88  Order-Open        VALUE "O".
               88  Order-Picked      VALUE "P".
               88  Order-Part-Shipped VALUE "T".
               88  Order-Shipped     VALUE "S".
               88  Order-Invoiced    VALUE "I".
               88  Order-Cancelled   VALUE "C".
               88  Order-Credit-Held VALUE "H".
               88  Order-Finance-Charge VALUE "F".
               88  Order-Awaiting-Payment VALUE "A".
               88  Order-Margin-Held VALUE "M".
           05  Order-Req-Ship-Date PIC X(08).
           05  Order-Priority      PIC X(01).
           05  Order-Cancel-Reason PIC X(03).
           05  Order-Summary-Flag  PIC X(01).
               88  Order-Summarized      VALUE "Y".
               88  Order-Not-Summarized  VALUE "N".
           05  Order-Invoice-No    PIC 9(07).
           05  Order-Rep-Code      PIC X(03).
           05  Order-Freight-Amount PIC 9(05)V9(02).
      * The customer's trading currency booked onto the order at
      * creation, the exchange rate it was booked at (home units per
      * one foreign unit), and the order total restated in the
      * customer's currency. A home-currency order carries spaces
      * and a rate of one.
           05  Order-Currency-Code PIC X(03).
           05  Order-Exchange-Rate PIC 9(03)V9(06).
           05  Order-Foreign-Total PIC 9(09)V9(02).
      * When the money falls due - the order date plus the
      * customer's payment terms, computed at creation. Receivables
      * aging, the credit-hold sweep, and the dunning run measure
      * lateness against this date, not the order date.
           05  Order-Due-Date      PIC X(08).
      * The customer's own purchase order number, captured at entry
      * so their paperwork and ours can be matched without the
      * twenty-questions call.
           05  Order-Cust-PO-Ref   PIC X(15).
      * The carrier the customer asked to ship with, keyed at entry -
      * spaces for no preference. Pick waves can be built for one
      * carrier's collection, and a shipment keyed with no carrier
      * goes with this one.
           05  Order-Carrier-Code  PIC X(03).
      * The pick wave the order was released to the warehouse in -
      * see PICKLIST's wave mode. Zero until the order is waved.
           05  Order-Wave-No       PIC 9(07).

       FD  CustomerFile.
       01  Customer-Record.
           05  Customer-Code       PIC 9(07).
           05  Customer-Name       PIC X(15).
      * Structured postal address - street line, city, and postal
      * code, with the region the record always carried. The street
      * was a single twelve-byte line for years; the post office
      * bounced enough mail to end that.
           05  Customer-Add        PIC X(25).
           05  Customer-City       PIC X(15).
           05  Customer-Postal-Code PIC X(10).
           05  Customer-Region     PIC X(03).
           05  Customer-Contact-No PIC X(10).
           05  Customer-Email      PIC X(40).
           05  Credit-Hold-Flag    PIC X(01).
               88  Customer-On-Hold     VALUE "Y".
               88  Customer-Not-On-Hold VALUE "N".
           05  Customer-Credit-Limit  PIC 9(07)V9(02).
           05  Customer-Open-Exposure PIC 9(07)V9(02).
           05  Customer-Status        PIC X(01).
               88  Customer-Active       VALUE "A".
               88  Customer-Deleted      VALUE "D".
           05  Customer-Tax-Exempt-Flag PIC X(01).
               88  Customer-Tax-Exempt   VALUE "Y".
               88  Customer-Taxable      VALUE "N".
           05  Customer-Tax-Cert-Ref  PIC X(12).
           05  Customer-Rep-Code      PIC X(03).
           05  Customer-Currency-Code PIC X(03).
           05  Customer-Terms-Code    PIC X(03).
      * "Y" when the customer takes an advance ship notice for
      * each shipment - see ASNOUT. Anything else sends none.
           05  Customer-ASN-Flag      PIC X(01).
               88  Customer-Wants-ASN   VALUE "Y".
      * The head-office account that pays this branch's bills -
      * its credit is measured against the head office's combined
      * limit, and its orders appear on the head office's statement
      * and dunning letter. Zero when the customer pays its own
      * bills. One level only: a head office is never itself a
      * branch. Maintained under the credit permission in DETAILS.
           05  Customer-Bill-To-Code  PIC 9(07).
      * "Y" exempts the account from the month-end finance charge
      * FINCHRG assesses on overdue balances - a negotiated waiver
      * or a customer credit control has agreed not to charge. Tax-
      * exempt accounts are never charged either way. Set only under
      * the credit permission in DETAILS.
           05  Customer-Fin-Chg-Flag  PIC X(01).
               88  Customer-Fin-Chg-Exempt VALUE "Y".

       FD  ShipToFile.
       01  Ship-To-Record.
           05  Ship-To-Key.
               10  Customer-Code       PIC 9(07).
               10  Ship-To-Seq         PIC 9(03).
           05  Ship-To-Name            PIC X(15).
           05  Ship-To-Address         PIC X(25).
           05  Ship-To-City            PIC X(15).
           05  Ship-To-Postal-Code     PIC X(10).
           05  Ship-To-Region          PIC X(03).

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

       FD  RegionFile.
       01  Region-Record.
           05  Region-Code            PIC X(03).
           05  Region-Name            PIC X(15).
           05  Region-Tax-Rate        PIC 9(01)V9(03).
           05  Region-Status          PIC X(01).
               88  Region-Active            VALUE "A".
               88  Region-Inactive          VALUE "I".
      * Effective-dated rate entries staged in rising date order -
      * the rate in force on a given date is the latest entry whose
      * effective date is on or before it. A date earlier than every
      * entry, or an empty table, falls back to Region-Tax-Rate, the
      * rate the region always carried.
           05  Region-Rate-Entry OCCURS 3 TIMES.
               10  Region-Eff-Date     PIC X(08).
               10  Region-Eff-Rate     PIC 9(01)V9(03).
      * The carrier service standard for deliveries into the region,
      * in working days from shipment - zero takes CARRSCOR's house
      * standard.
           05  Region-Service-Days    PIC 9(02).

       FD  CalendarFile.
       01  Work-Calendar-Record.
           05  WC-Date             PIC X(08).
           05  WC-Desc             PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-Shipment-File-Status PIC X(02).
       01  WS-File-Status         PIC X(02).
       01  WS-Cust-File-Status    PIC X(02).
       01  WS-Ship-To-File-Status PIC X(02).
       01  WS-Carrier-File-Status PIC X(02).
       01  WS-Region-File-Status  PIC X(02).
       01  WS-Calendar-File-Status PIC X(02).

       01  WS-PERIOD              PIC X(06).

      * The service standard, in working days, for a region that
      * does not carry its own. Change this value to retune it.
       01  WS-HOUSE-SERVICE-DAYS  PIC 9(02) VALUE 05.

      * Scratch for the working-day count - every day after the ship
      * date up to and including the delivered date counts unless it
      * is a Sunday or on the non-working calendar. Day one of the
      * date integer is a Monday, so a remainder of zero is a Sunday.
       01  WS-WD-NUM              PIC 9(08).
       01  WS-WD-INTEGER          PIC S9(09) COMP.
       01  WS-WD-END-INTEGER      PIC S9(09) COMP.
       01  WS-WD-REM              PIC 9(01).
       01  WS-TRANSIT-DAYS        PIC 9(03).

      * The package in hand - where it went and that region's
      * standard.
       01  WS-SHIP-REGION         PIC X(03).
       01  WS-SERVICE-DAYS        PIC 9(02).

      * This month's packages by carrier and destination region,
      * gathered unsorted and then ranked by carrier and region with
      * the same exchange sort TOPCUST uses.
       01  WS-SCORE-TABLE.
           05  WS-SCORE-ENTRY OCCURS 500 TIMES.
               10  WS-SC-CARRIER      PIC X(03).
               10  WS-SC-REGION       PIC X(03).
               10  WS-SC-STANDARD     PIC 9(02).
               10  WS-SC-SHIPPED      PIC 9(05).
               10  WS-SC-DELIVERED    PIC 9(05).
               10  WS-SC-ON-TIME      PIC 9(05).
               10  WS-SC-TRANSIT-SUM  PIC 9(07).
               10  WS-SC-WORST        PIC 9(03).
       01  WS-SCORE-COUNT         PIC 9(03) VALUE ZEROS.
       01  WS-SCORE-IDX           PIC 9(03).
       01  WS-OUTER-IDX           PIC 9(03).
       01  WS-INNER-IDX           PIC 9(03).
       01  WS-INNER-LIMIT         PIC 9(03).
       01  WS-SWAP-ENTRY          PIC X(33).

      * The carrier being printed - its totals across every region,
      * printed once its last region line is out.
       01  WS-BREAK-CARRIER       PIC X(03).
       01  WS-CR-SHIPPED          PIC 9(07).
       01  WS-CR-DELIVERED        PIC 9(07).
       01  WS-CR-ON-TIME          PIC 9(07).
       01  WS-CR-TRANSIT-SUM      PIC 9(09).
       01  WS-CR-WORST            PIC 9(03).
       01  WS-UNCONFIRMED         PIC 9(07).
       01  WS-AVG-TRANSIT         PIC 9(03)V9(01).
       01  WS-ON-TIME-PCT         PIC 9(03)V9(01).

       01  WS-SHIPMENT-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
           88  WS-TABLE-OVERFLOWED  VALUE "Y".
       01  WS-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND       VALUE "Y".
           88  WS-ENTRY-NOT-FOUND   VALUE "N".
       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CARRIER PERFORMANCE SCORECARD STARTING".
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIOD.
           OPEN INPUT ShipmentFile.
           OPEN INPUT OrderFile.
           OPEN INPUT CustomerFile.
           OPEN INPUT ShipToFile.
           OPEN INPUT CarrierFile.
           OPEN INPUT RegionFile.
           OPEN INPUT CalendarFile.

           MOVE ZEROS TO SD-Order-Code.
           MOVE ZEROS TO SD-Ship-Seq.
           START ShipmentFile KEY IS GREATER THAN OR EQUAL
               Shipment-Key
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM SCORE-ONE-SHIPMENT
               UNTIL WS-END-OF-FILE.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "SCORECARD TABLE CAPACITY EXCEEDED - "
                   "REPORT INCOMPLETE"
           END-IF.

           PERFORM SORT-OUTER-PASS
               VARYING WS-OUTER-IDX FROM 1 BY 1
               UNTIL WS-OUTER-IDX >= WS-SCORE-COUNT.

           DISPLAY "CARRIER PERFORMANCE SCORECARD FOR " WS-PERIOD.
           MOVE SPACES TO WS-BREAK-CARRIER.
           PERFORM PRINT-ONE-REGION
               VARYING WS-SCORE-IDX FROM 1 BY 1
               UNTIL WS-SCORE-IDX > WS-SCORE-COUNT.
           IF WS-BREAK-CARRIER NOT = SPACES
               PERFORM PRINT-CARRIER-TOTAL
           END-IF.

           CLOSE ShipmentFile.
           CLOSE OrderFile.
           CLOSE CustomerFile.
           CLOSE ShipToFile.
           CLOSE CarrierFile.
           CLOSE RegionFile.
           CLOSE CalendarFile.
           DISPLAY "CARRIER PERFORMANCE SCORECARD COMPLETE - "
               "PACKAGES SCORED: " WS-SHIPMENT-COUNT.
           STOP RUN.

       SCORE-ONE-SHIPMENT.
           READ ShipmentFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF SD-Ship-Date(1:6) = WS-PERIOD
                       ADD 1 TO WS-SHIPMENT-COUNT
                       PERFORM FIND-SHIPMENT-REGION
                       PERFORM FIND-SCORE-ENTRY
                       IF WS-ENTRY-FOUND
                           PERFORM ADD-SHIPMENT-TO-SCORE
                       END-IF
                   END-IF
           END-READ.

       FIND-SHIPMENT-REGION.
      * The region the package went into - the order's ship-to
      * address when it has one, else the customer's own region -
      * and that region's service standard. An order no longer on
      * the live file scores under a blank region at the house
      * standard.
           MOVE SPACES TO WS-SHIP-REGION.
           MOVE SD-Order-Code TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM FIND-ORDER-REGION
           END-READ.
           MOVE WS-HOUSE-SERVICE-DAYS TO WS-SERVICE-DAYS.
           IF WS-SHIP-REGION NOT = SPACES
               MOVE WS-SHIP-REGION TO Region-Code
               READ RegionFile KEY IS Region-Code
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Region-Service-Days > ZEROS
                           MOVE Region-Service-Days TO WS-SERVICE-DAYS
                       END-IF
               END-READ
           END-IF.

       FIND-ORDER-REGION.
           IF Order-Ship-To-Seq > ZEROS
               MOVE Customer-Code OF Order-Header-Record
                   TO Customer-Code OF Ship-To-Key
               MOVE Order-Ship-To-Seq TO Ship-To-Seq
               READ ShipToFile KEY IS Ship-To-Key
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Ship-To-Region TO WS-SHIP-REGION
               END-READ
           END-IF.
           IF WS-SHIP-REGION = SPACES
               MOVE Customer-Code OF Order-Header-Record
                   TO Customer-Code OF Customer-Record
               READ CustomerFile KEY IS Customer-Code OF Customer-Record
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Customer-Region TO WS-SHIP-REGION
               END-READ
           END-IF.

       FIND-SCORE-ENTRY.
      * Locate the carrier and region in the table, opening a new
      * entry for a pair not yet seen. WS-SCORE-IDX is left on the
      * entry when one is found or opened.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM CHECK-ONE-SCORE-ENTRY
               VARYING WS-SCORE-IDX FROM 1 BY 1
               UNTIL WS-SCORE-IDX > WS-SCORE-COUNT OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-SCORE-IDX
           ELSE
               IF WS-SCORE-COUNT < 500
                   ADD 1 TO WS-SCORE-COUNT
                   MOVE WS-SCORE-COUNT TO WS-SCORE-IDX
                   MOVE SD-Carrier-Code TO WS-SC-CARRIER(WS-SCORE-IDX)
                   MOVE WS-SHIP-REGION TO WS-SC-REGION(WS-SCORE-IDX)
                   MOVE WS-SERVICE-DAYS TO WS-SC-STANDARD(WS-SCORE-IDX)
                   MOVE ZEROS TO WS-SC-SHIPPED(WS-SCORE-IDX)
                   MOVE ZEROS TO WS-SC-DELIVERED(WS-SCORE-IDX)
                   MOVE ZEROS TO WS-SC-ON-TIME(WS-SCORE-IDX)
                   MOVE ZEROS TO WS-SC-TRANSIT-SUM(WS-SCORE-IDX)
                   MOVE ZEROS TO WS-SC-WORST(WS-SCORE-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-SCORE-ENTRY.
           IF WS-SC-CARRIER(WS-SCORE-IDX) = SD-Carrier-Code
               AND WS-SC-REGION(WS-SCORE-IDX) = WS-SHIP-REGION
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       ADD-SHIPMENT-TO-SCORE.
      * A package with no delivered date is counted shipped but not
      * delivered; one delivered is timed and held to its region's
      * standard.
           ADD 1 TO WS-SC-SHIPPED(WS-SCORE-IDX).
           IF SD-Delivered-Date NOT = SPACES
               PERFORM COUNT-TRANSIT-DAYS
               ADD 1 TO WS-SC-DELIVERED(WS-SCORE-IDX)
               ADD WS-TRANSIT-DAYS TO WS-SC-TRANSIT-SUM(WS-SCORE-IDX)
               IF WS-TRANSIT-DAYS > WS-SC-WORST(WS-SCORE-IDX)
                   MOVE WS-TRANSIT-DAYS TO WS-SC-WORST(WS-SCORE-IDX)
               END-IF
               IF WS-TRANSIT-DAYS NOT > WS-SC-STANDARD(WS-SCORE-IDX)
                   ADD 1 TO WS-SC-ON-TIME(WS-SCORE-IDX)
               END-IF
           END-IF.

       COUNT-TRANSIT-DAYS.
           MOVE ZEROS TO WS-TRANSIT-DAYS.
           MOVE SD-Ship-Date TO WS-WD-NUM.
           COMPUTE WS-WD-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WD-NUM).
           MOVE SD-Delivered-Date TO WS-WD-NUM.
           COMPUTE WS-WD-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WD-NUM).
           ADD 1 TO WS-WD-INTEGER.
           PERFORM COUNT-ONE-TRANSIT-DAY
               UNTIL WS-WD-INTEGER > WS-WD-END-INTEGER
                   OR WS-TRANSIT-DAYS = 999.

       COUNT-ONE-TRANSIT-DAY.
           COMPUTE WS-WD-REM =
               FUNCTION REM(WS-WD-INTEGER, 7).
           IF WS-WD-REM NOT = ZEROS
               COMPUTE WS-WD-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-WD-INTEGER)
               MOVE WS-WD-NUM TO WC-Date
               READ CalendarFile KEY IS WC-Date
                   INVALID KEY
                       ADD 1 TO WS-TRANSIT-DAYS
               END-READ
           END-IF.
           ADD 1 TO WS-WD-INTEGER.

       SORT-OUTER-PASS.
           COMPUTE WS-INNER-LIMIT = WS-SCORE-COUNT - WS-OUTER-IDX.
           PERFORM SORT-INNER-PASS
               VARYING WS-INNER-IDX FROM 1 BY 1
               UNTIL WS-INNER-IDX > WS-INNER-LIMIT.

       SORT-INNER-PASS.
           IF WS-SC-CARRIER(WS-INNER-IDX) >
                   WS-SC-CARRIER(WS-INNER-IDX + 1)
               OR (WS-SC-CARRIER(WS-INNER-IDX) =
                   WS-SC-CARRIER(WS-INNER-IDX + 1)
               AND WS-SC-REGION(WS-INNER-IDX) >
                   WS-SC-REGION(WS-INNER-IDX + 1))
               PERFORM SWAP-SCORE-ENTRIES
           END-IF.

       SWAP-SCORE-ENTRIES.
           MOVE WS-SCORE-ENTRY(WS-INNER-IDX) TO WS-SWAP-ENTRY.
           MOVE WS-SCORE-ENTRY(WS-INNER-IDX + 1)
               TO WS-SCORE-ENTRY(WS-INNER-IDX).
           MOVE WS-SWAP-ENTRY TO WS-SCORE-ENTRY(WS-INNER-IDX + 1).

       PRINT-ONE-REGION.
      * A carrier's heading on its first region, then one line per
      * region it delivered into.
           IF WS-SC-CARRIER(WS-SCORE-IDX) NOT = WS-BREAK-CARRIER
               IF WS-BREAK-CARRIER NOT = SPACES
                   PERFORM PRINT-CARRIER-TOTAL
               END-IF
               PERFORM START-CARRIER
           END-IF.
           ADD WS-SC-SHIPPED(WS-SCORE-IDX) TO WS-CR-SHIPPED.
           ADD WS-SC-DELIVERED(WS-SCORE-IDX) TO WS-CR-DELIVERED.
           ADD WS-SC-ON-TIME(WS-SCORE-IDX) TO WS-CR-ON-TIME.
           ADD WS-SC-TRANSIT-SUM(WS-SCORE-IDX) TO WS-CR-TRANSIT-SUM.
           IF WS-SC-WORST(WS-SCORE-IDX) > WS-CR-WORST
               MOVE WS-SC-WORST(WS-SCORE-IDX) TO WS-CR-WORST
           END-IF.

           MOVE ZEROS TO WS-AVG-TRANSIT.
           MOVE ZEROS TO WS-ON-TIME-PCT.
           IF WS-SC-DELIVERED(WS-SCORE-IDX) > ZEROS
               COMPUTE WS-AVG-TRANSIT ROUNDED =
                   WS-SC-TRANSIT-SUM(WS-SCORE-IDX)
                   / WS-SC-DELIVERED(WS-SCORE-IDX)
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   WS-SC-ON-TIME(WS-SCORE-IDX) * 100
                   / WS-SC-DELIVERED(WS-SCORE-IDX)
           END-IF.
           COMPUTE WS-UNCONFIRMED =
               WS-SC-SHIPPED(WS-SCORE-IDX)
               - WS-SC-DELIVERED(WS-SCORE-IDX).
           DISPLAY "    REGION " WS-SC-REGION(WS-SCORE-IDX)
               " STANDARD " WS-SC-STANDARD(WS-SCORE-IDX)
               " SHIPPED " WS-SC-SHIPPED(WS-SCORE-IDX)
               " AVG " WS-AVG-TRANSIT
               " WORST " WS-SC-WORST(WS-SCORE-IDX)
               " WITHIN STD " WS-ON-TIME-PCT "%"
               " NOT CONFIRMED " WS-UNCONFIRMED.

       START-CARRIER.
           MOVE WS-SC-CARRIER(WS-SCORE-IDX) TO WS-BREAK-CARRIER.
           MOVE ZEROS TO WS-CR-SHIPPED.
           MOVE ZEROS TO WS-CR-DELIVERED.
           MOVE ZEROS TO WS-CR-ON-TIME.
           MOVE ZEROS TO WS-CR-TRANSIT-SUM.
           MOVE ZEROS TO WS-CR-WORST.
           MOVE WS-BREAK-CARRIER TO Carrier-Code.
           READ CarrierFile KEY IS Carrier-Code
               INVALID KEY
                   MOVE "NOT ON FILE" TO Carrier-Name
           END-READ.
           DISPLAY " ".
           DISPLAY "CARRIER " WS-BREAK-CARRIER " " Carrier-Name.

       PRINT-CARRIER-TOTAL.
      * Working days are averaged over the packages confirmed
      * delivered; the standard share is of those delivered too.
           MOVE ZEROS TO WS-AVG-TRANSIT.
           MOVE ZEROS TO WS-ON-TIME-PCT.
           IF WS-CR-DELIVERED > ZEROS
               COMPUTE WS-AVG-TRANSIT ROUNDED =
                   WS-CR-TRANSIT-SUM / WS-CR-DELIVERED
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   WS-CR-ON-TIME * 100 / WS-CR-DELIVERED
           END-IF.
           COMPUTE WS-UNCONFIRMED = WS-CR-SHIPPED - WS-CR-DELIVERED.
           DISPLAY "  TOTAL SHIPPED " WS-CR-SHIPPED
               " AVG TRANSIT " WS-AVG-TRANSIT
               " WORST " WS-CR-WORST
               " WITHIN STD " WS-ON-TIME-PCT "%"
               " NEVER CONFIRMED " WS-UNCONFIRMED.
