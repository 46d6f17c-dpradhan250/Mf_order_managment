       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASNOUT.

      * Nightly outbound advance ship notice feed. Every shipment on
      * Shipment.Detail.KSDS not yet decided is looked at once: for a
      * customer flagged to take notices it is written to the feed -
      * our order number, their PO reference, ship date, carrier and
      * tracking reference, and each line shipped with its quantity
      * and lot, under the customer's own item number where the
      * cross-reference knows one - and the shipment is stamped sent;
      * for any other customer it is stamped not wanted. A shipment
      * is never looked at again once stamped, so none is sent twice
      * and a customer newly flagged gets notices from then on, not
      * for its whole history.
      *
      * The feed opens with a header and closes with the same kind
      * of control trailer ORDEXTR writes, and the job carries its
      * own restart checkpoint the same way, so a rerun after an
      * abend extends the feed and the trailer still covers every
      * notice in it.

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

           SELECT OrderLineFile ASSIGN TO "Order.LineItem.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Order-Line-Key
               FILE STATUS IS WS-Line-File-Status.

           SELECT CustomerFile ASSIGN TO "Customer.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Customer-Code OF Customer-Record
               FILE STATUS IS WS-Cust-File-Status.

           SELECT CustXrefFile ASSIGN TO "Cust.Item.Xref.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Cust-Xref-Key
               FILE STATUS IS WS-Xref-File-Status.

           SELECT AsnFile ASSIGN TO "Advance.Ship.Notice"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Asn-File-Status.

           SELECT CheckpointFile ASSIGN TO "Checkpoint.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-Job-Code
               FILE STATUS IS WS-Checkpoint-File-Status.

           SELECT BusinessDateFile ASSIGN TO "Business.Date.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BD-Control-Key
               FILE STATUS IS WS-BizDate-File-Status.

           SELECT RunControlFile ASSIGN TO "Run.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-Job-Code
               FILE STATUS IS WS-Run-Control-Status.

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

       FD  OrderLineFile.
       01  Order-Line-Record.
           05  Order-Line-Key.
               10  Order-Code          PIC 9(07).
               10  Line-Number         PIC 9(03).
           05  Item-Code               PIC 9(07).
           05  Item-Qty                PIC 9(05).
           05  Line-Unit-Price         PIC 9(05)V9(02).
           05  Line-Amount             PIC 9(07)V9(02).
           05  Line-Status             PIC X(01).
               88  Line-Open             VALUE "O".
               88  Line-Shipped          VALUE "S".
           05  Line-Warehouse          PIC X(02).
           05  Line-Lot-No             PIC X(10).
           05  Line-Unit-Cost          PIC 9(05)V9(02).
      * How the line is filled - picked from our own stock, or
      * drop-shipped by the supplier against the purchase order raised
      * for it when the line was committed, whose number is kept here.
           05  Line-Type               PIC X(01).
               88  Line-From-Stock       VALUE "S".
               88  Line-Drop-Ship        VALUE "D".
           05  Line-PO-Number          PIC 9(07).

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

       FD  CustXrefFile.
       01  Cust-Item-Xref-Record.
           05  Cust-Xref-Key.
               10  CX-Customer-Code PIC 9(07).
               10  CX-Cust-Item-No  PIC X(15).
           05  CX-Item-Code        PIC 9(07).

       FD  AsnFile.
      * The feed carries four record types, told apart by the first
      * byte - one header, then per shipment a notice followed by its
      * lines, then the control trailer.
       01  Asn-Header-Record.
           05  AH-Record-Type      PIC X(01).
           05  AH-Business-Date    PIC X(08).
           05  AH-Created-Date     PIC X(08).
           05  AH-Created-Time     PIC X(06).
           05  FILLER              PIC X(51).

       01  Asn-Notice-Record.
           05  AN-Record-Type      PIC X(01).
           05  AN-Customer-Code    PIC 9(07).
           05  AN-Order-Code       PIC 9(07).
           05  AN-Ship-Seq         PIC 9(03).
           05  AN-Cust-PO-Ref      PIC X(15).
           05  AN-Ship-Date        PIC X(08).
           05  AN-Carrier-Code     PIC X(03).
           05  AN-Tracking-Ref     PIC X(20).
           05  AN-Line-Count       PIC 9(03).
           05  FILLER              PIC X(07).

       01  Asn-Line-Record.
           05  AL-Record-Type      PIC X(01).
           05  AL-Order-Code       PIC 9(07).
           05  AL-Ship-Seq         PIC 9(03).
           05  AL-Line-Number      PIC 9(03).
           05  AL-Item-Code        PIC 9(07).
           05  AL-Cust-Item-No     PIC X(15).
           05  AL-Qty-Shipped      PIC 9(05).
           05  AL-Lot-No           PIC X(10).
           05  FILLER              PIC X(23).

      * Control trailer - the notice count, the count of every
      * detail record (notices and lines), and the hashed total of
      * the quantities shipped, covering records written before a
      * mid-run abend and restart as well.
       01  Asn-Trailer-Record.
           05  AT-Record-Type      PIC X(01).
           05  AT-Notice-Count     PIC 9(07).
           05  AT-Record-Count     PIC 9(07).
           05  AT-Qty-Total        PIC 9(11).
           05  FILLER              PIC X(48).

       FD  CheckpointFile.
      * The running record count and amount totals ride the
      * checkpoint alongside the restart position, so the trailer
      * written at the end of a resumed run still covers the records
      * written before the abend.
       01  Checkpoint-Record.
           05  CP-Job-Code         PIC X(08).
           05  CP-Last-Order-Code  PIC 9(07).
           05  CP-Run-Complete     PIC X(01).
               88  CP-Complete       VALUE "Y".
               88  CP-Incomplete     VALUE "N".
           05  CP-Record-Count     PIC 9(07).
           05  CP-Amount-Total     PIC 9(11)V9(02).
           05  CP-Tax-Total        PIC 9(11)V9(02).

       FD  BusinessDateFile.
       01  Business-Date-Record.
           05  BD-Control-Key      PIC X(01).
           05  BD-Business-Date    PIC X(08).

       FD  RunControlFile.
       01  Run-Control-Record.
           05  RC-Job-Code         PIC X(08).
           05  RC-Last-Run-Date    PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-BizDate-File-Status PIC X(02).
       01  WS-Run-Control-Status  PIC X(02).
       01  WS-BUSINESS-DATE       PIC X(08).
       01  WS-Shipment-File-Status PIC X(02).
       01  WS-File-Status         PIC X(02).
       01  WS-Line-File-Status    PIC X(02).
       01  WS-Cust-File-Status    PIC X(02).
       01  WS-Xref-File-Status    PIC X(02).
       01  WS-Asn-File-Status     PIC X(02).
       01  WS-Checkpoint-File-Status PIC X(02).
       01  WS-NOW                 PIC X(21).
       01  WS-NOTICE-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-NOT-WANTED-COUNT    PIC 9(05) VALUE ZEROS.

      * Shipments owed a notice, gathered ahead of sending so the
      * shipment file is free to be browsed again for each one. A
      * shipment that does not fit stays undecided and goes out on
      * the next run.
       01  WS-SEND-TABLE.
           05  WS-SEND-ENTRY OCCURS 2000 TIMES.
               10  WS-SEND-ORDER      PIC 9(07).
               10  WS-SEND-SEQ        PIC 9(03).
       01  WS-SEND-COUNT          PIC 9(04) VALUE ZEROS.
       01  WS-SEND-IDX            PIC 9(04).

      * The customer decision for the order last looked at - an
      * order's shipments are read together, so it is read once.
       01  WS-LAST-ORDER          PIC 9(07) VALUE ZEROS.
       01  WS-ASN-WANTED-SWITCH   PIC X(01) VALUE "N".
           88  WS-ASN-WANTED        VALUE "Y".
           88  WS-ASN-NOT-WANTED    VALUE "N".

      * The order's lines that shipped on a shipment of their own. A
      * whole-order shipment carries a line number of zero and covers
      * every shipped line not listed here.
       01  WS-ALONE-TABLE.
           05  WS-ALONE-LINE OCCURS 100 TIMES PIC 9(03).
       01  WS-ALONE-COUNT         PIC 9(03) VALUE ZEROS.
       01  WS-ALONE-IDX           PIC 9(03).
       01  WS-REQ-ORDER           PIC 9(07).

      * The lines of the shipment being sent, gathered first so the
      * notice can carry its line count.
       01  WS-ASN-LINE-TABLE.
           05  WS-ASN-LINE-ENTRY OCCURS 100 TIMES.
               10  WS-ASN-LINE-NO     PIC 9(03).
               10  WS-ASN-ITEM        PIC 9(07).
               10  WS-ASN-CUST-ITEM   PIC X(15).
               10  WS-ASN-QTY         PIC 9(05).
               10  WS-ASN-LOT         PIC X(10).
       01  WS-ASN-LINE-COUNT      PIC 9(03) VALUE ZEROS.
       01  WS-ASN-LINE-IDX        PIC 9(03).

      * The customer's part numbers, loaded once per notice.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 200 TIMES.
               10  WS-XREF-CUST-ITEM  PIC X(15).
               10  WS-XREF-ITEM       PIC 9(07).
       01  WS-XREF-COUNT          PIC 9(03) VALUE ZEROS.
       01  WS-XREF-IDX            PIC 9(03).
       01  WS-XREF-CUSTOMER       PIC 9(07).
       01  WS-CUST-ITEM-NO        PIC X(15).

       01  WS-LINE-IDX            PIC 9(03).
       01  WS-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
           88  WS-TABLE-OVERFLOWED  VALUE "Y".
       01  WS-IN-SHIPMENT-SWITCH  PIC X(01) VALUE "N".
           88  WS-LINE-IN-SHIPMENT  VALUE "Y".
           88  WS-LINE-NOT-IN-SHIPMENT VALUE "N".
       01  WS-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND       VALUE "Y".
           88  WS-ENTRY-NOT-FOUND   VALUE "N".
       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".
       01  WS-BROWSE-SWITCH       PIC X(01) VALUE "N".
           88  WS-BROWSE-END        VALUE "Y".
           88  WS-BROWSE-NOT-END    VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ESTABLISH-BUSINESS-DATE.
           DISPLAY "ADVANCE SHIP NOTICE FEED STARTING".
           OPEN I-O ShipmentFile.
           OPEN INPUT OrderFile.
           OPEN INPUT OrderLineFile.
           OPEN INPUT CustomerFile.
           OPEN INPUT CustXrefFile.
           OPEN I-O CheckpointFile.

           PERFORM ESTABLISH-CHECKPOINT.

      * A restart resuming after an abend extends the feed already on
      * file; anything else starts it over with a fresh header.
           IF CP-Incomplete AND CP-Last-Order-Code NOT = ZEROS
               OPEN EXTEND AsnFile
           ELSE
               OPEN OUTPUT AsnFile
               PERFORM WRITE-FEED-HEADER
           END-IF.

           PERFORM GATHER-PENDING-SHIPMENTS.
           IF WS-TABLE-OVERFLOWED
               DISPLAY "NOTICE TABLE CAPACITY EXCEEDED - SHIPMENTS "
                   "BEYOND 2000 GO OUT ON THE NEXT RUN"
           END-IF.

           PERFORM SEND-ONE-NOTICE
               VARYING WS-SEND-IDX FROM 1 BY 1
               UNTIL WS-SEND-IDX > WS-SEND-COUNT.

           PERFORM WRITE-CONTROL-TRAILER.

           SET CP-Complete TO TRUE.
           REWRITE Checkpoint-Record
               INVALID KEY
                   CONTINUE.

           CLOSE ShipmentFile.
           CLOSE OrderFile.
           CLOSE OrderLineFile.
           CLOSE CustomerFile.
           CLOSE CustXrefFile.
           CLOSE AsnFile.
           CLOSE CheckpointFile.
           DISPLAY "ADVANCE SHIP NOTICE FEED COMPLETE - NOTICES SENT: "
               WS-NOTICE-COUNT " NOT WANTED: " WS-NOT-WANTED-COUNT
               " FEED NOTICES: " CP-Tax-Total.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

       ESTABLISH-CHECKPOINT.
      * Find out whether this job is resuming after an abend or
      * starting a fresh run. For this job the checkpoint's amount
      * total carries the hashed quantity shipped and its tax total
      * the notice count, alongside the detail record count.
           MOVE "ASNOUT  " TO CP-Job-Code.
           READ CheckpointFile KEY IS CP-Job-Code
               INVALID KEY
                   MOVE ZEROS TO CP-Last-Order-Code
                   MOVE ZEROS TO CP-Record-Count
                   MOVE ZEROS TO CP-Amount-Total
                   MOVE ZEROS TO CP-Tax-Total
                   SET CP-Incomplete TO TRUE
                   WRITE Checkpoint-Record
               NOT INVALID KEY
                   IF CP-Complete
                       MOVE ZEROS TO CP-Last-Order-Code
                       MOVE ZEROS TO CP-Record-Count
                       MOVE ZEROS TO CP-Amount-Total
                       MOVE ZEROS TO CP-Tax-Total
                       SET CP-Incomplete TO TRUE
                       REWRITE Checkpoint-Record
                   ELSE
                       DISPLAY "RESUMING FROM CHECKPOINT AT ORDER: "
                           CP-Last-Order-Code
                   END-IF.

       WRITE-FEED-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE SPACES TO Asn-Header-Record.
           MOVE "H" TO AH-Record-Type.
           MOVE WS-BUSINESS-DATE TO AH-Business-Date.
           MOVE WS-NOW(1:8) TO AH-Created-Date.
           MOVE WS-NOW(9:6) TO AH-Created-Time.
           WRITE Asn-Header-Record.

       GATHER-PENDING-SHIPMENTS.
      * Decide every shipment still undecided. One whose customer
      * takes no notices is stamped not wanted on the spot; the rest
      * are held for sending. A restart picks up at the order the
      * checkpoint last sent for - everything behind it is already
      * stamped.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE CP-Last-Order-Code TO SD-Order-Code.
           MOVE ZEROS TO SD-Ship-Seq.
           START ShipmentFile KEY IS GREATER THAN OR EQUAL
               Shipment-Key
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM DECIDE-ONE-SHIPMENT
               UNTIL WS-END-OF-FILE.

       DECIDE-ONE-SHIPMENT.
           READ ShipmentFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF SD-ASN-Pending
                       PERFORM CHECK-CUSTOMER-WANTS-ASN
                       IF WS-ASN-WANTED
                           PERFORM HOLD-FOR-SENDING
                       ELSE
                           PERFORM STAMP-NOT-WANTED
                       END-IF
                   END-IF
           END-READ.

       CHECK-CUSTOMER-WANTS-ASN.
      * An order no longer on the live file was archived long since
      * and is not owed a notice now.
           IF SD-Order-Code NOT = WS-LAST-ORDER
               MOVE SD-Order-Code TO WS-LAST-ORDER
               SET WS-ASN-NOT-WANTED TO TRUE
               MOVE SD-Order-Code TO Order-Code OF Order-Header-Record
               READ OrderFile KEY IS Order-Code OF Order-Header-Record
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Customer-Code OF Order-Header-Record
                           TO Customer-Code OF Customer-Record
                       READ CustomerFile
                           KEY IS Customer-Code OF Customer-Record
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF Customer-Wants-ASN
                                   SET WS-ASN-WANTED TO TRUE
                               END-IF
                       END-READ
               END-READ
           END-IF.

       HOLD-FOR-SENDING.
           IF WS-SEND-COUNT < 2000
               ADD 1 TO WS-SEND-COUNT
               MOVE SD-Order-Code TO WS-SEND-ORDER(WS-SEND-COUNT)
               MOVE SD-Ship-Seq TO WS-SEND-SEQ(WS-SEND-COUNT)
           ELSE
               SET WS-TABLE-OVERFLOWED TO TRUE
           END-IF.

       STAMP-NOT-WANTED.
           SET SD-ASN-Not-Wanted TO TRUE.
           MOVE WS-BUSINESS-DATE TO SD-ASN-Date.
           REWRITE Shipment-Detail-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-NOT-WANTED-COUNT
           END-REWRITE.

       SEND-ONE-NOTICE.
      * The order's shipments are browsed first, to learn which lines
      * went out on shipments of their own, and only then is the
      * shipment being sent read back - still undecided, or it was
      * sent by an earlier attempt at this run.
           MOVE WS-SEND-ORDER(WS-SEND-IDX)
               TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM LOAD-LINES-SHIPPED-ALONE
                   MOVE WS-SEND-ORDER(WS-SEND-IDX) TO SD-Order-Code
                   MOVE WS-SEND-SEQ(WS-SEND-IDX) TO SD-Ship-Seq
                   READ ShipmentFile KEY IS Shipment-Key
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SD-ASN-Pending
                               PERFORM WRITE-SHIPMENT-NOTICE
                           END-IF
                   END-READ
           END-READ.

       LOAD-LINES-SHIPPED-ALONE.
           MOVE ZEROS TO WS-ALONE-COUNT.
           MOVE WS-SEND-ORDER(WS-SEND-IDX) TO WS-REQ-ORDER.
           SET WS-BROWSE-NOT-END TO TRUE.
           MOVE WS-REQ-ORDER TO SD-Order-Code.
           MOVE ZEROS TO SD-Ship-Seq.
           START ShipmentFile KEY IS GREATER THAN OR EQUAL
               Shipment-Key
               INVALID KEY
                   SET WS-BROWSE-END TO TRUE.
           PERFORM LOAD-ONE-ALONE-LINE
               UNTIL WS-BROWSE-END.

       LOAD-ONE-ALONE-LINE.
           READ ShipmentFile NEXT RECORD
               AT END
                   SET WS-BROWSE-END TO TRUE
               NOT AT END
                   IF SD-Order-Code NOT = WS-REQ-ORDER
                       SET WS-BROWSE-END TO TRUE
                   ELSE
                       IF SD-Line-Number > ZEROS
                           AND WS-ALONE-COUNT < 100
                           ADD 1 TO WS-ALONE-COUNT
                           MOVE SD-Line-Number
                               TO WS-ALONE-LINE(WS-ALONE-COUNT)
                       END-IF
                   END-IF
           END-READ.

       WRITE-SHIPMENT-NOTICE.
      * Gather the shipment's lines, write the notice and its lines,
      * stamp the shipment sent, and checkpoint before moving on so a
      * restart never sends it again.
           PERFORM LOAD-CUSTOMER-XREFS.
           MOVE ZEROS TO WS-ASN-LINE-COUNT.
           PERFORM GATHER-SHIPPED-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX >
                   Order-Line-Count OF Order-Header-Record.

           MOVE SPACES TO Asn-Notice-Record.
           MOVE "N" TO AN-Record-Type.
           MOVE Customer-Code OF Order-Header-Record
               TO AN-Customer-Code.
           MOVE SD-Order-Code TO AN-Order-Code.
           MOVE SD-Ship-Seq TO AN-Ship-Seq.
           MOVE Order-Cust-PO-Ref TO AN-Cust-PO-Ref.
           MOVE SD-Ship-Date TO AN-Ship-Date.
           MOVE SD-Carrier-Code TO AN-Carrier-Code.
           MOVE SD-Tracking-Ref TO AN-Tracking-Ref.
           MOVE WS-ASN-LINE-COUNT TO AN-Line-Count.
           WRITE Asn-Notice-Record.
           ADD 1 TO CP-Record-Count.
           ADD 1 TO CP-Tax-Total.

           PERFORM WRITE-NOTICE-LINE
               VARYING WS-ASN-LINE-IDX FROM 1 BY 1
               UNTIL WS-ASN-LINE-IDX > WS-ASN-LINE-COUNT.

           SET SD-ASN-Sent TO TRUE.
           MOVE WS-BUSINESS-DATE TO SD-ASN-Date.
           REWRITE Shipment-Detail-Record
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           ADD 1 TO WS-NOTICE-COUNT.
           MOVE SD-Order-Code TO CP-Last-Order-Code.
           PERFORM SAVE-CHECKPOINT.

       GATHER-SHIPPED-LINE.
      * A line shipped on its own belongs to its own shipment only;
      * a whole-order shipment covers every shipped line that did
      * not go out on a shipment of its own.
           MOVE Order-Code OF Order-Header-Record
               TO Order-Code OF Order-Line-Key.
           MOVE WS-LINE-IDX TO Line-Number.
           READ OrderLineFile KEY IS Order-Line-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Line-Shipped
                       PERFORM CHECK-LINE-IN-SHIPMENT
                       IF WS-LINE-IN-SHIPMENT
                           AND WS-ASN-LINE-COUNT < 100
                           PERFORM ADD-NOTICE-LINE
                       END-IF
                   END-IF
           END-READ.

       CHECK-LINE-IN-SHIPMENT.
           IF SD-Line-Number > ZEROS
               IF SD-Line-Number = Line-Number
                   SET WS-LINE-IN-SHIPMENT TO TRUE
               ELSE
                   SET WS-LINE-NOT-IN-SHIPMENT TO TRUE
               END-IF
           ELSE
               SET WS-LINE-IN-SHIPMENT TO TRUE
               PERFORM CHECK-ONE-ALONE-LINE
                   VARYING WS-ALONE-IDX FROM 1 BY 1
                   UNTIL WS-ALONE-IDX > WS-ALONE-COUNT
           END-IF.

       CHECK-ONE-ALONE-LINE.
           IF WS-ALONE-LINE(WS-ALONE-IDX) = Line-Number
               SET WS-LINE-NOT-IN-SHIPMENT TO TRUE
           END-IF.

       ADD-NOTICE-LINE.
      * A single-line shipment carries its lot on the shipment
      * record; a whole-order shipment's lots live on the lines.
           ADD 1 TO WS-ASN-LINE-COUNT.
           MOVE Line-Number TO WS-ASN-LINE-NO(WS-ASN-LINE-COUNT).
           MOVE Item-Code OF Order-Line-Record
               TO WS-ASN-ITEM(WS-ASN-LINE-COUNT).
           MOVE Item-Qty OF Order-Line-Record
               TO WS-ASN-QTY(WS-ASN-LINE-COUNT).
           IF SD-Line-Number > ZEROS AND SD-Lot-No NOT = SPACES
               MOVE SD-Lot-No TO WS-ASN-LOT(WS-ASN-LINE-COUNT)
           ELSE
               MOVE Line-Lot-No TO WS-ASN-LOT(WS-ASN-LINE-COUNT)
           END-IF.
           PERFORM FIND-CUSTOMER-ITEM-NO.
           MOVE WS-CUST-ITEM-NO TO WS-ASN-CUST-ITEM(WS-ASN-LINE-COUNT).

       WRITE-NOTICE-LINE.
           MOVE SPACES TO Asn-Line-Record.
           MOVE "L" TO AL-Record-Type.
           MOVE SD-Order-Code TO AL-Order-Code.
           MOVE SD-Ship-Seq TO AL-Ship-Seq.
           MOVE WS-ASN-LINE-NO(WS-ASN-LINE-IDX) TO AL-Line-Number.
           MOVE WS-ASN-ITEM(WS-ASN-LINE-IDX) TO AL-Item-Code.
           MOVE WS-ASN-CUST-ITEM(WS-ASN-LINE-IDX) TO AL-Cust-Item-No.
           MOVE WS-ASN-QTY(WS-ASN-LINE-IDX) TO AL-Qty-Shipped.
           MOVE WS-ASN-LOT(WS-ASN-LINE-IDX) TO AL-Lot-No.
           WRITE Asn-Line-Record.
           ADD 1 TO CP-Record-Count.
           ADD AL-Qty-Shipped TO CP-Amount-Total.

       FIND-CUSTOMER-ITEM-NO.
      * The customer's own number for the item, blank when the
      * cross-reference has none.
           MOVE SPACES TO WS-CUST-ITEM-NO.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM CHECK-ONE-XREF
               VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT OR WS-ENTRY-FOUND.

       CHECK-ONE-XREF.
           IF WS-XREF-ITEM(WS-XREF-IDX) = Item-Code OF Order-Line-Record
               MOVE WS-XREF-CUST-ITEM(WS-XREF-IDX) TO WS-CUST-ITEM-NO
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       LOAD-CUSTOMER-XREFS.
      * The cross-reference is keyed by the customer's part number,
      * so the customer's entries are read in together and searched
      * by our item code.
           MOVE ZEROS TO WS-XREF-COUNT.
           MOVE Customer-Code OF Order-Header-Record
               TO WS-XREF-CUSTOMER.
           SET WS-BROWSE-NOT-END TO TRUE.
           MOVE WS-XREF-CUSTOMER TO CX-Customer-Code.
           MOVE LOW-VALUES TO CX-Cust-Item-No.
           START CustXrefFile KEY IS GREATER THAN OR EQUAL
               Cust-Xref-Key
               INVALID KEY
                   SET WS-BROWSE-END TO TRUE.
           PERFORM LOAD-ONE-XREF
               UNTIL WS-BROWSE-END.

       LOAD-ONE-XREF.
           READ CustXrefFile NEXT RECORD
               AT END
                   SET WS-BROWSE-END TO TRUE
               NOT AT END
                   IF CX-Customer-Code NOT = WS-XREF-CUSTOMER
                       OR WS-XREF-COUNT >= 200
                       SET WS-BROWSE-END TO TRUE
                   ELSE
                       ADD 1 TO WS-XREF-COUNT
                       MOVE CX-Cust-Item-No
                           TO WS-XREF-CUST-ITEM(WS-XREF-COUNT)
                       MOVE CX-Item-Code
                           TO WS-XREF-ITEM(WS-XREF-COUNT)
                   END-IF
           END-READ.

       SAVE-CHECKPOINT.
      * Record the order last sent for, with the running totals, so
      * a restart after an abend resumes there and the trailer still
      * covers what was written before it.
           REWRITE Checkpoint-Record
               INVALID KEY
                   CONTINUE.

       WRITE-CONTROL-TRAILER.
      * Close the feed off with the control trailer the receiver
      * verifies before loading.
           MOVE SPACES TO Asn-Trailer-Record.
           MOVE "T" TO AT-Record-Type.
           MOVE CP-Tax-Total TO AT-Notice-Count.
           MOVE CP-Record-Count TO AT-Record-Count.
           MOVE CP-Amount-Total TO AT-Qty-Total.
           WRITE Asn-Trailer-Record.

       ESTABLISH-BUSINESS-DATE.
      * Pick up the business date the suite is running for and make
      * sure this job has not already run for it - an operator
      * resubmitting the suite for the same night is refused loudly
      * instead of doubling the night's work. The date only moves
      * when ROLLDATE closes the suite out as its final step.
           OPEN I-O BusinessDateFile.
           MOVE "B" TO BD-Control-Key.
           READ BusinessDateFile KEY IS BD-Control-Key
               INVALID KEY
                   DISPLAY "*** BUSINESS DATE RECORD MISSING - "
                       "USING SYSTEM DATE ***"
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO BD-Business-Date
           END-READ.
           CLOSE BusinessDateFile.
           MOVE BD-Business-Date TO WS-BUSINESS-DATE.

           OPEN I-O RunControlFile.
           MOVE "ASNOUT  " TO RC-Job-Code.
           READ RunControlFile KEY IS RC-Job-Code
               INVALID KEY
                   MOVE SPACES TO RC-Last-Run-Date
                   WRITE Run-Control-Record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.
           CLOSE RunControlFile.
           IF RC-Last-Run-Date = WS-BUSINESS-DATE
               DISPLAY "*** ASNOUT ALREADY RAN FOR BUSINESS DATE "
                   WS-BUSINESS-DATE " - RUN REFUSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-RUN-CONTROL.
      * The run completed - remember the business date it covered so
      * a second submission tonight is refused.
           OPEN I-O RunControlFile.
           MOVE "ASNOUT  " TO RC-Job-Code.
           READ RunControlFile KEY IS RC-Job-Code
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-BUSINESS-DATE TO RC-Last-Run-Date
                   REWRITE Run-Control-Record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           CLOSE RunControlFile.
