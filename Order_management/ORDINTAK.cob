      * Accepted orders mint their number from Order.Control.KSDS and
      * are written, allocated, and audited exactly as keyed orders
      * are; rejected orders are reported and logged to the
      * transaction error log so ERREXCPT picks them up. An order for
      * a customer on cash-in-advance terms skips the credit limit and
      * is written awaiting payment, its stock allocated, for PROFORMA
      * to print the pro-forma invoice the customer pays against. An
      * order with a line priced below its item's margin floor is
      * accepted held for margin review, for the pricing desk to
      * release on MGNREVW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT BackorderFile ASSIGN TO "Backorder.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Backorder-Key
               FILE STATUS IS WS-Backorder-Status.

               RECORD KEY IS Cust-Xref-Key
               FILE STATUS IS WS-Xref-File-Status.

           SELECT PurchaseOrderFile ASSIGN TO "Purchase.Order.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-Line-Key
               FILE STATUS IS WS-PO-File-Status.

           SELECT MarginFloorFile ASSIGN TO "Margin.Floor.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MF-Item-Code
               FILE STATUS IS WS-Margin-Floor-Status.

           SELECT MarginExceptionFile ASSIGN TO "Margin.Exception.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ME-Key
               FILE STATUS IS WS-Margin-Exc-Status.

           SELECT TransferHistFile ASSIGN TO "Transfer.History.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XH-Transfer-No
               FILE STATUS IS WS-Transfer-File-Status.

           SELECT JournalFile ASSIGN TO "Order.Forward.Journal"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-File-Status.
               88  Order-Invoiced    VALUE "I".
               88  Order-Cancelled   VALUE "C".
               88  Order-Credit-Held VALUE "H".
               88  Order-Finance-Charge VALUE "F".
               88  Order-Awaiting-Payment VALUE "A".
               88  Order-Margin-Held VALUE "M".
           05  Order-Req-Ship-Date PIC X(08).
           05  Order-Priority      PIC X(01).
           05  Order-Cancel-Reason PIC X(03).
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

       FD  ItemFile.
       01  Item-Record.
      * cases.
           05  Item-UOM            PIC X(02).
           05  Item-Case-Pack      PIC 9(03).
      * What the item costs us - the moving weighted average of the
      * stock on hand and every receipt since, kept by GOODSRCV -
      * captured onto each order line at creation so margin can be
      * measured from shipped lines without repricing history.
           05  Item-Unit-Cost      PIC 9(05)V9(02).
      * Items whose receipts must pass a quality inspection before
      * they can be sold - GOODSRCV books them into an inspection
      * hold instead of on-hand, and QCRELSE releases them.
           05  Item-Inspect-Flag   PIC X(01).
               88  Item-Inspect-Required VALUE "Y".
               88  Item-No-Inspect       VALUE "N".
      * The unit cost on the most recent goods receipt, kept apart
      * from the average so a buyer can still see what the supplier
      * last charged.
           05  Item-Last-Rcpt-Cost PIC 9(05)V9(02).
      * The item's ABC class, ranked monthly by ABCCLASS on its
      * shipped value over the last year - A for the few items that
      * carry most of the value, C for the long tail. It sets how
      * often ABCSEL selects the item for a cycle count. Kits hold no
      * stock to count and are left unclassified.
           05  Item-ABC-Class      PIC X(01).
               88  Item-Class-A          VALUE "A".
               88  Item-Class-B          VALUE "B".
               88  Item-Class-C          VALUE "C".
      * Items we never stock - bought in against each order line
      * that asks for one and shipped by the supplier straight to the
      * customer. Their order lines allocate nothing and raise a
      * purchase order line on the item's supplier instead.
           05  Item-Drop-Ship-Flag PIC X(01).
               88  Item-Is-Drop-Ship     VALUE "Y".
               88  Item-Not-Drop-Ship    VALUE "N".

       FD  CustomerFile.
       01  Customer-Record.
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

       FD  RegionFile.
       01  Region-Record.
           05  Region-Rate-Entry OCCURS 3 TIMES.
               10  Region-Eff-Date     PIC X(08).
               10  Region-Eff-Rate     PIC 9(01)V9(03).
      * The carrier service standard for deliveries into the region,
      * in working days from shipment - zero takes CARRSCOR's house
      * standard.
           05  Region-Service-Days    PIC 9(02).

       FD  ShipToFile.
       01  Ship-To-Record.
               88  BO-Waiting        VALUE "W".
               88  BO-Released       VALUE "R".
               88  BO-Dropped        VALUE "D".
      * The date the short quantity was promised to the customer when
      * it was captured - the available-to-promise date worked out
      * from open POs and in-transit transfers after the demand
      * already waiting ahead of it. Spaces when nothing on order
      * covered it.
           05  BO-Promise-Date     PIC X(08).

       FD  ContractPriceFile.
       01  Contract-Price-Record.
           05  EL-Time             PIC X(08).
           05  EL-Key              PIC X(07).
           05  EL-Message          PIC X(50).
      * The operator whose transaction was rejected - the signed-on
      * userid online, BATCH for a batch job - so the rejections can
      * be reported operator by operator.
           05  EL-Userid           PIC X(08).

       FD  ResponseFile.
      * One record back to the submitter per submitted order - the
           05  Terms-Code          PIC X(03).
           05  Terms-Desc          PIC X(15).
           05  Terms-Days          PIC 9(03).
      * Early-payment settlement discount - the fraction of the
      * invoice the customer may deduct (0.020 is two percent) when
      * paying within the discount days of the invoice date, as in
      * "2% 10, NET 30". A zero rate or zero days offers none.
           05  Terms-Disc-Pct      PIC 9(01)V9(03).
           05  Terms-Disc-Days     PIC 9(03).
           05  Terms-CIA-Flag      PIC X(01).
               88  Terms-Cash-In-Advance VALUE "Y".
           05  Terms-Status        PIC X(01).
               88  Terms-Active      VALUE "A".
               88  Terms-Inactive    VALUE "I".
           05  JR-Time             PIC X(08).
           05  JR-Image            PIC X(250).

       FD  PurchaseOrderFile.
       01  Purchase-Order-Record.
           05  PO-Line-Key.
               10  PO-Number       PIC 9(07).
               10  PO-Line-No      PIC 9(03).
           05  PO-Supplier-Code    PIC 9(05).
           05  PO-Item-Code        PIC 9(07).
           05  PO-Qty-Ordered      PIC 9(05).
           05  PO-Qty-Received     PIC 9(05).
           05  PO-Date             PIC X(08).
           05  PO-Expected-Date    PIC X(08).
           05  PO-Warehouse        PIC X(02).
           05  PO-Line-Status      PIC X(01).
               88  PO-Line-Draft     VALUE "D".
               88  PO-Line-Open      VALUE "O".
               88  PO-Line-Closed    VALUE "C".
               88  PO-Line-Cancelled VALUE "X".
      * The unit price agreed with the supplier when the line was
      * raised, and how much of the line the supplier has invoiced so
      * far - APMATCH matches supplier invoices against both.
           05  PO-Unit-Price       PIC 9(05)V9(02).
           05  PO-Qty-Invoiced     PIC 9(05).
      * A drop-ship line is raised by order entry for one customer
      * order line and shipped by the supplier straight to that
      * customer's ship-to - it is never received into a warehouse,
      * and is closed by the supplier's ship confirmation instead.
      * Stock lines carry zeros in the order fields.
           05  PO-Line-Type        PIC X(01).
               88  PO-Stock-Line     VALUE "S".
               88  PO-Drop-Ship-Line VALUE "D".
           05  PO-DS-Order-Code    PIC 9(07).
           05  PO-DS-Line-Number   PIC 9(03).
           05  PO-DS-Customer-Code PIC 9(07).
           05  PO-DS-Ship-To-Seq   PIC 9(03).

       FD  TransferHistFile.
       01  Transfer-History-Record.
           05  XH-Transfer-No      PIC 9(07).
           05  XH-Item-Code        PIC 9(07).
           05  XH-Qty              PIC 9(05).
           05  XH-From-Warehouse   PIC X(02).
           05  XH-To-Warehouse     PIC X(02).
           05  XH-Ship-Date        PIC X(08).
           05  XH-Receive-Date     PIC X(08).
           05  XH-Status           PIC X(01).
               88  XH-In-Transit     VALUE "T".
               88  XH-Received       VALUE "R".
      * The lot riding this transfer and the receipt and expiry
      * dates its origin balance carried, so arrival books it at the
      * receiving site at its true age - spaces for an untracked
      * move.
           05  XH-Lot-No           PIC X(10).
           05  XH-Lot-Receipt-Date PIC X(08).
           05  XH-Lot-Expiry-Date  PIC X(08).

       FD  MarginFloorFile.
       01  Margin-Floor-Record.
           05  MF-Item-Code        PIC 9(07).
           05  MF-Min-Margin-Pct   PIC 9(02)V9(02).

       FD  MarginExceptionFile.
       01  Margin-Exception-Record.
           05  ME-Key.
               10  ME-Order-Code   PIC 9(07).
               10  ME-Line-Number  PIC 9(03).
           05  ME-Item-Code        PIC 9(07).
           05  ME-Customer-Code    PIC 9(07).
           05  ME-Item-Qty         PIC 9(05).
           05  ME-Unit-Price       PIC 9(05)V9(02).
           05  ME-Unit-Cost        PIC 9(05)V9(02).
           05  ME-Floor-Pct        PIC 9(02)V9(02).
      * The program that priced the line.
           05  ME-Source           PIC X(08).
           05  ME-Status           PIC X(01).
               88  ME-Held           VALUE "H".
               88  ME-Accepted       VALUE "A".
           05  ME-Approver         PIC X(08).
           05  ME-Accepted-Date    PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-Margin-Floor-Status PIC X(02).
       01  WS-Margin-Exc-Status   PIC X(02).
       01  WS-PO-File-Status      PIC X(02).
       01  WS-Transfer-File-Status PIC X(02).
       01  WS-Journal-File-Status PIC X(02).
       01  WS-JRNL-ACTION         PIC X(01).
       01  WS-JRNL-STAMP          PIC X(21).
           05  WS-LINE-UNIT-PRICE PIC 9(05)V9(02).
      * "Y" when the line released against a blanket commitment.
           05  WS-LINE-BLANKET    PIC X(01).
      * "Y" when the line is priced below its item's margin floor -
      * see CHECK-LINE-MARGIN - with the floor and the cost it was
      * measured against.
           05  WS-LINE-MARGIN-FLAG PIC X(01).
           05  WS-LINE-FLOOR-PCT  PIC 9(02)V9(02).
           05  WS-LINE-COST       PIC 9(05)V9(02).

      * The minimum margin percentage in force for the line being
      * checked. With no floor on file at all a line is only caught
      * when it sells below cost.
       01  WS-MARGIN-FLOOR-PCT    PIC 9(02)V9(02).
       01  WS-DEFAULT-FLOOR-PCT   PIC 9(02)V9(02) VALUE ZEROS.
      * Whether any line of the submission is below its floor - the
      * order is then accepted held for margin review instead of
      * going straight out.
       01  WS-MARGIN-HOLD-SWITCH  PIC X(01) VALUE "N".
           88  WS-HOLD-FOR-MARGIN   VALUE "Y".
           88  WS-NO-MARGIN-HOLD    VALUE "N".
       01  WS-MARGIN-HELD-COUNT   PIC 9(05) VALUE ZEROS.

       01  WS-ACCEPT-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-REJECT-COUNT        PIC 9(05) VALUE ZEROS.
           88  WS-INPUT-VALID     VALUE "Y".
           88  WS-INPUT-INVALID   VALUE "N".

      * Whether the customer's payment terms are cash-in-advance - see
      * CHECK-CASH-IN-ADVANCE.
       01  WS-CIA-SWITCH          PIC X(01) VALUE "N".
           88  WS-CASH-IN-ADVANCE   VALUE "Y".
           88  WS-ON-ACCOUNT        VALUE "N".

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

      * Available-to-promise scratch - see COMPUTE-ATP-DATE. The
      * supply table holds every open PO line and in-transit transfer
      * due into the site for the item, sorted into arrival order. A
      * transfer is taken to arrive a fixed allowance after it left
      * the sending site.
       01  WS-ATP-ITEM            PIC 9(07).
       01  WS-ATP-WAREHOUSE       PIC X(02).
       01  WS-ATP-QTY             PIC 9(05).
       01  WS-ATP-AHEAD-SEQ       PIC 9(07).
       01  WS-ATP-DATE            PIC X(08).
       01  WS-ATP-TODAY           PIC X(08).
       01  WS-ATP-NEEDED          PIC 9(07).
       01  WS-ATP-CUM             PIC 9(07).
       01  WS-ATP-TRANSIT-DAYS    PIC 9(02) VALUE 3.
       01  WS-ATP-ARRIVE-NUM      PIC 9(08).
       01  WS-ATP-ARRIVE-INTEGER  PIC S9(09) COMP.
       01  WS-ATP-SCAN-SWITCH     PIC X(01) VALUE "N".
           88  WS-ATP-SCAN-END      VALUE "Y".
           88  WS-ATP-SCAN-NOT-END  VALUE "N".
       01  WS-ATP-COUNT           PIC 9(03) VALUE ZEROS.
       01  WS-ATP-IDX             PIC 9(03).
       01  WS-ATP-OUTER-IDX       PIC 9(03).
       01  WS-ATP-INNER-LIMIT     PIC 9(03).
       01  WS-ATP-SUPPLY-TABLE.
           05  WS-ATP-SUPPLY OCCURS 100 TIMES.
               10  WS-ATP-SUPPLY-DATE PIC X(08).
               10  WS-ATP-SUPPLY-QTY  PIC 9(05).
       01  WS-ATP-SWAP            PIC X(13).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ORDER INTAKE BATCH STARTING".
           OPEN OUTPUT ResponseFile.
           OPEN I-O AuditTrailFile.
           OPEN I-O AuditControlFile.
           OPEN I-O PurchaseOrderFile.
           OPEN INPUT TransferHistFile.
           OPEN INPUT MarginFloorFile.
           OPEN I-O MarginExceptionFile.

           PERFORM READ-NEXT-SUBMISSION.
           PERFORM INTAKE-ONE-ORDER
           CLOSE ResponseFile.
           CLOSE AuditTrailFile.
           CLOSE AuditControlFile.
           CLOSE PurchaseOrderFile.
           CLOSE TransferHistFile.
           CLOSE MarginFloorFile.
           CLOSE MarginExceptionFile.
           DISPLAY "ORDER INTAKE BATCH COMPLETE - ACCEPTED: "
               WS-ACCEPT-COUNT " OF WHICH HELD FOR MARGIN: "
               WS-MARGIN-HELD-COUNT " REJECTED: " WS-REJECT-COUNT
               " OF WHICH SUSPECTED DUPLICATES: " WS-DUPLICATE-COUNT
               " RESPONSES WRITTEN: " WS-RESPONSE-COUNT.
           CLOSE JournalFile.
                   MOVE OI-Warehouse TO WS-ORDER-WAREHOUSE
               END-IF
               MOVE ZEROS TO WS-ORDER-AMOUNT
               SET WS-NO-MARGIN-HOLD TO TRUE
               PERFORM VALIDATE-ONE-LINE
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > OI-Line-Count

       CHECK-CREDIT-LIMIT.
      * Price the whole submission up with tax and measure it against
      * the customer's open credit position. A cash-in-advance customer
      * is extended no credit, so there is no limit to measure.
           PERFORM COMPUTE-ORDER-TAX.
           PERFORM CHECK-CASH-IN-ADVANCE.
           IF WS-ON-ACCOUNT
               AND (Customer-Open-Exposure + WS-ORDER-TOTAL-AMOUNT)
                   > Customer-Credit-Limit
               MOVE "CREDIT LIMIT EXCEEDED" TO WS-MESSAGE
               MOVE OI-Customer-Code TO WS-VALIDATION-KEY
               END-IF
           END-IF.

      * A drop-ship item is bought in for the line from its supplier,
      * so there is no site stock to check and nothing backorders -
      * but an item with no supplier on its master cannot be bought.
           IF WS-INPUT-VALID AND Item-Is-Drop-Ship
               IF Item-Supplier-Code = ZEROS
                   MOVE "NO SUPPLIER ON DROP-SHIP ITEM" TO WS-MESSAGE
                   MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX)
                       TO WS-VALIDATION-KEY
                   PERFORM REJECT-SUBMISSION
               ELSE
                   MOVE WS-LINE-ITEM-QTY(WS-LINE-IDX)
                       TO WS-ITEM-QTY-AVAILABLE
               END-IF
           END-IF.

           IF WS-INPUT-VALID AND NOT Item-Is-Drop-Ship
               PERFORM COMPUTE-SITE-AVAILABILITY
      * An item with nothing free at the site takes its
      * cross-referenced substitute instead, when that substitute
                   WS-LINE-ITEM-QTY(WS-LINE-IDX)
                   - WS-LINE-BO-QTY(WS-LINE-IDX)
               PERFORM PRICE-ONE-LINE
               PERFORM CHECK-LINE-MARGIN
               MULTIPLY WS-LINE-SHIP-QTY
                   BY WS-LINE-UNIT-PRICE(WS-LINE-IDX)
                   GIVING WS-LINE-AMOUNT
               MOVE CP-Break-Price(WS-CP-TIER-IDX)
                   TO WS-LINE-UNIT-PRICE(WS-LINE-IDX).

       CHECK-LINE-MARGIN.
      * Measure the price the line came out at - contract, promo,
      * and blanket pricing all applied - against what the item
      * costs today. The line is below its floor when its margin, as
      * a percentage of the sold price, falls short of the item's
      * minimum; the order is then held for review. An item carrying
      * no cost has nothing to measure.
           MOVE "N" TO WS-LINE-MARGIN-FLAG(WS-LINE-IDX).
           MOVE ZEROS TO WS-LINE-FLOOR-PCT(WS-LINE-IDX).
           MOVE ZEROS TO WS-LINE-COST(WS-LINE-IDX).
           MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX)
               TO Item-Code OF Item-Record.
           READ ItemFile KEY IS Item-Code OF Item-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Item-Unit-Cost TO WS-LINE-COST(WS-LINE-IDX)
           END-READ.
           IF WS-LINE-COST(WS-LINE-IDX) > ZEROS
               PERFORM RESOLVE-MARGIN-FLOOR
               MOVE WS-MARGIN-FLOOR-PCT
                   TO WS-LINE-FLOOR-PCT(WS-LINE-IDX)
               IF (WS-LINE-UNIT-PRICE(WS-LINE-IDX)
                       - WS-LINE-COST(WS-LINE-IDX)) * 100
                   < WS-MARGIN-FLOOR-PCT
                       * WS-LINE-UNIT-PRICE(WS-LINE-IDX)
                   MOVE "Y" TO WS-LINE-MARGIN-FLAG(WS-LINE-IDX)
                   SET WS-HOLD-FOR-MARGIN TO TRUE
               END-IF
           END-IF.

       RESOLVE-MARGIN-FLOOR.
      * The item's own floor, else the house floor held under item
      * 0000000, else no floor above cost.
           MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX) TO MF-Item-Code.
           READ MarginFloorFile KEY IS MF-Item-Code
               INVALID KEY
                   MOVE ZEROS TO MF-Item-Code
                   READ MarginFloorFile KEY IS MF-Item-Code
                       INVALID KEY
                           MOVE WS-DEFAULT-FLOOR-PCT
                               TO MF-Min-Margin-Pct
                   END-READ
           END-READ.
           MOVE MF-Min-Margin-Pct TO WS-MARGIN-FLOOR-PCT.

       WRITE-MARGIN-EXCEPTION.
      * Log the below-floor line held for review. MGNREVW stamps the
      * releasing operator and date on it when the order goes out.
           MOVE WS-ORDER-CODE TO ME-Order-Code.
           MOVE WS-LINE-IDX TO ME-Line-Number.
           MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX) TO ME-Item-Code.
           MOVE OI-Customer-Code TO ME-Customer-Code.
           MOVE WS-LINE-ITEM-QTY(WS-LINE-IDX) TO ME-Item-Qty.
           MOVE WS-LINE-UNIT-PRICE(WS-LINE-IDX) TO ME-Unit-Price.
           MOVE WS-LINE-COST(WS-LINE-IDX) TO ME-Unit-Cost.
           MOVE WS-LINE-FLOOR-PCT(WS-LINE-IDX) TO ME-Floor-Pct.
           MOVE "ORDINTAK" TO ME-Source.
           SET ME-Held TO TRUE.
           MOVE SPACES TO ME-Approver.
           MOVE SPACES TO ME-Accepted-Date.
           WRITE Margin-Exception-Record
               INVALID KEY
                   CONTINUE
           END-WRITE.

       COMPUTE-ORDER-TAX.
      * Work out the tax off the customer's regional tax rate and
      * roll it into the total, the same way ORDERUPD does.
           PERFORM SET-ORDER-CURRENCY.
           PERFORM SET-ORDER-DUE-DATE.
           MOVE OI-Cust-PO-Ref TO Order-Cust-PO-Ref.
           MOVE SPACES TO Order-Carrier-Code.
           MOVE ZEROS TO Order-Wave-No.
      * The customer's assigned rep is captured onto the order at
      * creation, so commission follows the order even if the
      * account changes hands later.
           MOVE Customer-Rep-Code TO Order-Rep-Code.
      * A cash-in-advance order allocates its stock like any other
      * but waits for its money before PICKLIST or DISPDUE see it.
      * An order carrying a line below its margin floor allocates the
      * same way but waits for the pricing desk to release it on
      * MGNREVW - which also settles whether it then awaits payment.
           EVALUATE TRUE
               WHEN WS-HOLD-FOR-MARGIN
                   SET Order-Margin-Held TO TRUE
               WHEN WS-CASH-IN-ADVANCE
                   SET Order-Awaiting-Payment TO TRUE
               WHEN OTHER
                   SET Order-Open TO TRUE
           END-EVALUATE.
           WRITE Order-Header-Record
               INVALID KEY
                   MOVE "ORDER CREATION FAILED" TO WS-MESSAGE
                   PERFORM WRITE-ACCEPT-RESPONSE
                   DISPLAY "ACCEPTED - ORDER " WS-ORDER-CODE
                       " CUSTOMER " OI-Customer-Code
                       " TOTAL " WS-ORDER-TOTAL-AMOUNT
                   IF WS-HOLD-FOR-MARGIN
                       ADD 1 TO WS-MARGIN-HELD-COUNT
                       DISPLAY "  BELOW MINIMUM MARGIN - HELD FOR "
                           "REVIEW ON MGNREVW"
                   ELSE
                       IF WS-CASH-IN-ADVANCE
                           DISPLAY "  CASH IN ADVANCE - AWAITING "
                               "PAYMENT"
                       END-IF
                   END-IF.

       WRITE-ACCEPT-RESPONSE.
      * Answer the submitter with the minted order number and any
           SET RS-Accepted TO TRUE.
           MOVE WS-ORDER-CODE TO RS-Order-Code.
           MOVE SPACES TO RS-Reason.
           IF WS-HOLD-FOR-MARGIN
               MOVE "HELD FOR MARGIN REVIEW" TO RS-Reason
           END-IF.
           PERFORM FILL-ONE-RESPONSE-BO
               VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > 10.
               SET Line-Open TO TRUE
               MOVE WS-ORDER-WAREHOUSE TO Line-Warehouse
               MOVE SPACES TO Line-Lot-No
               MOVE ZEROS TO Line-PO-Number
      * Capture what the item costs today alongside what it sold
      * for, so margin reporting never reprices history, and whether
      * it ships from our stock or straight from the supplier.
               MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX)
                   TO Item-Code OF Item-Record
               READ ItemFile KEY IS Item-Code OF Item-Record
                   INVALID KEY
                       MOVE ZEROS TO Line-Unit-Cost
                       SET Line-From-Stock TO TRUE
                   NOT INVALID KEY
                       MOVE Item-Unit-Cost TO Line-Unit-Cost
                       IF Item-Is-Drop-Ship
                           SET Line-Drop-Ship TO TRUE
                       ELSE
                           SET Line-From-Stock TO TRUE
                       END-IF
               END-READ
               WRITE Order-Line-Record
                   INVALID KEY
               PERFORM CREATE-LINE-BACKORDER.
           IF WS-LINE-BLANKET(WS-LINE-IDX) = "Y"
               PERFORM DRAW-DOWN-BLANKET.
           IF WS-LINE-MARGIN-FLAG(WS-LINE-IDX) = "Y"
               PERFORM WRITE-MARGIN-EXCEPTION.

       DRAW-DOWN-BLANKET.
      * Draw the released quantity - backordered portion included,
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
      * A drop-ship line allocates nothing - it is bought in from the
      * supplier, who ships it from their own stock. The supplier is
      * only told to ship an open order: one awaiting its payment or
      * the pricing desk has its PO raised when it is released -
      * ORDERUPD RECORD-PAYMENT, PAYPOST, ONACCT, and MGNREVW.
                       WHEN Line-Drop-Ship
                           IF Order-Open
                               PERFORM RAISE-DROP-SHIP-PO
                           END-IF
      * A kit line allocates its components, never the kit itself.
                       WHEN Item-Is-Kit
                           MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX)
                               TO WS-KIT-ITEM
                           MOVE WS-LINE-SHIP-QTY TO WS-KIT-QTY
                           MOVE WS-ORDER-WAREHOUSE TO WS-KIT-WAREHOUSE
                           PERFORM ALLOCATE-KIT-COMPONENTS
                       WHEN OTHER
                           ADD WS-LINE-SHIP-QTY
                               TO Item-Qty-Allocated OF Item-Record
                           REWRITE Item-Record
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE "R" TO WS-JRNL-ACTION
                                   PERFORM JOURNAL-ITEM-IMAGE
                           END-REWRITE
                           MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX)
                               TO WH-Item-Code
                           MOVE WS-ORDER-WAREHOUSE TO WH-Warehouse-Code
                           READ WhseStockFile KEY IS Whse-Stock-Key
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD WS-LINE-SHIP-QTY
                                       TO WH-Qty-Allocated
                                   REWRITE Warehouse-Stock-Record
                                       INVALID KEY
                                           CONTINUE
                                   END-REWRITE
                           END-READ
                   END-EVALUATE
           END-READ.

       RAISE-DROP-SHIP-PO.
      * Buy the drop-ship line in from the item's supplier - a PO of
      * its own, one line long, minted off the order control file
      * under the PO control key and raised open, exactly as order
      * entry raises one. The item record was read by the caller.
           MOVE "P" TO Control-Key.
           READ OrderControlFile KEY IS Control-Key
               INVALID KEY
                   DISPLAY "  *** PO CONTROL RECORD MISSING - ORDER "
                       WS-ORDER-CODE " LINE " Line-Number
                       " NOT BOUGHT IN ***"
               NOT INVALID KEY
                   ADD 1 TO Last-Order-Code
                   REWRITE Order-Control-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM WRITE-DROP-SHIP-PO-LINE
                   END-REWRITE
           END-READ.

       WRITE-DROP-SHIP-PO-LINE.
      * The PO line carries the order line and the customer's
      * ship-to so the supplier ships straight there, and its number
      * goes back onto the order line for DROPCONF to close.
           MOVE Last-Order-Code TO PO-Number.
           MOVE 1 TO PO-Line-No.
           MOVE Item-Supplier-Code TO PO-Supplier-Code.
           MOVE Item-Code OF Order-Line-Record TO PO-Item-Code.
           MOVE Item-Qty OF Order-Line-Record TO PO-Qty-Ordered.
           MOVE ZEROS TO PO-Qty-Received.
           MOVE ZEROS TO PO-Qty-Invoiced.
           MOVE Line-Unit-Cost TO PO-Unit-Price.
           MOVE Order-Date TO PO-Date.
           MOVE Order-Req-Ship-Date TO PO-Expected-Date.
           MOVE SPACES TO PO-Warehouse.
           SET PO-Line-Open TO TRUE.
           SET PO-Drop-Ship-Line TO TRUE.
           MOVE WS-ORDER-CODE TO PO-DS-Order-Code.
           MOVE Line-Number TO PO-DS-Line-Number.
           MOVE OI-Customer-Code TO PO-DS-Customer-Code.
           MOVE OI-Ship-To-Seq TO PO-DS-Ship-To-Seq.
           WRITE Purchase-Order-Record
               INVALID KEY
                   DISPLAY "  *** DROP-SHIP PO " PO-Number
                       " NOT WRITTEN - ORDER " WS-ORDER-CODE
                       " LINE " Line-Number " ***"
               NOT INVALID KEY
                   MOVE PO-Number TO Line-PO-Number
                   REWRITE Order-Line-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "R" TO WS-JRNL-ACTION
                           PERFORM JOURNAL-LINE-IMAGE
                   END-REWRITE
                   DISPLAY "  DROP-SHIP PO " PO-Number
                       " RAISED ON SUPPLIER " PO-Supplier-Code
                       " FOR LINE " Line-Number
           END-WRITE.

       CREATE-LINE-BACKORDER.
      * Capture the short part of the current line as a backorder,
      * minting its sequence from the order control file under the
       WRITE-BACKORDER-RECORD.
      * Write the backorder record itself once a sequence number has
      * been minted for it.
      * The promise is worked out before the record is built - the
      * demand-ahead scan reads through the backorder record area.
           MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX) TO WS-ATP-ITEM.
           MOVE WS-ORDER-WAREHOUSE TO WS-ATP-WAREHOUSE.
           MOVE WS-LINE-BO-QTY(WS-LINE-IDX) TO WS-ATP-QTY.
           MOVE Last-Order-Code TO WS-ATP-AHEAD-SEQ.
           PERFORM COMPUTE-ATP-DATE.
           MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX) TO BO-Item-Code.
           MOVE Last-Order-Code TO BO-Seq-No.
           MOVE WS-ORDER-CODE TO BO-Order-Code.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BO-Date.
           MOVE WS-ORDER-WAREHOUSE TO BO-Warehouse.
           SET BO-Waiting TO TRUE.
           MOVE WS-ATP-DATE TO BO-Promise-Date.
           WRITE Backorder-Record
               INVALID KEY
                   CONTINUE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO EL-Time.
           MOVE WS-VALIDATION-KEY TO EL-Key.
           MOVE WS-MESSAGE TO EL-Message.
           MOVE "BATCH" TO EL-Userid.
           WRITE Error-Log-Record.
           IF WS-RESPONSE-PENDING
               PERFORM WRITE-REJECT-RESPONSE.
                   END-READ
           END-READ.

       CHECK-CASH-IN-ADVANCE.
      * Look up whether the customer's payment terms are flagged
      * cash-in-advance. No terms code, or one no longer on file,
      * trades on account as before.
           SET WS-ON-ACCOUNT TO TRUE.
           IF Customer-Terms-Code OF Customer-Record NOT = SPACES
               MOVE Customer-Terms-Code OF Customer-Record
                   TO Terms-Code
               READ TermsFile KEY IS Terms-Code
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF Terms-Cash-In-Advance
                           SET WS-CASH-IN-ADVANCE TO TRUE
                       END-IF
               END-READ
           END-IF.

       SET-ORDER-DUE-DATE.
      * Compute when this order's money falls due - the order date
      * plus the customer's payment terms. A customer with no terms
           MOVE WS-JRNL-STAMP(1:8) TO JR-Date.
           MOVE WS-JRNL-STAMP(9:8) TO JR-Time.
           WRITE Journal-Record.

       COMPUTE-ATP-DATE.
      * Work out when WS-ATP-QTY of WS-ATP-ITEM can be promised at
      * WS-ATP-WAREHOUSE. Every open PO line and in-transit transfer
      * due into the site is gathered in arrival order, the demand
      * already waiting ahead of WS-ATP-AHEAD-SEQ for the item at the
      * site takes its share first, and the promise is the first
      * arrival that covers what is left. An arrival already overdue
      * is promised for today. WS-ATP-DATE is left at spaces when
      * nothing on order covers the quantity.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ATP-TODAY.
           MOVE SPACES TO WS-ATP-DATE.
           MOVE ZEROS TO WS-ATP-COUNT.
           MOVE ZEROS TO WS-ATP-NEEDED.
           PERFORM GATHER-ATP-PO-SUPPLY.
           PERFORM GATHER-ATP-TRANSIT-SUPPLY.
           PERFORM SORT-ATP-OUTER
               VARYING WS-ATP-OUTER-IDX FROM 1 BY 1
               UNTIL WS-ATP-OUTER-IDX >= WS-ATP-COUNT.
           PERFORM TOTAL-ATP-DEMAND-AHEAD.
           ADD WS-ATP-QTY TO WS-ATP-NEEDED.
           MOVE ZEROS TO WS-ATP-CUM.
           PERFORM APPLY-ONE-ATP-SUPPLY
               VARYING WS-ATP-IDX FROM 1 BY 1
               UNTIL WS-ATP-IDX > WS-ATP-COUNT
                   OR WS-ATP-DATE NOT = SPACES.
           IF WS-ATP-DATE NOT = SPACES
               AND WS-ATP-DATE < WS-ATP-TODAY
               MOVE WS-ATP-TODAY TO WS-ATP-DATE
           END-IF.

       GATHER-ATP-PO-SUPPLY.
           SET WS-ATP-SCAN-NOT-END TO TRUE.
           MOVE ZEROS TO PO-Line-Key.
           START PurchaseOrderFile KEY IS GREATER THAN OR EQUAL
               PO-Line-Key
               INVALID KEY
                   SET WS-ATP-SCAN-END TO TRUE.
           PERFORM SCAN-ONE-ATP-PO-LINE
               UNTIL WS-ATP-SCAN-END.

       SCAN-ONE-ATP-PO-LINE.
           READ PurchaseOrderFile NEXT RECORD
               AT END
                   SET WS-ATP-SCAN-END TO TRUE
               NOT AT END
      * Only what is still to come in counts, and a drop-ship line
      * never arrives into our stock at all.
                   IF PO-Line-Open
                       AND NOT PO-Drop-Ship-Line
                       AND PO-Item-Code = WS-ATP-ITEM
                       AND PO-Warehouse = WS-ATP-WAREHOUSE
                       AND PO-Qty-Ordered > PO-Qty-Received
                       AND PO-Expected-Date NOT = SPACES
                       AND WS-ATP-COUNT < 100
                       ADD 1 TO WS-ATP-COUNT
                       MOVE PO-Expected-Date
                           TO WS-ATP-SUPPLY-DATE(WS-ATP-COUNT)
                       COMPUTE WS-ATP-SUPPLY-QTY(WS-ATP-COUNT) =
                           PO-Qty-Ordered - PO-Qty-Received
                   END-IF
           END-READ.

       GATHER-ATP-TRANSIT-SUPPLY.
           SET WS-ATP-SCAN-NOT-END TO TRUE.
           MOVE ZEROS TO XH-Transfer-No.
           START TransferHistFile KEY IS GREATER THAN OR EQUAL
               XH-Transfer-No
               INVALID KEY
                   SET WS-ATP-SCAN-END TO TRUE.
           PERFORM SCAN-ONE-ATP-TRANSFER
               UNTIL WS-ATP-SCAN-END.

       SCAN-ONE-ATP-TRANSFER.
           READ TransferHistFile NEXT RECORD
               AT END
                   SET WS-ATP-SCAN-END TO TRUE
               NOT AT END
                   IF XH-In-Transit
                       AND XH-Item-Code = WS-ATP-ITEM
                       AND XH-To-Warehouse = WS-ATP-WAREHOUSE
                       AND WS-ATP-COUNT < 100
                       ADD 1 TO WS-ATP-COUNT
                       MOVE XH-Ship-Date TO WS-ATP-ARRIVE-NUM
                       COMPUTE WS-ATP-ARRIVE-INTEGER =
                           FUNCTION INTEGER-OF-DATE(WS-ATP-ARRIVE-NUM)
                           + WS-ATP-TRANSIT-DAYS
                       COMPUTE WS-ATP-ARRIVE-NUM =
                           FUNCTION DATE-OF-INTEGER
                               (WS-ATP-ARRIVE-INTEGER)
                       MOVE WS-ATP-ARRIVE-NUM
                           TO WS-ATP-SUPPLY-DATE(WS-ATP-COUNT)
                       MOVE XH-Qty TO WS-ATP-SUPPLY-QTY(WS-ATP-COUNT)
                   END-IF
           END-READ.

       SORT-ATP-OUTER.
           COMPUTE WS-ATP-INNER-LIMIT = WS-ATP-COUNT - WS-ATP-OUTER-IDX.
           PERFORM SORT-ATP-INNER
               VARYING WS-ATP-IDX FROM 1 BY 1
               UNTIL WS-ATP-IDX > WS-ATP-INNER-LIMIT.

       SORT-ATP-INNER.
           IF WS-ATP-SUPPLY-DATE(WS-ATP-IDX) >
                   WS-ATP-SUPPLY-DATE(WS-ATP-IDX + 1)
               MOVE WS-ATP-SUPPLY(WS-ATP-IDX) TO WS-ATP-SWAP
               MOVE WS-ATP-SUPPLY(WS-ATP-IDX + 1)
                   TO WS-ATP-SUPPLY(WS-ATP-IDX)
               MOVE WS-ATP-SWAP TO WS-ATP-SUPPLY(WS-ATP-IDX + 1)
           END-IF.

       TOTAL-ATP-DEMAND-AHEAD.
      * The item's backorders are keyed in capture order, so the
      * demand ahead is everything still waiting at the site below
      * this backorder's own sequence number.
           SET WS-ATP-SCAN-NOT-END TO TRUE.
           MOVE WS-ATP-ITEM TO BO-Item-Code.
           MOVE ZEROS TO BO-Seq-No.
           START BackorderFile KEY IS GREATER THAN OR EQUAL
               Backorder-Key
               INVALID KEY
                   SET WS-ATP-SCAN-END TO TRUE.
           PERFORM ADD-ONE-ATP-DEMAND
               UNTIL WS-ATP-SCAN-END.

       ADD-ONE-ATP-DEMAND.
           READ BackorderFile NEXT RECORD
               AT END
                   SET WS-ATP-SCAN-END TO TRUE
               NOT AT END
                   IF BO-Item-Code NOT = WS-ATP-ITEM
                       OR BO-Seq-No NOT < WS-ATP-AHEAD-SEQ
                       SET WS-ATP-SCAN-END TO TRUE
                   ELSE
                       IF BO-Waiting
                           AND BO-Warehouse = WS-ATP-WAREHOUSE
                           ADD BO-Qty TO WS-ATP-NEEDED
                       END-IF
                   END-IF
           END-READ.

       APPLY-ONE-ATP-SUPPLY.
           ADD WS-ATP-SUPPLY-QTY(WS-ATP-IDX) TO WS-ATP-CUM.
           IF WS-ATP-CUM NOT < WS-ATP-NEEDED
               MOVE WS-ATP-SUPPLY-DATE(WS-ATP-IDX) TO WS-ATP-DATE
           END-IF.
