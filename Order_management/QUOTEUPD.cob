      * an accepted quote is converted into a live order in one step
      * through the same creation logic ORDERUPD applies - stock
      * checks with backorder capture, credit limit, allocation, and
      * exposure - at the prices that were quoted. A customer on
      * cash-in-advance terms skips the credit limit and the order
      * is created awaiting payment, for PROFORMA to print the
      * pro-forma invoice the customer pays against. A line priced
      * below its item's margin floor needs an operator holding the
      * pricing permission to confirm it, when it is quoted and again
      * when it converts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT BackorderFile ASSIGN TO "Backorder.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Backorder-Key
               FILE STATUS IS WS-Backorder-Status.

               RECORD KEY IS Terms-Code
               FILE STATUS IS WS-Terms-File-Status.

           SELECT PurchaseOrderFile ASSIGN TO "Purchase.Order.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-Line-Key
               FILE STATUS IS WS-PO-File-Status.

           SELECT TransferHistFile ASSIGN TO "Transfer.History.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XH-Transfer-No
               FILE STATUS IS WS-Transfer-File-Status.

           SELECT LostReasonFile ASSIGN TO "Lost.Reason.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Lost-Reason-Code
               FILE STATUS IS WS-Lost-Reason-File-Status.

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

           SELECT OperatorAuthFile ASSIGN TO "Operator.Auth.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Operator-Userid
               FILE STATUS IS WS-Operator-Auth-Status.

           SELECT JournalFile ASSIGN TO "Order.Forward.Journal"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-File-Status.
               88  Quote-Open        VALUE "O".
               88  Quote-Converted   VALUE "C".
               88  Quote-Expired     VALUE "E".
               88  Quote-Lost        VALUE "L".
      * The customer's trading currency at pricing time, the rate it
      * was quoted at, and the quoted total restated in it.
           05  Quote-Currency-Code PIC X(03).
           05  Quote-Exchange-Rate PIC 9(03)V9(06).
           05  Quote-Foreign-Total PIC 9(09)V9(02).
      * The rep the customer was assigned when the quote was priced,
      * so the win or loss follows the rep who quoted it.
           05  Quote-Rep-Code      PIC X(03).
      * Why a lost quote was lost - a code off Lost.Reason.KSDS, or
      * "EXP" for one QUOTEXP swept when it expired unconverted - with
      * the clerk's note of the competitor who won the business, and
      * the date the quote was converted or lost (its expiry date for
      * one that expired). Quotes priced before win and loss were
      * tracked carry spaces.
           05  Quote-Lost-Reason   PIC X(03).
           05  Quote-Competitor-Note PIC X(20).
           05  Quote-Closed-Date   PIC X(08).

       FD  OrderFile.
       01  Order-Header-Record.
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

       FD  LostReasonFile.
       01  Lost-Reason-Record.
           05  Lost-Reason-Code    PIC X(03).
           05  Lost-Reason-Desc    PIC X(15).
           05  Lost-Reason-Status  PIC X(01).
               88  Lost-Reason-Active     VALUE "A".
               88  Lost-Reason-Inactive   VALUE "I".

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

       FD  OperatorAuthFile.
       01  Operator-Auth-Record.
           05  Operator-Userid     PIC X(08).
           05  Operator-Auth-Level PIC X(01).
               88  Operator-Is-Supervisor  VALUE "S".
               88  Operator-Is-Clerk       VALUE "C".
      * Real credentials on the operator record - see SIGNON. The
      * password must be verified at sign-on, expires and forces a
      * change, and three straight failures lock the ID until a
      * supervisor resets it through OPERMNT.
           05  Operator-Password   PIC X(08).
           05  Operator-Pwd-Expiry PIC X(08).
           05  Operator-Fail-Count PIC 9(01).
           05  Operator-Lock-Flag  PIC X(01).
               88  Operator-Locked      VALUE "Y".
               88  Operator-Not-Locked  VALUE "N".
           05  Operator-Signon-Flag PIC X(01).
               88  Operator-Signed-On   VALUE "Y".
               88  Operator-Signed-Off  VALUE "N".
      * Per-function permissions - the gates check these instead of
      * the old all-or-nothing S/C level, so the pricing desk can
      * hold PRCMAINT without also holding CANCELORD's override. The
      * level byte stays on the record for display only.
           05  Operator-Permissions.
               10  Operator-Perm-Cancel  PIC X(01).
                   88  Operator-May-Cancel       VALUE "Y".
               10  Operator-Perm-Credit  PIC X(01).
                   88  Operator-May-Credit       VALUE "Y".
               10  Operator-Perm-Price   PIC X(01).
                   88  Operator-May-Price        VALUE "Y".
               10  Operator-Perm-Ref     PIC X(01).
                   88  Operator-May-Maint-Ref    VALUE "Y".
               10  Operator-Perm-Oper    PIC X(01).
                   88  Operator-May-Maint-Oper   VALUE "Y".
               10  Operator-Perm-Master  PIC X(01).
                   88  Operator-May-Maint-Master VALUE "Y".
               10  Operator-Perm-Count   PIC X(01).
                   88  Operator-May-Post-Count   VALUE "Y".
               10  Operator-Perm-Period  PIC X(01).
                   88  Operator-May-Close-Period VALUE "Y".
               10  Operator-Perm-Adjust  PIC X(01).
                   88  Operator-May-Adjust-Stock VALUE "Y".

       WORKING-STORAGE SECTION.
       01  WS-PO-File-Status      PIC X(02).
       01  WS-Lost-Reason-File-Status PIC X(02).
       01  WS-Margin-Floor-Status PIC X(02).
       01  WS-Margin-Exc-Status   PIC X(02).
       01  WS-Operator-Auth-Status PIC X(02).
       01  WS-Transfer-File-Status PIC X(02).
       01  WS-Journal-File-Status PIC X(02).
       01  WS-JRNL-ACTION         PIC X(01).
       01  WS-JRNL-STAMP          PIC X(21).
       01  WS-EXPIRY-INTEGER      PIC S9(09) COMP.
       01  WS-EXPIRY-NUM          PIC 9(08).

      * Quote number keyed by the clerk for display, conversion, or
      * marking lost.
       01  WS-QUOTE-CODE          PIC 9(07).
      * Why a quote the clerk marks lost was lost - a code off
      * Lost.Reason.KSDS - and who won the business, if known.
       01  WS-LOST-REASON         PIC X(03).
       01  WS-COMPETITOR-NOTE     PIC X(20).

      * Customer, ship-to, payment type, and lines keyed by the clerk
      * for the quote being priced - the same shape ORDERUPD takes.
           05  WS-LINE-ITEM-QTY   PIC 9(05).
           05  WS-LINE-UNIT-PRICE PIC 9(05)V9(02).
           05  WS-LINE-BO-QTY     PIC 9(05).
      * "Y" when the line is priced below its item's margin floor -
      * see CHECK-LINE-MARGIN - with the floor and the cost it was
      * measured against.
           05  WS-LINE-MARGIN-FLAG PIC X(01).
           05  WS-LINE-FLOOR-PCT  PIC 9(02)V9(02).
           05  WS-LINE-COST       PIC 9(05)V9(02).

      * Keyed "Y" by the clerk to confirm lines priced below their
      * margin floor - honoured only for an operator holding the
      * pricing permission. Asked for again at conversion, since the
      * item's cost may have moved since the quote was priced.
       01  WS-MARGIN-OVERRIDE     PIC X(01).
      * The minimum margin percentage in force for the line being
      * checked. With no floor on file at all a line is only stopped
      * when it sells below cost.
       01  WS-MARGIN-FLOOR-PCT    PIC 9(02)V9(02).
       01  WS-DEFAULT-FLOOR-PCT   PIC 9(02)V9(02) VALUE ZEROS.
       01  WS-PRICE-AUTH-SWITCH   PIC X(01) VALUE "N".
           88  WS-PRICE-AUTHORIZED     VALUE "Y".
           88  WS-PRICE-NOT-AUTHORIZED VALUE "N".

       01  WS-CP-TIER-IDX         PIC 9(01).
       01  WS-ITEM-QTY-AVAILABLE  PIC S9(06).
           88  WS-INPUT-VALID     VALUE "Y".
           88  WS-INPUT-INVALID   VALUE "N".

      * Whether the customer's payment terms are cash-in-advance - see
      * CHECK-CASH-IN-ADVANCE.
       01  WS-CIA-SWITCH          PIC X(01) VALUE "N".
           88  WS-CASH-IN-ADVANCE   VALUE "Y".
           88  WS-ON-ACCOUNT        VALUE "N".

      * Session context handed down from MENU on the LINK that started
      * this task - see the note in MENU.CBL. The same six fields, in
      * the same order, are redeclared here the way every other shared
           05  SC-Cust-Top-Code       PIC 9(07).
           05  SC-Cust-Bottom-Code    PIC 9(07).

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

       LINKAGE SECTION.
       01  DFHCOMMAREA                PIC X(42).

               WHEN EIBAID = DFHPF5
      * Convert an accepted quote into a live order
                   PERFORM CONVERT-QUOTE
               WHEN EIBAID = DFHPF6
      * Mark an open quote lost, with the reason it was lost
                   PERFORM MARK-QUOTE-LOST
               WHEN OTHER
      * Handle invalid PF keys
                   MOVE "INVALID PF KEY" TO WS-MESSAGE
                   MOVE "QUOTE" TO WS-AUDIT-ACTION
                   MOVE Quote-Code TO WS-AUDIT-KEY
                   PERFORM LOG-AUDIT-ENTRY
                   PERFORM AUDIT-QUOTE-MARGIN-LINE
                       VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > WS-LINE-COUNT
                   MOVE "QUOTE CREATED AND PRICED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

                           UNTIL WS-CP-TIER-IDX > 3
               END-READ
               PERFORM APPLY-PROMO-PRICE
               PERFORM CHECK-LINE-MARGIN
               IF WS-LINE-MARGIN-FLAG(WS-LINE-IDX) = "Y"
                   PERFORM CONFIRM-MARGIN-OVERRIDE
               END-IF
               MULTIPLY WS-LINE-ITEM-QTY(WS-LINE-IDX)
                   BY WS-LINE-UNIT-PRICE(WS-LINE-IDX)
                   GIVING WS-LINE-AMOUNT
               MOVE CP-Break-Price(WS-CP-TIER-IDX)
                   TO WS-LINE-UNIT-PRICE(WS-LINE-IDX).

       CHECK-LINE-MARGIN.
      * Measure the price the line came out at - contract and promo
      * pricing applied, or the price quoted when it converts -
      * against what the item costs today. The line is below its
      * floor when its margin, as a percentage of the sold price,
      * falls short of the item's minimum. An item carrying no cost
      * has nothing to measure.
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

       CONFIRM-MARGIN-OVERRIDE.
      * A line below its floor goes through only when the clerk keyed
      * the margin override and the signed-on operator holds the
      * pricing permission - otherwise the quote or the conversion is
      * refused for re-pricing.
           IF WS-MARGIN-OVERRIDE NOT = "Y"
               MOVE "LINE BELOW MINIMUM MARGIN - OVERRIDE REQUIRED"
                   TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               SET WS-INPUT-INVALID TO TRUE
           ELSE
               PERFORM CHECK-PRICE-AUTHORIZED
               IF WS-PRICE-NOT-AUTHORIZED
                   MOVE "MARGIN OVERRIDE NEEDS PRICING PERMISSION"
                       TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   SET WS-INPUT-INVALID TO TRUE
               END-IF
           END-IF.

       CHECK-PRICE-AUTHORIZED.
      * Only an operator granted the pricing permission on the
      * Operator-Auth-KSDS reference file may sell below the floor.
           SET WS-PRICE-NOT-AUTHORIZED TO TRUE.
           MOVE EIBUSERID TO Operator-Userid.
           READ OperatorAuthFile KEY IS Operator-Userid
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Operator-May-Price
                       SET WS-PRICE-AUTHORIZED TO TRUE
                   END-IF
           END-READ.

       AUDIT-QUOTE-MARGIN-LINE.
      * Audit each below-floor line the override let onto the quote.
           IF WS-LINE-MARGIN-FLAG(WS-LINE-IDX) = "Y"
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "MGNOVR " WS-LINE-IDX DELIMITED BY SIZE
                   INTO WS-AUDIT-ACTION
               MOVE Quote-Code TO WS-AUDIT-KEY
               PERFORM LOG-AUDIT-ENTRY
           END-IF.

       WRITE-MARGIN-EXCEPTION.
      * Log the accepted below-floor line of the converted order for
      * MARGEXC's daily report, with the operator who confirmed it,
      * and audit the override against the order.
           MOVE WS-ORDER-CODE TO ME-Order-Code.
           MOVE WS-LINE-IDX TO ME-Line-Number.
           MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX) TO ME-Item-Code.
           MOVE Quote-Customer-Code TO ME-Customer-Code.
           MOVE WS-LINE-ITEM-QTY(WS-LINE-IDX) TO ME-Item-Qty.
           MOVE WS-LINE-UNIT-PRICE(WS-LINE-IDX) TO ME-Unit-Price.
           MOVE WS-LINE-COST(WS-LINE-IDX) TO ME-Unit-Cost.
           MOVE WS-LINE-FLOOR-PCT(WS-LINE-IDX) TO ME-Floor-Pct.
           MOVE "QUOTEUPD" TO ME-Source.
           SET ME-Accepted TO TRUE.
           MOVE EIBUSERID TO ME-Approver.
           MOVE WS-TODAY TO ME-Accepted-Date.
           WRITE Margin-Exception-Record
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE SPACES TO WS-AUDIT-ACTION.
           STRING "MGNOVR " WS-LINE-IDX DELIMITED BY SIZE
               INTO WS-AUDIT-ACTION.
           MOVE WS-ORDER-CODE TO WS-AUDIT-KEY.
           PERFORM LOG-AUDIT-ENTRY.

       COMPUTE-QUOTE-TAX.
      * Work out the tax off the customer's regional tax rate and
      * roll it into the quoted total. A tax-exempt customer's quote
           MOVE WS-ORDER-TAX-AMOUNT TO Quote-Tax-Amount.
           MOVE WS-ORDER-TOTAL-AMOUNT TO Quote-Total-Amount.
           PERFORM SET-QUOTE-CURRENCY.
           MOVE Customer-Rep-Code TO Quote-Rep-Code.
           MOVE SPACES TO Quote-Lost-Reason.
           MOVE SPACES TO Quote-Competitor-Note.
           MOVE SPACES TO Quote-Closed-Date.
           SET Quote-Open TO TRUE.

       BUILD-ONE-QUOTE-LINE.
       CONVERT-QUOTE.
      * Turn an accepted quote into a live order in one step, through
      * the same checks and updates order creation applies - but at
      * the prices that were quoted. An expired quote is marked
      * lost to expiry, the same as QUOTEXP's nightly sweep would
      * mark it, and rejected.
           MOVE WS-QUOTE-CODE TO Quote-Code.
           READ QuoteFile KEY IS Quote-Code
               INVALID KEY
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           MOVE WS-DATE(1:8) TO WS-TODAY.
           IF Quote-Expiry-Date < WS-TODAY
               SET Quote-Lost TO TRUE
               MOVE "EXP" TO Quote-Lost-Reason
               MOVE Quote-Expiry-Date TO Quote-Closed-Date
               REWRITE QuoteFile FROM Quote-Record
                   INVALID KEY
                       CONTINUE

           PERFORM COMPUTE-QUOTE-TAX.

      * A cash-in-advance customer is extended no credit, so there is
      * no limit to measure.
           PERFORM CHECK-CASH-IN-ADVANCE.
           IF WS-ON-ACCOUNT
               AND (Customer-Open-Exposure + WS-ORDER-TOTAL-AMOUNT)
                   > Customer-Credit-Limit
               MOVE "CREDIT LIMIT EXCEEDED" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC

           PERFORM CREATE-ORDER-FROM-QUOTE.

       MARK-QUOTE-LOST.
      * Record that an open quote was lost and why, so QUOTRPT can
      * show where the business is going. The reason must be a live
      * one off the lost reason table; "EXP" is kept for the quotes
      * QUOTEXP sweeps when they expire, and is not keyed.
           MOVE WS-QUOTE-CODE TO Quote-Code.
           READ QuoteFile KEY IS Quote-Code
               INVALID KEY
                   MOVE "QUOTE NOT FOUND" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   IF Quote-Open
                       PERFORM VALIDATE-LOST-REASON
                   ELSE
                       MOVE "QUOTE NOT OPEN" TO WS-MESSAGE
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-IF
           END-READ.

       VALIDATE-LOST-REASON.
           MOVE WS-LOST-REASON TO Lost-Reason-Code.
           READ LostReasonFile KEY IS Lost-Reason-Code
               INVALID KEY
                   MOVE "INVALID LOST REASON" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   IF Lost-Reason-Inactive OR Lost-Reason-Code = "EXP"
                       MOVE "INVALID LOST REASON" TO WS-MESSAGE
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   ELSE
                       PERFORM REWRITE-QUOTE-LOST
                   END-IF
           END-READ.

       REWRITE-QUOTE-LOST.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           SET Quote-Lost TO TRUE.
           MOVE WS-LOST-REASON TO Quote-Lost-Reason.
           MOVE WS-COMPETITOR-NOTE TO Quote-Competitor-Note.
           MOVE WS-DATE(1:8) TO Quote-Closed-Date.
           REWRITE Quote-Record
               INVALID KEY
                   MOVE "QUOTE UPDATE FAILED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUDIT-ACTION
                   STRING "QLOST " WS-LOST-REASON DELIMITED BY SIZE
                       INTO WS-AUDIT-ACTION
                   MOVE Quote-Code TO WS-AUDIT-KEY
                   PERFORM LOG-AUDIT-ENTRY
                   MOVE "QUOTE MARKED LOST" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           END-REWRITE.

       STAGE-ONE-QUOTED-LINE.
      * One quoted line staged for creation: the item must still
      * exist, the quoted price is honored as the sold price, and a
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               SET WS-INPUT-INVALID TO TRUE.

      * A drop-ship item is bought in from its supplier for the line,
      * so it converts whole with no site stock check and never
      * backorders - but an item with no supplier cannot be bought.
           IF WS-INPUT-VALID AND Item-Is-Drop-Ship
               IF Item-Supplier-Code = ZEROS
                   MOVE "NO SUPPLIER ON DROP-SHIP ITEM" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   SET WS-INPUT-INVALID TO TRUE
               ELSE
                   MOVE WS-LINE-ITEM-QTY(WS-LINE-IDX)
                       TO WS-ITEM-QTY-AVAILABLE
               END-IF
           END-IF.

           IF WS-INPUT-VALID AND NOT Item-Is-Drop-Ship
               MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX) TO WH-Item-Code
               MOVE WS-DEFAULT-WAREHOUSE TO WH-Warehouse-Code
               READ WhseStockFile KEY IS Whse-Stock-Key
               MULTIPLY WS-LINE-SHIP-QTY
                   BY WS-LINE-UNIT-PRICE(WS-LINE-IDX)
                   GIVING WS-LINE-AMOUNT
               ADD WS-LINE-AMOUNT TO WS-ORDER-AMOUNT
               PERFORM CHECK-LINE-MARGIN
               IF WS-LINE-MARGIN-FLAG(WS-LINE-IDX) = "Y"
                   PERFORM CONFIRM-MARGIN-OVERRIDE
               END-IF.

       GET-NEXT-ORDER-CODE.
      * Mint the next order number from the single-record order
           PERFORM SET-ORDER-CURRENCY.
           PERFORM SET-ORDER-DUE-DATE.
           MOVE SPACES TO Order-Cust-PO-Ref.
           MOVE SPACES TO Order-Carrier-Code.
           MOVE ZEROS TO Order-Wave-No.
      * The customer's assigned rep is captured onto the order at
      * conversion, so commission follows the order even if the
      * account changes hands later.
           MOVE Customer-Rep-Code TO Order-Rep-Code.
      * A cash-in-advance order allocates its stock like any other
      * but waits for its money before PICKLIST or DISPDUE see it.
           IF WS-CASH-IN-ADVANCE
               SET Order-Awaiting-Payment TO TRUE
           ELSE
               SET Order-Open TO TRUE
           END-IF.
           WRITE OrderFile FROM Order-Header-Record
               INVALID KEY
                   MOVE "ORDER CREATION FAILED" TO WS-MESSAGE
                       UNTIL WS-LINE-IDX > WS-LINE-COUNT
                   PERFORM RAISE-CUSTOMER-EXPOSURE
                   SET Quote-Converted TO TRUE
                   MOVE WS-TODAY TO Quote-Closed-Date
                   REWRITE QuoteFile FROM Quote-Record
                       INVALID KEY
                           CONTINUE
                   PERFORM LOG-AUDIT-ENTRY
                   MOVE WS-ORDER-CODE TO SC-Order-Code
                   MOVE Quote-Customer-Code TO SC-Customer-Code
                   IF WS-CASH-IN-ADVANCE
                       MOVE "CONVERTED - AWAITING PAYMENT" TO WS-MESSAGE
                   ELSE
                       MOVE "QUOTE CONVERTED TO ORDER" TO WS-MESSAGE
                   END-IF
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       WRITE-ONE-LINE.
               SET Line-Open TO TRUE
               MOVE WS-DEFAULT-WAREHOUSE TO Line-Warehouse
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
               WRITE OrderLineFile FROM Order-Line-Record
                   INVALID KEY
           END-IF.
           IF WS-LINE-BO-QTY(WS-LINE-IDX) > ZEROS
               PERFORM CREATE-LINE-BACKORDER.
           IF WS-LINE-MARGIN-FLAG(WS-LINE-IDX) = "Y"
               PERFORM WRITE-MARGIN-EXCEPTION.

       COMMIT-LINE-STOCK.
      * Allocate what this line just committed to the order against
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
                           MOVE WS-DEFAULT-WAREHOUSE
                               TO WS-KIT-WAREHOUSE
                           PERFORM ALLOCATE-KIT-COMPONENTS
                       WHEN OTHER
                           ADD WS-LINE-SHIP-QTY
                               TO Item-Qty-Allocated OF Item-Record
                           REWRITE ItemFile FROM Item-Record
                           MOVE "R" TO WS-JRNL-ACTION
                           PERFORM JOURNAL-ITEM-IMAGE
                           MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX)
                               TO WH-Item-Code
                           MOVE WS-DEFAULT-WAREHOUSE
                               TO WH-Warehouse-Code
                           READ WhseStockFile KEY IS Whse-Stock-Key
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD WS-LINE-SHIP-QTY
                                       TO WH-Qty-Allocated
                                   REWRITE WhseStockFile
                                           FROM Warehouse-Stock-Record
                                       INVALID KEY
                                           CONTINUE
                                   END-REWRITE
                           END-READ
                   END-EVALUATE
           END-READ.

       RAISE-DROP-SHIP-PO.
      * Buy the drop-ship line in from the item's supplier - a PO of
      * its own, one line long, minted off the order control file
      * under the PO control key and raised open the same way
      * ORDERUPD does. The item record was read by the caller.
           MOVE "P" TO Control-Key.
           READ OrderControlFile KEY IS Control-Key
               INVALID KEY
                   MOVE "PO CONTROL RECORD MISSING" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   ADD 1 TO Last-Order-Code
                   REWRITE OrderControlFile FROM Order-Control-Record
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
           MOVE WS-TODAY TO PO-Date.
           MOVE Order-Req-Ship-Date TO PO-Expected-Date.
           MOVE SPACES TO PO-Warehouse.
           SET PO-Line-Open TO TRUE.
           SET PO-Drop-Ship-Line TO TRUE.
           MOVE WS-ORDER-CODE TO PO-DS-Order-Code.
           MOVE Line-Number TO PO-DS-Line-Number.
           MOVE Quote-Customer-Code TO PO-DS-Customer-Code.
           MOVE Quote-Ship-To-Seq TO PO-DS-Ship-To-Seq.
           WRITE Purchase-Order-Record
               INVALID KEY
                   MOVE "DROP-SHIP PO CREATION FAILED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   MOVE PO-Number TO Line-PO-Number
                   REWRITE OrderLineFile FROM Order-Line-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "R" TO WS-JRNL-ACTION
                           PERFORM JOURNAL-LINE-IMAGE
                   END-REWRITE
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
           MOVE WS-DEFAULT-WAREHOUSE TO WS-ATP-WAREHOUSE.
           MOVE WS-LINE-BO-QTY(WS-LINE-IDX) TO WS-ATP-QTY.
           MOVE Last-Order-Code TO WS-ATP-AHEAD-SEQ.
           PERFORM COMPUTE-ATP-DATE.
           MOVE WS-LINE-ITEM-CODE(WS-LINE-IDX) TO BO-Item-Code.
           MOVE Last-Order-Code TO BO-Seq-No.
           MOVE WS-ORDER-CODE TO BO-Order-Code.
           MOVE WS-TODAY TO BO-Date.
           MOVE WS-DEFAULT-WAREHOUSE TO BO-Warehouse.
           SET BO-Waiting TO TRUE.
           MOVE WS-ATP-DATE TO BO-Promise-Date.
           WRITE BackorderFile FROM Backorder-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SEND-PROMISE-MESSAGE.

       SEND-PROMISE-MESSAGE.
      * Tell the clerk when the short quantity can be promised, so
      * the customer gets a date rather than "when it comes in".
           MOVE SPACES TO WS-MESSAGE.
           IF BO-Promise-Date = SPACES
               STRING "BACKORDER " BO-Item-Code
                   " - NOTHING ON ORDER TO PROMISE"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               STRING "BACKORDER " BO-Item-Code
                   " PROMISED FOR " BO-Promise-Date
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       RAISE-CUSTOMER-EXPOSURE.
      * Add the new order's total onto the customer's open exposure.
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
           OPEN EXTEND JournalFile.
           WRITE Journal-Record.
           CLOSE JournalFile.

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
