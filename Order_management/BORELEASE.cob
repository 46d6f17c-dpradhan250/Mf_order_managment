               88  BO-Waiting        VALUE "W".
               88  BO-Released       VALUE "R".
               88  BO-Dropped        VALUE "D".
      * The date the short quantity was promised to the customer when
      * it was captured - the available-to-promise date worked out
      * from open POs and in-transit transfers after the demand
      * already waiting ahead of it. Spaces when nothing on order
      * covered it.
           05  BO-Promise-Date     PIC X(08).

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
       01  WS-SPAWN-PAY-TYPE      PIC X(03).
       01  WS-SPAWN-REP           PIC X(03).
       01  WS-SPAWN-PO-REF        PIC X(15).
       01  WS-SPAWN-CARRIER       PIC X(03).
       01  WS-SPAWNED-COUNT       PIC 9(05) VALUE ZEROS.
       01  WS-SPAWN-SWITCH        PIC X(01) VALUE "Y".
           88  WS-SPAWN-OK          VALUE "Y".
           88  WS-SPAWN-BLOCKED     VALUE "N".

      * Whether the customer's payment terms are cash-in-advance - see
      * CHECK-CASH-IN-ADVANCE.
       01  WS-CIA-SWITCH          PIC X(01) VALUE "N".
           88  WS-CASH-IN-ADVANCE   VALUE "Y".
           88  WS-ON-ACCOUNT        VALUE "N".

       01  WS-ITEM-QTY-AVAILABLE  PIC S9(06).

      * When the oldest waiting backorder for an item cannot be filled
                           DISPLAY "WAITING - ORDER HELD FOR CREDIT: "
                               "ORDER " BO-Order-Code
                               " ITEM " BO-Item-Code " QTY " BO-Qty
      * An order awaiting cash in advance has a pro-forma out for
      * its current total - the demand waits until the customer has
      * paid and the order is released.
                       WHEN Order-Awaiting-Payment
                           ADD 1 TO WS-WAITING-COUNT
                           DISPLAY "WAITING - ORDER AWAITING PAYMENT: "
                               "ORDER " BO-Order-Code
                               " ITEM " BO-Item-Code " QTY " BO-Qty
      * An order held for margin review waits on the pricing desk -
      * its demand stays captured until MGNREVW releases it or the
      * order is cancelled.
                       WHEN Order-Margin-Held
                           ADD 1 TO WS-WAITING-COUNT
                           DISPLAY "WAITING - ORDER HELD FOR MARGIN: "
                               "ORDER " BO-Order-Code
                               " ITEM " BO-Item-Code " QTY " BO-Qty
                       WHEN Order-Open OR Order-Picked
                           OR Order-Part-Shipped
                           PERFORM PRICE-ONE-RELEASE
           SET Line-Open TO TRUE.
           MOVE BO-Warehouse TO Line-Warehouse OF Order-Line-Record.
           MOVE SPACES TO Line-Lot-No.
      * A backorder is always stock - drop-ship lines never wait.
           SET Line-From-Stock TO TRUE.
           MOVE ZEROS TO Line-PO-Number.
      * The released line captures the item's current cost - the
      * item record is still in the buffer from the release checks.
           MOVE Item-Unit-Cost OF Item-Record TO Line-Unit-Cost.
           MOVE Payment-Type TO WS-SPAWN-PAY-TYPE.
           MOVE Order-Rep-Code TO WS-SPAWN-REP.
           MOVE Order-Cust-PO-Ref TO WS-SPAWN-PO-REF.
           MOVE Order-Carrier-Code TO WS-SPAWN-CARRIER.

           PERFORM FIND-LINE-FOR-ITEM.
           IF WS-LINE-FOUND
       PRICE-SPAWNED-ORDER.
      * Tax the remainder off the customer's regional rate (or not at
      * all for an exempt account) and measure it against the credit
      * limit before anything is written. A cash-in-advance customer
      * is extended no credit, so there is no limit to measure; the
      * remainder is written awaiting payment instead.
           MOVE ZEROS TO WS-EFFECTIVE-RATE.
           IF Customer-Tax-Exempt
               CONTINUE
           COMPUTE WS-NEW-TAX ROUNDED =
               WS-RELEASE-AMOUNT * WS-EFFECTIVE-RATE.
           COMPUTE WS-NEW-TOTAL = WS-RELEASE-AMOUNT + WS-NEW-TAX.
           PERFORM CHECK-CASH-IN-ADVANCE.
           IF WS-ON-ACCOUNT
               AND (Customer-Open-Exposure + WS-NEW-TOTAL)
                   > Customer-Credit-Limit
               ADD 1 TO WS-WAITING-COUNT
               DISPLAY "WAITING - CREDIT LIMIT: ORDER "
               PERFORM SET-ORDER-CURRENCY
               PERFORM SET-ORDER-DUE-DATE
               MOVE WS-SPAWN-PO-REF TO Order-Cust-PO-Ref
               MOVE WS-SPAWN-CARRIER TO Order-Carrier-Code
               MOVE ZEROS TO Order-Wave-No
               MOVE WS-SPAWN-REP TO Order-Rep-Code
               IF WS-CASH-IN-ADVANCE
                   SET Order-Awaiting-Payment TO TRUE
               ELSE
                   SET Order-Open TO TRUE
               END-IF
               WRITE Order-Header-Record
                   INVALID KEY
                       ADD 1 TO WS-WAITING-COUNT
           SET Line-Open TO TRUE.
           MOVE BO-Warehouse TO Line-Warehouse OF Order-Line-Record.
           MOVE SPACES TO Line-Lot-No.
      * A backorder is always stock - drop-ship lines never wait.
           SET Line-From-Stock TO TRUE.
           MOVE ZEROS TO Line-PO-Number.
      * The released line captures the item's current cost - the
      * item record is still in the buffer from the release checks.
           MOVE Item-Unit-Cost OF Item-Record TO Line-Unit-Cost.
                   / Currency-Rate
           END-IF.

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
