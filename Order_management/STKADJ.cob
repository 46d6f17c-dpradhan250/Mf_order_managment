       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKADJ.

      * Reason-coded stock adjustment. Outside a formal cycle count
      * the only way to correct stock used to be overtyping the item
      * master's on-hand in ITEMMAINT, which broke the per-site
      * balances VALRECON repairs and left no reason behind. This
      * screen adjusts one item at one warehouse, and one lot where
      * the stock is lot tracked, by a keyed quantity - "-" for a
      * loss (damage, shrinkage, samples), "+" for found stock - and
      * keeps the item master, Warehouse.Stock.KSDS and Lot.Stock.KSDS
      * in step. Every adjustment carries a reason off the maintained
      * adjust reason table, is numbered and kept on
      * Stock.Adjustment.KSDS for ADJRPT, goes on the stock movement
      * ledger and the audit trail, and journals the item image.
      * Only an operator holding the adjust-stock permission may key
      * one at all, and one valued above the threshold at the item's
      * unit cost also needs a supervisor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ItemFile ASSIGN TO "Item.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Item-Code
               FILE STATUS IS WS-File-Status.

           SELECT WhseStockFile ASSIGN TO "Warehouse.Stock.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Whse-Stock-Key
               FILE STATUS IS WS-Whse-Stock-Status.

           SELECT LotStockFile ASSIGN TO "Lot.Stock.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Lot-Stock-Key
               FILE STATUS IS WS-Lot-Stock-Status.

           SELECT AdjustReasonFile ASSIGN TO "Adjust.Reason.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Adjust-Reason-Code
               FILE STATUS IS WS-Reason-File-Status.

           SELECT StockAdjustFile ASSIGN TO "Stock.Adjustment.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SA-Adjust-No
               ALTERNATE RECORD KEY IS SA-Reason-Code WITH DUPLICATES
               FILE STATUS IS WS-Adjust-File-Status.

           SELECT OperatorAuthFile ASSIGN TO "Operator.Auth.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Operator-Userid
               FILE STATUS IS WS-Operator-Auth-Status.

           SELECT OrderControlFile ASSIGN TO "Order.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Control-Key
               FILE STATUS IS WS-Control-File-Status.

           SELECT AuditTrailFile ASSIGN TO "Audit.Trail.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Audit-Seq-No
               FILE STATUS IS WS-Audit-File-Status.

           SELECT AuditControlFile ASSIGN TO "Audit.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-Control-Key
               FILE STATUS IS WS-Audit-Control-Status.

           SELECT JournalFile ASSIGN TO "Order.Forward.Journal"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-File-Status.

           SELECT StockMoveFile ASSIGN TO "Stock.Movement.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MV-Movement-Key
               FILE STATUS IS WS-Movement-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ItemFile.
       01  Item-Record.
           05  Item-Code           PIC 9(07).
           05  Item-Name           PIC X(12).
      * Item-Qty-OnHand is the physical count sitting in the warehouse;
      * Item-Qty-Allocated is how much of it is already committed to
      * open or picked orders. Cancelling an order (only ever allowed
      * before it ships - see CANCEL-ORDER) releases the allocation
      * without touching the physical on-hand count, since the stock
      * never actually left the building.
           05  Item-Qty-OnHand     PIC 9(05).
           05  Item-Qty-Allocated  PIC 9(05).
           05  Item-Price          PIC 9(05)V9(02).
           05  Item-Reorder-Point  PIC 9(05).
           05  Item-Bin-Location   PIC X(06).
           05  Item-Status         PIC X(01).
               88  Item-Active           VALUE "A".
               88  Item-Discontinued     VALUE "D".
           05  Item-Supplier-Code  PIC 9(05).
      * A kit item is a sellable bundle that holds no stock of its
      * own - ordering it prices one line to the customer while the
      * component items on Kit.Component.KSDS are what allocate,
      * pick, and relieve.
           05  Item-Kit-Flag       PIC X(01).
               88  Item-Is-Kit       VALUE "Y".
               88  Item-Not-Kit      VALUE "N".
      * The stocking unit every quantity in the system is held in,
      * and how many of it make a supplier case - so ordering and
      * receiving can be keyed in cases and convert here instead of
      * on paper. A zero case pack means the item does not come in
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

       FD  WhseStockFile.
       01  Warehouse-Stock-Record.
           05  Whse-Stock-Key.
               10  WH-Item-Code        PIC 9(07).
               10  WH-Warehouse-Code   PIC X(02).
           05  WH-Qty-OnHand           PIC 9(05).
           05  WH-Qty-Allocated        PIC 9(05).

       FD  LotStockFile.
       01  Lot-Stock-Record.
           05  Lot-Stock-Key.
               10  LS-Item-Code    PIC 9(07).
               10  LS-Warehouse    PIC X(02).
               10  LS-Lot-No       PIC X(10).
           05  LS-Qty-OnHand       PIC 9(05).
           05  LS-Receipt-Date     PIC X(08).
      * The date the lot goes out of date, captured at receipt -
      * shipping draws the earliest-expiring lot first and never
      * ships a lot past it. Spaces for stock that does not expire.
           05  LS-Expiry-Date      PIC X(08).

       FD  AdjustReasonFile.
       01  Adjust-Reason-Record.
           05  Adjust-Reason-Code  PIC X(03).
           05  Adjust-Reason-Desc  PIC X(15).
           05  Adjust-Reason-Status PIC X(01).
               88  Adjust-Reason-Active   VALUE "A".
               88  Adjust-Reason-Inactive VALUE "I".

       FD  StockAdjustFile.
       01  Stock-Adjust-Record.
           05  SA-Adjust-No        PIC 9(07).
           05  SA-Reason-Code      PIC X(03).
           05  SA-Item-Code        PIC 9(07).
           05  SA-Warehouse        PIC X(02).
           05  SA-Lot-No           PIC X(10).
           05  SA-Direction        PIC X(01).
               88  SA-Stock-Gain     VALUE "+".
               88  SA-Stock-Loss     VALUE "-".
           05  SA-Qty              PIC 9(05).
           05  SA-Unit-Cost        PIC 9(05)V9(02).
           05  SA-Value            PIC 9(07)V9(02).
           05  SA-Operator         PIC X(08).
           05  SA-Adjust-Date      PIC X(08).
           05  SA-Adjust-Time      PIC X(06).

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

       FD  OrderControlFile.
       01  Order-Control-Record.
           05  Control-Key         PIC X(01).
           05  Last-Order-Code     PIC 9(07).

       FD  AuditTrailFile.
       01  Audit-Trail-Record.
           05  Audit-Seq-No        PIC 9(09).
           05  Audit-Userid        PIC X(08).
           05  Audit-Date          PIC X(11).
           05  Audit-Time          PIC X(08).
           05  Audit-Action        PIC X(10).
           05  Audit-Program       PIC X(08).
           05  Audit-Key           PIC X(07).

       FD  AuditControlFile.
       01  Audit-Control-Record.
           05  AC-Control-Key      PIC X(01).
           05  AC-Last-Audit-Seq   PIC 9(09).

       FD  JournalFile.
      * One after-image per write/rewrite/delete against the order,
      * line, customer, and item masters, appended as it happens -
      * the forward-recovery trail JRNLRPLY replays on top of an
      * ORDMREST restore to roll the files up to the point of
      * failure instead of a four-week-stale backup. Images are
      * applied idempotently on replay, so a repeated or unchanged
      * image is harmless.
       01  Journal-Record.
           05  JR-File-Tag         PIC X(08).
           05  JR-Action           PIC X(01).
               88  JR-Applied        VALUES "W" "R".
               88  JR-Deleted        VALUE "D".
           05  JR-Date             PIC X(08).
           05  JR-Time             PIC X(08).
           05  JR-Image            PIC X(250).

       FD  StockMoveFile.
      * The inventory movement ledger - one record per change to an
      * item's stock, keyed so an item's movements read newest first.
       01  Stock-Movement-Record.
           05  MV-Movement-Key.
               10  MV-Item-Code    PIC 9(07).
               10  MV-Rev-Seq      PIC 9(07).
           05  MV-Movement-No      PIC 9(07).
           05  MV-Warehouse        PIC X(02).
           05  MV-Lot-No           PIC X(10).
           05  MV-Movement-Type    PIC X(01).
               88  MV-Receipt          VALUE "R".
               88  MV-Shipment         VALUE "S".
               88  MV-Transfer-Out     VALUE "O".
               88  MV-Transfer-In      VALUE "I".
               88  MV-Count-Variance   VALUE "C".
               88  MV-Cancel-Restore   VALUE "X".
               88  MV-Kit-Relief       VALUE "K".
               88  MV-Vendor-Return    VALUE "V".
               88  MV-Adjustment       VALUE "A".
           05  MV-Qty-In           PIC 9(07).
           05  MV-Qty-Out          PIC 9(07).
           05  MV-Qty-Released     PIC 9(07).
           05  MV-Balance          PIC 9(07).
           05  MV-Source-Doc       PIC X(12).
           05  MV-Operator         PIC X(08).
           05  MV-Program          PIC X(08).
           05  MV-Move-Date        PIC X(08).
           05  MV-Move-Time        PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).
       01  WS-Whse-Stock-Status   PIC X(02).
       01  WS-Lot-Stock-Status    PIC X(02).
       01  WS-Reason-File-Status  PIC X(02).
       01  WS-Adjust-File-Status  PIC X(02).
       01  WS-Operator-Auth-Status PIC X(02).
       01  WS-Control-File-Status PIC X(02).
       01  WS-Audit-File-Status   PIC X(02).
       01  WS-Audit-Control-Status PIC X(02).
       01  WS-Journal-File-Status PIC X(02).
       01  WS-Movement-File-Status PIC X(02).
       01  WS-JRNL-ACTION         PIC X(01).
       01  WS-JRNL-STAMP          PIC X(21).
       01  WS-MESSAGE             PIC X(50).
       01  WS-STAMP               PIC X(21).
       01  WS-AUDIT-ACTION        PIC X(10).

      * The adjustment keyed on the screen: the item, the warehouse,
      * the lot for lot-tracked stock (blank for untracked legacy
      * stock, the convention GOODSRCV receives under), "-" for a
      * loss or "+" for found stock, the quantity, and the reason.
       01  WS-ADJ-ITEM            PIC 9(07).
       01  WS-ADJ-WAREHOUSE       PIC X(02).
       01  WS-ADJ-LOT             PIC X(10).
       01  WS-ADJ-DIRECTION       PIC X(01).
           88  WS-ADJ-GAIN          VALUE "+".
           88  WS-ADJ-LOSS          VALUE "-".
       01  WS-ADJ-QTY             PIC 9(05).
       01  WS-ADJ-REASON          PIC X(03).
       01  WS-ADJ-VALUE           PIC 9(07)V9(02).

      * An adjustment valued above this amount at the item's unit
      * cost needs a supervisor as well as the adjust-stock
      * permission. Change this value to retune the threshold.
       01  WS-SUP-ADJUST-LIMIT    PIC 9(07)V9(02) VALUE 500.

       01  WS-ADJ-VALID-SWITCH    PIC X(01) VALUE "N".
           88  WS-ADJ-VALID         VALUE "Y".
           88  WS-ADJ-NOT-VALID     VALUE "N".

       01  WS-AUTH-SWITCH         PIC X(01) VALUE "N".
           88  WS-ADJUST-AUTHORIZED     VALUE "Y".
           88  WS-ADJUST-NOT-AUTHORIZED VALUE "N".

       01  WS-SUP-SWITCH          PIC X(01) VALUE "N".
           88  WS-ADJUST-SUPERVISOR     VALUE "Y".
           88  WS-ADJUST-NOT-SUPERVISOR VALUE "N".

      * Whether the site and lot balances being adjusted are already
      * on file - found stock may land where none was held before,
      * and the record is then written rather than rewritten.
       01  WS-WHSE-SWITCH         PIC X(01) VALUE "Y".
           88  WS-WHSE-ON-FILE      VALUE "Y".
           88  WS-WHSE-NEW          VALUE "N".

       01  WS-LOT-SWITCH          PIC X(01) VALUE "Y".
           88  WS-LOT-ON-FILE       VALUE "Y".
           88  WS-LOT-NEW           VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
      * Receive the adjustment and process based on PF keys
           EXEC CICS RECEIVE MAP('STKADJ') MAPSET('STKADJS') END-EXEC.

           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
      * Exit to the menu program
                   MOVE "EXITING TO MENU..." TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   EXEC CICS RETURN END-EXEC
               WHEN EIBAID = DFHENTER
      * Validate and post the keyed adjustment
                   PERFORM POST-ADJUSTMENT
               WHEN OTHER
      * Handle invalid PF keys
                   MOVE "INVALID PF KEY" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

       POST-ADJUSTMENT.
      * Check the operator may adjust stock, validate the keyed
      * adjustment against the reason table, the item and the site
      * and lot balances it moves, then number it and apply it.
           PERFORM CHECK-ADJUST-AUTHORIZED.
           IF WS-ADJUST-NOT-AUTHORIZED
               MOVE "NOT AUTHORIZED FOR STOCK ADJUSTMENTS" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           ELSE
               PERFORM VALIDATE-ADJUSTMENT
               IF WS-ADJ-NOT-VALID
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               ELSE
                   PERFORM NUMBER-ADJUSTMENT
               END-IF
           END-IF.

       VALIDATE-ADJUSTMENT.
      * Every adjustment carries a live reason code off the
      * maintained table, so ADJRPT can say where the stock went.
           SET WS-ADJ-NOT-VALID TO TRUE.
           EVALUATE TRUE
               WHEN WS-ADJ-WAREHOUSE = SPACES
                   MOVE "WAREHOUSE REQUIRED" TO WS-MESSAGE
               WHEN NOT WS-ADJ-GAIN AND NOT WS-ADJ-LOSS
                   MOVE "DIRECTION MUST BE + OR -" TO WS-MESSAGE
               WHEN WS-ADJ-QTY = ZEROS
                   MOVE "ADJUSTMENT QUANTITY REQUIRED" TO WS-MESSAGE
               WHEN WS-ADJ-REASON = SPACES
                   MOVE "ADJUST REASON REQUIRED" TO WS-MESSAGE
               WHEN OTHER
                   PERFORM VALIDATE-ADJUST-REASON
           END-EVALUATE.

       VALIDATE-ADJUST-REASON.
           MOVE WS-ADJ-REASON TO Adjust-Reason-Code.
           READ AdjustReasonFile KEY IS Adjust-Reason-Code
               INVALID KEY
                   MOVE "INVALID ADJUST REASON" TO WS-MESSAGE
               NOT INVALID KEY
                   IF Adjust-Reason-Inactive
                       MOVE "ADJUST REASON IS INACTIVE" TO WS-MESSAGE
                   ELSE
                       PERFORM VALIDATE-ADJUST-ITEM
                   END-IF
           END-READ.

       VALIDATE-ADJUST-ITEM.
      * A kit holds no stock of its own - its components do, and
      * are adjusted one by one.
           MOVE WS-ADJ-ITEM TO Item-Code OF Item-Record.
           READ ItemFile KEY IS Item-Code OF Item-Record
               INVALID KEY
                   MOVE "ITEM NOT FOUND" TO WS-MESSAGE
               NOT INVALID KEY
                   PERFORM VALIDATE-ADJUST-VALUE
           END-READ.

       VALIDATE-ADJUST-VALUE.
           COMPUTE WS-ADJ-VALUE = WS-ADJ-QTY * Item-Unit-Cost.
           EVALUATE TRUE
               WHEN Item-Is-Kit
                   MOVE "KIT HOLDS NO STOCK - ADJUST ITS COMPONENTS"
                       TO WS-MESSAGE
               WHEN WS-ADJ-VALUE > WS-SUP-ADJUST-LIMIT
                   AND WS-ADJUST-NOT-SUPERVISOR
                   MOVE "SUPERVISOR REQUIRED FOR THIS ADJUSTMENT"
                       TO WS-MESSAGE
               WHEN OTHER
                   PERFORM VALIDATE-ADJUST-BALANCES
           END-EVALUATE.

       VALIDATE-ADJUST-BALANCES.
           PERFORM READ-SITE-BALANCE.
           IF WS-ADJ-LOSS AND WS-WHSE-NEW
               MOVE "NO STOCK HELD AT THAT WAREHOUSE" TO WS-MESSAGE
           ELSE
               SET WS-ADJ-VALID TO TRUE
               IF WS-ADJ-LOT NOT = SPACES
                   PERFORM VALIDATE-ADJUST-LOT
               END-IF
               IF WS-ADJ-VALID
                   PERFORM VALIDATE-ADJUST-QTY
               END-IF
           END-IF.

       VALIDATE-ADJUST-LOT.
           PERFORM READ-LOT-BALANCE.
           EVALUATE TRUE
               WHEN WS-ADJ-LOSS AND WS-LOT-NEW
                   SET WS-ADJ-NOT-VALID TO TRUE
                   MOVE "LOT NOT HELD AT THAT WAREHOUSE" TO WS-MESSAGE
               WHEN WS-ADJ-LOSS AND WS-ADJ-QTY > LS-Qty-OnHand
                   SET WS-ADJ-NOT-VALID TO TRUE
                   MOVE "ADJUSTMENT EXCEEDS LOT ON HAND" TO WS-MESSAGE
           END-EVALUATE.

       VALIDATE-ADJUST-QTY.
      * A loss can take no more than is physically there, at the
      * site or across all sites; a gain must still fit the counts.
           IF WS-ADJ-LOSS
               IF WS-ADJ-QTY > WH-Qty-OnHand
                   OR WS-ADJ-QTY > Item-Qty-OnHand
                   SET WS-ADJ-NOT-VALID TO TRUE
                   MOVE "ADJUSTMENT EXCEEDS STOCK ON HAND" TO WS-MESSAGE
               END-IF
           ELSE
               IF WS-ADJ-QTY > 99999 - WH-Qty-OnHand
                   OR WS-ADJ-QTY > 99999 - Item-Qty-OnHand
                   SET WS-ADJ-NOT-VALID TO TRUE
                   MOVE "ADJUSTMENT WOULD OVERFLOW ON HAND"
                       TO WS-MESSAGE
               END-IF
           END-IF.

       NUMBER-ADJUSTMENT.
      * Number the adjustment from the order control file the way
      * ORDERUPD mints order codes, then apply it.
           MOVE "A" TO Control-Key.
           READ OrderControlFile KEY IS Control-Key
               INVALID KEY
                   MOVE "ADJUSTMENT CONTROL RECORD MISSING"
                       TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   ADD 1 TO Last-Order-Code
                   REWRITE Order-Control-Record
                       INVALID KEY
                           MOVE "ADJUSTMENT NUMBERING FAILED"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE Last-Order-Code TO SA-Adjust-No
                           PERFORM APPLY-ADJUSTMENT
                   END-REWRITE
           END-READ.

       CHECK-ADJUST-AUTHORIZED.
      * Only an operator granted the adjust-stock permission on the
      * Operator-Auth-KSDS reference file may adjust stock at all;
      * the supervisor level is remembered for the value threshold.
           SET WS-ADJUST-NOT-AUTHORIZED TO TRUE.
           SET WS-ADJUST-NOT-SUPERVISOR TO TRUE.
           MOVE EIBUSERID TO Operator-Userid.
           READ OperatorAuthFile KEY IS Operator-Userid
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Operator-May-Adjust-Stock
                       SET WS-ADJUST-AUTHORIZED TO TRUE
                   END-IF
                   IF Operator-Is-Supervisor
                       SET WS-ADJUST-SUPERVISOR TO TRUE
                   END-IF
           END-READ.

       READ-SITE-BALANCE.
      * Bring in the item's balance at the keyed warehouse, or set up
      * an empty one for found stock at a site holding none.
           SET WS-WHSE-ON-FILE TO TRUE.
           MOVE WS-ADJ-ITEM TO WH-Item-Code.
           MOVE WS-ADJ-WAREHOUSE TO WH-Warehouse-Code.
           READ WhseStockFile KEY IS Whse-Stock-Key
               INVALID KEY
                   SET WS-WHSE-NEW TO TRUE
                   MOVE WS-ADJ-ITEM TO WH-Item-Code
                   MOVE WS-ADJ-WAREHOUSE TO WH-Warehouse-Code
                   MOVE ZEROS TO WH-Qty-OnHand
                   MOVE ZEROS TO WH-Qty-Allocated
           END-READ.

       READ-LOT-BALANCE.
      * Bring in the keyed lot's balance at the warehouse, or set up
      * an empty one dated today for found stock in a lot not held
      * there.
           SET WS-LOT-ON-FILE TO TRUE.
           MOVE WS-ADJ-ITEM TO LS-Item-Code.
           MOVE WS-ADJ-WAREHOUSE TO LS-Warehouse.
           MOVE WS-ADJ-LOT TO LS-Lot-No.
           READ LotStockFile KEY IS Lot-Stock-Key
               INVALID KEY
                   SET WS-LOT-NEW TO TRUE
                   MOVE WS-ADJ-ITEM TO LS-Item-Code
                   MOVE WS-ADJ-WAREHOUSE TO LS-Warehouse
                   MOVE WS-ADJ-LOT TO LS-Lot-No
                   MOVE ZEROS TO LS-Qty-OnHand
                   MOVE FUNCTION CURRENT-DATE(1:8) TO LS-Receipt-Date
                   MOVE SPACES TO LS-Expiry-Date
           END-READ.

       APPLY-ADJUSTMENT.
      * Move the item master, the site balance and the lot balance
      * together, then record the adjustment, its movement and its
      * audit entry.
           IF WS-ADJ-LOSS
               SUBTRACT WS-ADJ-QTY FROM Item-Qty-OnHand
               SUBTRACT WS-ADJ-QTY FROM WH-Qty-OnHand
           ELSE
               ADD WS-ADJ-QTY TO Item-Qty-OnHand
               ADD WS-ADJ-QTY TO WH-Qty-OnHand
           END-IF.
           REWRITE Item-Record
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE "R" TO WS-JRNL-ACTION.
           PERFORM JOURNAL-ITEM-IMAGE.

           IF WS-WHSE-NEW
               WRITE Warehouse-Stock-Record
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE Warehouse-Stock-Record
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

           IF WS-ADJ-LOT NOT = SPACES
               PERFORM APPLY-LOT-ADJUSTMENT
           END-IF.

           PERFORM WRITE-ADJUSTMENT-RECORD.
           PERFORM LOG-ADJUST-MOVEMENT.
           PERFORM LOG-AUDIT-ENTRY.
           MOVE SPACES TO WS-MESSAGE.
           STRING "STOCK ADJUSTMENT " SA-Adjust-No " POSTED"
               DELIMITED BY SIZE INTO WS-MESSAGE.
           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       APPLY-LOT-ADJUSTMENT.
           IF WS-ADJ-LOSS
               SUBTRACT WS-ADJ-QTY FROM LS-Qty-OnHand
           ELSE
               ADD WS-ADJ-QTY TO LS-Qty-OnHand
           END-IF.
           IF WS-LOT-NEW
               WRITE Lot-Stock-Record
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE Lot-Stock-Record
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

       WRITE-ADJUSTMENT-RECORD.
      * Keep the adjustment, valued at the item's unit cost today,
      * for the month-end adjustment report.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
           MOVE WS-ADJ-REASON TO SA-Reason-Code.
           MOVE WS-ADJ-ITEM TO SA-Item-Code.
           MOVE WS-ADJ-WAREHOUSE TO SA-Warehouse.
           MOVE WS-ADJ-LOT TO SA-Lot-No.
           MOVE WS-ADJ-DIRECTION TO SA-Direction.
           MOVE WS-ADJ-QTY TO SA-Qty.
           MOVE Item-Unit-Cost TO SA-Unit-Cost.
           MOVE WS-ADJ-VALUE TO SA-Value.
           MOVE EIBUSERID TO SA-Operator.
           MOVE WS-STAMP(1:8) TO SA-Adjust-Date.
           MOVE WS-STAMP(9:6) TO SA-Adjust-Time.
           WRITE Stock-Adjust-Record
               INVALID KEY
                   CONTINUE
           END-WRITE.

       LOG-ADJUST-MOVEMENT.
      * Put the adjustment on the stock movement ledger against its
      * adjustment number.
           MOVE WS-ADJ-ITEM TO MV-Item-Code.
           MOVE WS-ADJ-WAREHOUSE TO MV-Warehouse.
           MOVE WS-ADJ-LOT TO MV-Lot-No.
           SET MV-Adjustment TO TRUE.
           IF WS-ADJ-LOSS
               MOVE ZEROS TO MV-Qty-In
               MOVE WS-ADJ-QTY TO MV-Qty-Out
           ELSE
               MOVE WS-ADJ-QTY TO MV-Qty-In
               MOVE ZEROS TO MV-Qty-Out
           END-IF.
           MOVE ZEROS TO MV-Qty-Released.
           MOVE Item-Qty-OnHand TO MV-Balance.
           MOVE SPACES TO MV-Source-Doc.
           STRING "ADJ " SA-Adjust-No DELIMITED BY SIZE
               INTO MV-Source-Doc.
           MOVE EIBUSERID TO MV-Operator.
           PERFORM LOG-STOCK-MOVEMENT.

       LOG-STOCK-MOVEMENT.
      * Post the stock change the caller has described in the
      * movement record onto the stock movement ledger, numbering it
      * from the order control file under control key "M". The
      * ledger is keyed by item and the movement number counted down
      * from the top, so an item's movements read back newest first.
           MOVE "M" TO Control-Key.
           READ OrderControlFile KEY IS Control-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO Last-Order-Code
                   REWRITE Order-Control-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM WRITE-STOCK-MOVEMENT
                   END-REWRITE
           END-READ.

       WRITE-STOCK-MOVEMENT.
           MOVE Last-Order-Code TO MV-Movement-No.
           COMPUTE MV-Rev-Seq = 9999999 - Last-Order-Code.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MV-Move-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO MV-Move-Time.
           MOVE "STKADJ  " TO MV-Program.
           WRITE Stock-Movement-Record
               INVALID KEY
                   CONTINUE.

       LOG-AUDIT-ENTRY.
      * Record the signed-on user, timestamp, direction and reason
      * against the adjusted item, minting the next audit sequence
      * number from Audit-Control-KSDS the same way ORDERUPD mints
      * the next Order-Code from Order-Control-KSDS.
           MOVE "A" TO AC-Control-Key.
           READ AuditControlFile KEY IS AC-Control-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO AC-Last-Audit-Seq
                   REWRITE Audit-Control-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM WRITE-AUDIT-RECORD
                   END-REWRITE
           END-READ.

       WRITE-AUDIT-RECORD.
      * Write the audit entry itself once a sequence number has been
      * minted for it.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
           MOVE AC-Last-Audit-Seq TO Audit-Seq-No.
           MOVE EIBUSERID TO Audit-Userid.
           MOVE WS-STAMP(1:11) TO Audit-Date.
           MOVE WS-STAMP(9:8) TO Audit-Time.
           MOVE SPACES TO WS-AUDIT-ACTION.
           STRING "ADJ" WS-ADJ-DIRECTION " " WS-ADJ-REASON
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION.
           MOVE WS-AUDIT-ACTION TO Audit-Action.
           MOVE "STKADJ  " TO Audit-Program.
           MOVE WS-ADJ-ITEM TO Audit-Key.
           WRITE Audit-Trail-Record
               INVALID KEY
                   CONTINUE.

       JOURNAL-ITEM-IMAGE.
      * After-image of the item just adjusted, for forward recovery -
      * see the journal file's own notes.
           MOVE "ITEM    " TO JR-File-Tag.
           MOVE SPACES TO JR-Image.
           MOVE Item-Record TO JR-Image.
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-JOURNAL-RECORD.
           MOVE WS-JRNL-ACTION TO JR-Action.
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-STAMP.
           MOVE WS-JRNL-STAMP(1:8) TO JR-Date.
           MOVE WS-JRNL-STAMP(9:8) TO JR-Time.
           OPEN EXTEND JournalFile.
           WRITE Journal-Record.
           CLOSE JournalFile.
