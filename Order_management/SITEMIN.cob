       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITEMIN.

      * This program maintains the per-site stock minimums - the
      * least quantity of an item each warehouse should keep
      * available over and above its waiting backorders. REBALNC
      * measures every site against its minimum each night to
      * suggest transfers from the sites with stock to spare. Display,
      * add, update, and delete operations on Site.Minimum.KSDS;
      * changes need the maintain-masters permission, and every
      * change is written to the audit trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SiteMinFile ASSIGN TO "Site.Minimum.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Site-Min-Key
               FILE STATUS IS WS-Site-Min-Status.

           SELECT ItemFile ASSIGN TO "Item.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Item-Code
               FILE STATUS IS WS-File-Status.

           SELECT OperatorAuthFile ASSIGN TO "Operator.Auth.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Operator-Userid
               FILE STATUS IS WS-Operator-Auth-Status.

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

       DATA DIVISION.
       FILE SECTION.
       FD  SiteMinFile.
       01  Site-Minimum-Record.
           05  Site-Min-Key.
               10  SM-Item-Code        PIC 9(07).
               10  SM-Warehouse-Code   PIC X(02).
           05  SM-Min-Qty              PIC 9(05).

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

       WORKING-STORAGE SECTION.
       01  WS-Site-Min-Status     PIC X(02).
       01  WS-File-Status         PIC X(02).
       01  WS-Operator-Auth-Status PIC X(02).
       01  WS-Audit-File-Status   PIC X(02).
       01  WS-Audit-Control-Status PIC X(02).
       01  WS-MESSAGE             PIC X(50).
       01  WS-STAMP               PIC X(21).
       01  WS-AUDIT-ACTION        PIC X(10).
       01  WS-AUDIT-VERB          PIC X(06).

      * Item, warehouse, and minimum keyed by the clerk.
       01  WS-KEYED-ITEM          PIC 9(07).
       01  WS-KEYED-WAREHOUSE     PIC X(02).
       01  WS-KEYED-MIN-QTY       PIC 9(05).

       01  WS-AUTH-SWITCH         PIC X(01) VALUE "N".
           88  WS-MAINT-AUTHORIZED      VALUE "Y".
           88  WS-MAINT-NOT-AUTHORIZED  VALUE "N".

       01  WS-VALID-SWITCH        PIC X(01) VALUE "N".
           88  WS-KEYS-VALID            VALUE "Y".
           88  WS-KEYS-NOT-VALID        VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
      * Receive the item, site, and minimum and process based on PF
      * keys.
           EXEC CICS RECEIVE MAP('SITEMIN') MAPSET('SITEMINS') END-EXEC.

           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
      * Exit to the menu program
                   MOVE "EXITING TO MENU..." TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   EXEC CICS RETURN END-EXEC
               WHEN EIBAID = DFHENTER
      * Display a site minimum
                   PERFORM DISPLAY-SITE-MINIMUM
               WHEN EIBAID = DFHPF4
      * Add a site minimum
                   PERFORM ADD-SITE-MINIMUM
               WHEN EIBAID = DFHPF5
      * Change a site minimum
                   PERFORM UPDATE-SITE-MINIMUM
               WHEN EIBAID = DFHPF6
      * Delete a site minimum
                   PERFORM DELETE-SITE-MINIMUM
               WHEN OTHER
      * Handle invalid PF keys
                   MOVE "INVALID PF KEY" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

       DISPLAY-SITE-MINIMUM.
      * Read and display the keyed item's minimum at the keyed site.
           MOVE WS-KEYED-ITEM TO SM-Item-Code.
           MOVE WS-KEYED-WAREHOUSE TO SM-Warehouse-Code.
           READ SiteMinFile KEY IS Site-Min-Key
               INVALID KEY
                   MOVE "NO MINIMUM HELD FOR ITEM AT SITE" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   MOVE SM-Min-Qty TO WS-KEYED-MIN-QTY
                   MOVE "SITE MINIMUM DISPLAYED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       ADD-SITE-MINIMUM.
      * Validate and add a minimum for an item at a site.
           PERFORM CHECK-MAINT-AUTHORIZED.
           IF WS-MAINT-NOT-AUTHORIZED
               MOVE "NOT AUTHORIZED FOR SITE MINIMUMS" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           ELSE
               PERFORM VALIDATE-KEYED-SITE
               IF WS-KEYS-NOT-VALID
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               ELSE
                   PERFORM WRITE-SITE-MINIMUM
               END-IF
           END-IF.

       WRITE-SITE-MINIMUM.
           MOVE WS-KEYED-ITEM TO SM-Item-Code.
           MOVE WS-KEYED-WAREHOUSE TO SM-Warehouse-Code.
           MOVE WS-KEYED-MIN-QTY TO SM-Min-Qty.
           WRITE Site-Minimum-Record
               INVALID KEY
                   MOVE "MINIMUM ALREADY HELD - USE PF5" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   MOVE "MINADD" TO WS-AUDIT-VERB
                   PERFORM LOG-AUDIT-ENTRY
                   MOVE "SITE MINIMUM ADDED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       UPDATE-SITE-MINIMUM.
      * Change the minimum already held for an item at a site.
           PERFORM CHECK-MAINT-AUTHORIZED.
           IF WS-MAINT-NOT-AUTHORIZED
               MOVE "NOT AUTHORIZED FOR SITE MINIMUMS" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           ELSE
               PERFORM REWRITE-SITE-MINIMUM
           END-IF.

       REWRITE-SITE-MINIMUM.
           MOVE WS-KEYED-ITEM TO SM-Item-Code.
           MOVE WS-KEYED-WAREHOUSE TO SM-Warehouse-Code.
           READ SiteMinFile KEY IS Site-Min-Key
               INVALID KEY
                   MOVE "NO MINIMUM HELD FOR ITEM AT SITE" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   MOVE WS-KEYED-MIN-QTY TO SM-Min-Qty
                   REWRITE Site-Minimum-Record
                       INVALID KEY
                           MOVE "SITE MINIMUM UPDATE FAILED"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "MINUPD" TO WS-AUDIT-VERB
                           PERFORM LOG-AUDIT-ENTRY
                           MOVE "SITE MINIMUM UPDATED" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE)
                               END-EXEC.

       DELETE-SITE-MINIMUM.
      * Take the minimum off - the site then keeps only enough for
      * its waiting backorders.
           PERFORM CHECK-MAINT-AUTHORIZED.
           IF WS-MAINT-NOT-AUTHORIZED
               MOVE "NOT AUTHORIZED FOR SITE MINIMUMS" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           ELSE
               PERFORM REMOVE-SITE-MINIMUM
           END-IF.

       REMOVE-SITE-MINIMUM.
           MOVE WS-KEYED-ITEM TO SM-Item-Code.
           MOVE WS-KEYED-WAREHOUSE TO SM-Warehouse-Code.
           READ SiteMinFile KEY IS Site-Min-Key
               INVALID KEY
                   MOVE "NO MINIMUM HELD FOR ITEM AT SITE" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   DELETE SiteMinFile
                       INVALID KEY
                           MOVE "SITE MINIMUM DELETE FAILED"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "MINDEL" TO WS-AUDIT-VERB
                           PERFORM LOG-AUDIT-ENTRY
                           MOVE "SITE MINIMUM DELETED" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE)
                               END-EXEC.

       VALIDATE-KEYED-SITE.
      * A minimum needs a site, and an item on file that holds stock
      * of its own - a kit's components carry the minimums, not the
      * kit.
           SET WS-KEYS-NOT-VALID TO TRUE.
           IF WS-KEYED-WAREHOUSE = SPACES
               MOVE "WAREHOUSE REQUIRED" TO WS-MESSAGE
           ELSE
               MOVE WS-KEYED-ITEM TO Item-Code
               READ ItemFile KEY IS Item-Code
                   INVALID KEY
                       MOVE "ITEM NOT FOUND" TO WS-MESSAGE
                   NOT INVALID KEY
                       IF Item-Is-Kit
                           MOVE "KITS HOLD NO STOCK OF THEIR OWN"
                               TO WS-MESSAGE
                       ELSE
                           SET WS-KEYS-VALID TO TRUE
                       END-IF
               END-READ
           END-IF.

       CHECK-MAINT-AUTHORIZED.
      * Only an operator granted the maintain-masters permission on
      * the Operator-Auth-KSDS reference file may change minimums.
           SET WS-MAINT-NOT-AUTHORIZED TO TRUE.
           MOVE EIBUSERID TO Operator-Userid.
           READ OperatorAuthFile KEY IS Operator-Userid
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Operator-May-Maint-Master
                       SET WS-MAINT-AUTHORIZED TO TRUE
                   END-IF
           END-READ.

       LOG-AUDIT-ENTRY.
      * Record the signed-on user, timestamp, and action against the
      * item, minting the next audit sequence number from
      * Audit-Control-KSDS the same way ORDERUPD mints the next
      * Order-Code from Order-Control-KSDS.
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
      * minted for it. The site goes into the action so the entry
      * says which warehouse's minimum changed.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
           MOVE AC-Last-Audit-Seq TO Audit-Seq-No.
           MOVE EIBUSERID TO Audit-Userid.
           MOVE WS-STAMP(1:11) TO Audit-Date.
           MOVE WS-STAMP(9:8) TO Audit-Time.
           MOVE SPACES TO WS-AUDIT-ACTION.
           STRING WS-AUDIT-VERB " " WS-KEYED-WAREHOUSE
               DELIMITED BY SIZE INTO WS-AUDIT-ACTION.
           MOVE WS-AUDIT-ACTION TO Audit-Action.
           MOVE "SITEMIN " TO Audit-Program.
           MOVE WS-KEYED-ITEM TO Audit-Key.
           WRITE Audit-Trail-Record
               INVALID KEY
                   CONTINUE.
