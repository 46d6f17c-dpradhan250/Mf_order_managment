      * prices a line - and the promotional price file, the
      * date-bounded per-item prices open to every customer that a
      * campaign would otherwise have to be keyed into each
      * customer's contract - and the minimum margin floors order
      * entry, quoting, and batch intake hold each priced line to,
      * per item with item 0000000 as the house default. Add,
      * update, display, and delete
      * operations, the same shape ITEMMAINT gives the item master,
      * with every change written to the audit trail.

               RECORD KEY IS Blanket-Key
               FILE STATUS IS WS-Blanket-File-Status.

           SELECT MarginFloorFile ASSIGN TO "Margin.Floor.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MF-Item-Code
               FILE STATUS IS WS-Margin-Floor-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ContractPriceFile.
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

       FD  PromoFile.
       01  Promo-Price-Record.
                   88  Operator-May-Maint-Master VALUE "Y".
               10  Operator-Perm-Count   PIC X(01).
                   88  Operator-May-Post-Count   VALUE "Y".
               10  Operator-Perm-Period  PIC X(01).
                   88  Operator-May-Close-Period VALUE "Y".
               10  Operator-Perm-Adjust  PIC X(01).
                   88  Operator-May-Adjust-Stock VALUE "Y".

       FD  AuditTrailFile.
       01  Audit-Trail-Record.
               88  BL-Active         VALUE "A".
               88  BL-Closed         VALUE "C".

       FD  MarginFloorFile.
       01  Margin-Floor-Record.
           05  MF-Item-Code        PIC 9(07).
           05  MF-Min-Margin-Pct   PIC 9(02)V9(02).

       WORKING-STORAGE SECTION.
       01  WS-Blanket-File-Status PIC X(02).
       01  WS-Margin-Floor-Status PIC X(02).
       01  WS-Contract-File-Status PIC X(02).
       01  WS-Cust-File-Status    PIC X(02).
       01  WS-File-Status         PIC X(02).
               WHEN EIBAID = DFHPF12
      * Close a blanket commitment early
                   PERFORM END-BLANKET
               WHEN EIBAID = DFHPF13
      * Display the margin floor on the keyed item
                   PERFORM DISPLAY-FLOOR
               WHEN EIBAID = DFHPF14
      * Set or revise the margin floor on the keyed item
                   PERFORM SET-FLOOR
               WHEN EIBAID = DFHPF15
      * Remove the keyed item's floor - it falls back to the default
                   PERFORM END-FLOOR
               WHEN OTHER
      * Handle invalid PF keys
                   MOVE "INVALID PF KEY" TO WS-MESSAGE
                   MOVE "BLANKET CLOSED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       DISPLAY-FLOOR.
      * Read and display the margin floor on the keyed item - item
      * 0000000 shows the house default.
           READ MarginFloorFile KEY IS MF-Item-Code
               INVALID KEY
                   MOVE "NO MARGIN FLOOR ON ITEM" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   MOVE "MARGIN FLOOR DISPLAYED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       SET-FLOOR.
      * Put a minimum margin percentage on the keyed item, or revise
      * the one it carries. Item 0000000 sets the house default and
      * needs no item master record behind it.
           EXEC CICS RECEIVE MAP('PRCMAINT') MAPSET('PRCSET') END-EXEC.

           IF MF-Item-Code NOT = ZEROS
               MOVE MF-Item-Code TO Item-Code OF Item-Record
               READ ItemFile KEY IS Item-Code OF Item-Record
                   INVALID KEY
                       MOVE "INVALID ITEM CODE" TO WS-MESSAGE
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       RETURN
               END-READ
           END-IF.

           IF MF-Min-Margin-Pct = ZEROS
               MOVE "MARGIN PERCENTAGE REQUIRED" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               RETURN.

           WRITE Margin-Floor-Record
               INVALID KEY
                   REWRITE Margin-Floor-Record
                       INVALID KEY
                           MOVE "MARGIN FLOOR UPDATE FAILED"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "FLOOR UPD" TO WS-AUDIT-ACTION
                           PERFORM LOG-FLOOR-AUDIT
                           MOVE "MARGIN FLOOR REVISED" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-REWRITE
               NOT INVALID KEY
                   MOVE "FLOOR ADD" TO WS-AUDIT-ACTION
                   PERFORM LOG-FLOOR-AUDIT
                   MOVE "MARGIN FLOOR SET" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       END-FLOOR.
      * Take the floor off the keyed item - its lines are measured
      * against the house default from then on.
           READ MarginFloorFile KEY IS MF-Item-Code
               INVALID KEY
                   MOVE "NO MARGIN FLOOR ON ITEM" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   DELETE MarginFloorFile
                       INVALID KEY
                           MOVE "MARGIN FLOOR DELETE FAILED"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "FLOOR END" TO WS-AUDIT-ACTION
                           PERFORM LOG-FLOOR-AUDIT
                           MOVE "MARGIN FLOOR REMOVED" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-DELETE
           END-READ.

       LOG-FLOOR-AUDIT.
      * Margin floor changes audit under the item, as promotions do.
           MOVE "A" TO AC-Control-Key.
           READ AuditControlFile KEY IS AC-Control-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO AC-Last-Audit-Seq
                   REWRITE AuditControlFile FROM Audit-Control-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM WRITE-FLOOR-AUDIT-RECORD.

       WRITE-FLOOR-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-DATE.
           MOVE FUNCTION CURRENT-TIME TO WS-LOG-TIME.
           MOVE AC-Last-Audit-Seq TO Audit-Seq-No.
           MOVE EIBUSERID TO Audit-Userid.
           MOVE WS-LOG-DATE TO Audit-Date.
           MOVE WS-LOG-TIME TO Audit-Time.
           MOVE WS-AUDIT-ACTION TO Audit-Action.
           MOVE "PRCMAINT" TO Audit-Program.
           MOVE MF-Item-Code TO Audit-Key.
           WRITE Audit-Trail-Record
               INVALID KEY
                   CONTINUE.

       LOG-PROMO-AUDIT.
      * Promotion changes audit under the item the promotion is on,
      * not a customer - the campaign is open to all of them.
