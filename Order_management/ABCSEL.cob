       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCSEL.

      * Nightly cycle count selection. Browses the item master and
      * writes the Count.Select.Trans file CYCEXTR freezes its
      * snapshots from, so what gets counted is decided by the item's
      * ABC class instead of by whoever keys the selection. An item
      * is due when its last count was extracted at least its class's
      * count interval ago, or when it has never been counted; an
      * item with a count still open or awaiting posting on
      * Cycle.Count.KSDS is skipped. Kits, drop-ship items, and
      * discontinued items are not counted, and an item not yet
      * classed is counted as a C.
      * A nightly ceiling keeps the count sheets to what the
      * warehouse can get through - anything due past it stays due
      * and is picked up the next night. The run closes with the
      * count coverage per class - the share of the class counted
      * within its interval, tonight's selections included - against
      * the class's target.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ItemFile ASSIGN TO "Item.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Item-Code
               FILE STATUS IS WS-File-Status.

           SELECT CycleCountFile ASSIGN TO "Cycle.Count.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-Item-Code
               FILE STATUS IS WS-Cycle-File-Status.

           SELECT CountSelectFile ASSIGN TO "Count.Select.Trans"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Trans-File-Status.

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
       FD  ItemFile.
       01  Item-Record.
           05  Item-Code           PIC 9(07).
           05  Item-Name           PIC X(12).
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

       FD  CycleCountFile.
      * One record per item on the current count, carrying the frozen
      * snapshot, the counted quantity once CYCENTRY records it, and
      * where the count stands.
       01  Cycle-Count-Record.
           05  CC-Item-Code        PIC 9(07).
           05  CC-Snapshot-Qty     PIC 9(05).
           05  CC-Counted-Qty      PIC 9(05).
           05  CC-Extract-Date     PIC X(08).
           05  CC-Status           PIC X(01).
               88  CC-Open           VALUE "O".
               88  CC-Counted        VALUE "C".
               88  CC-Posted         VALUE "P".

       FD  CountSelectFile.
       01  Count-Select-Record.
           05  CS-Item-Code        PIC 9(07).

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
      * The business date the whole nightly suite runs for - read
      * from Business.Date.KSDS at the top of the run and rolled
      * only by ROLLDATE as the suite's final step, so a run past
      * midnight still books to the night it belongs to.
       01  WS-BUSINESS-DATE       PIC X(08).
       01  WS-BUSINESS-DATE-NUM   PIC 9(08).
       01  WS-BUSINESS-INTEGER    PIC S9(09) COMP.
       01  WS-File-Status         PIC X(02).
       01  WS-Cycle-File-Status   PIC X(02).
       01  WS-Trans-File-Status   PIC X(02).

      * How many days may pass between counts of an item in each
      * class, the share of each class that should be counted within
      * that interval, in percent, and the most items selected in a
      * night.
       01  WS-CLASS-RULES.
           05  WS-A-INTERVAL-DAYS PIC 9(03) VALUE 30.
           05  WS-B-INTERVAL-DAYS PIC 9(03) VALUE 90.
           05  WS-C-INTERVAL-DAYS PIC 9(03) VALUE 365.
           05  WS-A-TARGET-PCT    PIC 9(03) VALUE 100.
           05  WS-B-TARGET-PCT    PIC 9(03) VALUE 95.
           05  WS-C-TARGET-PCT    PIC 9(03) VALUE 90.
       01  WS-MAX-SELECT          PIC 9(05) VALUE 200.

      * The item being considered - its class's interval, and how
      * long since its last count was extracted.
       01  WS-INTERVAL-DAYS       PIC 9(03).
       01  WS-COUNT-DATE-NUM      PIC 9(08).
       01  WS-DAYS-SINCE-COUNT    PIC S9(05).

       01  WS-ITEM-STATE          PIC X(01).
           88  WS-ITEM-DUE          VALUE "D".
           88  WS-ITEM-COVERED      VALUE "K".
           88  WS-ITEM-COUNT-OPEN   VALUE "O".

      * Per class: items in the class, items counted within the
      * interval, and the coverage that makes.
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY OCCURS 3 TIMES.
               10  WS-CLS-CODE        PIC X(01).
               10  WS-CLS-INTERVAL    PIC 9(03).
               10  WS-CLS-TARGET      PIC 9(03).
               10  WS-CLS-ITEMS       PIC 9(07).
               10  WS-CLS-COVERED     PIC 9(07).
               10  WS-CLS-SELECTED    PIC 9(07).
       01  WS-CLS-IDX             PIC 9(01).
       01  WS-COVERAGE-PCT        PIC 9(03)V9(01).

       01  WS-SELECT-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-OPEN-COUNT          PIC 9(05) VALUE ZEROS.
       01  WS-DEFERRED-COUNT      PIC 9(05) VALUE ZEROS.

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ESTABLISH-BUSINESS-DATE.
           DISPLAY "CYCLE COUNT SELECTION STARTING".
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM.
           COMPUTE WS-BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM).
           PERFORM LOAD-CLASS-RULES.

           OPEN INPUT ItemFile.
           OPEN INPUT CycleCountFile.
           OPEN OUTPUT CountSelectFile.

           MOVE ZEROS TO Item-Code.
           START ItemFile KEY IS GREATER THAN OR EQUAL Item-Code
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM CONSIDER-ONE-ITEM
               UNTIL WS-END-OF-FILE.

           CLOSE ItemFile.
           CLOSE CycleCountFile.
           CLOSE CountSelectFile.

           DISPLAY "COUNT COVERAGE BY CLASS:".
           PERFORM PRINT-CLASS-COVERAGE
               VARYING WS-CLS-IDX FROM 1 BY 1
               UNTIL WS-CLS-IDX > 3.
           DISPLAY "CYCLE COUNT SELECTION COMPLETE - SELECTED: "
               WS-SELECT-COUNT " COUNT STILL OPEN: " WS-OPEN-COUNT
               " DUE BUT DEFERRED: " WS-DEFERRED-COUNT.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

       LOAD-CLASS-RULES.
           MOVE "A" TO WS-CLS-CODE (1).
           MOVE WS-A-INTERVAL-DAYS TO WS-CLS-INTERVAL (1).
           MOVE WS-A-TARGET-PCT TO WS-CLS-TARGET (1).
           MOVE "B" TO WS-CLS-CODE (2).
           MOVE WS-B-INTERVAL-DAYS TO WS-CLS-INTERVAL (2).
           MOVE WS-B-TARGET-PCT TO WS-CLS-TARGET (2).
           MOVE "C" TO WS-CLS-CODE (3).
           MOVE WS-C-INTERVAL-DAYS TO WS-CLS-INTERVAL (3).
           MOVE WS-C-TARGET-PCT TO WS-CLS-TARGET (3).
           MOVE ZEROS TO WS-CLS-ITEMS (1) WS-CLS-COVERED (1)
               WS-CLS-SELECTED (1).
           MOVE ZEROS TO WS-CLS-ITEMS (2) WS-CLS-COVERED (2)
               WS-CLS-SELECTED (2).
           MOVE ZEROS TO WS-CLS-ITEMS (3) WS-CLS-COVERED (3)
               WS-CLS-SELECTED (3).

       CONSIDER-ONE-ITEM.
      * Read the next item and decide whether it is due a count.
           READ ItemFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF NOT Item-Is-Kit AND NOT Item-Discontinued
                       AND NOT Item-Is-Drop-Ship
                       PERFORM CLASS-ONE-ITEM
                   END-IF
           END-READ.

       CLASS-ONE-ITEM.
           EVALUATE TRUE
               WHEN Item-Class-A
                   MOVE 1 TO WS-CLS-IDX
               WHEN Item-Class-B
                   MOVE 2 TO WS-CLS-IDX
               WHEN OTHER
                   MOVE 3 TO WS-CLS-IDX
           END-EVALUATE.
           MOVE WS-CLS-INTERVAL (WS-CLS-IDX) TO WS-INTERVAL-DAYS.
           ADD 1 TO WS-CLS-ITEMS (WS-CLS-IDX).
           PERFORM CHECK-LAST-COUNT.
           EVALUATE TRUE
               WHEN WS-ITEM-COVERED
                   ADD 1 TO WS-CLS-COVERED (WS-CLS-IDX)
               WHEN WS-ITEM-COUNT-OPEN
                   ADD 1 TO WS-OPEN-COUNT
               WHEN WS-ITEM-DUE
                   PERFORM SELECT-DUE-ITEM
           END-EVALUATE.

       CHECK-LAST-COUNT.
      * An item never counted is due. One counted within its interval
      * is covered, whatever state that count is in. Past the
      * interval, it is due - unless that old count is still open or
      * unposted, when it must be finished before the item is frozen
      * again.
           MOVE Item-Code TO CC-Item-Code.
           READ CycleCountFile KEY IS CC-Item-Code
               INVALID KEY
                   SET WS-ITEM-DUE TO TRUE
               NOT INVALID KEY
                   PERFORM AGE-LAST-COUNT
           END-READ.

       AGE-LAST-COUNT.
           IF CC-Extract-Date IS NUMERIC
               MOVE CC-Extract-Date TO WS-COUNT-DATE-NUM
               COMPUTE WS-DAYS-SINCE-COUNT = WS-BUSINESS-INTEGER -
                   FUNCTION INTEGER-OF-DATE(WS-COUNT-DATE-NUM)
           ELSE
               MOVE 99999 TO WS-DAYS-SINCE-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-SINCE-COUNT < WS-INTERVAL-DAYS
                   SET WS-ITEM-COVERED TO TRUE
               WHEN CC-Posted
                   SET WS-ITEM-DUE TO TRUE
               WHEN OTHER
                   SET WS-ITEM-COUNT-OPEN TO TRUE
           END-EVALUATE.

       SELECT-DUE-ITEM.
      * Put the due item on tonight's selection, up to the nightly
      * ceiling.
           IF WS-SELECT-COUNT >= WS-MAX-SELECT
               ADD 1 TO WS-DEFERRED-COUNT
           ELSE
               MOVE Item-Code TO CS-Item-Code
               WRITE Count-Select-Record
               ADD 1 TO WS-SELECT-COUNT
               ADD 1 TO WS-CLS-SELECTED (WS-CLS-IDX)
               ADD 1 TO WS-CLS-COVERED (WS-CLS-IDX)
               DISPLAY "  SELECTED ITEM " Item-Code " " Item-Name
                   " CLASS " WS-CLS-CODE (WS-CLS-IDX)
           END-IF.

       PRINT-CLASS-COVERAGE.
           IF WS-CLS-ITEMS (WS-CLS-IDX) = ZEROS
               MOVE 100 TO WS-COVERAGE-PCT
           ELSE
               COMPUTE WS-COVERAGE-PCT ROUNDED =
                   WS-CLS-COVERED (WS-CLS-IDX) * 100
                   / WS-CLS-ITEMS (WS-CLS-IDX)
           END-IF.
           DISPLAY "  CLASS " WS-CLS-CODE (WS-CLS-IDX)
               " EVERY " WS-CLS-INTERVAL (WS-CLS-IDX) " DAYS"
               " ITEMS " WS-CLS-ITEMS (WS-CLS-IDX)
               " COUNTED " WS-CLS-COVERED (WS-CLS-IDX)
               " (TONIGHT " WS-CLS-SELECTED (WS-CLS-IDX) ")"
               " COVERAGE " WS-COVERAGE-PCT "%"
               " TARGET " WS-CLS-TARGET (WS-CLS-IDX) "%".
           IF WS-COVERAGE-PCT < WS-CLS-TARGET (WS-CLS-IDX)
               DISPLAY "    *** CLASS " WS-CLS-CODE (WS-CLS-IDX)
                   " BELOW TARGET COVERAGE"
           END-IF.

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
           MOVE "ABCSEL  " TO RC-Job-Code.
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
               DISPLAY "*** ABCSEL ALREADY RAN FOR BUSINESS DATE "
                   WS-BUSINESS-DATE " - RUN REFUSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-RUN-CONTROL.
      * The run completed - remember the business date it covered so
      * a second submission tonight is refused.
           OPEN I-O RunControlFile.
           MOVE "ABCSEL  " TO RC-Job-Code.
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
