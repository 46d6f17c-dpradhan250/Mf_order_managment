       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPRPT.

      * Nightly open inspections report. Browses the inspection hold
      * file off its item-and-site index and lists every receipt
      * still waiting on quality inspection - item, site, lot, the
      * quantity still held, the date it went on hold, and how many
      * days it has waited as of the business date - with a subtotal
      * per item and site and a total for the run, so quality
      * control works the oldest holds first and nothing sits on the
      * dock forgotten. Holds past the overdue threshold are flagged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InspectHoldFile ASSIGN TO "Inspection.Hold.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IH-Receipt-Seq
               ALTERNATE RECORD KEY IS IH-Item-Site WITH DUPLICATES
               FILE STATUS IS WS-Inspect-Hold-Status.

           SELECT ItemFile ASSIGN TO "Item.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Item-Code
               ALTERNATE RECORD KEY IS Item-Name WITH DUPLICATES
               FILE STATUS IS WS-File-Status.

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
       FD  InspectHoldFile.
       01  Inspection-Hold-Record.
           05  IH-Receipt-Seq      PIC 9(07).
           05  IH-Item-Site.
               10  IH-Item-Code    PIC 9(07).
               10  IH-Warehouse    PIC X(02).
           05  IH-Lot-No           PIC X(10).
           05  IH-Receipt-Date     PIC X(08).
           05  IH-Hold-Date        PIC X(08).
           05  IH-Qty-Held         PIC 9(05).
           05  IH-Qty-Passed       PIC 9(05).
           05  IH-Qty-Scrapped     PIC 9(05).
           05  IH-Qty-Returned     PIC 9(05).
           05  IH-Status           PIC X(01).
               88  IH-On-Hold        VALUE "H".
               88  IH-Cleared        VALUE "C".
           05  IH-Last-Release-Date PIC X(08).
      * The lot expiry keyed at the dock, carried so the lot booked
      * on release still knows when it goes out of date.
           05  IH-Expiry-Date      PIC X(08).

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
       01  WS-Inspect-Hold-Status PIC X(02).

      * A hold that has waited longer than this many days is flagged
      * for quality control's attention.
       01  WS-OVERDUE-DAYS        PIC 9(03) VALUE 5.

       01  WS-HOLD-OPEN           PIC S9(06).
       01  WS-HOLD-DATE-NUM       PIC 9(08).
       01  WS-HOLD-DAYS           PIC S9(05).

      * The item and site being subtotalled.
       01  WS-CURR-ITEM-SITE.
           05  WS-CURR-ITEM       PIC 9(07) VALUE ZEROS.
           05  WS-CURR-SITE       PIC X(02) VALUE SPACES.
       01  WS-SITE-HOLD-COUNT     PIC 9(05) VALUE ZEROS.
       01  WS-SITE-HOLD-QTY       PIC 9(07) VALUE ZEROS.

       01  WS-HOLD-COUNT          PIC 9(07) VALUE ZEROS.
       01  WS-OVERDUE-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-HELD-QTY      PIC 9(09) VALUE ZEROS.

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM ESTABLISH-BUSINESS-DATE.
           DISPLAY "OPEN INSPECTIONS REPORT STARTING".
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-NUM.
           COMPUTE WS-BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE-NUM).

           OPEN INPUT InspectHoldFile.
           OPEN INPUT ItemFile.

           MOVE ZEROS TO IH-Item-Code.
           MOVE SPACES TO IH-Warehouse.
           START InspectHoldFile KEY IS GREATER THAN OR EQUAL
               IH-Item-Site
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.

           PERFORM REPORT-ONE-HOLD
               UNTIL WS-END-OF-FILE.

           IF WS-SITE-HOLD-COUNT > ZEROS
               PERFORM PRINT-SITE-SUBTOTAL.

           CLOSE InspectHoldFile.
           CLOSE ItemFile.
           DISPLAY "OPEN INSPECTIONS REPORT COMPLETE - HOLDS OPEN: "
               WS-HOLD-COUNT " QTY HELD: " WS-TOTAL-HELD-QTY
               " OVERDUE: " WS-OVERDUE-COUNT.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

       REPORT-ONE-HOLD.
      * Read the next hold in item-and-site sequence and list it if
      * it is still open.
           READ InspectHoldFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF IH-On-Hold
                       PERFORM LIST-OPEN-HOLD
                   END-IF
           END-READ.

       LIST-OPEN-HOLD.
      * A change of item or site first closes out the subtotal for
      * the one just finished and heads up the next.
           IF IH-Item-Site NOT = WS-CURR-ITEM-SITE
               OR WS-SITE-HOLD-COUNT = ZEROS
               IF WS-SITE-HOLD-COUNT > ZEROS
                   PERFORM PRINT-SITE-SUBTOTAL
               END-IF
               PERFORM START-ITEM-SITE
           END-IF.
           COMPUTE WS-HOLD-OPEN = IH-Qty-Held - IH-Qty-Passed
               - IH-Qty-Scrapped - IH-Qty-Returned.
           MOVE IH-Hold-Date TO WS-HOLD-DATE-NUM.
           COMPUTE WS-HOLD-DAYS = WS-BUSINESS-INTEGER -
               FUNCTION INTEGER-OF-DATE(WS-HOLD-DATE-NUM).
           DISPLAY "    RECEIPT " IH-Receipt-Seq
               " LOT " IH-Lot-No
               " HELD " WS-HOLD-OPEN
               " OF " IH-Qty-Held
               " SINCE " IH-Hold-Date
               " DAYS " WS-HOLD-DAYS.
           IF WS-HOLD-DAYS > WS-OVERDUE-DAYS
               DISPLAY "      *** OVERDUE FOR INSPECTION ***"
               ADD 1 TO WS-OVERDUE-COUNT.
           ADD 1 TO WS-SITE-HOLD-COUNT.
           ADD WS-HOLD-OPEN TO WS-SITE-HOLD-QTY.
           ADD 1 TO WS-HOLD-COUNT.
           ADD WS-HOLD-OPEN TO WS-TOTAL-HELD-QTY.

       START-ITEM-SITE.
           MOVE IH-Item-Site TO WS-CURR-ITEM-SITE.
           MOVE ZEROS TO WS-SITE-HOLD-COUNT.
           MOVE ZEROS TO WS-SITE-HOLD-QTY.
           MOVE IH-Item-Code TO Item-Code.
           READ ItemFile KEY IS Item-Code
               INVALID KEY
                   MOVE "*** NOT FOUND" TO Item-Name
           END-READ.
           DISPLAY "ITEM " WS-CURR-ITEM " " Item-Name
               " WAREHOUSE " WS-CURR-SITE.

       PRINT-SITE-SUBTOTAL.
           DISPLAY "  ITEM " WS-CURR-ITEM
               " WAREHOUSE " WS-CURR-SITE
               " RECEIPTS ON HOLD: " WS-SITE-HOLD-COUNT
               " QTY HELD: " WS-SITE-HOLD-QTY.

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
           MOVE "INSPRPT " TO RC-Job-Code.
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
               DISPLAY "*** INSPRPT ALREADY RAN FOR BUSINESS DATE "
                   WS-BUSINESS-DATE " - RUN REFUSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-RUN-CONTROL.
      * The run completed - remember the business date it covered so
      * a second submission tonight is refused.
           OPEN I-O RunControlFile.
           MOVE "INSPRPT " TO RC-Job-Code.
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
