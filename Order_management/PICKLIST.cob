      * of order numbers for on-demand prints; when the request file
      * is empty the job sweeps every OPEN order instead, so a print
      * run straight after order entry covers the day's new orders.
      *
      * Wave mode. When a wave request is supplied the job instead
      * releases a pick wave - OPEN orders not yet waved, filtered by
      * warehouse, priority, carrier, and ship-by date, ranked the
      * way DISPDUE ranks them and capped at the request's order
      * count. The wave gets its own number off the order control
      * file, each order is stamped with it, and one consolidated
      * list is printed - every item totalled across the wave in bin
      * sequence, with the put-to-order breakdown beneath it for
      * sorting the picked stock out to the orders. A request naming
      * an existing wave reprints that wave's still-open orders.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Kit-Comp-Key
               FILE STATUS IS WS-Kit-Comp-Status.

           SELECT PickWaveReqFile ASSIGN TO "Pick.Wave.Request"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Wave-Req-File-Status.

           SELECT PickWaveFile ASSIGN TO "Pick.Wave.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Pick-Wave-Key
               FILE STATUS IS WS-Wave-File-Status.

           SELECT OrderControlFile ASSIGN TO "Order.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Control-Key
               FILE STATUS IS WS-Control-File-Status.

           SELECT CalendarFile ASSIGN TO "Work.Calendar.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WC-Date
               FILE STATUS IS WS-Calendar-File-Status.

           SELECT JournalFile ASSIGN TO "Order.Forward.Journal"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PickRequestFile.
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

       FD  ShipToFile.
       01  Ship-To-Record.
           05  ON-Note-Text        PIC X(60).
           05  ON-Operator         PIC X(08).
           05  ON-Date             PIC X(08).
      * "Y" when the note is meant for the customer - delivery
      * instructions and the like - and prints on the packing slip;
      * anything else stays internal.
           05  ON-Cust-Flag        PIC X(01).
               88  ON-For-Customer   VALUE "Y".

       FD  KitCompFile.
       01  Kit-Component-Record.
           05  KC-Comp-Item-Code   PIC 9(07).
           05  KC-Comp-Qty-Per     PIC 9(03).

      * One wave request per run - a blank criterion matches every
      * order, a zero order count takes the most a wave can hold, and
      * a blank ship-by date means orders due by today.
       FD  PickWaveReqFile.
       01  Pick-Wave-Request-Record.
           05  PW-Warehouse        PIC X(02).
           05  PW-Max-Priority     PIC X(01).
           05  PW-Carrier-Code     PIC X(03).
           05  PW-Ship-By-Date     PIC X(08).
           05  PW-Max-Orders       PIC 9(03).
      * Non-zero to reprint an existing wave; the other criteria are
      * then ignored.
           05  PW-Reprint-Wave-No  PIC 9(07).

       FD  PickWaveFile.
       01  Pick-Wave-Record.
           05  Pick-Wave-Key.
               10  WV-Wave-No      PIC 9(07).
               10  WV-Order-Code   PIC 9(07).
           05  WV-Wave-Date        PIC X(08).
           05  WV-Warehouse        PIC X(02).
           05  WV-Carrier-Code     PIC X(03).

       FD  OrderControlFile.
       01  Order-Control-Record.
           05  Control-Key         PIC X(01).
           05  Last-Order-Code     PIC 9(07).

       FD  CalendarFile.
       01  Work-Calendar-Record.
           05  WC-Date             PIC X(08).
           05  WC-Desc             PIC X(15).

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

       WORKING-STORAGE SECTION.
       01  WS-Kit-Comp-Status     PIC X(02).
       01  WS-Wave-Req-File-Status PIC X(02).
       01  WS-Wave-File-Status    PIC X(02).
       01  WS-Control-File-Status PIC X(02).
       01  WS-Calendar-File-Status PIC X(02).
       01  WS-Journal-File-Status PIC X(02).
       01  WS-JRNL-ACTION         PIC X(01).
       01  WS-JRNL-STAMP          PIC X(21).
      * Kit explosion scratch - a kit line's stock work always lands
      * on the components; the kit item itself never holds stock.
       01  WS-KIT-ITEM            PIC 9(07).
       01  WS-MODE-SWITCH         PIC X(01) VALUE "R".
           88  WS-REQUEST-MODE      VALUE "R".
           88  WS-SWEEP-MODE        VALUE "S".
           88  WS-WAVE-MODE         VALUE "W".

      * Wave release. Candidates are every qualifying order, ranked
      * on priority then requested ship date rolled to a working day;
      * the wave is the first WS-WAVE-ORDER-COUNT of them.
       01  WS-MAX-WAVE-ORDERS     PIC 9(03) VALUE 50.
       01  WS-WAVE-LIMIT          PIC 9(03).
       01  WS-WAVE-ORDER-COUNT    PIC 9(03) VALUE ZEROS.
       01  WS-WAVE-NO             PIC 9(07) VALUE ZEROS.
       01  WS-WAVE-WAREHOUSE      PIC X(02) VALUE SPACES.
       01  WS-WAVE-CARRIER        PIC X(03) VALUE SPACES.
       01  WS-TODAY               PIC X(08).
       01  WS-SHIP-BY-DATE        PIC X(08).
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY OCCURS 500 TIMES.
               10  WS-CAND-RANK-KEY.
                   15  WS-CAND-PRIORITY   PIC X(01).
                   15  WS-CAND-REQ-DATE   PIC X(08).
               10  WS-CAND-ORDER-CODE PIC 9(07).
       01  WS-CAND-COUNT          PIC 9(03) VALUE ZEROS.
       01  WS-CAND-IDX            PIC 9(03).
       01  WS-SAVE-CAND-ENTRY     PIC X(16).
       01  WS-QUALIFY-SWITCH      PIC X(01) VALUE "Y".
           88  WS-ORDER-QUALIFIES     VALUE "Y".
           88  WS-ORDER-NOT-QUALIFIES VALUE "N".
       01  WS-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
           88  WS-TABLE-OVERFLOWED  VALUE "Y".
       01  WS-MINT-SWITCH         PIC X(01) VALUE "Y".
           88  WS-MINT-OK           VALUE "Y".
           88  WS-MINT-FAILED       VALUE "N".

      * The consolidated wave pick - one entry per item across the
      * whole wave, and the put-to-order rows saying how much of each
      * item goes to which order line.
       01  WS-WAVE-ITEM-TABLE.
           05  WS-WI-ENTRY OCCURS 300 TIMES.
               10  WS-WI-BIN          PIC X(06).
               10  WS-WI-ITEM-CODE    PIC 9(07).
               10  WS-WI-ITEM-NAME    PIC X(12).
               10  WS-WI-QTY          PIC 9(07).
       01  WS-WI-COUNT            PIC 9(03) VALUE ZEROS.
       01  WS-WI-IDX              PIC 9(03).
       01  WS-SAVE-WI-ENTRY       PIC X(32).
       01  WS-PUT-TABLE.
           05  WS-PUT-ENTRY OCCURS 1000 TIMES.
               10  WS-PUT-ITEM-CODE   PIC 9(07).
               10  WS-PUT-ORDER-CODE  PIC 9(07).
               10  WS-PUT-LINE-NO     PIC 9(03).
               10  WS-PUT-QTY         PIC 9(05).
       01  WS-PUT-COUNT           PIC 9(04) VALUE ZEROS.
       01  WS-PUT-IDX             PIC 9(04).
       01  WS-FOUND-SWITCH        PIC X(01) VALUE "N".
           88  WS-ENTRY-FOUND       VALUE "Y".
           88  WS-ENTRY-NOT-FOUND   VALUE "N".
       01  WS-WAVE-OVERFLOW-SWITCH PIC X(01) VALUE "N".
           88  WS-WAVE-OVERFLOWED   VALUE "Y".

      * Scratch for the working-day roll, as DISPDUE ranks - a date
      * landing on a Sunday or a calendar non-working day moves
      * forward to the next working day.
       01  WS-WORK-DATE           PIC X(08).
       01  WS-WD-NUM              PIC 9(08).
       01  WS-WD-INTEGER          PIC S9(09) COMP.
       01  WS-WD-REM              PIC 9(01).
       01  WS-WORKDAY-SWITCH      PIC X(01) VALUE "N".
           88  WS-DAY-WORKING       VALUE "Y".
           88  WS-DAY-NOT-WORKING   VALUE "N".

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PICK LIST PRINT STARTING".
           OPEN INPUT PickWaveReqFile.
           PERFORM READ-WAVE-REQUEST.
           OPEN INPUT PickRequestFile.
      * A wave stamps its number on the orders it releases.
           IF WS-WAVE-MODE
               OPEN I-O OrderFile
           ELSE
               OPEN INPUT OrderFile
           END-IF.
           OPEN INPUT OrderLineFile.
           OPEN INPUT ItemFile.
           OPEN INPUT ShipToFile.
           OPEN INPUT OrderNotesFile.
           OPEN INPUT KitCompFile.

           IF WS-WAVE-MODE
               PERFORM RUN-PICK-WAVE
           ELSE
               PERFORM RUN-PICK-REQUESTS
           END-IF.

           CLOSE PickWaveReqFile.
           CLOSE KitCompFile.
           CLOSE PickRequestFile.
           CLOSE OrderFile.
           CLOSE OrderLineFile.
               WS-PICKED-COUNT " SKIPPED: " WS-SKIPPED-COUNT.
           STOP RUN.

       RUN-PICK-REQUESTS.
           PERFORM READ-NEXT-REQUEST.
           IF WS-END-OF-FILE
               SET WS-SWEEP-MODE TO TRUE
               DISPLAY "NO REQUESTS SUPPLIED - PRINTING ALL OPEN "
                   "ORDERS"
               PERFORM SWEEP-OPEN-ORDERS
           ELSE
               PERFORM PRINT-ONE-REQUEST
                   UNTIL WS-END-OF-FILE
           END-IF.

       PRINT-ONE-REQUEST.
      * Print the pick list for the order named by the current
      * request record.

       GATHER-ONE-PICK-LINE.
      * A line that already shipped had its stock pulled and relieved
      * - only lines still open belong on the pick document - and a
      * drop-ship line ships from the supplier, never off our shelves.
           MOVE Order-Code OF Order-Header-Record
               TO Order-Code OF Order-Line-Key.
           MOVE WS-LINE-IDX TO Line-Number.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT Line-Shipped AND NOT Line-Drop-Ship
      * A kit line puts its components on the pick document - the
      * kit itself never sits in a bin - one pick row per component
      * at the exploded quantity; a plain line picks as itself.
           READ PickRequestFile
               AT END
                   SET WS-END-OF-FILE TO TRUE.

       RUN-PICK-WAVE.
      * Wave mode. Either pick a new wave of OPEN orders by the
      * request's criteria, number it, and stamp the number on each
      * order, or - when the request names an existing wave - reprint
      * that wave's still-open orders. Then print the consolidated
      * pick list.
           OPEN INPUT CalendarFile.
           OPEN I-O PickWaveFile.
           OPEN I-O OrderControlFile.
           OPEN EXTEND JournalFile.
           MOVE ZEROS TO WS-CAND-COUNT.
           MOVE ZEROS TO WS-WAVE-ORDER-COUNT.
           IF PW-Reprint-Wave-No > ZEROS
               MOVE PW-Reprint-Wave-No TO WS-WAVE-NO
               PERFORM LOAD-WAVE-MEMBERS
               MOVE WS-CAND-COUNT TO WS-WAVE-ORDER-COUNT
           ELSE
               MOVE PW-Warehouse TO WS-WAVE-WAREHOUSE
               MOVE PW-Carrier-Code TO WS-WAVE-CARRIER
               PERFORM SELECT-WAVE-ORDERS
           END-IF.

           IF WS-WAVE-ORDER-COUNT = ZEROS
               DISPLAY "NO ORDERS FOR THE WAVE - NOTHING PRINTED"
           ELSE
               PERFORM BUILD-WAVE-PICK
               PERFORM PRINT-WAVE-PICK
               ADD 1 TO WS-PICKED-COUNT
           END-IF.

           CLOSE CalendarFile.
           CLOSE PickWaveFile.
           CLOSE OrderControlFile.
           CLOSE JournalFile.

       SELECT-WAVE-ORDERS.
      * Gather every OPEN order not yet in a wave that meets the
      * request, rank them the way DISPDUE does - priority code, then
      * requested ship date rolled to a working day - and take the
      * wave from the top of the ranking. An order is only waved for
      * a warehouse when every line it still has to pick ships from
      * that warehouse; an order split across sites stays on its own
      * pick list.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           IF PW-Ship-By-Date = SPACES OR PW-Ship-By-Date = "00000000"
               MOVE WS-TODAY TO WS-SHIP-BY-DATE
           ELSE
               MOVE PW-Ship-By-Date TO WS-SHIP-BY-DATE
           END-IF.
           IF PW-Max-Orders = ZEROS
               OR PW-Max-Orders > WS-MAX-WAVE-ORDERS
               MOVE WS-MAX-WAVE-ORDERS TO WS-WAVE-LIMIT
           ELSE
               MOVE PW-Max-Orders TO WS-WAVE-LIMIT
           END-IF.

           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO Order-Code OF Order-Header-Record.
           START OrderFile KEY IS GREATER THAN OR EQUAL
               Order-Code OF Order-Header-Record
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM CONSIDER-WAVE-ORDER
               UNTIL WS-END-OF-FILE.

           IF WS-TABLE-OVERFLOWED
               DISPLAY "CANDIDATE TABLE CAPACITY EXCEEDED - ORDERS "
                   "BEYOND 500 ARE NOT CONSIDERED THIS RUN"
           END-IF.

           PERFORM SORT-CAND-TABLE.
           IF WS-CAND-COUNT > WS-WAVE-LIMIT
               MOVE WS-WAVE-LIMIT TO WS-WAVE-ORDER-COUNT
           ELSE
               MOVE WS-CAND-COUNT TO WS-WAVE-ORDER-COUNT
           END-IF.

           IF WS-WAVE-ORDER-COUNT > ZEROS
               PERFORM MINT-WAVE-NUMBER
               IF WS-MINT-OK
                   PERFORM STAMP-WAVE-ORDER
                       VARYING WS-CAND-IDX FROM 1 BY 1
                       UNTIL WS-CAND-IDX > WS-WAVE-ORDER-COUNT
               ELSE
                   MOVE ZEROS TO WS-WAVE-ORDER-COUNT
               END-IF
           END-IF.

       CONSIDER-WAVE-ORDER.
           READ OrderFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF Order-Open AND Order-Wave-No = ZEROS
                       PERFORM CHECK-WAVE-CRITERIA
                       IF WS-ORDER-QUALIFIES
                           PERFORM ADD-WAVE-CANDIDATE
                       END-IF
                   END-IF
           END-READ.

       CHECK-WAVE-CRITERIA.
      * A blank criterion on the request matches every order.
           SET WS-ORDER-QUALIFIES TO TRUE.
           IF PW-Max-Priority NOT = SPACES
               AND Order-Priority > PW-Max-Priority
               SET WS-ORDER-NOT-QUALIFIES TO TRUE
           END-IF.
           IF PW-Carrier-Code NOT = SPACES
               AND Order-Carrier-Code NOT = PW-Carrier-Code
               SET WS-ORDER-NOT-QUALIFIES TO TRUE
           END-IF.
           MOVE Order-Req-Ship-Date TO WS-WORK-DATE.
           IF WS-ORDER-QUALIFIES AND WS-WORK-DATE IS NUMERIC
               PERFORM ROLL-TO-WORKING-DAY
           END-IF.
           IF WS-WORK-DATE > WS-SHIP-BY-DATE
               SET WS-ORDER-NOT-QUALIFIES TO TRUE
           END-IF.
           IF WS-ORDER-QUALIFIES AND PW-Warehouse NOT = SPACES
               PERFORM CHECK-LINE-WAREHOUSE
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX >
                       Order-Line-Count OF Order-Header-Record
                       OR WS-ORDER-NOT-QUALIFIES
           END-IF.

       CHECK-LINE-WAREHOUSE.
           MOVE Order-Code OF Order-Header-Record
               TO Order-Code OF Order-Line-Key.
           MOVE WS-LINE-IDX TO Line-Number.
           READ OrderLineFile KEY IS Order-Line-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT Line-Shipped AND NOT Line-Drop-Ship
                       AND Line-Warehouse NOT = PW-Warehouse
                       SET WS-ORDER-NOT-QUALIFIES TO TRUE
                   END-IF
           END-READ.

       ADD-WAVE-CANDIDATE.
           IF WS-CAND-COUNT < 500
               ADD 1 TO WS-CAND-COUNT
               MOVE Order-Priority TO WS-CAND-PRIORITY (WS-CAND-COUNT)
               MOVE WS-WORK-DATE TO WS-CAND-REQ-DATE (WS-CAND-COUNT)
               MOVE Order-Code OF Order-Header-Record
                   TO WS-CAND-ORDER-CODE (WS-CAND-COUNT)
           ELSE
               SET WS-TABLE-OVERFLOWED TO TRUE
           END-IF.

       SORT-CAND-TABLE.
      * Exchange-sort the candidates on priority then requested date,
      * the same ranking DISPDUE prints.
           PERFORM SORT-CAND-OUTER-PASS
               VARYING WS-OUTER-IDX FROM 1 BY 1
               UNTIL WS-OUTER-IDX >= WS-CAND-COUNT.

       SORT-CAND-OUTER-PASS.
           COMPUTE WS-INNER-LIMIT = WS-CAND-COUNT - WS-OUTER-IDX.
           PERFORM SORT-CAND-INNER-PASS
               VARYING WS-INNER-IDX FROM 1 BY 1
               UNTIL WS-INNER-IDX > WS-INNER-LIMIT.

       SORT-CAND-INNER-PASS.
           IF WS-CAND-RANK-KEY (WS-INNER-IDX)
                   > WS-CAND-RANK-KEY (WS-INNER-IDX + 1)
               PERFORM SWAP-CAND-ENTRIES.

       SWAP-CAND-ENTRIES.
           MOVE WS-CAND-ENTRY (WS-INNER-IDX) TO WS-SAVE-CAND-ENTRY.
           MOVE WS-CAND-ENTRY (WS-INNER-IDX + 1)
               TO WS-CAND-ENTRY (WS-INNER-IDX).
           MOVE WS-SAVE-CAND-ENTRY TO WS-CAND-ENTRY (WS-INNER-IDX + 1).

       MINT-WAVE-NUMBER.
      * Wave numbers are minted from the order control file under
      * their own key, the way transfer numbers are.
           SET WS-MINT-OK TO TRUE.
           MOVE "W" TO Control-Key.
           READ OrderControlFile KEY IS Control-Key
               INVALID KEY
                   SET WS-MINT-FAILED TO TRUE
                   DISPLAY "WAVE NOT RELEASED - WAVE CONTROL RECORD "
                       "MISSING"
           END-READ.
           IF WS-MINT-OK
               ADD 1 TO Last-Order-Code
               REWRITE Order-Control-Record
                   INVALID KEY
                       SET WS-MINT-FAILED TO TRUE
                       DISPLAY "WAVE NOT RELEASED - WAVE CONTROL "
                           "UPDATE FAILED"
               END-REWRITE
           END-IF.
           IF WS-MINT-OK
               MOVE Last-Order-Code TO WS-WAVE-NO
           END-IF.

       STAMP-WAVE-ORDER.
      * Record the wave against the order and on the wave file.
           MOVE WS-CAND-ORDER-CODE (WS-CAND-IDX)
               TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-WAVE-NO TO Order-Wave-No
                   REWRITE Order-Header-Record
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "R" TO WS-JRNL-ACTION
                           PERFORM JOURNAL-ORDER-IMAGE
                           PERFORM WRITE-WAVE-MEMBER
                   END-REWRITE
           END-READ.

       WRITE-WAVE-MEMBER.
           MOVE WS-WAVE-NO TO WV-Wave-No.
           MOVE Order-Code OF Order-Header-Record TO WV-Order-Code.
           MOVE WS-TODAY TO WV-Wave-Date.
           MOVE WS-WAVE-WAREHOUSE TO WV-Warehouse.
           MOVE WS-WAVE-CARRIER TO WV-Carrier-Code.
           WRITE Pick-Wave-Record
               INVALID KEY
                   CONTINUE.

       LOAD-WAVE-MEMBERS.
      * Reprint - take the named wave's orders back off the wave
      * file. Orders already confirmed picked, or cancelled since,
      * have nothing left for this pick list.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE WS-WAVE-NO TO WV-Wave-No.
           MOVE ZEROS TO WV-Order-Code.
           START PickWaveFile KEY IS GREATER THAN OR EQUAL
               Pick-Wave-Key
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.
           PERFORM READ-ONE-WAVE-MEMBER
               UNTIL WS-END-OF-FILE.

       READ-ONE-WAVE-MEMBER.
           READ PickWaveFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF WV-Wave-No NOT = WS-WAVE-NO
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       MOVE WV-Warehouse TO WS-WAVE-WAREHOUSE
                       MOVE WV-Carrier-Code TO WS-WAVE-CARRIER
                       PERFORM ADD-WAVE-MEMBER
                   END-IF
           END-READ.

       ADD-WAVE-MEMBER.
           MOVE WV-Order-Code TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Order-Open
                       MOVE Order-Req-Ship-Date TO WS-WORK-DATE
                       PERFORM ADD-WAVE-CANDIDATE
                   END-IF
           END-READ.

       BUILD-WAVE-PICK.
      * Gather every wave order's pick lines the same way a single
      * order's are gathered, totalling each item across the wave and
      * keeping how much of it goes to which order and line.
           MOVE ZEROS TO WS-WI-COUNT.
           MOVE ZEROS TO WS-PUT-COUNT.
           PERFORM GATHER-WAVE-ORDER
               VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-WAVE-ORDER-COUNT.
           PERFORM SORT-WAVE-ITEMS.

       GATHER-WAVE-ORDER.
           MOVE WS-CAND-ORDER-CODE (WS-CAND-IDX)
               TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM GATHER-PICK-LINES
                   PERFORM POST-WAVE-PICK
                       VARYING WS-PRINT-IDX FROM 1 BY 1
                       UNTIL WS-PRINT-IDX > WS-PICK-COUNT
           END-READ.

       POST-WAVE-PICK.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM FIND-WAVE-ITEM
               VARYING WS-WI-IDX FROM 1 BY 1
               UNTIL WS-WI-IDX > WS-WI-COUNT OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-WI-IDX
           ELSE
               IF WS-WI-COUNT < 300
                   ADD 1 TO WS-WI-COUNT
                   MOVE WS-WI-COUNT TO WS-WI-IDX
                   MOVE WS-PICK-BIN (WS-PRINT-IDX)
                       TO WS-WI-BIN (WS-WI-IDX)
                   MOVE WS-PICK-ITEM-CODE (WS-PRINT-IDX)
                       TO WS-WI-ITEM-CODE (WS-WI-IDX)
                   MOVE WS-PICK-ITEM-NAME (WS-PRINT-IDX)
                       TO WS-WI-ITEM-NAME (WS-WI-IDX)
                   MOVE ZEROS TO WS-WI-QTY (WS-WI-IDX)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   SET WS-WAVE-OVERFLOWED TO TRUE
               END-IF
           END-IF.
           IF WS-ENTRY-FOUND
               ADD WS-PICK-QTY (WS-PRINT-IDX) TO WS-WI-QTY (WS-WI-IDX)
               IF WS-PUT-COUNT < 1000
                   ADD 1 TO WS-PUT-COUNT
                   MOVE WS-PICK-ITEM-CODE (WS-PRINT-IDX)
                       TO WS-PUT-ITEM-CODE (WS-PUT-COUNT)
                   MOVE Order-Code OF Order-Header-Record
                       TO WS-PUT-ORDER-CODE (WS-PUT-COUNT)
                   MOVE WS-PICK-LINE-NO (WS-PRINT-IDX)
                       TO WS-PUT-LINE-NO (WS-PUT-COUNT)
                   MOVE WS-PICK-QTY (WS-PRINT-IDX)
                       TO WS-PUT-QTY (WS-PUT-COUNT)
               ELSE
                   SET WS-WAVE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       FIND-WAVE-ITEM.
           IF WS-WI-ITEM-CODE (WS-WI-IDX)
                   = WS-PICK-ITEM-CODE (WS-PRINT-IDX)
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       SORT-WAVE-ITEMS.
      * Exchange-sort the wave's items into bin sequence, so the
      * picker walks the aisles once for the whole wave.
           PERFORM SORT-WAVE-OUTER-PASS
               VARYING WS-OUTER-IDX FROM 1 BY 1
               UNTIL WS-OUTER-IDX >= WS-WI-COUNT.

       SORT-WAVE-OUTER-PASS.
           COMPUTE WS-INNER-LIMIT = WS-WI-COUNT - WS-OUTER-IDX.
           PERFORM SORT-WAVE-INNER-PASS
               VARYING WS-INNER-IDX FROM 1 BY 1
               UNTIL WS-INNER-IDX > WS-INNER-LIMIT.

       SORT-WAVE-INNER-PASS.
           IF WS-WI-BIN (WS-INNER-IDX)
                   > WS-WI-BIN (WS-INNER-IDX + 1)
               PERFORM SWAP-WAVE-ITEMS.

       SWAP-WAVE-ITEMS.
           MOVE WS-WI-ENTRY (WS-INNER-IDX) TO WS-SAVE-WI-ENTRY.
           MOVE WS-WI-ENTRY (WS-INNER-IDX + 1)
               TO WS-WI-ENTRY (WS-INNER-IDX).
           MOVE WS-SAVE-WI-ENTRY TO WS-WI-ENTRY (WS-INNER-IDX + 1).

       PRINT-WAVE-PICK.
      * The wave's orders with their notes first, then one pick row
      * per item in bin sequence with the wave total, and under each
      * item the put-to-order breakdown for sorting the picked stock
      * out to its orders.
           DISPLAY "WAVE PICK LIST - WAVE " WS-WAVE-NO
               " WAREHOUSE " WS-WAVE-WAREHOUSE
               " CARRIER " WS-WAVE-CARRIER
               " ORDERS " WS-WAVE-ORDER-COUNT.
           PERFORM PRINT-WAVE-ORDER
               VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-WAVE-ORDER-COUNT.
           PERFORM PRINT-WAVE-ITEM
               VARYING WS-WI-IDX FROM 1 BY 1
               UNTIL WS-WI-IDX > WS-WI-COUNT.
           IF WS-WAVE-OVERFLOWED
               DISPLAY "*** WAVE TOO LARGE FOR ONE PICK LIST - "
                   "SOME LINES NOT PRINTED; RELEASE A SMALLER WAVE ***"
           END-IF.

       PRINT-WAVE-ORDER.
           MOVE WS-CAND-ORDER-CODE (WS-CAND-IDX)
               TO Order-Code OF Order-Header-Record.
           READ OrderFile KEY IS Order-Code OF Order-Header-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "  ORDER " Order-Code OF Order-Header-Record
                       " CUSTOMER " Customer-Code OF Order-Header-Record
                       " PRI " Order-Priority
                       " DUE " WS-CAND-REQ-DATE (WS-CAND-IDX)
                       " CUST PO " Order-Cust-PO-Ref
                   PERFORM PRINT-ORDER-NOTES
           END-READ.

       PRINT-WAVE-ITEM.
           DISPLAY "    BIN " WS-WI-BIN (WS-WI-IDX)
               " ITEM " WS-WI-ITEM-CODE (WS-WI-IDX)
               " " WS-WI-ITEM-NAME (WS-WI-IDX)
               " TOTAL QTY " WS-WI-QTY (WS-WI-IDX).
           PERFORM PRINT-PUT-TO-ORDER
               VARYING WS-PUT-IDX FROM 1 BY 1
               UNTIL WS-PUT-IDX > WS-PUT-COUNT.

       PRINT-PUT-TO-ORDER.
           IF WS-PUT-ITEM-CODE (WS-PUT-IDX)
                   = WS-WI-ITEM-CODE (WS-WI-IDX)
               DISPLAY "        PUT " WS-PUT-QTY (WS-PUT-IDX)
                   " TO ORDER " WS-PUT-ORDER-CODE (WS-PUT-IDX)
                   " LINE " WS-PUT-LINE-NO (WS-PUT-IDX)
           END-IF.

       ROLL-TO-WORKING-DAY.
      * Move WS-WORK-DATE forward to the first day that is neither a
      * Sunday nor on the non-working calendar. A date already on a
      * working day stays put.
           MOVE WS-WORK-DATE TO WS-WD-NUM.
           COMPUTE WS-WD-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WD-NUM).
           SET WS-DAY-NOT-WORKING TO TRUE.
           PERFORM CHECK-ONE-WORKING-DAY
               UNTIL WS-DAY-WORKING.

       CHECK-ONE-WORKING-DAY.
           COMPUTE WS-WD-REM =
               FUNCTION REM(WS-WD-INTEGER, 7).
           IF WS-WD-REM = ZEROS
               ADD 1 TO WS-WD-INTEGER
           ELSE
               COMPUTE WS-WD-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-WD-INTEGER)
               MOVE WS-WD-NUM TO WC-Date
               READ CalendarFile KEY IS WC-Date
                   INVALID KEY
                       SET WS-DAY-WORKING TO TRUE
                       MOVE WS-WD-NUM TO WS-WORK-DATE
                   NOT INVALID KEY
                       ADD 1 TO WS-WD-INTEGER
               END-READ
           END-IF.

       JOURNAL-ORDER-IMAGE.
      * After-image of the order header just stamped with its wave,
      * for forward recovery - see the journal file's own notes.
           MOVE "ORDER   " TO JR-File-Tag.
           MOVE SPACES TO JR-Image.
           MOVE Order-Header-Record TO JR-Image.
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-JOURNAL-RECORD.
           MOVE WS-JRNL-ACTION TO JR-Action.
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-STAMP.
           MOVE WS-JRNL-STAMP(1:8) TO JR-Date.
           MOVE WS-JRNL-STAMP(9:8) TO JR-Time.
           WRITE Journal-Record.

       READ-WAVE-REQUEST.
      * A wave request record switches the run into wave mode.
           READ PickWaveReqFile
               AT END
                   CONTINUE
               NOT AT END
                   SET WS-WAVE-MODE TO TRUE
           END-READ.
