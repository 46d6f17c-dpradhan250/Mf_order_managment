       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVEINQ.

      * Stock movement inquiry. Answers "where did this item's stock
      * go" from the inventory movement ledger without reconstructing
      * it from receipts, shipments, transfers and counts. The
      * operator keys an item and, optionally, a from and to date;
      * the ledger is keyed by item with the newest movement first,
      * so the browse starts at the item's most recent movement and
      * works back, skipping movements after the to-date and stopping
      * at the first one before the from-date or at the next item.
      * Ten rows are shown at a time, each with the type, quantity in,
      * out or released, the balance after the movement, the source
      * document, operator and program. After each page the browse
      * position is advanced past the last row shown, so pressing
      * Enter again continues back through the item's history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StockMoveFile ASSIGN TO "Stock.Movement.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MV-Movement-Key
               FILE STATUS IS WS-Movement-File-Status.

       DATA DIVISION.
       FILE SECTION.
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
       01  WS-Movement-File-Status PIC X(02).
       01  WS-MESSAGE             PIC X(50).
       01  WS-ROW-IDX             PIC 9(02).

      * Item keyed by the operator, where the browse has got to in
      * its history, and the optional date range. A blank or zero
      * date is not applied.
       01  WS-INQ-ITEM            PIC 9(07).
       01  WS-INQ-START-REV       PIC 9(07).
       01  WS-FLT-FROM-DATE       PIC X(08).
       01  WS-FLT-TO-DATE         PIC X(08).

      * The ten movements currently on screen.
       01  WS-MOV-ROWS OCCURS 10 TIMES.
           05  WS-MOV-DATE        PIC X(08).
           05  WS-MOV-TIME        PIC X(06).
           05  WS-MOV-TYPE        PIC X(01).
           05  WS-MOV-WAREHOUSE   PIC X(02).
           05  WS-MOV-LOT         PIC X(10).
           05  WS-MOV-QTY-IN      PIC 9(07).
           05  WS-MOV-QTY-OUT     PIC 9(07).
           05  WS-MOV-QTY-RELSD   PIC 9(07).
           05  WS-MOV-BALANCE     PIC 9(07).
           05  WS-MOV-SOURCE      PIC X(12).
           05  WS-MOV-OPERATOR    PIC X(08).
           05  WS-MOV-PROGRAM     PIC X(08).

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
      * Receive the item and date range and process based on PF keys
           EXEC CICS RECEIVE MAP('MOVEINQ') MAPSET('MOVEMAP') END-EXEC.

           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
      * Exit to the menu program
                   MOVE "EXITING TO MENU..." TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   EXEC CICS RETURN END-EXEC
               WHEN EIBAID = DFHENTER
      * List the next page of the item's movements
                   PERFORM LIST-MOVEMENT-PAGE
               WHEN OTHER
      * Handle invalid PF keys
                   MOVE "INVALID PF KEY" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

       LIST-MOVEMENT-PAGE.
      * Browse the item's movements from where the last page left
      * off, collecting up to ten inside the date range, then advance
      * the browse position past the last row shown so the next
      * Enter continues back through the history.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE WS-INQ-ITEM TO MV-Item-Code.
           MOVE WS-INQ-START-REV TO MV-Rev-Seq.
           START StockMoveFile KEY IS GREATER THAN OR EQUAL
               MV-Movement-Key
               INVALID KEY
                   MOVE "NO MOVEMENTS FOR THAT ITEM" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   SET WS-END-OF-FILE TO TRUE
               NOT INVALID KEY
                   PERFORM SHOW-MOVEMENT-ROWS
           END-START.

       SHOW-MOVEMENT-ROWS.
           MOVE ZEROS TO WS-ROW-IDX.
           PERFORM READ-ONE-MOVEMENT
               UNTIL WS-ROW-IDX >= 10 OR WS-END-OF-FILE.

           IF WS-ROW-IDX = ZEROS
               MOVE "NO MORE MOVEMENTS IN THAT RANGE" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           ELSE
               EXEC CICS SEND MAP('MOVEINQ') MAPSET('MOVEMAP')
                   END-EXEC
               MOVE "MOVEMENTS LISTED - ENTER FOR MORE"
                   TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           END-IF.

       READ-ONE-MOVEMENT.
      * One step of the movement browse. The next item, or a
      * movement older than the from-date, ends the browse - every
      * movement after it is older still. One newer than the to-date
      * is stepped over.
           READ StockMoveFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF MV-Item-Code NOT = WS-INQ-ITEM
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       IF WS-FLT-FROM-DATE NOT = SPACES
                           AND WS-FLT-FROM-DATE NOT = "00000000"
                           AND MV-Move-Date < WS-FLT-FROM-DATE
                           SET WS-END-OF-FILE TO TRUE
                       ELSE
                           COMPUTE WS-INQ-START-REV = MV-Rev-Seq + 1
                           IF WS-FLT-TO-DATE = SPACES
                               OR WS-FLT-TO-DATE = "00000000"
                               OR MV-Move-Date NOT > WS-FLT-TO-DATE
                               ADD 1 TO WS-ROW-IDX
                               PERFORM LOAD-ONE-MOVEMENT-ROW
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       LOAD-ONE-MOVEMENT-ROW.
      * Move the movement into the next row on screen.
           MOVE MV-Move-Date TO WS-MOV-DATE(WS-ROW-IDX).
           MOVE MV-Move-Time TO WS-MOV-TIME(WS-ROW-IDX).
           MOVE MV-Movement-Type TO WS-MOV-TYPE(WS-ROW-IDX).
           MOVE MV-Warehouse TO WS-MOV-WAREHOUSE(WS-ROW-IDX).
           MOVE MV-Lot-No TO WS-MOV-LOT(WS-ROW-IDX).
           MOVE MV-Qty-In TO WS-MOV-QTY-IN(WS-ROW-IDX).
           MOVE MV-Qty-Out TO WS-MOV-QTY-OUT(WS-ROW-IDX).
           MOVE MV-Qty-Released TO WS-MOV-QTY-RELSD(WS-ROW-IDX).
           MOVE MV-Balance TO WS-MOV-BALANCE(WS-ROW-IDX).
           MOVE MV-Source-Doc TO WS-MOV-SOURCE(WS-ROW-IDX).
           MOVE MV-Operator TO WS-MOV-OPERATOR(WS-ROW-IDX).
           MOVE MV-Program TO WS-MOV-PROGRAM(WS-ROW-IDX).
