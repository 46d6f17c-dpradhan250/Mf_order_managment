       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJRPT.

      * Monthly stock adjustment report. Browses the stock adjustment
      * file off its reason-code alternate index and lists, reason by
      * reason, every adjustment STKADJ posted this month - the item,
      * warehouse and lot, who keyed it, the quantity lost or found
      * and its value at the item's unit cost when it was posted -
      * with the losses, gains and net value per reason and for the
      * month, so it is plain where the shrinkage is actually going.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StockAdjustFile ASSIGN TO "Stock.Adjustment.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-Adjust-No
               ALTERNATE RECORD KEY IS SA-Reason-Code WITH DUPLICATES
               FILE STATUS IS WS-Adjust-File-Status.

           SELECT AdjustReasonFile ASSIGN TO "Adjust.Reason.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Adjust-Reason-Code
               FILE STATUS IS WS-Reason-File-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  AdjustReasonFile.
       01  Adjust-Reason-Record.
           05  Adjust-Reason-Code  PIC X(03).
           05  Adjust-Reason-Desc  PIC X(15).
           05  Adjust-Reason-Status PIC X(01).
               88  Adjust-Reason-Active   VALUE "A".
               88  Adjust-Reason-Inactive VALUE "I".

       WORKING-STORAGE SECTION.
       01  WS-Adjust-File-Status  PIC X(02).
       01  WS-Reason-File-Status  PIC X(02).

      * The month being reported - the year and month this run is
      * closing.
       01  WS-PERIOD              PIC X(06).

      * The reason whose adjustments are being listed, and what went
      * out and came back under it.
       01  WS-CURR-REASON         PIC X(03) VALUE SPACES.
       01  WS-RSN-COUNT           PIC 9(05) VALUE ZEROS.
       01  WS-RSN-QTY-LOST        PIC 9(07) VALUE ZEROS.
       01  WS-RSN-QTY-FOUND       PIC 9(07) VALUE ZEROS.
       01  WS-RSN-VALUE-LOST      PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-RSN-VALUE-FOUND     PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-RSN-NET-VALUE       PIC S9(09)V9(02).

       01  WS-REASON-COUNT        PIC 9(05) VALUE ZEROS.
       01  WS-ADJUST-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-VALUE-LOST    PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-TOTAL-VALUE-FOUND   PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-TOTAL-NET-VALUE     PIC S9(11)V9(02).

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "STOCK ADJUSTMENT REPORT STARTING".
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIOD.

           OPEN INPUT StockAdjustFile.
           OPEN INPUT AdjustReasonFile.

           MOVE LOW-VALUES TO SA-Reason-Code.
           START StockAdjustFile KEY IS GREATER THAN OR EQUAL
               SA-Reason-Code
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.

           DISPLAY "STOCK ADJUSTMENTS BY REASON FOR PERIOD "
               WS-PERIOD ":".
           PERFORM REPORT-ONE-ADJUSTMENT
               UNTIL WS-END-OF-FILE.

           IF WS-RSN-COUNT > ZEROS
               PERFORM PRINT-REASON-TOTAL.

           CLOSE StockAdjustFile.
           CLOSE AdjustReasonFile.
           COMPUTE WS-TOTAL-NET-VALUE =
               WS-TOTAL-VALUE-FOUND - WS-TOTAL-VALUE-LOST.
           DISPLAY "STOCK ADJUSTMENT REPORT COMPLETE - "
               "REASONS: " WS-REASON-COUNT
               " ADJUSTMENTS: " WS-ADJUST-COUNT
               " LOST: " WS-TOTAL-VALUE-LOST
               " FOUND: " WS-TOTAL-VALUE-FOUND
               " NET: " WS-TOTAL-NET-VALUE.
           STOP RUN.

       REPORT-ONE-ADJUSTMENT.
      * Read the next adjustment in reason sequence and list it when
      * it was posted this month. A change of reason first closes out
      * the total for the reason just finished.
           READ StockAdjustFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF SA-Adjust-Date(1:6) = WS-PERIOD
                       PERFORM LIST-PERIOD-ADJUSTMENT
                   END-IF
           END-READ.

       LIST-PERIOD-ADJUSTMENT.
           IF SA-Reason-Code NOT = WS-CURR-REASON
               OR WS-RSN-COUNT = ZEROS
               IF WS-RSN-COUNT > ZEROS
                   PERFORM PRINT-REASON-TOTAL
               END-IF
               PERFORM START-REASON
           END-IF.
           DISPLAY "    ADJ " SA-Adjust-No
               " DATE " SA-Adjust-Date
               " ITEM " SA-Item-Code
               " WH " SA-Warehouse
               " LOT " SA-Lot-No
               " " SA-Direction SA-Qty
               " VALUE " SA-Value
               " BY " SA-Operator.
           ADD 1 TO WS-RSN-COUNT.
           ADD 1 TO WS-ADJUST-COUNT.
           IF SA-Stock-Loss
               ADD SA-Qty TO WS-RSN-QTY-LOST
               ADD SA-Value TO WS-RSN-VALUE-LOST
               ADD SA-Value TO WS-TOTAL-VALUE-LOST
           ELSE
               ADD SA-Qty TO WS-RSN-QTY-FOUND
               ADD SA-Value TO WS-RSN-VALUE-FOUND
               ADD SA-Value TO WS-TOTAL-VALUE-FOUND
           END-IF.

       START-REASON.
      * Head up the next reason's adjustments with its description
      * off the adjust reason table.
           MOVE SA-Reason-Code TO WS-CURR-REASON.
           MOVE ZEROS TO WS-RSN-COUNT.
           MOVE ZEROS TO WS-RSN-QTY-LOST.
           MOVE ZEROS TO WS-RSN-QTY-FOUND.
           MOVE ZEROS TO WS-RSN-VALUE-LOST.
           MOVE ZEROS TO WS-RSN-VALUE-FOUND.
           ADD 1 TO WS-REASON-COUNT.
           MOVE SA-Reason-Code TO Adjust-Reason-Code.
           READ AdjustReasonFile KEY IS Adjust-Reason-Code
               INVALID KEY
                   MOVE "*** NOT ON FILE" TO Adjust-Reason-Desc
           END-READ.
           DISPLAY "REASON " WS-CURR-REASON " " Adjust-Reason-Desc.

       PRINT-REASON-TOTAL.
           COMPUTE WS-RSN-NET-VALUE =
               WS-RSN-VALUE-FOUND - WS-RSN-VALUE-LOST.
           DISPLAY "  REASON " WS-CURR-REASON
               " ADJUSTMENTS: " WS-RSN-COUNT
               " QTY LOST " WS-RSN-QTY-LOST
               " VALUE " WS-RSN-VALUE-LOST
               " QTY FOUND " WS-RSN-QTY-FOUND
               " VALUE " WS-RSN-VALUE-FOUND
               " NET " WS-RSN-NET-VALUE.
