       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTEXP.

      * Nightly expired quote sweep. A quote nobody converts or marks
      * lost used to sit open on Quote.KSDS long after its expiry
      * date, and nothing counted it as business lost. Every open
      * quote whose expiry date has passed by the business date is
      * marked lost with reason "EXP" and closed on its expiry date,
      * so QUOTRPT counts it as expired in the month it lapsed.
      * Quotes QUOTEUPD marked expired before lost reasons were kept
      * are brought under the same reason. Each sweep is written to
      * the audit trail. RC=4 if a quote could not be updated.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QuoteFile ASSIGN TO "Quote.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Quote-Code
               FILE STATUS IS WS-Quote-File-Status.

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

           SELECT BusinessDateFile ASSIGN TO "Business.Date.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BD-Control-Key
               FILE STATUS IS WS-BizDate-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  QuoteFile.
       01  Quote-Record.
           05  Quote-Code          PIC 9(07).
           05  Quote-Customer-Code PIC 9(07).
           05  Quote-Ship-To-Seq   PIC 9(03).
           05  Quote-Payment-Type  PIC X(03).
           05  Quote-Date          PIC X(08).
           05  Quote-Expiry-Date   PIC X(08).
           05  Quote-Line-Count    PIC 9(03).
           05  Quote-Line OCCURS 10 TIMES.
               10  QL-Item-Code    PIC 9(07).
               10  QL-Item-Qty     PIC 9(05).
               10  QL-Unit-Price   PIC 9(05)V9(02).
               10  QL-Amount       PIC 9(07)V9(02).
           05  Quote-Amount        PIC 9(07)V9(02).
           05  Quote-Tax-Amount    PIC 9(07)V9(02).
           05  Quote-Total-Amount  PIC 9(07)V9(02).
           05  Quote-Status        PIC X(01).
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

       FD  BusinessDateFile.
       01  Business-Date-Record.
           05  BD-Control-Key      PIC X(01).
           05  BD-Business-Date    PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-Quote-File-Status   PIC X(02).
       01  WS-Audit-File-Status   PIC X(02).
       01  WS-Audit-Control-Status PIC X(02).
       01  WS-BizDate-File-Status PIC X(02).

       01  WS-TODAY               PIC X(08).
       01  WS-LOG-DATE            PIC X(11).
       01  WS-LOG-TIME            PIC X(08).

      * Run totals.
       01  WS-SWEPT-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-SWEPT-VALUE         PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-FAILED-COUNT        PIC 9(07) VALUE ZEROS.

       01  WS-EOF-SWITCH          PIC X(01) VALUE "N".
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "EXPIRED QUOTE SWEEP STARTING".
           PERFORM ESTABLISH-BUSINESS-DATE.

           OPEN I-O QuoteFile.
           OPEN I-O AuditTrailFile.
           OPEN I-O AuditControlFile.

           PERFORM SWEEP-QUOTES.

           CLOSE QuoteFile.
           CLOSE AuditTrailFile.
           CLOSE AuditControlFile.

           DISPLAY "EXPIRED QUOTE SWEEP COMPLETE - QUOTES EXPIRED: "
               WS-SWEPT-COUNT " VALUE " WS-SWEPT-VALUE.
           IF WS-FAILED-COUNT > ZEROS
               DISPLAY "*** QUOTES NOT UPDATED: " WS-FAILED-COUNT
                   " ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       SWEEP-QUOTES.
           SET WS-NOT-END-OF-FILE TO TRUE.
           MOVE ZEROS TO Quote-Code.
           START QuoteFile KEY IS GREATER THAN OR EQUAL Quote-Code
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.

           PERFORM SWEEP-ONE-QUOTE
               UNTIL WS-END-OF-FILE.

       SWEEP-ONE-QUOTE.
           READ QuoteFile NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF (Quote-Open AND Quote-Expiry-Date < WS-TODAY)
                       OR Quote-Expired
                       PERFORM MARK-QUOTE-EXPIRED
                   END-IF
           END-READ.

       MARK-QUOTE-EXPIRED.
      * The quote was lost the day it lapsed, not the night the
      * sweep noticed.
           SET Quote-Lost TO TRUE.
           MOVE "EXP" TO Quote-Lost-Reason.
           MOVE Quote-Expiry-Date TO Quote-Closed-Date.
           REWRITE Quote-Record
               INVALID KEY
                   DISPLAY "*** QUOTE " Quote-Code
                       " NOT UPDATED - STATUS " WS-Quote-File-Status
                   ADD 1 TO WS-FAILED-COUNT
               NOT INVALID KEY
                   DISPLAY "QUOTE " Quote-Code " CUSTOMER "
                       Quote-Customer-Code " EXPIRED "
                       Quote-Expiry-Date " VALUE " Quote-Amount
                   ADD 1 TO WS-SWEPT-COUNT
                   ADD Quote-Amount TO WS-SWEPT-VALUE
                   PERFORM LOG-AUDIT-ENTRY
           END-REWRITE.

       LOG-AUDIT-ENTRY.
      * Record the sweep against the audit trail, minting the next
      * audit sequence number from Audit-Control-KSDS the same way
      * the online programs do.
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
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-LOG-TIME.
           MOVE AC-Last-Audit-Seq TO Audit-Seq-No.
           MOVE "BATCH" TO Audit-Userid.
           MOVE WS-LOG-DATE TO Audit-Date.
           MOVE WS-LOG-TIME TO Audit-Time.
           MOVE "QLOST EXP" TO Audit-Action.
           MOVE "QUOTEXP" TO Audit-Program.
           MOVE Quote-Code TO Audit-Key.
           WRITE Audit-Trail-Record
               INVALID KEY
                   CONTINUE.

       ESTABLISH-BUSINESS-DATE.
           OPEN INPUT BusinessDateFile.
           MOVE "B" TO BD-Control-Key.
           READ BusinessDateFile KEY IS BD-Control-Key
               INVALID KEY
                   DISPLAY "*** BUSINESS DATE RECORD MISSING - "
                       "USING SYSTEM DATE ***"
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO BD-Business-Date
           END-READ.
           CLOSE BusinessDateFile.
           MOVE BD-Business-Date TO WS-TODAY.
