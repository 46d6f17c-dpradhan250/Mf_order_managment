       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATES.

      * Month-end volume rebate run. Every active agreement on
      * Rebate.Agreement.KSDS (kept on REBMAINT) whose months take in
      * the month being closed is measured on the customer's shipped
      * sales off Sales.Summary.KSDS, from the start of its current
      * settlement period to the month being closed. The highest
      * spend tier reached sets the rate, earned on the whole of the
      * period's spend.
      *   - A period that closes this month - a calendar quarter for
      *     an agreement settled quarterly, or the agreement's last
      *     month for one settled at the end - is settled: what it
      *     earned is issued as a credit memo on Credit.Memo.KSDS,
      *     numbered off the credit memo control key the way CREDMEMO
      *     numbers its memos and written awaiting payout, so REFDISB
      *     pays the rebate out with the night's refunds. The month is
      *     stamped on the agreement as settled, so no period is
      *     settled twice, and the rebate is audited.
      *   - A period still open is accrued: the rebate it has earned
      *     so far is listed as liability building up, with how far
      *     the customer is from the next tier, so finance can
      *     provide for it and sales can see who is close.
      * GLJRNL books each rebate memo to rebate expense. The run
      * issues money, so it is refused if it has already run this
      * month. Runs in ORDMEND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RebateFile ASSIGN TO "Rebate.Agreement.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-Customer-Code
               FILE STATUS IS WS-Rebate-File-Status.

           SELECT SalesSummaryFile ASSIGN TO "Sales.Summary.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Sales-Summary-Key
               FILE STATUS IS WS-Summary-File-Status.

           SELECT CustomerFile ASSIGN TO "Customer.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Customer-Code OF Customer-Record
               FILE STATUS IS WS-Cust-File-Status.

           SELECT CreditMemoFile ASSIGN TO "Credit.Memo.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-Seq-No
               FILE STATUS IS WS-Memo-File-Status.

           SELECT PaymentControlFile ASSIGN TO "Payment.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-Control-Key
               FILE STATUS IS WS-Pay-Control-Status.

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

           SELECT RunControlFile ASSIGN TO "Run.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-Job-Code
               FILE STATUS IS WS-Run-Control-Status.

           SELECT AccountingPeriodFile
               ASSIGN TO "Accounting.Period.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-Period
               FILE STATUS IS WS-Period-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RebateFile.
       01  Rebate-Agreement-Record.
           05  RA-Customer-Code    PIC 9(07).
      * First and last months of the agreement, as YYYYMM.
           05  RA-Start-Period     PIC X(06).
           05  RA-End-Period       PIC X(06).
           05  RA-Settle-Freq      PIC X(01).
               88  RA-Settle-Quarterly VALUE "Q".
               88  RA-Settle-At-End    VALUE "Y".
      * Spend thresholds in rising order, each with its rate as a
      * fraction of the period's spend - 0.0250 is two and a half
      * percent. The highest tier the spend reaches sets the rate.
           05  RA-Tier OCCURS 3 TIMES.
               10  RA-Tier-Spend   PIC 9(09)V9(02).
               10  RA-Tier-Rate    PIC 9(01)V9(04).
           05  RA-Status           PIC X(01).
               88  RA-Active         VALUE "A".
               88  RA-Inactive       VALUE "I".
           05  RA-Last-Settled     PIC X(06).
           05  RA-Rebate-To-Date   PIC 9(09)V9(02).

       FD  SalesSummaryFile.
      * One rollup record per customer per month, accumulated as
      * orders ship and kept forever - the persistent counterpart of
      * the live order file TOPCUST used to re-scan.
       01  Sales-Summary-Record.
           05  Sales-Summary-Key.
               10  SS-Customer-Code    PIC 9(07).
               10  SS-Period           PIC X(06).
           05  SS-Order-Count      PIC 9(05).
           05  SS-Sales-Amount     PIC 9(09)V9(02).

       FD  CustomerFile.
       01  Customer-Record.
           05  Customer-Code       PIC 9(07).
           05  Customer-Name       PIC X(15).
      * Structured postal address - street line, city, and postal
      * code, with the region the record always carried. The street
      * was a single twelve-byte line for years; the post office
      * bounced enough mail to end that.
           05  Customer-Add        PIC X(25).
           05  Customer-City       PIC X(15).
           05  Customer-Postal-Code PIC X(10).
           05  Customer-Region     PIC X(03).
           05  Customer-Contact-No PIC X(10).
           05  Customer-Email      PIC X(40).
           05  Credit-Hold-Flag    PIC X(01).
               88  Customer-On-Hold     VALUE "Y".
               88  Customer-Not-On-Hold VALUE "N".
           05  Customer-Credit-Limit  PIC 9(07)V9(02).
           05  Customer-Open-Exposure PIC 9(07)V9(02).
           05  Customer-Status        PIC X(01).
               88  Customer-Active       VALUE "A".
               88  Customer-Deleted      VALUE "D".
           05  Customer-Tax-Exempt-Flag PIC X(01).
               88  Customer-Tax-Exempt   VALUE "Y".
               88  Customer-Taxable      VALUE "N".
           05  Customer-Tax-Cert-Ref  PIC X(12).
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

       FD  CreditMemoFile.
       01  Credit-Memo-Record.
           05  CM-Seq-No           PIC 9(09).
           05  CM-Order-Code       PIC 9(07).
           05  CM-Customer-Code    PIC 9(07).
           05  CM-Amount           PIC 9(07)V9(02).
           05  CM-Reason           PIC X(20).
           05  CM-Date             PIC X(08).
           05  CM-Time             PIC X(08).
           05  CM-Operator         PIC X(08).
      * Where the refund stands with REFDISB. A memo is written
      * awaiting payout; the nightly disbursement run pays it by bank
      * transfer or cheque and stamps the method, its reference (the
      * transfer or cheque number), and the date it went out, so it
      * can never be paid twice. Memos from before refunds were paid
      * through REFDISB carry spaces and are never picked up.
           05  CM-Disb-Status      PIC X(01).
               88  CM-Awaiting-Payout  VALUE "W".
               88  CM-Paid-Out         VALUE "P".
           05  CM-Disb-Method      PIC X(01).
               88  CM-Paid-By-Cheque   VALUE "C".
               88  CM-Paid-By-Transfer VALUE "T".
           05  CM-Disb-Reference   PIC X(12).
           05  CM-Disb-Date        PIC X(08).
      * What the memo is for - money going back to a customer who
      * paid it, or a volume rebate REBATES issued under the
      * customer's rebate agreement. GLJRNL books a rebate to rebate
      * expense rather than back against what was paid. Memos from
      * before rebates were issued carry a space and are refunds.
           05  CM-Memo-Type        PIC X(01).
               88  CM-Refund-Memo      VALUE "F" SPACE.
               88  CM-Rebate-Memo      VALUE "R".

       FD  PaymentControlFile.
      * Credit memo numbers are minted from the same control file as
      * payment numbers, under their own control key, the way quotes
      * and orders could share Order.Control.KSDS - one tiny file per
      * counter is not worth defining.
       01  Payment-Control-Record.
           05  PC-Control-Key        PIC X(01).
           05  PC-Last-Payment-Seq   PIC 9(09).

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

       FD  RunControlFile.
       01  Run-Control-Record.
           05  RC-Job-Code         PIC X(08).
           05  RC-Last-Run-Date    PIC X(08).

       FD  AccountingPeriodFile.
      * Open/closed status per accounting month - see PRDMAINT.
       01  Accounting-Period-Record.
           05  AP-Period           PIC X(06).
           05  AP-Status           PIC X(01).
               88  AP-Period-Open       VALUE "O".
               88  AP-Period-Closed     VALUE "C".
           05  AP-Closed-Date      PIC X(08).
           05  AP-Closed-By        PIC X(08).
           05  AP-Reopen-Reason    PIC X(30).
           05  AP-Reopen-Date      PIC X(08).
           05  AP-Reopen-By        PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-Rebate-File-Status  PIC X(02).
       01  WS-Summary-File-Status PIC X(02).
       01  WS-Cust-File-Status    PIC X(02).
       01  WS-Memo-File-Status    PIC X(02).
       01  WS-Pay-Control-Status  PIC X(02).
       01  WS-Audit-File-Status   PIC X(02).
       01  WS-Audit-Control-Status PIC X(02).
       01  WS-BizDate-File-Status PIC X(02).
       01  WS-Run-Control-Status  PIC X(02).
       01  WS-Period-File-Status  PIC X(02).
       01  WS-LOG-DATE            PIC X(11).
       01  WS-LOG-TIME            PIC X(08).

      * The business date the rebates are issued on, and the month
      * being closed - read from Business.Date.KSDS, so GLJRNL books
      * the memos on the night they belong to.
       01  WS-TODAY               PIC 9(08).
       01  WS-RUN-PERIOD.
           05  WS-RUN-YEAR        PIC 9(04).
           05  WS-RUN-MONTH       PIC 9(02).

      * The date every rebate memo is booked under - the business date,
      * or the first day of the next open accounting month if that
      * one has already been closed - see ESTABLISH-POSTING-PERIOD.
       01  WS-POSTING-DATE        PIC X(08).
       01  WS-POSTING-DATE-PARTS REDEFINES WS-POSTING-DATE.
           05  WS-POST-YEAR       PIC 9(04).
           05  WS-POST-MONTH      PIC 9(02).
           05  WS-POST-DAY        PIC 9(02).
       01  WS-PERIOD-SWITCH       PIC X(01) VALUE "Y".
           88  WS-PERIOD-OPEN       VALUE "Y".
           88  WS-PERIOD-CLOSED     VALUE "N".

      * Where the month being closed falls in its calendar quarter -
      * a remainder of 2 is the quarter's last month.
       01  WS-QTR-OFFSET          PIC 9(02).
       01  WS-QTR-NO              PIC 9(02).
       01  WS-QTR-REM             PIC 9(02).

      * The agreement's current settlement period, from its first
      * month to the month being closed, and the month being added
      * in as the period is measured.
       01  WS-WINDOW-START        PIC X(06).
       01  WS-SCAN-PERIOD.
           05  WS-SCAN-YEAR       PIC 9(04).
           05  WS-SCAN-MONTH      PIC 9(02).

      * What the period has earned - its shipped sales, the tier
      * they reach and its rate, the rebate, and what more the
      * customer would have to buy to reach the tier above.
       01  WS-PERIOD-SPEND        PIC 9(11)V9(02).
       01  WS-EARNED-TIER         PIC 9(01).
       01  WS-EARNED-RATE         PIC 9(01)V9(04).
       01  WS-REBATE-AMOUNT       PIC 9(07)V9(02).
       01  WS-TO-NEXT-TIER        PIC 9(11)V9(02).
       01  WS-TIER-IDX            PIC 9(01).
       01  WS-NEXT-IDX            PIC 9(01).
       01  WS-MEMO-SEQ-NO         PIC 9(09).
       01  WS-RPT-NAME            PIC X(15).

      * Run totals for the foot of the report.
       01  WS-ISSUED-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-ISSUED-TOTAL        PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-NIL-COUNT           PIC 9(07) VALUE ZEROS.
       01  WS-ACCRUED-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-ACCRUED-TOTAL       PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-FAILED-COUNT        PIC 9(07) VALUE ZEROS.

       01  WS-SETTLE-SWITCH       PIC X(01) VALUE "N".
           88  WS-SETTLE-NOW        VALUE "Y".
           88  WS-ACCRUE-ONLY       VALUE "N".

       01  WS-ISSUE-SWITCH        PIC X(01) VALUE "Y".
           88  WS-ISSUE-OK          VALUE "Y".
           88  WS-ISSUE-FAILED      VALUE "N".

       01  WS-RA-EOF-SWITCH       PIC X(01) VALUE "N".
           88  WS-RA-END            VALUE "Y".
           88  WS-RA-NOT-END        VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "VOLUME REBATE RUN STARTING".
           PERFORM ESTABLISH-BUSINESS-DATE.
           MOVE WS-TODAY(1:6) TO WS-RUN-PERIOD.
           COMPUTE WS-QTR-OFFSET = WS-RUN-MONTH - 1.
           DIVIDE WS-QTR-OFFSET BY 3 GIVING WS-QTR-NO
               REMAINDER WS-QTR-REM.
           PERFORM CHECK-ALREADY-RUN.
           MOVE WS-TODAY TO WS-POSTING-DATE.
           PERFORM ESTABLISH-POSTING-PERIOD.

           OPEN I-O RebateFile.
           OPEN INPUT SalesSummaryFile.
           OPEN INPUT CustomerFile.
           OPEN I-O CreditMemoFile.
           OPEN I-O PaymentControlFile.
           OPEN I-O AuditTrailFile.
           OPEN I-O AuditControlFile.

           DISPLAY "VOLUME REBATE SETTLEMENT AND ACCRUAL - PERIOD "
               WS-RUN-PERIOD.
           PERFORM WORK-AGREEMENTS.

           CLOSE RebateFile.
           CLOSE SalesSummaryFile.
           CLOSE CustomerFile.
           CLOSE CreditMemoFile.
           CLOSE PaymentControlFile.
           CLOSE AuditTrailFile.
           CLOSE AuditControlFile.

           DISPLAY "REBATES ISSUED: " WS-ISSUED-COUNT
               " TOTAL " WS-ISSUED-TOTAL
               " PERIODS SETTLED WITH NO TIER REACHED: " WS-NIL-COUNT.
           DISPLAY "REBATE LIABILITY ACCRUED ON OPEN PERIODS: "
               WS-ACCRUED-TOTAL " ON " WS-ACCRUED-COUNT
               " AGREEMENTS".
           DISPLAY "VOLUME REBATE RUN COMPLETE - NOT ISSUED: "
               WS-FAILED-COUNT.
      * A rebate that could not be issued is flagged for finance
      * without holding up the steps behind this one; its agreement
      * is not stamped settled, so it can be issued by hand. The run
      * is still stamped, since the rebates that did issue must not
      * be issued twice.
           IF WS-FAILED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

       WORK-AGREEMENTS.
           SET WS-RA-NOT-END TO TRUE.
           MOVE ZEROS TO RA-Customer-Code.
           START RebateFile KEY IS GREATER THAN OR EQUAL
               RA-Customer-Code
               INVALID KEY
                   SET WS-RA-END TO TRUE.

           PERFORM WORK-ONE-AGREEMENT
               UNTIL WS-RA-END.

       WORK-ONE-AGREEMENT.
      * An agreement is worked while the month being closed is one of
      * its months and it has not already been settled for it.
           READ RebateFile NEXT RECORD
               AT END
                   SET WS-RA-END TO TRUE
               NOT AT END
                   IF RA-Active
                       AND WS-RUN-PERIOD NOT < RA-Start-Period
                       AND WS-RUN-PERIOD NOT > RA-End-Period
                       AND WS-RUN-PERIOD NOT = RA-Last-Settled
                       PERFORM MEASURE-AGREEMENT
                   END-IF
           END-READ.

       MEASURE-AGREEMENT.
      * Find the settlement period in progress, measure it, and
      * settle or accrue it.
           PERFORM FIND-SETTLEMENT-PERIOD.
           MOVE ZEROS TO WS-PERIOD-SPEND.
           MOVE WS-WINDOW-START TO WS-SCAN-PERIOD.
           PERFORM ADD-ONE-MONTH-SPEND
               UNTIL WS-SCAN-PERIOD > WS-RUN-PERIOD.

           MOVE ZEROS TO WS-EARNED-TIER.
           MOVE ZEROS TO WS-EARNED-RATE.
           PERFORM CHECK-ONE-TIER
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 3.
           COMPUTE WS-REBATE-AMOUNT ROUNDED =
               WS-PERIOD-SPEND * WS-EARNED-RATE.

           MOVE ZEROS TO WS-TO-NEXT-TIER.
           IF WS-EARNED-TIER < 3
               COMPUTE WS-NEXT-IDX = WS-EARNED-TIER + 1
               IF RA-Tier-Spend(WS-NEXT-IDX) > ZEROS
                   COMPUTE WS-TO-NEXT-TIER =
                       RA-Tier-Spend(WS-NEXT-IDX) - WS-PERIOD-SPEND
               END-IF
           END-IF.

           MOVE RA-Customer-Code TO Customer-Code OF Customer-Record.
           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   MOVE "*NOT ON FILE*" TO WS-RPT-NAME
               NOT INVALID KEY
                   MOVE Customer-Name TO WS-RPT-NAME
           END-READ.

           IF WS-SETTLE-NOW
               PERFORM SETTLE-AGREEMENT
           ELSE
               PERFORM ACCRUE-AGREEMENT
           END-IF.

       FIND-SETTLEMENT-PERIOD.
      * A quarterly agreement's period is the calendar quarter, cut
      * back to the agreement's first month, and closes with the
      * quarter or with the agreement. An agreement settled at its
      * end runs as one period from its first month to its last. A
      * period never reaches back past a month already settled.
           IF RA-Settle-Quarterly
               MOVE WS-RUN-YEAR TO WS-SCAN-YEAR
               COMPUTE WS-SCAN-MONTH = WS-RUN-MONTH - WS-QTR-REM
               MOVE WS-SCAN-PERIOD TO WS-WINDOW-START
               IF WS-WINDOW-START < RA-Start-Period
                   MOVE RA-Start-Period TO WS-WINDOW-START
               END-IF
               IF WS-QTR-REM = 2 OR WS-RUN-PERIOD = RA-End-Period
                   SET WS-SETTLE-NOW TO TRUE
               ELSE
                   SET WS-ACCRUE-ONLY TO TRUE
               END-IF
           ELSE
               MOVE RA-Start-Period TO WS-WINDOW-START
               IF WS-RUN-PERIOD = RA-End-Period
                   SET WS-SETTLE-NOW TO TRUE
               ELSE
                   SET WS-ACCRUE-ONLY TO TRUE
               END-IF
           END-IF.

           IF RA-Last-Settled NOT = SPACES
               AND RA-Last-Settled NOT < WS-WINDOW-START
               MOVE RA-Last-Settled TO WS-SCAN-PERIOD
               PERFORM STEP-SCAN-MONTH
               MOVE WS-SCAN-PERIOD TO WS-WINDOW-START
           END-IF.

       ADD-ONE-MONTH-SPEND.
           MOVE RA-Customer-Code TO SS-Customer-Code.
           MOVE WS-SCAN-PERIOD TO SS-Period.
           READ SalesSummaryFile KEY IS Sales-Summary-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD SS-Sales-Amount TO WS-PERIOD-SPEND
           END-READ.
           PERFORM STEP-SCAN-MONTH.

       STEP-SCAN-MONTH.
           IF WS-SCAN-MONTH = 12
               MOVE 1 TO WS-SCAN-MONTH
               ADD 1 TO WS-SCAN-YEAR
           ELSE
               ADD 1 TO WS-SCAN-MONTH
           END-IF.

       CHECK-ONE-TIER.
      * Tiers rise, so the last one the spend reaches is the best.
           IF RA-Tier-Spend(WS-TIER-IDX) > ZEROS
               AND WS-PERIOD-SPEND NOT < RA-Tier-Spend(WS-TIER-IDX)
               MOVE WS-TIER-IDX TO WS-EARNED-TIER
               MOVE RA-Tier-Rate(WS-TIER-IDX) TO WS-EARNED-RATE
           END-IF.

       ACCRUE-AGREEMENT.
           ADD 1 TO WS-ACCRUED-COUNT.
           ADD WS-REBATE-AMOUNT TO WS-ACCRUED-TOTAL.
           DISPLAY "  ACCRUED  CUSTOMER " RA-Customer-Code
               " " WS-RPT-NAME " " WS-WINDOW-START "-" WS-RUN-PERIOD
               " SPEND " WS-PERIOD-SPEND " TIER " WS-EARNED-TIER
               " RATE " WS-EARNED-RATE " REBATE " WS-REBATE-AMOUNT
               " TO NEXT TIER " WS-TO-NEXT-TIER.

       SETTLE-AGREEMENT.
      * A period that reached no tier earned nothing, but is still
      * settled so it is not measured again.
           SET WS-ISSUE-OK TO TRUE.
           IF WS-REBATE-AMOUNT > ZEROS
               PERFORM GET-NEXT-MEMO-NO
               IF WS-ISSUE-OK
                   PERFORM WRITE-REBATE-MEMO
               END-IF
           END-IF.

           IF WS-ISSUE-OK
               PERFORM STAMP-AGREEMENT-SETTLED
           END-IF.

           IF WS-ISSUE-FAILED
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "*** CUSTOMER " RA-Customer-Code
                   " REBATE " WS-REBATE-AMOUNT " FOR "
                   WS-WINDOW-START "-" WS-RUN-PERIOD
                   " NOT ISSUED ***"
           ELSE
               IF WS-REBATE-AMOUNT > ZEROS
                   ADD 1 TO WS-ISSUED-COUNT
                   ADD WS-REBATE-AMOUNT TO WS-ISSUED-TOTAL
                   PERFORM LOG-AUDIT-ENTRY
                   DISPLAY "  ISSUED   CUSTOMER " RA-Customer-Code
                       " " WS-RPT-NAME " " WS-WINDOW-START "-"
                       WS-RUN-PERIOD " SPEND " WS-PERIOD-SPEND
                       " TIER " WS-EARNED-TIER " RATE " WS-EARNED-RATE
                       " REBATE " WS-REBATE-AMOUNT
                       " MEMO " WS-MEMO-SEQ-NO
               ELSE
                   ADD 1 TO WS-NIL-COUNT
                   DISPLAY "  NO TIER  CUSTOMER " RA-Customer-Code
                       " " WS-RPT-NAME " " WS-WINDOW-START "-"
                       WS-RUN-PERIOD " SPEND " WS-PERIOD-SPEND
                       " BELOW FIRST TIER " RA-Tier-Spend(1)
               END-IF
           END-IF.

       GET-NEXT-MEMO-NO.
      * Mint the next credit memo number from the payment control
      * file under the credit memo control key, the way CREDMEMO
      * does.
           MOVE "C" TO PC-Control-Key.
           READ PaymentControlFile KEY IS PC-Control-Key
               INVALID KEY
                   DISPLAY "*** CREDIT MEMO CONTROL RECORD MISSING ***"
                   SET WS-ISSUE-FAILED TO TRUE
           END-READ.

           IF WS-ISSUE-OK
               ADD 1 TO PC-Last-Payment-Seq
               MOVE PC-Last-Payment-Seq TO WS-MEMO-SEQ-NO
               REWRITE Payment-Control-Record
                   INVALID KEY
                       DISPLAY "*** CREDIT MEMO CONTROL UPDATE "
                           "FAILED ***"
                       SET WS-ISSUE-FAILED TO TRUE
               END-REWRITE
           END-IF.

       WRITE-REBATE-MEMO.
      * The rebate is against no one order, and waits for REFDISB to
      * pay it out like any other refund.
           MOVE WS-MEMO-SEQ-NO TO CM-Seq-No.
           MOVE ZEROS TO CM-Order-Code.
           MOVE RA-Customer-Code TO CM-Customer-Code.
           MOVE WS-REBATE-AMOUNT TO CM-Amount.
           MOVE SPACES TO CM-Reason.
           STRING "VOLUME REBATE " WS-RUN-PERIOD
               DELIMITED BY SIZE INTO CM-Reason.
           MOVE WS-POSTING-DATE TO CM-Date.
           MOVE FUNCTION CURRENT-DATE(9:8) TO CM-Time.
           MOVE "REBATES" TO CM-Operator.
           SET CM-Awaiting-Payout TO TRUE.
           MOVE SPACES TO CM-Disb-Method.
           MOVE SPACES TO CM-Disb-Reference.
           MOVE SPACES TO CM-Disb-Date.
           SET CM-Rebate-Memo TO TRUE.
           WRITE Credit-Memo-Record
               INVALID KEY
                   DISPLAY "*** CREDIT MEMO " WS-MEMO-SEQ-NO
                       " NOT RECORDED ***"
                   SET WS-ISSUE-FAILED TO TRUE
           END-WRITE.

       STAMP-AGREEMENT-SETTLED.
           MOVE WS-RUN-PERIOD TO RA-Last-Settled.
           ADD WS-REBATE-AMOUNT TO RA-Rebate-To-Date.
           REWRITE Rebate-Agreement-Record
               INVALID KEY
                   DISPLAY "*** CUSTOMER " RA-Customer-Code
                       " AGREEMENT NOT STAMPED SETTLED ***"
                   SET WS-ISSUE-FAILED TO TRUE
           END-REWRITE.

       LOG-AUDIT-ENTRY.
      * Record the rebate against the audit trail, minting the next
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
           MOVE "REBATE" TO Audit-Action.
           MOVE "REBATES" TO Audit-Program.
           MOVE RA-Customer-Code TO Audit-Key.
           WRITE Audit-Trail-Record
               INVALID KEY
                   CONTINUE.

       ESTABLISH-POSTING-PERIOD.
      * Rebate memos are never dated into a month finance has already
      * closed. If the month is closed, the posting date rolls forward
      * to the first day of the next open month, and the run says so.
      * A month with no period record has never been closed, so the
      * roll always stops.
           OPEN INPUT AccountingPeriodFile.
           PERFORM CHECK-POSTING-PERIOD.
           PERFORM ROLL-TO-NEXT-PERIOD
               UNTIL WS-PERIOD-OPEN.
           CLOSE AccountingPeriodFile.

       CHECK-POSTING-PERIOD.
           SET WS-PERIOD-OPEN TO TRUE.
           MOVE WS-POSTING-DATE(1:6) TO AP-Period.
           READ AccountingPeriodFile KEY IS AP-Period
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AP-Period-Closed
                       SET WS-PERIOD-CLOSED TO TRUE
                   END-IF
           END-READ.

       ROLL-TO-NEXT-PERIOD.
           DISPLAY "*** PERIOD " AP-Period
               " IS CLOSED - POSTING INTO THE NEXT OPEN PERIOD ***".
           IF WS-POST-MONTH = 12
               ADD 1 TO WS-POST-YEAR
               MOVE 1 TO WS-POST-MONTH
           ELSE
               ADD 1 TO WS-POST-MONTH
           END-IF.
           MOVE 1 TO WS-POST-DAY.
           PERFORM CHECK-POSTING-PERIOD.

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

       CHECK-ALREADY-RUN.
      * Rebates are settled once a month. The agreements are stamped
      * as they settle, but a second submission would list the
      * accruals twice over, so it is refused loudly.
           OPEN I-O RunControlFile.
           MOVE "REBATES" TO RC-Job-Code.
           READ RunControlFile KEY IS RC-Job-Code
               INVALID KEY
                   MOVE SPACES TO RC-Last-Run-Date
                   WRITE Run-Control-Record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.
           CLOSE RunControlFile.
           IF RC-Last-Run-Date(1:6) = WS-RUN-PERIOD
               DISPLAY "*** REBATES ALREADY RAN FOR PERIOD "
                   WS-RUN-PERIOD " - RUN REFUSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-RUN-CONTROL.
      * The run completed - remember the day it ran, so a second
      * submission this month is refused.
           OPEN I-O RunControlFile.
           MOVE "REBATES" TO RC-Job-Code.
           READ RunControlFile KEY IS RC-Job-Code
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-TODAY TO RC-Last-Run-Date
                   REWRITE Run-Control-Record
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
           CLOSE RunControlFile.
