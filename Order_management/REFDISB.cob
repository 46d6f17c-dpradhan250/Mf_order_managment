       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFDISB.

      * Nightly refund disbursement run. Every refund CREDMEMO and
      * ONACCT have recorded on Credit.Memo.KSDS, and every volume
      * rebate REBATES has issued there, not yet paid out is paid
      * here, one of two ways:
      *   - by bank transfer, for a customer with a refund bank
      *     account on Customer.Bank.KSDS (kept on DETAILS) - written
      *     to the Refund.Payment.File feed for the bank, which opens
      *     with a batch header and closes with a control trailer
      *     carrying the item count and amount total;
      *   - by cheque, for any other customer - given the next cheque
      *     number and printed on the cheque register for the cheques
      *     to be run off and mailed.
      * Each refund paid is stamped on its memo with the method, the
      * transfer or cheque reference, and the business date it went
      * out. The stamp goes on before the payment is written, so a
      * memo the run cannot stamp is never paid, and a stamped memo
      * is never picked up again - no refund is paid twice, and
      * ACCTINQ can tell a caller when theirs went out. GLJRNL books
      * the night's payouts out of the bank. The run pays money, so
      * it is refused if it has already run for the business date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CreditMemoFile ASSIGN TO "Credit.Memo.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Seq-No
               FILE STATUS IS WS-Memo-File-Status.

           SELECT CustomerFile ASSIGN TO "Customer.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Customer-Code OF Customer-Record
               FILE STATUS IS WS-Cust-File-Status.

           SELECT CustBankFile ASSIGN TO "Customer.Bank.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-Customer-Code
               FILE STATUS IS WS-Cust-Bank-Status.

           SELECT PaymentControlFile ASSIGN TO "Payment.Control.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-Control-Key
               FILE STATUS IS WS-Pay-Control-Status.

           SELECT RefundPaymentFile ASSIGN TO "Refund.Payment.File"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Refund-File-Status.

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

       FD  CustBankFile.
      * The bank account a customer's refunds are paid into by
      * transfer - no record means the customer is sent a cheque.
       01  Cust-Bank-Record.
           05  CB-Customer-Code    PIC 9(07).
           05  CB-Payee-Name       PIC X(22).
           05  CB-Routing-No       PIC X(09).
           05  CB-Account-No       PIC X(17).

       FD  PaymentControlFile.
      * Credit memo numbers are minted from the same control file as
      * payment numbers, under their own control key, the way quotes
      * and orders could share Order.Control.KSDS - one tiny file per
      * counter is not worth defining.
       01  Payment-Control-Record.
           05  PC-Control-Key        PIC X(01).
           05  PC-Last-Payment-Seq   PIC 9(09).

       FD  RefundPaymentFile.
      * The bank feed carries three record types, told apart by the
      * first byte - the batch header, one detail per transfer, and
      * the control trailer the bank checks the batch against. A
      * night with no transfers still sends header and trailer, so
      * the bank sees the batch number sequence unbroken.
       01  Refund-Header-Record.
           05  RH-Record-Type      PIC X(01).
           05  RH-Batch-No         PIC 9(09).
           05  RH-Business-Date    PIC X(08).
           05  RH-Created-Date     PIC X(08).
           05  RH-Created-Time     PIC X(06).
           05  FILLER              PIC X(68).

       01  Refund-Detail-Record.
           05  RD-Record-Type      PIC X(01).
           05  RD-Reference        PIC X(12).
           05  RD-Memo-No          PIC 9(09).
           05  RD-Customer-Code    PIC 9(07).
           05  RD-Payee-Name       PIC X(22).
           05  RD-Routing-No       PIC X(09).
           05  RD-Account-No       PIC X(17).
           05  RD-Amount           PIC 9(07)V9(02).
           05  FILLER              PIC X(14).

       01  Refund-Trailer-Record.
           05  RT-Record-Type      PIC X(01).
           05  RT-Batch-No         PIC 9(09).
           05  RT-Item-Count       PIC 9(07).
           05  RT-Amount-Total     PIC 9(11)V9(02).
           05  FILLER              PIC X(70).

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
       01  WS-Memo-File-Status    PIC X(02).
       01  WS-Cust-File-Status    PIC X(02).
       01  WS-Cust-Bank-Status    PIC X(02).
       01  WS-Pay-Control-Status  PIC X(02).
       01  WS-Refund-File-Status  PIC X(02).
       01  WS-BizDate-File-Status PIC X(02).
       01  WS-Run-Control-Status  PIC X(02).
       01  WS-Period-File-Status  PIC X(02).
       01  WS-CREATED-STAMP       PIC X(21).

      * The business date the refunds are paid on - read from
      * Business.Date.KSDS, so GLJRNL books them on the night they
      * belong to.
       01  WS-TODAY               PIC 9(08).

      * The date every refund is booked under - the business date,
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

      * Tonight's transfer batch, minted once at the start of the run.
       01  WS-BATCH-NO            PIC 9(09) VALUE ZEROS.

      * The references stamped on the memo and given to the bank or
      * printed on the cheque - "BT", the batch, and the item within
      * it for a transfer; "CQ" and the cheque number for a cheque.
       01  WS-BT-REFERENCE.
           05  FILLER             PIC X(02) VALUE "BT".
           05  WS-BT-BATCH        PIC 9(06).
           05  WS-BT-ITEM         PIC 9(04).
       01  WS-CQ-REFERENCE.
           05  FILLER             PIC X(02) VALUE "CQ".
           05  WS-CQ-NUMBER       PIC 9(10).

      * The payee and address printed on a cheque - the customer as
      * on the master, or a placeholder if the master record is gone.
       01  WS-CQ-PAYEE            PIC X(15).
       01  WS-CQ-ADDRESS          PIC X(25).
       01  WS-CQ-CITY             PIC X(15).
       01  WS-CQ-POSTAL-CODE      PIC X(10).

      * Run totals for the foot of the register and the feed trailer.
       01  WS-TRANSFER-COUNT      PIC 9(07) VALUE ZEROS.
       01  WS-TRANSFER-TOTAL      PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-CHEQUE-COUNT        PIC 9(07) VALUE ZEROS.
       01  WS-CHEQUE-TOTAL        PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-FAILED-COUNT        PIC 9(07) VALUE ZEROS.

       01  WS-BATCH-SWITCH        PIC X(01) VALUE "N".
           88  WS-BATCH-OPEN        VALUE "Y".
           88  WS-BATCH-NOT-OPEN    VALUE "N".

       01  WS-PAY-SWITCH          PIC X(01) VALUE "Y".
           88  WS-PAY-OK            VALUE "Y".
           88  WS-PAY-FAILED        VALUE "N".

       01  WS-MEMO-EOF-SWITCH     PIC X(01) VALUE "N".
           88  WS-MEMO-END          VALUE "Y".
           88  WS-MEMO-NOT-END      VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "REFUND DISBURSEMENT RUN STARTING".
           PERFORM ESTABLISH-BUSINESS-DATE.
           PERFORM CHECK-ALREADY-RUN.
           MOVE WS-TODAY TO WS-POSTING-DATE.
           PERFORM ESTABLISH-POSTING-PERIOD.

           OPEN I-O CreditMemoFile.
           OPEN INPUT CustomerFile.
           OPEN INPUT CustBankFile.
           OPEN I-O PaymentControlFile.
           OPEN OUTPUT RefundPaymentFile.

           PERFORM OPEN-TRANSFER-BATCH.
           DISPLAY "REFUND CHEQUE REGISTER - BUSINESS DATE " WS-TODAY.
           PERFORM PAY-AWAITING-REFUNDS.
           PERFORM CLOSE-TRANSFER-BATCH.

           CLOSE CreditMemoFile.
           CLOSE CustomerFile.
           CLOSE CustBankFile.
           CLOSE PaymentControlFile.
           CLOSE RefundPaymentFile.

           DISPLAY "REFUNDS PAID BY TRANSFER: " WS-TRANSFER-COUNT
               " TOTAL " WS-TRANSFER-TOTAL " BATCH " WS-BATCH-NO.
           DISPLAY "REFUNDS PAID BY CHEQUE: " WS-CHEQUE-COUNT
               " TOTAL " WS-CHEQUE-TOTAL.
           DISPLAY "REFUND DISBURSEMENT RUN COMPLETE - NOT PAID: "
               WS-FAILED-COUNT.
      * A refund left unpaid stays awaiting payout for tomorrow night
      * and is flagged for finance without holding up the steps
      * behind this one; the run is still stamped, since the refunds
      * that did go out are already on the feed and the register.
           IF WS-FAILED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM STAMP-RUN-CONTROL.
           STOP RUN.

       OPEN-TRANSFER-BATCH.
      * Mint tonight's batch number from the payment control file
      * under the refund batch control key and send the header. With
      * no batch number there is no feed, and refunds due by
      * transfer wait for a night that has one.
           MOVE "D" TO PC-Control-Key.
           READ PaymentControlFile KEY IS PC-Control-Key
               INVALID KEY
                   DISPLAY "*** REFUND BATCH CONTROL RECORD MISSING - "
                       "NO TRANSFERS TONIGHT ***"
               NOT INVALID KEY
                   ADD 1 TO PC-Last-Payment-Seq
                   REWRITE Payment-Control-Record
                       INVALID KEY
                           DISPLAY "*** REFUND BATCH CONTROL UPDATE "
                               "FAILED - NO TRANSFERS TONIGHT ***"
                       NOT INVALID KEY
                           MOVE PC-Last-Payment-Seq TO WS-BATCH-NO
                           SET WS-BATCH-OPEN TO TRUE
                   END-REWRITE
           END-READ.

           IF WS-BATCH-OPEN
               MOVE WS-BATCH-NO TO WS-BT-BATCH
               MOVE FUNCTION CURRENT-DATE TO WS-CREATED-STAMP
               MOVE SPACES TO Refund-Header-Record
               MOVE "H" TO RH-Record-Type
               MOVE WS-BATCH-NO TO RH-Batch-No
               MOVE WS-TODAY TO RH-Business-Date
               MOVE WS-CREATED-STAMP(1:8) TO RH-Created-Date
               MOVE WS-CREATED-STAMP(9:6) TO RH-Created-Time
               WRITE Refund-Header-Record
           END-IF.

       PAY-AWAITING-REFUNDS.
      * Browse every memo. Only one written awaiting payout with
      * money on it is paid - memos from before refunds went through
      * this run carry no disbursement status and are left alone.
           SET WS-MEMO-NOT-END TO TRUE.
           MOVE ZEROS TO CM-Seq-No.
           START CreditMemoFile KEY IS GREATER THAN OR EQUAL CM-Seq-No
               INVALID KEY
                   SET WS-MEMO-END TO TRUE.

           PERFORM PAY-ONE-MEMO
               UNTIL WS-MEMO-END.

       PAY-ONE-MEMO.
           READ CreditMemoFile NEXT RECORD
               AT END
                   SET WS-MEMO-END TO TRUE
               NOT AT END
                   IF CM-Awaiting-Payout AND CM-Amount > ZEROS
                       PERFORM PAY-REFUND
                   END-IF
           END-READ.

       PAY-REFUND.
      * A customer with a refund bank account on file is paid by
      * transfer, any other by cheque.
           MOVE CM-Customer-Code TO CB-Customer-Code.
           READ CustBankFile KEY IS CB-Customer-Code
               INVALID KEY
                   PERFORM PAY-BY-CHEQUE
               NOT INVALID KEY
                   PERFORM PAY-BY-TRANSFER
           END-READ.

       PAY-BY-TRANSFER.
           IF WS-BATCH-NOT-OPEN
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "*** MEMO " CM-Seq-No " CUSTOMER "
                   CM-Customer-Code " AMOUNT " CM-Amount
                   " NOT PAID - NO TRANSFER BATCH ***"
           ELSE
               COMPUTE WS-BT-ITEM = WS-TRANSFER-COUNT + 1
               SET CM-Paid-By-Transfer TO TRUE
               MOVE WS-BT-REFERENCE TO CM-Disb-Reference
               PERFORM STAMP-MEMO-PAID
               IF WS-PAY-OK
                   PERFORM WRITE-TRANSFER-DETAIL
               END-IF
           END-IF.

       WRITE-TRANSFER-DETAIL.
           MOVE SPACES TO Refund-Detail-Record.
           MOVE "D" TO RD-Record-Type.
           MOVE WS-BT-REFERENCE TO RD-Reference.
           MOVE CM-Seq-No TO RD-Memo-No.
           MOVE CM-Customer-Code TO RD-Customer-Code.
           MOVE CB-Payee-Name TO RD-Payee-Name.
           MOVE CB-Routing-No TO RD-Routing-No.
           MOVE CB-Account-No TO RD-Account-No.
           MOVE CM-Amount TO RD-Amount.
           WRITE Refund-Detail-Record.
           ADD 1 TO WS-TRANSFER-COUNT.
           ADD CM-Amount TO WS-TRANSFER-TOTAL.

       PAY-BY-CHEQUE.
           PERFORM GET-NEXT-CHEQUE-NO.
           IF WS-PAY-FAILED
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "*** MEMO " CM-Seq-No " CUSTOMER "
                   CM-Customer-Code " AMOUNT " CM-Amount
                   " NOT PAID - NO CHEQUE NUMBER ***"
           ELSE
               SET CM-Paid-By-Cheque TO TRUE
               MOVE WS-CQ-REFERENCE TO CM-Disb-Reference
               PERFORM STAMP-MEMO-PAID
               IF WS-PAY-OK
                   PERFORM PRINT-CHEQUE-LINE
               END-IF
           END-IF.

       GET-NEXT-CHEQUE-NO.
      * Mint the next cheque number from the payment control file
      * under the refund cheque control key, the way CREDMEMO mints
      * a credit memo number.
           SET WS-PAY-OK TO TRUE.
           MOVE "Q" TO PC-Control-Key.
           READ PaymentControlFile KEY IS PC-Control-Key
               INVALID KEY
                   DISPLAY "*** REFUND CHEQUE CONTROL RECORD "
                       "MISSING ***"
                   SET WS-PAY-FAILED TO TRUE
           END-READ.

           IF WS-PAY-OK
               ADD 1 TO PC-Last-Payment-Seq
               MOVE PC-Last-Payment-Seq TO WS-CQ-NUMBER
               REWRITE Payment-Control-Record
                   INVALID KEY
                       DISPLAY "*** REFUND CHEQUE CONTROL UPDATE "
                           "FAILED ***"
                       SET WS-PAY-FAILED TO TRUE
               END-REWRITE
           END-IF.

       PRINT-CHEQUE-LINE.
      * The register line the cheque is run off from - number, payee
      * and mailing address, amount, and the memo it pays.
           MOVE CM-Customer-Code TO Customer-Code OF Customer-Record.
           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   MOVE "*NOT ON FILE*" TO WS-CQ-PAYEE
                   MOVE SPACES TO WS-CQ-ADDRESS
                   MOVE SPACES TO WS-CQ-CITY
                   MOVE SPACES TO WS-CQ-POSTAL-CODE
               NOT INVALID KEY
                   MOVE Customer-Name TO WS-CQ-PAYEE
                   MOVE Customer-Add TO WS-CQ-ADDRESS
                   MOVE Customer-City TO WS-CQ-CITY
                   MOVE Customer-Postal-Code TO WS-CQ-POSTAL-CODE
           END-READ.
           DISPLAY "  " WS-CQ-REFERENCE " " WS-CQ-PAYEE
               " " WS-CQ-ADDRESS " " WS-CQ-CITY " " WS-CQ-POSTAL-CODE
               " AMOUNT " CM-Amount " MEMO " CM-Seq-No
               " CUSTOMER " CM-Customer-Code.
           ADD 1 TO WS-CHEQUE-COUNT.
           ADD CM-Amount TO WS-CHEQUE-TOTAL.

       STAMP-MEMO-PAID.
      * The method and reference are already on the memo - mark it
      * paid as of tonight's posting date. Only once the stamp is down
      * is the payment written, so a memo that cannot be stamped is
      * not paid and waits for tomorrow night.
           SET WS-PAY-OK TO TRUE.
           SET CM-Paid-Out TO TRUE.
           MOVE WS-POSTING-DATE TO CM-Disb-Date.
           REWRITE Credit-Memo-Record
               INVALID KEY
                   SET WS-PAY-FAILED TO TRUE
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "*** MEMO " CM-Seq-No " CUSTOMER "
                       CM-Customer-Code " AMOUNT " CM-Amount
                       " NOT PAID - MEMO NOT STAMPED ***"
           END-REWRITE.

       CLOSE-TRANSFER-BATCH.
      * Control trailer - the transfers in the batch and their total.
           IF WS-BATCH-OPEN
               MOVE SPACES TO Refund-Trailer-Record
               MOVE "T" TO RT-Record-Type
               MOVE WS-BATCH-NO TO RT-Batch-No
               MOVE WS-TRANSFER-COUNT TO RT-Item-Count
               MOVE WS-TRANSFER-TOTAL TO RT-Amount-Total
               WRITE Refund-Trailer-Record
           END-IF.

       ESTABLISH-POSTING-PERIOD.
      * Refunds are never dated into a month finance has already
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
      * Refunds are paid once a night. Each memo is stamped as it is
      * paid, but a second submission would still send the bank an
      * empty batch under a fresh number, so it is refused loudly.
           OPEN I-O RunControlFile.
           MOVE "REFDISB" TO RC-Job-Code.
           READ RunControlFile KEY IS RC-Job-Code
               INVALID KEY
                   MOVE SPACES TO RC-Last-Run-Date
                   WRITE Run-Control-Record
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ.
           CLOSE RunControlFile.
           IF RC-Last-Run-Date = WS-TODAY
               DISPLAY "*** REFDISB ALREADY RAN FOR BUSINESS DATE "
                   WS-TODAY " - RUN REFUSED ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       STAMP-RUN-CONTROL.
      * The run completed - remember the day it ran, so a second
      * submission for this business date is refused.
           OPEN I-O RunControlFile.
           MOVE "REFDISB" TO RC-Job-Code.
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
