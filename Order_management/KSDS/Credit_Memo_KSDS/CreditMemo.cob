      * an order by CREDMEMO - the credit-side counterpart of the
      * payment history file - so every adjustment to a customer's
      * money can be traced. Memo numbers are minted from
      * Payment.Control.KSDS under the credit control key. ONACCT
      * writes one here too when it refunds unapplied cash, and
      * REBATES when a customer earns a volume rebate. REFDISB
      * pays each refund out and stamps how and when it went; the
      * customer-code index lets ACCTINQ show a caller their refunds.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditMemo.

               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-Seq-No
               ALTERNATE RECORD KEY IS CM-Customer-Code
                   WITH DUPLICATES
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
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

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).
