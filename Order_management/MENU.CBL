                   88  Operator-May-Maint-Master VALUE "Y".
               10  Operator-Perm-Count   PIC X(01).
                   88  Operator-May-Post-Count   VALUE "Y".
               10  Operator-Perm-Period  PIC X(01).
                   88  Operator-May-Close-Period VALUE "Y".
               10  Operator-Perm-Adjust  PIC X(01).
                   88  Operator-May-Adjust-Stock VALUE "Y".

       WORKING-STORAGE SECTION.
       01  WS-Operator-Auth-Status PIC X(02).

      * Session context carried across screens - see the note above.
      * The same six fields, in the same order, are redeclared in
      * INQUIRY, DETAILS, ORDERUPD, CUSTLIST, and ACCTINQ's own LINKAGE
      * SECTIONs, the same way every other shared record shape in this
      * tree is redeclared program by program rather than pulled from
      * a copybook.
                           IF WS-SIGNED-ON
                               PERFORM CALL-BACKORDER-INQUIRY
                           END-IF
                       WHEN 22
                           PERFORM CHECK-SIGNED-ON
                           IF WS-SIGNED-ON
                               PERFORM CALL-PERIOD-MAINT
                           END-IF
                       WHEN 23
                           PERFORM CHECK-SIGNED-ON
                           IF WS-SIGNED-ON
                               PERFORM CALL-MOVEMENT-INQUIRY
                           END-IF
                       WHEN 24
                           PERFORM CHECK-SIGNED-ON
                           IF WS-SIGNED-ON
                               PERFORM CALL-STOCK-ADJUST
                           END-IF
                       WHEN 25
                           PERFORM CHECK-SIGNED-ON
                           IF WS-SIGNED-ON
                               PERFORM CALL-SITE-MINIMUM
                           END-IF
                       WHEN 26
                           PERFORM CHECK-SIGNED-ON
                           IF WS-SIGNED-ON
                               PERFORM CALL-ACCOUNT-OVERVIEW
                           END-IF
                       WHEN 27
                           PERFORM CHECK-SIGNED-ON
                           IF WS-SIGNED-ON
                               PERFORM CALL-REBATE-MAINT
                           END-IF
                       WHEN 28
                           PERFORM CHECK-SIGNED-ON
                           IF WS-SIGNED-ON
                               PERFORM CALL-SALES-BUDGET
                           END-IF
                       WHEN 29
                           PERFORM CHECK-SIGNED-ON
                           IF WS-SIGNED-ON
                               PERFORM CALL-MARGIN-REVIEW
                           END-IF
                       WHEN OTHER
      * Handle invalid menu options
                           MOVE "INVALID OPTION SELECTED" TO WS-MESSAGE
      * today.
           EXEC CICS LINK PROGRAM('CALMAINT') END-EXEC.

       CALL-PERIOD-MAINT.
      * Link to the Accounting Period Close program. It takes no
      * COMMAREA of its own and applies its own close-periods
      * permission gate.
           EXEC CICS LINK PROGRAM('PRDMAINT') END-EXEC.

       CALL-MOVEMENT-INQUIRY.
      * Link to the Stock Movement Inquiry program. It takes no
      * COMMAREA of its own; the item and date range are keyed on its
      * screen.
           EXEC CICS LINK PROGRAM('MOVEINQ') END-EXEC.

       CALL-STOCK-ADJUST.
      * Link to the Stock Adjustment program. It takes no COMMAREA of
      * its own and applies its own adjust-stock permission gate.
           EXEC CICS LINK PROGRAM('STKADJ') END-EXEC.

       CALL-SITE-MINIMUM.
      * Link to the Site Minimum Maintenance program. It takes no
      * COMMAREA of its own and applies its own maintain-masters
      * permission gate.
           EXEC CICS LINK PROGRAM('SITEMIN') END-EXEC.

       CALL-ACCOUNT-OVERVIEW.
      * Link to the Customer Account Overview program, handing down
      * the session context so it can default to the customer last
      * worked and hand a listed order on to ORDINQ.
           EXEC CICS LINK PROGRAM('ACCTINQ')
               COMMAREA(WS-SESSION-CONTEXT)
               LENGTH(LENGTH OF WS-SESSION-CONTEXT)
           END-EXEC.

       CALL-REBATE-MAINT.
      * Link to the Rebate Agreement Maintenance program. It takes no
      * COMMAREA of its own and applies its own maintain-prices
      * permission gate.
           EXEC CICS LINK PROGRAM('REBMAINT') END-EXEC.

       CALL-SALES-BUDGET.
      * Link to the Sales Budget Maintenance program. It takes no
      * COMMAREA of its own and applies its own maintain-reference
      * permission gate.
           EXEC CICS LINK PROGRAM('BUDMAINT') END-EXEC.

       CALL-MARGIN-REVIEW.
      * Link to the Margin Review Queue program. It takes no COMMAREA
      * of its own and applies its own maintain-prices permission
      * gate.
           EXEC CICS LINK PROGRAM('MGNREVW') END-EXEC.

       CALL-CREDIT-REFERRAL.
      * Link to the Credit Referral Queue program. It takes no
      * COMMAREA of its own and applies its own issue-credits
