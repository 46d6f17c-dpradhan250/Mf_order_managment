               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Customer-Code OF Customer-Record
               ALTERNATE RECORD KEY IS Customer-Bill-To-Code
                   WITH DUPLICATES
               FILE STATUS IS WS-File-Status.

           SELECT RegionFile ASSIGN TO "Region.Reference.KSDS"
               RECORD KEY IS Cust-Xref-Key
               FILE STATUS IS WS-Xref-File-Status.

           SELECT CustBankFile ASSIGN TO "Customer.Bank.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-Customer-Code
               FILE STATUS IS WS-Cust-Bank-Status.

           SELECT JournalFile ASSIGN TO "Order.Forward.Journal"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-Journal-File-Status.
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

       FD  RegionFile.
       01  Region-Record.
           05  Region-Rate-Entry OCCURS 3 TIMES.
               10  Region-Eff-Date     PIC X(08).
               10  Region-Eff-Rate     PIC 9(01)V9(03).
      * The carrier service standard for deliveries into the region,
      * in working days from shipment - zero takes CARRSCOR's house
      * standard.
           05  Region-Service-Days    PIC 9(02).

       FD  ShipToFile.
       01  Ship-To-Record.
           05  Terms-Code          PIC X(03).
           05  Terms-Desc          PIC X(15).
           05  Terms-Days          PIC 9(03).
      * Early-payment settlement discount - the fraction of the
      * invoice the customer may deduct (0.020 is two percent) when
      * paying within the discount days of the invoice date, as in
      * "2% 10, NET 30". A zero rate or zero days offers none.
           05  Terms-Disc-Pct      PIC 9(01)V9(03).
           05  Terms-Disc-Days     PIC 9(03).
           05  Terms-CIA-Flag      PIC X(01).
               88  Terms-Cash-In-Advance VALUE "Y".
           05  Terms-Status        PIC X(01).
               88  Terms-Active      VALUE "A".
               88  Terms-Inactive    VALUE "I".
           05  EL-Time                PIC X(08).
           05  EL-Key                 PIC X(07).
           05  EL-Message             PIC X(50).
      * The operator whose transaction was rejected - the signed-on
      * userid online, BATCH for a batch job - so the rejections can
      * be reported operator by operator.
           05  EL-Userid              PIC X(08).

       FD  AuditTrailFile.
       01  Audit-Trail-Record.
                   88  Operator-May-Maint-Master VALUE "Y".
               10  Operator-Perm-Count   PIC X(01).
                   88  Operator-May-Post-Count   VALUE "Y".
               10  Operator-Perm-Period  PIC X(01).
                   88  Operator-May-Close-Period VALUE "Y".
               10  Operator-Perm-Adjust  PIC X(01).
                   88  Operator-May-Adjust-Stock VALUE "Y".

       FD  CustXrefFile.
       01  Cust-Item-Xref-Record.
               10  CX-Cust-Item-No  PIC X(15).
           05  CX-Item-Code        PIC 9(07).

       FD  CustBankFile.
      * The bank account a customer's refunds are paid into by
      * transfer - no record means the customer is sent a cheque.
       01  Cust-Bank-Record.
           05  CB-Customer-Code    PIC 9(07).
           05  CB-Payee-Name       PIC X(22).
           05  CB-Routing-No       PIC X(09).
           05  CB-Account-No       PIC X(17).

       FD  JournalFile.
      * One after-image per write/rewrite/delete against the order,
      * line, customer, and item masters, appended as it happens -
       01  WS-Audit-File-Status       PIC X(02).
       01  WS-Audit-Control-Status    PIC X(02).
       01  WS-Operator-Auth-Status    PIC X(02).
       01  WS-Cust-Bank-Status        PIC X(02).

       01  WS-AUTH-SWITCH             PIC X(01) VALUE "N".
           88  WS-DELETE-AUTHORIZED     VALUE "Y".
      * keyed on the cross-reference functions.
       01  WS-XR-CUST-ITEM            PIC X(15).
       01  WS-XR-ITEM-CODE            PIC 9(07).

      * The head office keyed on the bill-to function - zero takes the
      * customer back to paying its own bills - and the relationship
      * as it stood on file before the clerk's update screen came back,
      * since the plain update may not move it.
       01  WS-BT-PARENT-CODE          PIC 9(07).
       01  WS-BT-ON-FILE              PIC 9(07).
       01  WS-BT-SAVE-CUSTOMER        PIC X(176).
       01  WS-CREDIT-AUTH-SWITCH      PIC X(01) VALUE "N".
           88  WS-CREDIT-AUTHORIZED     VALUE "Y".
           88  WS-CREDIT-NOT-AUTHORIZED VALUE "N".
      * The finance charge waiver as it stood on file before the
      * clerk's screen came back - a new account starts out charged.
      * Changing it either way takes the credit permission.
       01  WS-FC-ON-FILE              PIC X(01) VALUE "N".
      * The bank account keyed on the refund bank function - routing
      * and account number both blank take the customer back to
      * being refunded by cheque. A blank payee defaults to the
      * customer's name.
       01  WS-RB-PAYEE-NAME           PIC X(22).
       01  WS-RB-ROUTING-NO           PIC X(09).
       01  WS-RB-ACCOUNT-NO           PIC X(17).
       01  WS-BRANCH-SWITCH           PIC X(01) VALUE "N".
           88  WS-HAS-BRANCHES          VALUE "Y".
           88  WS-HAS-NO-BRANCHES       VALUE "N".
       01  WS-AT-COUNT                PIC 9(02) VALUE ZEROS.
       01  WS-AT-POSITION             PIC 9(02) VALUE ZEROS.
       01  WS-DOMAIN-START            PIC 9(02) VALUE ZEROS.
               WHEN EIBAID = DFHPF9
      * Drop one of the customer's part-number mappings
                   PERFORM DROP-ITEM-XREF
               WHEN EIBAID = DFHPF10
      * Point the customer at the head office that pays its bills
                   PERFORM SET-BILL-TO-PARENT
               WHEN EIBAID = DFHPF11
      * Set or clear the bank account the customer's refunds go to
                   PERFORM SET-REFUND-BANK
               WHEN OTHER
      * Handle invalid PF keys
                   MOVE "INVALID PF KEY" TO WS-MESSAGE
               PERFORM LOG-VALIDATION-ERROR
               RETURN.

           MOVE "N" TO WS-FC-ON-FILE.
           PERFORM CHECK-FIN-CHG-WAIVER.
           IF WS-CREDIT-NOT-AUTHORIZED
               MOVE "NOT AUTHORIZED TO WAIVE FINANCE CHARGES"
                   TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) CURSOR(WS-CURSOR-POSITION) END-EXEC
               PERFORM LOG-VALIDATION-ERROR
               RETURN.

      * A new account always starts out paying its own bills - the
      * head-office link is set afterwards, under its own permission.
           MOVE ZEROS TO Customer-Bill-To-Code.
           SET Customer-Active TO TRUE.
           WRITE CustomerFile FROM Customer-Record
               INVALID KEY
           IF Customer-Tax-Exempt
               AND Customer-Tax-Cert-Ref = SPACES
               SET WS-FIELDS-INVALID TO TRUE.
      * The advance ship notice flag is "Y" or "N"; left blank it
      * means no notices.
           IF Customer-ASN-Flag NOT = "Y"
               AND Customer-ASN-Flag NOT = "N"
               AND Customer-ASN-Flag NOT = SPACE
               SET WS-FIELDS-INVALID TO TRUE.
      * So is the finance charge waiver; blank means charged.
           IF Customer-Fin-Chg-Flag NOT = "Y"
               AND Customer-Fin-Chg-Flag NOT = "N"
               AND Customer-Fin-Chg-Flag NOT = SPACE
               SET WS-FIELDS-INVALID TO TRUE.

       VALIDATE-REGION-CODE.
      * Confirm the keyed region exists on the region reference table
                   PERFORM LOG-VALIDATION-ERROR
                   RETURN
               NOT INVALID KEY
                   MOVE Customer-Bill-To-Code TO WS-BT-ON-FILE
                   MOVE Customer-Fin-Chg-Flag TO WS-FC-ON-FILE
                   EXEC CICS RECEIVE MAP('DETAILMAP') MAPSET('DETAILS') END-EXEC.

      * The bill-to link moves only through SET-BILL-TO-PARENT, under
      * the credit permission - whatever came back on the plain
      * update screen, the link stays as it was on file.
                   MOVE WS-BT-ON-FILE TO Customer-Bill-To-Code.

                   PERFORM VALIDATE-REQUIRED-FIELDS.
                   IF WS-FIELDS-INVALID
                       MOVE "REQUIRED FIELD MISSING" TO WS-MESSAGE
                       PERFORM LOG-VALIDATION-ERROR
                       RETURN.

                   PERFORM CHECK-FIN-CHG-WAIVER.
                   IF WS-CREDIT-NOT-AUTHORIZED
                       MOVE "NOT AUTHORIZED TO WAIVE FINANCE CHARGES"
                           TO WS-MESSAGE
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) CURSOR(WS-CURSOR-POSITION) END-EXEC
                       PERFORM LOG-VALIDATION-ERROR
                       RETURN.

                   REWRITE CustomerFile FROM Customer-Record
                       INVALID KEY
                           MOVE "CUSTOMER UPDATE FAILED" TO WS-MESSAGE
                           MOVE "CROSS-REFERENCE DROPPED" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       SET-BILL-TO-PARENT.
      * Make the customer a branch billed to the keyed head office, or
      * with a zero head office take it back to paying its own bills.
      * The link moves the customer's credit check onto the head
      * office's combined limit and its orders onto the head office's
      * statement and dunning letter, so only an operator holding the
      * credit permission may change it, and every change is audited.
           PERFORM CHECK-CREDIT-AUTHORIZED.
           IF WS-CREDIT-NOT-AUTHORIZED
               MOVE "NOT AUTHORIZED TO CHANGE BILL-TO" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               PERFORM LOG-VALIDATION-ERROR
               RETURN.

           IF Customer-Code OF Customer-Record = ZEROS
               MOVE SC-Customer-Code
                   TO Customer-Code OF Customer-Record
           END-IF.

           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   MOVE "CUSTOMER NOT FOUND" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   PERFORM LOG-VALIDATION-ERROR
                   RETURN.

           IF Customer-Deleted
               MOVE "CUSTOMER NOT FOUND" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               PERFORM LOG-VALIDATION-ERROR
               RETURN.

           IF WS-BT-PARENT-CODE = Customer-Code OF Customer-Record
               MOVE "CUSTOMER CANNOT BILL TO ITSELF" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               PERFORM LOG-VALIDATION-ERROR
               RETURN.

      * Only one level of parentage is carried - a customer that is
      * already paying for branches of its own cannot become a branch.
           SET WS-HAS-NO-BRANCHES TO TRUE.
           IF WS-BT-PARENT-CODE NOT = ZEROS
               PERFORM CHECK-HAS-BRANCHES
           END-IF.
           IF WS-HAS-BRANCHES
               MOVE "CUSTOMER IS A HEAD OFFICE FOR BRANCHES"
                   TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               PERFORM LOG-VALIDATION-ERROR
               RETURN.

           MOVE SPACES TO WS-MESSAGE.
           IF WS-BT-PARENT-CODE NOT = ZEROS
               PERFORM CHECK-BILL-TO-PARENT
           END-IF.
           IF WS-MESSAGE NOT = SPACES
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               PERFORM LOG-VALIDATION-ERROR
               RETURN.

           MOVE WS-BT-PARENT-CODE TO Customer-Bill-To-Code.
           REWRITE CustomerFile FROM Customer-Record
               INVALID KEY
                   MOVE "BILL-TO UPDATE FAILED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   PERFORM LOG-VALIDATION-ERROR
               NOT INVALID KEY
                   IF WS-BT-PARENT-CODE = ZEROS
                       MOVE "BILLTO CLR" TO WS-AUDIT-ACTION
                       MOVE "CUSTOMER NOW PAYS ITS OWN BILLS"
                           TO WS-MESSAGE
                   ELSE
                       MOVE "BILLTO SET" TO WS-AUDIT-ACTION
                       MOVE "CUSTOMER NOW BILLED TO HEAD OFFICE"
                           TO WS-MESSAGE
                   END-IF
                   PERFORM LOG-AUDIT-ENTRY
                   MOVE "R" TO WS-JRNL-ACTION
                   PERFORM JOURNAL-CUST-IMAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       SET-REFUND-BANK.
      * Record the bank account REFDISB pays the customer's refunds
      * into by transfer, or with routing and account number both
      * blank drop it so refunds go out by cheque again. Where a
      * customer's money is sent is a credit control decision, so
      * only an operator holding the credit permission may change it,
      * and every change is audited.
           PERFORM CHECK-CREDIT-AUTHORIZED.
           IF WS-CREDIT-NOT-AUTHORIZED
               MOVE "NOT AUTHORIZED TO CHANGE REFUND BANK"
                   TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               PERFORM LOG-VALIDATION-ERROR
               RETURN.

           IF Customer-Code OF Customer-Record = ZEROS
               MOVE SC-Customer-Code
                   TO Customer-Code OF Customer-Record
           END-IF.

           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   MOVE "CUSTOMER NOT FOUND" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   PERFORM LOG-VALIDATION-ERROR
                   RETURN.

           IF Customer-Deleted
               MOVE "CUSTOMER NOT FOUND" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               PERFORM LOG-VALIDATION-ERROR
               RETURN.

           IF WS-RB-ROUTING-NO = SPACES AND WS-RB-ACCOUNT-NO = SPACES
               PERFORM DROP-REFUND-BANK
               RETURN.

           IF WS-RB-ROUTING-NO = SPACES OR WS-RB-ACCOUNT-NO = SPACES
               MOVE "ROUTING AND ACCOUNT NUMBER BOTH REQUIRED"
                   TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               PERFORM LOG-VALIDATION-ERROR
               RETURN.

           IF WS-RB-PAYEE-NAME = SPACES
               MOVE Customer-Name TO WS-RB-PAYEE-NAME
           END-IF.
           MOVE Customer-Code OF Customer-Record TO CB-Customer-Code.
           MOVE WS-RB-PAYEE-NAME TO CB-Payee-Name.
           MOVE WS-RB-ROUTING-NO TO CB-Routing-No.
           MOVE WS-RB-ACCOUNT-NO TO CB-Account-No.
           WRITE CustBankFile FROM Cust-Bank-Record
               INVALID KEY
                   REWRITE CustBankFile FROM Cust-Bank-Record
                       INVALID KEY
                           MOVE "REFUND BANK UPDATE FAILED"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "RFNDBK UPD" TO WS-AUDIT-ACTION
                           PERFORM LOG-AUDIT-ENTRY
                           MOVE "REFUND BANK ACCOUNT CHANGED"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-REWRITE
               NOT INVALID KEY
                   MOVE "RFNDBK ADD" TO WS-AUDIT-ACTION
                   PERFORM LOG-AUDIT-ENTRY
                   MOVE "REFUNDS NOW PAID BY BANK TRANSFER"
                       TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       DROP-REFUND-BANK.
           MOVE Customer-Code OF Customer-Record TO CB-Customer-Code.
           READ CustBankFile KEY IS CB-Customer-Code
               INVALID KEY
                   MOVE "NO REFUND BANK ACCOUNT ON FILE" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   RETURN.

           DELETE CustBankFile
               INVALID KEY
                   MOVE "REFUND BANK DELETE FAILED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   MOVE "RFNDBK CLR" TO WS-AUDIT-ACTION
                   PERFORM LOG-AUDIT-ENTRY
                   MOVE "REFUNDS NOW PAID BY CHEQUE" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       CHECK-BILL-TO-PARENT.
      * The head office must be a live account that pays its own
      * bills. The branch's record is held aside across the read and
      * read back for the update; WS-MESSAGE comes back with the
      * reason when the head office will not do.
           MOVE Customer-Record TO WS-BT-SAVE-CUSTOMER.
           MOVE WS-BT-PARENT-CODE TO Customer-Code OF Customer-Record.
           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   MOVE "HEAD OFFICE NOT FOUND" TO WS-MESSAGE
               NOT INVALID KEY
                   IF Customer-Deleted
                       MOVE "HEAD OFFICE NOT FOUND" TO WS-MESSAGE
                   ELSE
                       IF Customer-Bill-To-Code NOT = ZEROS
                           MOVE "HEAD OFFICE IS ITSELF A BRANCH"
                               TO WS-MESSAGE
                       END-IF
                   END-IF
           END-READ.
           MOVE WS-BT-SAVE-CUSTOMER TO Customer-Record.
           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   MOVE "CUSTOMER NOT FOUND" TO WS-MESSAGE
           END-READ.

       CHECK-HAS-BRANCHES.
      * Browse the bill-to alternate index for any account already
      * billed to this customer. The customer's record is held aside
      * across the browse and read back for the update.
           MOVE Customer-Record TO WS-BT-SAVE-CUSTOMER.
           MOVE Customer-Code OF Customer-Record
               TO Customer-Bill-To-Code.
           START CustomerFile KEY IS EQUAL Customer-Bill-To-Code
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HAS-BRANCHES TO TRUE
           END-START.
           MOVE WS-BT-SAVE-CUSTOMER TO Customer-Record.
           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   CONTINUE
           END-READ.

       CHECK-FIN-CHG-WAIVER.
      * Waiving the month-end finance charge, or lifting a waiver,
      * changes what the account is billed, so a keyed flag that
      * differs from the one on file takes the credit permission. A
      * flag left as it was needs none.
           SET WS-CREDIT-AUTHORIZED TO TRUE.
           IF Customer-Fin-Chg-Exempt
               IF WS-FC-ON-FILE NOT = "Y"
                   PERFORM CHECK-CREDIT-AUTHORIZED
               END-IF
           ELSE
               IF WS-FC-ON-FILE = "Y"
                   PERFORM CHECK-CREDIT-AUTHORIZED
               END-IF
           END-IF.

       CHECK-CREDIT-AUTHORIZED.
      * Moving a customer under a head office changes whose credit
      * limit it trades against, so it takes the same credit
      * permission on the Operator-Auth-KSDS reference file that
      * working the credit referral queue in CREDREF does.
           SET WS-CREDIT-NOT-AUTHORIZED TO TRUE.
           MOVE EIBUSERID TO Operator-Userid.
           READ OperatorAuthFile KEY IS Operator-Userid
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Operator-May-Credit
                       SET WS-CREDIT-AUTHORIZED TO TRUE
                   END-IF.

       CHECK-DELETE-AUTHORIZED.
      * Deleting a customer is a step above the plain sign-on gate
      * MENU applies before linking here - only an operator granted
           MOVE WS-LOG-TIME TO EL-Time.
           MOVE Customer-Code OF Customer-Record TO EL-Key.
           MOVE WS-MESSAGE TO EL-Message.
           MOVE EIBUSERID TO EL-Userid.
           OPEN EXTEND ErrorLogFile.
           WRITE Error-Log-Record.
           CLOSE ErrorLogFile.
