       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBMAINT.

      * This program maintains the customer volume rebate agreements
      * sales promises key accounts - the months an agreement runs,
      * whether its rebate is settled each calendar quarter or once
      * when the agreement ends, and up to three spend tiers with the
      * rate each earns. REBATES measures every agreement at month
      * end, issues the rebate a settled period earned as a credit
      * memo, and reports the liability building up in between.
      * Display, add, update, and end operations on
      * Rebate.Agreement.KSDS. An agreement gives money back on every
      * order the customer ships, so changes need the same
      * maintain-prices permission as contract pricing, and every
      * change is written to the audit trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RebateFile ASSIGN TO "Rebate.Agreement.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RA-Customer-Code
               FILE STATUS IS WS-Rebate-File-Status.

           SELECT CustomerFile ASSIGN TO "Customer.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Customer-Code OF Customer-Record
               FILE STATUS IS WS-Cust-File-Status.

           SELECT OperatorAuthFile ASSIGN TO "Operator.Auth.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Operator-Userid
               FILE STATUS IS WS-Operator-Auth-Status.

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

       FD  OperatorAuthFile.
       01  Operator-Auth-Record.
           05  Operator-Userid     PIC X(08).
           05  Operator-Auth-Level PIC X(01).
               88  Operator-Is-Supervisor  VALUE "S".
               88  Operator-Is-Clerk       VALUE "C".
      * Real credentials on the operator record - see SIGNON. The
      * password must be verified at sign-on, expires and forces a
      * change, and three straight failures lock the ID until a
      * supervisor resets it through OPERMNT.
           05  Operator-Password   PIC X(08).
           05  Operator-Pwd-Expiry PIC X(08).
           05  Operator-Fail-Count PIC 9(01).
           05  Operator-Lock-Flag  PIC X(01).
               88  Operator-Locked      VALUE "Y".
               88  Operator-Not-Locked  VALUE "N".
           05  Operator-Signon-Flag PIC X(01).
               88  Operator-Signed-On   VALUE "Y".
               88  Operator-Signed-Off  VALUE "N".
      * Per-function permissions - the gates check these instead of
      * the old all-or-nothing S/C level, so the pricing desk can
      * hold PRCMAINT without also holding CANCELORD's override. The
      * level byte stays on the record for display only.
           05  Operator-Permissions.
               10  Operator-Perm-Cancel  PIC X(01).
                   88  Operator-May-Cancel       VALUE "Y".
               10  Operator-Perm-Credit  PIC X(01).
                   88  Operator-May-Credit       VALUE "Y".
               10  Operator-Perm-Price   PIC X(01).
                   88  Operator-May-Price        VALUE "Y".
               10  Operator-Perm-Ref     PIC X(01).
                   88  Operator-May-Maint-Ref    VALUE "Y".
               10  Operator-Perm-Oper    PIC X(01).
                   88  Operator-May-Maint-Oper   VALUE "Y".
               10  Operator-Perm-Master  PIC X(01).
                   88  Operator-May-Maint-Master VALUE "Y".
               10  Operator-Perm-Count   PIC X(01).
                   88  Operator-May-Post-Count   VALUE "Y".
               10  Operator-Perm-Period  PIC X(01).
                   88  Operator-May-Close-Period VALUE "Y".
               10  Operator-Perm-Adjust  PIC X(01).
                   88  Operator-May-Adjust-Stock VALUE "Y".

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

       WORKING-STORAGE SECTION.
       01  WS-Rebate-File-Status  PIC X(02).
       01  WS-Cust-File-Status    PIC X(02).
       01  WS-Operator-Auth-Status PIC X(02).
       01  WS-Audit-File-Status   PIC X(02).
       01  WS-Audit-Control-Status PIC X(02).
       01  WS-MESSAGE             PIC X(50).
       01  WS-STAMP               PIC X(21).
       01  WS-AUDIT-VERB          PIC X(10).

      * The agreement keyed by the clerk - customer, first and last
      * months as YYYYMM, settlement frequency, and the three tiers.
       01  WS-KEYED-CUSTOMER      PIC 9(07).
       01  WS-KEYED-START         PIC X(06).
       01  WS-KEYED-END           PIC X(06).
       01  WS-KEYED-FREQ          PIC X(01).
       01  WS-KEYED-TIER OCCURS 3 TIMES.
           05  WS-KEYED-SPEND     PIC 9(09)V9(02).
           05  WS-KEYED-RATE      PIC 9(01)V9(04).
       01  WS-TIER-IDX            PIC 9(01).

      * A keyed month broken out to check it is a real one.
       01  WS-CHECK-PERIOD.
           05  WS-CHECK-YEAR      PIC X(04).
           05  WS-CHECK-MONTH     PIC X(02).

       01  WS-AUTH-SWITCH         PIC X(01) VALUE "N".
           88  WS-PRICE-AUTHORIZED      VALUE "Y".
           88  WS-PRICE-NOT-AUTHORIZED  VALUE "N".

       01  WS-VALID-SWITCH        PIC X(01) VALUE "N".
           88  WS-KEYS-VALID            VALUE "Y".
           88  WS-KEYS-NOT-VALID        VALUE "N".

       01  WS-PERIOD-SWITCH       PIC X(01) VALUE "N".
           88  WS-PERIOD-VALID          VALUE "Y".
           88  WS-PERIOD-NOT-VALID      VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
      * Receive the customer and agreement terms and process based on
      * PF keys.
           EXEC CICS RECEIVE MAP('REBMAINT') MAPSET('REBSET') END-EXEC.

           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
      * Exit to the menu program
                   MOVE "EXITING TO MENU..." TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   EXEC CICS RETURN END-EXEC
               WHEN EIBAID = DFHENTER
      * Display the customer's rebate agreement
                   PERFORM DISPLAY-AGREEMENT
               WHEN EIBAID = DFHPF4
      * Add a rebate agreement
                   PERFORM ADD-AGREEMENT
               WHEN EIBAID = DFHPF5
      * Change a rebate agreement's terms
                   PERFORM UPDATE-AGREEMENT
               WHEN EIBAID = DFHPF6
      * End a rebate agreement
                   PERFORM END-AGREEMENT
               WHEN OTHER
      * Handle invalid PF keys
                   MOVE "INVALID PF KEY" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

       DISPLAY-AGREEMENT.
      * Read and display the keyed customer's agreement, with the
      * last month settled and the rebate issued under it so far.
           MOVE WS-KEYED-CUSTOMER TO RA-Customer-Code.
           READ RebateFile KEY IS RA-Customer-Code
               INVALID KEY
                   MOVE "NO REBATE AGREEMENT FOR CUSTOMER" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   MOVE RA-Start-Period TO WS-KEYED-START
                   MOVE RA-End-Period TO WS-KEYED-END
                   MOVE RA-Settle-Freq TO WS-KEYED-FREQ
                   PERFORM SHOW-ONE-TIER
                       VARYING WS-TIER-IDX FROM 1 BY 1
                       UNTIL WS-TIER-IDX > 3
                   IF RA-Inactive
                       MOVE "REBATE AGREEMENT DISPLAYED - ENDED"
                           TO WS-MESSAGE
                   ELSE
                       MOVE "REBATE AGREEMENT DISPLAYED" TO WS-MESSAGE
                   END-IF
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       SHOW-ONE-TIER.
           MOVE RA-Tier-Spend(WS-TIER-IDX)
               TO WS-KEYED-SPEND(WS-TIER-IDX).
           MOVE RA-Tier-Rate(WS-TIER-IDX)
               TO WS-KEYED-RATE(WS-TIER-IDX).

       ADD-AGREEMENT.
      * Validate and add an agreement for a customer with none.
           PERFORM CHECK-PRICE-AUTHORIZED.
           IF WS-PRICE-NOT-AUTHORIZED
               MOVE "NOT AUTHORIZED FOR REBATE AGREEMENTS"
                   TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           ELSE
               PERFORM VALIDATE-KEYED-AGREEMENT
               IF WS-KEYS-NOT-VALID
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               ELSE
                   PERFORM WRITE-AGREEMENT
               END-IF
           END-IF.

       WRITE-AGREEMENT.
           MOVE WS-KEYED-CUSTOMER TO RA-Customer-Code.
           PERFORM TAKE-KEYED-TERMS.
           SET RA-Active TO TRUE.
           MOVE SPACES TO RA-Last-Settled.
           MOVE ZEROS TO RA-Rebate-To-Date.
           WRITE Rebate-Agreement-Record
               INVALID KEY
                   MOVE "AGREEMENT ALREADY HELD - USE PF5" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   MOVE "REBATE ADD" TO WS-AUDIT-VERB
                   PERFORM LOG-AUDIT-ENTRY
                   MOVE "REBATE AGREEMENT ADDED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       TAKE-KEYED-TERMS.
           MOVE WS-KEYED-START TO RA-Start-Period.
           MOVE WS-KEYED-END TO RA-End-Period.
           MOVE WS-KEYED-FREQ TO RA-Settle-Freq.
           PERFORM TAKE-ONE-TIER
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 3.

       TAKE-ONE-TIER.
           MOVE WS-KEYED-SPEND(WS-TIER-IDX)
               TO RA-Tier-Spend(WS-TIER-IDX).
           MOVE WS-KEYED-RATE(WS-TIER-IDX)
               TO RA-Tier-Rate(WS-TIER-IDX).

       UPDATE-AGREEMENT.
      * Change the terms of an agreement already held. Updating an
      * ended agreement puts it back in force.
           PERFORM CHECK-PRICE-AUTHORIZED.
           IF WS-PRICE-NOT-AUTHORIZED
               MOVE "NOT AUTHORIZED FOR REBATE AGREEMENTS"
                   TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           ELSE
               PERFORM VALIDATE-KEYED-AGREEMENT
               IF WS-KEYS-NOT-VALID
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               ELSE
                   PERFORM REWRITE-AGREEMENT
               END-IF
           END-IF.

       REWRITE-AGREEMENT.
      * Once a period has been settled the agreement cannot be moved
      * to start later or end before it, or rebate already issued
      * would no longer belong to the agreement.
           MOVE WS-KEYED-CUSTOMER TO RA-Customer-Code.
           READ RebateFile KEY IS RA-Customer-Code
               INVALID KEY
                   MOVE "NO REBATE AGREEMENT FOR CUSTOMER" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   IF RA-Last-Settled NOT = SPACES
                       AND (WS-KEYED-START NOT = RA-Start-Period
                           OR WS-KEYED-END < RA-Last-Settled)
                       MOVE "SETTLED MONTHS MUST STAY IN AGREEMENT"
                           TO WS-MESSAGE
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   ELSE
                       PERFORM APPLY-AGREEMENT-CHANGE
                   END-IF
           END-READ.

       APPLY-AGREEMENT-CHANGE.
           PERFORM TAKE-KEYED-TERMS.
           SET RA-Active TO TRUE.
           REWRITE Rebate-Agreement-Record
               INVALID KEY
                   MOVE "REBATE AGREEMENT UPDATE FAILED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   MOVE "REBATE UPD" TO WS-AUDIT-VERB
                   PERFORM LOG-AUDIT-ENTRY
                   MOVE "REBATE AGREEMENT UPDATED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       END-AGREEMENT.
      * End an agreement - REBATES stops measuring and settling it,
      * and nothing is issued for the period in progress. The record
      * stays on file with what it issued.
           PERFORM CHECK-PRICE-AUTHORIZED.
           IF WS-PRICE-NOT-AUTHORIZED
               MOVE "NOT AUTHORIZED FOR REBATE AGREEMENTS"
                   TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           ELSE
               PERFORM INACTIVATE-AGREEMENT
           END-IF.

       INACTIVATE-AGREEMENT.
           MOVE WS-KEYED-CUSTOMER TO RA-Customer-Code.
           READ RebateFile KEY IS RA-Customer-Code
               INVALID KEY
                   MOVE "NO REBATE AGREEMENT FOR CUSTOMER" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   SET RA-Inactive TO TRUE
                   REWRITE Rebate-Agreement-Record
                       INVALID KEY
                           MOVE "REBATE AGREEMENT END FAILED"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "REBATE END" TO WS-AUDIT-VERB
                           PERFORM LOG-AUDIT-ENTRY
                           MOVE "REBATE AGREEMENT ENDED" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE)
                               END-EXEC.

       VALIDATE-KEYED-AGREEMENT.
      * An agreement needs a live customer, real first and last
      * months in order, a settlement frequency, and tiers in rising
      * spend order with a rate on each - the first tier at least.
           SET WS-KEYS-NOT-VALID TO TRUE.
           MOVE "CUSTOMER NOT FOUND" TO WS-MESSAGE.
           MOVE WS-KEYED-CUSTOMER TO Customer-Code OF Customer-Record.
           READ CustomerFile KEY IS Customer-Code OF Customer-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT Customer-Deleted
                       PERFORM VALIDATE-KEYED-TERMS
                   END-IF
           END-READ.

       VALIDATE-KEYED-TERMS.
           MOVE WS-KEYED-START TO WS-CHECK-PERIOD.
           PERFORM CHECK-PERIOD.
           EVALUATE TRUE
               WHEN WS-PERIOD-NOT-VALID
                   MOVE "START MONTH MUST BE YYYYMM" TO WS-MESSAGE
               WHEN WS-KEYED-END < WS-KEYED-START
                   MOVE "END MONTH BEFORE START MONTH" TO WS-MESSAGE
               WHEN WS-KEYED-FREQ NOT = "Q" AND WS-KEYED-FREQ NOT = "Y"
                   MOVE "SETTLE Q(UARTERLY) OR Y(AT END)" TO WS-MESSAGE
               WHEN OTHER
                   MOVE WS-KEYED-END TO WS-CHECK-PERIOD
                   PERFORM CHECK-PERIOD
                   IF WS-PERIOD-NOT-VALID
                       MOVE "END MONTH MUST BE YYYYMM" TO WS-MESSAGE
                   ELSE
                       PERFORM VALIDATE-KEYED-TIERS
                   END-IF
           END-EVALUATE.

       VALIDATE-KEYED-TIERS.
           SET WS-KEYS-VALID TO TRUE.
           IF WS-KEYED-SPEND(1) = ZEROS OR WS-KEYED-RATE(1) = ZEROS
               SET WS-KEYS-NOT-VALID TO TRUE
           END-IF.
           PERFORM CHECK-ONE-TIER-ORDER
               VARYING WS-TIER-IDX FROM 2 BY 1
               UNTIL WS-TIER-IDX > 3.
           IF WS-KEYS-NOT-VALID
               MOVE "INVALID REBATE TIERS" TO WS-MESSAGE
           END-IF.

       CHECK-ONE-TIER-ORDER.
      * A used tier must carry a rate and a spend above the tier
      * before it.
           IF WS-KEYED-SPEND(WS-TIER-IDX) > ZEROS
               IF WS-KEYED-RATE(WS-TIER-IDX) = ZEROS
                   OR WS-KEYED-SPEND(WS-TIER-IDX)
                       <= WS-KEYED-SPEND(WS-TIER-IDX - 1)
                   SET WS-KEYS-NOT-VALID TO TRUE
               END-IF
           END-IF.

       CHECK-PERIOD.
           SET WS-PERIOD-NOT-VALID TO TRUE.
           IF WS-CHECK-PERIOD IS NUMERIC
               AND WS-CHECK-MONTH >= "01"
               AND WS-CHECK-MONTH <= "12"
               SET WS-PERIOD-VALID TO TRUE
           END-IF.

       CHECK-PRICE-AUTHORIZED.
      * Only an operator granted the maintain-prices permission on
      * the Operator-Auth-KSDS reference file may change agreements.
           SET WS-PRICE-NOT-AUTHORIZED TO TRUE.
           MOVE EIBUSERID TO Operator-Userid.
           READ OperatorAuthFile KEY IS Operator-Userid
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Operator-May-Price
                       SET WS-PRICE-AUTHORIZED TO TRUE
                   END-IF
           END-READ.

       LOG-AUDIT-ENTRY.
      * Record the signed-on user, timestamp, and action against the
      * customer, minting the next audit sequence number from
      * Audit-Control-KSDS the same way ORDERUPD mints the next
      * Order-Code from Order-Control-KSDS.
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
      * Write the audit entry itself once a sequence number has been
      * minted for it.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP.
           MOVE AC-Last-Audit-Seq TO Audit-Seq-No.
           MOVE EIBUSERID TO Audit-Userid.
           MOVE WS-STAMP(1:11) TO Audit-Date.
           MOVE WS-STAMP(9:8) TO Audit-Time.
           MOVE WS-AUDIT-VERB TO Audit-Action.
           MOVE "REBMAINT" TO Audit-Program.
           MOVE WS-KEYED-CUSTOMER TO Audit-Key.
           WRITE Audit-Trail-Record
               INVALID KEY
                   CONTINUE.
