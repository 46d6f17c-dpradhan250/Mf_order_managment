      * rate change, a new payment method, or a new salesperson stops
      * being a systems-team file edit. A keyed table selector picks
      * which table the function works on: "R" for regions, "P" for
      * payment types, "S" for sales reps, "A" for the stock
      * adjustment reasons STKADJ validates against, "F" for the
      * finance charge rates FINCHRG charges overdue balances at,
      * keyed by payment terms code, and "T" for the payment terms
      * themselves - days to pay, plus any early-payment settlement
      * discount rate and the days it stays open, and whether the
      * terms are cash-in-advance - and "W" for the
      * small-balance limits WRITEOFF clears residues under, also by
      * terms code, and "L" for the reasons QUOTEUPD accepts when a
      * quote is marked lost. A finance charge rate or a write-off
      * limit moves money on every overdue account, so every change
      * to one is gated on the same supervisor authority as a tax
      * rate.
      * Entries are added, updated, and inactivated; a region can also
      * be physically deleted, but only when no customer on the
      * customer master still references it. Tax-rate changes move
               RECORD KEY IS Terms-Code
               FILE STATUS IS WS-Terms-File-Status.

           SELECT AdjustReasonFile ASSIGN TO "Adjust.Reason.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Adjust-Reason-Code
               FILE STATUS IS WS-Adj-Reason-File-Status.

           SELECT LostReasonFile ASSIGN TO "Lost.Reason.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Lost-Reason-Code
               FILE STATUS IS WS-Lost-Reason-File-Status.

           SELECT FinanceRateFile ASSIGN TO "Finance.Charge.Rate.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FC-Terms-Code
               FILE STATUS IS WS-Fin-Rate-File-Status.

           SELECT WriteOffLimitFile ASSIGN TO "Write.Off.Limit.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WL-Terms-Code
               FILE STATUS IS WS-WO-Limit-File-Status.

           SELECT CustomerFile ASSIGN TO "Customer.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  Region-Rate-Entry OCCURS 3 TIMES.
               10  Region-Eff-Date     PIC X(08).
               10  Region-Eff-Rate     PIC 9(01)V9(03).
      * The carrier service standard for deliveries into the region,
      * in working days from shipment - zero takes CARRSCOR's house
      * standard.
           05  Region-Service-Days    PIC 9(02).

       FD  PaymentTypeFile.
       01  Payment-Type-Record.
      * line shipped, applied at ship time by ORDERUPD.
           05  Carrier-Base-Charge PIC 9(03)V9(02).
           05  Carrier-Per-Line-Charge PIC 9(03)V9(02).
      * How far, as a percentage, the carrier may bill above our
      * expected freight for a shipment before FRTAUDIT flags it.
           05  Carrier-Bill-Tol-Pct PIC 9(02)V9(02).

       FD  CurrencyFile.
       01  Currency-Record.
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

       FD  AdjustReasonFile.
       01  Adjust-Reason-Record.
           05  Adjust-Reason-Code  PIC X(03).
           05  Adjust-Reason-Desc  PIC X(15).
           05  Adjust-Reason-Status PIC X(01).
               88  Adjust-Reason-Active   VALUE "A".
               88  Adjust-Reason-Inactive VALUE "I".

       FD  LostReasonFile.
       01  Lost-Reason-Record.
           05  Lost-Reason-Code    PIC X(03).
           05  Lost-Reason-Desc    PIC X(15).
           05  Lost-Reason-Status  PIC X(01).
               88  Lost-Reason-Active     VALUE "A".
               88  Lost-Reason-Inactive   VALUE "I".

       FD  FinanceRateFile.
       01  Finance-Rate-Record.
           05  FC-Terms-Code       PIC X(03).
           05  FC-Desc             PIC X(15).
           05  FC-Monthly-Rate     PIC 9(01)V9(03).
           05  FC-Minimum-Charge   PIC 9(03)V9(02).
           05  FC-Grace-Days       PIC 9(03).
           05  FC-Status           PIC X(01).
               88  FC-Active         VALUE "A".
               88  FC-Inactive       VALUE "I".

       FD  WriteOffLimitFile.
       01  Write-Off-Limit-Record.
           05  WL-Terms-Code       PIC X(03).
           05  WL-Desc             PIC X(15).
           05  WL-Small-Limit      PIC 9(03)V9(02).
           05  WL-Days-Late        PIC 9(03).
           05  WL-Status           PIC X(01).
               88  WL-Active         VALUE "A".
               88  WL-Inactive       VALUE "I".

       FD  CustomerFile.
       01  Customer-Record.
           05  Customer-Code       PIC 9(07).
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
                   88  Operator-May-Maint-Master VALUE "Y".
               10  Operator-Perm-Count   PIC X(01).
                   88  Operator-May-Post-Count   VALUE "Y".
               10  Operator-Perm-Period  PIC X(01).
                   88  Operator-May-Close-Period VALUE "Y".
               10  Operator-Perm-Adjust  PIC X(01).
                   88  Operator-May-Adjust-Stock VALUE "Y".

       FD  AuditTrailFile.
       01  Audit-Trail-Record.
       01  WS-Carrier-File-Status PIC X(02).
       01  WS-Currency-File-Status PIC X(02).
       01  WS-Terms-File-Status   PIC X(02).
       01  WS-Adj-Reason-File-Status PIC X(02).
       01  WS-Lost-Reason-File-Status PIC X(02).
       01  WS-Fin-Rate-File-Status PIC X(02).
       01  WS-WO-Limit-File-Status PIC X(02).
       01  WS-Cust-File-Status    PIC X(02).
       01  WS-Operator-Auth-Status PIC X(02).
       01  WS-Audit-File-Status   PIC X(02).
           88  WS-CARRIER-TABLE     VALUE "C".
           88  WS-CURRENCY-TABLE    VALUE "X".
           88  WS-TERMS-TABLE       VALUE "T".
           88  WS-ADJ-REASON-TABLE  VALUE "A".
           88  WS-LOST-REASON-TABLE VALUE "L".
           88  WS-FIN-RATE-TABLE    VALUE "F".
           88  WS-WO-LIMIT-TABLE    VALUE "W".
       01  WS-KEYED-CODE          PIC X(03).
       01  WS-KEYED-NAME          PIC X(15).
      * The keyed rate field - a region's tax rate, a sales rep's
      * commission rate, a finance charge's monthly rate, or a payment
      * terms' settlement discount, whichever table the selector
      * names.
       01  WS-KEYED-TAX-RATE      PIC 9(01)V9(03).
      * The keyed carrier service standard for the region table, in
      * working days.
       01  WS-KEYED-SERVICE-DAYS  PIC 9(02).
      * The keyed freight rates for the carrier table.
       01  WS-KEYED-BASE-CHARGE   PIC 9(03)V9(02).
       01  WS-KEYED-LINE-CHARGE   PIC 9(03)V9(02).
      * The keyed freight bill tolerance percentage for the carrier.
       01  WS-KEYED-BILL-TOL      PIC 9(02)V9(02).
      * The keyed exchange rate for the currency table - home units
      * per one unit of the foreign currency.
       01  WS-KEYED-CURR-RATE     PIC 9(03)V9(06).
      * The keyed days-to-pay for the payment terms table, and the
      * days from the invoice date the settlement discount is open.
       01  WS-KEYED-TERMS-DAYS    PIC 9(03).
       01  WS-KEYED-DISC-DAYS     PIC 9(03).
      * The keyed cash-in-advance flag for the payment terms table -
      * "Y" for terms whose customers pay before anything ships.
       01  WS-KEYED-CIA-FLAG      PIC X(01).
           88  WS-KEYED-CASH-IN-ADVANCE VALUE "Y".
      * The keyed minimum charge and days of grace past the due date
      * for the finance charge rate table - for the write-off limit
      * table, the largest balance cleared automatically and the days
      * past due it must have sat first.
       01  WS-KEYED-MIN-CHARGE    PIC 9(03)V9(02).
       01  WS-KEYED-GRACE-DAYS    PIC 9(03).
      * The keyed effective date for staging a future region tax
      * rate; the rate itself rides WS-KEYED-TAX-RATE. Entries must
      * be staged in rising date order.
           88  WS-RATE-AUTHORIZED     VALUE "Y".
           88  WS-RATE-NOT-AUTHORIZED VALUE "N".

      * Set by CHECK-KEYED-DISCOUNT - whether the settlement discount
      * keyed for a payment terms entry hangs together.
       01  WS-DISC-SWITCH         PIC X(01) VALUE "Y".
           88  WS-DISC-VALID        VALUE "Y".
           88  WS-DISC-INVALID      VALUE "N".

       01  WS-REF-SWITCH          PIC X(01) VALUE "N".
           88  WS-REGION-REFERENCED   VALUE "Y".
           88  WS-REGION-UNREFERENCED VALUE "N".
               WHEN NOT WS-REGION-TABLE AND NOT WS-PAYMENT-TABLE
                   AND NOT WS-REP-TABLE AND NOT WS-CARRIER-TABLE
                   AND NOT WS-CURRENCY-TABLE AND NOT WS-TERMS-TABLE
                   AND NOT WS-ADJ-REASON-TABLE
                   AND NOT WS-LOST-REASON-TABLE
                   AND NOT WS-FIN-RATE-TABLE AND NOT WS-WO-LIMIT-TABLE
                   MOVE "TABLE MUST BE R, P, S, C, X, T, A, F, W, OR L"
                       TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               WHEN EIBAID = DFHENTER
                           MOVE "TERMS DISPLAYED" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-READ
               WHEN WS-ADJ-REASON-TABLE
                   MOVE WS-KEYED-CODE TO Adjust-Reason-Code
                   READ AdjustReasonFile KEY IS Adjust-Reason-Code
                       INVALID KEY
                           MOVE "ADJUST REASON NOT FOUND" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "ADJUST REASON DISPLAYED" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-READ
               WHEN WS-LOST-REASON-TABLE
                   MOVE WS-KEYED-CODE TO Lost-Reason-Code
                   READ LostReasonFile KEY IS Lost-Reason-Code
                       INVALID KEY
                           MOVE "LOST REASON NOT FOUND" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "LOST REASON DISPLAYED" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-READ
               WHEN WS-FIN-RATE-TABLE
                   MOVE WS-KEYED-CODE TO FC-Terms-Code
                   READ FinanceRateFile KEY IS FC-Terms-Code
                       INVALID KEY
                           MOVE "FINANCE RATE NOT FOUND" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "FINANCE RATE DISPLAYED" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-READ
               WHEN WS-WO-LIMIT-TABLE
                   MOVE WS-KEYED-CODE TO WL-Terms-Code
                   READ WriteOffLimitFile KEY IS WL-Terms-Code
                       INVALID KEY
                           MOVE "WRITE-OFF LIMIT NOT FOUND"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "WRITE-OFF LIMIT DISPLAYED"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-READ
           END-EVALUATE.

       ADD-ENTRY.
                   MOVE WS-KEYED-CODE TO Region-Code
                   MOVE WS-KEYED-NAME TO Region-Name
                   MOVE WS-KEYED-TAX-RATE TO Region-Tax-Rate
                   MOVE WS-KEYED-SERVICE-DAYS TO Region-Service-Days
                   SET Region-Active TO TRUE
                   PERFORM CLEAR-ONE-RATE-ENTRY
                       VARYING WS-RE-IDX FROM 1 BY 1
                   MOVE WS-KEYED-BASE-CHARGE TO Carrier-Base-Charge
                   MOVE WS-KEYED-LINE-CHARGE
                       TO Carrier-Per-Line-Charge
                   MOVE WS-KEYED-BILL-TOL TO Carrier-Bill-Tol-Pct
                   WRITE CarrierFile FROM Carrier-Record
                       INVALID KEY
                           MOVE "CARRIER ALREADY ON FILE"
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       RETURN
                   END-IF
                   PERFORM CHECK-KEYED-DISCOUNT
                   IF WS-DISC-INVALID
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       RETURN
                   END-IF
                   MOVE WS-KEYED-CODE TO Terms-Code
                   MOVE WS-KEYED-NAME TO Terms-Desc
                   MOVE WS-KEYED-TERMS-DAYS TO Terms-Days
                   MOVE WS-KEYED-TAX-RATE TO Terms-Disc-Pct
                   MOVE WS-KEYED-DISC-DAYS TO Terms-Disc-Days
                   PERFORM SET-TERMS-CIA-FLAG
                   SET Terms-Active TO TRUE
                   WRITE TermsFile FROM Payment-Terms-Record
                       INVALID KEY
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-WRITE
               WHEN WS-ADJ-REASON-TABLE
                   MOVE WS-KEYED-CODE TO Adjust-Reason-Code
                   MOVE WS-KEYED-NAME TO Adjust-Reason-Desc
                   SET Adjust-Reason-Active TO TRUE
                   WRITE Adjust-Reason-Record
                       INVALID KEY
                           MOVE "ADJUST REASON ALREADY ON FILE"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "ADD" TO WS-AUDIT-ACTION
                           PERFORM LOG-AUDIT-ENTRY
                           MOVE "ADJUST REASON ADDED SUCCESSFULLY"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-WRITE
               WHEN WS-LOST-REASON-TABLE
                   MOVE WS-KEYED-CODE TO Lost-Reason-Code
                   MOVE WS-KEYED-NAME TO Lost-Reason-Desc
                   SET Lost-Reason-Active TO TRUE
                   WRITE Lost-Reason-Record
                       INVALID KEY
                           MOVE "LOST REASON ALREADY ON FILE"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "ADD" TO WS-AUDIT-ACTION
                           PERFORM LOG-AUDIT-ENTRY
                           MOVE "LOST REASON ADDED SUCCESSFULLY"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-WRITE
               WHEN WS-FIN-RATE-TABLE
                   PERFORM CHECK-RATE-AUTHORIZED
                   IF WS-RATE-NOT-AUTHORIZED
                       MOVE "NOT AUTHORIZED FOR FINANCE RATES"
                           TO WS-MESSAGE
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       RETURN
                   END-IF
                   IF WS-KEYED-TAX-RATE = ZEROS
                       MOVE "MONTHLY RATE REQUIRED" TO WS-MESSAGE
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       RETURN
                   END-IF
                   MOVE WS-KEYED-CODE TO FC-Terms-Code
                   MOVE WS-KEYED-NAME TO FC-Desc
                   MOVE WS-KEYED-TAX-RATE TO FC-Monthly-Rate
                   MOVE WS-KEYED-MIN-CHARGE TO FC-Minimum-Charge
                   MOVE WS-KEYED-GRACE-DAYS TO FC-Grace-Days
                   SET FC-Active TO TRUE
                   WRITE Finance-Rate-Record
                       INVALID KEY
                           MOVE "FINANCE RATE ALREADY ON FILE"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "ADD" TO WS-AUDIT-ACTION
                           PERFORM LOG-AUDIT-ENTRY
                           MOVE "FINANCE RATE ADDED SUCCESSFULLY"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-WRITE
               WHEN WS-WO-LIMIT-TABLE
                   PERFORM CHECK-RATE-AUTHORIZED
                   IF WS-RATE-NOT-AUTHORIZED
                       MOVE "NOT AUTHORIZED FOR WRITE-OFF LIMITS"
                           TO WS-MESSAGE
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       RETURN
                   END-IF
                   IF WS-KEYED-MIN-CHARGE = ZEROS
                       MOVE "WRITE-OFF LIMIT REQUIRED" TO WS-MESSAGE
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       RETURN
                   END-IF
                   MOVE WS-KEYED-CODE TO WL-Terms-Code
                   MOVE WS-KEYED-NAME TO WL-Desc
                   MOVE WS-KEYED-MIN-CHARGE TO WL-Small-Limit
                   MOVE WS-KEYED-GRACE-DAYS TO WL-Days-Late
                   SET WL-Active TO TRUE
                   WRITE Write-Off-Limit-Record
                       INVALID KEY
                           MOVE "WRITE-OFF LIMIT ALREADY ON FILE"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "ADD" TO WS-AUDIT-ACTION
                           PERFORM LOG-AUDIT-ENTRY
                           MOVE "WRITE-OFF LIMIT ADDED SUCCESSFULLY"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-WRITE
           END-EVALUATE.

       UPDATE-ENTRY.
                   END-IF
                   MOVE WS-KEYED-NAME TO Region-Name
                   MOVE WS-KEYED-TAX-RATE TO Region-Tax-Rate
                   MOVE WS-KEYED-SERVICE-DAYS TO Region-Service-Days
                   REWRITE RegionFile FROM Region-Record
                       INVALID KEY
                           MOVE "REGION UPDATE FAILED" TO WS-MESSAGE
                   MOVE WS-KEYED-BASE-CHARGE TO Carrier-Base-Charge
                   MOVE WS-KEYED-LINE-CHARGE
                       TO Carrier-Per-Line-Charge
                   MOVE WS-KEYED-BILL-TOL TO Carrier-Bill-Tol-Pct
                   REWRITE CarrierFile FROM Carrier-Record
                       INVALID KEY
                           MOVE "CARRIER UPDATE FAILED" TO WS-MESSAGE
                   IF WS-KEYED-TERMS-DAYS > ZEROS
                       MOVE WS-KEYED-TERMS-DAYS TO Terms-Days
                   END-IF
      * The discount and the cash-in-advance flag are keyed whole
      * each time, so keying them blank withdraws them.
                   MOVE Terms-Days TO WS-KEYED-TERMS-DAYS
                   PERFORM CHECK-KEYED-DISCOUNT
                   IF WS-DISC-INVALID
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       RETURN
                   END-IF
                   MOVE WS-KEYED-TAX-RATE TO Terms-Disc-Pct
                   MOVE WS-KEYED-DISC-DAYS TO Terms-Disc-Days
                   PERFORM SET-TERMS-CIA-FLAG
                   REWRITE TermsFile FROM Payment-Terms-Record
                       INVALID KEY
                           MOVE "TERMS UPDATE FAILED" TO WS-MESSAGE
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-REWRITE
               WHEN WS-ADJ-REASON-TABLE
                   MOVE WS-KEYED-CODE TO Adjust-Reason-Code
                   READ AdjustReasonFile KEY IS Adjust-Reason-Code
                       INVALID KEY
                           MOVE "ADJUST REASON NOT FOUND" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                           RETURN
                   END-READ
                   IF WS-KEYED-NAME NOT = SPACES
                       MOVE WS-KEYED-NAME TO Adjust-Reason-Desc
                   END-IF
                   REWRITE Adjust-Reason-Record
                       INVALID KEY
                           MOVE "ADJUST REASON UPDATE FAILED"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "UPDATE" TO WS-AUDIT-ACTION
                           PERFORM LOG-AUDIT-ENTRY
                           MOVE "ADJUST REASON UPDATED SUCCESSFULLY"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-REWRITE
               WHEN WS-LOST-REASON-TABLE
                   MOVE WS-KEYED-CODE TO Lost-Reason-Code
                   READ LostReasonFile KEY IS Lost-Reason-Code
                       INVALID KEY
                           MOVE "LOST REASON NOT FOUND" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                           RETURN
                   END-READ
                   IF WS-KEYED-NAME NOT = SPACES
                       MOVE WS-KEYED-NAME TO Lost-Reason-Desc
                   END-IF
                   REWRITE Lost-Reason-Record
                       INVALID KEY
                           MOVE "LOST REASON UPDATE FAILED"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "UPDATE" TO WS-AUDIT-ACTION
                           PERFORM LOG-AUDIT-ENTRY
                           MOVE "LOST REASON UPDATED SUCCESSFULLY"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-REWRITE
               WHEN WS-FIN-RATE-TABLE
                   PERFORM CHECK-RATE-AUTHORIZED
                   IF WS-RATE-NOT-AUTHORIZED
                       MOVE "NOT AUTHORIZED FOR FINANCE RATES"
                           TO WS-MESSAGE
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       RETURN
                   END-IF
                   MOVE WS-KEYED-CODE TO FC-Terms-Code
                   READ FinanceRateFile KEY IS FC-Terms-Code
                       INVALID KEY
                           MOVE "FINANCE RATE NOT FOUND" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                           RETURN
                   END-READ
                   IF WS-KEYED-NAME NOT = SPACES
                       MOVE WS-KEYED-NAME TO FC-Desc
                   END-IF
                   IF WS-KEYED-TAX-RATE > ZEROS
                       MOVE WS-KEYED-TAX-RATE TO FC-Monthly-Rate
                   END-IF
                   MOVE WS-KEYED-MIN-CHARGE TO FC-Minimum-Charge
                   MOVE WS-KEYED-GRACE-DAYS TO FC-Grace-Days
                   REWRITE Finance-Rate-Record
                       INVALID KEY
                           MOVE "FINANCE RATE UPDATE FAILED"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "UPDATE" TO WS-AUDIT-ACTION
                           PERFORM LOG-AUDIT-ENTRY
                           MOVE "FINANCE RATE UPDATED SUCCESSFULLY"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-REWRITE
               WHEN WS-WO-LIMIT-TABLE
                   PERFORM CHECK-RATE-AUTHORIZED
                   IF WS-RATE-NOT-AUTHORIZED
                       MOVE "NOT AUTHORIZED FOR WRITE-OFF LIMITS"
                           TO WS-MESSAGE
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       RETURN
                   END-IF
                   MOVE WS-KEYED-CODE TO WL-Terms-Code
                   READ WriteOffLimitFile KEY IS WL-Terms-Code
                       INVALID KEY
                           MOVE "WRITE-OFF LIMIT NOT FOUND"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                           RETURN
                   END-READ
                   IF WS-KEYED-NAME NOT = SPACES
                       MOVE WS-KEYED-NAME TO WL-Desc
                   END-IF
                   IF WS-KEYED-MIN-CHARGE > ZEROS
                       MOVE WS-KEYED-MIN-CHARGE TO WL-Small-Limit
                   END-IF
                   MOVE WS-KEYED-GRACE-DAYS TO WL-Days-Late
                   REWRITE Write-Off-Limit-Record
                       INVALID KEY
                           MOVE "WRITE-OFF LIMIT UPDATE FAILED"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "UPDATE" TO WS-AUDIT-ACTION
                           PERFORM LOG-AUDIT-ENTRY
                           MOVE "WRITE-OFF LIMIT UPDATED SUCCESSFULLY"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-REWRITE
           END-EVALUATE.

       INACTIVATE-ENTRY.
                           MOVE "TERMS INACTIVATED" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-REWRITE
               WHEN WS-ADJ-REASON-TABLE
                   MOVE WS-KEYED-CODE TO Adjust-Reason-Code
                   READ AdjustReasonFile KEY IS Adjust-Reason-Code
                       INVALID KEY
                           MOVE "ADJUST REASON NOT FOUND" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                           RETURN
                   END-READ
                   SET Adjust-Reason-Inactive TO TRUE
                   REWRITE Adjust-Reason-Record
                       INVALID KEY
                           MOVE "ADJUST REASON UPDATE FAILED"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "INACTIVATE" TO WS-AUDIT-ACTION
                           PERFORM LOG-AUDIT-ENTRY
                           MOVE "ADJUST REASON INACTIVATED"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-REWRITE
               WHEN WS-LOST-REASON-TABLE
                   MOVE WS-KEYED-CODE TO Lost-Reason-Code
                   READ LostReasonFile KEY IS Lost-Reason-Code
                       INVALID KEY
                           MOVE "LOST REASON NOT FOUND" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                           RETURN
                   END-READ
                   SET Lost-Reason-Inactive TO TRUE
                   REWRITE Lost-Reason-Record
                       INVALID KEY
                           MOVE "LOST REASON UPDATE FAILED"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "INACTIVATE" TO WS-AUDIT-ACTION
                           PERFORM LOG-AUDIT-ENTRY
                           MOVE "LOST REASON INACTIVATED"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-REWRITE
               WHEN WS-FIN-RATE-TABLE
                   PERFORM CHECK-RATE-AUTHORIZED
                   IF WS-RATE-NOT-AUTHORIZED
                       MOVE "NOT AUTHORIZED FOR FINANCE RATES"
                           TO WS-MESSAGE
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       RETURN
                   END-IF
                   MOVE WS-KEYED-CODE TO FC-Terms-Code
                   READ FinanceRateFile KEY IS FC-Terms-Code
                       INVALID KEY
                           MOVE "FINANCE RATE NOT FOUND" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                           RETURN
                   END-READ
                   SET FC-Inactive TO TRUE
                   REWRITE Finance-Rate-Record
                       INVALID KEY
                           MOVE "FINANCE RATE UPDATE FAILED"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "INACTIVATE" TO WS-AUDIT-ACTION
                           PERFORM LOG-AUDIT-ENTRY
                           MOVE "FINANCE RATE INACTIVATED" TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-REWRITE
               WHEN WS-WO-LIMIT-TABLE
                   PERFORM CHECK-RATE-AUTHORIZED
                   IF WS-RATE-NOT-AUTHORIZED
                       MOVE "NOT AUTHORIZED FOR WRITE-OFF LIMITS"
                           TO WS-MESSAGE
                       EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       RETURN
                   END-IF
                   MOVE WS-KEYED-CODE TO WL-Terms-Code
                   READ WriteOffLimitFile KEY IS WL-Terms-Code
                       INVALID KEY
                           MOVE "WRITE-OFF LIMIT NOT FOUND"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                           RETURN
                   END-READ
                   SET WL-Inactive TO TRUE
                   REWRITE Write-Off-Limit-Record
                       INVALID KEY
                           MOVE "WRITE-OFF LIMIT UPDATE FAILED"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                       NOT INVALID KEY
                           MOVE "INACTIVATE" TO WS-AUDIT-ACTION
                           PERFORM LOG-AUDIT-ENTRY
                           MOVE "WRITE-OFF LIMIT INACTIVATED"
                               TO WS-MESSAGE
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   END-REWRITE
           END-EVALUATE.

       STAGE-REGION-RATE.
                       SET WS-REGION-REFERENCED TO TRUE
                   END-IF.

       CHECK-KEYED-DISCOUNT.
      * A settlement discount needs both its rate and its days, or
      * neither, and the discount window has to close before the
      * money falls due - "2% 30, NET 30" is just a price cut. A rate
      * of a whole invoice or more is a keying slip.
           SET WS-DISC-VALID TO TRUE.
           IF (WS-KEYED-TAX-RATE = ZEROS
                   AND WS-KEYED-DISC-DAYS > ZEROS)
               OR (WS-KEYED-TAX-RATE > ZEROS
                   AND WS-KEYED-DISC-DAYS = ZEROS)
               SET WS-DISC-INVALID TO TRUE
               MOVE "DISCOUNT NEEDS BOTH RATE AND DAYS" TO WS-MESSAGE
           ELSE
               IF WS-KEYED-DISC-DAYS >= WS-KEYED-TERMS-DAYS
                   AND WS-KEYED-DISC-DAYS > ZEROS
                   SET WS-DISC-INVALID TO TRUE
                   MOVE "DISCOUNT DAYS MUST BE UNDER DAYS TO PAY"
                       TO WS-MESSAGE
               ELSE
                   IF WS-KEYED-TAX-RATE >= 1
                       SET WS-DISC-INVALID TO TRUE
                       MOVE "DISCOUNT RATE MUST BE UNDER 1.000"
                           TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF.
      * A cash-in-advance customer has paid before the goods ever
      * leave, so there is nothing to settle early.
           IF WS-DISC-VALID AND WS-KEYED-CASH-IN-ADVANCE
               AND WS-KEYED-TAX-RATE > ZEROS
               SET WS-DISC-INVALID TO TRUE
               MOVE "NO DISCOUNT ON CASH-IN-ADVANCE TERMS"
                   TO WS-MESSAGE
           END-IF.

       SET-TERMS-CIA-FLAG.
           IF WS-KEYED-CASH-IN-ADVANCE
               SET Terms-Cash-In-Advance TO TRUE
           ELSE
               MOVE "N" TO Terms-CIA-Flag
           END-IF.

       CHECK-RATE-AUTHORIZED.
      * Only an operator granted the maintain-reference-tables
      * permission on the Operator-Auth-KSDS reference file may set
      * or change a region's tax rate, a finance charge rate, or a
      * write-off limit.
           SET WS-RATE-NOT-AUTHORIZED TO TRUE.
           MOVE EIBUSERID TO Operator-Userid.
           READ OperatorAuthFile KEY IS Operator-Userid
