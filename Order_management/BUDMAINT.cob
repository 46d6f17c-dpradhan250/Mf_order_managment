       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDMAINT.

      * This program maintains the monthly sales budgets management
      * sets each sales rep and each region for a calendar year -
      * the targets BUDGRPT measures the month's shipped sales
      * against. Display, add, update, and delete operations on
      * Sales.Budget.KSDS, one record per rep or region per year.
      * A year can be loaded from a single annual figure, spread
      * evenly across the twelve months, and any month then adjusted
      * on its own. Rep "***" holds the house attainment percentage
      * reps are flagged below. Budgets are reference data keyed to
      * the rep and region tables, so changes need the same
      * maintain-reference permission as REFMAINT, and every change
      * is written to the audit trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalesBudgetFile ASSIGN TO "Sales.Budget.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Sales-Budget-Key
               FILE STATUS IS WS-Budget-File-Status.

           SELECT SalesRepFile ASSIGN TO "Sales.Rep.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Rep-Code
               FILE STATUS IS WS-Rep-File-Status.

           SELECT RegionFile ASSIGN TO "Region.Reference.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Region-Code
               FILE STATUS IS WS-Region-File-Status.

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
       FD  SalesBudgetFile.
       01  Sales-Budget-Record.
           05  Sales-Budget-Key.
               10  SB-Budget-Type      PIC X(01).
                   88  SB-Rep-Budget       VALUE "R".
                   88  SB-Region-Budget    VALUE "G".
               10  SB-Budget-Code      PIC X(03).
               10  SB-Budget-Year      PIC X(04).
      * Merchandise sales targeted for each month, January first.
           05  SB-Month OCCURS 12 TIMES.
               10  SB-Month-Target PIC 9(09)V9(02).
           05  SB-Attain-Pct       PIC 9(03).

       FD  SalesRepFile.
       01  Sales-Rep-Record.
           05  Rep-Code            PIC X(03).
           05  Rep-Name            PIC X(15).
           05  Rep-Comm-Rate       PIC 9(01)V9(03).
           05  Rep-Status          PIC X(01).
               88  Rep-Active        VALUE "A".
               88  Rep-Inactive      VALUE "I".

       FD  RegionFile.
       01  Region-Record.
           05  Region-Code         PIC X(03).
           05  Region-Name         PIC X(15).
           05  Region-Tax-Rate     PIC 9(01)V9(03).
           05  Region-Status       PIC X(01).
               88  Region-Active         VALUE "A".
               88  Region-Inactive       VALUE "I".
      * Effective-dated rate entries staged in rising date order -
      * the rate in force on a given date is the latest entry whose
      * effective date is on or before it. A date earlier than every
      * entry, or an empty table, falls back to Region-Tax-Rate, the
      * rate the region always carried.
           05  Region-Rate-Entry OCCURS 3 TIMES.
               10  Region-Eff-Date     PIC X(08).
               10  Region-Eff-Rate     PIC 9(01)V9(03).
      * The carrier service standard for deliveries into the region,
      * in working days from shipment - zero takes CARRSCOR's house
      * standard.
           05  Region-Service-Days    PIC 9(02).

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
       01  WS-Budget-File-Status  PIC X(02).
       01  WS-Rep-File-Status     PIC X(02).
       01  WS-Region-File-Status  PIC X(02).
       01  WS-Operator-Auth-Status PIC X(02).
       01  WS-Audit-File-Status   PIC X(02).
       01  WS-Audit-Control-Status PIC X(02).
       01  WS-MESSAGE             PIC X(50).
       01  WS-STAMP               PIC X(21).
       01  WS-AUDIT-VERB          PIC X(10).
       01  WS-AUDIT-KEY           PIC X(07).

      * The budget keyed by the clerk - R for a rep or G for a
      * region, the rep or region code, the year, the twelve monthly
      * targets, an annual figure to spread across them instead, and
      * for a rep the attainment percentage it is flagged below.
       01  WS-KEYED-TYPE          PIC X(01).
       01  WS-KEYED-CODE          PIC X(03).
       01  WS-KEYED-YEAR          PIC X(04).
       01  WS-KEYED-MONTH OCCURS 12 TIMES.
           05  WS-KEYED-TARGET    PIC 9(09)V9(02).
       01  WS-KEYED-ANNUAL        PIC 9(09)V9(02).
       01  WS-KEYED-ATTAIN        PIC 9(03).
       01  WS-MONTH-IDX           PIC 9(02).

      * An annual figure spread evenly - each month takes a twelfth
      * to the cent, and December the odd cents left over, so the
      * months always add back to the figure keyed.
       01  WS-SPREAD-MONTHLY      PIC 9(09)V9(02).
       01  WS-SPREAD-ALLOCATED    PIC 9(09)V9(02).

       01  WS-AUTH-SWITCH         PIC X(01) VALUE "N".
           88  WS-REF-AUTHORIZED        VALUE "Y".
           88  WS-REF-NOT-AUTHORIZED    VALUE "N".

       01  WS-VALID-SWITCH        PIC X(01) VALUE "N".
           88  WS-KEYS-VALID            VALUE "Y".
           88  WS-KEYS-NOT-VALID        VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PARA.
      * Receive the budget key and targets and process based on PF
      * keys.
           EXEC CICS RECEIVE MAP('BUDMAINT') MAPSET('BUDSET') END-EXEC.

           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
      * Exit to the menu program
                   MOVE "EXITING TO MENU..." TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
                   EXEC CICS RETURN END-EXEC
               WHEN EIBAID = DFHENTER
      * Display the rep's or region's budget for the year
                   PERFORM DISPLAY-BUDGET
               WHEN EIBAID = DFHPF4
      * Add a year's budget
                   PERFORM ADD-BUDGET
               WHEN EIBAID = DFHPF5
      * Change a year's budget
                   PERFORM UPDATE-BUDGET
               WHEN EIBAID = DFHPF6
      * Delete a year's budget
                   PERFORM DELETE-BUDGET
               WHEN OTHER
      * Handle invalid PF keys
                   MOVE "INVALID PF KEY" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

       DISPLAY-BUDGET.
      * Read and display the keyed budget, with the year's total in
      * the annual field.
           PERFORM SET-BUDGET-KEY.
           READ SalesBudgetFile KEY IS Sales-Budget-Key
               INVALID KEY
                   MOVE "NO BUDGET ON FILE FOR THAT YEAR" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   MOVE ZEROS TO WS-KEYED-ANNUAL
                   PERFORM SHOW-ONE-MONTH
                       VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 12
                   MOVE SB-Attain-Pct TO WS-KEYED-ATTAIN
                   MOVE "SALES BUDGET DISPLAYED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       SHOW-ONE-MONTH.
           MOVE SB-Month-Target(WS-MONTH-IDX)
               TO WS-KEYED-TARGET(WS-MONTH-IDX).
           ADD SB-Month-Target(WS-MONTH-IDX) TO WS-KEYED-ANNUAL.

       SET-BUDGET-KEY.
           MOVE WS-KEYED-TYPE TO SB-Budget-Type.
           MOVE WS-KEYED-CODE TO SB-Budget-Code.
           MOVE WS-KEYED-YEAR TO SB-Budget-Year.

       ADD-BUDGET.
      * Validate and add a year's budget for a rep or region with
      * none.
           PERFORM CHECK-REF-AUTHORIZED.
           IF WS-REF-NOT-AUTHORIZED
               MOVE "NOT AUTHORIZED FOR SALES BUDGETS" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           ELSE
               PERFORM VALIDATE-KEYED-BUDGET
               IF WS-KEYS-NOT-VALID
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               ELSE
                   PERFORM WRITE-BUDGET
               END-IF
           END-IF.

       WRITE-BUDGET.
           PERFORM SET-BUDGET-KEY.
           PERFORM TAKE-KEYED-TARGETS.
           WRITE Sales-Budget-Record
               INVALID KEY
                   MOVE "BUDGET ALREADY HELD - USE PF5" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   MOVE "ADD" TO WS-AUDIT-VERB(8:3)
                   PERFORM LOG-AUDIT-ENTRY
                   MOVE "SALES BUDGET ADDED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       TAKE-KEYED-TARGETS.
      * An annual figure keyed is spread across the twelve months in
      * place of any monthly targets keyed with it.
           IF WS-KEYED-ANNUAL > ZEROS
               PERFORM SPREAD-ANNUAL-FIGURE
           END-IF.
           PERFORM TAKE-ONE-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.
           IF WS-KEYED-TYPE = "R"
               MOVE WS-KEYED-ATTAIN TO SB-Attain-Pct
           ELSE
               MOVE ZEROS TO SB-Attain-Pct
           END-IF.

       TAKE-ONE-MONTH.
           MOVE WS-KEYED-TARGET(WS-MONTH-IDX)
               TO SB-Month-Target(WS-MONTH-IDX).

       SPREAD-ANNUAL-FIGURE.
           DIVIDE WS-KEYED-ANNUAL BY 12 GIVING WS-SPREAD-MONTHLY.
           MOVE ZEROS TO WS-SPREAD-ALLOCATED.
           PERFORM SPREAD-ONE-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 11.
           COMPUTE WS-KEYED-TARGET(12) =
               WS-KEYED-ANNUAL - WS-SPREAD-ALLOCATED.

       SPREAD-ONE-MONTH.
           MOVE WS-SPREAD-MONTHLY TO WS-KEYED-TARGET(WS-MONTH-IDX).
           ADD WS-SPREAD-MONTHLY TO WS-SPREAD-ALLOCATED.

       UPDATE-BUDGET.
      * Change the targets of a budget already held - a whole year
      * reloaded from a new annual figure, or single months
      * adjusted.
           PERFORM CHECK-REF-AUTHORIZED.
           IF WS-REF-NOT-AUTHORIZED
               MOVE "NOT AUTHORIZED FOR SALES BUDGETS" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           ELSE
               PERFORM VALIDATE-KEYED-BUDGET
               IF WS-KEYS-NOT-VALID
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               ELSE
                   PERFORM REWRITE-BUDGET
               END-IF
           END-IF.

       REWRITE-BUDGET.
           PERFORM SET-BUDGET-KEY.
           READ SalesBudgetFile KEY IS Sales-Budget-Key
               INVALID KEY
                   MOVE "NO BUDGET ON FILE FOR THAT YEAR" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   PERFORM APPLY-BUDGET-CHANGE
           END-READ.

       APPLY-BUDGET-CHANGE.
           PERFORM TAKE-KEYED-TARGETS.
           REWRITE Sales-Budget-Record
               INVALID KEY
                   MOVE "SALES BUDGET UPDATE FAILED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   MOVE "UPD" TO WS-AUDIT-VERB(8:3)
                   PERFORM LOG-AUDIT-ENTRY
                   MOVE "SALES BUDGET UPDATED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       DELETE-BUDGET.
      * Remove a year's budget keyed in error. BUDGRPT reports the
      * rep or region against a budget of zero from then on.
           PERFORM CHECK-REF-AUTHORIZED.
           IF WS-REF-NOT-AUTHORIZED
               MOVE "NOT AUTHORIZED FOR SALES BUDGETS" TO WS-MESSAGE
               EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
           ELSE
               PERFORM SET-AUDIT-NAME
               PERFORM REMOVE-BUDGET
           END-IF.

       REMOVE-BUDGET.
           PERFORM SET-BUDGET-KEY.
           DELETE SalesBudgetFile RECORD
               INVALID KEY
                   MOVE "NO BUDGET ON FILE FOR THAT YEAR" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC
               NOT INVALID KEY
                   MOVE "DEL" TO WS-AUDIT-VERB(8:3)
                   PERFORM LOG-AUDIT-ENTRY
                   MOVE "SALES BUDGET DELETED" TO WS-MESSAGE
                   EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       VALIDATE-KEYED-BUDGET.
      * A budget needs a real year, and a rep or region on its
      * reference table - or the house record, rep "***", which
      * carries the house attainment percentage.
           SET WS-KEYS-NOT-VALID TO TRUE.
           PERFORM SET-AUDIT-NAME.
           EVALUATE TRUE
               WHEN WS-KEYED-YEAR NOT NUMERIC
                   MOVE "BUDGET YEAR MUST BE YYYY" TO WS-MESSAGE
               WHEN WS-KEYED-TYPE = "R"
                   PERFORM VALIDATE-KEYED-REP
               WHEN WS-KEYED-TYPE = "G"
                   PERFORM VALIDATE-KEYED-REGION
               WHEN OTHER
                   MOVE "BUDGET FOR R(EP) OR G(REGION)" TO WS-MESSAGE
           END-EVALUATE.

       VALIDATE-KEYED-REP.
           IF WS-KEYED-CODE = "***"
               SET WS-KEYS-VALID TO TRUE
           ELSE
               MOVE "SALES REP NOT FOUND" TO WS-MESSAGE
               MOVE WS-KEYED-CODE TO Rep-Code
               READ SalesRepFile KEY IS Rep-Code
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-KEYS-VALID TO TRUE
               END-READ
           END-IF.

       VALIDATE-KEYED-REGION.
           MOVE "REGION NOT FOUND" TO WS-MESSAGE.
           MOVE WS-KEYED-CODE TO Region-Code.
           READ RegionFile KEY IS Region-Code
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-KEYS-VALID TO TRUE
           END-READ.

       SET-AUDIT-NAME.
      * The audit entry names the kind of budget in its action and
      * carries the rep or region and the year as its key.
           MOVE SPACES TO WS-AUDIT-VERB.
           IF WS-KEYED-TYPE = "G"
               MOVE "REGBUD" TO WS-AUDIT-VERB(1:6)
           ELSE
               MOVE "REPBUD" TO WS-AUDIT-VERB(1:6)
           END-IF.
           MOVE WS-KEYED-CODE TO WS-AUDIT-KEY(1:3).
           MOVE WS-KEYED-YEAR TO WS-AUDIT-KEY(4:4).

       CHECK-REF-AUTHORIZED.
      * Only an operator granted the maintain-reference permission
      * on the Operator-Auth-KSDS reference file may change budgets.
           SET WS-REF-NOT-AUTHORIZED TO TRUE.
           MOVE EIBUSERID TO Operator-Userid.
           READ OperatorAuthFile KEY IS Operator-Userid
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF Operator-May-Maint-Ref
                       SET WS-REF-AUTHORIZED TO TRUE
                   END-IF
           END-READ.

       LOG-AUDIT-ENTRY.
      * Record the signed-on user, timestamp, and action against the
      * budget, minting the next audit sequence number from
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
           MOVE "BUDMAINT" TO Audit-Program.
           MOVE WS-AUDIT-KEY TO Audit-Key.
           WRITE Audit-Trail-Record
               INVALID KEY
                   CONTINUE.
