                   88  Operator-May-Maint-Master VALUE "Y".
               10  Operator-Perm-Count   PIC X(01).
                   88  Operator-May-Post-Count   VALUE "Y".
               10  Operator-Perm-Period  PIC X(01).
                   88  Operator-May-Close-Period VALUE "Y".
               10  Operator-Perm-Adjust  PIC X(01).
                   88  Operator-May-Adjust-Stock VALUE "Y".

       FD  AuditTrailFile.
       01  Audit-Trail-Record.
       01  WS-KEYED-PASSWORD      PIC X(08).
       01  WS-TODAY               PIC X(08).

      * The nine keyed permission flags, in the record's order:
      * cancel orders, issue credits, maintain prices, maintain
      * reference tables, maintain operators, maintain masters, post
      * counts, close accounting periods, adjust stock. Anything not
      * keyed "Y" is stored "N".
       01  WS-KEYED-PERMS         PIC X(09).
       01  WS-PERM-IDX            PIC 9(02).

       01  WS-AUTH-SWITCH         PIC X(01) VALUE "N".
           88  WS-ADMIN-AUTHORIZED     VALUE "Y".
                           EXEC CICS SEND TEXT FROM(WS-MESSAGE) END-EXEC.

       SET-KEYED-PERMISSIONS.
      * Move the nine keyed permission flags onto the record,
      * normalizing anything that is not an explicit "Y" to "N" so a
      * half-keyed map can never leave a permission byte ambiguous.
           MOVE WS-KEYED-PERMS TO Operator-Permissions.
           PERFORM NORMALIZE-ONE-PERM
               VARYING WS-PERM-IDX FROM 1 BY 1
               UNTIL WS-PERM-IDX > 9.

       NORMALIZE-ONE-PERM.
           IF Operator-Permissions(WS-PERM-IDX:1) NOT = "Y"
