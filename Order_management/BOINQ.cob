      * request - marked dropped the way BORELEASE drops dead ones,
      * so the written-off demand stays visible. A waiting backorder
      * was never priced into its order or the customer's exposure,
      * so a drop adjusts nothing but the backorder itself. Each row
      * carries the date the quantity was promised for when it was
      * captured, so the customer is given that date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  BO-Waiting        VALUE "W".
               88  BO-Released       VALUE "R".
               88  BO-Dropped        VALUE "D".
      * The date the short quantity was promised to the customer when
      * it was captured - the available-to-promise date worked out
      * from open POs and in-transit transfers after the demand
      * already waiting ahead of it. Spaces when nothing on order
      * covered it.
           05  BO-Promise-Date     PIC X(08).

       FD  ItemFile.
       01  Item-Record.
      * cases.
           05  Item-UOM            PIC X(02).
           05  Item-Case-Pack      PIC 9(03).
      * What the item costs us - the moving weighted average of the
      * stock on hand and every receipt since, kept by GOODSRCV -
      * captured onto each order line at creation so margin can be
      * measured from shipped lines without repricing history.
           05  Item-Unit-Cost      PIC 9(05)V9(02).
      * Items whose receipts must pass a quality inspection before
      * they can be sold - GOODSRCV books them into an inspection
      * hold instead of on-hand, and QCRELSE releases them.
           05  Item-Inspect-Flag   PIC X(01).
               88  Item-Inspect-Required VALUE "Y".
               88  Item-No-Inspect       VALUE "N".
      * The unit cost on the most recent goods receipt, kept apart
      * from the average so a buyer can still see what the supplier
      * last charged.
           05  Item-Last-Rcpt-Cost PIC 9(05)V9(02).
      * The item's ABC class, ranked monthly by ABCCLASS on its
      * shipped value over the last year - A for the few items that
      * carry most of the value, C for the long tail. It sets how
      * often ABCSEL selects the item for a cycle count. Kits hold no
      * stock to count and are left unclassified.
           05  Item-ABC-Class      PIC X(01).
               88  Item-Class-A          VALUE "A".
               88  Item-Class-B          VALUE "B".
               88  Item-Class-C          VALUE "C".
      * Items we never stock - bought in against each order line
      * that asks for one and shipped by the supplier straight to the
      * customer. Their order lines allocate nothing and raise a
      * purchase order line on the item's supplier instead.
           05  Item-Drop-Ship-Flag PIC X(01).
               88  Item-Is-Drop-Ship     VALUE "Y".
               88  Item-Not-Drop-Ship    VALUE "N".

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
           05  WS-BR-CUSTOMER     PIC 9(07).
           05  WS-BR-QTY          PIC 9(05).
           05  WS-BR-DATE         PIC X(08).
           05  WS-BR-PROMISE      PIC X(08).
       01  WS-ROW-IDX             PIC 9(02).

       01  WS-AUTH-SWITCH         PIC X(01) VALUE "N".
           MOVE BO-Customer-Code TO WS-BR-CUSTOMER(WS-ROW-IDX).
           MOVE BO-Qty TO WS-BR-QTY(WS-ROW-IDX).
           MOVE BO-Date TO WS-BR-DATE(WS-ROW-IDX).
           MOVE BO-Promise-Date TO WS-BR-PROMISE(WS-ROW-IDX).

       DROP-BACKORDER.
      * Drop a waiting backorder on customer request - the demand is
