               88  Order-Invoiced    VALUE "I".
               88  Order-Cancelled   VALUE "C".
               88  Order-Credit-Held VALUE "H".
               88  Order-Finance-Charge VALUE "F".
               88  Order-Awaiting-Payment VALUE "A".
               88  Order-Margin-Held VALUE "M".
           05  Order-Req-Ship-Date PIC X(08).
           05  Order-Priority      PIC X(01).
           05  Order-Cancel-Reason PIC X(03).
      * so their paperwork and ours can be matched without the
      * twenty-questions call.
           05  Order-Cust-PO-Ref   PIC X(15).
      * The carrier the customer asked to ship with, keyed at entry -
      * spaces for no preference. Pick waves can be built for one
      * carrier's collection, and a shipment keyed with no carrier
      * goes with this one.
           05  Order-Carrier-Code  PIC X(03).
      * The pick wave the order was released to the warehouse in -
      * see PICKLIST's wave mode. Zero until the order is waved.
           05  Order-Wave-No       PIC 9(07).

       FD  CustomerFile.
       01  Customer-Record.
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

       FD  BusinessDateFile.
       01  Business-Date-Record.
                       END-IF
                       PERFORM START-NEW-CUSTOMER
                   END-IF
      * An order awaiting cash in advance is not yet a debt - its
      * pro-forma is followed up by PROFAGE, not aged here.
                   IF NOT Order-Cancelled
                       AND NOT Order-Awaiting-Payment
                       AND Order-Balance-Due > ZEROS
                       PERFORM BUCKET-ONE-BALANCE
                   END-IF
