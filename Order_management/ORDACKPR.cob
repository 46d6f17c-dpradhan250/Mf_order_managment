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

       FD  ErrorLogFile.
       01  Error-Log-Record.
           05  EL-Time             PIC X(08).
           05  EL-Key              PIC X(07).
           05  EL-Message          PIC X(50).
      * The operator whose transaction was rejected - the signed-on
      * userid online, BATCH for a batch job - so the rejections can
      * be reported operator by operator.
           05  EL-Userid           PIC X(08).

       FD  BusinessDateFile.
       01  Business-Date-Record.
           MOVE FUNCTION CURRENT-DATE(9:8) TO EL-Time.
           MOVE AK-Order-Code TO EL-Key.
           MOVE WS-MESSAGE TO EL-Message.
           MOVE "BATCH" TO EL-Userid.
           WRITE Error-Log-Record.

       READ-NEXT-ACK.
