      * Holds one Order-Header-Record per customer order. The individual items on
      * the order live on Order-Line-Item-KSDS (see OrderLineItem.cob), keyed by
      * Order-Code + Line-Number, so one order can carry any number of lines.
      * A month-end finance charge FINCHRG assesses on an overdue account is
      * booked here too, as a header of status "F" with no lines, so it
      * carries a balance, ages, is statemented, and is paid like an order.
      * An order for a customer on cash-in-advance terms is created in
      * status "A", awaiting payment - its stock is allocated but it is
      * not released for picking until paying it off moves it to "O".
      * A batch-created order carrying a line priced below its item's
      * minimum margin is created in status "M", held for margin
      * review - allocated like any other, but not released for
      * picking until the pricing desk releases it on MGNREVW.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OrderTransaction.

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

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).
