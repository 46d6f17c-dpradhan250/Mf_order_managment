       FD  OrderFile.
       01  Order-Header-Record.
           05  Order-Code          PIC 9(07).
           05  FILLER              PIC X(156).

       FD  OrderLineFile.
       01  Order-Line-Record.
           05  Order-Line-Key.
               10  Order-Code          PIC 9(07).
               10  Line-Number         PIC 9(03).
           05  FILLER                  PIC X(56).

       FD  CustomerFile.
       01  Customer-Record.
           05  Customer-Code       PIC 9(07).
           05  FILLER              PIC X(169).

       FD  ItemFile.
       01  Item-Record.
           05  Item-Code           PIC 9(07).
           05  FILLER              PIC X(69).

       WORKING-STORAGE SECTION.
       01  WS-Journal-File-Status PIC X(02).
