           05  ON-Note-Text        PIC X(60).
           05  ON-Operator         PIC X(08).
           05  ON-Date             PIC X(08).
      * "Y" when the note is meant for the customer - delivery
      * instructions and the like - and prints on the packing slip;
      * anything else stays internal.
           05  ON-Cust-Flag        PIC X(01).
               88  ON-For-Customer   VALUE "Y".

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).
