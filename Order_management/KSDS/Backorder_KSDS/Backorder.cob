               88  BO-Waiting        VALUE "W".
               88  BO-Released       VALUE "R".
               88  BO-Dropped        VALUE "D".
      * The date the short quantity was promised to the customer when
      * it was captured - the available-to-promise date worked out
      * from open POs and in-transit transfers after the demand
      * already waiting ahead of it. Spaces when nothing on order
      * covered it.
           05  BO-Promise-Date     PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).
