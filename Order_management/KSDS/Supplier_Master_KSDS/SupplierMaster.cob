           05  Supplier-Status     PIC X(01).
               88  Supplier-Active       VALUE "A".
               88  Supplier-Inactive     VALUE "I".
      * The lead time purchasing plans reorders on, in calendar days
      * from order to receipt - zero leaves REORDRPT on its house
      * figure. SUPPSCOR measures what the supplier actually takes
      * each month, over the lines it completed and how many, for
      * purchasing to review and adopt on POMAINT.
           05  Supplier-Lead-Days  PIC 9(03).
           05  Supplier-Measured-Lead PIC 9(03)V9(01).
           05  Supplier-Measured-Lines PIC 9(05).
           05  Supplier-Measured-Date PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).
