      * against that due date instead of the order date, so an account
      * we deliberately extended terms to stops showing "late" for
      * paying exactly as agreed. A customer with no terms code is
      * cash-on-ship and falls due on the order date. A terms code may
      * be flagged cash-in-advance for accounts that must pay before
      * anything ships. Maintained on the REFMAINT screen under table
      * selector "T".
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PaymentTerms.

           05  Terms-Code          PIC X(03).
           05  Terms-Desc          PIC X(15).
           05  Terms-Days          PIC 9(03).
      * Early-payment settlement discount - the fraction of the
      * invoice the customer may deduct (0.020 is two percent) when
      * paying within the discount days of the invoice date, as in
      * "2% 10, NET 30". A zero rate or zero days offers none.
           05  Terms-Disc-Pct      PIC 9(01)V9(03).
           05  Terms-Disc-Days     PIC 9(03).
      * Cash-in-advance terms - the customer pays before we ship.
      * Their orders wait in status "A" behind a pro-forma invoice
      * until paid, and the days to pay are the days a pro-forma may
      * sit unpaid before PROFAGE reports it. Carries no discount.
           05  Terms-CIA-Flag      PIC X(01).
               88  Terms-Cash-In-Advance VALUE "Y".
           05  Terms-Status        PIC X(01).
               88  Terms-Active      VALUE "A".
               88  Terms-Inactive    VALUE "I".
