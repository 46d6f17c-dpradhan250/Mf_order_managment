               88  Quote-Open        VALUE "O".
               88  Quote-Converted   VALUE "C".
               88  Quote-Expired     VALUE "E".
               88  Quote-Lost        VALUE "L".
      * The customer's trading currency at pricing time, the rate it
      * was quoted at, and the quoted total restated in it.
           05  Quote-Currency-Code PIC X(03).
           05  Quote-Exchange-Rate PIC 9(03)V9(06).
           05  Quote-Foreign-Total PIC 9(09)V9(02).
      * The rep the customer was assigned when the quote was priced,
      * so the win or loss follows the rep who quoted it.
           05  Quote-Rep-Code      PIC X(03).
      * Why a lost quote was lost - a code off Lost.Reason.KSDS, or
      * "EXP" for one QUOTEXP swept when it expired unconverted - with
      * the clerk's note of the competitor who won the business, and
      * the date the quote was converted or lost (its expiry date for
      * one that expired). Quotes priced before win and loss were
      * tracked carry spaces.
           05  Quote-Lost-Reason   PIC X(03).
           05  Quote-Competitor-Note PIC X(20).
           05  Quote-Closed-Date   PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).
