      * (Customer-Status = "D") from Customer.Master.KSDS for good. DETAILS
      * only ever marks a record deleted so CICS lookups stay random-access
      * and history survives until this job runs; this is the only program
      * that issues a hard DELETE against the customer master. The
      * account's ship-to addresses and refund bank details go with
      * it, so nothing is left keyed to a customer no longer on file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CustomerFile ASSIGN TO "Customer.Master.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Customer-Code OF Customer-Record
               FILE STATUS IS WS-File-Status.

           SELECT ShipToFile ASSIGN TO "Ship.To.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Ship-To-Key
               FILE STATUS IS WS-Ship-To-File-Status.

           SELECT CustBankFile ASSIGN TO "Customer.Bank.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-Customer-Code
               FILE STATUS IS WS-Cust-Bank-Status.

           SELECT BusinessDateFile ASSIGN TO "Business.Date.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

       FD  ShipToFile.
       01  Ship-To-Record.
           05  Ship-To-Key.
               10  Customer-Code       PIC 9(07).
               10  Ship-To-Seq         PIC 9(03).
           05  Ship-To-Name            PIC X(15).
           05  Ship-To-Address         PIC X(25).
           05  Ship-To-City            PIC X(15).
           05  Ship-To-Postal-Code     PIC X(10).
           05  Ship-To-Region          PIC X(03).

       FD  CustBankFile.
       01  Cust-Bank-Record.
           05  CB-Customer-Code    PIC 9(07).
           05  CB-Payee-Name       PIC X(22).
           05  CB-Routing-No       PIC X(09).
           05  CB-Account-No       PIC X(17).

       FD  BusinessDateFile.
       01  Business-Date-Record.
           88  WS-END-OF-FILE       VALUE "Y".
           88  WS-NOT-END-OF-FILE   VALUE "N".
       01  WS-PURGE-COUNT         PIC 9(07) VALUE ZEROS.
       01  WS-Ship-To-File-Status PIC X(02).
       01  WS-Cust-Bank-Status    PIC X(02).
       01  WS-SHIP-TO-SWITCH      PIC X(01) VALUE "N".
           88  WS-NO-MORE-SHIP-TO   VALUE "Y".
           88  WS-MORE-SHIP-TO      VALUE "N".
       01  WS-SHIP-TO-COUNT       PIC 9(07) VALUE ZEROS.
       01  WS-BANK-COUNT          PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CUSTOMER PURGE BATCH STARTING".
           OPEN EXTEND JournalFile.
           OPEN I-O CustomerFile.
           OPEN I-O ShipToFile.
           OPEN I-O CustBankFile.

           MOVE ZEROS TO Customer-Code OF Customer-Record.
           START CustomerFile KEY IS GREATER THAN OR EQUAL
                   Customer-Code OF Customer-Record
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE.

               UNTIL WS-END-OF-FILE.

           CLOSE CustomerFile.
           CLOSE ShipToFile.
           CLOSE CustBankFile.
           DISPLAY "CUSTOMER PURGE BATCH COMPLETE - RECORDS PURGED: "
               WS-PURGE-COUNT.
           DISPLAY "SHIP-TO ADDRESSES REMOVED: " WS-SHIP-TO-COUNT
               " REFUND BANK RECORDS REMOVED: " WS-BANK-COUNT.
           PERFORM STAMP-RUN-CONTROL.
           CLOSE JournalFile.
           STOP RUN.
                               ADD 1 TO WS-PURGE-COUNT
                               MOVE "D" TO WS-JRNL-ACTION
                               PERFORM JOURNAL-CUST-IMAGE
                               PERFORM PURGE-CUSTOMER-SHIP-TOS
                               PERFORM PURGE-CUSTOMER-BANK
                       END-DELETE
                   END-IF
           END-READ.

       PURGE-CUSTOMER-SHIP-TOS.
      * Delete every ship-to address keyed under the purged customer.
      * The browse restarts after every delete, as CUSTMERG's does,
      * since the delete drops its position.
           SET WS-MORE-SHIP-TO TO TRUE.
           PERFORM PURGE-ONE-SHIP-TO
               UNTIL WS-NO-MORE-SHIP-TO.

       PURGE-ONE-SHIP-TO.
           MOVE Customer-Code OF Customer-Record
               TO Customer-Code OF Ship-To-Key.
           MOVE ZEROS TO Ship-To-Seq OF Ship-To-Key.
           START ShipToFile KEY IS GREATER THAN OR EQUAL Ship-To-Key
               INVALID KEY
                   SET WS-NO-MORE-SHIP-TO TO TRUE.
           IF WS-NO-MORE-SHIP-TO
               CONTINUE
           ELSE
               READ ShipToFile NEXT RECORD
                   AT END
                       SET WS-NO-MORE-SHIP-TO TO TRUE
                   NOT AT END
                       IF Customer-Code OF Ship-To-Key
                               NOT = Customer-Code OF Customer-Record
                           SET WS-NO-MORE-SHIP-TO TO TRUE
                       ELSE
                           DELETE ShipToFile
                               INVALID KEY
                                   SET WS-NO-MORE-SHIP-TO TO TRUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-SHIP-TO-COUNT
                           END-DELETE
                       END-IF
               END-READ
           END-IF.

       PURGE-CUSTOMER-BANK.
      * Drop the purged customer's refund bank details, if any were
      * on file - most customers are refunded by cheque and have
      * none.
           MOVE Customer-Code OF Customer-Record TO CB-Customer-Code.
           DELETE CustBankFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-BANK-COUNT
           END-DELETE.

       ESTABLISH-BUSINESS-DATE.
      * Pick up the business date the suite is running for and make
      * sure this job has not already run for it - an operator
