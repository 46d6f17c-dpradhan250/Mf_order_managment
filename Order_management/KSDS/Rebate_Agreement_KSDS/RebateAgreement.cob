      * This COBOL program defines the structure for the Rebate
      * Agreement KSDS file. One record per customer sales has
      * promised a volume rebate, maintained through REBMAINT: the
      * months the agreement runs, whether the rebate is settled each
      * calendar quarter or once at the end of the agreement, and up
      * to three spend tiers, each with the rate earned on the whole
      * of the settlement period's shipped sales once spend reaches
      * it. REBATES measures each agreement off Sales.Summary.KSDS at
      * month end, issues what a settled period earned as a credit
      * memo, and reports the rebate building up mid-period. The
      * last month settled and the rebate issued to date are kept on
      * the record so no period is settled twice.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RebateAgreement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RebateFile ASSIGN TO "Rebate.Agreement.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RA-Customer-Code
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RebateFile.
       01  Rebate-Agreement-Record.
           05  RA-Customer-Code    PIC 9(07).
      * First and last months of the agreement, as YYYYMM.
           05  RA-Start-Period     PIC X(06).
           05  RA-End-Period       PIC X(06).
           05  RA-Settle-Freq      PIC X(01).
               88  RA-Settle-Quarterly VALUE "Q".
               88  RA-Settle-At-End    VALUE "Y".
      * Spend thresholds in rising order, each with its rate as a
      * fraction of the period's spend - 0.0250 is two and a half
      * percent. The highest tier the spend reaches sets the rate.
           05  RA-Tier OCCURS 3 TIMES.
               10  RA-Tier-Spend   PIC 9(09)V9(02).
               10  RA-Tier-Rate    PIC 9(01)V9(04).
           05  RA-Status           PIC X(01).
               88  RA-Active         VALUE "A".
               88  RA-Inactive       VALUE "I".
           05  RA-Last-Settled     PIC X(06).
           05  RA-Rebate-To-Date   PIC 9(09)V9(02).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Rebate Agreement KSDS Program Initialized".
           STOP RUN.
