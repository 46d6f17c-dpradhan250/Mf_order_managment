      * This COBOL program defines the structure for the Operator
      * Threshold KSDS file. One record per operator userid that the
      * nightly OPERACT activity report should judge against limits
      * of their own - a night-shift clerk keeps different hours, a
      * pricing lead overrides more margins than an order clerk.
      * Each record gives the normal working hours, how many actions
      * outside them are tolerated in a day and in a month, the share
      * of cancellations to orders created that is worth a look (and
      * the fewest cancellations before the share is judged), and how
      * many margin overrides are tolerated in a day and in a month.
      * Userid "********" holds the house limits for operators with no
      * record of their own; with no house record on file either, the
      * report uses 07:00 to 19:00, no actions out of hours, 25
      * percent cancelled once 3 are cancelled, and 5 overrides a day
      * or 40 a month.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorThreshold.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorThresholdFile
               ASSIGN TO "Operator.Threshold.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OT-Userid
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  OperatorThresholdFile.
       01  Operator-Threshold-Record.
           05  OT-Userid           PIC X(08).
      * Normal hours run from the start hour up to, not including,
      * the end hour, on the 24-hour clock.
           05  OT-Day-Start-Hour   PIC 9(02).
           05  OT-Day-End-Hour     PIC 9(02).
           05  OT-Out-Hours-Day-Max   PIC 9(03).
           05  OT-Out-Hours-Month-Max PIC 9(05).
           05  OT-Cancel-Pct       PIC 9(03).
           05  OT-Cancel-Min       PIC 9(03).
           05  OT-Override-Day-Max PIC 9(03).
           05  OT-Override-Month-Max PIC 9(05).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Operator Threshold KSDS Program Initialized".
           STOP RUN.
