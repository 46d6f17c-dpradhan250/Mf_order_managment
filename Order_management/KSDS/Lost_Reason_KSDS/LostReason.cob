      * This COBOL program defines the structure for the Lost Reason
      * KSDS file - the maintainable list of reasons a quote may be
      * lost: price, lead time, went to a competitor, the customer's
      * need was cancelled, and the like. QUOTEUPD validates the
      * reason keyed when a clerk marks an open quote lost and stores
      * the code on the quote, and QUOTRPT ranks the month's losses
      * by item under it. Code "EXP" is the reason QUOTEXP stamps on
      * the quotes it sweeps to lost when they pass their expiry
      * date unconverted. Entries are kept in REFMAINT as table "L";
      * an inactivated reason stays on file for history but can no
      * longer be keyed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LostReason.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LostReasonFile ASSIGN TO "Lost.Reason.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Lost-Reason-Code
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  LostReasonFile.
       01  Lost-Reason-Record.
           05  Lost-Reason-Code    PIC X(03).
           05  Lost-Reason-Desc    PIC X(15).
           05  Lost-Reason-Status  PIC X(01).
               88  Lost-Reason-Active     VALUE "A".
               88  Lost-Reason-Inactive   VALUE "I".

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Lost Reason KSDS Program Initialized".
           STOP RUN.
