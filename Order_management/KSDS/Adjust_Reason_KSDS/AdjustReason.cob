      * This COBOL program defines the structure for the Adjust
      * Reason KSDS file - the maintainable list of reasons stock may
      * be adjusted outside a cycle count: damage, shrinkage, samples,
      * found stock and the like. STKADJ validates the keyed reason
      * against it and carries the code onto every adjustment, and
      * ADJRPT groups the month's adjustments under it. Entries are
      * kept in REFMAINT as table "A"; an inactivated reason stays on
      * file for history but can no longer be keyed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdjustReason.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AdjustReasonFile ASSIGN TO "Adjust.Reason.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Adjust-Reason-Code
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AdjustReasonFile.
       01  Adjust-Reason-Record.
           05  Adjust-Reason-Code  PIC X(03).
           05  Adjust-Reason-Desc  PIC X(15).
           05  Adjust-Reason-Status PIC X(01).
               88  Adjust-Reason-Active   VALUE "A".
               88  Adjust-Reason-Inactive VALUE "I".

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Adjust Reason KSDS Program Initialized".
           STOP RUN.
