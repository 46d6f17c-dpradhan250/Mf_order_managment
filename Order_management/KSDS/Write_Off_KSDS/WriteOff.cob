      * This COBOL program defines the structure for the Write Off
      * KSDS file. One record per order balance WRITEOFF has taken off
      * the books - the month-end sweep of small residues left by
      * rounding and short payments, and the bad-debt orders a
      * supervisor has approved as uncollectable. Each carries its own
      * reason code, kept apart from the credit memo file because no
      * money changes hands: the receivable is abandoned, not
      * refunded. Numbers are minted from Payment.Control.KSDS under
      * the write-off control key "W". The customer-code alternate
      * index lets CUSTSTMT show the month's write-offs on the
      * statement.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WriteOff.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WriteOffFile ASSIGN TO "Write.Off.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-Seq-No
               ALTERNATE RECORD KEY IS WO-Customer-Code
                   WITH DUPLICATES
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  WriteOffFile.
       01  Write-Off-Record.
           05  WO-Seq-No           PIC 9(09).
           05  WO-Order-Code       PIC 9(07).
           05  WO-Customer-Code    PIC 9(07).
           05  WO-Amount           PIC 9(07)V9(02).
           05  WO-Type             PIC X(01).
               88  WO-Small-Balance  VALUE "S".
               88  WO-Bad-Debt       VALUE "B".
           05  WO-Reason           PIC X(03).
               88  WO-Reason-Small      VALUE "SML".
               88  WO-Reason-Bankrupt   VALUE "BKR".
               88  WO-Reason-Uncollect  VALUE "UNC".
               88  WO-Reason-Dispute    VALUE "DSP".
               88  WO-Reason-Closed     VALUE "CLO".
               88  WO-Bad-Debt-Reason   VALUES "BKR" "UNC" "DSP"
                                               "CLO".
           05  WO-Date             PIC X(08).
           05  WO-Time             PIC X(08).
      * The supervisor who approved a bad-debt write-off, or "BATCH"
      * for a small balance cleared under the limit.
           05  WO-Approved-By      PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Write Off KSDS Program Initialized".
           STOP RUN.
