      * This COBOL program defines the structure for the Write Off
      * Limit KSDS file. One record per customer payment terms code,
      * maintained through REFMAINT's "W" table, giving the largest
      * balance WRITEOFF clears automatically as a small-balance
      * residue and how many days past its due date the residue must
      * have sat first, so a short payment is chased before it is
      * forgiven. Terms code "***" holds the house limit for terms
      * with no record of their own; with no house limit on file
      * either, accounts on those terms have nothing cleared
      * automatically. An inactivated record clears nothing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WriteOffLimit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WriteOffLimitFile ASSIGN TO "Write.Off.Limit.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WL-Terms-Code
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  WriteOffLimitFile.
       01  Write-Off-Limit-Record.
           05  WL-Terms-Code       PIC X(03).
           05  WL-Desc             PIC X(15).
           05  WL-Small-Limit      PIC 9(03)V9(02).
           05  WL-Days-Late        PIC 9(03).
           05  WL-Status           PIC X(01).
               88  WL-Active         VALUE "A".
               88  WL-Inactive       VALUE "I".

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Write Off Limit KSDS Program Initialized".
           STOP RUN.
