      * This COBOL program defines the structure for the Finance
      * Charge Rate KSDS file. One record per customer payment terms
      * code, maintained through REFMAINT's "F" table, giving the
      * monthly rate FINCHRG charges on a balance left unpaid past its
      * due date, the smallest charge worth raising, and the days of
      * grace allowed past the due date before any charge applies.
      * Terms code "***" holds the house rate for terms with no record
      * of their own; with no house rate on file either, accounts on
      * those terms are not charged. An inactivated record charges
      * nothing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinanceChargeRate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FinanceRateFile ASSIGN TO "Finance.Charge.Rate.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FC-Terms-Code
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  FinanceRateFile.
       01  Finance-Rate-Record.
           05  FC-Terms-Code       PIC X(03).
           05  FC-Desc             PIC X(15).
      * Monthly rate as a fraction of the overdue balance - 0.015 is
      * one and a half percent a month.
           05  FC-Monthly-Rate     PIC 9(01)V9(03).
           05  FC-Minimum-Charge   PIC 9(03)V9(02).
           05  FC-Grace-Days       PIC 9(03).
           05  FC-Status           PIC X(01).
               88  FC-Active         VALUE "A".
               88  FC-Inactive       VALUE "I".

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Finance Charge Rate KSDS Program Initialized".
           STOP RUN.
