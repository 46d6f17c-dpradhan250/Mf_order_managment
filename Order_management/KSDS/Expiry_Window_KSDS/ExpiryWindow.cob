      * This COBOL program defines the structure for the Expiry
      * Window KSDS file. One record per item that sales wants warned
      * about ahead of its lots going out of date - how many days
      * before a lot's expiry the nightly NEAREXPR report starts
      * listing it as stock at risk. Item 0000000 holds the house
      * default for items with no record of their own; with no
      * default on file either, the report warns 30 days out.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpiryWindow.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ExpiryWindowFile ASSIGN TO "Expiry.Window.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EW-Item-Code
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ExpiryWindowFile.
       01  Expiry-Window-Record.
           05  EW-Item-Code        PIC 9(07).
           05  EW-Window-Days      PIC 9(03).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Expiry Window KSDS Program Initialized".
           STOP RUN.
