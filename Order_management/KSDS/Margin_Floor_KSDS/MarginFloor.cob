      * This COBOL program defines the structure for the Margin Floor
      * KSDS file. One record per item that pricing wants protected
      * below a margin of its own - the smallest gross margin, as a
      * percentage of the sold price, a line may be sold at before
      * order entry and quoting stop it for a pricing override and
      * batch order intake holds the order for review. Maintained on
      * PRCMAINT under the pricing permission. Item 0000000
      * holds the house default for items with no record of their
      * own; with no default on file either, only a line sold below
      * the item's cost is stopped.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MarginFloor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MarginFloorFile ASSIGN TO "Margin.Floor.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MF-Item-Code
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  MarginFloorFile.
       01  Margin-Floor-Record.
           05  MF-Item-Code        PIC 9(07).
           05  MF-Min-Margin-Pct   PIC 9(02)V9(02).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Margin Floor KSDS Program Initialized".
           STOP RUN.
