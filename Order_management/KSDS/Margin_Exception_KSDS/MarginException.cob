      * This COBOL program defines the structure for the Margin
      * Exception KSDS file. One record per order line priced below
      * its item's margin floor (see MarginFloor.cob), keyed by
      * Order-Code + Line-Number. A line keyed online is written
      * accepted, with the operator who confirmed the override; a
      * line on a batch-created order is written held, and becomes
      * accepted - with the releasing operator and date - when the
      * pricing desk releases its order on MGNREVW. MARGEXC reports
      * the lines accepted each day.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MarginException.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MarginExceptionFile ASSIGN TO "Margin.Exception.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ME-Key
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  MarginExceptionFile.
       01  Margin-Exception-Record.
           05  ME-Key.
               10  ME-Order-Code   PIC 9(07).
               10  ME-Line-Number  PIC 9(03).
           05  ME-Item-Code        PIC 9(07).
           05  ME-Customer-Code    PIC 9(07).
           05  ME-Item-Qty         PIC 9(05).
           05  ME-Unit-Price       PIC 9(05)V9(02).
           05  ME-Unit-Cost        PIC 9(05)V9(02).
           05  ME-Floor-Pct        PIC 9(02)V9(02).
      * The program that priced the line.
           05  ME-Source           PIC X(08).
           05  ME-Status           PIC X(01).
               88  ME-Held           VALUE "H".
               88  ME-Accepted       VALUE "A".
           05  ME-Approver         PIC X(08).
           05  ME-Accepted-Date    PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Margin Exception KSDS Program Initialized".
           STOP RUN.
