      * This COBOL program defines the structure for the Pick Wave
      * KSDS file. PICKLIST writes one record per order it releases
      * in a pick wave, keyed by the wave number and then the order,
      * so a wave's orders can be read back together - to reprint
      * the wave's pick list, and for ORDERUPD to confirm the whole
      * wave picked at once. The wave number is also stamped on the
      * order header itself.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PickWave.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PickWaveFile ASSIGN TO "Pick.Wave.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Pick-Wave-Key
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PickWaveFile.
       01  Pick-Wave-Record.
           05  Pick-Wave-Key.
               10  WV-Wave-No      PIC 9(07).
               10  WV-Order-Code   PIC 9(07).
           05  WV-Wave-Date        PIC X(08).
           05  WV-Warehouse        PIC X(02).
           05  WV-Carrier-Code     PIC X(03).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Pick Wave KSDS Program Initialized".
           STOP RUN.
