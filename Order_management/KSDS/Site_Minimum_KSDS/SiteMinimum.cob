      * This COBOL program defines the structure for the Site Minimum
      * KSDS file. Holds the least quantity of an item a warehouse
      * should keep available over and above its waiting backorders -
      * one record per item per site that has a minimum, maintained
      * through SITEMIN. REBALNC reads it each night to decide which
      * sites are short and which hold stock to spare. An item and
      * site with no record here has a minimum of zero.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SiteMinimum.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SiteMinFile ASSIGN TO "Site.Minimum.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Site-Min-Key
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SiteMinFile.
       01  Site-Minimum-Record.
           05  Site-Min-Key.
               10  SM-Item-Code        PIC 9(07).
               10  SM-Warehouse-Code   PIC X(02).
           05  SM-Min-Qty              PIC 9(05).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Site Minimum KSDS Program Initialized".
           STOP RUN.
