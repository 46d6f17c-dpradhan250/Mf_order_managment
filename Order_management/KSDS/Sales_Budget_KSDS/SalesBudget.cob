      * This COBOL program defines the structure for the Sales Budget
      * KSDS file. One record per sales rep on Sales.Rep.KSDS, or per
      * region on Region.Reference.KSDS, per calendar year, holding
      * the twelve monthly sales targets management sets, loaded and
      * adjusted on the BUDMAINT screen. BUDGRPT compares each month's
      * shipped sales against them, for the month and the year to
      * date. A rep's record also carries the attainment percentage
      * below which BUDGRPT flags the rep; zero takes the house
      * percentage on rep "***" for the year, and with no house
      * record on file either, reps are flagged below 90 percent.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesBudget.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalesBudgetFile ASSIGN TO "Sales.Budget.KSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Sales-Budget-Key
               FILE STATUS IS WS-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SalesBudgetFile.
       01  Sales-Budget-Record.
           05  Sales-Budget-Key.
               10  SB-Budget-Type      PIC X(01).
                   88  SB-Rep-Budget       VALUE "R".
                   88  SB-Region-Budget    VALUE "G".
               10  SB-Budget-Code      PIC X(03).
               10  SB-Budget-Year      PIC X(04).
      * Merchandise sales targeted for each month, January first.
           05  SB-Month OCCURS 12 TIMES.
               10  SB-Month-Target PIC 9(09)V9(02).
           05  SB-Attain-Pct       PIC 9(03).

       WORKING-STORAGE SECTION.
       01  WS-File-Status         PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY "Sales Budget KSDS Program Initialized".
           STOP RUN.
