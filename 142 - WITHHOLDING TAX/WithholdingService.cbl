       IDENTIFICATION DIVISION.
       PROGRAM-ID. WithholdingService.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "TaxTablePhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "TaxTableLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  TAX-TABLE-STATUS PIC X(2).
       77  DONE-WITH-BRACKETS PIC X.
       77  BRACKET-WAS-FOUND PIC X.
      *Withholding works on the year: the period's taxable pay is
      *annualized, run through the brackets, and the annual tax
      *brought back to one period.
       01  ANNUAL-TAXABLE PIC 9(9)V99.
       01  ANNUAL-TAX PIC 9(9)V99.
       01  BRACKET-TOP PIC 9(9)V99.
       01  BRACKET-PORTION PIC 9(9)V99.
       01  PREVIOUS-FLOOR PIC 9(9)V99.
       01  PREVIOUS-RATE PIC 9(2)V99.

       LINKAGE SECTION.
      *Caller names the country (the employee's BRANCH-COUNTRY,
      *spaces for home), the tax year, the kind of tax, the pay
      *being taxed and how many such periods make a year, and reads
      *back the tax for the period. One place that applies the
      *withholding tables, so the regular pay run and an off-cycle
      *payment withhold the same way.
       01  LS-WH-COUNTRY PIC X(3).
       01  LS-WH-YEAR PIC 9(4).
      *I income tax, S social insurance.
       01  LS-WH-KIND PIC X(1).
       01  LS-WH-TAXABLE PIC 9(7)V99.
       01  LS-WH-PERIODS-PER-YEAR PIC 9(2).
       01  LS-WH-TAX PIC 9(7)V99.
      *00 withheld from the table, 10 no taxtable.dat at all, 20 no
      *table for the country, year and kind - nothing withheld.
       01  LS-WH-STATUS PIC X(2).
           88  LS-WH-FROM-TABLE VALUE "00".
           88  LS-WH-NO-FILE VALUE "10".
           88  LS-WH-NO-TABLE VALUE "20".

       PROCEDURE DIVISION USING LS-WH-COUNTRY LS-WH-YEAR LS-WH-KIND
           LS-WH-TAXABLE LS-WH-PERIODS-PER-YEAR LS-WH-TAX
           LS-WH-STATUS.
       PROGRAM-BEGIN.
       MOVE ZERO TO LS-WH-TAX.
       MOVE "20" TO LS-WH-STATUS.
       OPEN INPUT TAX-TABLE-FILE.
       IF TAX-TABLE-STATUS NOT = "00"
           MOVE "10" TO LS-WH-STATUS
           GO TO PROGRAM-DONE.
       PERFORM WITHHOLD-ONE-TAX THRU WITHHOLD-ONE-TAX-EXIT.
       CLOSE TAX-TABLE-FILE.
       PROGRAM-DONE.
       GOBACK.

      *Each bracket taxes the slice of annual earnings from its own
      *floor up to the next bracket's floor, so a bracket is only
      *applied once the next row (or the end of the table) shows
      *where it stops.
       WITHHOLD-ONE-TAX.
       MOVE ZERO TO ANNUAL-TAX.
       COMPUTE ANNUAL-TAXABLE =
           LS-WH-TAXABLE * LS-WH-PERIODS-PER-YEAR.
       MOVE LS-WH-COUNTRY TO TAXTABLE-COUNTRY.
       MOVE LS-WH-YEAR TO TAXTABLE-YEAR.
       MOVE LS-WH-KIND TO TAXTABLE-KIND.
       MOVE ZERO TO TAXTABLE-BRACKET.
       MOVE "N" TO BRACKET-WAS-FOUND.
       MOVE "N" TO DONE-WITH-BRACKETS.
       START TAX-TABLE-FILE
           KEY IS NOT LESS THAN TAXTABLE-KEY
           INVALID KEY
               MOVE "Y" TO DONE-WITH-BRACKETS
       END-START.
       PERFORM APPLY-ONE-BRACKET
           UNTIL DONE-WITH-BRACKETS = "Y".
       IF BRACKET-WAS-FOUND = "N"
           GO TO WITHHOLD-ONE-TAX-EXIT.
       MOVE ANNUAL-TAXABLE TO BRACKET-TOP.
       PERFORM TAX-THE-PREVIOUS-BRACKET.
       COMPUTE LS-WH-TAX ROUNDED =
           ANNUAL-TAX / LS-WH-PERIODS-PER-YEAR.
       MOVE "00" TO LS-WH-STATUS.
       WITHHOLD-ONE-TAX-EXIT.
       EXIT.

       APPLY-ONE-BRACKET.
       READ TAX-TABLE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-BRACKETS
       END-READ.
       IF DONE-WITH-BRACKETS = "N"
           IF TAXTABLE-COUNTRY NOT = LS-WH-COUNTRY
               OR TAXTABLE-YEAR NOT = LS-WH-YEAR
               OR TAXTABLE-KIND NOT = LS-WH-KIND
               MOVE "Y" TO DONE-WITH-BRACKETS
           ELSE
               IF BRACKET-WAS-FOUND = "Y"
                   MOVE TAXTABLE-FLOOR TO BRACKET-TOP
                   PERFORM TAX-THE-PREVIOUS-BRACKET
               END-IF
               MOVE "Y" TO BRACKET-WAS-FOUND
               MOVE TAXTABLE-FLOOR TO PREVIOUS-FLOOR
               MOVE TAXTABLE-RATE TO PREVIOUS-RATE
           END-IF.

       TAX-THE-PREVIOUS-BRACKET.
       IF ANNUAL-TAXABLE > PREVIOUS-FLOOR
           IF ANNUAL-TAXABLE < BRACKET-TOP
               MOVE ANNUAL-TAXABLE TO BRACKET-TOP
           END-IF
           IF BRACKET-TOP > PREVIOUS-FLOOR
               COMPUTE BRACKET-PORTION = BRACKET-TOP - PREVIOUS-FLOOR
               COMPUTE ANNUAL-TAX ROUNDED = ANNUAL-TAX
                   + BRACKET-PORTION * PREVIOUS-RATE / 100
           END-IF.

       END PROGRAM WithholdingService.
