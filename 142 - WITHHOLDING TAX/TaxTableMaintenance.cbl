       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxTableMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".
       COPY "TaxTablePhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".
       COPY "TaxTableLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       01  SIGNED-ON-ROLE PIC X(1) VALUE SPACES.
      *The value before the change, held for the audit line - a
      *reference table edit changes what validation and pay allow,
      *so it leaves the same trace an employee change does.
       01  HELD-BEFORE-VALUE PIC X(30).
       01  HELD-AFTER-VALUE PIC X(30).
       01  TABLE-AUDIT-ACTION PIC X(10).
       01  HELD-TABLE-KEY PIC X(20).
       01  TAX-TABLE-STATUS PIC X(2).
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  KIND-IS-VALID PIC X.
       77  READ-ALL PIC X.
       77  ENTRY-COUNT PIC 9(4) VALUE ZERO.
       77  ENTRY-COUNT-DISPLAY PIC ZZZ9.
       01  LIST-COUNTRY PIC X(3).
       01  LIST-YEAR PIC 9(4).
       01  FLOOR-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  RATE-DISPLAY PIC Z9.99.

       PROCEDURE DIVISION.
      *Maintains the statutory withholding tables the pay
      *calculation applies: one row per country, tax year, kind of
      *tax and bracket, each bracket a floor and a rate. The tables
      *decide what is withheld from everyone's pay, so the screen is
      *held to supervisor sign-ons and every change is audited.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM READ-SESSION-NOTE.
       PERFORM OPENING-PROCEDURE.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-MAINTENANCE = "Y".
       IF TAX-TABLE-STATUS = "00"
           CLOSE TAX-TABLE-FILE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
       IF SIGNED-ON-ROLE NOT = "S"
           DISPLAY "Tax table maintenance needs a supervisor"
               " sign-on."
           MOVE "Y" TO EXIT-MAINTENANCE
           MOVE "99" TO TAX-TABLE-STATUS.
       IF EXIT-MAINTENANCE = "N"
      *The tax tables are built the first time they are needed, the
      *same way EMPLOYEES-FILE is.
           OPEN I-O TAX-TABLE-FILE
           IF TAX-TABLE-STATUS = "35"
               OPEN OUTPUT TAX-TABLE-FILE
               CLOSE TAX-TABLE-FILE
               OPEN I-O TAX-TABLE-FILE
           END-IF
           IF TAX-TABLE-STATUS NOT = "00"
               DISPLAY "Error opening taxtable.dat, status code "
                   TAX-TABLE-STATUS "."
               MOVE "Y" TO EXIT-MAINTENANCE
           END-IF
       END-IF.

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Withholding tax table maintenance".
       DISPLAY "A-Add or update a bracket  D-Delete a bracket"
           "  L-List a table  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "A"
           WHEN "a"
               PERFORM ADD-OR-UPDATE-BRACKET
           WHEN "D"
           WHEN "d"
               PERFORM DELETE-BRACKET
           WHEN "L"
           WHEN "l"
               PERFORM LIST-TAX-TABLE
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

       ADD-OR-UPDATE-BRACKET.
       MOVE SPACES TO TAX-TABLE-RECORD.
       PERFORM GET-THE-BRACKET-KEY.
       MOVE "Y" TO RECORD-FOUND.
       READ TAX-TABLE-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       MOVE SPACES TO HELD-BEFORE-VALUE.
       IF RECORD-FOUND = "Y"
           DISPLAY "Bracket already on the table - new values"
               " replace the old ones."
           PERFORM SHOW-ONE-BRACKET
           PERFORM FORMAT-BRACKET-VALUE
           MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       DISPLAY "ENTER the annual floor of the bracket"
           " (99999999999 = cents): ".
       ACCEPT TAXTABLE-FLOOR.
       DISPLAY "ENTER the rate (e.g. 1250 for 12.50 percent): ".
       ACCEPT TAXTABLE-RATE.
       PERFORM SAVE-BRACKET-RECORD.

      *Country, year, kind and bracket number: the country is the
      *BRANCH-COUNTRY the table serves, blank for the home country.
       GET-THE-BRACKET-KEY.
       DISPLAY "ENTER the country code (blank for home): ".
       ACCEPT TAXTABLE-COUNTRY.
       DISPLAY "ENTER the tax year (YYYY): ".
       ACCEPT TAXTABLE-YEAR.
       MOVE "N" TO KIND-IS-VALID.
       PERFORM GET-THE-KIND
           UNTIL KIND-IS-VALID = "Y".
       DISPLAY "ENTER the bracket number (01-99): ".
       ACCEPT TAXTABLE-BRACKET.

       GET-THE-KIND.
       DISPLAY "ENTER the kind - I income tax, S social"
           " insurance: ".
       ACCEPT TAXTABLE-KIND.
       IF TAXTABLE-KIND = "i"
           MOVE "I" TO TAXTABLE-KIND.
       IF TAXTABLE-KIND = "s"
           MOVE "S" TO TAXTABLE-KIND.
       IF TAXTABLE-INCOME-TAX OR TAXTABLE-SOCIAL
           MOVE "Y" TO KIND-IS-VALID
       ELSE
           DISPLAY "You must enter I or S.".

       SAVE-BRACKET-RECORD.
       PERFORM FORMAT-BRACKET-VALUE.
       IF RECORD-FOUND = "Y"
           REWRITE TAX-TABLE-RECORD
               INVALID KEY
                   DISPLAY "Error updating the tax bracket."
               NOT INVALID KEY
                   MOVE "TBL-UPD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-REWRITE
       ELSE
           WRITE TAX-TABLE-RECORD
               INVALID KEY
                   DISPLAY "Error writing the tax bracket."
               NOT INVALID KEY
                   MOVE "TBL-ADD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-WRITE.

      *A table restructured with fewer brackets needs the spare ones
      *gone, or they would keep applying from their old floors.
       DELETE-BRACKET.
       MOVE SPACES TO TAX-TABLE-RECORD.
       PERFORM GET-THE-BRACKET-KEY.
       MOVE "Y" TO RECORD-FOUND.
       READ TAX-TABLE-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "N"
           DISPLAY "No such bracket on the table."
       ELSE
           PERFORM SHOW-ONE-BRACKET
           PERFORM FORMAT-BRACKET-VALUE
           MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE
           MOVE SPACES TO HELD-AFTER-VALUE
           DELETE TAX-TABLE-FILE RECORD
               INVALID KEY
                   DISPLAY "Error deleting the tax bracket."
               NOT INVALID KEY
                   MOVE "TBL-DEL" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
                   DISPLAY "Bracket deleted."
           END-DELETE.

      *Floor and rate packed into one auditable value, cents and
      *all.
       FORMAT-BRACKET-VALUE.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING TAXTABLE-FLOOR " " TAXTABLE-RATE
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.

       LIST-TAX-TABLE.
       DISPLAY "ENTER the country code (blank for home): ".
       ACCEPT LIST-COUNTRY.
       DISPLAY "ENTER the tax year (YYYY): ".
       ACCEPT LIST-YEAR.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE LIST-COUNTRY TO TAXTABLE-COUNTRY.
       MOVE LIST-YEAR TO TAXTABLE-YEAR.
       MOVE LOW-VALUES TO TAXTABLE-KIND.
       MOVE ZERO TO TAXTABLE-BRACKET.
       MOVE "0" TO READ-ALL.
       START TAX-TABLE-FILE
           KEY IS NOT LESS THAN TAXTABLE-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       PERFORM READ-NEXT-BRACKET.
       PERFORM LIST-ONE-BRACKET
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Brackets on the table: " ENTRY-COUNT-DISPLAY.

       LIST-ONE-BRACKET.
       IF TAXTABLE-COUNTRY NOT = LIST-COUNTRY
           OR TAXTABLE-YEAR NOT = LIST-YEAR
           MOVE "1" TO READ-ALL
       ELSE
           PERFORM SHOW-ONE-BRACKET
           ADD 1 TO ENTRY-COUNT
           PERFORM READ-NEXT-BRACKET.

       SHOW-ONE-BRACKET.
       MOVE TAXTABLE-FLOOR TO FLOOR-DISPLAY.
       MOVE TAXTABLE-RATE TO RATE-DISPLAY.
       DISPLAY "COUNTRY: " TAXTABLE-COUNTRY " YEAR: " TAXTABLE-YEAR
           " KIND: " TAXTABLE-KIND " BRACKET: " TAXTABLE-BRACKET
           " FROM: " FLOOR-DISPLAY " RATE: " RATE-DISPLAY "%".

       READ-NEXT-BRACKET.
       IF READ-ALL = "0"
           READ TAX-TABLE-FILE NEXT RECORD
               AT END
                   MOVE "1" TO READ-ALL
           END-READ.

      *Picks up the identity the sign-on program left behind.
       READ-SESSION-NOTE.
       OPEN INPUT SESSION-FILE.
       IF SESSION-FILE-STATUS = "00"
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-OPERATOR-ID TO SIGNED-ON-OPERATOR
                   MOVE SESSION-ROLE TO SIGNED-ON-ROLE
           END-READ.
       CLOSE SESSION-FILE.

       WRITE-TABLE-AUDIT.
       MOVE SPACES TO HELD-TABLE-KEY.
       STRING TAXTABLE-COUNTRY " " TAXTABLE-YEAR " " TAXTABLE-KIND
           " " TAXTABLE-BRACKET
           DELIMITED BY SIZE INTO HELD-TABLE-KEY.
       OPEN EXTEND AUDIT-FILE.
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR.
       MOVE "TaxTableMaintenance" TO AUDIT-PROGRAM.
       MOVE ZERO TO AUDIT-EMPLOYEE-ID.
       MOVE TABLE-AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE "TAXTABLE" TO AUDIT-TABLE-NAME.
       MOVE HELD-TABLE-KEY TO AUDIT-TABLE-KEY.
       MOVE HELD-BEFORE-VALUE TO AUDIT-BEFORE-VALUE.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.
       CLOSE AUDIT-FILE.

       END PROGRAM TaxTableMaintenance.
