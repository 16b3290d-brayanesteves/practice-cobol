       IDENTIFICATION DIVISION.
       PROGRAM-ID. CompanyPropertyRegister.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "PropertyPhysicalFile.cbl".
       COPY "ClearancePhysicalFile.cbl".
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "PropertyLogicFile.cbl".
       COPY "ClearanceLogicFile.cbl".
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  PROPERTY-FILE-STATUS PIC X(2).
       01  CLEARANCE-FILE-STATUS PIC X(2).
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       77  MENU-CHOICE PIC X.
       77  EXIT-REGISTER PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  READ-ALL PIC X.
       77  CLEARANCE-ON-FILE PIC X.
       77  ENTRY-COUNT PIC 9(4) VALUE ZERO.
       77  ENTRY-COUNT-DISPLAY PIC ZZZ9.
       01  TODAYS-DATE PIC 9(8).
       01  WANTED-EMPLOYEE-ID PIC 9(6).
       01  WANTED-ITEM PIC 9(3).
       01  HIGHEST-ITEM PIC 9(3).
       01  ENTERED-DATE PIC 9(8).
       01  AUDIT-ACTION PIC X(10).
       01  VALUE-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01  HELD-VALUE PIC 9(9)V99 VALUE ZERO.
       01  HELD-VALUE-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.

      *Arguments for the shared date service.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *The register of company property issued to employees: what
      *each person was given, with its asset tag, value and issue
      *date, and when it came back. A termination stamps one exit
      *clearance item for every piece still out; booking the item
      *back here signs that clearance item off as well, under the
      *signed-on operator's ID.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-REGISTER = "Y".
       PERFORM CLOSING-PROCEDURE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       PERFORM READ-SESSION-NOTE.
       IF SIGNED-ON-OPERATOR = SPACES
           DISPLAY "The property register needs an operator sign-on"
               " - run the sign-on program first."
           MOVE "Y" TO EXIT-REGISTER
           MOVE "99" TO EMPLOYEES-FILE-STATUS
           GO TO OPENING-PROCEDURE-EXIT.
      *Pulled from the environment so a test run can point at a
      *scratch copy instead of the real data file.
       ACCEPT EMPLOYEES-DATA-FILE FROM ENVIRONMENT
           "EMPLOYEES_DATA_FILE".
       IF EMPLOYEES-DATA-FILE = SPACES
           MOVE "employees.dat" TO EMPLOYEES-DATA-FILE.
       OPEN INPUT EMPLOYEES-FILE.
       IF EMPLOYEES-FILE-STATUS NOT = "00"
           DISPLAY "Error opening employees.dat, status code "
               EMPLOYEES-FILE-STATUS "."
           MOVE "Y" TO EXIT-REGISTER
           GO TO OPENING-PROCEDURE-EXIT.
      *The register is built the first time it is needed, the same
      *way EMPLOYEES-FILE is.
       OPEN I-O PROPERTY-FILE.
       IF PROPERTY-FILE-STATUS = "35"
           OPEN OUTPUT PROPERTY-FILE
           CLOSE PROPERTY-FILE
           OPEN I-O PROPERTY-FILE.
      *No checklists yet just means nobody with property has left.
       MOVE "Y" TO CLEARANCE-ON-FILE.
       OPEN I-O CLEARANCE-FILE.
       IF CLEARANCE-FILE-STATUS NOT = "00"
           MOVE "N" TO CLEARANCE-ON-FILE.
       OPEN EXTEND AUDIT-FILE.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       IF EMPLOYEES-FILE-STATUS = "00"
           CLOSE EMPLOYEES-FILE
           CLOSE PROPERTY-FILE
           CLOSE AUDIT-FILE
           IF CLEARANCE-ON-FILE = "Y"
               CLOSE CLEARANCE-FILE
           END-IF.

      *Picks up the identity the sign-on program left behind.
       READ-SESSION-NOTE.
       OPEN INPUT SESSION-FILE.
       IF SESSION-FILE-STATUS = "00"
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-OPERATOR-ID TO SIGNED-ON-OPERATOR
           END-READ.
       CLOSE SESSION-FILE.

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Company property register".
       DISPLAY "I-Issue an item  R-Record a return"
           "  L-List an employee's property  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "I"
           WHEN "i"
               PERFORM ISSUE-AN-ITEM THRU ISSUE-AN-ITEM-EXIT
           WHEN "R"
           WHEN "r"
               PERFORM RECORD-A-RETURN THRU RECORD-A-RETURN-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-THE-PROPERTY THRU LIST-THE-PROPERTY-EXIT
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-REGISTER
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

       ISSUE-AN-ITEM.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT WANTED-EMPLOYEE-ID.
       MOVE WANTED-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               DISPLAY "No record was found with that ID."
               GO TO ISSUE-AN-ITEM-EXIT
       END-READ.
       IF EMPLOYEES-TERMINATED
           DISPLAY "That employee has been terminated - nothing"
               " issued."
           GO TO ISSUE-AN-ITEM-EXIT.
       PERFORM FIND-THE-HIGHEST-ITEM.
       IF HIGHEST-ITEM = 999
           DISPLAY "This employee has no item numbers left."
           GO TO ISSUE-AN-ITEM-EXIT.
       MOVE SPACES TO PROPERTY-RECORD.
       MOVE WANTED-EMPLOYEE-ID TO PROPERTY-EMPLOYEE-ID.
       ADD 1 HIGHEST-ITEM GIVING PROPERTY-ITEM-NUMBER.
       DISPLAY "ENTER the asset tag: ".
       ACCEPT PROPERTY-ASSET-TAG.
       DISPLAY "ENTER the description (e.g. LAPTOP, DOOR KEYS): ".
       ACCEPT PROPERTY-DESCRIPTION.
       IF PROPERTY-DESCRIPTION = SPACES
           DISPLAY "An item needs a description - nothing issued."
           GO TO ISSUE-AN-ITEM-EXIT.
       DISPLAY "ENTER the value (e.g. 1250.00): ".
       ACCEPT PROPERTY-VALUE.
       DISPLAY "ENTER the issue date (YYYYMMDD, 0 for today): ".
       ACCEPT ENTERED-DATE.
       IF ENTERED-DATE = ZERO
           MOVE TODAYS-DATE TO ENTERED-DATE.
       PERFORM CHECK-THE-ENTERED-DATE.
       IF DS-STATUS NOT = "00"
           GO TO ISSUE-AN-ITEM-EXIT.
       MOVE ENTERED-DATE TO PROPERTY-ISSUE-DATE.
       MOVE SIGNED-ON-OPERATOR TO PROPERTY-ISSUED-BY.
       MOVE ZERO TO PROPERTY-RETURN-DATE.
       WRITE PROPERTY-RECORD
           INVALID KEY
               DISPLAY "Error issuing the item."
               GO TO ISSUE-AN-ITEM-EXIT
       END-WRITE.
       MOVE "PROP-ISSUE" TO AUDIT-ACTION.
       PERFORM WRITE-AUDIT-RECORD.
       DISPLAY "Item " PROPERTY-ITEM-NUMBER " issued to "
           EMPLOYEES-NAME ".".
       ISSUE-AN-ITEM-EXIT.
       EXIT.

      *Item numbers run on within each employee.
       FIND-THE-HIGHEST-ITEM.
       MOVE ZERO TO HIGHEST-ITEM.
       MOVE WANTED-EMPLOYEE-ID TO PROPERTY-EMPLOYEE-ID.
       MOVE ZERO TO PROPERTY-ITEM-NUMBER.
       MOVE "0" TO READ-ALL.
       START PROPERTY-FILE
           KEY IS NOT LESS THAN PROPERTY-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-PROPERTY.
       PERFORM NOTE-ONE-ITEM-NUMBER
           UNTIL READ-ALL = "1".

       NOTE-ONE-ITEM-NUMBER.
       IF PROPERTY-EMPLOYEE-ID NOT = WANTED-EMPLOYEE-ID
           MOVE "1" TO READ-ALL
       ELSE
           MOVE PROPERTY-ITEM-NUMBER TO HIGHEST-ITEM
           PERFORM READ-NEXT-PROPERTY.

       READ-NEXT-PROPERTY.
       READ PROPERTY-FILE NEXT RECORD
           AT END
               MOVE "1" TO READ-ALL
       END-READ.

       RECORD-A-RETURN.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT WANTED-EMPLOYEE-ID.
       DISPLAY "ENTER the item number: ".
       ACCEPT WANTED-ITEM.
       MOVE WANTED-EMPLOYEE-ID TO PROPERTY-EMPLOYEE-ID.
       MOVE WANTED-ITEM TO PROPERTY-ITEM-NUMBER.
       READ PROPERTY-FILE RECORD
           INVALID KEY
               DISPLAY "No such item."
               GO TO RECORD-A-RETURN-EXIT
       END-READ.
       IF NOT PROPERTY-NOT-RETURNED
           DISPLAY "Already returned on " PROPERTY-RETURN-DATE
               " to " PROPERTY-RETURNED-TO "."
           GO TO RECORD-A-RETURN-EXIT.
       DISPLAY "  " PROPERTY-ASSET-TAG " " PROPERTY-DESCRIPTION.
       DISPLAY "ENTER the return date (YYYYMMDD, 0 for today): ".
       ACCEPT ENTERED-DATE.
       IF ENTERED-DATE = ZERO
           MOVE TODAYS-DATE TO ENTERED-DATE.
       PERFORM CHECK-THE-ENTERED-DATE.
       IF DS-STATUS NOT = "00"
           GO TO RECORD-A-RETURN-EXIT.
       IF ENTERED-DATE < PROPERTY-ISSUE-DATE
           DISPLAY "That is before the item was issued - nothing"
               " saved."
           GO TO RECORD-A-RETURN-EXIT.
       MOVE ENTERED-DATE TO PROPERTY-RETURN-DATE.
       MOVE SIGNED-ON-OPERATOR TO PROPERTY-RETURNED-TO.
       REWRITE PROPERTY-RECORD
           INVALID KEY
               DISPLAY "Error recording the return."
               GO TO RECORD-A-RETURN-EXIT
       END-REWRITE.
       MOVE "PROP-RETRN" TO AUDIT-ACTION.
       PERFORM WRITE-AUDIT-RECORD.
       DISPLAY "Return recorded.".
       PERFORM SIGN-OFF-THE-CLEARANCE.
       RECORD-A-RETURN-EXIT.
       EXIT.

      *A leaver's item is on their exit clearance checklist; the
      *return clears that line the same way the clearance screen
      *would, and is audit-logged as a sign-off too.
       SIGN-OFF-THE-CLEARANCE.
       IF CLEARANCE-ON-FILE = "Y"
           MOVE PROPERTY-EMPLOYEE-ID TO CLEARANCE-EMPLOYEE-ID
           MOVE "P" TO CLEARANCE-PROPERTY-MARK
           MOVE PROPERTY-ITEM-NUMBER TO CLEARANCE-PROPERTY-ITEM
           READ CLEARANCE-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLEARANCE-OPEN
                       MOVE "S" TO CLEARANCE-STATUS
                       MOVE SIGNED-ON-OPERATOR TO CLEARANCE-SIGNED-BY
                       MOVE TODAYS-DATE TO CLEARANCE-SIGNED-DATE
                       REWRITE CLEARANCE-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "CLEAR-SIGN" TO AUDIT-ACTION
                               PERFORM WRITE-AUDIT-RECORD
                               DISPLAY "Clearance item "
                                   CLEARANCE-ITEM-CODE " signed off."
                       END-REWRITE
                   END-IF
           END-READ.

       LIST-THE-PROPERTY.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT WANTED-EMPLOYEE-ID.
       MOVE WANTED-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "(NOT ON MASTER)" TO EMPLOYEES-NAME
       END-READ.
       DISPLAY "Property issued to " EMPLOYEES-NAME.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE ZERO TO HELD-VALUE.
       MOVE WANTED-EMPLOYEE-ID TO PROPERTY-EMPLOYEE-ID.
       MOVE ZERO TO PROPERTY-ITEM-NUMBER.
       MOVE "0" TO READ-ALL.
       START PROPERTY-FILE
           KEY IS NOT LESS THAN PROPERTY-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-PROPERTY.
       PERFORM LIST-ONE-ITEM
           UNTIL READ-ALL = "1".
       IF ENTRY-COUNT = ZERO
           DISPLAY "  Nothing on the register."
           GO TO LIST-THE-PROPERTY-EXIT.
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       MOVE HELD-VALUE TO HELD-VALUE-DISPLAY.
       DISPLAY ENTRY-COUNT-DISPLAY " item(s); value still held "
           HELD-VALUE-DISPLAY.
       LIST-THE-PROPERTY-EXIT.
       EXIT.

       LIST-ONE-ITEM.
       IF PROPERTY-EMPLOYEE-ID NOT = WANTED-EMPLOYEE-ID
           MOVE "1" TO READ-ALL
       ELSE
           ADD 1 TO ENTRY-COUNT
           MOVE PROPERTY-VALUE TO VALUE-DISPLAY
           IF PROPERTY-NOT-RETURNED
               ADD PROPERTY-VALUE TO HELD-VALUE
               DISPLAY "  " PROPERTY-ITEM-NUMBER " "
                   PROPERTY-ASSET-TAG " " PROPERTY-DESCRIPTION " "
                   VALUE-DISPLAY " ISSUED " PROPERTY-ISSUE-DATE
                   " STILL HELD"
           ELSE
               DISPLAY "  " PROPERTY-ITEM-NUMBER " "
                   PROPERTY-ASSET-TAG " " PROPERTY-DESCRIPTION " "
                   VALUE-DISPLAY " ISSUED " PROPERTY-ISSUE-DATE
                   " RETURNED " PROPERTY-RETURN-DATE
           END-IF
           PERFORM READ-NEXT-PROPERTY.

       CHECK-THE-ENTERED-DATE.
       MOVE "W" TO DS-REQUEST.
       MOVE ENTERED-DATE TO DS-DATE-IN.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       IF DS-STATUS NOT = "00"
           DISPLAY "That is not a valid date - nothing saved.".

       WRITE-AUDIT-RECORD.
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR.
       MOVE "CompanyPropertyRegister" TO AUDIT-PROGRAM.
       MOVE WANTED-EMPLOYEE-ID TO AUDIT-EMPLOYEE-ID.
       MOVE AUDIT-ACTION TO AUDIT-LOG-ACTION.
       WRITE AUDIT-LINE.

       END PROGRAM CompanyPropertyRegister.
