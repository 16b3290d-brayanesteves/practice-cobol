       IDENTIFICATION DIVISION.
       PROGRAM-ID. CostAllocationMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "CostAllocationPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "CostAllocationLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  COSTALLOC-FILE-STATUS PIC X(2).
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  READ-ALL PIC X.
       77  ENTRY-COUNT PIC 9(3) VALUE ZERO.
       77  ENTRY-COUNT-DISPLAY PIC ZZ9.
       01  ENTERED-PERCENT PIC 9(3)V99.
       01  LIST-EMPLOYEE-ID PIC 9(6).
       01  LIST-DATE-HELD PIC 9(8).
       01  LIST-DATE-TOTAL PIC 9(5)V99.
       01  PERCENT-DISPLAY PIC ZZ9.99.
       01  TOTAL-DISPLAY PIC ZZZZ9.99.

       PROCEDURE DIVISION.
      *Maintains the effective-dated cost splits the GL labor
      *posting and the labor cost report charge split-funded people
      *by. A split is every line an employee has for one effective
      *date; each line names a department and branch and the share
      *charged there, and the shares must total one hundred. The
      *list shows each date's total so a split still being keyed,
      *or keyed wrong, is plain before the month-end run finds it.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-MAINTENANCE = "Y".
       IF COSTALLOC-FILE-STATUS = "00"
           CLOSE COSTALLOC-FILE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *The allocation file is built the first time it is needed,
      *the same way EMPLOYEES-FILE is.
       OPEN I-O COSTALLOC-FILE.
       IF COSTALLOC-FILE-STATUS = "35"
           OPEN OUTPUT COSTALLOC-FILE
           CLOSE COSTALLOC-FILE
           OPEN I-O COSTALLOC-FILE.
       IF COSTALLOC-FILE-STATUS NOT = "00"
           DISPLAY "Error opening costalloc.dat, status code "
               COSTALLOC-FILE-STATUS "."
           MOVE "Y" TO EXIT-MAINTENANCE.

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Cost allocation maintenance".
       DISPLAY "A-Add or update a split line  D-Delete a split line".
       DISPLAY "L-List an employee's splits  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "A"
           WHEN "a"
               PERFORM ADD-OR-UPDATE-LINE THRU ADD-OR-UPDATE-LINE-EXIT
           WHEN "D"
           WHEN "d"
               PERFORM DELETE-A-LINE THRU DELETE-A-LINE-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-SPLITS
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

       ADD-OR-UPDATE-LINE.
       PERFORM ACCEPT-THE-LINE-KEY.
       IF COSTALLOC-EMPLOYEE-ID = ZERO
           OR COSTALLOC-DEPARTMENT = SPACES
           DISPLAY "A split line needs an employee and a department."
           GO TO ADD-OR-UPDATE-LINE-EXIT.
       MOVE "Y" TO RECORD-FOUND.
       READ COSTALLOC-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           MOVE COSTALLOC-PERCENT TO PERCENT-DISPLAY
           DISPLAY "Line already on file at " PERCENT-DISPLAY
               "% - it will be replaced.".
       DISPLAY "ENTER the percentage charged here (e.g. 06000"
           " for 60.00): ".
       ACCEPT ENTERED-PERCENT.
       IF ENTERED-PERCENT = ZERO OR ENTERED-PERCENT > 100
           DISPLAY "A share must be over zero and no more than 100."
           GO TO ADD-OR-UPDATE-LINE-EXIT.
       MOVE ENTERED-PERCENT TO COSTALLOC-PERCENT.
       IF RECORD-FOUND = "Y"
           REWRITE COSTALLOC-RECORD
               INVALID KEY
                   DISPLAY "Error updating the split line."
           END-REWRITE
       ELSE
           WRITE COSTALLOC-RECORD
               INVALID KEY
                   DISPLAY "Error writing the split line."
           END-WRITE.
       MOVE COSTALLOC-EMPLOYEE-ID TO LIST-EMPLOYEE-ID.
       PERFORM LIST-ONE-EMPLOYEE.
       ADD-OR-UPDATE-LINE-EXIT.
       EXIT.

       DELETE-A-LINE.
       PERFORM ACCEPT-THE-LINE-KEY.
       READ COSTALLOC-FILE RECORD
           INVALID KEY
               DISPLAY "No such split line on file."
               GO TO DELETE-A-LINE-EXIT
       END-READ.
       MOVE COSTALLOC-EMPLOYEE-ID TO LIST-EMPLOYEE-ID.
       DELETE COSTALLOC-FILE RECORD
           INVALID KEY
               DISPLAY "Error deleting the split line."
               GO TO DELETE-A-LINE-EXIT
       END-DELETE.
       DISPLAY "Split line deleted.".
       PERFORM LIST-ONE-EMPLOYEE.
       DELETE-A-LINE-EXIT.
       EXIT.

       ACCEPT-THE-LINE-KEY.
       MOVE SPACES TO COSTALLOC-RECORD.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT COSTALLOC-EMPLOYEE-ID.
       DISPLAY "ENTER the date the split takes effect (YYYYMMDD): ".
       ACCEPT COSTALLOC-EFFECTIVE-FROM.
       DISPLAY "ENTER the department charged: ".
       ACCEPT COSTALLOC-DEPARTMENT.
       DISPLAY "ENTER the branch code charged: ".
       ACCEPT COSTALLOC-BRANCH.

       LIST-SPLITS.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT LIST-EMPLOYEE-ID.
       PERFORM LIST-ONE-EMPLOYEE.

      *Each effective date's lines are followed by their total.
       LIST-ONE-EMPLOYEE.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE ZERO TO LIST-DATE-HELD.
       MOVE ZERO TO LIST-DATE-TOTAL.
       MOVE LIST-EMPLOYEE-ID TO COSTALLOC-EMPLOYEE-ID.
       MOVE ZEROES TO COSTALLOC-EFFECTIVE-FROM.
       MOVE LOW-VALUES TO COSTALLOC-DEPARTMENT.
       MOVE LOW-VALUES TO COSTALLOC-BRANCH.
       MOVE "0" TO READ-ALL.
       START COSTALLOC-FILE
           KEY IS NOT LESS THAN COSTALLOC-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-SPLIT-LINE.
       PERFORM LIST-ONE-LINE
           UNTIL READ-ALL = "1".
       IF ENTRY-COUNT > ZERO
           PERFORM SHOW-THE-DATE-TOTAL.
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Split lines on file: " ENTRY-COUNT-DISPLAY.

       LIST-ONE-LINE.
       IF COSTALLOC-EFFECTIVE-FROM NOT = LIST-DATE-HELD
           AND ENTRY-COUNT > ZERO
           PERFORM SHOW-THE-DATE-TOTAL.
       IF COSTALLOC-EFFECTIVE-FROM NOT = LIST-DATE-HELD
           MOVE COSTALLOC-EFFECTIVE-FROM TO LIST-DATE-HELD
           MOVE ZERO TO LIST-DATE-TOTAL.
       MOVE COSTALLOC-PERCENT TO PERCENT-DISPLAY.
       DISPLAY COSTALLOC-EFFECTIVE-FROM " " COSTALLOC-DEPARTMENT
           " " COSTALLOC-BRANCH " " PERCENT-DISPLAY "%".
       ADD COSTALLOC-PERCENT TO LIST-DATE-TOTAL.
       ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-SPLIT-LINE.

       SHOW-THE-DATE-TOTAL.
       MOVE LIST-DATE-TOTAL TO TOTAL-DISPLAY.
       IF LIST-DATE-TOTAL = 100
           DISPLAY "    FROM " LIST-DATE-HELD " TOTAL "
               TOTAL-DISPLAY "%"
       ELSE
           DISPLAY "    FROM " LIST-DATE-HELD " TOTAL "
               TOTAL-DISPLAY "% - DOES NOT TOTAL 100, COST WILL"
               " BE CHARGED TO THE HOME DEPARTMENT".

       READ-NEXT-SPLIT-LINE.
       READ COSTALLOC-FILE NEXT RECORD
           AT END
               MOVE "1" TO READ-ALL
       END-READ.
       IF READ-ALL = "0"
           AND COSTALLOC-EMPLOYEE-ID NOT = LIST-EMPLOYEE-ID
           MOVE "1" TO READ-ALL.

       END PROGRAM CostAllocationMaintenance.
