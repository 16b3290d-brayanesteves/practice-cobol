       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnreturnedPropertyReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "FinalPayPhysicalFile.cbl".
       COPY "PropertyPhysicalFile.cbl".

       SELECT UNRETURNED-REPORT-FILE
       ASSIGN TO "unreturned.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "FinalPayLogicFile.cbl".
       COPY "PropertyLogicFile.cbl".

       FD UNRETURNED-REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  FINAL-PAY-STATUS PIC X(2).
       01  PROPERTY-FILE-STATUS PIC X(2).
       01  READ-ALL PIC X.
       77  DONE-WITH-PROPERTY PIC X.
       77  RECORD-FOUND PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  LEAVER-ITEMS PIC 9(3).
       01  LEAVER-VALUE PIC 9(9)V99.
       01  LEAVERS-LISTED PIC 9(4) VALUE ZERO.
       01  TOTAL-VALUE PIC 9(9)V99 VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZZ9.

       01  HEADING-LINE-1.
           05  FILLER PIC X(50)
               VALUE "UNRETURNED COMPANY PROPERTY - FINAL PAYS ON HOLD".
           05  FILLER PIC X(10) VALUE "RUN DATE:".
           05  HL1-RUN-DATE PIC 9(8).

       01  HEADING-LINE-2.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(27) VALUE "NAME".
           05  FILLER PIC X(10) VALUE "TERMINATED".
           05  FILLER PIC X(6) VALUE "  ITEM".
           05  FILLER PIC X(13) VALUE "  ASSET TAG".
           05  FILLER PIC X(27) VALUE "DESCRIPTION".
           05  FILLER PIC X(10) VALUE "ISSUED".
           05  FILLER PIC X(12) VALUE "       VALUE".

       01  DETAIL-LINE.
           05  DL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-NAME PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-TERM-DATE PIC 9(8).
           05  FILLER PIC X(5) VALUE SPACES.
           05  DL-ITEM PIC ZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-ASSET-TAG PIC X(10).
           05  FILLER PIC X(3) VALUE SPACES.
           05  DL-DESCRIPTION PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-ISSUED PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-VALUE PIC Z,ZZZ,ZZ9.99.

      *Set against the net the final pay is holding, so whoever
      *releases it can see whether a deduction would be covered.
       01  LEAVER-TOTAL-LINE.
           05  FILLER PIC X(45) VALUE SPACES.
           05  FILLER PIC X(16) VALUE "HELD FINAL NET".
           05  LT-NET PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(9) VALUE SPACES.
           05  FILLER PIC X(16) VALUE "PROPERTY VALUE".
           05  LT-VALUE PIC ZZZ,ZZZ,ZZ9.99.

       01  TOTAL-LINE.
           05  FILLER PIC X(20) VALUE "LEAVERS LISTED:".
           05  TL-LEAVERS PIC ZZZ9.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(27) VALUE "TOTAL VALUE UNRETURNED:".
           05  TL-VALUE PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *Every leaver whose final pay is on hold for exit clearance
      *and who still has company property out, item by item with
      *its value, against the net pay being held - so the value of
      *what has not come back can be considered for deduction where
      *the policy allows, before the final pay is released.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-FINAL-PAY
           PERFORM CHECK-ONE-FINAL-PAY
               UNTIL READ-ALL = "1"
           PERFORM WRITE-THE-TOTALS.
       PERFORM CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           MOVE LEAVERS-LISTED TO COUNT-DISPLAY
           DISPLAY "Leavers holding company property: " COUNT-DISPLAY
               " (see unreturned.rpt).".
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
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
           MOVE 1 TO RETURN-CODE.
       IF RETURN-CODE = ZERO
           OPEN INPUT FINAL-PAY-FILE
           IF FINAL-PAY-STATUS NOT = "00"
               DISPLAY "No final pays on file - nothing to report."
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           OPEN INPUT PROPERTY-FILE
           IF PROPERTY-FILE-STATUS NOT = "00"
               DISPLAY "No property register on file - nothing to"
                   " report."
               CLOSE FINAL-PAY-FILE
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           OPEN OUTPUT UNRETURNED-REPORT-FILE
           MOVE TODAYS-DATE TO HL1-RUN-DATE
           MOVE SPACES TO REPORT-LINE
           MOVE HEADING-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE HEADING-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       IF RETURN-CODE = ZERO
           CLOSE FINAL-PAY-FILE
           CLOSE PROPERTY-FILE
           CLOSE UNRETURNED-REPORT-FILE.

       CHECK-ONE-FINAL-PAY.
       IF FINALPAY-HELD
           PERFORM LIST-THE-LEAVERS-PROPERTY.
       PERFORM READ-NEXT-FINAL-PAY.

       LIST-THE-LEAVERS-PROPERTY.
       MOVE FINALPAY-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "(NOT ON MASTER)" TO EMPLOYEES-NAME
       END-READ.
       MOVE ZERO TO LEAVER-ITEMS.
       MOVE ZERO TO LEAVER-VALUE.
       MOVE FINALPAY-EMPLOYEE-ID TO PROPERTY-EMPLOYEE-ID.
       MOVE ZERO TO PROPERTY-ITEM-NUMBER.
       MOVE "N" TO DONE-WITH-PROPERTY.
       START PROPERTY-FILE
           KEY IS NOT LESS THAN PROPERTY-KEY
           INVALID KEY
               MOVE "Y" TO DONE-WITH-PROPERTY
       END-START.
       PERFORM CHECK-ONE-ITEM
           UNTIL DONE-WITH-PROPERTY = "Y".
       IF LEAVER-ITEMS > ZERO
           MOVE FINALPAY-NET TO LT-NET
           MOVE LEAVER-VALUE TO LT-VALUE
           MOVE SPACES TO REPORT-LINE
           MOVE LEAVER-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO LEAVERS-LISTED
           ADD LEAVER-VALUE TO TOTAL-VALUE.

       CHECK-ONE-ITEM.
       READ PROPERTY-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-PROPERTY
       END-READ.
       IF DONE-WITH-PROPERTY = "N"
           IF PROPERTY-EMPLOYEE-ID NOT = FINALPAY-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-PROPERTY
           ELSE
               IF PROPERTY-NOT-RETURNED
                   PERFORM WRITE-ONE-ITEM
               END-IF
           END-IF.

       WRITE-ONE-ITEM.
       MOVE SPACES TO DETAIL-LINE.
       MOVE FINALPAY-EMPLOYEE-ID TO DL-ID.
       MOVE EMPLOYEES-NAME TO DL-NAME.
       MOVE FINALPAY-TERM-DATE TO DL-TERM-DATE.
       MOVE PROPERTY-ITEM-NUMBER TO DL-ITEM.
       MOVE PROPERTY-ASSET-TAG TO DL-ASSET-TAG.
       MOVE PROPERTY-DESCRIPTION TO DL-DESCRIPTION.
       MOVE PROPERTY-ISSUE-DATE TO DL-ISSUED.
       MOVE PROPERTY-VALUE TO DL-VALUE.
       MOVE SPACES TO REPORT-LINE.
       MOVE DETAIL-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       ADD 1 TO LEAVER-ITEMS.
       ADD PROPERTY-VALUE TO LEAVER-VALUE.

       WRITE-THE-TOTALS.
       MOVE LEAVERS-LISTED TO TL-LEAVERS.
       MOVE TOTAL-VALUE TO TL-VALUE.
       MOVE SPACES TO REPORT-LINE.
       MOVE TOTAL-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.

       READ-NEXT-FINAL-PAY.
       READ FINAL-PAY-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM UnreturnedPropertyReport.
