       IDENTIFICATION DIVISION.
       PROGRAM-ID. SecondmentService.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "SecondmentPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "SecondmentLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  SECONDMENT-FILE-STATUS PIC X(2).
       01  SCAN-DONE PIC X.

       LINKAGE SECTION.
      *Caller names the employee and a date, and reads back the
      *loan that covers that date - start on or before it, end on
      *or after it - with its host branch and department.
       01  LS-SM-EMPLOYEE-ID PIC 9(6).
       01  LS-SM-AS-OF-DATE PIC 9(8).
       01  LS-SM-HOST-BRANCH PIC X(3).
       01  LS-SM-HOST-DEPARTMENT PIC X(20).
       01  LS-SM-START-DATE PIC 9(8).
       01  LS-SM-END-DATE PIC 9(8).
      *00 on loan on that date, 10 not on loan (or no loans on
      *file).
       01  LS-SM-STATUS PIC X(2).
           88  LS-SM-ON-LOAN VALUE "00".
           88  LS-SM-NOT-ON-LOAN VALUE "10".

       PROCEDURE DIVISION USING LS-SM-EMPLOYEE-ID LS-SM-AS-OF-DATE
           LS-SM-HOST-BRANCH LS-SM-HOST-DEPARTMENT LS-SM-START-DATE
           LS-SM-END-DATE LS-SM-STATUS.
       PROGRAM-BEGIN.
       MOVE SPACES TO LS-SM-HOST-BRANCH.
       MOVE SPACES TO LS-SM-HOST-DEPARTMENT.
       MOVE ZERO TO LS-SM-START-DATE.
       MOVE ZERO TO LS-SM-END-DATE.
       MOVE "10" TO LS-SM-STATUS.
       OPEN INPUT SECONDMENT-FILE.
       IF SECONDMENT-FILE-STATUS NOT = "00"
           GO TO PROGRAM-DONE.
       MOVE LS-SM-EMPLOYEE-ID TO SECONDMENT-EMPLOYEE-ID.
       MOVE ZEROES TO SECONDMENT-START-DATE.
       START SECONDMENT-FILE
           KEY IS NOT LESS THAN SECONDMENT-KEY
           INVALID KEY
               CLOSE SECONDMENT-FILE
               GO TO PROGRAM-DONE
       END-START.
       MOVE "N" TO SCAN-DONE.
       PERFORM WALK-ONE-LOAN
           UNTIL SCAN-DONE = "Y".
       CLOSE SECONDMENT-FILE.
       PROGRAM-DONE.
       GOBACK.

      *Loans are in start-date order, so the walk stops at the
      *first one starting after the date.
       WALK-ONE-LOAN.
       READ SECONDMENT-FILE NEXT RECORD
           AT END
               MOVE "Y" TO SCAN-DONE
       END-READ.
       IF SCAN-DONE = "N"
           EVALUATE TRUE
               WHEN SECONDMENT-EMPLOYEE-ID NOT = LS-SM-EMPLOYEE-ID
                   MOVE "Y" TO SCAN-DONE
               WHEN SECONDMENT-START-DATE > LS-SM-AS-OF-DATE
                   MOVE "Y" TO SCAN-DONE
               WHEN SECONDMENT-END-DATE NOT < LS-SM-AS-OF-DATE
                   MOVE SECONDMENT-HOST-BRANCH TO LS-SM-HOST-BRANCH
                   MOVE SECONDMENT-HOST-DEPARTMENT
                       TO LS-SM-HOST-DEPARTMENT
                   MOVE SECONDMENT-START-DATE TO LS-SM-START-DATE
                   MOVE SECONDMENT-END-DATE TO LS-SM-END-DATE
                   MOVE "00" TO LS-SM-STATUS
                   MOVE "Y" TO SCAN-DONE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       END PROGRAM SecondmentService.
