       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeVestingStatement.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "ArchivePhysicalFile.cbl".
       COPY "PensionPlanPhysicalFile.cbl".
       COPY "PensionEnrollPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "ArchiveLogicFile.cbl".
       COPY "PensionPlanLogicFile.cbl".
       COPY "PensionEnrollLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  ARCHIVE-FILE-STATUS PIC X(2).
       01  PENSION-PLAN-STATUS PIC X(2).
       01  PENSION-ENROLL-STATUS PIC X(2).
       01  READ-ALL PIC X.
       77  RECORD-FOUND PIC X.
       77  ARCHIVE-ON-FILE PIC X.
       77  PERSON-WAS-FOUND PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  TODAYS-DATE-PARTS REDEFINES TODAYS-DATE.
           05  TODAYS-YEAR PIC 9(4).
           05  TODAYS-MMDD PIC 9(4).
      *One employee's statement when PENSION_EMPLOYEE names them;
      *everyone enrolled otherwise.
       01  EMPLOYEE-WANTED PIC X(6) VALUE SPACES.
       01  ONE-EMPLOYEE-ID PIC 9(6).

      *The plan's vesting schedule, kept from pensionplan.dat.
       01  PLAN-VESTING.
           05  PLAN-VEST-PERCENT PIC 9(3) OCCURS 10 TIMES.

       01  PERSON-NAME PIC X(25).
       01  PERSON-LASTNAMES PIC X(25).
       01  PERSON-HIRE-DATE PIC 9(8).
       01  PERSON-TERM-DATE PIC 9(8).
       01  PERSON-STATUS PIC X(1).

      *Service runs from the hire date to today, or to the
      *termination date for someone who has left.
       01  SERVICE-END-DATE PIC 9(8).
       01  SERVICE-END-PARTS REDEFINES SERVICE-END-DATE.
           05  SERVICE-END-YEAR PIC 9(4).
           05  SERVICE-END-MMDD PIC 9(4).
       01  HIRE-DATE-HELD PIC 9(8).
       01  HIRE-DATE-PARTS REDEFINES HIRE-DATE-HELD.
           05  HIRE-YEAR PIC 9(4).
           05  HIRE-MMDD PIC 9(4).
       01  SERVICE-YEARS PIC 9(3).
       01  VESTED-PERCENT PIC 9(3).
       01  VESTED-MATCH PIC 9(9)V99.
       01  VESTED-BALANCE PIC 9(9)V99.
       01  TOTAL-BALANCE PIC 9(9)V99.

       01  STATEMENTS-PRINTED PIC 9(5) VALUE ZERO.
       01  COUNT-DISPLAY PIC Z(4)9.
       01  YEARS-DISPLAY PIC ZZ9.
       01  PERCENT-DISPLAY PIC Z9.99.

       01  STATEMENT-HEADING.
           05  FILLER PIC X(26) VALUE "ACCOUNT".
           05  FILLER PIC X(18) VALUE "PAID IN".
           05  FILLER PIC X(12) VALUE "VESTED %".
           05  FILLER PIC X(14) VALUE "VESTED AMOUNT".

       01  STATEMENT-LINE.
           05  FILLER PIC X(2) VALUE SPACES.
           05  SL-ACCOUNT PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  SL-PAID-IN PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER PIC X(6) VALUE SPACES.
           05  SL-PERCENT PIC ZZ9.
           05  FILLER PIC X(5) VALUE SPACES.
           05  SL-VESTED PIC ZZZ,ZZZ,ZZ9.99.

       01  STATEMENT-TEXT PIC X(132).

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "vesting".
       77  RW-TITLE PIC X(60)
           VALUE "RETIREMENT PLAN VESTING STATEMENT".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Prints retirement plan vesting statements on request - one
      *employee's when PENSION_EMPLOYEE in the environment names
      *them, otherwise one for everyone enrolled, each on its own
      *page. The statement shows what the employee and the employer
      *have paid into the plan as posted by the pay runs. The
      *employee's own contributions are always fully vested; the
      *employer's match vests by the plan's schedule on completed
      *years of service from EMPLOYEES-HIRE-DATE - to today, or to
      *the termination date for a leaver, whose statement comes
      *from the archive once the master record is purged. Investment
      *results are the plan administrator's to report.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       IF RETURN-CODE = ZERO
           PERFORM OPEN-THE-REPORT
           IF EMPLOYEE-WANTED NOT = SPACES
               PERFORM PRINT-THE-ONE-STATEMENT
           ELSE
               MOVE "0" TO READ-ALL
               PERFORM READ-NEXT-ENROLLMENT
               PERFORM PRINT-NEXT-STATEMENT
                   UNTIL READ-ALL = "1"
           END-IF
           PERFORM CLOSE-THE-REPORT
           PERFORM CLOSING-PROCEDURE
           MOVE STATEMENTS-PRINTED TO COUNT-DISPLAY
           DISPLAY "Vesting statements printed: " COUNT-DISPLAY.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       ACCEPT EMPLOYEE-WANTED FROM ENVIRONMENT "PENSION_EMPLOYEE".
       MOVE "N" TO RECORD-FOUND.
       OPEN INPUT PENSION-PLAN-FILE.
       IF PENSION-PLAN-STATUS = "00"
           READ PENSION-PLAN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO RECORD-FOUND
                   MOVE PENPLAN-VESTING TO PLAN-VESTING
           END-READ.
       CLOSE PENSION-PLAN-FILE.
       IF RECORD-FOUND = "N"
           DISPLAY "No pensionplan.dat on file - set up the plan"
               " first."
           MOVE 1 TO RETURN-CODE
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN INPUT PENSION-ENROLL-FILE.
       IF PENSION-ENROLL-STATUS NOT = "00"
           DISPLAY "No pensionenroll.dat on file - nobody is"
               " enrolled."
           MOVE 1 TO RETURN-CODE
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
           MOVE 1 TO RETURN-CODE
           CLOSE PENSION-ENROLL-FILE
           GO TO OPENING-PROCEDURE-EXIT.
      *No archive means a purged leaver's statement carries the ID
      *alone and no service.
       MOVE "Y" TO ARCHIVE-ON-FILE.
       OPEN INPUT EMPLOYEES-ARCHIVE.
       IF ARCHIVE-FILE-STATUS NOT = "00"
           MOVE "N" TO ARCHIVE-ON-FILE.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       CLOSE PENSION-ENROLL-FILE.
       CLOSE EMPLOYEES-FILE.
       IF ARCHIVE-ON-FILE = "Y"
           CLOSE EMPLOYEES-ARCHIVE.

       PRINT-THE-ONE-STATEMENT.
       MOVE EMPLOYEE-WANTED TO ONE-EMPLOYEE-ID.
       MOVE ONE-EMPLOYEE-ID TO PENENR-EMPLOYEE-ID.
       MOVE "Y" TO RECORD-FOUND.
       READ PENSION-ENROLL-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           PERFORM PRINT-ONE-STATEMENT
       ELSE
           DISPLAY "Employee " ONE-EMPLOYEE-ID " is not enrolled in"
               " the plan.".

       PRINT-NEXT-STATEMENT.
       PERFORM PRINT-ONE-STATEMENT.
       PERFORM READ-NEXT-ENROLLMENT.

       PRINT-ONE-STATEMENT.
       PERFORM FETCH-THE-PERSON.
       PERFORM WORK-OUT-THE-VESTING.
       PERFORM PRINT-THE-STATEMENT.
       ADD 1 TO STATEMENTS-PRINTED.

       FETCH-THE-PERSON.
       MOVE "Y" TO PERSON-WAS-FOUND.
       MOVE PENENR-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO PERSON-WAS-FOUND
       END-READ.
       IF PERSON-WAS-FOUND = "Y"
           MOVE EMPLOYEES-NAME TO PERSON-NAME
           MOVE EMPLOYEES-LASTNAMES TO PERSON-LASTNAMES
           MOVE EMPLOYEES-HIRE-DATE TO PERSON-HIRE-DATE
           MOVE EMPLOYEES-TERM-DATE TO PERSON-TERM-DATE
           MOVE EMPLOYEES-STATUS TO PERSON-STATUS
       ELSE
           PERFORM FETCH-FROM-THE-ARCHIVE.

       FETCH-FROM-THE-ARCHIVE.
       MOVE SPACES TO PERSON-NAME.
       MOVE "(NOT ON MASTER)" TO PERSON-LASTNAMES.
       MOVE ZERO TO PERSON-HIRE-DATE PERSON-TERM-DATE.
       MOVE "T" TO PERSON-STATUS.
       IF ARCHIVE-ON-FILE = "Y"
           MOVE PENENR-EMPLOYEE-ID TO ARCHIVE-ID
           READ EMPLOYEES-ARCHIVE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ARCHIVE-NAME TO PERSON-NAME
                   MOVE ARCHIVE-LASTNAMES TO PERSON-LASTNAMES
                   MOVE ARCHIVE-HIRE-DATE TO PERSON-HIRE-DATE
                   MOVE ARCHIVE-TERM-DATE TO PERSON-TERM-DATE
           END-READ.

      *Completed years the way the service report counts them: the
      *difference in years, less one if the anniversary has not
      *come round by the end date.
       WORK-OUT-THE-VESTING.
       MOVE TODAYS-DATE TO SERVICE-END-DATE.
       IF PERSON-STATUS = "T" AND PERSON-TERM-DATE NOT = ZERO
           AND PERSON-TERM-DATE < TODAYS-DATE
           MOVE PERSON-TERM-DATE TO SERVICE-END-DATE.
       MOVE ZERO TO SERVICE-YEARS.
       MOVE PERSON-HIRE-DATE TO HIRE-DATE-HELD.
       IF PERSON-HIRE-DATE NOT = ZERO
           AND PERSON-HIRE-DATE < SERVICE-END-DATE
           SUBTRACT HIRE-YEAR FROM SERVICE-END-YEAR
               GIVING SERVICE-YEARS
           IF HIRE-MMDD > SERVICE-END-MMDD
               AND SERVICE-YEARS > ZERO
               SUBTRACT 1 FROM SERVICE-YEARS
           END-IF
       END-IF.
       IF SERVICE-YEARS = ZERO
           MOVE ZERO TO VESTED-PERCENT
       ELSE
           IF SERVICE-YEARS > 10
               MOVE 100 TO VESTED-PERCENT
           ELSE
               MOVE PLAN-VEST-PERCENT(SERVICE-YEARS)
                   TO VESTED-PERCENT
           END-IF
       END-IF.
       IF VESTED-PERCENT > 100
           MOVE 100 TO VESTED-PERCENT.
       COMPUTE VESTED-MATCH ROUNDED =
           PENENR-EMPLOYER-TOTAL * VESTED-PERCENT / 100.
       COMPUTE VESTED-BALANCE =
           PENENR-EMPLOYEE-TOTAL + VESTED-MATCH.
       COMPUTE TOTAL-BALANCE =
           PENENR-EMPLOYEE-TOTAL + PENENR-EMPLOYER-TOTAL.

       PRINT-THE-STATEMENT.
       MOVE SPACES TO STATEMENT-TEXT.
       STRING "EMPLOYEE " PENENR-EMPLOYEE-ID "  "
           DELIMITED BY SIZE
           PERSON-NAME DELIMITED BY "  "
           " " DELIMITED BY SIZE
           PERSON-LASTNAMES DELIMITED BY "  "
           INTO STATEMENT-TEXT.
       PERFORM WRITE-STATEMENT-TEXT.
       MOVE SPACES TO STATEMENT-TEXT.
       MOVE SERVICE-YEARS TO YEARS-DISPLAY.
       IF SERVICE-END-DATE = TODAYS-DATE
           STRING "HIRED " PERSON-HIRE-DATE
               "  COMPLETED YEARS OF SERVICE " YEARS-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-TEXT
       ELSE
           STRING "HIRED " PERSON-HIRE-DATE "  LEFT "
               SERVICE-END-DATE
               "  COMPLETED YEARS OF SERVICE " YEARS-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-TEXT.
       PERFORM WRITE-STATEMENT-TEXT.
       MOVE SPACES TO STATEMENT-TEXT.
       MOVE PENENR-PERCENT TO PERCENT-DISPLAY.
       STRING "ENROLLED " PENENR-START-DATE "  CONTRIBUTING "
           PERCENT-DISPLAY "% OF BASE PAY"
           DELIMITED BY SIZE INTO STATEMENT-TEXT.
       IF PENENR-STOP-DATE NOT = ZERO
           MOVE SPACES TO STATEMENT-TEXT
           STRING "ENROLLED " PENENR-START-DATE "  STOPPED "
               PENENR-STOP-DATE
               DELIMITED BY SIZE INTO STATEMENT-TEXT.
       PERFORM WRITE-STATEMENT-TEXT.
       MOVE SPACES TO STATEMENT-TEXT.
       PERFORM WRITE-STATEMENT-TEXT.
       MOVE SPACES TO STATEMENT-LINE.
       MOVE "YOUR CONTRIBUTIONS" TO SL-ACCOUNT.
       MOVE PENENR-EMPLOYEE-TOTAL TO SL-PAID-IN.
       MOVE 100 TO SL-PERCENT.
       MOVE PENENR-EMPLOYEE-TOTAL TO SL-VESTED.
       MOVE STATEMENT-LINE TO STATEMENT-TEXT.
       PERFORM WRITE-STATEMENT-TEXT.
       MOVE SPACES TO STATEMENT-LINE.
       MOVE "EMPLOYER MATCH" TO SL-ACCOUNT.
       MOVE PENENR-EMPLOYER-TOTAL TO SL-PAID-IN.
       MOVE VESTED-PERCENT TO SL-PERCENT.
       MOVE VESTED-MATCH TO SL-VESTED.
       MOVE STATEMENT-LINE TO STATEMENT-TEXT.
       PERFORM WRITE-STATEMENT-TEXT.
       MOVE SPACES TO STATEMENT-LINE.
       MOVE "TOTAL" TO SL-ACCOUNT.
       MOVE TOTAL-BALANCE TO SL-PAID-IN.
       MOVE VESTED-BALANCE TO SL-VESTED.
       MOVE STATEMENT-LINE TO STATEMENT-TEXT.
       PERFORM WRITE-STATEMENT-TEXT.
       MOVE SPACES TO STATEMENT-TEXT.
       PERFORM WRITE-STATEMENT-TEXT.
       MOVE SPACES TO STATEMENT-TEXT.
       STRING "PAY RUNS POSTED THROUGH PERIOD " PENENR-LAST-PERIOD
           ". AMOUNTS ARE WHAT WAS PAID IN; INVESTMENT RESULTS ARE"
           " REPORTED BY THE PLAN ADMINISTRATOR."
           DELIMITED BY SIZE INTO STATEMENT-TEXT.
       PERFORM WRITE-STATEMENT-TEXT.
      *Each statement owns its page for handing out.
       MOVE "P" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       OPEN-THE-REPORT.
       MOVE "O" TO RW-REQUEST.
       MOVE STATEMENT-HEADING TO RW-COLUMN-HEADING.
       PERFORM CALL-THE-REPORT-WRITER.

       CLOSE-THE-REPORT.
       MOVE "C" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       WRITE-STATEMENT-TEXT.
       MOVE STATEMENT-TEXT TO RW-DETAIL.
       MOVE "D" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       CALL-THE-REPORT-WRITER.
       CALL "ReportWriterService" USING RW-REQUEST RW-REPORT-NAME
           RW-TITLE RW-COLUMN-HEADING RW-DETAIL RW-STATUS.

       READ-NEXT-ENROLLMENT.
       READ PENSION-ENROLL-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeeVestingStatement.
