       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeBillableHoursExtract.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "ProjectPhysicalFile.cbl".
       COPY "ProjectHoursPhysicalFile.cbl".

      *The invoicing team's monthly file: an H header naming the
      *month, a D record per employee per billable project with
      *the hours they charged to it, a P record closing each
      *project with its customer and total, and a T trailer
      *carrying the record counts and the hours on the file.
       SELECT BILLABLE-HOURS-FILE
       ASSIGN TO "billhours.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "ProjectLogicFile.cbl".
       COPY "ProjectHoursLogicFile.cbl".

       FD BILLABLE-HOURS-FILE.
       01 BILLABLE-HOURS-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  PROJECT-FILE-STATUS PIC X(2).
       01  PROJECT-HOURS-STATUS PIC X(2).
       77  READ-ALL PIC X.
       77  PROJECT-ON-MASTER PIC X.
       01  TODAYS-DATE PIC 9(8).
      *The month just ended is the one invoicing bills, unless
      *BILLABLE_HOURS_MONTH (YYYYMM) in the environment names
      *another.
       01  MONTH-WANTED PIC X(6) VALUE SPACES.
       01  EXTRACT-MONTH PIC 9(6).
       01  EXTRACT-MONTH-PARTS REDEFINES EXTRACT-MONTH.
           05  EXTRACT-YEAR PIC 9(4).
           05  EXTRACT-MONTH-OF-YEAR PIC 9(2).
       01  LEDGER-MONTH PIC 9(6).

      *The ledger rides in project, employee, date order, so the
      *records for one project and one employee arrive together.
       01  CURRENT-PROJECT-CODE PIC X(8).
       01  CURRENT-PROJECT-BILLABLE PIC X.
       01  CURRENT-CUSTOMER PIC X(30).
       01  CURRENT-PROJECT-NAME PIC X(30).
       01  CURRENT-EMPLOYEE-ID PIC 9(6).
       01  EMPLOYEE-HOURS PIC 9(4)V99.
       01  PROJECT-HOURS PIC 9(5)V99.
       01  TOTAL-HOURS PIC 9(6)V99 VALUE ZERO.
       01  DETAIL-RECORDS PIC 9(6) VALUE ZERO.
       01  PROJECT-RECORDS PIC 9(6) VALUE ZERO.
       01  UNKNOWN-PROJECT-HOURS PIC 9(6)V99 VALUE ZERO.
       01  COUNT-DISPLAY PIC Z(5)9.
       01  HOURS-DISPLAY PIC ZZZ,ZZ9.99.

       01  HEADER-RECORD.
           05  FILLER PIC X(1) VALUE "H".
           05  FILLER PIC X(1) VALUE SPACES.
           05  HDR-MONTH PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACES.
           05  HDR-RUN-DATE PIC 9(8).

       01  DETAIL-RECORD.
           05  FILLER PIC X(1) VALUE "D".
           05  FILLER PIC X(1) VALUE SPACES.
           05  DTL-PROJECT-CODE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DTL-CUSTOMER PIC X(30).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DTL-EMPLOYEE-ID PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DTL-NAME PIC X(25).
           05  DTL-LASTNAMES PIC X(25).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DTL-HOURS PIC 9(4)V99.

       01  PROJECT-TOTAL-RECORD.
           05  FILLER PIC X(1) VALUE "P".
           05  FILLER PIC X(1) VALUE SPACES.
           05  PTR-PROJECT-CODE PIC X(8).
           05  FILLER PIC X(1) VALUE SPACES.
           05  PTR-CUSTOMER PIC X(30).
           05  FILLER PIC X(1) VALUE SPACES.
           05  PTR-PROJECT-NAME PIC X(30).
           05  FILLER PIC X(1) VALUE SPACES.
           05  PTR-HOURS PIC 9(5)V99.

       01  TRAILER-RECORD.
           05  FILLER PIC X(1) VALUE "T".
           05  FILLER PIC X(1) VALUE SPACES.
           05  TRL-DETAIL-COUNT PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACES.
           05  TRL-PROJECT-COUNT PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACES.
           05  TRL-TOTAL-HOURS PIC 9(6)V99.

       PROCEDURE DIVISION.
      *Pulls a month's hours off the project ledger the time clock
      *interface posts, keeps only projects the master flags as
      *billable, and writes them by project and employee with the
      *customer for the invoicing team - replacing the timesheet
      *tally they used to key from. Hours on a code no longer on
      *the project master cannot be billed to anyone and are only
      *counted in the run summary.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       IF RETURN-CODE = ZERO
           PERFORM WRITE-THE-HEADER
           PERFORM EXTRACT-THE-MONTH
           PERFORM WRITE-THE-TRAILER
           PERFORM CLOSING-PROCEDURE
           MOVE PROJECT-RECORDS TO COUNT-DISPLAY
           MOVE TOTAL-HOURS TO HOURS-DISPLAY
           DISPLAY "Billable hours for " EXTRACT-MONTH
               " written to billhours.dat: " COUNT-DISPLAY
               " projects, " HOURS-DISPLAY " hours."
           IF UNKNOWN-PROJECT-HOURS > ZERO
               MOVE UNKNOWN-PROJECT-HOURS TO HOURS-DISPLAY
               DISPLAY "Hours on codes not on the project master: "
                   HOURS-DISPLAY " - not billed."
           END-IF.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       COMPUTE EXTRACT-MONTH = TODAYS-DATE / 100.
       IF EXTRACT-MONTH-OF-YEAR = 1
           SUBTRACT 1 FROM EXTRACT-YEAR
           MOVE 12 TO EXTRACT-MONTH-OF-YEAR
       ELSE
           SUBTRACT 1 FROM EXTRACT-MONTH-OF-YEAR.
       ACCEPT MONTH-WANTED FROM ENVIRONMENT "BILLABLE_HOURS_MONTH".
       IF MONTH-WANTED NOT = SPACES
           IF MONTH-WANTED IS NUMERIC
               MOVE MONTH-WANTED TO EXTRACT-MONTH
           ELSE
               DISPLAY "BILLABLE_HOURS_MONTH must be YYYYMM."
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
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN INPUT PROJECT-FILE.
       IF PROJECT-FILE-STATUS NOT = "00"
           DISPLAY "Error opening projects.dat, status code "
               PROJECT-FILE-STATUS "."
           MOVE 1 TO RETURN-CODE
           CLOSE EMPLOYEES-FILE
           GO TO OPENING-PROCEDURE-EXIT.
      *No ledger yet means nothing has been charged; the file still
      *goes out with its header and trailer so invoicing sees a
      *deliberate zero, not a missing file.
       OPEN INPUT PROJECT-HOURS-FILE.
       IF PROJECT-HOURS-STATUS NOT = "00"
           DISPLAY "No projhours.dat on file - no hours have been"
               " charged to projects."
       END-IF.
       OPEN OUTPUT BILLABLE-HOURS-FILE.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       CLOSE PROJECT-FILE.
       IF PROJECT-HOURS-STATUS = "00"
           CLOSE PROJECT-HOURS-FILE.
       CLOSE BILLABLE-HOURS-FILE.

       WRITE-THE-HEADER.
       MOVE EXTRACT-MONTH TO HDR-MONTH.
       MOVE TODAYS-DATE TO HDR-RUN-DATE.
       MOVE SPACES TO BILLABLE-HOURS-LINE.
       MOVE HEADER-RECORD TO BILLABLE-HOURS-LINE.
       WRITE BILLABLE-HOURS-LINE.

       EXTRACT-THE-MONTH.
       MOVE SPACES TO CURRENT-PROJECT-CODE.
       MOVE "N" TO CURRENT-PROJECT-BILLABLE.
       IF PROJECT-HOURS-STATUS = "00"
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-LEDGER-ENTRY
           PERFORM EXTRACT-ONE-LEDGER-ENTRY
               UNTIL READ-ALL = "1"
           PERFORM FINISH-THE-PROJECT.

       EXTRACT-ONE-LEDGER-ENTRY.
       COMPUTE LEDGER-MONTH = PROJHRS-DATE / 100.
       IF LEDGER-MONTH = EXTRACT-MONTH
           IF PROJHRS-PROJECT-CODE NOT = CURRENT-PROJECT-CODE
               PERFORM FINISH-THE-PROJECT
               PERFORM START-THE-PROJECT
           END-IF
           PERFORM TAKE-THE-LEDGER-HOURS
       END-IF.
       PERFORM READ-NEXT-LEDGER-ENTRY.

       TAKE-THE-LEDGER-HOURS.
       IF PROJECT-ON-MASTER = "N"
           ADD PROJHRS-HOURS TO UNKNOWN-PROJECT-HOURS
       ELSE
           IF CURRENT-PROJECT-BILLABLE = "Y"
               IF PROJHRS-EMPLOYEE-ID NOT = CURRENT-EMPLOYEE-ID
                   PERFORM FINISH-THE-EMPLOYEE
                   MOVE PROJHRS-EMPLOYEE-ID TO CURRENT-EMPLOYEE-ID
               END-IF
               ADD PROJHRS-HOURS TO EMPLOYEE-HOURS
           END-IF
       END-IF.

       START-THE-PROJECT.
       MOVE PROJHRS-PROJECT-CODE TO CURRENT-PROJECT-CODE.
       MOVE PROJHRS-PROJECT-CODE TO PROJECT-CODE.
       MOVE "Y" TO PROJECT-ON-MASTER.
       READ PROJECT-FILE RECORD
           INVALID KEY
               MOVE "N" TO PROJECT-ON-MASTER
       END-READ.
       MOVE "N" TO CURRENT-PROJECT-BILLABLE.
       IF PROJECT-ON-MASTER = "Y" AND PROJECT-IS-BILLABLE
           MOVE "Y" TO CURRENT-PROJECT-BILLABLE
           MOVE PROJECT-CUSTOMER TO CURRENT-CUSTOMER
           MOVE PROJECT-NAME TO CURRENT-PROJECT-NAME.
       MOVE ZERO TO CURRENT-EMPLOYEE-ID.
       MOVE ZERO TO EMPLOYEE-HOURS.
       MOVE ZERO TO PROJECT-HOURS.

       FINISH-THE-PROJECT.
       IF CURRENT-PROJECT-BILLABLE = "Y"
           PERFORM FINISH-THE-EMPLOYEE
           IF PROJECT-HOURS > ZERO
               PERFORM WRITE-ONE-PROJECT-TOTAL
           END-IF
       END-IF.

       FINISH-THE-EMPLOYEE.
       IF CURRENT-EMPLOYEE-ID NOT = ZERO
           AND EMPLOYEE-HOURS > ZERO
           PERFORM WRITE-ONE-DETAIL.
       MOVE ZERO TO CURRENT-EMPLOYEE-ID.
       MOVE ZERO TO EMPLOYEE-HOURS.

      *The name goes along so invoicing can show who did the work;
      *an ID since purged from the master still bills, unnamed.
       WRITE-ONE-DETAIL.
       MOVE SPACES TO DTL-LASTNAMES.
       MOVE CURRENT-PROJECT-CODE TO DTL-PROJECT-CODE.
       MOVE CURRENT-CUSTOMER TO DTL-CUSTOMER.
       MOVE CURRENT-EMPLOYEE-ID TO DTL-EMPLOYEE-ID.
       MOVE CURRENT-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "(NOT ON MASTER)" TO DTL-NAME
           NOT INVALID KEY
               MOVE EMPLOYEES-NAME TO DTL-NAME
               MOVE EMPLOYEES-LASTNAMES TO DTL-LASTNAMES
       END-READ.
       MOVE EMPLOYEE-HOURS TO DTL-HOURS.
       MOVE SPACES TO BILLABLE-HOURS-LINE.
       MOVE DETAIL-RECORD TO BILLABLE-HOURS-LINE.
       WRITE BILLABLE-HOURS-LINE.
       ADD 1 TO DETAIL-RECORDS.
       ADD EMPLOYEE-HOURS TO PROJECT-HOURS.

       WRITE-ONE-PROJECT-TOTAL.
       MOVE CURRENT-PROJECT-CODE TO PTR-PROJECT-CODE.
       MOVE CURRENT-CUSTOMER TO PTR-CUSTOMER.
       MOVE CURRENT-PROJECT-NAME TO PTR-PROJECT-NAME.
       MOVE PROJECT-HOURS TO PTR-HOURS.
       MOVE SPACES TO BILLABLE-HOURS-LINE.
       MOVE PROJECT-TOTAL-RECORD TO BILLABLE-HOURS-LINE.
       WRITE BILLABLE-HOURS-LINE.
       ADD 1 TO PROJECT-RECORDS.
       ADD PROJECT-HOURS TO TOTAL-HOURS.

       WRITE-THE-TRAILER.
       MOVE DETAIL-RECORDS TO TRL-DETAIL-COUNT.
       MOVE PROJECT-RECORDS TO TRL-PROJECT-COUNT.
       MOVE TOTAL-HOURS TO TRL-TOTAL-HOURS.
       MOVE SPACES TO BILLABLE-HOURS-LINE.
       MOVE TRAILER-RECORD TO BILLABLE-HOURS-LINE.
       WRITE BILLABLE-HOURS-LINE.

       READ-NEXT-LEDGER-ENTRY.
       READ PROJECT-HOURS-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeeBillableHoursExtract.
