       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeePointInTimeInquiry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".

      *The catalog of rolled generations, oldest first, as the log
      *rollover keeps it.
       SELECT OPTIONAL LOG-GENERATION-FILE
       ASSIGN TO "loggens.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LOG-GENERATION-STATUS.

       SELECT GENERATION-JOURNAL-FILE
       ASSIGN TO GENERATION-JOURNAL-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GENERATION-JOURNAL-STATUS.

      *Declared locally for OPTIONAL and a file status, the same way
      *the forward-recovery reader declares it.
       SELECT OPTIONAL JOURNAL-FILE
       ASSIGN TO "journal.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".

       FD LOG-GENERATION-FILE.
       01 LOG-GENERATION-RECORD.
           05 LOGGEN-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 LOGGEN-AUDIT-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 LOGGEN-JOURNAL-NAME PIC X(20).

       FD GENERATION-JOURNAL-FILE.
       01 GENERATION-JOURNAL-LINE PIC X(582).

       COPY "JournalLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  LOG-GENERATION-STATUS PIC X(2).
       01  GENERATION-JOURNAL-STATUS PIC X(2).
       01  GENERATION-JOURNAL-NAME PIC X(20).
       01  JOURNAL-FILE-STATUS PIC X(2).
       01  END-OF-CATALOG PIC X.
       01  END-OF-GENERATION PIC X.
       01  END-OF-JOURNAL PIC X.
       77  RECORD-FOUND PIC X.
       77  ANOTHER-INQUIRY PIC X VALUE "Y".
       01  INQUIRY-EMPLOYEE-ID PIC 9(6).
       01  INQUIRY-EMPLOYEE-TEXT PIC X(6).
       01  AS-OF-DATE PIC 9(8).
       01  SALARY-EDIT PIC Z,ZZZ,ZZ9.99.

      *The record as it stands now, then as each later change is
      *undone. Spaces means not on file at that point.
       01  RECONSTRUCTED-IMAGE PIC X(271).
       01  ON-FILE-NOW PIC X.

      *The oldest journal entry still on disk; an as-of date before
      *it may be missing changes that aged out with a generation.
       01  EARLIEST-JOURNAL-DATE PIC 9(8).

      *Every change to the employee after the as-of date, oldest
      *first, as the journals are read; undone from the end back.
      *Only the earliest ones are kept when there are more than the
      *table holds - the earliest before image is the one that
      *settles the answer.
       01  UNDO-LIMIT PIC 9(3) VALUE 200.
       01  UNDO-COUNT PIC 9(3).
       01  UNDO-INDEX PIC 9(3).
       01  UNDO-OVERFLOW PIC X.
       01  UNDO-TABLE.
           05  UNDO-ENTRY OCCURS 200 TIMES.
               10  UNDO-DATE PIC 9(8).
               10  UNDO-TIME PIC 9(8).
               10  UNDO-ACTION PIC X(10).
               10  UNDO-BEFORE-IMAGE PIC X(271).

      *Arguments for the shared date service.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *What an employee's record looked like at the end of a given
      *day - department, salary, status and the rest - for the
      *auditor or lawyer who asks, without restoring a backup. The
      *record is taken from the master as it stands and every
      *journaled change made after that day, found across the
      *rolled generations and the current journal, is undone newest
      *first by putting its before image back; a purge is undone
      *with the record it removed. All of it happens in working
      *storage: employees.dat is opened for input only.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM RUN-ONE-INQUIRY THRU RUN-ONE-INQUIRY-EXIT
               UNTIL ANOTHER-INQUIRY NOT = "Y"
           CLOSE EMPLOYEES-FILE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
       MOVE ZERO TO RETURN-CODE.
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

       RUN-ONE-INQUIRY.
       DISPLAY " ".
       DISPLAY "Point-in-time inquiry".
       DISPLAY "ENTER the employee ID (0 to exit): ".
       ACCEPT INQUIRY-EMPLOYEE-ID.
       IF INQUIRY-EMPLOYEE-ID = ZERO
           MOVE "N" TO ANOTHER-INQUIRY
           GO TO RUN-ONE-INQUIRY-EXIT.
       DISPLAY "ENTER the as-of date (YYYYMMDD): ".
       ACCEPT AS-OF-DATE.
       MOVE "W" TO DS-REQUEST.
       MOVE AS-OF-DATE TO DS-DATE-IN.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       IF DS-STATUS = "10"
           DISPLAY "That is not a valid date."
           GO TO RUN-ONE-INQUIRY-EXIT.
       PERFORM TAKE-THE-CURRENT-RECORD.
       PERFORM GATHER-THE-LATER-CHANGES.
       IF ON-FILE-NOW = "N" AND UNDO-COUNT = ZERO
           DISPLAY "No record was found with that ID, on the master"
               " or in the journal."
           GO TO RUN-ONE-INQUIRY-EXIT.
       PERFORM UNDO-THE-LATER-CHANGES.
       PERFORM SHOW-THE-RECONSTRUCTION.
       RUN-ONE-INQUIRY-EXIT.
       EXIT.

       TAKE-THE-CURRENT-RECORD.
       MOVE INQUIRY-EMPLOYEE-ID TO EMPLOYEES-ID.
       MOVE "Y" TO ON-FILE-NOW.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO ON-FILE-NOW
       END-READ.
       IF ON-FILE-NOW = "Y"
           MOVE EMPLOYEES-RECORD TO RECONSTRUCTED-IMAGE
       ELSE
           MOVE SPACES TO RECONSTRUCTED-IMAGE.

      *The generations come first and the current journal last, so
      *the table fills in the order the changes were made.
       GATHER-THE-LATER-CHANGES.
       MOVE ZERO TO UNDO-COUNT.
       MOVE "N" TO UNDO-OVERFLOW.
       MOVE 99999999 TO EARLIEST-JOURNAL-DATE.
       MOVE INQUIRY-EMPLOYEE-ID TO INQUIRY-EMPLOYEE-TEXT.
       PERFORM SCAN-THE-GENERATIONS THRU SCAN-THE-GENERATIONS-DONE.
       OPEN INPUT JOURNAL-FILE.
       IF JOURNAL-FILE-STATUS = "00"
           MOVE "N" TO END-OF-JOURNAL
           PERFORM READ-NEXT-JOURNAL-ENTRY
           PERFORM CHECK-ONE-JOURNAL-ENTRY
               UNTIL END-OF-JOURNAL = "Y".
       CLOSE JOURNAL-FILE.

       SCAN-THE-GENERATIONS.
       OPEN INPUT LOG-GENERATION-FILE.
       IF LOG-GENERATION-STATUS NOT = "00"
           GO TO SCAN-THE-GENERATIONS-DONE.
       MOVE "N" TO END-OF-CATALOG.
       PERFORM SCAN-ONE-GENERATION
           UNTIL END-OF-CATALOG = "Y".
       SCAN-THE-GENERATIONS-DONE.
       CLOSE LOG-GENERATION-FILE.

      *A generation rolled on or before the as-of date holds nothing
      *later than it, but it still says how far back the journal
      *reaches, so it is read all the same.
       SCAN-ONE-GENERATION.
       READ LOG-GENERATION-FILE
           AT END
               MOVE "Y" TO END-OF-CATALOG
       END-READ.
       IF END-OF-CATALOG = "N"
           MOVE LOGGEN-JOURNAL-NAME TO GENERATION-JOURNAL-NAME
           OPEN INPUT GENERATION-JOURNAL-FILE
           IF GENERATION-JOURNAL-STATUS = "00"
               MOVE "N" TO END-OF-GENERATION
               PERFORM WALK-ONE-GENERATION
                   UNTIL END-OF-GENERATION = "Y"
           END-IF
           CLOSE GENERATION-JOURNAL-FILE.

      *A generation line carries the same layout the current journal
      *does; moved into the journal record area so one routine
      *judges both.
       WALK-ONE-GENERATION.
       READ GENERATION-JOURNAL-FILE
           AT END
               MOVE "Y" TO END-OF-GENERATION
       END-READ.
       IF END-OF-GENERATION = "N"
           MOVE GENERATION-JOURNAL-LINE TO JOURNAL-RECORD
           PERFORM JUDGE-THE-JOURNAL-ENTRY.

       CHECK-ONE-JOURNAL-ENTRY.
       PERFORM JUDGE-THE-JOURNAL-ENTRY.
       PERFORM READ-NEXT-JOURNAL-ENTRY.

      *A purge's after image is the record it removed, so that is
      *what undoing it puts back.
       JUDGE-THE-JOURNAL-ENTRY.
       IF JOURNAL-DATE < EARLIEST-JOURNAL-DATE
           MOVE JOURNAL-DATE TO EARLIEST-JOURNAL-DATE.
       IF JOURNAL-IMAGE (1:6) = INQUIRY-EMPLOYEE-TEXT
           AND JOURNAL-DATE > AS-OF-DATE
           IF UNDO-COUNT < UNDO-LIMIT
               ADD 1 TO UNDO-COUNT
               MOVE JOURNAL-DATE TO UNDO-DATE (UNDO-COUNT)
               MOVE JOURNAL-TIME TO UNDO-TIME (UNDO-COUNT)
               MOVE JOURNAL-ACTION TO UNDO-ACTION (UNDO-COUNT)
               IF JOURNAL-ACTION = "PURGE"
                   MOVE JOURNAL-IMAGE
                       TO UNDO-BEFORE-IMAGE (UNDO-COUNT)
               ELSE
                   MOVE JOURNAL-BEFORE-IMAGE
                       TO UNDO-BEFORE-IMAGE (UNDO-COUNT)
               END-IF
           ELSE
               MOVE "Y" TO UNDO-OVERFLOW
           END-IF.

       UNDO-THE-LATER-CHANGES.
       IF UNDO-COUNT = ZERO
           DISPLAY "No changes since " AS-OF-DATE
               " - the master is as it stood then."
       ELSE
           DISPLAY "Changes undone, newest first:"
           IF UNDO-OVERFLOW = "Y"
               DISPLAY "  (more changes than can be listed - the"
                   " earliest " UNDO-LIMIT " are shown)"
           END-IF
           MOVE UNDO-COUNT TO UNDO-INDEX
           PERFORM UNDO-ONE-CHANGE
               UNTIL UNDO-INDEX = ZERO.

       UNDO-ONE-CHANGE.
       DISPLAY "  " UNDO-DATE (UNDO-INDEX) " "
           UNDO-TIME (UNDO-INDEX) " " UNDO-ACTION (UNDO-INDEX).
       MOVE UNDO-BEFORE-IMAGE (UNDO-INDEX) TO RECONSTRUCTED-IMAGE.
       SUBTRACT 1 FROM UNDO-INDEX.

      *The rebuilt image is laid over the record area only to show
      *it by field name; nothing is written back.
       SHOW-THE-RECONSTRUCTION.
       DISPLAY " ".
       IF EARLIEST-JOURNAL-DATE NOT = 99999999
           AND AS-OF-DATE < EARLIEST-JOURNAL-DATE
           DISPLAY "Warning: the journal on disk starts "
               EARLIEST-JOURNAL-DATE "; changes before that have"
           DISPLAY "aged out and cannot be undone, so this may not"
               " be the whole story.".
       IF RECONSTRUCTED-IMAGE = SPACES
           DISPLAY "Employee " INQUIRY-EMPLOYEE-ID
               " was not on file at the end of " AS-OF-DATE "."
       ELSE
           MOVE RECONSTRUCTED-IMAGE TO EMPLOYEES-RECORD
           MOVE EMPLOYEES-SALARY TO SALARY-EDIT
           DISPLAY "AS OF THE END OF " AS-OF-DATE ":"
           DISPLAY "  ID: " EMPLOYEES-ID " " EMPLOYEES-NAME " "
               EMPLOYEES-LASTNAMES
           DISPLAY "  DEPARTMENT: " EMPLOYEES-DEPARTMENT
               " JOB: " EMPLOYEES-JOB-TITLE
           DISPLAY "  SALARY: " SALARY-EDIT
               " GRADE: " EMPLOYEES-PAY-GRADE
               " BRANCH: " EMPLOYEES-BRANCH
               " MANAGER: " EMPLOYEES-MANAGER-ID
           DISPLAY "  STATUS: " EMPLOYEES-STATUS
               " TYPE: " EMPLOYEES-EMPLOYMENT-TYPE
               " SHIFT: " EMPLOYEES-SHIFT-CODE
           DISPLAY "  HIRED: " EMPLOYEES-HIRE-DATE
               " TERMINATED: " EMPLOYEES-TERM-DATE
               " REASON: " EMPLOYEES-TERM-REASON
           DISPLAY "  PHONE: " EMPLOYEES-PHONE
           DISPLAY "  ADDRESS: " EMPLOYEES-STREET
           DISPLAY "           " EMPLOYEES-CITY " "
               EMPLOYEES-POSTAL-CODE " " EMPLOYEES-COUNTRY.

       READ-NEXT-JOURNAL-ENTRY.
       READ JOURNAL-FILE NEXT RECORD
       AT END MOVE "Y" TO END-OF-JOURNAL.

       END PROGRAM EmployeePointInTimeInquiry.
