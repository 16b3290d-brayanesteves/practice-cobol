       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeTaxCertificates.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "ArchivePhysicalFile.cbl".
       COPY "AccumulatorPhysicalFile.cbl".
       COPY "PayHistoryPhysicalFile.cbl".
       COPY "BranchPhysicalFile.cbl".

       SELECT SORT-WORK-FILE
       ASSIGN TO "taxcertsort.tmp".

      *The electronic year-end filing for the tax authorities: per
      *country an H header, one D line per certificate, and a T
      *trailer carrying the count and the totals the authority
      *proves the batch against. Every field is fixed width and
      *every amount unsigned with two implied decimals.
       SELECT TAX-FILING-FILE
       ASSIGN TO "taxfiling.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "ArchiveLogicFile.cbl".
       COPY "AccumulatorLogicFile.cbl".
       COPY "PayHistoryLogicFile.cbl".
       COPY "BranchLogicFile.cbl".

      *One record per certificate, sorted by country so each
      *country's certificates and filing batch come out together.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-COUNTRY PIC X(3).
           05  SORT-EMPLOYEE-ID PIC 9(6).
           05  SORT-GROSS PIC 9(9)V99.
           05  SORT-TAXABLE PIC 9(9)V99.
           05  SORT-INCOME-TAX PIC 9(9)V99.
           05  SORT-SOCIAL-TAX PIC 9(9)V99.
      *Y when the year's pay was earned in more than one country and
      *this certificate carries only this country's share.
           05  SORT-SPLIT PIC X(1).

       FD TAX-FILING-FILE.
       01 TAX-FILING-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  ARCHIVE-FILE-STATUS PIC X(2).
       01  ACCUMULATOR-STATUS PIC X(2).
       01  PAY-HISTORY-STATUS PIC X(2).
       01  BRANCH-FILE-STATUS PIC X(2).
       01  READ-ALL PIC X.
       77  DONE-WITH-EMPLOYEE PIC X.
       77  HISTORY-ON-FILE PIC X.
       77  ARCHIVE-ON-FILE PIC X.
       77  BRANCHES-ON-FILE PIC X.
       77  PERSON-WAS-FOUND PIC X.
       77  BATCH-IS-OPEN PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  TODAYS-DATE-PARTS REDEFINES TODAYS-DATE.
           05  TODAYS-YEAR PIC 9(4).
           05  TODAYS-MONTH PIC 9(2).
           05  TODAYS-DAY PIC 9(2).
      *The year certified - last year, since certificates go out
      *after the year closes, unless TAX_YEAR in the environment
      *re-runs another.
       01  TAX-YEAR PIC 9(4).
       01  TAX-YEAR-WANTED PIC X(4) VALUE SPACES.
       01  HISTORY-DATE PIC 9(8).
       01  HISTORY-DATE-PARTS REDEFINES HISTORY-DATE.
           05  HISTORY-YEAR PIC 9(4).
           05  FILLER PIC 9(4).
       01  TERM-DATE-HELD PIC 9(8).
       01  TERM-DATE-PARTS REDEFINES TERM-DATE-HELD.
           05  TERM-YEAR PIC 9(4).
           05  FILLER PIC 9(4).

      *The year's totals for one employee, summed across the four
      *quarterly accumulators. A rehire keeps the original ID, so
      *both spells of employment are already in the same figures.
       01  YEAR-EMPLOYEE-ID PIC 9(6) VALUE ZERO.
       01  YEAR-TOTALS.
           05  YEAR-GROSS PIC 9(9)V99.
           05  YEAR-TAXABLE PIC 9(9)V99.
           05  YEAR-INCOME-TAX PIC 9(9)V99.
           05  YEAR-SOCIAL-TAX PIC 9(9)V99.

      *The same year from pay history, split by the country of the
      *branch each pay run was paid at.
       01  COUNTRY-LIMIT PIC 9(2) VALUE 10.
       01  COUNTRY-COUNT PIC 9(2).
       01  COUNTRY-INDEX PIC 9(2).
       01  COUNTRY-WAS-FOUND PIC X.
       01  COUNTRY-SEEK PIC X(3).
       01  COUNTRY-TABLE.
           05  COUNTRY-ENTRY OCCURS 10 TIMES.
               10  CT-COUNTRY PIC X(3).
               10  CT-GROSS PIC 9(9)V99.
               10  CT-TAXABLE PIC 9(9)V99.
               10  CT-INCOME-TAX PIC 9(9)V99.
               10  CT-SOCIAL-TAX PIC 9(9)V99.
       01  HISTORY-TAXABLE PIC 9(9)V99.
       01  HISTORY-INCOME-TAX PIC 9(9)V99.

       01  PERSON-NAME PIC X(25).
       01  PERSON-LASTNAMES PIC X(25).
       01  PERSON-BRANCH PIC X(3).
       01  PERSON-HIRE-DATE PIC 9(8).
       01  PERSON-TERM-DATE PIC 9(8).
       01  PERSON-STATUS PIC X(1).

       01  CURRENT-COUNTRY PIC X(3).
       01  CERTIFICATES-PRINTED PIC 9(5) VALUE ZERO.
       01  SPLIT-CERTIFICATES PIC 9(5) VALUE ZERO.
       01  BATCH-COUNT PIC 9(6).
       01  BATCH-TAXABLE PIC 9(11)V99.
       01  BATCH-INCOME-TAX PIC 9(11)V99.
       01  BATCH-SOCIAL-TAX PIC 9(11)V99.
       01  COUNT-DISPLAY PIC Z(4)9.

       01  FILING-HEADER.
           05  FILLER PIC X(1) VALUE "H".
           05  FILLER PIC X(1) VALUE SPACES.
           05  FH-TAX-YEAR PIC 9(4).
           05  FILLER PIC X(1) VALUE SPACES.
           05  FH-COUNTRY PIC X(3).
           05  FILLER PIC X(1) VALUE SPACES.
           05  FH-RUN-DATE PIC 9(8).

       01  FILING-DETAIL.
           05  FILLER PIC X(1) VALUE "D".
           05  FILLER PIC X(1) VALUE SPACES.
           05  FD-TAX-YEAR PIC 9(4).
           05  FILLER PIC X(1) VALUE SPACES.
           05  FD-COUNTRY PIC X(3).
           05  FILLER PIC X(1) VALUE SPACES.
           05  FD-EMPLOYEE-ID PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACES.
           05  FD-LASTNAMES PIC X(25).
           05  FILLER PIC X(1) VALUE SPACES.
           05  FD-NAME PIC X(25).
           05  FILLER PIC X(1) VALUE SPACES.
           05  FD-TAXABLE PIC 9(9)V99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  FD-INCOME-TAX PIC 9(9)V99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  FD-SOCIAL-TAX PIC 9(9)V99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  FD-TERM-DATE PIC 9(8).

       01  FILING-TRAILER.
           05  FILLER PIC X(1) VALUE "T".
           05  FILLER PIC X(1) VALUE SPACES.
           05  FT-TAX-YEAR PIC 9(4).
           05  FILLER PIC X(1) VALUE SPACES.
           05  FT-COUNTRY PIC X(3).
           05  FILLER PIC X(1) VALUE SPACES.
           05  FT-COUNT PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACES.
           05  FT-TAXABLE PIC 9(11)V99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  FT-INCOME-TAX PIC 9(11)V99.
           05  FILLER PIC X(1) VALUE SPACES.
           05  FT-SOCIAL-TAX PIC 9(11)V99.

       01  CERTIFICATE-LINE.
           05  FILLER PIC X(4) VALUE SPACES.
           05  CL-DESCRIPTION PIC X(30).
           05  CL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

       01  CERTIFICATE-TEXT PIC X(132).
       01  COUNTRY-NAME PIC X(4).

       77  EQ-SOURCE PIC X(20) VALUE "TAXCERT".
       77  EQ-EMPLOYEE-ID PIC 9(6).
       77  EQ-SEVERITY PIC X(1).
       77  EQ-TEXT PIC X(40).
       77  EQ-STATUS PIC X(2).

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "taxcert".
       77  RW-TITLE PIC X(60)
           VALUE "YEAR-END TAX CERTIFICATE".
       77  RW-COLUMN-HEADING PIC X(132) VALUE SPACES.
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *The year-end tax certificates and the electronic filing that
      *goes with them. Taxable earnings and tax withheld come from
      *the year's quarterly accumulators, one certificate per
      *employee per branch country, one page each through the
      *shared report writer, in country order. Anyone paid in more
      *than one country during the year gets a certificate for each,
      *split by the branch on each run in pay history; a split that
      *does not add back to the accumulators is queued to the
      *exception workbench. Terminated and archived employees are
      *certified from the same figures, and a rehire keeps the
      *original ID, so one certificate covers both spells. Each
      *country's certificates also go to taxfiling.dat as one
      *header, detail and trailer batch.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM OPEN-THE-REPORT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-COUNTRY SORT-EMPLOYEE-ID
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS PRINT-THE-CERTIFICATES
           PERFORM CLOSE-THE-REPORT.
       PERFORM CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           MOVE CERTIFICATES-PRINTED TO COUNT-DISPLAY
           DISPLAY "Tax certificates for " TAX-YEAR ": "
               COUNT-DISPLAY "."
           MOVE SPLIT-CERTIFICATES TO COUNT-DISPLAY
           DISPLAY "Certificates split across countries: "
               COUNT-DISPLAY ".".
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       COMPUTE TAX-YEAR = TODAYS-YEAR - 1.
       ACCEPT TAX-YEAR-WANTED FROM ENVIRONMENT "TAX_YEAR".
       IF TAX-YEAR-WANTED NOT = SPACES
           MOVE TAX-YEAR-WANTED TO TAX-YEAR.
       OPEN INPUT ACCUMULATOR-FILE.
       IF ACCUMULATOR-STATUS NOT = "00"
           DISPLAY "No accumulators on file - nothing to certify."
           MOVE 1 TO RETURN-CODE.
      *Pulled from the environment so a test run can point at a
      *scratch copy instead of the real data file.
       IF RETURN-CODE = ZERO
           ACCEPT EMPLOYEES-DATA-FILE FROM ENVIRONMENT
               "EMPLOYEES_DATA_FILE"
           IF EMPLOYEES-DATA-FILE = SPACES
               MOVE "employees.dat" TO EMPLOYEES-DATA-FILE
           END-IF
           OPEN INPUT EMPLOYEES-FILE
           IF EMPLOYEES-FILE-STATUS NOT = "00"
               DISPLAY "Error opening employees.dat, status code "
                   EMPLOYEES-FILE-STATUS "."
               MOVE 1 TO RETURN-CODE
               CLOSE ACCUMULATOR-FILE
           END-IF
       END-IF.
      *No pay history means every certificate goes to the country
      *of the employee's branch today; no archive means a purged
      *leaver is certified by ID alone; no branch file means every
      *branch is at home.
       IF RETURN-CODE = ZERO
           MOVE "Y" TO HISTORY-ON-FILE
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-STATUS NOT = "00"
               MOVE "N" TO HISTORY-ON-FILE
           END-IF
           MOVE "Y" TO ARCHIVE-ON-FILE
           OPEN INPUT EMPLOYEES-ARCHIVE
           IF ARCHIVE-FILE-STATUS NOT = "00"
               MOVE "N" TO ARCHIVE-ON-FILE
           END-IF
           MOVE "Y" TO BRANCHES-ON-FILE
           OPEN INPUT BRANCH-FILE
           IF BRANCH-FILE-STATUS NOT = "00"
               MOVE "N" TO BRANCHES-ON-FILE
           END-IF
           OPEN OUTPUT TAX-FILING-FILE
       END-IF.

       CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           CLOSE ACCUMULATOR-FILE
           CLOSE EMPLOYEES-FILE
           CLOSE TAX-FILING-FILE
           IF HISTORY-ON-FILE = "Y"
               CLOSE PAY-HISTORY-FILE
           END-IF
           IF ARCHIVE-ON-FILE = "Y"
               CLOSE EMPLOYEES-ARCHIVE
           END-IF
           IF BRANCHES-ON-FILE = "Y"
               CLOSE BRANCH-FILE.

      *An employee's quarters for a year sit together on ytd.dat, so
      *the year's totals are complete when the employee changes.
       LOAD-SORT-FILE.
       MOVE ZERO TO YEAR-EMPLOYEE-ID.
       MOVE ZERO TO YEAR-GROSS YEAR-TAXABLE YEAR-INCOME-TAX
           YEAR-SOCIAL-TAX.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-ACCUMULATOR.
       PERFORM ADD-ONE-ACCUMULATOR
           UNTIL READ-ALL = "1".
       PERFORM RELEASE-THE-EMPLOYEE THRU RELEASE-THE-EMPLOYEE-EXIT.

       ADD-ONE-ACCUMULATOR.
       IF ACCUM-YEAR = TAX-YEAR
           IF ACCUM-EMPLOYEE-ID NOT = YEAR-EMPLOYEE-ID
               PERFORM RELEASE-THE-EMPLOYEE
                   THRU RELEASE-THE-EMPLOYEE-EXIT
               MOVE ACCUM-EMPLOYEE-ID TO YEAR-EMPLOYEE-ID
               MOVE ZERO TO YEAR-GROSS YEAR-TAXABLE YEAR-INCOME-TAX
                   YEAR-SOCIAL-TAX
           END-IF
           ADD ACCUM-GROSS TO YEAR-GROSS
           ADD ACCUM-TAXABLE TO YEAR-TAXABLE
           ADD ACCUM-INCOME-TAX TO YEAR-INCOME-TAX
           ADD ACCUM-SOCIAL-TAX TO YEAR-SOCIAL-TAX.
       PERFORM READ-NEXT-ACCUMULATOR.

      *Someone with nothing paid and nothing withheld in the year
      *gets no certificate.
       RELEASE-THE-EMPLOYEE.
       IF YEAR-EMPLOYEE-ID = ZERO
           GO TO RELEASE-THE-EMPLOYEE-EXIT.
       IF YEAR-GROSS = ZERO AND YEAR-TAXABLE = ZERO
           AND YEAR-INCOME-TAX = ZERO AND YEAR-SOCIAL-TAX = ZERO
           GO TO RELEASE-THE-EMPLOYEE-EXIT.
       PERFORM SPLIT-BY-COUNTRY THRU SPLIT-BY-COUNTRY-EXIT.
       MOVE YEAR-EMPLOYEE-ID TO SORT-EMPLOYEE-ID.
       IF COUNTRY-COUNT > 1
           PERFORM RELEASE-THE-SPLIT
           GO TO RELEASE-THE-EMPLOYEE-EXIT.
       IF COUNTRY-COUNT = 1
           MOVE CT-COUNTRY(1) TO SORT-COUNTRY
       ELSE
           PERFORM FETCH-THE-PERSON
           MOVE PERSON-BRANCH TO COUNTRY-SEEK
           PERFORM FIND-THE-BRANCH-COUNTRY
           MOVE COUNTRY-SEEK TO SORT-COUNTRY.
       MOVE YEAR-GROSS TO SORT-GROSS.
       MOVE YEAR-TAXABLE TO SORT-TAXABLE.
       MOVE YEAR-INCOME-TAX TO SORT-INCOME-TAX.
       MOVE YEAR-SOCIAL-TAX TO SORT-SOCIAL-TAX.
       MOVE "N" TO SORT-SPLIT.
       RELEASE SORT-RECORD.
       RELEASE-THE-EMPLOYEE-EXIT.
       EXIT.

      *Each country gets the share pay history says was paid there.
      *Should those shares not add back to the accumulators - a run
      *posted to one but not the other - the certificates are still
      *cut from history and the difference is left for payroll.
       RELEASE-THE-SPLIT.
       MOVE ZERO TO HISTORY-TAXABLE HISTORY-INCOME-TAX.
       MOVE 1 TO COUNTRY-INDEX.
       PERFORM RELEASE-ONE-COUNTRY
           UNTIL COUNTRY-INDEX > COUNTRY-COUNT.
       IF HISTORY-TAXABLE NOT = YEAR-TAXABLE
           OR HISTORY-INCOME-TAX NOT = YEAR-INCOME-TAX
           MOVE "E" TO EQ-SEVERITY
           MOVE "SPLIT CERTIFICATES OFF ACCUMULATORS"
               TO EQ-TEXT
           PERFORM QUEUE-AN-EXCEPTION.

       RELEASE-ONE-COUNTRY.
       MOVE CT-COUNTRY(COUNTRY-INDEX) TO SORT-COUNTRY.
       MOVE CT-GROSS(COUNTRY-INDEX) TO SORT-GROSS.
       MOVE CT-TAXABLE(COUNTRY-INDEX) TO SORT-TAXABLE.
       MOVE CT-INCOME-TAX(COUNTRY-INDEX) TO SORT-INCOME-TAX.
       MOVE CT-SOCIAL-TAX(COUNTRY-INDEX) TO SORT-SOCIAL-TAX.
       MOVE "Y" TO SORT-SPLIT.
       RELEASE SORT-RECORD.
       ADD CT-TAXABLE(COUNTRY-INDEX) TO HISTORY-TAXABLE.
       ADD CT-INCOME-TAX(COUNTRY-INDEX) TO HISTORY-INCOME-TAX.
       ADD 1 TO COUNTRY-INDEX.

      *The year a pay run belongs to is the year of its pay date,
      *the same rule the accumulator posting uses.
       SPLIT-BY-COUNTRY.
       MOVE ZERO TO COUNTRY-COUNT.
       IF HISTORY-ON-FILE = "N"
           GO TO SPLIT-BY-COUNTRY-EXIT.
       MOVE YEAR-EMPLOYEE-ID TO PAYHIST-EMPLOYEE-ID.
       MOVE ZERO TO PAYHIST-PERIOD.
       START PAY-HISTORY-FILE
           KEY IS NOT LESS THAN PAYHIST-KEY
           INVALID KEY
               GO TO SPLIT-BY-COUNTRY-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM SPLIT-ONE-HISTORY
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       SPLIT-BY-COUNTRY-EXIT.
       EXIT.

       SPLIT-ONE-HISTORY.
       READ PAY-HISTORY-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF PAYHIST-EMPLOYEE-ID NOT = YEAR-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               MOVE PAYHIST-PAY-DATE TO HISTORY-DATE
               IF HISTORY-YEAR = TAX-YEAR
                   PERFORM ADD-THE-HISTORY-IN
               END-IF
           END-IF.

      *More countries than the table holds is not expected with
      *three branches; any overflow stays with the first country.
       ADD-THE-HISTORY-IN.
       MOVE PAYHIST-BRANCH TO COUNTRY-SEEK.
       PERFORM FIND-THE-BRANCH-COUNTRY.
       MOVE "N" TO COUNTRY-WAS-FOUND.
       MOVE 1 TO COUNTRY-INDEX.
       PERFORM LOOK-FOR-COUNTRY-ENTRY
           UNTIL COUNTRY-WAS-FOUND = "Y"
           OR COUNTRY-INDEX > COUNTRY-COUNT.
       IF COUNTRY-WAS-FOUND = "N"
           IF COUNTRY-COUNT < COUNTRY-LIMIT
               ADD 1 TO COUNTRY-COUNT
               MOVE COUNTRY-COUNT TO COUNTRY-INDEX
               MOVE COUNTRY-SEEK TO CT-COUNTRY(COUNTRY-INDEX)
               MOVE ZERO TO CT-GROSS(COUNTRY-INDEX)
                   CT-TAXABLE(COUNTRY-INDEX)
                   CT-INCOME-TAX(COUNTRY-INDEX)
                   CT-SOCIAL-TAX(COUNTRY-INDEX)
           ELSE
               MOVE 1 TO COUNTRY-INDEX
           END-IF.
       ADD PAYHIST-GROSS TO CT-GROSS(COUNTRY-INDEX).
       ADD PAYHIST-TAXABLE TO CT-TAXABLE(COUNTRY-INDEX).
       ADD PAYHIST-INCOME-TAX TO CT-INCOME-TAX(COUNTRY-INDEX).
       ADD PAYHIST-SOCIAL-TAX TO CT-SOCIAL-TAX(COUNTRY-INDEX).

       LOOK-FOR-COUNTRY-ENTRY.
       IF CT-COUNTRY(COUNTRY-INDEX) = COUNTRY-SEEK
           MOVE "Y" TO COUNTRY-WAS-FOUND
       ELSE
           ADD 1 TO COUNTRY-INDEX.

      *Turns the branch code in COUNTRY-SEEK into that branch's
      *country; spaces, the home country, for a branch not on file.
       FIND-THE-BRANCH-COUNTRY.
       IF BRANCHES-ON-FILE = "N"
           MOVE SPACES TO COUNTRY-SEEK
       ELSE
           MOVE COUNTRY-SEEK TO BRANCH-CODE
           READ BRANCH-FILE RECORD
               INVALID KEY
                   MOVE SPACES TO BRANCH-COUNTRY
           END-READ
           MOVE BRANCH-COUNTRY TO COUNTRY-SEEK.

      *A leaver purged from the master since is found in the
      *archive; someone in neither is certified by ID alone.
       FETCH-THE-PERSON.
       MOVE "Y" TO PERSON-WAS-FOUND.
       MOVE SORT-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO PERSON-WAS-FOUND
       END-READ.
       IF PERSON-WAS-FOUND = "Y"
           MOVE EMPLOYEES-NAME TO PERSON-NAME
           MOVE EMPLOYEES-LASTNAMES TO PERSON-LASTNAMES
           MOVE EMPLOYEES-BRANCH TO PERSON-BRANCH
           MOVE EMPLOYEES-HIRE-DATE TO PERSON-HIRE-DATE
           MOVE EMPLOYEES-TERM-DATE TO PERSON-TERM-DATE
           MOVE EMPLOYEES-STATUS TO PERSON-STATUS
       ELSE
           PERFORM FETCH-FROM-THE-ARCHIVE.

       FETCH-FROM-THE-ARCHIVE.
       MOVE SPACES TO PERSON-NAME PERSON-BRANCH.
       MOVE "(NOT ON MASTER)" TO PERSON-LASTNAMES.
       MOVE ZERO TO PERSON-HIRE-DATE PERSON-TERM-DATE.
       MOVE "T" TO PERSON-STATUS.
       IF ARCHIVE-ON-FILE = "Y"
           MOVE SORT-EMPLOYEE-ID TO ARCHIVE-ID
           READ EMPLOYEES-ARCHIVE RECORD
               INVALID KEY
                   MOVE "N" TO PERSON-WAS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO PERSON-WAS-FOUND
                   MOVE ARCHIVE-NAME TO PERSON-NAME
                   MOVE ARCHIVE-LASTNAMES TO PERSON-LASTNAMES
                   MOVE ARCHIVE-BRANCH TO PERSON-BRANCH
                   MOVE ARCHIVE-HIRE-DATE TO PERSON-HIRE-DATE
                   MOVE ARCHIVE-TERM-DATE TO PERSON-TERM-DATE
           END-READ.

       PRINT-THE-CERTIFICATES.
       MOVE "N" TO BATCH-IS-OPEN.
       MOVE "0" TO READ-ALL.
       PERFORM RETURN-NEXT-SORTED-RECORD.
       PERFORM PRINT-ONE-CERTIFICATE
           UNTIL READ-ALL = "1".
       IF BATCH-IS-OPEN = "Y"
           PERFORM WRITE-THE-TRAILER.

       PRINT-ONE-CERTIFICATE.
       IF BATCH-IS-OPEN = "N"
           OR SORT-COUNTRY NOT = CURRENT-COUNTRY
           PERFORM START-A-NEW-BATCH.
       PERFORM FETCH-THE-PERSON.
       PERFORM PRINT-THE-CERTIFICATE.
       PERFORM WRITE-THE-DETAIL.
       ADD 1 TO CERTIFICATES-PRINTED.
       IF SORT-SPLIT = "Y"
           ADD 1 TO SPLIT-CERTIFICATES.
       PERFORM RETURN-NEXT-SORTED-RECORD.

       START-A-NEW-BATCH.
       IF BATCH-IS-OPEN = "Y"
           PERFORM WRITE-THE-TRAILER.
       MOVE SORT-COUNTRY TO CURRENT-COUNTRY.
       MOVE ZERO TO BATCH-COUNT BATCH-TAXABLE BATCH-INCOME-TAX
           BATCH-SOCIAL-TAX.
       MOVE TAX-YEAR TO FH-TAX-YEAR.
       MOVE CURRENT-COUNTRY TO FH-COUNTRY.
       MOVE TODAYS-DATE TO FH-RUN-DATE.
       MOVE SPACES TO TAX-FILING-LINE.
       MOVE FILING-HEADER TO TAX-FILING-LINE.
       WRITE TAX-FILING-LINE.
       MOVE "Y" TO BATCH-IS-OPEN.

      *The term date goes on the filing only when the employee left
      *in the year certified; a rehire back at work carries zero.
       WRITE-THE-DETAIL.
       MOVE TAX-YEAR TO FD-TAX-YEAR.
       MOVE CURRENT-COUNTRY TO FD-COUNTRY.
       MOVE SORT-EMPLOYEE-ID TO FD-EMPLOYEE-ID.
       MOVE PERSON-LASTNAMES TO FD-LASTNAMES.
       MOVE PERSON-NAME TO FD-NAME.
       MOVE SORT-TAXABLE TO FD-TAXABLE.
       MOVE SORT-INCOME-TAX TO FD-INCOME-TAX.
       MOVE SORT-SOCIAL-TAX TO FD-SOCIAL-TAX.
       MOVE PERSON-TERM-DATE TO TERM-DATE-HELD.
       IF TERM-YEAR = TAX-YEAR
           MOVE PERSON-TERM-DATE TO FD-TERM-DATE
       ELSE
           MOVE ZERO TO FD-TERM-DATE.
       MOVE SPACES TO TAX-FILING-LINE.
       MOVE FILING-DETAIL TO TAX-FILING-LINE.
       WRITE TAX-FILING-LINE.
       ADD 1 TO BATCH-COUNT.
       ADD SORT-TAXABLE TO BATCH-TAXABLE.
       ADD SORT-INCOME-TAX TO BATCH-INCOME-TAX.
       ADD SORT-SOCIAL-TAX TO BATCH-SOCIAL-TAX.

       WRITE-THE-TRAILER.
       MOVE TAX-YEAR TO FT-TAX-YEAR.
       MOVE CURRENT-COUNTRY TO FT-COUNTRY.
       MOVE BATCH-COUNT TO FT-COUNT.
       MOVE BATCH-TAXABLE TO FT-TAXABLE.
       MOVE BATCH-INCOME-TAX TO FT-INCOME-TAX.
       MOVE BATCH-SOCIAL-TAX TO FT-SOCIAL-TAX.
       MOVE SPACES TO TAX-FILING-LINE.
       MOVE FILING-TRAILER TO TAX-FILING-LINE.
       WRITE TAX-FILING-LINE.

       PRINT-THE-CERTIFICATE.
       IF SORT-COUNTRY = SPACES
           MOVE "HOME" TO COUNTRY-NAME
       ELSE
           MOVE SORT-COUNTRY TO COUNTRY-NAME.
       MOVE SPACES TO CERTIFICATE-TEXT.
       STRING "TAX YEAR " TAX-YEAR "    COUNTRY " COUNTRY-NAME
           DELIMITED BY SIZE INTO CERTIFICATE-TEXT.
       PERFORM WRITE-CERTIFICATE-TEXT.
       MOVE SPACES TO CERTIFICATE-TEXT.
       PERFORM WRITE-CERTIFICATE-TEXT.
       MOVE SPACES TO CERTIFICATE-TEXT.
       STRING "EMPLOYEE " SORT-EMPLOYEE-ID "  " PERSON-NAME " "
           PERSON-LASTNAMES
           DELIMITED BY SIZE INTO CERTIFICATE-TEXT.
       PERFORM WRITE-CERTIFICATE-TEXT.
       MOVE SPACES TO CERTIFICATE-TEXT.
       MOVE PERSON-TERM-DATE TO TERM-DATE-HELD.
       IF TERM-YEAR = TAX-YEAR
           STRING "  HIRED " PERSON-HIRE-DATE
               "  LEFT " PERSON-TERM-DATE
               DELIMITED BY SIZE INTO CERTIFICATE-TEXT
       ELSE
           STRING "  HIRED " PERSON-HIRE-DATE
               DELIMITED BY SIZE INTO CERTIFICATE-TEXT.
       PERFORM WRITE-CERTIFICATE-TEXT.
       MOVE SPACES TO CERTIFICATE-TEXT.
       PERFORM WRITE-CERTIFICATE-TEXT.
       MOVE SPACES TO CERTIFICATE-LINE.
       MOVE "GROSS EARNINGS" TO CL-DESCRIPTION.
       MOVE SORT-GROSS TO CL-AMOUNT.
       PERFORM WRITE-CERTIFICATE-LINE.
       MOVE SPACES TO CERTIFICATE-LINE.
       MOVE "TAXABLE EARNINGS" TO CL-DESCRIPTION.
       MOVE SORT-TAXABLE TO CL-AMOUNT.
       PERFORM WRITE-CERTIFICATE-LINE.
       MOVE SPACES TO CERTIFICATE-LINE.
       MOVE "INCOME TAX WITHHELD" TO CL-DESCRIPTION.
       MOVE SORT-INCOME-TAX TO CL-AMOUNT.
       PERFORM WRITE-CERTIFICATE-LINE.
       MOVE SPACES TO CERTIFICATE-LINE.
       MOVE "SOCIAL TAX WITHHELD" TO CL-DESCRIPTION.
       MOVE SORT-SOCIAL-TAX TO CL-AMOUNT.
       PERFORM WRITE-CERTIFICATE-LINE.
       MOVE SPACES TO CERTIFICATE-TEXT.
       PERFORM WRITE-CERTIFICATE-TEXT.
       MOVE SPACES TO CERTIFICATE-TEXT.
       MOVE "  COVERS ALL EMPLOYMENT IN THE YEAR, INCLUDING ANY"
           TO CERTIFICATE-TEXT.
       PERFORM WRITE-CERTIFICATE-TEXT.
       MOVE SPACES TO CERTIFICATE-TEXT.
       MOVE "  PERIOD BEFORE A TERMINATION OR REHIRE."
           TO CERTIFICATE-TEXT.
       PERFORM WRITE-CERTIFICATE-TEXT.
       IF SORT-SPLIT = "Y"
           MOVE SPACES TO CERTIFICATE-TEXT
           MOVE "  PAY EARNED IN THIS COUNTRY ONLY - ANOTHER"
               TO CERTIFICATE-TEXT
           PERFORM WRITE-CERTIFICATE-TEXT
           MOVE SPACES TO CERTIFICATE-TEXT
           MOVE "  CERTIFICATE COVERS THE REST OF THE YEAR."
               TO CERTIFICATE-TEXT
           PERFORM WRITE-CERTIFICATE-TEXT.
      *Each certificate owns its page; the next one starts fresh.
       MOVE "P" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       QUEUE-AN-EXCEPTION.
       MOVE YEAR-EMPLOYEE-ID TO EQ-EMPLOYEE-ID.
       CALL "ExceptionQueueService" USING EQ-SOURCE
           EQ-EMPLOYEE-ID EQ-SEVERITY EQ-TEXT EQ-STATUS.

       OPEN-THE-REPORT.
       MOVE "O" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       CLOSE-THE-REPORT.
       MOVE "C" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       WRITE-CERTIFICATE-LINE.
       MOVE CERTIFICATE-LINE TO CERTIFICATE-TEXT.
       PERFORM WRITE-CERTIFICATE-TEXT.

       WRITE-CERTIFICATE-TEXT.
       MOVE CERTIFICATE-TEXT TO RW-DETAIL.
       MOVE "D" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       CALL-THE-REPORT-WRITER.
       CALL "ReportWriterService" USING RW-REQUEST RW-REPORT-NAME
           RW-TITLE RW-COLUMN-HEADING RW-DETAIL RW-STATUS.

       READ-NEXT-ACCUMULATOR.
       READ ACCUMULATOR-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       RETURN-NEXT-SORTED-RECORD.
       RETURN SORT-WORK-FILE
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeeTaxCertificates.
