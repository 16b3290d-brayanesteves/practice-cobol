       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollFraudAnalytics.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "NetPayPhysicalFile.cbl".
       COPY "BankDetailPhysicalFile.cbl".
       COPY "HoursPhysicalFile.cbl".
       COPY "AbsencePhysicalFile.cbl".

      *Rolled generations of the audit trail, read ahead of the
      *current file so a month-end cut inside the idle window does
      *not make everyone look idle; the catalog says which
      *generations exist.
       SELECT OPTIONAL LOG-GENERATION-FILE
       ASSIGN TO "loggens.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LOG-GENERATION-STATUS.

       SELECT GENERATION-AUDIT-FILE
       ASSIGN TO GENERATION-AUDIT-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GENERATION-AUDIT-STATUS.

      *Declared locally for OPTIONAL and a file status, the same way
      *the audit inquiry declares it.
       SELECT OPTIONAL AUDIT-FILE
       ASSIGN TO "audit.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AUDIT-FILE-STATUS.

      *The last payment file as the payment interface wrote it -
      *what actually went to the bank.
       SELECT OPTIONAL PAYMENT-FILE
       ASSIGN TO "payments.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PAYMENT-FILE-STATUS.

      *Who has been paid lately and every sign of them at work,
      *brought together by employee.
       SELECT ACTIVITY-SORT-FILE
       ASSIGN TO "fraudact.tmp".

      *Every deposit account, so two employees paid into the same
      *one sort next to each other.
       SELECT ACCOUNT-SORT-FILE
       ASSIGN TO "fraudacct.tmp".

      *Phones and home addresses, so employees sharing one sort
      *next to each other.
       SELECT CONTACT-SORT-FILE
       ASSIGN TO "fraudcon.tmp".

      *Written directly rather than through the shared report
      *writer, so it is not catalogued where payroll staff browse
      *their own reports.
       SELECT FRAUD-REPORT-FILE
       ASSIGN TO "fraudscan.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "NetPayLogicFile.cbl".
       COPY "BankDetailLogicFile.cbl".
       COPY "HoursLogicFile.cbl".
       COPY "AbsenceLogicFile.cbl".

       FD LOG-GENERATION-FILE.
       01 LOG-GENERATION-RECORD.
           05 LOGGEN-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 LOGGEN-AUDIT-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 LOGGEN-JOURNAL-NAME PIC X(20).

       FD GENERATION-AUDIT-FILE.
       01 GENERATION-AUDIT-LINE PIC X(200).

       COPY "AuditLogicFile.cbl".

       FD PAYMENT-FILE.
       01 PAYMENT-RECORD.
           05 PAYMENT-RECORD-TYPE PIC X(1).
               88 PAYMENT-HEADER VALUE "H".
               88 PAYMENT-DEPOSIT VALUE "D".
           05 FILLER PIC X(1).
           05 PAYMENT-DEPOSIT-DATA.
               10 PAYMENT-EMPLOYEE-ID PIC 9(6).
               10 FILLER PIC X(1).
               10 PAYMENT-BANK-CODE PIC X(4).
               10 FILLER PIC X(1).
               10 PAYMENT-ACCOUNT PIC 9(10).
               10 FILLER PIC X(1).
               10 PAYMENT-AMOUNT PIC 9(7)V99.
               10 FILLER PIC X(3).
      *The H line carries the run date where the D line has the ID.
           05 PAYMENT-HEADER-DATA REDEFINES PAYMENT-DEPOSIT-DATA.
               10 PAYMENT-RUN-DATE PIC 9(8).
               10 FILLER PIC X(27).

      *P a paid employee with the net they were paid, W a piece of
      *evidence of work - a punch, an absence, or someone keying
      *against the record - with its date.
       SD  ACTIVITY-SORT-FILE.
       01  ACTIVITY-SORT-RECORD.
           05  SORT-ACT-ID PIC 9(6).
           05  SORT-ACT-KIND PIC X(1).
           05  SORT-ACT-DATE PIC 9(8).
           05  SORT-ACT-NET PIC 9(7)V99.

       SD  ACCOUNT-SORT-FILE.
       01  ACCOUNT-SORT-RECORD.
           05  SORT-ACCT-BANK-CODE PIC X(4).
           05  SORT-ACCT-NUMBER PIC 9(10).
           05  SORT-ACCT-ID PIC 9(6).
           05  SORT-ACCT-NAME PIC X(25).

      *The leading key is whichever the pass needs adjacent: the
      *phone, or the street and postal code.
       SD  CONTACT-SORT-FILE.
       01  CONTACT-SORT-RECORD.
           05  SORT-CONTACT-KEY PIC X(45).
           05  SORT-CONTACT-HAS-ACCOUNT PIC X(1).
           05  SORT-CONTACT-ID PIC 9(6).
           05  SORT-CONTACT-NAME PIC X(25).

       FD FRAUD-REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  NET-PAY-STATUS PIC X(2).
       01  BANK-DETAIL-STATUS PIC X(2).
       01  HOURS-FILE-STATUS PIC X(2).
       01  ABSENCE-FILE-STATUS PIC X(2).
       01  AUDIT-FILE-STATUS PIC X(2).
       01  LOG-GENERATION-STATUS PIC X(2).
       01  GENERATION-AUDIT-STATUS PIC X(2).
       01  GENERATION-AUDIT-NAME PIC X(20).
       01  PAYMENT-FILE-STATUS PIC X(2).
       01  READ-ALL PIC X.
       01  END-OF-CATALOG PIC X.
       01  END-OF-GENERATION PIC X.
       77  RECORD-FOUND PIC X.
       77  DONE-WITH-EMPLOYEE PIC X.
       77  FIRST-SORTED-RECORD PIC X.
       01  TODAYS-DATE PIC 9(8).

      *An active employee paid with nothing on file to show they
      *worked for this many weeks is listed - eight unless
      *FRAUD_IDLE_WEEKS says otherwise.
       01  IDLE-WEEKS PIC 9(2) VALUE 8.
       01  IDLE-WEEKS-WANTED PIC X(2) JUSTIFIED RIGHT
           VALUE SPACES.
       01  IDLE-DAYS PIC 9(3).
       01  IDLE-CUTOFF-DATE PIC 9(8).

      *A deposit to an account changed this close to the payment
      *run is listed.
       01  CHANGE-WINDOW-DAYS PIC 9(3) VALUE 30.
       01  CHANGE-CUTOFF-DATE PIC 9(8).
       01  PAYMENT-DATE PIC 9(8) VALUE ZERO.
      *The earlier of the two cutoffs: no generation rolled before
      *it can hold anything either look needs.
       01  SCAN-CUTOFF-DATE PIC 9(8).

      *Bank detail changes released inside the window, taken from
      *the audit trail as it is read for the activity pass; the
      *latest one per employee is kept.
       01  CHANGE-LIMIT PIC 9(4) VALUE 1000.
       01  CHANGE-COUNT PIC 9(4) VALUE ZERO.
       01  CHANGE-INDEX PIC 9(4).
       01  CHANGE-WAS-FOUND PIC X.
       01  CHANGE-TABLE.
           05  CHANGE-ENTRY OCCURS 1000 TIMES.
               10  CHANGE-EMPLOYEE-ID PIC 9(6).
               10  CHANGE-DATE PIC 9(8).
               10  CHANGE-OPERATOR PIC X(8).
       01  WANTED-EMPLOYEE-ID PIC 9(6).

      *One employee's group as it comes back from the activity
      *sort.
       01  GROUP-EMPLOYEE-ID PIC 9(6).
       01  GROUP-PAID PIC X.
       01  GROUP-NET PIC 9(7)V99.
       01  GROUP-LAST-ACTIVITY PIC 9(8).

       01  PREVIOUS-ACCOUNT.
           05  PREV-ACCT-BANK-CODE PIC X(4).
           05  PREV-ACCT-NUMBER PIC 9(10).
           05  PREV-ACCT-ID PIC 9(6).
           05  PREV-ACCT-NAME PIC X(25).

      *The first of each run of matching contacts; account holders
      *sort first, so the leader holds an account whenever anyone
      *sharing the phone or address does.
       01  CONTACT-PASS PIC X.
       01  CONTACT-LEADER.
           05  LEADER-KEY PIC X(45).
           05  LEADER-HAS-ACCOUNT PIC X(1).
           05  LEADER-ID PIC 9(6).
           05  LEADER-NAME PIC X(25).
       01  EMPLOYEE-HAS-ACCOUNT PIC X.

       01  DEPOSIT-PASS PIC X.

       01  IDLE-COUNT PIC 9(5) VALUE ZERO.
       01  SHARED-ACCOUNT-COUNT PIC 9(5) VALUE ZERO.
       01  SHARED-CONTACT-COUNT PIC 9(5) VALUE ZERO.
       01  TERMINATED-PAID-COUNT PIC 9(5) VALUE ZERO.
       01  RECENT-CHANGE-COUNT PIC 9(5) VALUE ZERO.
       01  SECTION-COUNT PIC 9(5).
       01  COUNT-DISPLAY PIC Z(4)9.

      *Arguments for the shared date service.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

       01  HEADING-LINE-1.
           05  FILLER PIC X(50)
               VALUE "PAYROLL FRAUD ANALYTICS - INTERNAL AUDIT ONLY".
           05  FILLER PIC X(10) VALUE "RUN DATE:".
           05  HL1-RUN-DATE PIC 9(8).

       01  HEADING-LINE-2.
           05  FILLER PIC X(20) VALUE "PAYMENT RUN DATE:".
           05  HL2-PAYMENT-DATE PIC 9(8).
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(14) VALUE "IDLE WEEKS:".
           05  HL2-IDLE-WEEKS PIC Z9.

       01  SECTION-LINE PIC X(80).

       01  NOTHING-LINE.
           05  FILLER PIC X(4) VALUE SPACES.
           05  NL-TEXT PIC X(60).

       01  IDLE-HEADING-LINE.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(27) VALUE "NAME".
           05  FILLER PIC X(22) VALUE "DEPARTMENT".
           05  FILLER PIC X(10) VALUE "HIRED".
           05  FILLER PIC X(14) VALUE "      NET PAID".
           05  FILLER PIC X(2) VALUE SPACES.
           05  FILLER PIC X(14) VALUE "LAST ACTIVITY".

       01  IDLE-LINE.
           05  IL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  IL-NAME PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  IL-DEPARTMENT PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  IL-HIRED PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  IL-NET PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  IL-LAST-ACTIVITY PIC X(12).

       01  PAIR-HEADING-LINE.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(27) VALUE "NAME".
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(27) VALUE "NAME".
           05  FILLER PIC X(40) VALUE "SHARED".

       01  PAIR-LINE.
           05  PL-ID-1 PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PL-NAME-1 PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PL-ID-2 PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PL-NAME-2 PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PL-DETAIL PIC X(50).

       01  DEPOSIT-HEADING-LINE.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(27) VALUE "NAME".
           05  FILLER PIC X(6) VALUE "BANK".
           05  FILLER PIC X(12) VALUE "ACCOUNT".
           05  FILLER PIC X(14) VALUE "     DEPOSITED".
           05  FILLER PIC X(2) VALUE SPACES.
           05  FILLER PIC X(40) VALUE "FINDING".

       01  DEPOSIT-LINE.
           05  DPL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DPL-NAME PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DPL-BANK PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DPL-ACCOUNT PIC 9(10).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DPL-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05  FILLER PIC X(4) VALUE SPACES.
           05  DPL-FINDING PIC X(40).

       01  SECTION-TOTAL-LINE.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(16) VALUE "ITEMS LISTED:".
           05  STL-COUNT PIC Z(4)9.

       PROCEDURE DIVISION.
      *The periodic look for someone being paid who should not be,
      *for internal audit's eyes only. Five things are listed:
      *active employees paid this period with no punch, absence, or
      *anyone keying against their record for the idle weeks; bank
      *accounts more than one employee is paid into; employees who
      *share a phone or home address with another employee paid by
      *deposit; terminated people the last payment file still
      *deposited to; and deposits to an account whose bank details
      *changed in the thirty days before the payment run. Nothing
      *is queued on the exception workbench, which the payroll
      *clerks work themselves.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       IF RETURN-CODE = ZERO
           PERFORM FIND-THE-IDLE-PAID
           PERFORM FIND-THE-SHARED-ACCOUNTS
           PERFORM FIND-THE-SHARED-CONTACTS
           MOVE "T" TO DEPOSIT-PASS
           PERFORM CHECK-THE-DEPOSITS
           MOVE "C" TO DEPOSIT-PASS
           PERFORM CHECK-THE-DEPOSITS
           PERFORM CLOSING-PROCEDURE
           MOVE IDLE-COUNT TO COUNT-DISPLAY
           DISPLAY "Paid with no activity:        " COUNT-DISPLAY
           MOVE SHARED-ACCOUNT-COUNT TO COUNT-DISPLAY
           DISPLAY "Shared bank accounts:         " COUNT-DISPLAY
           MOVE SHARED-CONTACT-COUNT TO COUNT-DISPLAY
           DISPLAY "Shared phones and addresses:  " COUNT-DISPLAY
           MOVE TERMINATED-PAID-COUNT TO COUNT-DISPLAY
           DISPLAY "Terminated but deposited to:  " COUNT-DISPLAY
           MOVE RECENT-CHANGE-COUNT TO COUNT-DISPLAY
           DISPLAY "Paid to recently changed:     " COUNT-DISPLAY
           DISPLAY "See fraudscan.rpt.".
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       ACCEPT IDLE-WEEKS-WANTED FROM ENVIRONMENT "FRAUD_IDLE_WEEKS".
       IF IDLE-WEEKS-WANTED NOT = SPACES
           INSPECT IDLE-WEEKS-WANTED
               REPLACING LEADING " " BY "0"
           IF IDLE-WEEKS-WANTED IS NUMERIC
               AND IDLE-WEEKS-WANTED NOT = "00"
               MOVE IDLE-WEEKS-WANTED TO IDLE-WEEKS
           END-IF.
       COMPUTE IDLE-DAYS = IDLE-WEEKS * 7.
       MOVE TODAYS-DATE TO DS-DATE-IN.
       PERFORM STEP-BACK-ONE-DAY IDLE-DAYS TIMES.
       MOVE DS-DATE-IN TO IDLE-CUTOFF-DATE.
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
      *A missing net pay or bank file only empties the sections
      *that need it; the rest still run.
       OPEN INPUT NET-PAY-FILE.
       OPEN INPUT BANK-DETAIL-FILE.
       PERFORM FIND-THE-PAYMENT-DATE.
       MOVE PAYMENT-DATE TO DS-DATE-IN.
       PERFORM STEP-BACK-ONE-DAY CHANGE-WINDOW-DAYS TIMES.
       MOVE DS-DATE-IN TO CHANGE-CUTOFF-DATE.
       IF CHANGE-CUTOFF-DATE < IDLE-CUTOFF-DATE
           MOVE CHANGE-CUTOFF-DATE TO SCAN-CUTOFF-DATE
       ELSE
           MOVE IDLE-CUTOFF-DATE TO SCAN-CUTOFF-DATE.
       OPEN OUTPUT FRAUD-REPORT-FILE.
       MOVE TODAYS-DATE TO HL1-RUN-DATE.
       MOVE SPACES TO REPORT-LINE.
       MOVE HEADING-LINE-1 TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE PAYMENT-DATE TO HL2-PAYMENT-DATE.
       MOVE IDLE-WEEKS TO HL2-IDLE-WEEKS.
       MOVE SPACES TO REPORT-LINE.
       MOVE HEADING-LINE-2 TO REPORT-LINE.
       WRITE REPORT-LINE.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       IF NET-PAY-STATUS = "00"
           CLOSE NET-PAY-FILE.
       IF BANK-DETAIL-STATUS = "00"
           CLOSE BANK-DETAIL-FILE.
       CLOSE FRAUD-REPORT-FILE.

      *The run date from the payment file's header; with no
      *payment file on hand the window runs back from today.
       FIND-THE-PAYMENT-DATE.
       MOVE TODAYS-DATE TO PAYMENT-DATE.
       OPEN INPUT PAYMENT-FILE.
       IF PAYMENT-FILE-STATUS = "00"
           READ PAYMENT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PAYMENT-HEADER
                       MOVE PAYMENT-RUN-DATE TO PAYMENT-DATE
                   END-IF
           END-READ.
       CLOSE PAYMENT-FILE.

       STEP-BACK-ONE-DAY.
       MOVE "P" TO DS-REQUEST.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       MOVE DS-DATE-OUT TO DS-DATE-IN.

       START-A-SECTION.
       MOVE ZERO TO SECTION-COUNT.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       MOVE SECTION-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.

       END-A-SECTION.
       IF SECTION-COUNT = ZERO
           MOVE "NOTHING FOUND." TO NL-TEXT
           PERFORM WRITE-NOTHING-LINE
       ELSE
           MOVE SECTION-COUNT TO STL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE SECTION-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-NOTHING-LINE.
       MOVE SPACES TO REPORT-LINE.
       MOVE NOTHING-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.

      *----------------------------------------------------------------
      *Paid, active, hired before the idle window opened, and not a
      *punch, an absence, or an operator's keystroke against the
      *record since it did.
      *----------------------------------------------------------------
       FIND-THE-IDLE-PAID.
       MOVE "ACTIVE EMPLOYEES PAID WITH NO PUNCHES, ABSENCES OR"
           TO SECTION-LINE.
       MOVE " MANAGER ACTIVITY" TO SECTION-LINE (51:30).
       PERFORM START-A-SECTION.
       IF NET-PAY-STATUS NOT = "00"
           MOVE "NO NETPAY.DAT ON FILE - NOTHING TO CHECK." TO NL-TEXT
           PERFORM WRITE-NOTHING-LINE
       ELSE
           MOVE SPACES TO REPORT-LINE
           MOVE IDLE-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           SORT ACTIVITY-SORT-FILE
               ON ASCENDING KEY SORT-ACT-ID SORT-ACT-KIND
               INPUT PROCEDURE IS RELEASE-THE-ACTIVITY
               OUTPUT PROCEDURE IS SCAN-THE-ACTIVITY
           MOVE SECTION-COUNT TO IDLE-COUNT
           PERFORM END-A-SECTION.

       RELEASE-THE-ACTIVITY.
       MOVE ZEROES TO NETPAY-EMPLOYEE-ID.
       MOVE "0" TO READ-ALL.
       START NET-PAY-FILE
           KEY IS NOT LESS THAN NETPAY-EMPLOYEE-ID
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-NET-PAY.
       PERFORM RELEASE-ONE-NET-PAY
           UNTIL READ-ALL = "1".
       OPEN INPUT HOURS-FILE.
       IF HOURS-FILE-STATUS = "00"
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-HOURS
           PERFORM RELEASE-ONE-HOURS
               UNTIL READ-ALL = "1".
       CLOSE HOURS-FILE.
       OPEN INPUT ABSENCE-FILE.
       IF ABSENCE-FILE-STATUS = "00"
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-ABSENCE
           PERFORM RELEASE-ONE-ABSENCE
               UNTIL READ-ALL = "1".
       CLOSE ABSENCE-FILE.
       PERFORM SCAN-THE-GENERATIONS THRU SCAN-THE-GENERATIONS-DONE.
       OPEN INPUT AUDIT-FILE.
       IF AUDIT-FILE-STATUS = "00"
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-AUDIT-LINE
           PERFORM RELEASE-ONE-AUDIT-LINE
               UNTIL READ-ALL = "1".
       CLOSE AUDIT-FILE.

      *Someone hired inside the window has not had the chance to
      *look idle, and is left out.
       RELEASE-ONE-NET-PAY.
       IF NETPAY-NET > ZERO
           MOVE NETPAY-EMPLOYEE-ID TO EMPLOYEES-ID
           MOVE "Y" TO RECORD-FOUND
           READ EMPLOYEES-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-READ
           IF RECORD-FOUND = "Y"
               AND EMPLOYEES-ACTIVE
               AND EMPLOYEES-HIRE-DATE < IDLE-CUTOFF-DATE
               MOVE NETPAY-EMPLOYEE-ID TO SORT-ACT-ID
               MOVE "P" TO SORT-ACT-KIND
               MOVE ZERO TO SORT-ACT-DATE
               MOVE NETPAY-NET TO SORT-ACT-NET
               RELEASE ACTIVITY-SORT-RECORD
           END-IF.
       PERFORM READ-NEXT-NET-PAY.

       RELEASE-ONE-HOURS.
       MOVE HOURS-EMPLOYEE-ID TO SORT-ACT-ID.
       MOVE HOURS-DATE TO SORT-ACT-DATE.
       PERFORM RELEASE-ONE-ACTIVITY.
       PERFORM READ-NEXT-HOURS.

       RELEASE-ONE-ABSENCE.
       MOVE ABSENCE-EMPLOYEE-ID TO SORT-ACT-ID.
       MOVE ABSENCE-END-DATE TO SORT-ACT-DATE.
       PERFORM RELEASE-ONE-ACTIVITY.
       PERFORM READ-NEXT-ABSENCE.

       RELEASE-ONE-AUDIT-LINE.
       PERFORM JUDGE-THE-AUDIT-LINE.
       PERFORM READ-NEXT-AUDIT-LINE.

      *A batch job's entry carries no operator and proves nobody
      *looked at the person; only an operator's entry counts. The
      *same pass picks up the bank detail changes.
       JUDGE-THE-AUDIT-LINE.
       IF AUDIT-EMPLOYEE-ID NOT = ZERO
           AND AUDIT-OPERATOR NOT = SPACES
           MOVE AUDIT-EMPLOYEE-ID TO SORT-ACT-ID
           MOVE AUDIT-LOG-DATE TO SORT-ACT-DATE
           PERFORM RELEASE-ONE-ACTIVITY.
       IF AUDIT-LOG-ACTION = "BANK-CHG" OR AUDIT-LOG-ACTION = "BANK-ADD"
           IF AUDIT-LOG-DATE NOT < CHANGE-CUTOFF-DATE
               AND AUDIT-LOG-DATE NOT > PAYMENT-DATE
               PERFORM NOTE-A-BANK-CHANGE
           END-IF.

       RELEASE-ONE-ACTIVITY.
       MOVE "W" TO SORT-ACT-KIND.
       MOVE ZERO TO SORT-ACT-NET.
       RELEASE ACTIVITY-SORT-RECORD.

      *The trail runs oldest first, so a later change for the same
      *employee simply replaces the earlier one.
       NOTE-A-BANK-CHANGE.
       MOVE AUDIT-EMPLOYEE-ID TO WANTED-EMPLOYEE-ID.
       PERFORM FIND-THE-CHANGE.
       IF CHANGE-WAS-FOUND = "N"
           IF CHANGE-COUNT >= CHANGE-LIMIT
               DISPLAY "More recent bank changes than the table"
                   " holds - the changed-account list is incomplete."
           ELSE
               ADD 1 TO CHANGE-COUNT
               MOVE CHANGE-COUNT TO CHANGE-INDEX
               MOVE "Y" TO CHANGE-WAS-FOUND.
       IF CHANGE-WAS-FOUND = "Y"
           MOVE AUDIT-EMPLOYEE-ID TO CHANGE-EMPLOYEE-ID (CHANGE-INDEX)
           MOVE AUDIT-LOG-DATE TO CHANGE-DATE (CHANGE-INDEX)
           MOVE AUDIT-OPERATOR TO CHANGE-OPERATOR (CHANGE-INDEX).

       FIND-THE-CHANGE.
       MOVE "N" TO CHANGE-WAS-FOUND.
       MOVE 1 TO CHANGE-INDEX.
       PERFORM LOOK-FOR-CHANGE
           UNTIL CHANGE-WAS-FOUND = "Y"
           OR CHANGE-INDEX > CHANGE-COUNT.

       LOOK-FOR-CHANGE.
       IF CHANGE-EMPLOYEE-ID (CHANGE-INDEX) = WANTED-EMPLOYEE-ID
           MOVE "Y" TO CHANGE-WAS-FOUND
       ELSE
           ADD 1 TO CHANGE-INDEX.

       SCAN-THE-GENERATIONS.
       OPEN INPUT LOG-GENERATION-FILE.
       IF LOG-GENERATION-STATUS NOT = "00"
           GO TO SCAN-THE-GENERATIONS-DONE.
       MOVE "N" TO END-OF-CATALOG.
       PERFORM SCAN-ONE-GENERATION
           UNTIL END-OF-CATALOG = "Y".
       SCAN-THE-GENERATIONS-DONE.
       CLOSE LOG-GENERATION-FILE.

      *Generations older than both the idle window and the bank
      *change window can say nothing about either and are not
      *opened.
       SCAN-ONE-GENERATION.
       READ LOG-GENERATION-FILE
           AT END
               MOVE "Y" TO END-OF-CATALOG
       END-READ.
       IF END-OF-CATALOG = "N"
           AND LOGGEN-DATE NOT < SCAN-CUTOFF-DATE
           MOVE LOGGEN-AUDIT-NAME TO GENERATION-AUDIT-NAME
           OPEN INPUT GENERATION-AUDIT-FILE
           IF GENERATION-AUDIT-STATUS = "00"
               MOVE "N" TO END-OF-GENERATION
               PERFORM WALK-ONE-GENERATION
                   UNTIL END-OF-GENERATION = "Y"
           END-IF
           CLOSE GENERATION-AUDIT-FILE.

      *A generation line carries the same layout the current trail
      *does; moved into the audit record area so one routine judges
      *both.
       WALK-ONE-GENERATION.
       READ GENERATION-AUDIT-FILE
           AT END
               MOVE "Y" TO END-OF-GENERATION
       END-READ.
       IF END-OF-GENERATION = "N"
           MOVE GENERATION-AUDIT-LINE TO AUDIT-LINE
           PERFORM JUDGE-THE-AUDIT-LINE.

       SCAN-THE-ACTIVITY.
       MOVE "Y" TO FIRST-SORTED-RECORD.
       MOVE "0" TO READ-ALL.
       PERFORM RETURN-NEXT-ACTIVITY.
       PERFORM TAKE-ONE-ACTIVITY
           UNTIL READ-ALL = "1".
       IF FIRST-SORTED-RECORD = "N"
           PERFORM JUDGE-THE-ACTIVITY-GROUP.

       TAKE-ONE-ACTIVITY.
       IF FIRST-SORTED-RECORD = "Y"
           MOVE "N" TO FIRST-SORTED-RECORD
           PERFORM START-AN-ACTIVITY-GROUP
       ELSE
           IF SORT-ACT-ID NOT = GROUP-EMPLOYEE-ID
               PERFORM JUDGE-THE-ACTIVITY-GROUP
               PERFORM START-AN-ACTIVITY-GROUP.
       IF SORT-ACT-KIND = "P"
           MOVE "Y" TO GROUP-PAID
           MOVE SORT-ACT-NET TO GROUP-NET
       ELSE
           IF SORT-ACT-DATE > GROUP-LAST-ACTIVITY
               MOVE SORT-ACT-DATE TO GROUP-LAST-ACTIVITY.
       PERFORM RETURN-NEXT-ACTIVITY.

       START-AN-ACTIVITY-GROUP.
       MOVE SORT-ACT-ID TO GROUP-EMPLOYEE-ID.
       MOVE "N" TO GROUP-PAID.
       MOVE ZERO TO GROUP-NET.
       MOVE ZERO TO GROUP-LAST-ACTIVITY.

       JUDGE-THE-ACTIVITY-GROUP.
       IF GROUP-PAID = "Y"
           AND GROUP-LAST-ACTIVITY < IDLE-CUTOFF-DATE
           PERFORM LIST-THE-IDLE-EMPLOYEE.

       LIST-THE-IDLE-EMPLOYEE.
       MOVE GROUP-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "(NOT ON MASTER)" TO EMPLOYEES-NAME
               MOVE SPACES TO EMPLOYEES-DEPARTMENT
               MOVE ZERO TO EMPLOYEES-HIRE-DATE
       END-READ.
       MOVE GROUP-EMPLOYEE-ID TO IL-ID.
       MOVE EMPLOYEES-NAME TO IL-NAME.
       MOVE EMPLOYEES-DEPARTMENT TO IL-DEPARTMENT.
       MOVE EMPLOYEES-HIRE-DATE TO IL-HIRED.
       MOVE GROUP-NET TO IL-NET.
       IF GROUP-LAST-ACTIVITY = ZERO
           MOVE "NONE ON FILE" TO IL-LAST-ACTIVITY
       ELSE
           MOVE GROUP-LAST-ACTIVITY TO IL-LAST-ACTIVITY.
       MOVE SPACES TO REPORT-LINE.
       MOVE IDLE-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       ADD 1 TO SECTION-COUNT.

       RETURN-NEXT-ACTIVITY.
       RETURN ACTIVITY-SORT-FILE
       AT END MOVE "1" TO READ-ALL.

      *----------------------------------------------------------------
      *One bank account on file for two or more employees, whatever
      *the state of its prenote.
      *----------------------------------------------------------------
       FIND-THE-SHARED-ACCOUNTS.
       MOVE "BANK ACCOUNTS SHARED BY MORE THAN ONE EMPLOYEE"
           TO SECTION-LINE.
       PERFORM START-A-SECTION.
       IF BANK-DETAIL-STATUS NOT = "00"
           MOVE "NO BANKDETAILS.DAT ON FILE - NOTHING TO CHECK."
               TO NL-TEXT
           PERFORM WRITE-NOTHING-LINE
       ELSE
           MOVE SPACES TO REPORT-LINE
           MOVE PAIR-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           SORT ACCOUNT-SORT-FILE
               ON ASCENDING KEY SORT-ACCT-BANK-CODE SORT-ACCT-NUMBER
                   SORT-ACCT-ID
               INPUT PROCEDURE IS RELEASE-THE-ACCOUNTS
               OUTPUT PROCEDURE IS SCAN-THE-ACCOUNTS
           MOVE SECTION-COUNT TO SHARED-ACCOUNT-COUNT
           PERFORM END-A-SECTION.

       RELEASE-THE-ACCOUNTS.
       MOVE ZERO TO BANK-EMPLOYEE-ID.
       MOVE ZERO TO BANK-SEQUENCE.
       MOVE "0" TO READ-ALL.
       START BANK-DETAIL-FILE
           KEY IS NOT LESS THAN BANK-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-BANK-DETAIL.
       PERFORM RELEASE-ONE-ACCOUNT
           UNTIL READ-ALL = "1".

       RELEASE-ONE-ACCOUNT.
       MOVE BANK-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "(NOT ON MASTER)" TO EMPLOYEES-NAME
       END-READ.
       MOVE BANK-CODE TO SORT-ACCT-BANK-CODE.
       MOVE BANK-ACCOUNT-NUMBER TO SORT-ACCT-NUMBER.
       MOVE BANK-EMPLOYEE-ID TO SORT-ACCT-ID.
       MOVE EMPLOYEES-NAME TO SORT-ACCT-NAME.
       RELEASE ACCOUNT-SORT-RECORD.
       PERFORM READ-NEXT-BANK-DETAIL.

       SCAN-THE-ACCOUNTS.
       MOVE "Y" TO FIRST-SORTED-RECORD.
       MOVE "0" TO READ-ALL.
       PERFORM RETURN-NEXT-ACCOUNT.
       PERFORM COMPARE-TO-PREVIOUS-ACCOUNT
           UNTIL READ-ALL = "1".

      *The same employee holding one account in two slots is not a
      *finding; two employees on it are.
       COMPARE-TO-PREVIOUS-ACCOUNT.
       IF FIRST-SORTED-RECORD = "Y"
           MOVE "N" TO FIRST-SORTED-RECORD
       ELSE
           IF SORT-ACCT-BANK-CODE = PREV-ACCT-BANK-CODE
               AND SORT-ACCT-NUMBER = PREV-ACCT-NUMBER
               AND SORT-ACCT-ID NOT = PREV-ACCT-ID
               PERFORM LIST-THE-SHARED-ACCOUNT.
       MOVE ACCOUNT-SORT-RECORD TO PREVIOUS-ACCOUNT.
       PERFORM RETURN-NEXT-ACCOUNT.

       LIST-THE-SHARED-ACCOUNT.
       MOVE PREV-ACCT-ID TO PL-ID-1.
       MOVE PREV-ACCT-NAME TO PL-NAME-1.
       MOVE SORT-ACCT-ID TO PL-ID-2.
       MOVE SORT-ACCT-NAME TO PL-NAME-2.
       MOVE SPACES TO PL-DETAIL.
       STRING "BANK " SORT-ACCT-BANK-CODE " ACCOUNT " SORT-ACCT-NUMBER
           DELIMITED BY SIZE INTO PL-DETAIL.
       MOVE SPACES TO REPORT-LINE.
       MOVE PAIR-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       ADD 1 TO SECTION-COUNT.

       RETURN-NEXT-ACCOUNT.
       RETURN ACCOUNT-SORT-FILE
       AT END MOVE "1" TO READ-ALL.

      *----------------------------------------------------------------
      *Two employees on one phone or at one home address, at least
      *one of them paid by deposit - the shape of a made-up
      *employee whose pay lands with a real one. Two sorted passes
      *make them adjacent, first by phone, then by address.
      *----------------------------------------------------------------
       FIND-THE-SHARED-CONTACTS.
       MOVE "EMPLOYEES SHARING A PHONE OR ADDRESS WITH ANOTHER"
           TO SECTION-LINE.
       MOVE " EMPLOYEE'S BANK ACCOUNT" TO SECTION-LINE (50:31).
       PERFORM START-A-SECTION.
       IF BANK-DETAIL-STATUS NOT = "00"
           MOVE "NO BANKDETAILS.DAT ON FILE - NOTHING TO CHECK."
               TO NL-TEXT
           PERFORM WRITE-NOTHING-LINE
       ELSE
           MOVE SPACES TO REPORT-LINE
           MOVE PAIR-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "P" TO CONTACT-PASS
           SORT CONTACT-SORT-FILE
               ON ASCENDING KEY SORT-CONTACT-KEY
               ON DESCENDING KEY SORT-CONTACT-HAS-ACCOUNT
               ON ASCENDING KEY SORT-CONTACT-ID
               INPUT PROCEDURE IS RELEASE-THE-CONTACTS
               OUTPUT PROCEDURE IS SCAN-THE-CONTACTS
           MOVE "A" TO CONTACT-PASS
           SORT CONTACT-SORT-FILE
               ON ASCENDING KEY SORT-CONTACT-KEY
               ON DESCENDING KEY SORT-CONTACT-HAS-ACCOUNT
               ON ASCENDING KEY SORT-CONTACT-ID
               INPUT PROCEDURE IS RELEASE-THE-CONTACTS
               OUTPUT PROCEDURE IS SCAN-THE-CONTACTS
           MOVE SECTION-COUNT TO SHARED-CONTACT-COUNT
           PERFORM END-A-SECTION.

       RELEASE-THE-CONTACTS.
       MOVE ZERO TO EMPLOYEES-ID.
       MOVE "0" TO READ-ALL.
       START EMPLOYEES-FILE
           KEY IS NOT LESS THAN EMPLOYEES-ID
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-EMPLOYEE.
       PERFORM RELEASE-ONE-CONTACT
           UNTIL READ-ALL = "1".

      *Leavers are left to the terminated-deposit section; a blank
      *phone or street never pairs.
       RELEASE-ONE-CONTACT.
       IF NOT EMPLOYEES-TERMINATED
           MOVE SPACES TO SORT-CONTACT-KEY
           IF CONTACT-PASS = "P"
               MOVE EMPLOYEES-PHONE TO SORT-CONTACT-KEY
           ELSE
               IF EMPLOYEES-STREET NOT = SPACES
                   MOVE EMPLOYEES-STREET TO SORT-CONTACT-KEY
                   MOVE EMPLOYEES-POSTAL-CODE
                       TO SORT-CONTACT-KEY (36:10)
               END-IF
           END-IF
           IF SORT-CONTACT-KEY NOT = SPACES
               PERFORM CHECK-FOR-AN-ACCOUNT
               MOVE EMPLOYEE-HAS-ACCOUNT TO SORT-CONTACT-HAS-ACCOUNT
               MOVE EMPLOYEES-ID TO SORT-CONTACT-ID
               MOVE EMPLOYEES-NAME TO SORT-CONTACT-NAME
               RELEASE CONTACT-SORT-RECORD
           END-IF.
       PERFORM READ-NEXT-EMPLOYEE.

       CHECK-FOR-AN-ACCOUNT.
       MOVE "N" TO EMPLOYEE-HAS-ACCOUNT.
       MOVE EMPLOYEES-ID TO BANK-EMPLOYEE-ID.
       MOVE ZERO TO BANK-SEQUENCE.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       START BANK-DETAIL-FILE
           KEY IS NOT LESS THAN BANK-KEY
           INVALID KEY
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-START.
       IF DONE-WITH-EMPLOYEE = "N"
           READ BANK-DETAIL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO DONE-WITH-EMPLOYEE
           END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           AND BANK-EMPLOYEE-ID = EMPLOYEES-ID
           MOVE "Y" TO EMPLOYEE-HAS-ACCOUNT.

       SCAN-THE-CONTACTS.
       MOVE "Y" TO FIRST-SORTED-RECORD.
       MOVE "0" TO READ-ALL.
       PERFORM RETURN-NEXT-CONTACT.
       PERFORM COMPARE-TO-THE-LEADER
           UNTIL READ-ALL = "1".

      *Each employee in a run of the same phone or address is set
      *against the first of the run; when the first has no account
      *nobody in the run has one.
       COMPARE-TO-THE-LEADER.
       IF FIRST-SORTED-RECORD = "Y"
           OR SORT-CONTACT-KEY NOT = LEADER-KEY
           MOVE "N" TO FIRST-SORTED-RECORD
           MOVE CONTACT-SORT-RECORD TO CONTACT-LEADER
       ELSE
           IF LEADER-HAS-ACCOUNT = "Y"
               AND SORT-CONTACT-ID NOT = LEADER-ID
               PERFORM LIST-THE-SHARED-CONTACT.
       PERFORM RETURN-NEXT-CONTACT.

       LIST-THE-SHARED-CONTACT.
       MOVE LEADER-ID TO PL-ID-1.
       MOVE LEADER-NAME TO PL-NAME-1.
       MOVE SORT-CONTACT-ID TO PL-ID-2.
       MOVE SORT-CONTACT-NAME TO PL-NAME-2.
       MOVE SPACES TO PL-DETAIL.
       IF CONTACT-PASS = "P"
           STRING "PHONE " SORT-CONTACT-KEY (1:15)
               DELIMITED BY SIZE INTO PL-DETAIL
       ELSE
           STRING "ADDRESS " SORT-CONTACT-KEY (1:30)
               DELIMITED BY SIZE INTO PL-DETAIL.
       IF SORT-CONTACT-HAS-ACCOUNT = "Y"
           MOVE "BOTH PAID BY DEPOSIT" TO PL-DETAIL (31:20).
       MOVE SPACES TO REPORT-LINE.
       MOVE PAIR-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       ADD 1 TO SECTION-COUNT.

       RETURN-NEXT-CONTACT.
       RETURN CONTACT-SORT-FILE
       AT END MOVE "1" TO READ-ALL.

      *----------------------------------------------------------------
      *The deposits in the last payment file, once for leavers still
      *being paid and once for pay landing in a freshly changed
      *account.
      *----------------------------------------------------------------
       CHECK-THE-DEPOSITS.
       IF DEPOSIT-PASS = "T"
           MOVE "TERMINATED EMPLOYEES STILL RECEIVING DEPOSITS"
               TO SECTION-LINE
       ELSE
           MOVE "DEPOSITS TO ACCOUNTS CHANGED IN THE 30 DAYS BEFORE"
               TO SECTION-LINE
           MOVE " THE PAYMENT RUN" TO SECTION-LINE (51:30).
       PERFORM START-A-SECTION.
       OPEN INPUT PAYMENT-FILE.
       IF PAYMENT-FILE-STATUS NOT = "00"
           MOVE "NO PAYMENTS.DAT ON FILE - NOTHING TO CHECK."
               TO NL-TEXT
           PERFORM WRITE-NOTHING-LINE
       ELSE
           MOVE SPACES TO REPORT-LINE
           MOVE DEPOSIT-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-PAYMENT
           PERFORM CHECK-ONE-DEPOSIT
               UNTIL READ-ALL = "1"
           PERFORM END-A-SECTION.
       CLOSE PAYMENT-FILE.
       IF DEPOSIT-PASS = "T"
           MOVE SECTION-COUNT TO TERMINATED-PAID-COUNT
       ELSE
           MOVE SECTION-COUNT TO RECENT-CHANGE-COUNT.

       CHECK-ONE-DEPOSIT.
       IF PAYMENT-DEPOSIT
           MOVE PAYMENT-EMPLOYEE-ID TO EMPLOYEES-ID
           MOVE "Y" TO RECORD-FOUND
           READ EMPLOYEES-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
                   MOVE "(NOT ON MASTER)" TO EMPLOYEES-NAME
           END-READ
           MOVE SPACES TO DPL-FINDING
           IF DEPOSIT-PASS = "T"
               PERFORM JUDGE-A-LEAVERS-DEPOSIT
           ELSE
               PERFORM JUDGE-A-CHANGED-ACCOUNT
           END-IF
           IF DPL-FINDING NOT = SPACES
               PERFORM LIST-THE-DEPOSIT
           END-IF.
       PERFORM READ-NEXT-PAYMENT.

      *Terminated before the payment run, or paid under an ID the
      *master does not have at all.
       JUDGE-A-LEAVERS-DEPOSIT.
       IF RECORD-FOUND = "N"
           MOVE "NOT ON THE EMPLOYEE MASTER" TO DPL-FINDING
       ELSE
           IF EMPLOYEES-TERMINATED
               AND EMPLOYEES-TERM-DATE < PAYMENT-DATE
               STRING "TERMINATED " EMPLOYEES-TERM-DATE
                   DELIMITED BY SIZE INTO DPL-FINDING.

       JUDGE-A-CHANGED-ACCOUNT.
       MOVE PAYMENT-EMPLOYEE-ID TO WANTED-EMPLOYEE-ID.
       PERFORM FIND-THE-CHANGE.
       IF CHANGE-WAS-FOUND = "Y"
           STRING "CHANGED " CHANGE-DATE (CHANGE-INDEX)
               " BY " CHANGE-OPERATOR (CHANGE-INDEX)
               DELIMITED BY SIZE INTO DPL-FINDING.

       LIST-THE-DEPOSIT.
       MOVE PAYMENT-EMPLOYEE-ID TO DPL-ID.
       MOVE EMPLOYEES-NAME TO DPL-NAME.
       MOVE PAYMENT-BANK-CODE TO DPL-BANK.
       MOVE PAYMENT-ACCOUNT TO DPL-ACCOUNT.
       MOVE PAYMENT-AMOUNT TO DPL-AMOUNT.
       MOVE SPACES TO REPORT-LINE.
       MOVE DEPOSIT-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       ADD 1 TO SECTION-COUNT.

       READ-NEXT-NET-PAY.
       READ NET-PAY-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-HOURS.
       READ HOURS-FILE
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-ABSENCE.
       READ ABSENCE-FILE
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-AUDIT-LINE.
       READ AUDIT-FILE
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-BANK-DETAIL.
       READ BANK-DETAIL-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-EMPLOYEE.
       READ EMPLOYEES-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-PAYMENT.
       READ PAYMENT-FILE
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM PayrollFraudAnalytics.
