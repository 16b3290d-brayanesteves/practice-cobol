       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeProvisioningFeed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "TransferPhysicalFile.cbl".
       COPY "BadgePhysicalFile.cbl".
       COPY "ProvisionFeedPhysicalFile.cbl".
       COPY "ProvisionLogPhysicalFile.cbl".

      *Declared locally for OPTIONAL and a file status, the same way
      *the forward-recovery reader declares it.
       SELECT OPTIONAL JOURNAL-FILE
       ASSIGN TO "journal.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "TransferLogicFile.cbl".
       COPY "BadgeLogicFile.cbl".
       COPY "ProvisionFeedLogicFile.cbl".
       COPY "ProvisionLogLogicFile.cbl".
       COPY "JournalLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  TRANSFER-FILE-STATUS PIC X(2).
       01  BADGE-FILE-STATUS PIC X(2).
       01  PROVISION-FEED-STATUS PIC X(2).
       01  PROVISION-LOG-STATUS PIC X(2).
       01  JOURNAL-FILE-STATUS PIC X(2).
       01  READ-ALL PIC X.
       77  RECORD-FOUND PIC X.
       77  BADGES-ON-FILE PIC X.
       77  DONE-WITH-BADGES PIC X.
       77  BADGE-SLOT PIC 9(1).
       01  TODAYS-DATE PIC 9(8).

      *The day the feed is for comes from PROVISIONING_DATE
      *(YYYYMMDD); left blank it is today.
       01  FEED-WANTED PIC X(8).
       01  FEED-DATE PIC 9(8).

      *Branch, hire date, termination date and status sit at bytes
      *223-225, 232-239, 240-247 and 250 of EMPLOYEES-RECORD and so
      *of both journal images - the same positional peeking the
      *retro pay calculation applies to the salary.
       01  BEFORE-BRANCH PIC X(3).
       01  AFTER-BRANCH PIC X(3).
       01  BEFORE-STATUS PIC X(1).
       01  AFTER-STATUS PIC X(1).
       01  AFTER-HIRE-TEXT PIC X(8).
       01  AFTER-HIRE-DATE REDEFINES AFTER-HIRE-TEXT PIC 9(8).
       01  AFTER-TERM-TEXT PIC X(8).
       01  AFTER-TERM-DATE REDEFINES AFTER-TERM-TEXT PIC 9(8).
       01  JOURNAL-EMPLOYEE-TEXT PIC X(6).
       01  JOURNAL-EMPLOYEE-ID REDEFINES JOURNAL-EMPLOYEE-TEXT
           PIC 9(6).

       01  JOINERS-SENT PIC 9(5) VALUE ZERO.
       01  MOVERS-SENT PIC 9(5) VALUE ZERO.
       01  LEAVERS-SENT PIC 9(5) VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZZZ9.

       PROCEDURE DIVISION.
      *The daily provisioning feed for IT and building access: the
      *day's hires as joiners, department transfers from
      *transfers.dat and branch changes from the journal as movers,
      *and terminations as leavers carrying the live badges to
      *deactivate. A hire or termination keyed late - dated before
      *the feed day but only entered on it - is picked up from the
      *journal so it is not missed. Every record sent is logged in
      *provlog.dat for the acknowledgment match to chase.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-EMPLOYEE
           PERFORM CHECK-ONE-EMPLOYEE
               UNTIL READ-ALL = "1"
           PERFORM FEED-THE-TRANSFERS
           PERFORM FEED-THE-JOURNAL-CHANGES.
       PERFORM CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           DISPLAY "Provisioning feed for " FEED-DATE
               " (see provision.dat):"
           MOVE JOINERS-SENT TO COUNT-DISPLAY
           DISPLAY "  Joiners: " COUNT-DISPLAY
           MOVE MOVERS-SENT TO COUNT-DISPLAY
           DISPLAY "  Movers:  " COUNT-DISPLAY
           MOVE LEAVERS-SENT TO COUNT-DISPLAY
           DISPLAY "  Leavers: " COUNT-DISPLAY.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       ACCEPT FEED-WANTED FROM ENVIRONMENT "PROVISIONING_DATE".
       IF FEED-WANTED NOT = SPACES
           MOVE FEED-WANTED TO FEED-DATE
       ELSE
           MOVE TODAYS-DATE TO FEED-DATE.
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
           PERFORM OPEN-THE-OTHER-FILES.

      *The log is built the first time it is needed, the same way
      *EMPLOYEES-FILE is. No badge file just means no badges to
      *list on the leavers.
       OPEN-THE-OTHER-FILES.
       OPEN I-O PROVISION-LOG-FILE.
       IF PROVISION-LOG-STATUS = "35"
           OPEN OUTPUT PROVISION-LOG-FILE
           CLOSE PROVISION-LOG-FILE
           OPEN I-O PROVISION-LOG-FILE.
       MOVE "Y" TO BADGES-ON-FILE.
       OPEN INPUT BADGE-FILE.
       IF BADGE-FILE-STATUS NOT = "00"
           MOVE "N" TO BADGES-ON-FILE.
       OPEN OUTPUT PROVISION-FEED-FILE.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       IF RETURN-CODE = ZERO
           CLOSE PROVISION-LOG-FILE
           CLOSE PROVISION-FEED-FILE
           IF BADGES-ON-FILE = "Y"
               CLOSE BADGE-FILE
           END-IF.

      *Hires starting and terminations taking effect on the feed
      *day, straight off the master.
       CHECK-ONE-EMPLOYEE.
       IF EMPLOYEES-HIRE-DATE = FEED-DATE
           AND NOT EMPLOYEES-TERMINATED
           PERFORM START-THE-FEED-RECORD
           MOVE "JOINER" TO PRV-ACTION
           MOVE EMPLOYEES-HIRE-DATE TO PRV-EFFECTIVE-DATE
           PERFORM SEND-THE-FEED-RECORD.
       IF EMPLOYEES-TERMINATED
           AND EMPLOYEES-TERM-DATE = FEED-DATE
           PERFORM START-THE-FEED-RECORD
           MOVE "LEAVER" TO PRV-ACTION
           MOVE EMPLOYEES-TERM-DATE TO PRV-EFFECTIVE-DATE
           PERFORM LIST-THE-LIVE-BADGES
           PERFORM SEND-THE-FEED-RECORD.
       PERFORM READ-NEXT-EMPLOYEE.

      *Fills the record from the employee as the master has them
      *now.
       START-THE-FEED-RECORD.
       MOVE SPACES TO PROVISION-FEED-RECORD.
       MOVE EMPLOYEES-ID TO PRV-EMPLOYEE-ID.
       MOVE EMPLOYEES-NAME TO PRV-NAME.
       MOVE EMPLOYEES-LASTNAMES TO PRV-LASTNAMES.
       MOVE EMPLOYEES-BRANCH TO PRV-BRANCH.
       MOVE EMPLOYEES-DEPARTMENT TO PRV-DEPARTMENT.
       MOVE EMPLOYEES-JOB-TITLE TO PRV-JOB-TITLE.
       MOVE EMPLOYEES-MANAGER-ID TO PRV-MANAGER-ID.
       MOVE ZERO TO PRV-BADGE-NUMBER (1) PRV-BADGE-NUMBER (2)
           PRV-BADGE-NUMBER (3) PRV-BADGE-NUMBER (4)
           PRV-BADGE-NUMBER (5).

      *A rerun on the same day writes the feed again; the log keeps
      *the entry it already has, acknowledgments and all.
       SEND-THE-FEED-RECORD.
       WRITE PROVISION-FEED-RECORD.
       EVALUATE PRV-ACTION
           WHEN "JOINER"
               ADD 1 TO JOINERS-SENT
           WHEN "MOVER"
               ADD 1 TO MOVERS-SENT
           WHEN OTHER
               ADD 1 TO LEAVERS-SENT
       END-EVALUATE.
       MOVE PRV-EMPLOYEE-ID TO PLOG-EMPLOYEE-ID.
       MOVE PRV-EFFECTIVE-DATE TO PLOG-EFFECTIVE-DATE.
       MOVE PRV-ACTION TO PLOG-ACTION.
       MOVE FEED-DATE TO PLOG-SENT-DATE.
       MOVE ZERO TO PLOG-IT-ACK-DATE.
       MOVE ZERO TO PLOG-FACILITIES-ACK-DATE.
       WRITE PROVISION-LOG-RECORD
           INVALID KEY
               CONTINUE
       END-WRITE.

      *The badge file is keyed by badge number, so the leaver's
      *badges are found by reading it through; the first five live
      *ones go on the record.
       LIST-THE-LIVE-BADGES.
       IF BADGES-ON-FILE = "Y"
           MOVE ZERO TO BADGE-SLOT
           MOVE ZERO TO BADGE-NUMBER
           MOVE "N" TO DONE-WITH-BADGES
           START BADGE-FILE
               KEY IS NOT LESS THAN BADGE-NUMBER
               INVALID KEY
                   MOVE "Y" TO DONE-WITH-BADGES
           END-START
           PERFORM CHECK-ONE-BADGE
               UNTIL DONE-WITH-BADGES = "Y".

       CHECK-ONE-BADGE.
       READ BADGE-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-BADGES
       END-READ.
       IF DONE-WITH-BADGES = "N"
           IF BADGE-EMPLOYEE-ID = PRV-EMPLOYEE-ID
               AND BADGE-DEACTIVATE-DATE = ZERO
               AND BADGE-SLOT < 5
               ADD 1 TO BADGE-SLOT
               MOVE BADGE-NUMBER TO PRV-BADGE-NUMBER (BADGE-SLOT)
           END-IF.

      *Department transfers taking effect on the feed day.
       FEED-THE-TRANSFERS.
       OPEN INPUT TRANSFER-FILE.
       IF TRANSFER-FILE-STATUS = "00"
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-TRANSFER
           PERFORM CHECK-ONE-TRANSFER
               UNTIL READ-ALL = "1"
           CLOSE TRANSFER-FILE.

       CHECK-ONE-TRANSFER.
       IF TRANSFER-EFFECTIVE-DATE = FEED-DATE
           MOVE TRANSFER-EMPLOYEE-ID TO EMPLOYEES-ID
           PERFORM READ-THE-EMPLOYEE
           IF RECORD-FOUND = "Y"
               PERFORM START-THE-FEED-RECORD
               MOVE "MOVER" TO PRV-ACTION
               MOVE TRANSFER-TO-DEPARTMENT TO PRV-DEPARTMENT
               MOVE TRANSFER-FROM-DEPARTMENT TO PRV-FROM-DEPARTMENT
               MOVE EMPLOYEES-BRANCH TO PRV-FROM-BRANCH
               MOVE TRANSFER-EFFECTIVE-DATE TO PRV-EFFECTIVE-DATE
               PERFORM SEND-THE-FEED-RECORD
           END-IF.
       PERFORM READ-NEXT-TRANSFER.

      *Changes keyed on the feed day: a branch that moved is a
      *mover; a hire or termination dated before the feed day has
      *not been on any earlier feed, so it goes now.
       FEED-THE-JOURNAL-CHANGES.
       OPEN INPUT JOURNAL-FILE.
       IF JOURNAL-FILE-STATUS = "00"
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-JOURNAL-ENTRY
           PERFORM CHECK-ONE-JOURNAL-ENTRY
               UNTIL READ-ALL = "1"
           CLOSE JOURNAL-FILE.

       CHECK-ONE-JOURNAL-ENTRY.
       IF JOURNAL-DATE = FEED-DATE
           AND JOURNAL-ACTION NOT = "PURGE"
           MOVE JOURNAL-IMAGE (1:6) TO JOURNAL-EMPLOYEE-TEXT
           MOVE JOURNAL-BEFORE-IMAGE (223:3) TO BEFORE-BRANCH
           MOVE JOURNAL-IMAGE (223:3) TO AFTER-BRANCH
           MOVE JOURNAL-BEFORE-IMAGE (250:1) TO BEFORE-STATUS
           MOVE JOURNAL-IMAGE (250:1) TO AFTER-STATUS
           MOVE JOURNAL-IMAGE (232:8) TO AFTER-HIRE-TEXT
           MOVE JOURNAL-IMAGE (240:8) TO AFTER-TERM-TEXT
           PERFORM JUDGE-THE-JOURNAL-ENTRY
               THRU JUDGE-THE-JOURNAL-ENTRY-EXIT.
       PERFORM READ-NEXT-JOURNAL-ENTRY.

       JUDGE-THE-JOURNAL-ENTRY.
       MOVE JOURNAL-EMPLOYEE-ID TO EMPLOYEES-ID.
       PERFORM READ-THE-EMPLOYEE.
       IF RECORD-FOUND = "N"
           GO TO JUDGE-THE-JOURNAL-ENTRY-EXIT.
       IF JOURNAL-BEFORE-IMAGE = SPACES
           IF AFTER-HIRE-DATE < FEED-DATE
               AND AFTER-STATUS NOT = "T"
               PERFORM START-THE-FEED-RECORD
               MOVE "JOINER" TO PRV-ACTION
               MOVE AFTER-HIRE-DATE TO PRV-EFFECTIVE-DATE
               PERFORM SEND-THE-FEED-RECORD
           END-IF
           GO TO JUDGE-THE-JOURNAL-ENTRY-EXIT.
       IF BEFORE-STATUS NOT = "T" AND AFTER-STATUS = "T"
           AND AFTER-TERM-DATE < FEED-DATE
           PERFORM START-THE-FEED-RECORD
           MOVE "LEAVER" TO PRV-ACTION
           MOVE AFTER-TERM-DATE TO PRV-EFFECTIVE-DATE
           PERFORM LIST-THE-LIVE-BADGES
           PERFORM SEND-THE-FEED-RECORD.
       IF BEFORE-BRANCH NOT = AFTER-BRANCH
           AND AFTER-STATUS NOT = "T"
           PERFORM START-THE-FEED-RECORD
           MOVE "MOVER" TO PRV-ACTION
           MOVE AFTER-BRANCH TO PRV-BRANCH
           MOVE BEFORE-BRANCH TO PRV-FROM-BRANCH
           MOVE EMPLOYEES-DEPARTMENT TO PRV-FROM-DEPARTMENT
           MOVE JOURNAL-DATE TO PRV-EFFECTIVE-DATE
           PERFORM SEND-THE-FEED-RECORD.
       JUDGE-THE-JOURNAL-ENTRY-EXIT.
       EXIT.

       READ-THE-EMPLOYEE.
       MOVE "Y" TO RECORD-FOUND.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.

       READ-NEXT-EMPLOYEE.
       READ EMPLOYEES-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-TRANSFER.
       READ TRANSFER-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-JOURNAL-ENTRY.
       READ JOURNAL-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM EmployeeProvisioningFeed.
