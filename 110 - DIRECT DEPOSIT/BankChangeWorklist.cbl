       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankChangeWorklist.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "BankDetailPhysicalFile.cbl".
       COPY "BankHoldPhysicalFile.cbl".
       COPY "BankChangeNoticePhysicalFile.cbl".
       COPY "AuditPhysicalFile.cbl".

      *Declared locally for OPTIONAL and a file status, the same way
      *the forward-recovery reader declares it.
       SELECT OPTIONAL JOURNAL-FILE
       ASSIGN TO "journal.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS JOURNAL-FILE-STATUS.

       SELECT BANK-WORKLIST-FILE
       ASSIGN TO "bankverify.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "BankDetailLogicFile.cbl".
       COPY "BankHoldLogicFile.cbl".
       COPY "BankChangeNoticeLogicFile.cbl".
       COPY "AuditLogicFile.cbl".
       COPY "JournalLogicFile.cbl".

       FD BANK-WORKLIST-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  BANK-DETAIL-STATUS PIC X(2).
       01  BANK-HOLD-STATUS PIC X(2).
       01  BANK-CHANGE-NOTICE-STATUS PIC X(2).
       01  JOURNAL-FILE-STATUS PIC X(2).
       01  READ-ALL PIC X.
       01  END-OF-JOURNAL PIC X.
       77  RECORD-FOUND PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  AUDIT-ACTION PIC X(10).

      *A phone changed on the master in the ninety days before the
      *bank change may be the fraudster's own; the callback goes to
      *the number that was on file before that.
       01  PHONE-LOOKBACK-DAYS PIC 9(3) VALUE 90.
       01  LOOKBACK-START-DATE PIC 9(8).
       01  HOLD-EMPLOYEE-TEXT PIC X(6).
       01  CALLBACK-PHONE PIC X(15).
       01  PHONE-CHANGED-DATE PIC 9(8).
      *The phone sits at bytes 68-82 of EMPLOYEES-RECORD and so of
      *both journal images - the same positional peeking the retro
      *pay calculation applies to the salary.
       01  BEFORE-PHONE PIC X(15).
       01  AFTER-PHONE PIC X(15).

       01  CHANGES-RELEASED PIC 9(4) VALUE ZERO.
       01  CALLBACKS-DUE PIC 9(4) VALUE ZERO.
       01  NOTICES-QUEUED PIC 9(4) VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZZ9.

      *Arguments for the shared date service.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

       01  HEADING-LINE-1.
           05  FILLER PIC X(44)
               VALUE "BANK DETAIL CHANGES WAITING FOR A CALLBACK".
           05  FILLER PIC X(10) VALUE "RUN DATE:".
           05  HL1-RUN-DATE PIC 9(8).

       01  HEADING-LINE-2.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(27) VALUE "NAME".
           05  FILLER PIC X(6) VALUE "SLOT".
           05  FILLER PIC X(6) VALUE "BANK".
           05  FILLER PIC X(7) VALUE "ACCT".
           05  FILLER PIC X(10) VALUE "KEYED".
           05  FILLER PIC X(10) VALUE "KEYED BY".
           05  FILLER PIC X(10) VALUE "HOLD TO".
           05  FILLER PIC X(17) VALUE "CALL BACK ON".

       01  DETAIL-LINE.
           05  DL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-NAME PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-SLOT PIC 9(1).
           05  FILLER PIC X(5) VALUE SPACES.
           05  DL-BANK PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  FILLER PIC X(1) VALUE "*".
           05  DL-ACCOUNT-LAST-FOUR PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-KEYED PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-KEYED-BY PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-RELEASE PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-PHONE PIC X(15).

       01  PHONE-WARNING-LINE.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(46)
               VALUE "PHONE ON THE MASTER CHANGED ON".
           05  PW-CHANGED-DATE PIC 9(8).
           05  FILLER PIC X(20) VALUE " - NOW ON FILE:".
           05  PW-CURRENT-PHONE PIC X(15).

       PROCEDURE DIVISION.
      *The daily pass over held bank detail changes: a change whose
      *callback has confirmed it and whose hold period has run is
      *released to bankdetails.dat in prenote; every change still
      *waiting for a callback goes on bankverify.rpt with the phone
      *to call - the one on file from before any recent change to
      *it - and every new hold gets a notification to the
      *employee's home address queued in bankchgnotice.dat for the
      *letter merge, so the real employee hears of a change they
      *did not ask for.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-HOLD
           PERFORM CHECK-ONE-HOLD
               UNTIL READ-ALL = "1".
       PERFORM CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           MOVE CHANGES-RELEASED TO COUNT-DISPLAY
           DISPLAY "Bank changes released:   " COUNT-DISPLAY
           MOVE CALLBACKS-DUE TO COUNT-DISPLAY
           DISPLAY "Callbacks still needed: " COUNT-DISPLAY
               " (see bankverify.rpt)"
           MOVE NOTICES-QUEUED TO COUNT-DISPLAY
           DISPLAY "Notices queued:          " COUNT-DISPLAY
               " (see bankchgnotice.dat).".
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
           OPEN I-O BANK-HOLD-FILE
           IF BANK-HOLD-STATUS NOT = "00"
               DISPLAY "No bank detail changes are held."
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           OPEN I-O BANK-DETAIL-FILE
           IF BANK-DETAIL-STATUS NOT = "00"
               DISPLAY "Error opening bankdetails.dat, status code "
                   BANK-DETAIL-STATUS "."
               CLOSE BANK-HOLD-FILE
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           OPEN OUTPUT BANK-WORKLIST-FILE
           OPEN EXTEND BANK-CHANGE-NOTICE-FILE
           OPEN EXTEND AUDIT-FILE
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
           CLOSE BANK-HOLD-FILE
           CLOSE BANK-DETAIL-FILE
           CLOSE BANK-WORKLIST-FILE
           CLOSE BANK-CHANGE-NOTICE-FILE
           CLOSE AUDIT-FILE.

       CHECK-ONE-HOLD.
       IF BHOLD-PENDING
           MOVE BHOLD-EMPLOYEE-ID TO EMPLOYEES-ID
           READ EMPLOYEES-FILE RECORD
               INVALID KEY
                   MOVE SPACES TO EMPLOYEES-PHONE
                   MOVE "(NOT ON MASTER)" TO EMPLOYEES-NAME
           END-READ
           IF BHOLD-NOTICE-DATE = ZERO
               PERFORM QUEUE-THE-NOTICE
           END-IF
           IF BHOLD-VERIFIED
               AND BHOLD-RELEASE-DATE NOT > TODAYS-DATE
               PERFORM RELEASE-THE-CHANGE
           END-IF
           IF BHOLD-AWAITING-CALLBACK
               PERFORM LIST-THE-CALLBACK
           END-IF
           REWRITE BANK-HOLD-RECORD
               INVALID KEY
                   DISPLAY "Error updating the held change for "
                       BHOLD-EMPLOYEE-ID "."
           END-REWRITE.
       PERFORM READ-NEXT-HOLD.

       QUEUE-THE-NOTICE.
       MOVE SPACES TO BANK-CHANGE-NOTICE-RECORD.
       MOVE BHOLD-EMPLOYEE-ID TO BCN-EMPLOYEE-ID.
       MOVE BHOLD-ACCOUNT-LAST-FOUR TO BCN-ACCOUNT-LAST-FOUR.
       MOVE BHOLD-KEYED-DATE TO BCN-KEYED-DATE.
       MOVE BHOLD-RELEASE-DATE TO BCN-RELEASE-DATE.
       WRITE BANK-CHANGE-NOTICE-RECORD.
       MOVE TODAYS-DATE TO BHOLD-NOTICE-DATE.
       ADD 1 TO NOTICES-QUEUED.

      *Puts the held account on the live file in prenote, the same
      *way the maintenance screen releases one.
       RELEASE-THE-CHANGE.
       MOVE BHOLD-EMPLOYEE-ID TO BANK-EMPLOYEE-ID.
       MOVE BHOLD-SEQUENCE TO BANK-SEQUENCE.
       MOVE "Y" TO RECORD-FOUND.
       READ BANK-DETAIL-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       MOVE BHOLD-EMPLOYEE-ID TO BANK-EMPLOYEE-ID.
       MOVE BHOLD-SEQUENCE TO BANK-SEQUENCE.
       MOVE BHOLD-BANK-CODE TO BANK-CODE.
       MOVE BHOLD-ACCOUNT-NUMBER TO BANK-ACCOUNT-NUMBER.
       MOVE BHOLD-SPLIT-PERCENT TO BANK-SPLIT-PERCENT.
       MOVE "P" TO BANK-PRENOTE-FLAG.
       MOVE ZERO TO BANK-PRENOTE-DATE.
       IF RECORD-FOUND = "Y"
           REWRITE BANK-DETAIL-RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-REWRITE
           MOVE "BANK-CHG" TO AUDIT-ACTION
       ELSE
           MOVE "Y" TO RECORD-FOUND
           WRITE BANK-DETAIL-RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
           END-WRITE
           MOVE "BANK-ADD" TO AUDIT-ACTION.
       IF RECORD-FOUND = "N"
           DISPLAY "Error releasing the bank change for "
               BHOLD-EMPLOYEE-ID "."
       ELSE
           MOVE "R" TO BHOLD-STATUS
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO CHANGES-RELEASED.

       LIST-THE-CALLBACK.
       PERFORM FIND-THE-CALLBACK-PHONE.
       MOVE BHOLD-EMPLOYEE-ID TO DL-ID.
       MOVE EMPLOYEES-NAME TO DL-NAME.
       MOVE BHOLD-SEQUENCE TO DL-SLOT.
       MOVE BHOLD-BANK-CODE TO DL-BANK.
       MOVE BHOLD-ACCOUNT-LAST-FOUR TO DL-ACCOUNT-LAST-FOUR.
       MOVE BHOLD-KEYED-DATE TO DL-KEYED.
       MOVE BHOLD-KEYED-BY TO DL-KEYED-BY.
       MOVE BHOLD-RELEASE-DATE TO DL-RELEASE.
       MOVE CALLBACK-PHONE TO DL-PHONE.
       MOVE SPACES TO REPORT-LINE.
       MOVE DETAIL-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       IF PHONE-CHANGED-DATE NOT = ZERO
           MOVE PHONE-CHANGED-DATE TO PW-CHANGED-DATE
           MOVE EMPLOYEES-PHONE TO PW-CURRENT-PHONE
           MOVE SPACES TO REPORT-LINE
           MOVE PHONE-WARNING-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       ADD 1 TO CALLBACKS-DUE.

      *Starts from the phone captured with the change and walks the
      *journal for the lookback window before it; the earliest
      *change of phone in that window gives the number it replaced.
       FIND-THE-CALLBACK-PHONE.
       MOVE BHOLD-CALLBACK-PHONE TO CALLBACK-PHONE.
       MOVE ZERO TO PHONE-CHANGED-DATE.
       MOVE BHOLD-EMPLOYEE-ID TO HOLD-EMPLOYEE-TEXT.
       MOVE BHOLD-KEYED-DATE TO DS-DATE-IN.
       PERFORM STEP-BACK-ONE-DAY PHONE-LOOKBACK-DAYS TIMES.
       MOVE DS-DATE-IN TO LOOKBACK-START-DATE.
       OPEN INPUT JOURNAL-FILE.
       IF JOURNAL-FILE-STATUS = "00"
           MOVE "N" TO END-OF-JOURNAL
           PERFORM READ-NEXT-JOURNAL-ENTRY
           PERFORM CHECK-ONE-JOURNAL-ENTRY
               UNTIL END-OF-JOURNAL = "Y"
           CLOSE JOURNAL-FILE.

       STEP-BACK-ONE-DAY.
       MOVE "P" TO DS-REQUEST.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       MOVE DS-DATE-OUT TO DS-DATE-IN.

      *The journal runs oldest first, so the first hit is the
      *earliest.
       CHECK-ONE-JOURNAL-ENTRY.
       IF JOURNAL-IMAGE (1:6) = HOLD-EMPLOYEE-TEXT
           AND JOURNAL-BEFORE-IMAGE NOT = SPACES
           AND JOURNAL-DATE NOT < LOOKBACK-START-DATE
           AND JOURNAL-DATE NOT > BHOLD-KEYED-DATE
           MOVE JOURNAL-BEFORE-IMAGE (68:15) TO BEFORE-PHONE
           MOVE JOURNAL-IMAGE (68:15) TO AFTER-PHONE
           IF BEFORE-PHONE NOT = AFTER-PHONE
               MOVE BEFORE-PHONE TO CALLBACK-PHONE
               MOVE JOURNAL-DATE TO PHONE-CHANGED-DATE
               MOVE "Y" TO END-OF-JOURNAL
           END-IF
       END-IF.
       IF END-OF-JOURNAL = "N"
           PERFORM READ-NEXT-JOURNAL-ENTRY.

       WRITE-AUDIT-RECORD.
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE "BankChangeWorklist" TO AUDIT-PROGRAM.
       MOVE BHOLD-EMPLOYEE-ID TO AUDIT-EMPLOYEE-ID.
       MOVE AUDIT-ACTION TO AUDIT-LOG-ACTION.
       WRITE AUDIT-LINE.

       READ-NEXT-HOLD.
       READ BANK-HOLD-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-JOURNAL-ENTRY.
       READ JOURNAL-FILE NEXT RECORD
       AT END MOVE "Y" TO END-OF-JOURNAL.

       END PROGRAM BankChangeWorklist.
