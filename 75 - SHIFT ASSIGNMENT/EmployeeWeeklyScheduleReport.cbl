       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "ShiftPhysicalFile.cbl".
       COPY "ShiftSwapPhysicalFile.cbl".

       SELECT SORT-WORK-FILE
       ASSIGN TO "schedsort.tmp".
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "ShiftLogicFile.cbl".
       COPY "ShiftSwapLogicFile.cbl".

      *Extract sorted by shift then department then lastname, so
      *each supervisor's crew prints together.
           05  SORT-NAME PIC X(25).
           05  SORT-ID PIC 9(6).
           05  SORT-JOB-TITLE PIC X(20).
      *Y on the extra line for a day worked on someone else's shift
      *under an approved swap.
           05  SORT-SWAPPED-IN PIC X(1).
           05  SORT-SWAP-NOTE PIC X(20).

       FD  SCHEDULE-REPORT-FILE.
       01  REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  SHIFT-FILE-STATUS PIC X(2).
       01  SHIFT-TABLE-PRESENT PIC X VALUE "N".
       01  SHIFT-SWAP-STATUS PIC X(2).
       01  END-OF-SWAPS PIC X.
       01  READ-ALL PIC X.
       01  CURRENT-SHIFT PIC X(2) VALUE LOW-VALUES.
       01  CURRENT-DEPARTMENT PIC X(20) VALUE LOW-VALUES.
       01  CREW-LISTED PIC 9(5) VALUE ZERO.
       01  CREW-LISTED-DISPLAY PIC Z(4)9.

      *The week printed runs Monday to Sunday: the coming one, or
      *this one on a Monday, unless SCHEDULE_WEEK_START in the
      *environment names its first day.
       01  WEEK-START-WANTED PIC X(8) VALUE SPACES.
       01  TODAYS-DATE PIC 9(8).
       01  WEEK-START-DATE PIC 9(8).
       01  WEEK-END-DATE PIC 9(8).
       01  DAYS-TO-STEP PIC 9(1).

      *Arguments for the shared date service, which owns the
      *month-length and leap-year rules.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

      *Approved swaps falling in the week. On its day the requester
      *works the partner's shift and the partner the requester's.
       01  WEEK-SWAP-LIMIT PIC 9(3) VALUE 200.
       01  WEEK-SWAP-COUNT PIC 9(3) VALUE ZERO.
       01  WEEK-SWAP-INDEX PIC 9(3).
       01  WEEK-SWAP-TABLE.
           05  WEEK-SWAP-ENTRY OCCURS 200 TIMES.
               10  WEEK-SWAP-DATE PIC 9(8).
               10  WEEK-SWAP-REQUESTER-ID PIC 9(6).
               10  WEEK-SWAP-REQUESTER-SHIFT PIC X(2).
               10  WEEK-SWAP-PARTNER-ID PIC 9(6).
               10  WEEK-SWAP-PARTNER-SHIFT PIC X(2).
       01  SWAPPED-OUT-COUNT PIC 9(1).
       01  SWAPPED-OUT-DATE PIC 9(8).

       01  TITLE-LINE.
           05  FILLER PIC X(26) VALUE "WEEKLY SCHEDULE - WEEK OF ".
           05  TTL-START PIC 9(8).
           05  FILLER PIC X(4) VALUE " TO ".
           05  TTL-END PIC 9(8).

       01  SHIFT-HEADER-LINE.
           05  FILLER PIC X(7) VALUE "SHIFT ".
           05  SHL-CODE PIC X(2).
           05  DL-LASTNAMES PIC X(25).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DL-JOB-TITLE PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-SWAP-NOTE PIC X(20).

       01  TOTAL-LINE.
           05  FILLER PIC X(26) VALUE "TOTAL EMPLOYEES SCHEDULED:".
      *Weekly crew list: active employees grouped by shift, then by
      *department, each group under a header carrying the shift's
      *hours from the shift table - one printable list per
      *supervisor instead of a notebook page. An approved shift
      *swap in the week lists the employee again under the shift
      *they cover that day, and marks the day off their own crew.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       OPEN INPUT SHIFT-FILE.
       IF SHIFT-FILE-STATUS = "00"
           MOVE "Y" TO SHIFT-TABLE-PRESENT.
       PERFORM SET-THE-WEEK.
       PERFORM LOAD-THE-WEEKS-SWAPS.
       OPEN OUTPUT SCHEDULE-REPORT-FILE.
       SORT SORT-WORK-FILE
           ON ASCENDING KEY SORT-SHIFT-CODE SORT-DEPARTMENT
       END-PROGRAM.
       STOP RUN.

       SET-THE-WEEK.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       ACCEPT WEEK-START-WANTED FROM ENVIRONMENT
           "SCHEDULE_WEEK_START".
       IF WEEK-START-WANTED NOT = SPACES
           AND WEEK-START-WANTED IS NUMERIC
           MOVE WEEK-START-WANTED TO WEEK-START-DATE
       ELSE
           MOVE TODAYS-DATE TO WEEK-START-DATE
           MOVE "W" TO DS-REQUEST
           MOVE TODAYS-DATE TO DS-DATE-IN
           PERFORM CALL-THE-DATE-SERVICE
           IF DS-DATE-OUT > 1
               COMPUTE DAYS-TO-STEP = 8 - DS-DATE-OUT
               PERFORM STEP-THE-START-ONE-DAY DAYS-TO-STEP TIMES.
       MOVE WEEK-START-DATE TO WEEK-END-DATE.
       MOVE 6 TO DAYS-TO-STEP.
       PERFORM STEP-THE-END-ONE-DAY DAYS-TO-STEP TIMES.

       STEP-THE-START-ONE-DAY.
       MOVE "N" TO DS-REQUEST.
       MOVE WEEK-START-DATE TO DS-DATE-IN.
       PERFORM CALL-THE-DATE-SERVICE.
       MOVE DS-DATE-OUT TO WEEK-START-DATE.

       STEP-THE-END-ONE-DAY.
       MOVE "N" TO DS-REQUEST.
       MOVE WEEK-END-DATE TO DS-DATE-IN.
       PERFORM CALL-THE-DATE-SERVICE.
       MOVE DS-DATE-OUT TO WEEK-END-DATE.

       CALL-THE-DATE-SERVICE.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.

      *No swap file yet just means nobody has swapped.
       LOAD-THE-WEEKS-SWAPS.
       OPEN INPUT SHIFT-SWAP-FILE.
       IF SHIFT-SWAP-STATUS = "00"
           MOVE "N" TO END-OF-SWAPS
           MOVE WEEK-START-DATE TO SWAP-DATE
           MOVE ZERO TO SWAP-REQUESTER-ID
           START SHIFT-SWAP-FILE
               KEY IS NOT LESS THAN SWAP-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-SWAPS
           END-START
           PERFORM NOTE-ONE-SWAP
               UNTIL END-OF-SWAPS = "Y"
           CLOSE SHIFT-SWAP-FILE.

       NOTE-ONE-SWAP.
       READ SHIFT-SWAP-FILE NEXT RECORD
           AT END
               MOVE "Y" TO END-OF-SWAPS
       END-READ.
       IF END-OF-SWAPS = "N"
           IF SWAP-DATE > WEEK-END-DATE
               MOVE "Y" TO END-OF-SWAPS
           ELSE
               IF SWAP-APPROVED
                   AND WEEK-SWAP-COUNT < WEEK-SWAP-LIMIT
                   ADD 1 TO WEEK-SWAP-COUNT
                   MOVE SWAP-DATE TO WEEK-SWAP-DATE (WEEK-SWAP-COUNT)
                   MOVE SWAP-REQUESTER-ID
                       TO WEEK-SWAP-REQUESTER-ID (WEEK-SWAP-COUNT)
                   MOVE SWAP-REQUESTER-SHIFT
                       TO WEEK-SWAP-REQUESTER-SHIFT (WEEK-SWAP-COUNT)
                   MOVE SWAP-PARTNER-ID
                       TO WEEK-SWAP-PARTNER-ID (WEEK-SWAP-COUNT)
                   MOVE SWAP-PARTNER-SHIFT
                       TO WEEK-SWAP-PARTNER-SHIFT (WEEK-SWAP-COUNT)
               END-IF
           END-IF.

      *Only active employees are scheduled; an employee with no
      *shift assigned sorts to the front under a blank shift header
      *so the gap is visible instead of invisible.
           MOVE EMPLOYEES-NAME TO SORT-NAME
           MOVE EMPLOYEES-ID TO SORT-ID
           MOVE EMPLOYEES-JOB-TITLE TO SORT-JOB-TITLE
           PERFORM NOTE-THE-SWAPPED-OUT-DAYS
           MOVE "N" TO SORT-SWAPPED-IN
           RELEASE SORT-RECORD
           MOVE 1 TO WEEK-SWAP-INDEX
           PERFORM RELEASE-ONE-SWAPPED-IN-DAY
               UNTIL WEEK-SWAP-INDEX > WEEK-SWAP-COUNT.
       PERFORM READ-NEXT-RECORD.

      *One day away from the crew shows its date; more than one
      *shows how many.
       NOTE-THE-SWAPPED-OUT-DAYS.
       MOVE ZERO TO SWAPPED-OUT-COUNT.
       MOVE 1 TO WEEK-SWAP-INDEX.
       PERFORM COUNT-ONE-SWAPPED-OUT-DAY
           UNTIL WEEK-SWAP-INDEX > WEEK-SWAP-COUNT.
       MOVE SPACES TO SORT-SWAP-NOTE.
       IF SWAPPED-OUT-COUNT = 1
           STRING "SWAPPED OUT " SWAPPED-OUT-DATE
               DELIMITED BY SIZE INTO SORT-SWAP-NOTE.
       IF SWAPPED-OUT-COUNT > 1
           STRING "SWAPPED OUT " SWAPPED-OUT-COUNT " DAYS"
               DELIMITED BY SIZE INTO SORT-SWAP-NOTE.

       COUNT-ONE-SWAPPED-OUT-DAY.
       IF WEEK-SWAP-REQUESTER-ID (WEEK-SWAP-INDEX) = EMPLOYEES-ID
           OR WEEK-SWAP-PARTNER-ID (WEEK-SWAP-INDEX) = EMPLOYEES-ID
           ADD 1 TO SWAPPED-OUT-COUNT
           MOVE WEEK-SWAP-DATE (WEEK-SWAP-INDEX) TO SWAPPED-OUT-DATE.
       ADD 1 TO WEEK-SWAP-INDEX.

       RELEASE-ONE-SWAPPED-IN-DAY.
       IF WEEK-SWAP-REQUESTER-ID (WEEK-SWAP-INDEX) = EMPLOYEES-ID
           MOVE WEEK-SWAP-PARTNER-SHIFT (WEEK-SWAP-INDEX)
               TO SORT-SHIFT-CODE
           PERFORM RELEASE-THE-SWAPPED-IN-LINE.
       IF WEEK-SWAP-PARTNER-ID (WEEK-SWAP-INDEX) = EMPLOYEES-ID
           MOVE WEEK-SWAP-REQUESTER-SHIFT (WEEK-SWAP-INDEX)
               TO SORT-SHIFT-CODE
           PERFORM RELEASE-THE-SWAPPED-IN-LINE.
       ADD 1 TO WEEK-SWAP-INDEX.

       RELEASE-THE-SWAPPED-IN-LINE.
       MOVE "Y" TO SORT-SWAPPED-IN.
       MOVE SPACES TO SORT-SWAP-NOTE.
       STRING "SWAPPED IN " WEEK-SWAP-DATE (WEEK-SWAP-INDEX)
           DELIMITED BY SIZE INTO SORT-SWAP-NOTE.
       RELEASE SORT-RECORD.

       READ-NEXT-RECORD.
       READ EMPLOYEES-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       WRITE-SCHEDULE-REPORT.
       MOVE WEEK-START-DATE TO TTL-START.
       MOVE WEEK-END-DATE TO TTL-END.
       MOVE SPACES TO REPORT-LINE.
       MOVE TITLE-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "0" TO READ-ALL.
       PERFORM RETURN-NEXT-SORTED-RECORD.
       PERFORM WRITE-ONE-SCHEDULED-EMPLOYEE
       MOVE SORT-NAME TO DL-NAME.
       MOVE SORT-LASTNAMES TO DL-LASTNAMES.
       MOVE SORT-JOB-TITLE TO DL-JOB-TITLE.
       MOVE SORT-SWAP-NOTE TO DL-SWAP-NOTE.
       MOVE SPACES TO REPORT-LINE.
       MOVE DETAIL-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       IF SORT-SWAPPED-IN = "N"
           ADD 1 TO CREW-LISTED.
       PERFORM RETURN-NEXT-SORTED-RECORD.

       PRINT-SHIFT-HEADER.
