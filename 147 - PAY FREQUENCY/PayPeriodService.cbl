       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayPeriodService.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PayProfilePhysicalFile.cbl".
       COPY "PayCalendarPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "PayProfileLogicFile.cbl".
       COPY "PayCalendarLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  PAY-PROFILE-STATUS PIC X(2).
       01  PAY-CALENDAR-STATUS PIC X(2).
       01  SCAN-DONE PIC X.

       LINKAGE SECTION.
      *Caller names a frequency - or an employee, whose frequency is
      *looked up and handed back - and either a date or a period,
      *and reads back that period's dates. One place that knows
      *how the calendar is keyed, so every program that has to
      *respect the cutoff asks the same question the same way.
      *D the period whose start and end span LS-PP-DATE;
      *P the period named in LS-PP-PERIOD.
       01  LS-PP-REQUEST PIC X.
           88  LS-PP-BY-DATE VALUE "D".
           88  LS-PP-BY-PERIOD VALUE "P".
      *Zero leaves LS-PP-FREQUENCY as the caller set it.
       01  LS-PP-EMPLOYEE-ID PIC 9(6).
       01  LS-PP-FREQUENCY PIC X(1).
       01  LS-PP-DATE PIC 9(8).
       01  LS-PP-PERIOD PIC 9(6).
       01  LS-PP-START-DATE PIC 9(8).
       01  LS-PP-END-DATE PIC 9(8).
       01  LS-PP-CUTOFF-DATE PIC 9(8).
       01  LS-PP-PAY-DATE PIC 9(8).
      *00 found, 20 no such period on the calendar (or no calendar
      *at all), 90 unknown request.
       01  LS-PP-STATUS PIC X(2).
           88  LS-PP-FOUND VALUE "00".
           88  LS-PP-NOT-ON-CALENDAR VALUE "20".
           88  LS-PP-UNKNOWN VALUE "90".

       PROCEDURE DIVISION USING LS-PP-REQUEST LS-PP-EMPLOYEE-ID
           LS-PP-FREQUENCY LS-PP-DATE LS-PP-PERIOD LS-PP-START-DATE
           LS-PP-END-DATE LS-PP-CUTOFF-DATE LS-PP-PAY-DATE
           LS-PP-STATUS.
       PROGRAM-BEGIN.
       MOVE "20" TO LS-PP-STATUS.
       MOVE ZERO TO LS-PP-START-DATE LS-PP-END-DATE
           LS-PP-CUTOFF-DATE LS-PP-PAY-DATE.
       IF NOT LS-PP-BY-DATE AND NOT LS-PP-BY-PERIOD
           MOVE "90" TO LS-PP-STATUS
           GO TO PROGRAM-DONE.
       IF LS-PP-EMPLOYEE-ID NOT = ZERO
           PERFORM LOOK-UP-THE-FREQUENCY.
       IF LS-PP-FREQUENCY = SPACES
           MOVE "M" TO LS-PP-FREQUENCY.
       OPEN INPUT PAY-CALENDAR-FILE.
       IF PAY-CALENDAR-STATUS NOT = "00"
           GO TO PROGRAM-DONE.
       IF LS-PP-BY-PERIOD
           PERFORM READ-THE-NAMED-PERIOD
       ELSE
           PERFORM FIND-THE-PERIOD-FOR-DATE
               THRU FIND-THE-PERIOD-FOR-DATE-EXIT.
       CLOSE PAY-CALENDAR-FILE.
       PROGRAM-DONE.
       GOBACK.

      *No profile, or no profile file yet, is monthly.
       LOOK-UP-THE-FREQUENCY.
       MOVE "M" TO LS-PP-FREQUENCY.
       OPEN INPUT PAY-PROFILE-FILE.
       IF PAY-PROFILE-STATUS = "00"
           MOVE LS-PP-EMPLOYEE-ID TO PAYPROF-EMPLOYEE-ID
           READ PAY-PROFILE-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PAYPROF-FREQUENCY TO LS-PP-FREQUENCY
           END-READ
           CLOSE PAY-PROFILE-FILE.

       READ-THE-NAMED-PERIOD.
       MOVE LS-PP-FREQUENCY TO PAYCAL-FREQUENCY.
       MOVE LS-PP-PERIOD TO PAYCAL-PERIOD.
       READ PAY-CALENDAR-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM HAND-BACK-THE-PERIOD
       END-READ.

      *Periods of one frequency run in date order, so the walk
      *stops at the first period that starts after the date.
       FIND-THE-PERIOD-FOR-DATE.
       MOVE LS-PP-FREQUENCY TO PAYCAL-FREQUENCY.
       MOVE ZERO TO PAYCAL-PERIOD.
       START PAY-CALENDAR-FILE
           KEY IS NOT LESS THAN PAYCAL-KEY
           INVALID KEY
               GO TO FIND-THE-PERIOD-FOR-DATE-EXIT
       END-START.
       MOVE "N" TO SCAN-DONE.
       PERFORM CHECK-ONE-PERIOD
           UNTIL SCAN-DONE = "Y".
       FIND-THE-PERIOD-FOR-DATE-EXIT.
       EXIT.

       CHECK-ONE-PERIOD.
       READ PAY-CALENDAR-FILE NEXT RECORD
           AT END
               MOVE "Y" TO SCAN-DONE
       END-READ.
       IF SCAN-DONE = "N"
           EVALUATE TRUE
               WHEN PAYCAL-FREQUENCY NOT = LS-PP-FREQUENCY
                   MOVE "Y" TO SCAN-DONE
               WHEN PAYCAL-START-DATE > LS-PP-DATE
                   MOVE "Y" TO SCAN-DONE
               WHEN PAYCAL-END-DATE >= LS-PP-DATE
                   MOVE PAYCAL-PERIOD TO LS-PP-PERIOD
                   PERFORM HAND-BACK-THE-PERIOD
                   MOVE "Y" TO SCAN-DONE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       HAND-BACK-THE-PERIOD.
       MOVE PAYCAL-START-DATE TO LS-PP-START-DATE.
       MOVE PAYCAL-END-DATE TO LS-PP-END-DATE.
       MOVE PAYCAL-CUTOFF-DATE TO LS-PP-CUTOFF-DATE.
       MOVE PAYCAL-PAY-DATE TO LS-PP-PAY-DATE.
       MOVE "00" TO LS-PP-STATUS.

       END PROGRAM PayPeriodService.
