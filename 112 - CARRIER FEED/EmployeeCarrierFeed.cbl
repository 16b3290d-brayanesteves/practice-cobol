       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "DependentPhysicalFile.cbl".
       COPY "BenefitEnrollPhysicalFile.cbl".
       COPY "BenefitPlanPhysicalFile.cbl".
       COPY "DependentCoverEndPhysicalFile.cbl".

      *The carrier's interchange file, in their multi-record-type
      *shape: an H header, an E record per enrolled employee
      *followed by a C record for each plan and tier they are
      *covered by and then their D dependent records, an X record
      *for each dependent whose cover has ended since the last feed,
      *and a T trailer carrying the record counts by type.
       SELECT CARRIER-FEED-FILE
       ASSIGN TO "carrierfeed.dat"
       ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "DependentLogicFile.cbl".
       COPY "BenefitEnrollLogicFile.cbl".
       COPY "BenefitPlanLogicFile.cbl".
       COPY "DependentCoverEndLogicFile.cbl".

       FD CARRIER-FEED-FILE.
       01 CARRIER-FEED-LINE PIC X(90).
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  DEPENDENT-FILE-STATUS PIC X(2).
       01  BENEFIT-ENROLL-STATUS PIC X(2).
       01  BENEFIT-PLAN-STATUS PIC X(2).
       77  COVERAGE-ON-FILE PIC X.
       77  HAS-COVERAGE PIC X.
       01  DEPENDENT-COVER-END-STATUS PIC X(2).
       77  ENDS-ON-FILE PIC X.
       01  READ-ALL PIC X.
       77  DONE-WITH-EMPLOYEE PIC X.
       77  HAS-DEPENDENTS PIC X.
       01  TODAYS-DATE PIC 9(8).
       01  EMPLOYEE-RECORDS PIC 9(6) VALUE ZERO.
       01  DEPENDENT-RECORDS PIC 9(6) VALUE ZERO.
       01  COVERAGE-RECORDS PIC 9(6) VALUE ZERO.
       01  TERMINATION-RECORDS PIC 9(6) VALUE ZERO.
       01  COUNT-DISPLAY PIC Z(5)9.

       01  HEADER-RECORD.
           05  FILLER PIC X(1) VALUE SPACES.
           05  EFR-HIRE-DATE PIC 9(8).

       01  COVERAGE-FEED-RECORD.
           05  FILLER PIC X(1) VALUE "C".
           05  FILLER PIC X(1) VALUE SPACES.
           05  CFR-EMPLOYEE-ID PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACES.
           05  CFR-CARRIER PIC X(10).
           05  FILLER PIC X(1) VALUE SPACES.
           05  CFR-CARRIER-PLAN-ID PIC X(10).
           05  FILLER PIC X(1) VALUE SPACES.
           05  CFR-PLAN-CODE PIC X(4).
           05  FILLER PIC X(1) VALUE SPACES.
           05  CFR-TIER PIC X(1).
           05  FILLER PIC X(1) VALUE SPACES.
           05  CFR-START-DATE PIC 9(8).

       01  TERMINATION-FEED-RECORD.
           05  FILLER PIC X(1) VALUE "X".
           05  FILLER PIC X(1) VALUE SPACES.
           05  XFR-EMPLOYEE-ID PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACES.
           05  XFR-NAME PIC X(25).
           05  FILLER PIC X(1) VALUE SPACES.
           05  XFR-BIRTH-DATE PIC 9(8).
           05  FILLER PIC X(1) VALUE SPACES.
           05  XFR-CARRIER PIC X(10).
           05  FILLER PIC X(1) VALUE SPACES.
           05  XFR-PLAN-CODE PIC X(4).
           05  FILLER PIC X(1) VALUE SPACES.
           05  XFR-END-DATE PIC 9(8).

       01  DEPENDENT-FEED-RECORD.
           05  FILLER PIC X(1) VALUE "D".
           05  FILLER PIC X(1) VALUE SPACES.
           05  TRL-EMPLOYEE-COUNT PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACES.
           05  TRL-DEPENDENT-COUNT PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACES.
           05  TRL-COVERAGE-COUNT PIC 9(6).
           05  FILLER PIC X(1) VALUE SPACES.
           05  TRL-TERMINATION-COUNT PIC 9(6).

       PROCEDURE DIVISION.
      *Builds the carrier's enrollment interchange: every ENROLLED
      *employee - active or on leave, and covered today by a benefit
      *plan or with at least one dependent on file - as an E record
      *with a C record for each plan and tier they are covered by
      *and their D dependent records right behind it, then an X
      *termination for every dependent aged out of a plan since the
      *last feed, wrapped in a dated header and a trailer counting
      *each type, replacing the monthly paper listing. The
      *companion verify pass proves the trailer before the file
      *leaves the building.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
           PERFORM READ-NEXT-EMPLOYEE
           PERFORM FEED-ONE-EMPLOYEE
               UNTIL READ-ALL = "1"
           PERFORM WRITE-THE-TERMINATIONS
           PERFORM WRITE-THE-TRAILER.
       PERFORM CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
               " employees"
           MOVE DEPENDENT-RECORDS TO COUNT-DISPLAY
           DISPLAY "                      " COUNT-DISPLAY
               " dependents"
           MOVE COVERAGE-RECORDS TO COUNT-DISPLAY
           DISPLAY "                      " COUNT-DISPLAY
               " plan coverages"
           MOVE TERMINATION-RECORDS TO COUNT-DISPLAY
           DISPLAY "                      " COUNT-DISPLAY
               " dependent terminations".
       END-PROGRAM.
       GOBACK.

               DISPLAY "No dependents on file - nobody is enrolled"
                   " this cycle."
           END-IF
           PERFORM OPEN-THE-COVERAGE
           PERFORM OPEN-THE-COVER-ENDS
           OPEN OUTPUT CARRIER-FEED-FILE.

      *Until the age-out job has ended someone's cover there is no
      *cover-end file, and no terminations to send.
       OPEN-THE-COVER-ENDS.
       MOVE "Y" TO ENDS-ON-FILE.
       OPEN I-O DEPENDENT-COVER-END-FILE.
       IF DEPENDENT-COVER-END-STATUS NOT = "00"
           MOVE "N" TO ENDS-ON-FILE.

      *No plan enrollments yet means the feed carries dependents
      *only, as it did before plans were kept.
       OPEN-THE-COVERAGE.
       MOVE "Y" TO COVERAGE-ON-FILE.
       OPEN INPUT BENEFIT-ENROLL-FILE.
       IF BENEFIT-ENROLL-STATUS NOT = "00"
           MOVE "N" TO COVERAGE-ON-FILE.
       IF COVERAGE-ON-FILE = "Y"
           OPEN INPUT BENEFIT-PLAN-FILE
           IF BENEFIT-PLAN-STATUS NOT = "00"
               MOVE "N" TO COVERAGE-ON-FILE
               CLOSE BENEFIT-ENROLL-FILE
           END-IF
       END-IF.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       IF RETURN-CODE = ZERO
           IF DEPENDENT-FILE-STATUS = "00"
               CLOSE DEPENDENT-FILE
           END-IF
           IF COVERAGE-ON-FILE = "Y"
               CLOSE BENEFIT-ENROLL-FILE
               CLOSE BENEFIT-PLAN-FILE
           END-IF
           IF ENDS-ON-FILE = "Y"
               CLOSE DEPENDENT-COVER-END-FILE
           END-IF
           CLOSE CARRIER-FEED-FILE.

       WRITE-THE-HEADER.
       MOVE HEADER-RECORD TO CARRIER-FEED-LINE.
       WRITE CARRIER-FEED-LINE.

      *Only the enrolled ride: active or on leave, and covered by a
      *plan today or with at least one dependent on file. With
      *neither file, nobody is enrolled and the feed carries just
      *its header and trailer.
       FEED-ONE-EMPLOYEE.
       IF EMPLOYEES-ACTIVE OR EMPLOYEES-ON-LEAVE
           MOVE "N" TO HAS-DEPENDENTS HAS-COVERAGE
           IF DEPENDENT-FILE-STATUS = "00"
               PERFORM PROBE-FOR-DEPENDENTS
                   THRU PROBE-FOR-DEPENDENTS-EXIT
           END-IF
           IF COVERAGE-ON-FILE = "Y"
               PERFORM PROBE-FOR-COVERAGE
                   THRU PROBE-FOR-COVERAGE-EXIT
           END-IF
           IF HAS-DEPENDENTS = "Y" OR HAS-COVERAGE = "Y"
               PERFORM WRITE-ONE-E-RECORD
               IF HAS-COVERAGE = "Y"
                   PERFORM WRITE-THE-C-RECORDS
                       THRU WRITE-THE-C-RECORDS-EXIT
               END-IF
               IF HAS-DEPENDENTS = "Y"
                   PERFORM WRITE-THE-D-RECORDS
                       THRU WRITE-THE-D-RECORDS-EXIT
               END-IF
           END-IF.
       PERFORM READ-NEXT-EMPLOYEE.

       PROBE-FOR-DEPENDENTS-EXIT.
       EXIT.

      *Covered today: an enrollment started on or before the run
      *date that has not stopped before it.
       PROBE-FOR-COVERAGE.
       MOVE EMPLOYEES-ID TO BENR-EMPLOYEE-ID.
       MOVE SPACES TO BENR-PLAN-CODE.
       START BENEFIT-ENROLL-FILE
           KEY IS NOT LESS THAN BENR-KEY
           INVALID KEY
               GO TO PROBE-FOR-COVERAGE-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM PROBE-ONE-ENROLLMENT
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       PROBE-FOR-COVERAGE-EXIT.
       EXIT.

       PROBE-ONE-ENROLLMENT.
       READ BENEFIT-ENROLL-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF BENR-EMPLOYEE-ID NOT = EMPLOYEES-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               IF BENR-START-DATE <= TODAYS-DATE
                   AND (BENR-STOP-DATE = ZERO
                       OR BENR-STOP-DATE >= TODAYS-DATE)
                   MOVE "Y" TO HAS-COVERAGE
                   MOVE "Y" TO DONE-WITH-EMPLOYEE
               END-IF
           END-IF.

       WRITE-ONE-E-RECORD.
       MOVE EMPLOYEES-ID TO EFR-ID.
       MOVE EMPLOYEES-NAME TO EFR-NAME.
       WRITE CARRIER-FEED-LINE.
       ADD 1 TO EMPLOYEE-RECORDS.

       WRITE-THE-C-RECORDS.
       MOVE EMPLOYEES-ID TO BENR-EMPLOYEE-ID.
       MOVE SPACES TO BENR-PLAN-CODE.
       START BENEFIT-ENROLL-FILE
           KEY IS NOT LESS THAN BENR-KEY
           INVALID KEY
               GO TO WRITE-THE-C-RECORDS-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM WRITE-ONE-C-RECORD
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       WRITE-THE-C-RECORDS-EXIT.
       EXIT.

      *The carrier and its plan identifier come from the plan
      *master; a plan since removed from it still goes out under
      *its own code so the carrier can query it.
       WRITE-ONE-C-RECORD.
       READ BENEFIT-ENROLL-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF BENR-EMPLOYEE-ID NOT = EMPLOYEES-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               IF BENR-START-DATE <= TODAYS-DATE
                   AND (BENR-STOP-DATE = ZERO
                       OR BENR-STOP-DATE >= TODAYS-DATE)
                   PERFORM WRITE-THIS-C-RECORD
               END-IF
           END-IF.

       WRITE-THIS-C-RECORD.
       MOVE BENR-PLAN-CODE TO BPLAN-CODE.
       MOVE BENR-TIER TO BPLAN-TIER.
       READ BENEFIT-PLAN-FILE RECORD
           INVALID KEY
               MOVE SPACES TO BPLAN-CARRIER BPLAN-CARRIER-PLAN-ID
       END-READ.
       MOVE BENR-EMPLOYEE-ID TO CFR-EMPLOYEE-ID.
       MOVE BPLAN-CARRIER TO CFR-CARRIER.
       MOVE BPLAN-CARRIER-PLAN-ID TO CFR-CARRIER-PLAN-ID.
       MOVE BENR-PLAN-CODE TO CFR-PLAN-CODE.
       MOVE BENR-TIER TO CFR-TIER.
       MOVE BENR-START-DATE TO CFR-START-DATE.
       MOVE SPACES TO CARRIER-FEED-LINE.
       MOVE COVERAGE-FEED-RECORD TO CARRIER-FEED-LINE.
       WRITE CARRIER-FEED-LINE.
       ADD 1 TO COVERAGE-RECORDS.

       WRITE-THE-D-RECORDS.
       MOVE EMPLOYEES-ID TO DEPENDENT-EMPLOYEE-ID.
       MOVE ZERO TO DEPENDENT-SEQUENCE.
               ADD 1 TO DEPENDENT-RECORDS
           END-IF.

      *Each ended cover goes to the carrier once; it is stamped
      *with the feed date as it is written.
       WRITE-THE-TERMINATIONS.
       IF ENDS-ON-FILE = "Y"
           MOVE LOW-VALUES TO DCEND-KEY
           MOVE "0" TO READ-ALL
           START DEPENDENT-COVER-END-FILE
               KEY IS NOT LESS THAN DCEND-KEY
               INVALID KEY
                   MOVE "1" TO READ-ALL
           END-START
           PERFORM READ-NEXT-COVER-END
           PERFORM WRITE-ONE-TERMINATION
               UNTIL READ-ALL = "1".

       WRITE-ONE-TERMINATION.
       IF DCEND-ENDED AND DCEND-FED-DATE = ZERO
           PERFORM WRITE-THIS-TERMINATION.
       PERFORM READ-NEXT-COVER-END.

       WRITE-THIS-TERMINATION.
       MOVE DCEND-EMPLOYEE-ID TO XFR-EMPLOYEE-ID.
       MOVE DCEND-PLAN-CODE TO XFR-PLAN-CODE.
       MOVE DCEND-END-DATE TO XFR-END-DATE.
       MOVE SPACES TO XFR-NAME.
       MOVE ZERO TO XFR-BIRTH-DATE.
       IF DEPENDENT-FILE-STATUS = "00"
           MOVE DCEND-EMPLOYEE-ID TO DEPENDENT-EMPLOYEE-ID
           MOVE DCEND-SEQUENCE TO DEPENDENT-SEQUENCE
           READ DEPENDENT-FILE RECORD
               NOT INVALID KEY
                   MOVE DEPENDENT-NAME TO XFR-NAME
                   MOVE DEPENDENT-BIRTH-DATE TO XFR-BIRTH-DATE
           END-READ
       END-IF.
       MOVE SPACES TO XFR-CARRIER.
       IF COVERAGE-ON-FILE = "Y"
           PERFORM FIND-THE-CARRIER.
       MOVE SPACES TO CARRIER-FEED-LINE.
       MOVE TERMINATION-FEED-RECORD TO CARRIER-FEED-LINE.
       WRITE CARRIER-FEED-LINE.
       ADD 1 TO TERMINATION-RECORDS.
       MOVE TODAYS-DATE TO DCEND-FED-DATE.
       REWRITE DEPENDENT-COVER-END-RECORD
           INVALID KEY
               DISPLAY "Could not mark the termination for "
                   DCEND-EMPLOYEE-ID " as sent."
       END-REWRITE.

      *The plan is priced per tier but has one carrier; the tier the
      *employee is enrolled at finds the record.
       FIND-THE-CARRIER.
       MOVE DCEND-EMPLOYEE-ID TO BENR-EMPLOYEE-ID.
       MOVE DCEND-PLAN-CODE TO BENR-PLAN-CODE.
       READ BENEFIT-ENROLL-FILE RECORD
           NOT INVALID KEY
               MOVE BENR-PLAN-CODE TO BPLAN-CODE
               MOVE BENR-TIER TO BPLAN-TIER
               READ BENEFIT-PLAN-FILE RECORD
                   NOT INVALID KEY
                       MOVE BPLAN-CARRIER TO XFR-CARRIER
               END-READ
       END-READ.

       READ-NEXT-COVER-END.
       IF READ-ALL = "0"
           READ DEPENDENT-COVER-END-FILE NEXT RECORD
               AT END
                   MOVE "1" TO READ-ALL
           END-READ.

       WRITE-THE-TRAILER.
       MOVE EMPLOYEE-RECORDS TO TRL-EMPLOYEE-COUNT.
       MOVE DEPENDENT-RECORDS TO TRL-DEPENDENT-COUNT.
       MOVE COVERAGE-RECORDS TO TRL-COVERAGE-COUNT.
       MOVE TERMINATION-RECORDS TO TRL-TERMINATION-COUNT.
       MOVE SPACES TO CARRIER-FEED-LINE.
       MOVE TRAILER-RECORD TO CARRIER-FEED-LINE.
       WRITE CARRIER-FEED-LINE.
