       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeDependentAgeOut.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "BenefitPlanPhysicalFile.cbl".
       COPY "BenefitEnrollPhysicalFile.cbl".
       COPY "DependentPhysicalFile.cbl".
       COPY "DependentCoverEndPhysicalFile.cbl".
       COPY "AgeOutNoticePhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "BenefitPlanLogicFile.cbl".
       COPY "BenefitEnrollLogicFile.cbl".
       COPY "DependentLogicFile.cbl".
       COPY "DependentCoverEndLogicFile.cbl".
       COPY "AgeOutNoticeLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  BENEFIT-PLAN-STATUS PIC X(2).
       01  BENEFIT-ENROLL-STATUS PIC X(2).
       01  DEPENDENT-FILE-STATUS PIC X(2).
       01  DEPENDENT-COVER-END-STATUS PIC X(2).
       01  AGE-OUT-NOTICE-STATUS PIC X(2).
       77  READ-ALL PIC X.
       77  RECORD-FOUND PIC X.
       77  DONE-WITH-EMPLOYEE PIC X.
       77  IS-A-CHILD PIC X.
       01  TODAYS-DATE PIC 9(8).
      *How far ahead a child reaching the age limit is noticed, so
      *the family hears before the cover stops.
       01  NOTICE-HORIZON-DATE PIC 9(8).
       01  NOTICE-DAYS PIC 9(3) VALUE 60.
       01  RELATIONSHIP-WORK PIC X(15).
       01  AGE-OUT-DATE PIC 9(8).
       01  AGE-OUT-PARTS REDEFINES AGE-OUT-DATE.
           05  AGE-OUT-YEAR PIC 9(4).
           05  AGE-OUT-MONTH-DAY PIC 9(4).
       01  LEAP-QUOTIENT PIC 9(4).
       01  LEAP-REMAINDER PIC 9(4).
       01  NOTICES-WRITTEN PIC 9(5) VALUE ZERO.
       01  NOTICES-PENDING PIC 9(5) VALUE ZERO.
       01  COVERS-ENDED PIC 9(5) VALUE ZERO.
       01  COUNT-DISPLAY PIC Z(4)9.

      *Arguments for the shared date service, which owns the
      *month-length and leap-year rules.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

       01  HEADING-LINE.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(26) VALUE "DEPENDENT".
           05  FILLER PIC X(6) VALUE "PLAN".
           05  FILLER PIC X(10) VALUE "BORN".
           05  FILLER PIC X(10) VALUE "AGES OUT".
           05  FILLER PIC X(30) VALUE "RESULT".

       01  DETAIL-LINE.
           05  DL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-DEPENDENT-NAME PIC X(25).
           05  FILLER PIC X(1) VALUE SPACES.
           05  DL-PLAN-CODE PIC X(4).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-BIRTH-DATE PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-AGE-OUT-DATE PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-RESULT PIC X(30).

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "ageout".
       77  RW-TITLE PIC X(60)
           VALUE "DEPENDENT AGE-OUT".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *The monthly age-out run. For every spouse or family
      *enrollment in force today in a plan with an age limit for
      *children, each child dependent of the employee is checked
      *against the birthday they reach that limit on. A child
      *reaching it in the next sixty days is listed and a notice
      *line is written to ageoutnotice.dat once, for the letter
      *merge to turn into a letter to the employee. Once the
      *birthday has come, the dependent's cover under that plan is
      *recorded as ended, and the next carrier feed sends the
      *carrier a termination for them so the premium stops.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       IF RETURN-CODE = ZERO
           PERFORM OPEN-THE-REPORT
           MOVE LOW-VALUES TO BENR-KEY
           MOVE "0" TO READ-ALL
           START BENEFIT-ENROLL-FILE
               KEY IS NOT LESS THAN BENR-KEY
               INVALID KEY
                   MOVE "1" TO READ-ALL
           END-START
           PERFORM READ-NEXT-ENROLLMENT
           PERFORM CHECK-ONE-ENROLLMENT
               UNTIL READ-ALL = "1"
           PERFORM PRINT-THE-TOTALS
           PERFORM CLOSE-THE-REPORT
           PERFORM CLOSING-PROCEDURE
           MOVE NOTICES-WRITTEN TO COUNT-DISPLAY
           DISPLAY "Age-out notices written to ageoutnotice.dat: "
               COUNT-DISPLAY
           MOVE COVERS-ENDED TO COUNT-DISPLAY
           DISPLAY "Dependent covers ended: " COUNT-DISPLAY.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       MOVE TODAYS-DATE TO NOTICE-HORIZON-DATE.
       PERFORM ADD-ONE-HORIZON-DAY NOTICE-DAYS TIMES.
       OPEN INPUT BENEFIT-ENROLL-FILE.
       IF BENEFIT-ENROLL-STATUS NOT = "00"
           DISPLAY "No benefitenroll.dat on file - nobody is"
               " enrolled."
           MOVE 1 TO RETURN-CODE
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN INPUT BENEFIT-PLAN-FILE.
       IF BENEFIT-PLAN-STATUS NOT = "00"
           DISPLAY "No benefitplan.dat on file - there are no age"
               " limits to apply."
           MOVE 1 TO RETURN-CODE
           CLOSE BENEFIT-ENROLL-FILE
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN INPUT DEPENDENT-FILE.
       IF DEPENDENT-FILE-STATUS NOT = "00"
           DISPLAY "No dependents.dat on file - nobody can age out."
           MOVE 1 TO RETURN-CODE
           CLOSE BENEFIT-ENROLL-FILE
           CLOSE BENEFIT-PLAN-FILE
           GO TO OPENING-PROCEDURE-EXIT.
      *The cover-end file is built the first time it is needed, the
      *same way EMPLOYEES-FILE is.
       OPEN I-O DEPENDENT-COVER-END-FILE.
       IF DEPENDENT-COVER-END-STATUS = "35"
           OPEN OUTPUT DEPENDENT-COVER-END-FILE
           CLOSE DEPENDENT-COVER-END-FILE
           OPEN I-O DEPENDENT-COVER-END-FILE.
       IF DEPENDENT-COVER-END-STATUS NOT = "00"
           DISPLAY "Error opening depcoverend.dat, status code "
               DEPENDENT-COVER-END-STATUS "."
           MOVE 1 TO RETURN-CODE
           CLOSE BENEFIT-ENROLL-FILE
           CLOSE BENEFIT-PLAN-FILE
           CLOSE DEPENDENT-FILE
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN OUTPUT AGE-OUT-NOTICE-FILE.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       CLOSING-PROCEDURE.
       CLOSE BENEFIT-ENROLL-FILE.
       CLOSE BENEFIT-PLAN-FILE.
       CLOSE DEPENDENT-FILE.
       CLOSE DEPENDENT-COVER-END-FILE.
       CLOSE AGE-OUT-NOTICE-FILE.

       ADD-ONE-HORIZON-DAY.
       MOVE "N" TO DS-REQUEST.
       MOVE NOTICE-HORIZON-DATE TO DS-DATE-IN.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       MOVE DS-DATE-OUT TO NOTICE-HORIZON-DATE.

      *Employee-only cover has no dependents to age out, and a plan
      *with no age limit covers children at any age.
       CHECK-ONE-ENROLLMENT.
       IF BENR-TIER NOT = "E"
           AND BENR-START-DATE <= TODAYS-DATE
           AND (BENR-STOP-DATE = ZERO
               OR BENR-STOP-DATE >= TODAYS-DATE)
           PERFORM CHECK-THE-CHILDREN THRU CHECK-THE-CHILDREN-EXIT.
       PERFORM READ-NEXT-ENROLLMENT.

       CHECK-THE-CHILDREN.
       MOVE BENR-PLAN-CODE TO BPLAN-CODE.
       MOVE BENR-TIER TO BPLAN-TIER.
       READ BENEFIT-PLAN-FILE RECORD
           INVALID KEY
               GO TO CHECK-THE-CHILDREN-EXIT
       END-READ.
       IF BPLAN-CHILD-AGE-LIMIT = ZERO
           GO TO CHECK-THE-CHILDREN-EXIT.
       MOVE BENR-EMPLOYEE-ID TO DEPENDENT-EMPLOYEE-ID.
       MOVE ZERO TO DEPENDENT-SEQUENCE.
       START DEPENDENT-FILE
           KEY IS NOT LESS THAN DEPENDENT-KEY
           INVALID KEY
               GO TO CHECK-THE-CHILDREN-EXIT
       END-START.
       MOVE "N" TO DONE-WITH-EMPLOYEE.
       PERFORM CHECK-ONE-DEPENDENT
           UNTIL DONE-WITH-EMPLOYEE = "Y".
       CHECK-THE-CHILDREN-EXIT.
       EXIT.

       CHECK-ONE-DEPENDENT.
       READ DEPENDENT-FILE NEXT RECORD
           AT END
               MOVE "Y" TO DONE-WITH-EMPLOYEE
       END-READ.
       IF DONE-WITH-EMPLOYEE = "N"
           IF DEPENDENT-EMPLOYEE-ID NOT = BENR-EMPLOYEE-ID
               MOVE "Y" TO DONE-WITH-EMPLOYEE
           ELSE
               PERFORM JUDGE-THE-RELATIONSHIP
               IF IS-A-CHILD = "Y"
                   AND DEPENDENT-BIRTH-DATE NOT = ZERO
                   PERFORM CHECK-ONE-CHILD
                       THRU CHECK-ONE-CHILD-EXIT
               END-IF
           END-IF.

      *The relationship is free text as keyed on the dependent
      *screen, so it is read in capitals and by its leading word.
       JUDGE-THE-RELATIONSHIP.
       MOVE DEPENDENT-RELATIONSHIP TO RELATIONSHIP-WORK.
       INSPECT RELATIONSHIP-WORK
           CONVERTING "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE "N" TO IS-A-CHILD.
       IF RELATIONSHIP-WORK(1:5) = "CHILD"
           OR RELATIONSHIP-WORK(1:3) = "SON"
           OR RELATIONSHIP-WORK(1:8) = "DAUGHTER"
           OR RELATIONSHIP-WORK(1:4) = "STEP"
           OR RELATIONSHIP-WORK(1:6) = "FOSTER"
           MOVE "Y" TO IS-A-CHILD.

       CHECK-ONE-CHILD.
       PERFORM FIGURE-THE-AGE-OUT-DATE.
       IF AGE-OUT-DATE > NOTICE-HORIZON-DATE
           GO TO CHECK-ONE-CHILD-EXIT.
       MOVE DEPENDENT-EMPLOYEE-ID TO DCEND-EMPLOYEE-ID.
       MOVE DEPENDENT-SEQUENCE TO DCEND-SEQUENCE.
       MOVE BENR-PLAN-CODE TO DCEND-PLAN-CODE.
       MOVE "Y" TO RECORD-FOUND.
       READ DEPENDENT-COVER-END-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y" AND DCEND-ENDED
           GO TO CHECK-ONE-CHILD-EXIT.
       MOVE SPACES TO DETAIL-LINE.
       MOVE DEPENDENT-EMPLOYEE-ID TO DL-ID.
       MOVE DEPENDENT-NAME TO DL-DEPENDENT-NAME.
       MOVE BENR-PLAN-CODE TO DL-PLAN-CODE.
       MOVE DEPENDENT-BIRTH-DATE TO DL-BIRTH-DATE.
       MOVE AGE-OUT-DATE TO DL-AGE-OUT-DATE.
       IF AGE-OUT-DATE <= TODAYS-DATE
           PERFORM END-THE-COVER
       ELSE
           PERFORM NOTICE-THE-AGE-OUT.
       MOVE DETAIL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       CHECK-ONE-CHILD-EXIT.
       EXIT.

      *The birthday the plan's age limit is reached on. A child
      *born on 29 February reaches it on 1 March in a year that has
      *no 29th.
       FIGURE-THE-AGE-OUT-DATE.
       MOVE DEPENDENT-BIRTH-DATE TO AGE-OUT-DATE.
       ADD BPLAN-CHILD-AGE-LIMIT TO AGE-OUT-YEAR.
       IF AGE-OUT-MONTH-DAY = 0229
           DIVIDE AGE-OUT-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER
           IF LEAP-REMAINDER NOT = ZERO
               MOVE 0301 TO AGE-OUT-MONTH-DAY
           END-IF
       END-IF.

      *A child who aged out before a notice could go - enrolled
      *late, or the run missed - is ended all the same.
       END-THE-COVER.
       MOVE "E" TO DCEND-STATUS.
       MOVE AGE-OUT-DATE TO DCEND-END-DATE.
       MOVE ZERO TO DCEND-FED-DATE.
       IF RECORD-FOUND = "Y"
           REWRITE DEPENDENT-COVER-END-RECORD
               INVALID KEY
                   MOVE "COVER END NOT RECORDED" TO DL-RESULT
               NOT INVALID KEY
                   MOVE "COVER ENDED" TO DL-RESULT
                   ADD 1 TO COVERS-ENDED
           END-REWRITE
       ELSE
           MOVE ZERO TO DCEND-NOTICE-DATE
           WRITE DEPENDENT-COVER-END-RECORD
               INVALID KEY
                   MOVE "COVER END NOT RECORDED" TO DL-RESULT
               NOT INVALID KEY
                   MOVE "COVER ENDED, NO NOTICE WAS SENT"
                       TO DL-RESULT
                   ADD 1 TO COVERS-ENDED
           END-WRITE.

      *Noticed once; later runs inside the window only list it.
       NOTICE-THE-AGE-OUT.
       ADD 1 TO NOTICES-PENDING.
       IF RECORD-FOUND = "Y"
           MOVE "NOTICE ALREADY SENT" TO DL-RESULT
           MOVE DCEND-NOTICE-DATE TO DL-RESULT(21:8)
       ELSE
           MOVE "N" TO DCEND-STATUS
           MOVE AGE-OUT-DATE TO DCEND-END-DATE
           MOVE TODAYS-DATE TO DCEND-NOTICE-DATE
           MOVE ZERO TO DCEND-FED-DATE
           WRITE DEPENDENT-COVER-END-RECORD
               INVALID KEY
                   MOVE "NOTICE NOT RECORDED" TO DL-RESULT
               NOT INVALID KEY
                   PERFORM WRITE-ONE-NOTICE
           END-WRITE.

       WRITE-ONE-NOTICE.
       MOVE SPACES TO AGE-OUT-NOTICE-RECORD.
       MOVE DEPENDENT-EMPLOYEE-ID TO AON-EMPLOYEE-ID.
       MOVE DEPENDENT-NAME TO AON-DEPENDENT-NAME.
       MOVE AGE-OUT-DATE TO AON-AGE-OUT-DATE.
       MOVE BPLAN-DESCRIPTION TO AON-PLAN-DESCRIPTION.
       WRITE AGE-OUT-NOTICE-RECORD.
       ADD 1 TO NOTICES-WRITTEN.
       MOVE "NOTICE WRITTEN" TO DL-RESULT.

       PRINT-THE-TOTALS.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE NOTICES-PENDING TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "AGING OUT WITHIN " NOTICE-DAYS " DAYS: "
           COUNT-DISPLAY DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE NOTICES-WRITTEN TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "NEW NOTICES WRITTEN: " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE COVERS-ENDED TO COUNT-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "COVERS ENDED FOR THE CARRIER FEED: " COUNT-DISPLAY
           DELIMITED BY SIZE INTO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.

       OPEN-THE-REPORT.
       MOVE "O" TO RW-REQUEST.
       MOVE HEADING-LINE TO RW-COLUMN-HEADING.
       PERFORM CALL-THE-REPORT-WRITER.

       CLOSE-THE-REPORT.
       MOVE "C" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       WRITE-REPORT-DETAIL.
       MOVE "D" TO RW-REQUEST.
       PERFORM CALL-THE-REPORT-WRITER.

       CALL-THE-REPORT-WRITER.
       CALL "ReportWriterService" USING RW-REQUEST RW-REPORT-NAME
           RW-TITLE RW-COLUMN-HEADING RW-DETAIL RW-STATUS.

       READ-NEXT-ENROLLMENT.
       IF READ-ALL = "0"
           READ BENEFIT-ENROLL-FILE NEXT RECORD
               AT END
                   MOVE "1" TO READ-ALL
           END-READ.

       END PROGRAM EmployeeDependentAgeOut.
