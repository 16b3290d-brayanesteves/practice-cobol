       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApplicantTimeToFillReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "RequisitionPhysicalFile.cbl".
       COPY "ApplicantPhysicalFile.cbl".

       SELECT TIME-TO-FILL-REPORT-FILE
       ASSIGN TO "timetofill.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "RequisitionLogicFile.cbl".
       COPY "ApplicantLogicFile.cbl".

       FD TIME-TO-FILL-REPORT-FILE.
       01 REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01  REQUISITION-FILE-STATUS PIC X(2).
       01  APPLICANT-FILE-STATUS PIC X(2).
       01  APPLICANTS-PRESENT PIC X VALUE "N".
       01  READ-ALL PIC X.
       01  APPLICANTS-DONE PIC X.
       01  TODAYS-DATE-PARTS.
           05  TODAYS-YEAR PIC 9(4).
           05  TODAYS-MONTH PIC 9(2).
           05  TODAYS-DAY PIC 9(2).
       01  TODAYS-DATE REDEFINES TODAYS-DATE-PARTS PIC 9(8).
       01  OPENED-DATE-PARTS.
           05  OPENED-YEAR PIC 9(4).
           05  OPENED-MONTH PIC 9(2).
           05  OPENED-DAY PIC 9(2).
       01  ENDING-DATE-PARTS.
           05  ENDING-YEAR PIC 9(4).
           05  ENDING-MONTH PIC 9(2).
           05  ENDING-DAY PIC 9(2).
      *Days on the thirty-day-month approximation, the same one the
      *vacancy report ages open requisitions by.
       01  AGE-IN-DAYS PIC S9(5).
       01  FILLED-POSITIONS PIC 9(4) VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZZ9.

      *The applicants on the requisition being reported.
       01  REQ-APPLICANTS PIC 9(4).
       01  REQ-OFFERS PIC 9(4).
       01  REQ-OFFERS-DECLINED PIC 9(4).

      *Per-department results: filled and still-open requisitions
      *with their day totals, and the applicant funnel behind them.
       01  DEPT-LIMIT PIC 9(3) VALUE 100.
       01  DEPT-COUNT PIC 9(3) VALUE ZERO.
       01  DEPT-INDEX PIC 9(3).
       01  DEPT-WAS-FOUND PIC X.
       01  LOOKUP-DEPARTMENT PIC X(20).
       01  DEPT-TABLE.
           05  DEPT-ENTRY OCCURS 100 TIMES.
               10  DEPT-NAME PIC X(20).
               10  DEPT-FILLED PIC 9(4).
               10  DEPT-FILL-DAYS PIC 9(7).
               10  DEPT-OPEN PIC 9(4).
               10  DEPT-OPEN-DAYS PIC 9(7).
               10  DEPT-APPLICANTS PIC 9(5).
               10  DEPT-OFFERS PIC 9(4).
               10  DEPT-OFFERS-DECLINED PIC 9(4).
       01  AVERAGE-DAYS PIC 9(5).

       01  HEADING-LINE-1.
           05  FILLER PIC X(30) VALUE "TIME TO FILL REPORT".
           05  FILLER PIC X(10) VALUE "RUN DATE:".
           05  HL1-RUN-DATE PIC 9(8).

       01  HEADING-LINE-2.
           05  FILLER PIC X(8) VALUE "POS".
           05  FILLER PIC X(22) VALUE "DEPARTMENT".
           05  FILLER PIC X(22) VALUE "JOB TITLE".
           05  FILLER PIC X(10) VALUE "OPENED".
           05  FILLER PIC X(10) VALUE "FILLED".
           05  FILLER PIC X(7) VALUE "DAYS".
           05  FILLER PIC X(7) VALUE "APPLS".
           05  FILLER PIC X(7) VALUE "OFFERS".
           05  FILLER PIC X(8) VALUE "HIRE ID".

       01  DETAIL-LINE.
           05  DL-POSITION PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-DEPARTMENT PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-JOB-TITLE PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-OPENED PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-FILLED PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-DAYS PIC ZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-APPLICANTS PIC ZZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  DL-OFFERS PIC ZZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  DL-HIRE-ID PIC 9(6).

       01  SUMMARY-HEADING-LINE.
           05  FILLER PIC X(22) VALUE "DEPARTMENT".
           05  FILLER PIC X(8) VALUE "FILLED".
           05  FILLER PIC X(10) VALUE "AVG DAYS".
           05  FILLER PIC X(7) VALUE "OPEN".
           05  FILLER PIC X(11) VALUE "AVG OPEN".
           05  FILLER PIC X(8) VALUE "APPLS".
           05  FILLER PIC X(8) VALUE "OFFERS".
           05  FILLER PIC X(8) VALUE "DECLINED".

       01  SUMMARY-LINE.
           05  SL-DEPARTMENT PIC X(20).
           05  FILLER PIC X(2) VALUE SPACES.
           05  SL-FILLED PIC ZZZ9.
           05  FILLER PIC X(4) VALUE SPACES.
           05  SL-AVERAGE-FILL PIC ZZZZ9.
           05  FILLER PIC X(5) VALUE SPACES.
           05  SL-OPEN PIC ZZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  SL-AVERAGE-OPEN PIC ZZZZ9.
           05  FILLER PIC X(6) VALUE SPACES.
           05  SL-APPLICANTS PIC ZZZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  SL-OFFERS PIC ZZZ9.
           05  FILLER PIC X(4) VALUE SPACES.
           05  SL-OFFERS-DECLINED PIC ZZZ9.

       PROCEDURE DIVISION.
      *How long it takes to fill a position: every filled
      *requisition with the days from opening to the accepted offer
      *(or the hire, for positions filled before applicant tracking)
      *and the applicants it took, then a department summary of the
      *average days to fill, what is still open and for how long,
      *and how many offers were turned down.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM WRITE-THE-FILLED-SECTION
           PERFORM WRITE-THE-SUMMARY.
       PERFORM CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           MOVE FILLED-POSITIONS TO COUNT-DISPLAY
           DISPLAY "Time to fill report written: " COUNT-DISPLAY
               " filled requisitions (timetofill.rpt).".
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE-PARTS FROM DATE YYYYMMDD.
       OPEN INPUT REQUISITION-FILE.
       IF REQUISITION-FILE-STATUS NOT = "00"
           DISPLAY "No requisitions on file - nothing to report."
           MOVE 1 TO RETURN-CODE.
       IF RETURN-CODE = ZERO
           OPEN INPUT APPLICANT-FILE
           IF APPLICANT-FILE-STATUS = "00"
               MOVE "Y" TO APPLICANTS-PRESENT
           ELSE
               DISPLAY "No applicants on file - the applicant"
                   " counts will show zero."
           END-IF
           OPEN OUTPUT TIME-TO-FILL-REPORT-FILE.

       CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           CLOSE REQUISITION-FILE
           IF APPLICANTS-PRESENT = "Y"
               CLOSE APPLICANT-FILE
           END-IF
           CLOSE TIME-TO-FILL-REPORT-FILE.

       WRITE-THE-FILLED-SECTION.
       MOVE TODAYS-DATE TO HL1-RUN-DATE.
       MOVE SPACES TO REPORT-LINE.
       MOVE HEADING-LINE-1 TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       MOVE HEADING-LINE-2 TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-REQUISITION.
       PERFORM REPORT-ONE-REQUISITION
           UNTIL READ-ALL = "1".

      *A filled requisition is timed to its fill date and printed;
      *an open one is timed to today and only counted.
       REPORT-ONE-REQUISITION.
       PERFORM COUNT-THE-APPLICANTS.
       MOVE REQ-DEPARTMENT TO LOOKUP-DEPARTMENT.
       PERFORM FIND-OR-ADD-DEPARTMENT.
       MOVE REQ-OPENED-DATE TO OPENED-DATE-PARTS.
       IF REQ-FILLED
           MOVE REQ-FILLED-DATE TO ENDING-DATE-PARTS
       ELSE
           MOVE TODAYS-DATE TO ENDING-DATE-PARTS.
       COMPUTE AGE-IN-DAYS =
           (ENDING-YEAR - OPENED-YEAR) * 360
           + (ENDING-MONTH - OPENED-MONTH) * 30
           + ENDING-DAY - OPENED-DAY.
       IF AGE-IN-DAYS < ZERO
           MOVE ZERO TO AGE-IN-DAYS.
       IF DEPT-WAS-FOUND = "Y"
           ADD REQ-APPLICANTS TO DEPT-APPLICANTS (DEPT-INDEX)
           ADD REQ-OFFERS TO DEPT-OFFERS (DEPT-INDEX)
           ADD REQ-OFFERS-DECLINED
               TO DEPT-OFFERS-DECLINED (DEPT-INDEX)
           IF REQ-FILLED
               ADD 1 TO DEPT-FILLED (DEPT-INDEX)
               ADD AGE-IN-DAYS TO DEPT-FILL-DAYS (DEPT-INDEX)
           ELSE
               ADD 1 TO DEPT-OPEN (DEPT-INDEX)
               ADD AGE-IN-DAYS TO DEPT-OPEN-DAYS (DEPT-INDEX)
           END-IF.
       IF REQ-FILLED
           PERFORM WRITE-ONE-FILLED-LINE.
       PERFORM READ-NEXT-REQUISITION.

       WRITE-ONE-FILLED-LINE.
       MOVE SPACES TO DETAIL-LINE.
       MOVE REQ-POSITION-NUMBER TO DL-POSITION.
       MOVE REQ-DEPARTMENT TO DL-DEPARTMENT.
       MOVE REQ-JOB-TITLE TO DL-JOB-TITLE.
       MOVE REQ-OPENED-DATE TO DL-OPENED.
       MOVE REQ-FILLED-DATE TO DL-FILLED.
       MOVE AGE-IN-DAYS TO DL-DAYS.
       MOVE REQ-APPLICANTS TO DL-APPLICANTS.
       MOVE REQ-OFFERS TO DL-OFFERS.
       MOVE REQ-FILLED-BY TO DL-HIRE-ID.
       MOVE SPACES TO REPORT-LINE.
       MOVE DETAIL-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       ADD 1 TO FILLED-POSITIONS.

      *Applicants are keyed by requisition, so one positioned walk
      *covers the requisition being reported.
       COUNT-THE-APPLICANTS.
       MOVE ZERO TO REQ-APPLICANTS.
       MOVE ZERO TO REQ-OFFERS.
       MOVE ZERO TO REQ-OFFERS-DECLINED.
       IF APPLICANTS-PRESENT = "Y"
           MOVE REQ-POSITION-NUMBER TO APPL-POSITION-NUMBER
           MOVE ZERO TO APPL-NUMBER
           MOVE "N" TO APPLICANTS-DONE
           START APPLICANT-FILE
               KEY IS NOT LESS THAN APPL-KEY
               INVALID KEY
                   MOVE "Y" TO APPLICANTS-DONE
           END-START
           PERFORM COUNT-ONE-APPLICANT
               UNTIL APPLICANTS-DONE = "Y".

       COUNT-ONE-APPLICANT.
       READ APPLICANT-FILE NEXT RECORD
           AT END
               MOVE "Y" TO APPLICANTS-DONE
       END-READ.
       IF APPLICANTS-DONE = "N"
           IF APPL-POSITION-NUMBER NOT = REQ-POSITION-NUMBER
               MOVE "Y" TO APPLICANTS-DONE
           ELSE
               ADD 1 TO REQ-APPLICANTS
               IF APPL-OFFERED-DATE NOT = ZERO
                   ADD 1 TO REQ-OFFERS
                   IF APPL-DECLINED
                       ADD 1 TO REQ-OFFERS-DECLINED
                   END-IF
               END-IF
           END-IF.

       FIND-OR-ADD-DEPARTMENT.
       MOVE "N" TO DEPT-WAS-FOUND.
       MOVE 1 TO DEPT-INDEX.
       PERFORM LOOK-FOR-DEPARTMENT
           UNTIL DEPT-WAS-FOUND = "Y"
           OR DEPT-INDEX > DEPT-COUNT.
       IF DEPT-WAS-FOUND = "N"
           AND DEPT-COUNT < DEPT-LIMIT
           ADD 1 TO DEPT-COUNT
           MOVE DEPT-COUNT TO DEPT-INDEX
           MOVE LOOKUP-DEPARTMENT TO DEPT-NAME (DEPT-INDEX)
           MOVE ZERO TO DEPT-FILLED (DEPT-INDEX)
           MOVE ZERO TO DEPT-FILL-DAYS (DEPT-INDEX)
           MOVE ZERO TO DEPT-OPEN (DEPT-INDEX)
           MOVE ZERO TO DEPT-OPEN-DAYS (DEPT-INDEX)
           MOVE ZERO TO DEPT-APPLICANTS (DEPT-INDEX)
           MOVE ZERO TO DEPT-OFFERS (DEPT-INDEX)
           MOVE ZERO TO DEPT-OFFERS-DECLINED (DEPT-INDEX)
           MOVE "Y" TO DEPT-WAS-FOUND.

       LOOK-FOR-DEPARTMENT.
       IF DEPT-NAME (DEPT-INDEX) = LOOKUP-DEPARTMENT
           MOVE "Y" TO DEPT-WAS-FOUND
       ELSE
           ADD 1 TO DEPT-INDEX.

       WRITE-THE-SUMMARY.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SUMMARY-HEADING-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE 1 TO DEPT-INDEX.
       PERFORM WRITE-ONE-SUMMARY-ROW
           UNTIL DEPT-INDEX > DEPT-COUNT.

       WRITE-ONE-SUMMARY-ROW.
       MOVE SPACES TO SUMMARY-LINE.
       MOVE DEPT-NAME (DEPT-INDEX) TO SL-DEPARTMENT.
       MOVE DEPT-FILLED (DEPT-INDEX) TO SL-FILLED.
       MOVE ZERO TO AVERAGE-DAYS.
       IF DEPT-FILLED (DEPT-INDEX) > ZERO
           COMPUTE AVERAGE-DAYS ROUNDED =
               DEPT-FILL-DAYS (DEPT-INDEX) / DEPT-FILLED (DEPT-INDEX).
       MOVE AVERAGE-DAYS TO SL-AVERAGE-FILL.
       MOVE DEPT-OPEN (DEPT-INDEX) TO SL-OPEN.
       MOVE ZERO TO AVERAGE-DAYS.
       IF DEPT-OPEN (DEPT-INDEX) > ZERO
           COMPUTE AVERAGE-DAYS ROUNDED =
               DEPT-OPEN-DAYS (DEPT-INDEX) / DEPT-OPEN (DEPT-INDEX).
       MOVE AVERAGE-DAYS TO SL-AVERAGE-OPEN.
       MOVE DEPT-APPLICANTS (DEPT-INDEX) TO SL-APPLICANTS.
       MOVE DEPT-OFFERS (DEPT-INDEX) TO SL-OFFERS.
       MOVE DEPT-OFFERS-DECLINED (DEPT-INDEX) TO SL-OFFERS-DECLINED.
       MOVE SPACES TO REPORT-LINE.
       MOVE SUMMARY-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       ADD 1 TO DEPT-INDEX.

       READ-NEXT-REQUISITION.
       READ REQUISITION-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM ApplicantTimeToFillReport.
