       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeBatchDurationTrend.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *OPTIONAL because a site that has never run the batch driver
      *has no history - not a failure.
       SELECT OPTIONAL RUN-HISTORY-FILE
       ASSIGN TO "runhistory.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS RUN-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-LINE.
           05 RH-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 RH-TIME PIC 9(8).
           05 FILLER PIC X(1).
           05 RH-STEP PIC X(2).
           05 FILLER PIC X(1).
           05 RH-OUTCOME PIC X(8).
           05 FILLER PIC X(1).
           05 RH-START-TIME PIC 9(8).
           05 FILLER PIC X(1).
           05 RH-ELAPSED-SECONDS PIC 9(6).
           05 FILLER PIC X(1).
           05 RH-RECORD-COUNT PIC 9(7).

       WORKING-STORAGE SECTION.
       01  RUN-HISTORY-FILE-STATUS PIC X(2).
       01  END-OF-HISTORY PIC X.
      *The trend covers this many of the most recent runs, split
      *into an earlier and a recent half to show which way each
      *step is moving.
       01  RUNS-WANTED PIC 9(3) VALUE 30.
       01  RUNS-ON-FILE PIC 9(5) VALUE ZERO.
       01  FIRST-RUN-WANTED PIC 9(5).
       01  RUN-NUMBER PIC 9(5) VALUE ZERO.
       01  RUN-POSITION PIC 9(5).
       01  HALF-WAY PIC 9(3).
       01  RUNS-COVERED PIC 9(3).
       01  RUNS-COVERED-DISPLAY PIC ZZ9.

      *Slots 1 to 9 are the driver's steps; slot 10 is the window
      *as a whole, from its start to the ALL OK line.
       01  STEP-SLOT PIC 9(2).
       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 10 TIMES.
               10  STEP-TIMED-RUNS PIC 9(3).
               10  STEP-TOTAL-SECONDS PIC 9(9).
               10  STEP-LEAST-SECONDS PIC 9(6).
               10  STEP-MOST-SECONDS PIC 9(6).
               10  STEP-LATEST-SECONDS PIC 9(6).
               10  STEP-EARLIER-RUNS PIC 9(3).
               10  STEP-EARLIER-SECONDS PIC 9(9).
               10  STEP-RECENT-RUNS PIC 9(3).
               10  STEP-RECENT-SECONDS PIC 9(9).
       01  AVERAGE-SECONDS PIC 9(6).
       01  EARLIER-AVERAGE PIC 9(6).
       01  RECENT-AVERAGE PIC 9(6).
       01  TREND-PERCENT PIC S9(5)V9.
      *A step whose recent runs average more than this percentage
      *over its earlier runs is marked as creeping.
       01  CREEP-PERCENT PIC 9(3) VALUE 10.

       01  HEADING-LINE.
           05  FILLER PIC X(8) VALUE "STEP".
           05  FILLER PIC X(6) VALUE "RUNS".
           05  FILLER PIC X(9) VALUE "  AVERAGE".
           05  FILLER PIC X(9) VALUE "   FEWEST".
           05  FILLER PIC X(9) VALUE "     MOST".
           05  FILLER PIC X(9) VALUE "   LATEST".
           05  FILLER PIC X(9) VALUE "  EARLIER".
           05  FILLER PIC X(9) VALUE "   RECENT".
           05  FILLER PIC X(10) VALUE "   TREND %".
           05  FILLER PIC X(12) VALUE "  RESULT".

       01  DETAIL-LINE.
           05  DL-STEP PIC X(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-RUNS PIC ZZ9.
           05  FILLER PIC X(3) VALUE SPACES.
           05  DL-AVERAGE PIC Z(8)9.
           05  DL-LEAST PIC Z(8)9.
           05  DL-MOST PIC Z(8)9.
           05  DL-LATEST PIC Z(8)9.
           05  DL-EARLIER PIC Z(8)9.
           05  DL-RECENT PIC Z(8)9.
           05  DL-TREND PIC -(7)9.9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-RESULT PIC X(12).

      *Arguments for the shared report writer, which owns the
      *company banner, run date, page numbering, and the
      *date-stamped print file.
       77  RW-REQUEST PIC X.
       77  RW-REPORT-NAME PIC X(12) VALUE "batchtrend".
       77  RW-TITLE PIC X(60)
           VALUE "BATCH WINDOW STEP DURATIONS (SECONDS)".
       77  RW-COLUMN-HEADING PIC X(132).
       77  RW-DETAIL PIC X(132).
       77  RW-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *How long each step of the daily window has been taking over
      *the last thirty runs - average, fewest and most seconds, the
      *latest run, and the average of the earlier half against the
      *recent half - so a window creeping toward the morning online
      *start is seen weeks before it collides. Steps skipped by the
      *calendar or failed are left out of the timings, as are lines
      *from before steps were timed. The first pass counts the runs
      *on file, the second takes the last thirty of them.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       MOVE ZERO TO RETURN-CODE.
       OPEN INPUT RUN-HISTORY-FILE.
       IF RUN-HISTORY-FILE-STATUS NOT = "00"
           DISPLAY "No run history on file yet."
           CLOSE RUN-HISTORY-FILE
           GO TO END-PROGRAM.
       MOVE "N" TO END-OF-HISTORY.
       PERFORM READ-NEXT-HISTORY-LINE.
       PERFORM COUNT-ONE-RUN
           UNTIL END-OF-HISTORY = "Y".
       CLOSE RUN-HISTORY-FILE.
       PERFORM SET-UP-THE-RANGE.
       OPEN INPUT RUN-HISTORY-FILE.
       MOVE "N" TO END-OF-HISTORY.
       PERFORM READ-NEXT-HISTORY-LINE.
       PERFORM TIME-ONE-HISTORY-LINE
           UNTIL END-OF-HISTORY = "Y".
       CLOSE RUN-HISTORY-FILE.
       PERFORM OPEN-THE-REPORT.
       MOVE 1 TO STEP-SLOT.
       PERFORM PRINT-ONE-STEP
           UNTIL STEP-SLOT > 10.
       PERFORM PRINT-THE-FOOTING.
       PERFORM CLOSE-THE-REPORT.
       MOVE RUNS-COVERED TO RUNS-COVERED-DISPLAY.
       DISPLAY "Batch duration trend written for the last "
           RUNS-COVERED-DISPLAY " runs.".
       END-PROGRAM.
       GOBACK.

       COUNT-ONE-RUN.
       IF RH-STEP = "ST" AND RH-OUTCOME = "STARTED"
           ADD 1 TO RUNS-ON-FILE.
       PERFORM READ-NEXT-HISTORY-LINE.

       SET-UP-THE-RANGE.
       IF RUNS-ON-FILE > RUNS-WANTED
           COMPUTE FIRST-RUN-WANTED = RUNS-ON-FILE - RUNS-WANTED + 1
           MOVE RUNS-WANTED TO RUNS-COVERED
       ELSE
           MOVE 1 TO FIRST-RUN-WANTED
           MOVE RUNS-ON-FILE TO RUNS-COVERED.
       COMPUTE HALF-WAY = RUNS-COVERED / 2.
       MOVE 1 TO STEP-SLOT.
       PERFORM CLEAR-ONE-STEP
           UNTIL STEP-SLOT > 10.

       CLEAR-ONE-STEP.
       MOVE ZERO TO STEP-TIMED-RUNS (STEP-SLOT).
       MOVE ZERO TO STEP-TOTAL-SECONDS (STEP-SLOT).
       MOVE 999999 TO STEP-LEAST-SECONDS (STEP-SLOT).
       MOVE ZERO TO STEP-MOST-SECONDS (STEP-SLOT).
       MOVE ZERO TO STEP-LATEST-SECONDS (STEP-SLOT).
       MOVE ZERO TO STEP-EARLIER-RUNS (STEP-SLOT).
       MOVE ZERO TO STEP-EARLIER-SECONDS (STEP-SLOT).
       MOVE ZERO TO STEP-RECENT-RUNS (STEP-SLOT).
       MOVE ZERO TO STEP-RECENT-SECONDS (STEP-SLOT).
       ADD 1 TO STEP-SLOT.

      *Each STARTED line opens the next run; its steps follow it.
       TIME-ONE-HISTORY-LINE.
       IF RH-STEP = "ST" AND RH-OUTCOME = "STARTED"
           ADD 1 TO RUN-NUMBER.
       IF RUN-NUMBER NOT < FIRST-RUN-WANTED
           AND RUN-NUMBER > ZERO
           AND RH-ELAPSED-SECONDS IS NUMERIC
           PERFORM FIND-THE-STEP-SLOT
           IF STEP-SLOT > ZERO
               PERFORM ADD-ONE-TIMING
           END-IF.
       PERFORM READ-NEXT-HISTORY-LINE.

       FIND-THE-STEP-SLOT.
       MOVE ZERO TO STEP-SLOT.
       IF RH-STEP = "ST" AND RH-OUTCOME = "ALL OK"
           MOVE 10 TO STEP-SLOT.
       IF RH-STEP NOT = "ST" AND RH-OUTCOME = "OK"
           AND RH-STEP IS NUMERIC
           MOVE RH-STEP TO STEP-SLOT
           IF STEP-SLOT > 9
               MOVE ZERO TO STEP-SLOT
           END-IF.

       ADD-ONE-TIMING.
       COMPUTE RUN-POSITION = RUN-NUMBER - FIRST-RUN-WANTED + 1.
       ADD 1 TO STEP-TIMED-RUNS (STEP-SLOT).
       ADD RH-ELAPSED-SECONDS TO STEP-TOTAL-SECONDS (STEP-SLOT).
       IF RH-ELAPSED-SECONDS < STEP-LEAST-SECONDS (STEP-SLOT)
           MOVE RH-ELAPSED-SECONDS TO STEP-LEAST-SECONDS (STEP-SLOT).
       IF RH-ELAPSED-SECONDS > STEP-MOST-SECONDS (STEP-SLOT)
           MOVE RH-ELAPSED-SECONDS TO STEP-MOST-SECONDS (STEP-SLOT).
       MOVE RH-ELAPSED-SECONDS TO STEP-LATEST-SECONDS (STEP-SLOT).
       IF RUN-POSITION > HALF-WAY
           ADD 1 TO STEP-RECENT-RUNS (STEP-SLOT)
           ADD RH-ELAPSED-SECONDS
               TO STEP-RECENT-SECONDS (STEP-SLOT)
       ELSE
           ADD 1 TO STEP-EARLIER-RUNS (STEP-SLOT)
           ADD RH-ELAPSED-SECONDS
               TO STEP-EARLIER-SECONDS (STEP-SLOT).

       PRINT-ONE-STEP.
       MOVE SPACES TO DETAIL-LINE.
       IF STEP-SLOT = 10
           MOVE "WINDOW" TO DL-STEP
       ELSE
           MOVE STEP-SLOT TO DL-STEP.
       MOVE STEP-TIMED-RUNS (STEP-SLOT) TO DL-RUNS.
       IF STEP-TIMED-RUNS (STEP-SLOT) = ZERO
           MOVE "NOT TIMED" TO DL-RESULT
       ELSE
           PERFORM FIGURE-THE-AVERAGES.
       MOVE DETAIL-LINE TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       ADD 1 TO STEP-SLOT.

       FIGURE-THE-AVERAGES.
       COMPUTE AVERAGE-SECONDS ROUNDED =
           STEP-TOTAL-SECONDS (STEP-SLOT)
           / STEP-TIMED-RUNS (STEP-SLOT).
       MOVE ZERO TO EARLIER-AVERAGE.
       MOVE ZERO TO RECENT-AVERAGE.
       MOVE ZERO TO TREND-PERCENT.
       IF STEP-EARLIER-RUNS (STEP-SLOT) > ZERO
           COMPUTE EARLIER-AVERAGE ROUNDED =
               STEP-EARLIER-SECONDS (STEP-SLOT)
               / STEP-EARLIER-RUNS (STEP-SLOT).
       IF STEP-RECENT-RUNS (STEP-SLOT) > ZERO
           COMPUTE RECENT-AVERAGE ROUNDED =
               STEP-RECENT-SECONDS (STEP-SLOT)
               / STEP-RECENT-RUNS (STEP-SLOT).
       IF EARLIER-AVERAGE > ZERO AND RECENT-AVERAGE > ZERO
           COMPUTE TREND-PERCENT ROUNDED =
               (RECENT-AVERAGE - EARLIER-AVERAGE) * 100
               / EARLIER-AVERAGE
               ON SIZE ERROR
                   MOVE 99999.9 TO TREND-PERCENT
           END-COMPUTE.
       MOVE AVERAGE-SECONDS TO DL-AVERAGE.
       MOVE STEP-LEAST-SECONDS (STEP-SLOT) TO DL-LEAST.
       MOVE STEP-MOST-SECONDS (STEP-SLOT) TO DL-MOST.
       MOVE STEP-LATEST-SECONDS (STEP-SLOT) TO DL-LATEST.
       MOVE EARLIER-AVERAGE TO DL-EARLIER.
       MOVE RECENT-AVERAGE TO DL-RECENT.
       MOVE TREND-PERCENT TO DL-TREND.
       IF TREND-PERCENT > CREEP-PERCENT
           MOVE "CREEPING" TO DL-RESULT
       ELSE
           MOVE "STEADY" TO DL-RESULT.

       PRINT-THE-FOOTING.
       MOVE SPACES TO RW-DETAIL.
       PERFORM WRITE-REPORT-DETAIL.
       MOVE RUNS-COVERED TO RUNS-COVERED-DISPLAY.
       MOVE SPACES TO RW-DETAIL.
       STRING "RUNS COVERED: " RUNS-COVERED-DISPLAY
           "   CREEPING MEANS THE RECENT HALF AVERAGES MORE THAN "
           CREEP-PERCENT "% OVER THE EARLIER HALF"
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

       READ-NEXT-HISTORY-LINE.
       READ RUN-HISTORY-FILE
       AT END MOVE "Y" TO END-OF-HISTORY.

       END PROGRAM EmployeeBatchDurationTrend.
