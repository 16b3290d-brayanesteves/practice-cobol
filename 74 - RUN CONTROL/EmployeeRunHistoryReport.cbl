           05 RH-STEP PIC X(2).
           05 FILLER PIC X(1).
           05 RH-OUTCOME PIC X(8).
      *Start time, elapsed seconds, and the active count the window
      *ran against; blank on lines from before steps were timed.
           05 FILLER PIC X(1).
           05 RH-START-TIME PIC 9(8).
           05 FILLER PIC X(1).
           05 RH-ELAPSED-SECONDS PIC 9(6).
           05 FILLER PIC X(1).
           05 RH-RECORD-COUNT PIC 9(7).

       FD HISTORY-REPORT-FILE.
       01 REPORT-LINE PIC X(80).
           05  FILLER PIC X(10) VALUE "DATE".
           05  FILLER PIC X(10) VALUE "TIME".
           05  FILLER PIC X(6) VALUE "STEP".
           05  FILLER PIC X(10) VALUE "OUTCOME".
           05  FILLER PIC X(10) VALUE "STARTED".
           05  FILLER PIC X(8) VALUE "SECONDS".

       01  DETAIL-LINE.
           05  DL-DATE PIC 9(8).
           05  DL-STEP PIC X(2).
           05  FILLER PIC X(4) VALUE SPACES.
           05  DL-OUTCOME PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-START-TIME PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-ELAPSED PIC ZZZZZ9.
           05  DL-ELAPSED-BLANK REDEFINES DL-ELAPSED PIC X(6).

       PROCEDURE DIVISION.
      *Start, end, elapsed time, and outcome of every step of every
      *driver run, straight off the run-history log, narrowed to a
      *date range - the record the old JOB-FAILED working-storage
      *switch forgot the moment the driver ended.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       DISPLAY "ENTER the from date (YYYYMMDD, 0 for all): ".
       MOVE RH-TIME TO DL-TIME.
       MOVE RH-STEP TO DL-STEP.
       MOVE RH-OUTCOME TO DL-OUTCOME.
       IF RH-START-TIME IS NUMERIC
           AND RH-ELAPSED-SECONDS IS NUMERIC
           MOVE RH-START-TIME TO DL-START-TIME
           MOVE RH-ELAPSED-SECONDS TO DL-ELAPSED
       ELSE
           MOVE SPACES TO DL-START-TIME
           MOVE SPACES TO DL-ELAPSED-BLANK.
       MOVE SPACES TO REPORT-LINE.
       MOVE DETAIL-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
