           05 RH-STEP PIC X(2).
           05 FILLER PIC X(1).
           05 RH-OUTCOME PIC X(8).
           05 FILLER PIC X(1).
           05 RH-START-TIME PIC 9(8).
           05 FILLER PIC X(1).
           05 RH-ELAPSED-SECONDS PIC 9(6).
           05 FILLER PIC X(1).
           05 RH-RECORD-COUNT PIC 9(7).

       FD REJECT-FILE.
       01 REJECT-LINE PIC X(120).
       01  CAP-COUNT-LIMIT PIC 9(7) VALUE 100000.
       01  CAP-ID-LIMIT PIC 9(6) VALUE 900000.

      *Overrun forecast: the pace of the last thirty clean windows,
      *in seconds per master record, applied to tonight's active
      *count. The window opens at the last run's start unless
      *BATCH_WINDOW_START says otherwise, and must be finished by
      *BATCH_WINDOW_END (both HHMM; the online day starts 0600).
       01  FORECAST-RECORD-COUNT PIC 9(7) VALUE ZERO.
       01  WINDOWS-WANTED PIC 9(3) VALUE 30.
       01  WINDOWS-ON-FILE PIC 9(5) VALUE ZERO.
       01  WINDOW-NUMBER PIC 9(5) VALUE ZERO.
       01  FIRST-WINDOW-WANTED PIC 9(5).
       01  WINDOWS-USED PIC 9(3) VALUE ZERO.
       01  WINDOWS-USED-DISPLAY PIC ZZ9.
       01  PACE-SECONDS PIC 9(9) VALUE ZERO.
       01  PACE-RECORDS PIC 9(11) VALUE ZERO.
       01  LAST-START-TIME PIC 9(8) VALUE ZERO.
       01  LAST-START-PARTS REDEFINES LAST-START-TIME.
           05  LAST-START-HH PIC 9(2).
           05  LAST-START-MM PIC 9(2).
           05  FILLER PIC 9(4).
       01  WINDOW-START-SETTING PIC X(4).
       01  WINDOW-START-PARTS REDEFINES WINDOW-START-SETTING.
           05  WINDOW-START-HH PIC 9(2).
           05  WINDOW-START-MM PIC 9(2).
       01  WINDOW-END-SETTING PIC X(4).
       01  WINDOW-END-PARTS REDEFINES WINDOW-END-SETTING.
           05  WINDOW-END-HH PIC 9(2).
           05  WINDOW-END-MM PIC 9(2).
       01  START-MINUTE PIC 9(4).
       01  END-MINUTE PIC 9(4).
       01  MINUTES-AVAILABLE PIC 9(4).
       01  PROJECTED-SECONDS PIC 9(9).
       01  PROJECTED-MINUTES PIC 9(7).
       01  FINISH-MINUTE PIC 9(7).
       01  FINISH-DAYS PIC 9(5).
       01  FINISH-CLOCK.
           05  FINISH-HH PIC 9(2).
           05  FILLER PIC X VALUE ":".
           05  FINISH-MM PIC 9(2).
       01  END-CLOCK.
           05  END-HH PIC 9(2).
           05  FILLER PIC X VALUE ":".
           05  END-MM PIC 9(2).
       01  PROJECTED-MINUTES-DISPLAY PIC Z(6)9.
       01  FORECAST-COUNT-DISPLAY PIC Z(6)9.

      *Arguments for the shared report writer, which prints the one
      *page this program exists for.
       77  RW-REQUEST PIC X.
      *The one page that answers "did last night run clean": each
      *window step's outcome from the run-control record, the
      *loader's reject count, the integrity seal verification, the
      *control-total capacity position, whether tonight's window is
      *forecast to overrun, and a go/no-go verdict at the foot -
      *instead of five files opened one after another.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       MOVE ZERO TO RETURN-CODE.
       PERFORM REPORT-THE-SEAL.
       PERFORM REPORT-THE-RECONCILIATION.
       PERFORM REPORT-THE-CAPACITY THRU REPORT-THE-CAPACITY-DONE.
       PERFORM REPORT-THE-WINDOW-FORECAST
           THRU REPORT-THE-WINDOW-FORECAST-EXIT.
       PERFORM REPORT-THE-STAGED-WORK.
       PERFORM RENDER-THE-VERDICT.
       MOVE "C" TO RW-REQUEST.
                   "  HIGHEST ID " CONTROL-LAST-ID-USED
                   DELIMITED BY SIZE INTO DASH-LINE
               PERFORM WRITE-DASH-LINE
               MOVE CONTROL-COUNT TO FORECAST-RECORD-COUNT
               IF CONTROL-COUNT >= CAP-COUNT-LIMIT
                   MOVE "  WARNING: COUNT AT CAPACITY THRESHOLD"
                       TO DASH-LINE
       REPORT-THE-CAPACITY-DONE.
       CLOSE CONTROL-FILE.

      *Whether tonight's window will be done before the online day
      *starts. Only windows that finished ALL OK with a timing and a
      *record count set the pace. The forecast only warns: an
      *overrun tonight says nothing about whether last night ran
      *clean, so it never turns the verdict.
       REPORT-THE-WINDOW-FORECAST.
       MOVE SPACES TO DASH-LINE.
       PERFORM WRITE-DASH-LINE.
       MOVE "TONIGHT'S WINDOW FORECAST" TO DASH-LINE.
       PERFORM WRITE-DASH-LINE.
       IF FORECAST-RECORD-COUNT = ZERO
           MOVE "  (NO ACTIVE COUNT TO FORECAST FROM)" TO DASH-LINE
           PERFORM WRITE-DASH-LINE
           GO TO REPORT-THE-WINDOW-FORECAST-EXIT.
       OPEN INPUT RUN-HISTORY-FILE.
       IF RUN-HISTORY-STATUS NOT = "00"
           CLOSE RUN-HISTORY-FILE
           MOVE "  (NO RUN HISTORY TO FORECAST FROM)" TO DASH-LINE
           PERFORM WRITE-DASH-LINE
           GO TO REPORT-THE-WINDOW-FORECAST-EXIT.
       MOVE "N" TO END-OF-SCAN.
       PERFORM COUNT-ONE-WINDOW
           UNTIL END-OF-SCAN = "Y".
       CLOSE RUN-HISTORY-FILE.
       IF WINDOWS-ON-FILE = ZERO
           MOVE "  (NO TIMED WINDOWS YET TO FORECAST FROM)"
               TO DASH-LINE
           PERFORM WRITE-DASH-LINE
           GO TO REPORT-THE-WINDOW-FORECAST-EXIT.
       IF WINDOWS-ON-FILE > WINDOWS-WANTED
           COMPUTE FIRST-WINDOW-WANTED =
               WINDOWS-ON-FILE - WINDOWS-WANTED + 1
       ELSE
           MOVE 1 TO FIRST-WINDOW-WANTED.
       OPEN INPUT RUN-HISTORY-FILE.
       MOVE "N" TO END-OF-SCAN.
       PERFORM PACE-ONE-WINDOW
           UNTIL END-OF-SCAN = "Y".
       CLOSE RUN-HISTORY-FILE.
       PERFORM SET-UP-THE-WINDOW-TIMES.
       COMPUTE PROJECTED-SECONDS ROUNDED =
           PACE-SECONDS * FORECAST-RECORD-COUNT / PACE-RECORDS
           ON SIZE ERROR
               MOVE 999999999 TO PROJECTED-SECONDS
       END-COMPUTE.
       COMPUTE PROJECTED-MINUTES = (PROJECTED-SECONDS + 59) / 60.
       COMPUTE FINISH-MINUTE = START-MINUTE + PROJECTED-MINUTES.
       DIVIDE FINISH-MINUTE BY 1440 GIVING FINISH-DAYS
           REMAINDER FINISH-MINUTE.
       DIVIDE FINISH-MINUTE BY 60 GIVING FINISH-HH
           REMAINDER FINISH-MM.
       MOVE WINDOWS-USED TO WINDOWS-USED-DISPLAY.
       MOVE FORECAST-RECORD-COUNT TO FORECAST-COUNT-DISPLAY.
       MOVE PROJECTED-MINUTES TO PROJECTED-MINUTES-DISPLAY.
       MOVE SPACES TO DASH-LINE.
       STRING "  PACE OF LAST " WINDOWS-USED-DISPLAY
           " WINDOWS OVER " FORECAST-COUNT-DISPLAY " RECORDS: "
           PROJECTED-MINUTES-DISPLAY " MINUTES, FINISHING "
           FINISH-CLOCK
           DELIMITED BY SIZE INTO DASH-LINE.
       PERFORM WRITE-DASH-LINE.
       IF PROJECTED-MINUTES > MINUTES-AVAILABLE
           MOVE SPACES TO DASH-LINE
           STRING "  WARNING: PROJECTED FINISH " FINISH-CLOCK
               " OVERRUNS THE " END-CLOCK " ONLINE START"
               DELIMITED BY SIZE INTO DASH-LINE
           PERFORM WRITE-DASH-LINE.
       REPORT-THE-WINDOW-FORECAST-EXIT.
       EXIT.

       COUNT-ONE-WINDOW.
       READ RUN-HISTORY-FILE
           AT END
               MOVE "Y" TO END-OF-SCAN
       END-READ.
       IF END-OF-SCAN = "N"
           AND RH-STEP = "ST" AND RH-OUTCOME = "STARTED"
           AND RH-TIME IS NUMERIC
           MOVE RH-TIME TO LAST-START-TIME.
       IF END-OF-SCAN = "N"
           AND RH-STEP = "ST" AND RH-OUTCOME = "ALL OK"
           AND RH-ELAPSED-SECONDS IS NUMERIC
           AND RH-RECORD-COUNT IS NUMERIC
           AND RH-RECORD-COUNT > ZERO
           ADD 1 TO WINDOWS-ON-FILE.

       PACE-ONE-WINDOW.
       READ RUN-HISTORY-FILE
           AT END
               MOVE "Y" TO END-OF-SCAN
       END-READ.
       IF END-OF-SCAN = "N"
           AND RH-STEP = "ST" AND RH-OUTCOME = "ALL OK"
           AND RH-ELAPSED-SECONDS IS NUMERIC
           AND RH-RECORD-COUNT IS NUMERIC
           AND RH-RECORD-COUNT > ZERO
           ADD 1 TO WINDOW-NUMBER
           IF WINDOW-NUMBER NOT < FIRST-WINDOW-WANTED
               ADD 1 TO WINDOWS-USED
               ADD RH-ELAPSED-SECONDS TO PACE-SECONDS
               ADD RH-RECORD-COUNT TO PACE-RECORDS
           END-IF.

      *Times are minutes past midnight; a window that opens in the
      *evening and must close in the morning wraps the day.
       SET-UP-THE-WINDOW-TIMES.
       ACCEPT WINDOW-START-SETTING FROM ENVIRONMENT
           "BATCH_WINDOW_START".
       IF WINDOW-START-SETTING IS NUMERIC
           COMPUTE START-MINUTE =
               WINDOW-START-HH * 60 + WINDOW-START-MM
       ELSE
           COMPUTE START-MINUTE =
               LAST-START-HH * 60 + LAST-START-MM.
       ACCEPT WINDOW-END-SETTING FROM ENVIRONMENT
           "BATCH_WINDOW_END".
       IF WINDOW-END-SETTING IS NOT NUMERIC
           MOVE "0600" TO WINDOW-END-SETTING.
       COMPUTE END-MINUTE = WINDOW-END-HH * 60 + WINDOW-END-MM.
       MOVE WINDOW-END-HH TO END-HH.
       MOVE WINDOW-END-MM TO END-MM.
       IF END-MINUTE > START-MINUTE
           COMPUTE MINUTES-AVAILABLE = END-MINUTE - START-MINUTE
       ELSE
           COMPUTE MINUTES-AVAILABLE =
               END-MINUTE + 1440 - START-MINUTE.

      *The staged-work summary the aging report details: what is
      *still waiting for approval or for its effective date.
       REPORT-THE-STAGED-WORK.
