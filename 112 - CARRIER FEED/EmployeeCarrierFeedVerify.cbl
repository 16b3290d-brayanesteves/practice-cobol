       01  TRAILER-SEEN PIC X VALUE "N".
       01  EMPLOYEE-RECORDS PIC 9(6) VALUE ZERO.
       01  DEPENDENT-RECORDS PIC 9(6) VALUE ZERO.
       01  COVERAGE-RECORDS PIC 9(6) VALUE ZERO.
       01  TERMINATION-RECORDS PIC 9(6) VALUE ZERO.
       01  UNKNOWN-RECORDS PIC 9(6) VALUE ZERO.
       01  COUNT-DISPLAY PIC Z(5)9.

           05  TI-EMPLOYEE-COUNT PIC 9(6).
           05  FILLER PIC X(1).
           05  TI-DEPENDENT-COUNT PIC 9(6).
           05  FILLER PIC X(1).
           05  TI-COVERAGE-COUNT PIC 9(6).
           05  FILLER PIC X(1).
           05  TI-TERMINATION-COUNT PIC 9(6).

       PROCEDURE DIVISION.
      *The companion pass to the carrier feed: re-reads the file
      *just written and proves the trailer counts against the E, C,
      *D and X records actually present - a truncated or doctored
      *feed is caught here, not by the carrier's rejection letter.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       MOVE ZERO TO RETURN-CODE.
               MOVE "Y" TO HEADER-SEEN
           WHEN "E"
               ADD 1 TO EMPLOYEE-RECORDS
           WHEN "C"
               ADD 1 TO COVERAGE-RECORDS
           WHEN "X"
               ADD 1 TO TERMINATION-RECORDS
           WHEN "D"
               ADD 1 TO DEPENDENT-RECORDS
           WHEN "T"
               MOVE 1 TO RETURN-CODE
           WHEN TI-EMPLOYEE-COUNT NOT = EMPLOYEE-RECORDS
               OR TI-DEPENDENT-COUNT NOT = DEPENDENT-RECORDS
               OR TI-COVERAGE-COUNT NOT = COVERAGE-RECORDS
               OR TI-TERMINATION-COUNT NOT = TERMINATION-RECORDS
               DISPLAY "The trailer counts do not match the"
                   " records present. Do not send it."
               MOVE EMPLOYEE-RECORDS TO COUNT-DISPLAY
               MOVE DEPENDENT-RECORDS TO COUNT-DISPLAY
               DISPLAY "  D records counted: " COUNT-DISPLAY
                   "  trailer says: " TI-DEPENDENT-COUNT
               MOVE COVERAGE-RECORDS TO COUNT-DISPLAY
               DISPLAY "  C records counted: " COUNT-DISPLAY
                   "  trailer says: " TI-COVERAGE-COUNT
               MOVE TERMINATION-RECORDS TO COUNT-DISPLAY
               DISPLAY "  X records counted: " COUNT-DISPLAY
                   "  trailer says: " TI-TERMINATION-COUNT
               MOVE 1 TO RETURN-CODE
           WHEN OTHER
               MOVE EMPLOYEE-RECORDS TO COUNT-DISPLAY
               MOVE DEPENDENT-RECORDS TO COUNT-DISPLAY
               DISPLAY "                             "
                   COUNT-DISPLAY " dependents"
               MOVE COVERAGE-RECORDS TO COUNT-DISPLAY
               DISPLAY "                             "
                   COUNT-DISPLAY " plan coverages"
               MOVE TERMINATION-RECORDS TO COUNT-DISPLAY
               DISPLAY "                             "
                   COUNT-DISPLAY " dependent terminations"
       END-EVALUATE.

       READ-NEXT-FEED-LINE.
