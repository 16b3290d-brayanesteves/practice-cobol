       FD TERMINAL-FILE.
       01 TERMINAL-RECORD.
           05 TERMINAL-ID PIC X(4).
           05 TERMINAL-BRANCH PIC X(3).
           05 TERMINAL-LOCATION PIC X(20).
      *A retired terminal is no longer expected to send anything.
           05 TERMINAL-STATUS PIC X(1).
               88 TERMINAL-ACTIVE VALUE "A".
               88 TERMINAL-RETIRED VALUE "I".
               88 TERMINAL-STATUS-VALID VALUE "A" "I".
      *Y for each day, Monday first, the terminal's branch works.
           05 TERMINAL-DAYS.
               10 TERMINAL-DAY PIC X(1) OCCURS 7 TIMES.
      *The shifts, from shifts.dat, whose crews punch at this
      *terminal; it should hear from someone during each of them
      *on a working day.
           05 TERMINAL-SHIFT-CODE PIC X(2) OCCURS 3 TIMES.
      *The highest sequence number the clock interface has taken
      *from the terminal, and the punch date it came with, so a
      *gap or a replayed buffer shows up across daily exports.
           05 TERMINAL-LAST-SEQUENCE PIC 9(6).
           05 TERMINAL-LAST-DATE PIC 9(8).
