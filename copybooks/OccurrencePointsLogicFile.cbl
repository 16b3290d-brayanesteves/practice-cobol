       FD OCCURRENCE-POINTS-FILE.
       01 OCCURRENCE-POINTS-RECORD.
      *S unplanned sick absence, L late arrival, E early departure,
      *N no-call/no-show, O no OUT punch. A type not on the table
      *carries no points.
           05 OCCPTS-TYPE PIC X(1).
               88 OCCPTS-SICK VALUE "S".
               88 OCCPTS-LATE VALUE "L".
               88 OCCPTS-EARLY VALUE "E".
               88 OCCPTS-NO-SHOW VALUE "N".
               88 OCCPTS-NO-OUT VALUE "O".
               88 OCCPTS-VALID-TYPE VALUE "S" "L" "E" "N" "O".
           05 OCCPTS-DESCRIPTION PIC X(20).
           05 OCCPTS-POINTS PIC 9(2)V9.
