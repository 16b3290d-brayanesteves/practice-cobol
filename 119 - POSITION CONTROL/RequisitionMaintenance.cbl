           ACCEPT REQ-JOB-TITLE
           DISPLAY "ENTER the branch code: "
           ACCEPT REQ-BRANCH
           DISPLAY "ENTER the expected fill date (YYYYMMDD, 0 if"
               " not known): "
           ACCEPT REQ-EXPECTED-FILL-DATE
           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           MOVE TODAYS-DATE TO REQ-OPENED-DATE
           MOVE "O" TO REQ-STATUS
           DISPLAY "POS " REQ-POSITION-NUMBER " OPEN  "
               REQ-DEPARTMENT " " REQ-JOB-TITLE " " REQ-BRANCH
               " SINCE " REQ-OPENED-DATE
               " FILL BY " REQ-EXPECTED-FILL-DATE
       ELSE
           DISPLAY "POS " REQ-POSITION-NUMBER " FILLED BY "
               REQ-FILLED-BY " ON " REQ-FILLED-DATE.
