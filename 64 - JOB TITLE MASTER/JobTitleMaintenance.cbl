       01  HELD-AFTER-VALUE PIC X(30).
       01  TABLE-AUDIT-ACTION PIC X(10).
       01  JOBTITLE-FILE-STATUS PIC X(2).
      *The class and rate, held the same way so a re-rating
      *leaves its own audit line.
       01  RATE-DISPLAY PIC ZZ9.9999.
       01  HELD-CLASS-AND-RATE PIC X(30).
       01  HELD-BEFORE-CLASS PIC X(30).
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
           DISPLAY "Job title already on file - the description"
               " will be replaced."
           DISPLAY "CURRENT: " JOBTITLE-DESCRIPTION
           MOVE JOBTITLE-DESCRIPTION TO HELD-BEFORE-VALUE
           PERFORM FORMAT-THE-CLASS-AND-RATE
           MOVE HELD-CLASS-AND-RATE TO HELD-BEFORE-CLASS.
       DISPLAY "ENTER the description: ".
       ACCEPT JOBTITLE-DESCRIPTION.
       DISPLAY "ENTER the workers' comp class code: ".
       ACCEPT JOBTITLE-WC-CLASS.
       DISPLAY "ENTER the premium rate per 100 of payroll (e.g."
           " 0012500 for 1.2500): ".
       ACCEPT JOBTITLE-WC-RATE.
       IF RECORD-FOUND = "Y"
           REWRITE JOBTITLE-RECORD
               INVALID KEY
                   MOVE JOBTITLE-DESCRIPTION TO HELD-AFTER-VALUE
                   MOVE "TBL-UPD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
                   PERFORM AUDIT-A-RE-RATING
           END-REWRITE
       ELSE
           WRITE JOBTITLE-RECORD
                   PERFORM WRITE-TABLE-AUDIT
           END-WRITE.

       AUDIT-A-RE-RATING.
       PERFORM FORMAT-THE-CLASS-AND-RATE.
       IF HELD-CLASS-AND-RATE NOT = HELD-BEFORE-CLASS
           MOVE HELD-BEFORE-CLASS TO HELD-BEFORE-VALUE
           MOVE HELD-CLASS-AND-RATE TO HELD-AFTER-VALUE
           PERFORM WRITE-TABLE-AUDIT.

       FORMAT-THE-CLASS-AND-RATE.
       MOVE JOBTITLE-WC-RATE TO RATE-DISPLAY.
       MOVE SPACES TO HELD-CLASS-AND-RATE.
       STRING "WC CLASS " JOBTITLE-WC-CLASS " RATE " RATE-DISPLAY
           DELIMITED BY SIZE INTO HELD-CLASS-AND-RATE.

       LIST-JOB-TITLES.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE LOW-VALUES TO JOBTITLE-CODE.
       DISPLAY "Job titles on file: " ENTRY-COUNT-DISPLAY.

       LIST-ONE-JOB-TITLE.
       MOVE JOBTITLE-WC-RATE TO RATE-DISPLAY.
       DISPLAY "JOB TITLE: " JOBTITLE-CODE
           " - " JOBTITLE-DESCRIPTION
           " WC CLASS: " JOBTITLE-WC-CLASS " RATE: " RATE-DISPLAY.
       ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-JOB-TITLE.

