       FD APPLICANT-FILE.
       01 APPLICANT-RECORD.
           05 APPL-KEY.
               10 APPL-POSITION-NUMBER PIC 9(6).
               10 APPL-NUMBER PIC 9(4).
           05 APPL-NAME PIC X(25).
           05 APPL-LASTNAMES PIC X(25).
           05 APPL-PHONE-COUNTRY-CODE PIC X(4).
           05 APPL-PHONE-NUMBER PIC X(11).
      *Where the candidate stands. Accepted and declined close the
      *applicant; the others are still in play.
           05 APPL-STAGE PIC X(2).
               88 APPL-APPLIED VALUE "AP".
               88 APPL-SCREENED VALUE "SC".
               88 APPL-INTERVIEWED VALUE "IN".
               88 APPL-OFFERED VALUE "OF".
               88 APPL-ACCEPTED VALUE "AC".
               88 APPL-DECLINED VALUE "DE".
               88 APPL-IN-PLAY VALUE "AP" "SC" "IN" "OF".
      *The day each stage was reached; zero for a stage skipped or
      *not reached yet. The closed date is the day the offer was
      *accepted or the candidacy declined.
           05 APPL-APPLIED-DATE PIC 9(8).
           05 APPL-SCREENED-DATE PIC 9(8).
           05 APPL-INTERVIEWED-DATE PIC 9(8).
           05 APPL-OFFERED-DATE PIC 9(8).
           05 APPL-CLOSED-DATE PIC 9(8).
      *EMPLOYEES-ID of the interviewer.
           05 APPL-INTERVIEWER-ID PIC 9(6).
      *The offer: annual salary (last two digits are cents) and the
      *first day of work, carried into the staged hire.
           05 APPL-OFFER-SALARY PIC 9(7)V99.
           05 APPL-START-DATE PIC 9(8).
      *The ID the accepted candidate was staged under.
           05 APPL-EMPLOYEE-ID PIC 9(6).
           05 APPL-LAST-ACTION-BY PIC X(8).
