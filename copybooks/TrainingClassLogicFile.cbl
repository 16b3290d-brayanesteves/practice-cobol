       FD TRAINING-CLASS-FILE.
       01 TRAINING-CLASS-RECORD.
           05 TCLASS-NUMBER PIC 9(6).
           05 TCLASS-COURSE-CODE PIC X(6).
           05 TCLASS-DATE PIC 9(8).
           05 TCLASS-BRANCH PIC X(3).
           05 TCLASS-INSTRUCTOR-ID PIC 9(6).
      *Seats taken counts the enrolled, never the waitlisted.
           05 TCLASS-SEAT-LIMIT PIC 9(3).
           05 TCLASS-SEATS-TAKEN PIC 9(3).
      *Last waitlist position handed out, so the waitlist is served
      *in the order people joined it.
           05 TCLASS-LAST-WAIT-NUMBER PIC 9(4).
      *S scheduled and taking enrollments, C completed with the
      *attendance posted, X cancelled.
           05 TCLASS-STATUS PIC X(1).
               88 TCLASS-SCHEDULED VALUE "S".
               88 TCLASS-COMPLETED VALUE "C".
               88 TCLASS-CANCELLED VALUE "X".
