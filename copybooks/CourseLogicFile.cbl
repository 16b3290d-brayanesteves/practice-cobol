       FD COURSE-FILE.
       01 COURSE-RECORD.
           05 COURSE-CODE PIC X(6).
           05 COURSE-TITLE PIC X(25).
      *The certs.dat code that passing the course writes or renews.
           05 COURSE-CERT-CODE PIC X(4).
      *How long the certification is good for once the course is
      *attended, counted from the class date.
           05 COURSE-VALID-MONTHS PIC 9(3).
