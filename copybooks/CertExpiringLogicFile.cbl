       FD CERT-EXPIRING-FILE.
       01 CERT-EXPIRING-RECORD.
           05 CXP-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(1).
           05 CXP-CERT-CODE PIC X(4).
           05 FILLER PIC X(1).
           05 CXP-EXPIRY-DATE PIC 9(8).
