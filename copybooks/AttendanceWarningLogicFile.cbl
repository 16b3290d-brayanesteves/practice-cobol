       FD ATTENDANCE-WARNING-FILE.
       01 ATTENDANCE-WARNING-RECORD.
           05 ATW-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(1).
           05 ATW-WARNING-DESCRIPTION PIC X(20).
           05 FILLER PIC X(1).
           05 ATW-POINTS PIC 9(3)V9.
           05 FILLER PIC X(1).
           05 ATW-AS-OF-DATE PIC 9(8).
