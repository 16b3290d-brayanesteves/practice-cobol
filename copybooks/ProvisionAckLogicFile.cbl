       FD PROVISION-ACK-FILE.
       01 PROVISION-ACK-RECORD.
           05 PACK-ACTION PIC X(6).
           05 FILLER PIC X(1).
           05 PACK-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(1).
           05 PACK-EFFECTIVE-DATE PIC 9(8).
           05 FILLER PIC X(1).
      *I IT, F facilities.
           05 PACK-TEAM PIC X(1).
               88 PACK-FROM-IT VALUE "I".
               88 PACK-FROM-FACILITIES VALUE "F".
           05 FILLER PIC X(1).
           05 PACK-DONE-DATE PIC 9(8).
