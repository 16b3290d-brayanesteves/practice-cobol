       FD PROVISION-LOG-FILE.
       01 PROVISION-LOG-RECORD.
           05 PLOG-KEY.
               10 PLOG-EMPLOYEE-ID PIC 9(6).
               10 PLOG-EFFECTIVE-DATE PIC 9(8).
               10 PLOG-ACTION PIC X(6).
           05 PLOG-SENT-DATE PIC 9(8).
      *Zero until the team's acknowledgment comes back.
           05 PLOG-IT-ACK-DATE PIC 9(8).
           05 PLOG-FACILITIES-ACK-DATE PIC 9(8).
