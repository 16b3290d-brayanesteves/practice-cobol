       FD PENSION-CONTRIB-FILE.
       01 PENSION-CONTRIB-RECORD.
           05 PENCON-KEY.
               10 PENCON-EMPLOYEE-ID PIC 9(6).
               10 PENCON-PERIOD PIC 9(6).
           05 PENCON-PAY-DATE PIC 9(8).
           05 PENCON-EMPLOYEE-AMOUNT PIC 9(7)V99.
           05 PENCON-EMPLOYER-AMOUNT PIC 9(7)V99.
      *Zero until the contribution goes out on a remittance file;
      *then the date it went, so it is never sent twice.
           05 PENCON-REMIT-DATE PIC 9(8).
