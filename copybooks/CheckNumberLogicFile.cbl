       FD CHECK-NUMBER-FILE.
       01 CHECK-NUMBER-RECORD.
           05 LAST-CHECK-NUMBER PIC 9(8).
