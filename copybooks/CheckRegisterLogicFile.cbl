       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-RECORD.
           05 CHECK-NUMBER PIC 9(8).
           05 CHECK-EMPLOYEE-ID PIC 9(6).
           05 CHECK-PAYEE PIC X(51).
           05 CHECK-AMOUNT PIC 9(7)V99.
           05 CHECK-ISSUE-DATE PIC 9(8).
      *Why the check was cut and what for - carried over from the
      *check request (see CheckRequestLogicFile.cbl).
           05 CHECK-REASON PIC X(1).
           05 CHECK-REFERENCE PIC X(10).
      *I issued and outstanding, C cleared by the bank, V voided.
           05 CHECK-STATUS PIC X(1).
               88 CHECK-ISSUED VALUE "I".
               88 CHECK-CLEARED VALUE "C".
               88 CHECK-VOIDED VALUE "V".
           05 CHECK-STATUS-DATE PIC 9(8).
      *A reissue points back at the check it replaces, and the
      *voided original forward at its replacement; zero otherwise.
           05 CHECK-REPLACES PIC 9(8).
           05 CHECK-REPLACED-BY PIC 9(8).
           05 CHECK-VOID-REASON PIC X(30).
           05 CHECK-OPERATOR PIC X(8).
