       FD LEAVE-REQUEST-FILE.
       01 LEAVE-REQUEST-RECORD.
           05 LREQ-KEY.
               10 LREQ-EMPLOYEE-ID PIC 9(6).
               10 LREQ-START-DATE PIC 9(8).
           05 LREQ-END-DATE PIC 9(8).
      *V vacation, S sick, U unpaid leave - the absence types.
           05 LREQ-TYPE PIC X(1).
               88 LREQ-VACATION VALUE "V".
               88 LREQ-SICK VALUE "S".
               88 LREQ-UNPAID VALUE "U".
      *Working days the range covers at the employee's branch.
           05 LREQ-DAYS PIC 9(3).
      *The employee's manager when the request went in - the one
      *person who may decide it.
           05 LREQ-MANAGER-ID PIC 9(6).
           05 LREQ-STATUS PIC X(1).
               88 LREQ-PENDING VALUE "P".
               88 LREQ-APPROVED VALUE "A".
               88 LREQ-DECLINED VALUE "D".
      *SELF when keyed at the kiosk, else the operator who keyed it.
           05 LREQ-ENTERED-BY PIC X(8).
           05 LREQ-ENTERED-DATE PIC 9(8).
           05 LREQ-DECIDED-BY PIC 9(6).
           05 LREQ-DECIDED-DATE PIC 9(8).
