       FD PROPERTY-FILE.
       01 PROPERTY-RECORD.
           05 PROPERTY-KEY.
               10 PROPERTY-EMPLOYEE-ID PIC 9(6).
               10 PROPERTY-ITEM-NUMBER PIC 9(3).
           05 PROPERTY-ASSET-TAG PIC X(10).
           05 PROPERTY-DESCRIPTION PIC X(25).
           05 PROPERTY-VALUE PIC 9(7)V99.
           05 PROPERTY-ISSUE-DATE PIC 9(8).
           05 PROPERTY-ISSUED-BY PIC X(8).
      *Zero while the employee still holds the item.
           05 PROPERTY-RETURN-DATE PIC 9(8).
               88 PROPERTY-NOT-RETURNED VALUE ZERO.
           05 PROPERTY-RETURNED-TO PIC X(8).
