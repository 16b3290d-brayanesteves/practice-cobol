       FD BRANCH-HOLIDAY-FILE.
       01 BRANCH-HOLIDAY-RECORD.
           05 BRHOL-KEY.
               10 BRHOL-BRANCH PIC X(3).
               10 BRHOL-DATE PIC 9(8).
               10 BRHOL-DATE-PARTS REDEFINES BRHOL-DATE.
                   15 BRHOL-YEAR PIC 9(4).
                   15 BRHOL-MONTH-DAY PIC 9(4).
           05 BRHOL-DESCRIPTION PIC X(25).
