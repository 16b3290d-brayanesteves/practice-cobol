      *Each branch's own holidays, keyed by branch and date. A
      *branch with holidays loaded for a year keeps to them for
      *that year; any other branch keeps to the company calendar,
      *calendar.dat. BranchCalendarService makes that choice.
       SELECT BRANCH-HOLIDAY-FILE
       ASSIGN TO "holidays.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS BRHOL-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS BRANCH-HOLIDAY-STATUS.
