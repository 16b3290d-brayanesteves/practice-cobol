      *The pay-period calendar: one row per pay frequency and
      *period, giving the period's dates and the cutoff after which
      *a change waits for the next period.
       SELECT PAY-CALENDAR-FILE
       ASSIGN TO "paycalendar.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PAYCAL-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PAY-CALENDAR-STATUS.
