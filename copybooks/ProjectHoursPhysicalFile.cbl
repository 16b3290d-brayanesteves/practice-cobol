      *Every charged shift the clock has paired, by project, kept
      *across runs because hours.dat is rebuilt each time the clock
      *interface runs and invoicing needs the whole month.
       SELECT PROJECT-HOURS-FILE
       ASSIGN TO "projhours.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PROJHRS-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PROJECT-HOURS-STATUS.
