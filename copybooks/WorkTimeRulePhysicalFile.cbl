      *Working-time rules by country - breaks, daily rest,
      *consecutive days and weekly hours - for the compliance run to
      *hold the punches against.
       SELECT WORK-TIME-RULE-FILE
       ASSIGN TO "worktimerules.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS WTRULE-COUNTRY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS WORK-TIME-RULE-STATUS.
