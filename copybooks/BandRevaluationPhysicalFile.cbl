      *The year's pay-structure revaluation: one proposed percentage
      *per grade, keyed in ahead, previewed for its cost, and applied
      *to the rate table only once a supervisor approves it.
       SELECT BAND-REVALUATION-FILE
       ASSIGN TO "bandreval.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS REVAL-GRADE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS BAND-REVALUATION-STATUS.
