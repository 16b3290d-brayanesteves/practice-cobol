      *Company property issued to employees - laptops, keys,
      *phones, tools - one record per item per holder, keyed by
      *employee ID and an item number that runs on within the
      *employee, so the exit clearance knows what each leaver
      *actually has to hand back.
       SELECT PROPERTY-FILE
       ASSIGN TO "property.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PROPERTY-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PROPERTY-FILE-STATUS.
