      *Every provisioning record ever sent, keyed by employee,
      *effective date and action, with the date IT and facilities
      *each acknowledged acting on it - so a leaver nobody has shut
      *out yet can be chased instead of forgotten.
       SELECT PROVISION-LOG-FILE
       ASSIGN TO "provlog.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PLOG-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PROVISION-LOG-STATUS.
