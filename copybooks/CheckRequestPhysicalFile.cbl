      *Payments owed by paper check and not yet printed: what the
      *payment interface could not deposit, deposits the bank sent
      *back, final pay, and garnishment remittances. The check
      *print run prints and clears each one; keyed so a rerun of
      *the step that queued a payment replaces it instead of
      *queueing it twice.
       SELECT CHECK-REQUEST-FILE
       ASSIGN TO "checkreq.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CHKREQ-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CHECK-REQUEST-STATUS.
