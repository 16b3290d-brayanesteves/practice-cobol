      *Every garnishment amount remitted, per payee per pay period
      *per order - the detail agencies ask for, and what stops a
      *rerun of the remittance paying a period twice.
       SELECT GARNISH-REMIT-FILE
       ASSIGN TO "garnremit.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS GREMIT-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS GARNISH-REMIT-STATUS.
