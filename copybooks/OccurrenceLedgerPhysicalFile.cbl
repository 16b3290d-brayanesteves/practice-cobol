      *Every attendance occurrence posted against an employee, keyed
      *by employee, date and type so a rerun of the weekly posting
      *cannot count the same occurrence twice.
       SELECT OCCURRENCE-LEDGER-FILE
       ASSIGN TO "occledger.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS OCC-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS OCCURRENCE-LEDGER-STATUS.
