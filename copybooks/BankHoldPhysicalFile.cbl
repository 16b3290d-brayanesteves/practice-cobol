      *Bank detail changes waiting out the hold period and a
      *callback before they reach bankdetails.dat - one per account
      *slot - so a diverted account is caught while the pay still
      *goes where it always went.
       SELECT BANK-HOLD-FILE
       ASSIGN TO "bankholds.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS BHOLD-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS BANK-HOLD-STATUS.
