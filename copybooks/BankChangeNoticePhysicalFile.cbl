      *Bank detail change notices waiting to be sent, one line per
      *held change, for the letter merge to send to the employee's
      *home address. The worklist adds to it day by day and the
      *letter merge empties it once it has produced the letters.
       SELECT OPTIONAL BANK-CHANGE-NOTICE-FILE
       ASSIGN TO "bankchgnotice.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS BANK-CHANGE-NOTICE-STATUS.
