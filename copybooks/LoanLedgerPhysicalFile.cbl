      *Every movement on a loan - the grant, each installment a
      *posted pay run took, a recovery from final pay - with the
      *balance it left, in the order it happened.
       SELECT LOAN-LEDGER-FILE
       ASSIGN TO "loanledger.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS LOANLEDG-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS LOAN-LEDGER-STATUS.
