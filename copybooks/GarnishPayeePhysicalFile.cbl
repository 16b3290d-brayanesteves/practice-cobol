      *The courts and agencies garnishment orders are paid over to,
      *one record per payee, each order on garnish.dat pointing at
      *its payee so what is withheld actually reaches the issuer.
       SELECT GARNISH-PAYEE-FILE
       ASSIGN TO "garnpayee.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS GPAYEE-CODE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS GARNISH-PAYEE-STATUS.
