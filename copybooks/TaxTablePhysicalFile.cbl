      *Statutory withholding tables, one row per country, tax year,
      *kind of tax, and bracket - so the pay run withholds income
      *tax and social insurance itself instead of payroll keying
      *the figures by hand outside the system every period.
       SELECT TAX-TABLE-FILE
       ASSIGN TO "taxtable.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS TAXTABLE-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS TAX-TABLE-STATUS.
