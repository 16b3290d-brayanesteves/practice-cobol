       FD TAX-TABLE-FILE.
       01 TAX-TABLE-RECORD.
           05 TAXTABLE-KEY.
      *The BRANCH-COUNTRY the table applies to; spaces is the home
      *country.
               10 TAXTABLE-COUNTRY PIC X(3).
               10 TAXTABLE-YEAR PIC 9(4).
      *I income tax, S social insurance.
               10 TAXTABLE-KIND PIC X(1).
                   88 TAXTABLE-INCOME-TAX VALUE "I".
                   88 TAXTABLE-SOCIAL VALUE "S".
      *Brackets are applied in number order, each from its floor up
      *to the next bracket's floor; the last one has no ceiling.
               10 TAXTABLE-BRACKET PIC 9(2).
      *Annual taxable earnings where the bracket starts. A social
      *insurance ceiling is a last bracket at the ceiling with a
      *zero rate.
           05 TAXTABLE-FLOOR PIC 9(9)V99.
      *Percentage withheld on earnings inside the bracket, e.g.
      *1250 for 12.50 percent.
           05 TAXTABLE-RATE PIC 9(2)V99.
