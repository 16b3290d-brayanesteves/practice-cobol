      *means the home currency and no conversion. The two overseas
      *branches finally stop keeping shadow spreadsheets.
           05 BRANCH-CURRENCY PIC X(3).
      *The country whose withholding tax tables apply to pay at this
      *branch; spaces means the home country, whose tables are keyed
      *with a blank country the same way.
           05 BRANCH-COUNTRY PIC X(3).
