       ACCEPT BRANCH-NAME.
       DISPLAY "ENTER the currency code (blank for home): ".
       ACCEPT BRANCH-CURRENCY.
       DISPLAY "ENTER the tax country code (blank for home): ".
       ACCEPT BRANCH-COUNTRY.
       IF RECORD-FOUND = "Y"
           REWRITE BRANCH-RECORD
               INVALID KEY

       LIST-ONE-BRANCH.
       DISPLAY "BRANCH: " BRANCH-CODE " - " BRANCH-NAME
           " CURRENCY: " BRANCH-CURRENCY
           " COUNTRY: " BRANCH-COUNTRY.
       ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-BRANCH.

