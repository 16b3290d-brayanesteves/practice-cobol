           05 GARNISH-STATUS PIC X(1).
               88 GARNISH-ACTIVE VALUE "A".
               88 GARNISH-SATISFIED VALUE "S".
      *The court or agency on garnpayee.dat the withholding is paid
      *over to. Spaces - as on every order brought across by
      *ReferenceLayoutConversion - means not yet linked; its money
      *is held out of the remittance until it is.
           05 GARNISH-PAYEE-CODE PIC X(4).
