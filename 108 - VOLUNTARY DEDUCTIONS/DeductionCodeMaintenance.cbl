
       PROCEDURE DIVISION.
      *Maintains the deduction-code master the election screen
      *validates against and the pay calculation prices from.
      *What a code is worth is pay policy, so the screen is held to
      *supervisor sign-ons.
       MAIN-LOGIC SECTION.
