      *The month-end wage accrual's control line: the date the
      *accrual was taken through, the day its reversal falls due,
      *and whether the reversal has been written yet - so the
      *reversal happens once, on time or at the first run after.
       SELECT OPTIONAL ACCRUAL-CONTROL-FILE
       ASSIGN TO "accrualctl.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ACCRUAL-CONTROL-STATUS.
