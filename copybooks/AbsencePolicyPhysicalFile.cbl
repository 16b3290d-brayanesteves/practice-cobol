      *How absences are priced in pay, one record per employment
      *type: how many sick days a year are paid in full and what
      *share of a day's pay is kept for sick days past that.
       SELECT ABSENCE-POLICY-FILE
       ASSIGN TO "absencepolicy.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ABSPOL-EMPLOYMENT-TYPE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ABSENCE-POLICY-STATUS.
