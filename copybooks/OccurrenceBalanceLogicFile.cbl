       FD OCCURRENCE-BALANCE-FILE.
       01 OCCURRENCE-BALANCE-RECORD.
           05 OCCBAL-EMPLOYEE-ID PIC 9(6).
      *Points on occurrences dated in the twelve months up to
      *OCCBAL-AS-OF-DATE; older ones have dropped off.
           05 OCCBAL-POINTS PIC 9(3)V9.
           05 OCCBAL-AS-OF-DATE PIC 9(8).
      *Highest threshold the balance stands at. It falls back as
      *points drop off, so crossing it again warns again.
           05 OCCBAL-WARNING-LEVEL PIC 9(1).
               88 OCCBAL-NO-WARNING VALUE 0.
               88 OCCBAL-VERBAL-WARNING VALUE 1.
               88 OCCBAL-WRITTEN-WARNING VALUE 2.
               88 OCCBAL-FINAL-WARNING VALUE 3.
      *When the current level was reached; zero at no warning.
           05 OCCBAL-WARNING-DATE PIC 9(8).
