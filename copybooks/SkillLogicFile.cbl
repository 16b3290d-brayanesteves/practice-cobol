       FD SKILL-FILE.
       01 SKILL-RECORD.
           05 SKILL-KEY.
               10 SKILL-EMPLOYEE-ID PIC 9(6).
               10 SKILL-CODE PIC X(6).
      *1 learning, 2 working, 3 proficient, 4 advanced, 5 expert -
      *the level a critical position's required skill is set
      *against.
           05 SKILL-LEVEL PIC 9(1).
           05 SKILL-ASSESSED-DATE PIC 9(8).
           05 SKILL-ASSESSED-BY PIC X(8).
