       FD CRITICAL-POSITION-FILE.
       01 CRITICAL-POSITION-RECORD.
           05 CRITPOS-KEY.
               10 CRITPOS-DEPARTMENT PIC X(20).
               10 CRITPOS-JOB-TITLE PIC X(20).
           05 CRITPOS-DESCRIPTION PIC X(25).
      *Up to five skills the role needs, each at a minimum level on
      *the skills inventory's 1-to-5 scale. A blank skill code is
      *not in use.
           05 CRITPOS-REQUIRED OCCURS 5 TIMES.
               10 CRITPOS-SKILL-CODE PIC X(6).
               10 CRITPOS-MIN-LEVEL PIC 9(1).
