      *The skills inventory: what each employee can do and how
      *well, keyed by employee ID and skill code.
       SELECT SKILL-FILE
       ASSIGN TO "skills.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS SKILL-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS SKILL-FILE-STATUS.
