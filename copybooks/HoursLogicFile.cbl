           05 HOURS-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 HOURS-WORKED PIC 9(2)V99.
      *The project or work order the time was charged to at the
      *clock; spaces when it was not charged to one.
           05 FILLER PIC X(1).
           05 HOURS-PROJECT-CODE PIC X(8).
