      *reinventing February.
       01  LS-DATE-REQUEST PIC X.
           88  LS-DATE-NEXT-DAY VALUE "N".
      *P steps back a day - for reports that look over a past week.
           88  LS-DATE-PREVIOUS-DAY VALUE "P".
      *W answers the day of the week in LS-DATE-OUT: 1 Monday
      *through 7 Sunday - what the weekly job scheduling rides on.
           88  LS-DATE-DAY-OF-WEEK VALUE "W".
       EVALUATE TRUE
           WHEN LS-DATE-NEXT-DAY
               PERFORM STEP-TO-NEXT-DAY
           WHEN LS-DATE-PREVIOUS-DAY
               PERFORM STEP-TO-PREVIOUS-DAY
           WHEN LS-DATE-DAY-OF-WEEK
               PERFORM FIGURE-DAY-OF-WEEK
           WHEN OTHER
           END-IF
           MOVE WORK-DATE-PARTS TO LS-DATE-OUT.

      *The first of a month steps back to the last day of the month
      *before, which takes its length from the same rules.
       STEP-TO-PREVIOUS-DAY.
       MOVE LS-DATE-IN TO WORK-DATE-PARTS.
       PERFORM FIGURE-DAYS-IN-MONTH.
       IF WORK-MONTH < 1 OR WORK-MONTH > 12
           OR WORK-DAY < 1 OR WORK-DAY > DAYS-IN-MONTH
           MOVE "10" TO LS-DATE-STATUS
       ELSE
           IF WORK-DAY > 1
               SUBTRACT 1 FROM WORK-DAY
           ELSE
               IF WORK-MONTH > 1
                   SUBTRACT 1 FROM WORK-MONTH
               ELSE
                   MOVE 12 TO WORK-MONTH
                   SUBTRACT 1 FROM WORK-YEAR
               END-IF
               PERFORM FIGURE-DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH TO WORK-DAY
           END-IF
           MOVE WORK-DATE-PARTS TO LS-DATE-OUT.

      *Zeller's congruence, with January and February counted as
      *months 13 and 14 of the year before, folded into the
      *Monday-is-1 convention the schedule file uses.
