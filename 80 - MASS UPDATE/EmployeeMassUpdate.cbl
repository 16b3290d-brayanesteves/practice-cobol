       MOVE SPACES TO MAPPR-APPROVED-BY.
       WRITE MASS-APPROVAL-RECORD.
       CLOSE MASS-APPROVAL-FILE.
      *Audited against no one employee, as the approval is, so the
      *two can be paired on the trail.
       MOVE ZERO TO EMPLOYEES-ID.
       MOVE "MASS-PREV" TO AUDIT-ACTION.
       PERFORM WRITE-AUDIT-RECORD.
       DISPLAY "Preview parked for approval - a different"
           " supervisor must approve it on the approval screen"
           " before apply mode will run.".
