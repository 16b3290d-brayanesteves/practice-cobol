      *may still land without one.
       01  POSITION-CONTROL-ON PIC X VALUE "N".
       77  REQUISITION-CLAIMED PIC X.
      *Y when applicant tracking staged the hire against a
      *requisition it already marked filled with this ID.
       77  FILLED-AT-ACCEPTANCE PIC X.
       01  CLAIMED-POSITION PIC 9(6).
       01  TODAYS-DATE PIC 9(8).

           " BRANCH: " EMPLOYEES-BRANCH.
       DISPLAY "  ENTERED BY " STAGE-ENTERED-BY
           " ON " STAGE-ENTERED-DATE ".".
       PERFORM CHECK-FOR-ACCEPTED-OFFER.
       IF FILLED-AT-ACCEPTANCE = "Y"
           DISPLAY "  ACCEPTED OFFER AGAINST REQUISITION "
               STAGE-POSITION-NUMBER ".".
       DISPLAY "A-Approve  R-Reject  S-Skip for now".
       ACCEPT REVIEW-CHOICE.
       EVALUATE REVIEW-CHOICE
      *commits.
       APPROVE-THIS-HIRE.
       IF POSITION-CONTROL-ON = "Y"
           AND FILLED-AT-ACCEPTANCE = "N"
           PERFORM CLAIM-A-REQUISITION THRU CLAIM-A-REQUISITION-EXIT
           IF REQUISITION-CLAIMED = "N"
               DISPLAY "No open requisition claimed - the hire"
                       DISPLAY "Error clearing the staged record."
               END-DELETE
               IF POSITION-CONTROL-ON = "Y"
                   AND FILLED-AT-ACCEPTANCE = "N"
                   PERFORM FILL-THE-REQUISITION
               END-IF
               DISPLAY "Approved and written to the master."
               END-REWRITE
       END-READ.

      *A hire staged from an accepted offer already holds its
      *requisition, so the requisition is not asked for again and
      *keeps the acceptance date as its fill date.
       CHECK-FOR-ACCEPTED-OFFER.
       MOVE "N" TO FILLED-AT-ACCEPTANCE.
       IF POSITION-CONTROL-ON = "Y"
           AND STAGE-POSITION-NUMBER IS NUMERIC
           AND STAGE-POSITION-NUMBER > ZERO
           MOVE STAGE-POSITION-NUMBER TO REQ-POSITION-NUMBER
           READ REQUISITION-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REQ-FILLED
                       AND REQ-FILLED-BY = STAGE-ID
                       MOVE "Y" TO FILLED-AT-ACCEPTANCE
                   END-IF
           END-READ.

      *Turning down a hire from an accepted offer puts its
      *requisition back on the open list.
       REOPEN-THE-REQUISITION.
       MOVE STAGE-POSITION-NUMBER TO REQ-POSITION-NUMBER.
       READ REQUISITION-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "O" TO REQ-STATUS
               MOVE ZERO TO REQ-FILLED-BY
               MOVE ZERO TO REQ-FILLED-DATE
               REWRITE REQUISITION-RECORD
                   INVALID KEY
                       DISPLAY "Error reopening the requisition."
                   NOT INVALID KEY
                       DISPLAY "Requisition " STAGE-POSITION-NUMBER
                           " is open again."
               END-REWRITE
       END-READ.

       REJECT-THIS-HIRE.
       ADD 1 TO HIRES-REJECTED.
       IF FILLED-AT-ACCEPTANCE = "Y"
           PERFORM REOPEN-THE-REQUISITION.
       MOVE "HIRE-REJ" TO AUDIT-ACTION.
       PERFORM WRITE-AUDIT-RECORD.
       DELETE STAGING-FILE RECORD
