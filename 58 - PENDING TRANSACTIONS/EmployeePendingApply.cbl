       01  TRANSACTIONS-APPLIED-DISPLAY PIC Z(4)9.
       01  TRANSACTIONS-FAILED-DISPLAY PIC Z(4)9.
       01  STILL-PENDING-DISPLAY PIC Z(4)9.
       01  TRANSACTIONS-PAST-CUTOFF PIC 9(5) VALUE ZERO.
       01  PAST-CUTOFF-DISPLAY PIC Z(4)9.
       01  FAILED-ID-DISPLAY PIC Z(5)9.
       01  AUDIT-ACTION PIC X(10).
      *The record as it stood before this program touched it, held
      *numbers every journal entry for the standby shipping chain.
       77  JSEQ-NEXT PIC 9(9).
       77  JSEQ-STATUS PIC X(2).
      *Arguments for the shared pay-period lookup that says where
      *the employee's cutoff falls.
       77  PP-REQUEST PIC X.
       77  PP-EMPLOYEE-ID PIC 9(6).
       77  PP-FREQUENCY PIC X(1).
       77  PP-DATE PIC 9(8).
       77  PP-PERIOD PIC 9(6).
       77  PP-START-DATE PIC 9(8).
       77  PP-END-DATE PIC 9(8).
       77  PP-CUTOFF-DATE PIC 9(8).
       77  PP-PAY-DATE PIC 9(8).
       77  PP-STATUS PIC X(2).

      *Transactions whose date has not arrived are held here and
      *written back to pending.dat at the end of the run.
      *any other maintenance - and reports what was applied and what
      *is still waiting. Transactions that cannot apply (ID gone,
      *already terminated, and so on) are reported and dropped so
      *they do not clog the pending file forever. A change that
      *came due after the cutoff of the employee's current pay
      *period is held with the not-yet-due ones until the next
      *period opens, so it is paid whole in one period.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
               TRANSACTIONS-APPLIED-DISPLAY
               "  Failed: " TRANSACTIONS-FAILED-DISPLAY
               "  Still pending: " STILL-PENDING-DISPLAY
           IF TRANSACTIONS-PAST-CUTOFF NOT = ZERO
               MOVE TRANSACTIONS-PAST-CUTOFF TO PAST-CUTOFF-DISPLAY
               DISPLAY "Held for the next pay period (past cutoff): "
                   PAST-CUTOFF-DISPLAY
           END-IF
      *The tie-out line: everything due in must come out applied
      *or failed, and the balancing report checks exactly that.
           MOVE "PENDAPPLY" TO BAL-SOURCE
       IF PENDING-EFFECTIVE-DATE > TODAYS-DATE
           PERFORM HOLD-ONE-PENDING
       ELSE
           PERFORM CHECK-THE-PAY-CUTOFF
           IF PP-STATUS = "00"
               AND TODAYS-DATE > PP-CUTOFF-DATE
               AND PENDING-EFFECTIVE-DATE > PP-CUTOFF-DATE
               ADD 1 TO TRANSACTIONS-PAST-CUTOFF
               PERFORM HOLD-ONE-PENDING
           ELSE
               PERFORM APPLY-ONE-PENDING.
       PERFORM READ-NEXT-PENDING.

      *The period the employee is in today. A change dated on or
      *before its cutoff is in time for it; one dated after waits
      *until the next period is the one covering today. With no
      *calendar period on file there is no cutoff to honour.
       CHECK-THE-PAY-CUTOFF.
       MOVE "D" TO PP-REQUEST.
       MOVE PENDING-ID TO PP-EMPLOYEE-ID.
       MOVE SPACES TO PP-FREQUENCY.
       MOVE TODAYS-DATE TO PP-DATE.
       MOVE ZERO TO PP-PERIOD.
       CALL "PayPeriodService" USING PP-REQUEST PP-EMPLOYEE-ID
           PP-FREQUENCY PP-DATE PP-PERIOD PP-START-DATE
           PP-END-DATE PP-CUTOFF-DATE PP-PAY-DATE PP-STATUS.

      *A not-yet-due transaction past what the table carries spills
      *to disk instead of being dropped - the rewrite appends the
      *spill back, so the queue survives any size of backlog.
