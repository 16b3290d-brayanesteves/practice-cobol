       01  EXCEPTION-QUEUE-STATUS PIC X(2).
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       01  SIGNED-ON-ROLE PIC X(1) VALUE SPACES.
       77  MENU-CHOICE PIC X.
       77  EXIT-WORKBENCH PIC X VALUE "N".
       77  READ-ALL PIC X.
      *The one workbench for everything the checkers find: browse
      *the open queue by severity and mark items resolved under the
      *signed-on operator, so old exceptions stop quietly
      *accumulating in four different files. A pay variance holds
      *the bank payment file until it is resolved, so only a
      *supervisor may sign one off.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM READ-SESSION-NOTE.
                   CONTINUE
               NOT AT END
                   MOVE SESSION-OPERATOR-ID TO SIGNED-ON-OPERATOR
                   MOVE SESSION-ROLE TO SIGNED-ON-ROLE
           END-READ.
       CLOSE SESSION-FILE.

           INVALID KEY
               DISPLAY "No item on the queue with that number."
           NOT INVALID KEY
               PERFORM MARK-THE-ITEM-RESOLVED
                   THRU MARK-THE-ITEM-RESOLVED-EXIT
       END-READ.

       MARK-THE-ITEM-RESOLVED.
       IF EXQ-RESOLVED
           DISPLAY "Already resolved by " EXQ-RESOLVED-BY
               " on " EXQ-RESOLVED-DATE "."
           GO TO MARK-THE-ITEM-RESOLVED-EXIT.
       IF EXQ-SOURCE = "PAYVARIANCE"
           AND SIGNED-ON-ROLE NOT = "S"
           DISPLAY "Pay variances are signed off by a supervisor."
           GO TO MARK-THE-ITEM-RESOLVED-EXIT.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       MOVE "R" TO EXQ-STATUS.
       MOVE SIGNED-ON-OPERATOR TO EXQ-RESOLVED-BY.
       MOVE TODAYS-DATE TO EXQ-RESOLVED-DATE.
       REWRITE EXCEPTION-QUEUE-RECORD
           INVALID KEY
               DISPLAY "Error resolving the item."
           NOT INVALID KEY
               DISPLAY "Resolved."
       END-REWRITE.
       MARK-THE-ITEM-RESOLVED-EXIT.
       EXIT.

       READ-NEXT-QUEUE-ITEM.
       READ EXCEPTION-QUEUE-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.
