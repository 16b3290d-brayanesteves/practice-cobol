       FILE-CONTROL.
       COPY "MeritPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".
       COPY "AuditPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "MeritLogicFile.cbl".
       COPY "SessionLogicFile.cbl".
       COPY "AuditLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  MERIT-FILE-STATUS PIC X(2).
       01  PRICED-SALARY PIC 9(7)V99.
       01  SALARY-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01  BAND-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01  AUDIT-ACTION PIC X(10).

       PROCEDURE DIVISION.
      *The supervisors' side of the merit cycle: pull up a generated
                   DISPLAY "Error saving the proposal."
               NOT INVALID KEY
                   DISPLAY "Proposal saved for the apply job."
                   MOVE "MERIT-PROP" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-RECORD
           END-REWRITE.

      *The supervisor who priced the raise goes on the trail, so the
      *apply job's MERIT line can be set against it.
       WRITE-AUDIT-RECORD.
       OPEN EXTEND AUDIT-FILE.
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR.
       MOVE "EmployeeMeritEntry" TO AUDIT-PROGRAM.
       MOVE MERIT-EMPLOYEE-ID TO AUDIT-EMPLOYEE-ID.
       MOVE AUDIT-ACTION TO AUDIT-LOG-ACTION.
       WRITE AUDIT-LINE.
       CLOSE AUDIT-FILE.

       END PROGRAM EmployeeMeritEntry.
