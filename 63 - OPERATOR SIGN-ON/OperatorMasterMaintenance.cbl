
       PROCEDURE DIVISION.
      *Maintains the operator master behind the sign-on screen: add
      *or re-password an operator, assign the role and the employee
      *the operator is, and unlock an ID the lockout has caught. Run
      *by a supervisor.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
           MOVE "ADMIN" TO OPERATOR-PASSWORD
           MOVE "S" TO OPERATOR-ROLE
           MOVE ZERO TO OPERATOR-FAILED-COUNT
           MOVE ZERO TO OPERATOR-EMPLOYEE-ID
           WRITE OPERATOR-RECORD
           DISPLAY "Operator master created with supervisor ADMIN -"
               " change its password now.".
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           DISPLAY "Operator already on file - password, role and"
               " employee link will be replaced.".
       DISPLAY "ENTER the password: ".
       ACCEPT OPERATOR-PASSWORD.
       DISPLAY "ENTER the role - S supervisor, O clerk: ".
           MOVE "S" TO OPERATOR-ROLE.
       IF OPERATOR-ROLE = "o"
           MOVE "O" TO OPERATOR-ROLE.
       DISPLAY "ENTER the employee ID this operator is (0 if not"
           " an employee): ".
       ACCEPT OPERATOR-EMPLOYEE-ID.
       IF NOT OPERATOR-ROLE-SUPERVISOR
           AND NOT OPERATOR-ROLE-CLERK
           DISPLAY "Role must be S or O - entry not saved."
       LIST-ONE-OPERATOR.
       DISPLAY "OPERATOR: " OPERATOR-REC-ID
           " ROLE: " OPERATOR-ROLE
           " LOCKED: " OPERATOR-LOCKED-FLAG
           " EMPLOYEE: " OPERATOR-EMPLOYEE-ID.
       ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-OPERATOR.

