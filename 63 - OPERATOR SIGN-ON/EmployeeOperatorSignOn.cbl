           MOVE "ADMIN" TO OPERATOR-PASSWORD
           MOVE "S" TO OPERATOR-ROLE
           MOVE ZERO TO OPERATOR-FAILED-COUNT
           MOVE ZERO TO OPERATOR-EMPLOYEE-ID
           WRITE OPERATOR-RECORD
           DISPLAY "Operator master created with supervisor ADMIN -"
               " change its password now.".
