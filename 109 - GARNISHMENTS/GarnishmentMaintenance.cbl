       COPY "GarnishmentPhysicalFile.cbl".
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".
       COPY "GarnishPayeePhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "GarnishmentLogicFile.cbl".
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".
       COPY "GarnishPayeeLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  GARNISHMENT-FILE-STATUS PIC X(2).
       01  SESSION-FILE-STATUS PIC X(2).
       01  GARNISH-PAYEE-STATUS PIC X(2).
       77  PAYEES-ON-FILE PIC X.
       77  PAYEE-IS-VALID PIC X.
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       01  SIGNED-ON-ROLE PIC X(1) VALUE SPACES.
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       01  WORKING-EMPLOYEE-ID PIC 9(6).
       01  WORKING-ORDER-NUMBER PIC X(10).
       01  ENTERED-PAYEE-CODE PIC X(4).
       01  AUDIT-ACTION PIC X(10).
       01  AMOUNT-DISPLAY PIC ZZZ,ZZ9.99.

      *paper, so the screen is held to supervisor sign-ons and every
      *entry is audit-logged. Balances are only ever reduced by the
      *posting job - there is deliberately no edit for them here.
      *Each order names the court or agency on garnpayee.dat its
      *withholding is remitted to; an order keyed before payees
      *were kept is linked to one here.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
           MOVE "Y" TO EXIT-MAINTENANCE
           GO TO OPENING-PROCEDURE-EXIT.
       OPEN EXTEND AUDIT-FILE.
      *Without a payee master an order can still be recorded; it
      *is linked once the payee is set up.
       MOVE "Y" TO PAYEES-ON-FILE.
       OPEN INPUT GARNISH-PAYEE-FILE.
       IF GARNISH-PAYEE-STATUS NOT = "00"
           MOVE "N" TO PAYEES-ON-FILE.
       OPENING-PROCEDURE-EXIT.
       EXIT.

       IF GARNISHMENT-FILE-STATUS = "00"
           CLOSE EMPLOYEES-FILE
           CLOSE GARNISHMENT-FILE
           CLOSE AUDIT-FILE
           IF PAYEES-ON-FILE = "Y"
               CLOSE GARNISH-PAYEE-FILE.

      *Picks up the identity the sign-on program left behind.
       READ-SESSION-NOTE.
       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Garnishment order maintenance".
       DISPLAY "A-Add an order  P-Link an order to its payee"
           "  L-List an employee's orders  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "A"
           WHEN "a"
               PERFORM ADD-AN-ORDER
           WHEN "P"
           WHEN "p"
               PERFORM LINK-AN-ORDER THRU LINK-AN-ORDER-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-ORDERS
           ACCEPT GARNISH-TOTAL-OWED
           MOVE GARNISH-TOTAL-OWED TO GARNISH-REMAINING
           MOVE "A" TO GARNISH-STATUS
           PERFORM GET-THE-PAYEE
           MOVE ENTERED-PAYEE-CODE TO GARNISH-PAYEE-CODE
           WRITE GARNISHMENT-RECORD
               INVALID KEY
                   DISPLAY "Error writing the order."
                   DISPLAY "Order recorded."
           END-WRITE.

      *Points an order at the payee its money goes to - the way an
      *order keyed before payees were kept gets one.
       LINK-AN-ORDER.
       DISPLAY "ENTER the employee ID the order is against: ".
       ACCEPT WORKING-EMPLOYEE-ID.
       DISPLAY "ENTER the order number: ".
       ACCEPT WORKING-ORDER-NUMBER.
       MOVE WORKING-EMPLOYEE-ID TO GARNISH-EMPLOYEE-ID.
       MOVE WORKING-ORDER-NUMBER TO GARNISH-ORDER-NUMBER.
       MOVE "Y" TO RECORD-FOUND.
       READ GARNISHMENT-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "N"
           DISPLAY "No such order on file."
           GO TO LINK-AN-ORDER-EXIT.
       IF PAYEES-ON-FILE = "N"
           DISPLAY "No payees on file - set the payee up first."
           GO TO LINK-AN-ORDER-EXIT.
       DISPLAY "  ORDER " GARNISH-ORDER-NUMBER "  NOW PAID TO "
           GARNISH-PAYEE-CODE.
       PERFORM GET-THE-PAYEE.
       IF ENTERED-PAYEE-CODE = GARNISH-PAYEE-CODE
           DISPLAY "Payee unchanged."
           GO TO LINK-AN-ORDER-EXIT.
       MOVE ENTERED-PAYEE-CODE TO GARNISH-PAYEE-CODE.
       REWRITE GARNISHMENT-RECORD
           INVALID KEY
               DISPLAY "Error updating the order."
           NOT INVALID KEY
               MOVE "GARN-PAYEE" TO AUDIT-ACTION
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "Order linked to payee " GARNISH-PAYEE-CODE
                   "."
       END-REWRITE.
       LINK-AN-ORDER-EXIT.
       EXIT.

      *The payee has to be on the master and active; with no master
      *at all the order is left unlinked for now.
       GET-THE-PAYEE.
       MOVE SPACES TO ENTERED-PAYEE-CODE.
       IF PAYEES-ON-FILE = "N"
           DISPLAY "No payees on file - the order is recorded"
               " without one and must be linked later."
       ELSE
           MOVE "N" TO PAYEE-IS-VALID
           PERFORM ENTER-THE-PAYEE-CODE
               UNTIL PAYEE-IS-VALID = "Y".

       ENTER-THE-PAYEE-CODE.
       DISPLAY "ENTER the payee code the order is paid to: ".
       ACCEPT ENTERED-PAYEE-CODE.
       MOVE ENTERED-PAYEE-CODE TO GPAYEE-CODE.
       MOVE "Y" TO PAYEE-IS-VALID.
       READ GARNISH-PAYEE-FILE RECORD
           INVALID KEY
               MOVE "N" TO PAYEE-IS-VALID
       END-READ.
       IF PAYEE-IS-VALID = "N"
           DISPLAY "That payee is not on file."
       ELSE
           IF NOT GPAYEE-ACTIVE
               MOVE "N" TO PAYEE-IS-VALID
               DISPLAY "That payee is inactive."
           ELSE
               DISPLAY "  PAID TO " GPAYEE-NAME
           END-IF.

       LIST-ORDERS.
       DISPLAY "ENTER the employee ID: ".
       ACCEPT WORKING-EMPLOYEE-ID.
                   "  PRI " GARNISH-PRIORITY
                   "  REMAINING " AMOUNT-DISPLAY
                   "  STATUS " GARNISH-STATUS
                   "  PAYEE " GARNISH-PAYEE-CODE
           ELSE
               MOVE "N" TO RECORD-FOUND
           END-IF.
