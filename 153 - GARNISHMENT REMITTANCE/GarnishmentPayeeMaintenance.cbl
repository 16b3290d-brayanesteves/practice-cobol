       IDENTIFICATION DIVISION.
       PROGRAM-ID. GarnishmentPayeeMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".
       COPY "GarnishPayeePhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".
       COPY "GarnishPayeeLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       01  SIGNED-ON-ROLE PIC X(1) VALUE SPACES.
       01  GARNISH-PAYEE-STATUS PIC X(2).
       01  HELD-BEFORE-VALUE PIC X(30).
       01  HELD-AFTER-VALUE PIC X(30).
       01  TABLE-AUDIT-ACTION PIC X(10).
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  METHOD-IS-VALID PIC X.
       77  ACCOUNT-IS-VALID PIC X.
       77  READ-ALL PIC X.
       77  ENTRY-COUNT PIC 9(3) VALUE ZERO.
       77  ENTRY-COUNT-DISPLAY PIC ZZ9.
       01  ENTERED-PAYEE-CODE PIC X(4).
       01  ENTERED-STATUS PIC X(1).

      *Pieces of the account-number check-digit test: the weighted
      *sum of the first nine digits (weights 9 down to 1) modulo 10
      *must equal the tenth digit.
       01  ENTERED-ACCOUNT PIC 9(10).
       01  ENTERED-ACCOUNT-TEXT REDEFINES ENTERED-ACCOUNT.
           05  ACCOUNT-DIGIT OCCURS 10 TIMES PIC 9(1).
       01  DIGIT-INDEX PIC 9(2).
       01  DIGIT-WEIGHT PIC 9(2).
       01  WEIGHTED-SUM PIC 9(4).
       01  CHECK-REMAINDER PIC 9(4).
       01  CHECK-QUOTIENT PIC 9(4).

       PROCEDURE DIVISION.
      *Maintains the garnishment payee master - the courts and
      *agencies withheld money is remitted to, with how each one is
      *paid: by deposit to a proved account or by paper check.
      *Orders on garnish.dat point at a payee by its code. Who gets
      *the money is legal paper, so the screen is held to supervisor
      *sign-ons and every change is audited. Payees are never
      *deleted - one no longer used is made inactive.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM READ-SESSION-NOTE.
       PERFORM OPENING-PROCEDURE.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-MAINTENANCE = "Y".
       IF GARNISH-PAYEE-STATUS = "00"
           CLOSE GARNISH-PAYEE-FILE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
       IF SIGNED-ON-ROLE NOT = "S"
           DISPLAY "Garnishment payee maintenance needs a"
               " supervisor sign-on."
           MOVE "Y" TO EXIT-MAINTENANCE
           MOVE "99" TO GARNISH-PAYEE-STATUS.
       IF EXIT-MAINTENANCE = "N"
      *The payee master is built the first time it is needed, the
      *same way EMPLOYEES-FILE is.
           OPEN I-O GARNISH-PAYEE-FILE
           IF GARNISH-PAYEE-STATUS = "35"
               OPEN OUTPUT GARNISH-PAYEE-FILE
               CLOSE GARNISH-PAYEE-FILE
               OPEN I-O GARNISH-PAYEE-FILE
           END-IF
           IF GARNISH-PAYEE-STATUS NOT = "00"
               DISPLAY "Error opening garnpayee.dat, status"
                   " code " GARNISH-PAYEE-STATUS "."
               MOVE "Y" TO EXIT-MAINTENANCE
           END-IF
       END-IF.

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Garnishment payee maintenance".
       DISPLAY "A-Add a payee  C-Change a payee  L-List  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "A"
           WHEN "a"
               PERFORM ADD-A-PAYEE THRU ADD-A-PAYEE-EXIT
           WHEN "C"
           WHEN "c"
               PERFORM CHANGE-A-PAYEE THRU CHANGE-A-PAYEE-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-THE-PAYEES
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

       ADD-A-PAYEE.
       DISPLAY "ENTER the payee code (4 characters): ".
       ACCEPT ENTERED-PAYEE-CODE.
       IF ENTERED-PAYEE-CODE = SPACES
           DISPLAY "A payee code is required."
           GO TO ADD-A-PAYEE-EXIT.
       MOVE ENTERED-PAYEE-CODE TO GPAYEE-CODE.
       MOVE "Y" TO RECORD-FOUND.
       READ GARNISH-PAYEE-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           DISPLAY "That payee is already on file - use C to"
               " change it."
           GO TO ADD-A-PAYEE-EXIT.
       MOVE SPACES TO GARNISH-PAYEE-RECORD.
       MOVE ENTERED-PAYEE-CODE TO GPAYEE-CODE.
       MOVE ZERO TO GPAYEE-ACCOUNT-NUMBER.
       PERFORM CAPTURE-THE-PAYEE.
       MOVE "A" TO GPAYEE-STATUS.
       ACCEPT GPAYEE-CHANGED-DATE FROM DATE YYYYMMDD.
       MOVE SIGNED-ON-OPERATOR TO GPAYEE-CHANGED-BY.
       MOVE SPACES TO HELD-BEFORE-VALUE.
       PERFORM HOLD-THE-PAYMENT-ROUTE.
       WRITE GARNISH-PAYEE-RECORD
           INVALID KEY
               DISPLAY "Error writing the payee."
           NOT INVALID KEY
               MOVE "TBL-ADD" TO TABLE-AUDIT-ACTION
               PERFORM WRITE-TABLE-AUDIT
               DISPLAY "Payee added."
       END-WRITE.
       ADD-A-PAYEE-EXIT.
       EXIT.

      *A change rekeys everything but the code; the status is asked
      *for last so a payee can be stood down without a new account.
       CHANGE-A-PAYEE.
       DISPLAY "ENTER the payee code: ".
       ACCEPT GPAYEE-CODE.
       MOVE "Y" TO RECORD-FOUND.
       READ GARNISH-PAYEE-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "N"
           DISPLAY "No payee was found with that code."
           GO TO CHANGE-A-PAYEE-EXIT.
       PERFORM SHOW-ONE-PAYEE.
       PERFORM HOLD-THE-PAYMENT-ROUTE.
       MOVE HELD-AFTER-VALUE TO HELD-BEFORE-VALUE.
       PERFORM CAPTURE-THE-PAYEE.
       DISPLAY "ENTER the status - A active, I inactive: ".
       ACCEPT ENTERED-STATUS.
       IF ENTERED-STATUS = "a"
           MOVE "A" TO ENTERED-STATUS.
       IF ENTERED-STATUS = "i"
           MOVE "I" TO ENTERED-STATUS.
       IF ENTERED-STATUS = "A" OR ENTERED-STATUS = "I"
           MOVE ENTERED-STATUS TO GPAYEE-STATUS.
       ACCEPT GPAYEE-CHANGED-DATE FROM DATE YYYYMMDD.
       MOVE SIGNED-ON-OPERATOR TO GPAYEE-CHANGED-BY.
       PERFORM HOLD-THE-PAYMENT-ROUTE.
       REWRITE GARNISH-PAYEE-RECORD
           INVALID KEY
               DISPLAY "Error updating the payee."
           NOT INVALID KEY
               MOVE "TBL-UPD" TO TABLE-AUDIT-ACTION
               PERFORM WRITE-TABLE-AUDIT
               DISPLAY "Payee changed."
       END-REWRITE.
       CHANGE-A-PAYEE-EXIT.
       EXIT.

       CAPTURE-THE-PAYEE.
       DISPLAY "ENTER the payee name: ".
       ACCEPT GPAYEE-NAME.
       DISPLAY "ENTER the street: ".
       ACCEPT GPAYEE-STREET.
       DISPLAY "ENTER the city: ".
       ACCEPT GPAYEE-CITY.
       DISPLAY "ENTER the postal code: ".
       ACCEPT GPAYEE-POSTAL-CODE.
       MOVE "N" TO METHOD-IS-VALID.
       PERFORM GET-THE-METHOD
           UNTIL METHOD-IS-VALID = "Y".
       IF GPAYEE-BY-DEPOSIT
           DISPLAY "ENTER the bank code: "
           ACCEPT GPAYEE-BANK-CODE
           MOVE "N" TO ACCOUNT-IS-VALID
           PERFORM GET-ACCOUNT-NUMBER
               UNTIL ACCOUNT-IS-VALID = "Y"
           MOVE ENTERED-ACCOUNT TO GPAYEE-ACCOUNT-NUMBER
       ELSE
           MOVE SPACES TO GPAYEE-BANK-CODE
           MOVE ZERO TO GPAYEE-ACCOUNT-NUMBER.

       GET-THE-METHOD.
       DISPLAY "ENTER how the payee is paid - D deposit, C check: ".
       ACCEPT GPAYEE-METHOD.
       IF GPAYEE-METHOD = "d"
           MOVE "D" TO GPAYEE-METHOD.
       IF GPAYEE-METHOD = "c"
           MOVE "C" TO GPAYEE-METHOD.
       IF GPAYEE-BY-DEPOSIT OR GPAYEE-BY-CHECK
           MOVE "Y" TO METHOD-IS-VALID
       ELSE
           DISPLAY "You must enter D or C.".

       GET-ACCOUNT-NUMBER.
       DISPLAY "ENTER the 10-digit account number: ".
       ACCEPT ENTERED-ACCOUNT.
       PERFORM PROVE-THE-CHECK-DIGIT.
       IF ACCOUNT-IS-VALID = "N"
           DISPLAY "The check digit does not verify - a keying"
               " slip. Re-enter the account number.".

      *Weights 9 down to 1 over the first nine digits; the sum
      *modulo 10 must equal the tenth digit, the same test an
      *employee's deposit account has to pass.
       PROVE-THE-CHECK-DIGIT.
       MOVE ZERO TO WEIGHTED-SUM.
       MOVE 1 TO DIGIT-INDEX.
       MOVE 9 TO DIGIT-WEIGHT.
       PERFORM ADD-ONE-WEIGHTED-DIGIT 9 TIMES.
       DIVIDE WEIGHTED-SUM BY 10 GIVING CHECK-QUOTIENT
           REMAINDER CHECK-REMAINDER.
       IF CHECK-REMAINDER = ACCOUNT-DIGIT (10)
           MOVE "Y" TO ACCOUNT-IS-VALID
       ELSE
           MOVE "N" TO ACCOUNT-IS-VALID.

       ADD-ONE-WEIGHTED-DIGIT.
       COMPUTE WEIGHTED-SUM = WEIGHTED-SUM
           + ACCOUNT-DIGIT (DIGIT-INDEX) * DIGIT-WEIGHT.
       ADD 1 TO DIGIT-INDEX.
       SUBTRACT 1 FROM DIGIT-WEIGHT.

      *Where the money goes is what the audit trail has to show.
       HOLD-THE-PAYMENT-ROUTE.
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING GPAYEE-METHOD " " GPAYEE-BANK-CODE " "
           GPAYEE-ACCOUNT-NUMBER " " GPAYEE-STATUS
           DELIMITED BY SIZE INTO HELD-AFTER-VALUE.

       LIST-THE-PAYEES.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE LOW-VALUES TO GPAYEE-CODE.
       MOVE "0" TO READ-ALL.
       START GARNISH-PAYEE-FILE
           KEY IS NOT LESS THAN GPAYEE-CODE
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       PERFORM READ-NEXT-PAYEE.
       PERFORM LIST-ONE-PAYEE
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Payees on file: " ENTRY-COUNT-DISPLAY.

       LIST-ONE-PAYEE.
       PERFORM SHOW-ONE-PAYEE.
       ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-PAYEE.

       SHOW-ONE-PAYEE.
       DISPLAY GPAYEE-CODE " " GPAYEE-NAME " STATUS "
           GPAYEE-STATUS.
       DISPLAY "     " GPAYEE-STREET " " GPAYEE-CITY " "
           GPAYEE-POSTAL-CODE.
       IF GPAYEE-BY-DEPOSIT
           DISPLAY "     PAID BY DEPOSIT TO " GPAYEE-BANK-CODE
               " ACCOUNT " GPAYEE-ACCOUNT-NUMBER
       ELSE
           DISPLAY "     PAID BY CHECK".

       READ-NEXT-PAYEE.
       IF READ-ALL = "0"
           READ GARNISH-PAYEE-FILE NEXT RECORD
               AT END
                   MOVE "1" TO READ-ALL
           END-READ.

      *Picks up the identity the sign-on program left behind.
       READ-SESSION-NOTE.
       OPEN INPUT SESSION-FILE.
       IF SESSION-FILE-STATUS = "00"
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-OPERATOR-ID TO SIGNED-ON-OPERATOR
                   MOVE SESSION-ROLE TO SIGNED-ON-ROLE
           END-READ.
       CLOSE SESSION-FILE.

       WRITE-TABLE-AUDIT.
       OPEN EXTEND AUDIT-FILE.
       MOVE SPACES TO AUDIT-LINE.
       ACCEPT AUDIT-LOG-DATE FROM DATE YYYYMMDD.
       ACCEPT AUDIT-LOG-TIME FROM TIME.
       MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR.
       MOVE "GarnishmentPayeeMaintenance" TO AUDIT-PROGRAM.
       MOVE ZERO TO AUDIT-EMPLOYEE-ID.
       MOVE TABLE-AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE "GARNPAYEE" TO AUDIT-TABLE-NAME.
       MOVE GPAYEE-CODE TO AUDIT-TABLE-KEY.
       MOVE HELD-BEFORE-VALUE TO AUDIT-BEFORE-VALUE.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.
       CLOSE AUDIT-FILE.

       END PROGRAM GarnishmentPayeeMaintenance.
