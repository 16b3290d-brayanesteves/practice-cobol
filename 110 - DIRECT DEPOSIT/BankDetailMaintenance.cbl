       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "BankDetailPhysicalFile.cbl".
       COPY "BankHoldPhysicalFile.cbl".
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".

       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "BankDetailLogicFile.cbl".
       COPY "BankHoldLogicFile.cbl".
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".

       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  BANK-DETAIL-STATUS PIC X(2).
       01  BANK-HOLD-STATUS PIC X(2).
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  ACCOUNT-IS-VALID PIC X.
       77  HOLD-NEEDED PIC X.
       77  CALLBACK-ANSWER PIC X.
       01  ACCOUNTS-ON-FILE PIC 9(1).
       01  OLD-BANK-CODE PIC X(4).
       01  OLD-ACCOUNT-NUMBER PIC 9(10).
       01  WORKING-EMPLOYEE-ID PIC 9(6).
       01  AUDIT-ACTION PIC X(10).
       01  TODAYS-DATE PIC 9(8).
       01  CHECK-QUOTIENT PIC 9(4).
       01  SPLIT-TOTAL PIC 9(4).

      *A change to where the pay goes waits BANK_HOLD_DAYS calendar
      *days - five unless set - and a callback by a second operator
      *before it reaches the live file.
       01  HOLD-DAYS PIC 9(2) VALUE 5.
       01  HOLD-DAYS-WANTED PIC X(2) VALUE SPACES.
       01  HOLD-DAYS-ONE-DIGIT REDEFINES HOLD-DAYS-WANTED.
           05  HOLD-DAYS-FIRST PIC 9(1).
           05  FILLER PIC X(1).
       01  HOLD-DAYS-TWO-DIGITS REDEFINES HOLD-DAYS-WANTED PIC 9(2).

      *Arguments for the shared date service.
       77  DS-REQUEST PIC X.
       77  DS-DATE-IN PIC 9(8).
       77  DS-DATE-OUT PIC 9(8).
       77  DS-STATUS PIC X(2).

       PROCEDURE DIVISION.
      *Maintains where each employee's pay is deposited: up to three
      *accounts with split percentages, a check digit proved on
      *every account number keyed, a prenote cycle for new accounts,
      *and every change audit-logged under the signed-on operator.
      *Replacing an account, or adding one beside those already on
      *file, does not touch the live record: the change is held in
      *bankholds.dat until the hold period has run and a second
      *operator has called the employee back on the phone on file
      *from before the change. A first account for a new starter
      *goes straight to prenote as before.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.

       OPENING-PROCEDURE.
       PERFORM READ-SESSION-NOTE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       ACCEPT HOLD-DAYS-WANTED FROM ENVIRONMENT "BANK_HOLD_DAYS".
       IF HOLD-DAYS-WANTED NOT = SPACES
           IF HOLD-DAYS-WANTED (2:1) = SPACE
               MOVE HOLD-DAYS-FIRST TO HOLD-DAYS
           ELSE
               MOVE HOLD-DAYS-TWO-DIGITS TO HOLD-DAYS
           END-IF.
       IF SIGNED-ON-OPERATOR = SPACES
           DISPLAY "Bank detail maintenance needs an operator"
               " sign-on - run the sign-on program first."
               BANK-DETAIL-STATUS "."
           MOVE "Y" TO EXIT-MAINTENANCE
           GO TO OPENING-PROCEDURE-EXIT.
      *The hold file is built the first time it is needed, the same
      *way EMPLOYEES-FILE is.
       OPEN I-O BANK-HOLD-FILE.
       IF BANK-HOLD-STATUS = "35"
           OPEN OUTPUT BANK-HOLD-FILE
           CLOSE BANK-HOLD-FILE
           OPEN I-O BANK-HOLD-FILE.
       OPEN EXTEND AUDIT-FILE.
       OPENING-PROCEDURE-EXIT.
       EXIT.
       IF BANK-DETAIL-STATUS = "00"
           CLOSE EMPLOYEES-FILE
           CLOSE BANK-DETAIL-FILE
           CLOSE BANK-HOLD-FILE
           CLOSE AUDIT-FILE.

      *Picks up the identity the sign-on program left behind.
       DISPLAY " ".
       DISPLAY "Direct deposit bank details".
       DISPLAY "A-Add or replace an account  D-Drop one  L-List"
           "  V-Record a callback  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "A"
           WHEN "L"
           WHEN "l"
               PERFORM LIST-ACCOUNTS THRU LIST-ACCOUNTS-EXIT
           WHEN "V"
           WHEN "v"
               PERFORM RECORD-A-CALLBACK THRU RECORD-A-CALLBACK-EXIT
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
       PERFORM GET-THE-EMPLOYEE.
       IF RECORD-FOUND = "N"
           GO TO ADD-AN-ACCOUNT-EXIT.
       DISPLAY "ENTER the account slot (1, 2, or 3): ".
       ACCEPT BANK-SEQUENCE.
       IF BANK-SEQUENCE < 1 OR BANK-SEQUENCE > 3
           DISPLAY "The slot must be 1, 2, or 3."
           GO TO ADD-AN-ACCOUNT-EXIT.
       MOVE BANK-SEQUENCE TO BHOLD-SEQUENCE.
       PERFORM COUNT-THE-ACCOUNTS THRU COUNT-THE-ACCOUNTS-EXIT.
       MOVE WORKING-EMPLOYEE-ID TO BANK-EMPLOYEE-ID.
       MOVE BHOLD-SEQUENCE TO BANK-SEQUENCE.
       MOVE "Y" TO RECORD-FOUND.
       READ BANK-DETAIL-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       MOVE SPACES TO OLD-BANK-CODE.
       MOVE ZERO TO OLD-ACCOUNT-NUMBER.
       IF RECORD-FOUND = "Y"
           MOVE BANK-CODE TO OLD-BANK-CODE
           MOVE BANK-ACCOUNT-NUMBER TO OLD-ACCOUNT-NUMBER.
       MOVE WORKING-EMPLOYEE-ID TO BANK-EMPLOYEE-ID.
       DISPLAY "ENTER the bank code: ".
       ACCEPT BANK-CODE.
       MOVE ENTERED-ACCOUNT TO BANK-ACCOUNT-NUMBER.
       DISPLAY "ENTER the split percent (e.g. 100): ".
       ACCEPT BANK-SPLIT-PERCENT.
      *Money heading for a different account than before is held;
      *a new split on the same account is not.
       MOVE "N" TO HOLD-NEEDED.
       IF RECORD-FOUND = "Y"
           IF BANK-CODE NOT = OLD-BANK-CODE
               OR BANK-ACCOUNT-NUMBER NOT = OLD-ACCOUNT-NUMBER
               MOVE "Y" TO HOLD-NEEDED
           END-IF
       ELSE
           IF ACCOUNTS-ON-FILE > ZERO
               MOVE "Y" TO HOLD-NEEDED
           END-IF.
       IF HOLD-NEEDED = "Y"
           PERFORM HOLD-THE-CHANGE
           GO TO ADD-AN-ACCOUNT-EXIT.
      *A new or changed account starts in prenote: a zero-amount
      *test ride through one payment cycle before real money moves.
       MOVE "P" TO BANK-PRENOTE-FLAG.
       MOVE ZERO TO BANK-PRENOTE-DATE.
       IF RECORD-FOUND = "Y"
       ADD-AN-ACCOUNT-EXIT.
       EXIT.

       COUNT-THE-ACCOUNTS.
       MOVE ZERO TO ACCOUNTS-ON-FILE.
       MOVE WORKING-EMPLOYEE-ID TO BANK-EMPLOYEE-ID.
       MOVE ZERO TO BANK-SEQUENCE.
       START BANK-DETAIL-FILE
           KEY IS NOT LESS THAN BANK-KEY
           INVALID KEY
               GO TO COUNT-THE-ACCOUNTS-EXIT
       END-START.
       MOVE "Y" TO RECORD-FOUND.
       PERFORM COUNT-ONE-ACCOUNT
           UNTIL RECORD-FOUND = "N".
       COUNT-THE-ACCOUNTS-EXIT.
       EXIT.

       COUNT-ONE-ACCOUNT.
       READ BANK-DETAIL-FILE NEXT RECORD
           AT END
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF RECORD-FOUND = "Y"
           IF BANK-EMPLOYEE-ID = WORKING-EMPLOYEE-ID
               ADD 1 TO ACCOUNTS-ON-FILE
           ELSE
               MOVE "N" TO RECORD-FOUND
           END-IF.

      *The live record is left as it is; a change already waiting
      *for the same slot is replaced and its clock starts again.
       HOLD-THE-CHANGE.
       MOVE SPACES TO BANK-HOLD-RECORD.
       MOVE WORKING-EMPLOYEE-ID TO BHOLD-EMPLOYEE-ID.
       MOVE BANK-SEQUENCE TO BHOLD-SEQUENCE.
       MOVE BANK-CODE TO BHOLD-BANK-CODE.
       MOVE BANK-ACCOUNT-NUMBER TO BHOLD-ACCOUNT-NUMBER.
       MOVE BANK-SPLIT-PERCENT TO BHOLD-SPLIT-PERCENT.
       MOVE OLD-ACCOUNT-NUMBER TO BHOLD-OLD-ACCOUNT-NUMBER.
       MOVE SIGNED-ON-OPERATOR TO BHOLD-KEYED-BY.
       MOVE TODAYS-DATE TO BHOLD-KEYED-DATE.
       MOVE TODAYS-DATE TO DS-DATE-IN.
       PERFORM ADD-ONE-HOLD-DAY HOLD-DAYS TIMES.
       MOVE DS-DATE-IN TO BHOLD-RELEASE-DATE.
       MOVE EMPLOYEES-PHONE TO BHOLD-CALLBACK-PHONE.
       MOVE "H" TO BHOLD-STATUS.
       MOVE ZERO TO BHOLD-CALLBACK-DATE.
       MOVE ZERO TO BHOLD-NOTICE-DATE.
       WRITE BANK-HOLD-RECORD
           INVALID KEY
               REWRITE BANK-HOLD-RECORD
                   INVALID KEY
                       DISPLAY "Error holding the change."
                       GO TO HOLD-THE-CHANGE-EXIT
               END-REWRITE
       END-WRITE.
       MOVE "BANK-HOLD" TO AUDIT-ACTION.
       PERFORM WRITE-AUDIT-RECORD.
       DISPLAY "Change held until " BHOLD-RELEASE-DATE
           " - it needs a callback by a second operator before"
           " it is used.".
       HOLD-THE-CHANGE-EXIT.
       EXIT.

       ADD-ONE-HOLD-DAY.
       MOVE "N" TO DS-REQUEST.
       CALL "DateService" USING DS-REQUEST DS-DATE-IN DS-DATE-OUT
           DS-STATUS.
       MOVE DS-DATE-OUT TO DS-DATE-IN.

      *The callback must be made by someone other than the operator
      *who keyed the change, on the number captured with it. A
      *confirmed change is released at once if the hold has run,
      *otherwise by the daily bank change worklist when it has.
       RECORD-A-CALLBACK.
       PERFORM GET-THE-EMPLOYEE.
       IF RECORD-FOUND = "N"
           GO TO RECORD-A-CALLBACK-EXIT.
       MOVE WORKING-EMPLOYEE-ID TO BHOLD-EMPLOYEE-ID.
       DISPLAY "ENTER the account slot (1, 2, or 3): ".
       ACCEPT BHOLD-SEQUENCE.
       READ BANK-HOLD-FILE RECORD
           INVALID KEY
               DISPLAY "No change is held for that slot."
               GO TO RECORD-A-CALLBACK-EXIT
       END-READ.
       IF NOT BHOLD-AWAITING-CALLBACK
           DISPLAY "That change is not waiting for a callback."
           GO TO RECORD-A-CALLBACK-EXIT.
       IF BHOLD-KEYED-BY = SIGNED-ON-OPERATOR
           DISPLAY "You keyed this change - the callback must be"
               " made by a second operator."
           GO TO RECORD-A-CALLBACK-EXIT.
       DISPLAY "  Keyed " BHOLD-KEYED-DATE " by " BHOLD-KEYED-BY
           "  new account ending " BHOLD-ACCOUNT-LAST-FOUR.
       DISPLAY "  Call back on " BHOLD-CALLBACK-PHONE
           " - see the worklist if the phone has changed lately.".
       DISPLAY "Did the employee confirm the change? (Y/N) ".
       ACCEPT CALLBACK-ANSWER.
       INSPECT CALLBACK-ANSWER CONVERTING "yn" TO "YN".
       IF CALLBACK-ANSWER NOT = "Y" AND CALLBACK-ANSWER NOT = "N"
           DISPLAY "Answer Y or N - nothing recorded."
           GO TO RECORD-A-CALLBACK-EXIT.
       MOVE SIGNED-ON-OPERATOR TO BHOLD-CALLBACK-BY.
       MOVE TODAYS-DATE TO BHOLD-CALLBACK-DATE.
       IF CALLBACK-ANSWER = "N"
           MOVE "X" TO BHOLD-STATUS
           MOVE "BANK-REJ" TO AUDIT-ACTION
       ELSE
           MOVE "V" TO BHOLD-STATUS
           MOVE "BANK-VERIF" TO AUDIT-ACTION.
       REWRITE BANK-HOLD-RECORD
           INVALID KEY
               DISPLAY "Error recording the callback."
               GO TO RECORD-A-CALLBACK-EXIT
       END-REWRITE.
       PERFORM WRITE-AUDIT-RECORD.
       IF BHOLD-REJECTED
           DISPLAY "Change rejected - the account on file is"
               " unchanged. Report the attempt to payroll security."
           GO TO RECORD-A-CALLBACK-EXIT.
       IF BHOLD-RELEASE-DATE > TODAYS-DATE
           DISPLAY "Callback recorded - the change is released on"
               " or after " BHOLD-RELEASE-DATE "."
           GO TO RECORD-A-CALLBACK-EXIT.
       PERFORM RELEASE-THE-CHANGE.
       RECORD-A-CALLBACK-EXIT.
       EXIT.

      *Puts the held account on the live file in prenote, exactly as
      *an unheld change would have gone.
       RELEASE-THE-CHANGE.
       MOVE BHOLD-EMPLOYEE-ID TO BANK-EMPLOYEE-ID.
       MOVE BHOLD-SEQUENCE TO BANK-SEQUENCE.
       MOVE "Y" TO RECORD-FOUND.
       READ BANK-DETAIL-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       MOVE BHOLD-EMPLOYEE-ID TO BANK-EMPLOYEE-ID.
       MOVE BHOLD-SEQUENCE TO BANK-SEQUENCE.
       MOVE BHOLD-BANK-CODE TO BANK-CODE.
       MOVE BHOLD-ACCOUNT-NUMBER TO BANK-ACCOUNT-NUMBER.
       MOVE BHOLD-SPLIT-PERCENT TO BANK-SPLIT-PERCENT.
       MOVE "P" TO BANK-PRENOTE-FLAG.
       MOVE ZERO TO BANK-PRENOTE-DATE.
       IF RECORD-FOUND = "Y"
           REWRITE BANK-DETAIL-RECORD
               INVALID KEY
                   DISPLAY "Error replacing the account."
               NOT INVALID KEY
                   MOVE "BANK-CHG" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY "Change released - account in prenote."
           END-REWRITE
       ELSE
           WRITE BANK-DETAIL-RECORD
               INVALID KEY
                   DISPLAY "Error writing the account."
               NOT INVALID KEY
                   MOVE "BANK-ADD" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY "Change released - account in prenote."
           END-WRITE.
       MOVE "R" TO BHOLD-STATUS.
       REWRITE BANK-HOLD-RECORD
           INVALID KEY
               DISPLAY "Error marking the change released."
       END-REWRITE.
       PERFORM CHECK-THE-SPLITS THRU CHECK-THE-SPLITS-EXIT.

       GET-ACCOUNT-NUMBER.
       DISPLAY "ENTER the 10-digit account number: ".
       ACCEPT ENTERED-ACCOUNT.
