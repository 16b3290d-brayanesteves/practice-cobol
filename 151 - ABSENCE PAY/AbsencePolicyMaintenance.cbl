       IDENTIFICATION DIVISION.
       PROGRAM-ID. AbsencePolicyMaintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "AuditPhysicalFile.cbl".
       COPY "SessionPhysicalFile.cbl".
       COPY "AbsencePolicyPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "AuditLogicFile.cbl".
       COPY "SessionLogicFile.cbl".
       COPY "AbsencePolicyLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  SESSION-FILE-STATUS PIC X(2).
       01  SIGNED-ON-OPERATOR PIC X(8) VALUE SPACES.
       01  SIGNED-ON-ROLE PIC X(1) VALUE SPACES.
       01  ABSENCE-POLICY-STATUS PIC X(2).
       01  HELD-BEFORE-VALUE PIC X(30).
       01  HELD-AFTER-VALUE PIC X(30).
       01  TABLE-AUDIT-ACTION PIC X(10).
       77  MENU-CHOICE PIC X.
       77  EXIT-MAINTENANCE PIC X VALUE "N".
       77  RECORD-FOUND PIC X.
       77  TYPE-IS-VALID PIC X.
       77  PERCENT-IS-VALID PIC X.
       77  READ-ALL PIC X.
       77  ENTRY-COUNT PIC 9(3) VALUE ZERO.
       77  ENTRY-COUNT-DISPLAY PIC ZZ9.
       01  TYPE-NAME PIC X(10).

       PROCEDURE DIVISION.
      *Maintains the absence pay policy the pay calculation prices
      *sick days from: for each employment type, the sick days a
      *calendar year paid in full and the percent of a day's pay
      *kept for each one after that. Unpaid leave needs no policy -
      *it is always deducted at the daily rate. A type with no
      *policy has its sick days paid in full. What a sick day is
      *worth is pay policy, so the screen is held to supervisor
      *sign-ons and every change is audited.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM READ-SESSION-NOTE.
       PERFORM OPENING-PROCEDURE.
       PERFORM ACCEPT-MENU-CHOICE
           UNTIL EXIT-MAINTENANCE = "Y".
       IF ABSENCE-POLICY-STATUS = "00"
           CLOSE ABSENCE-POLICY-FILE.
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
       IF SIGNED-ON-ROLE NOT = "S"
           DISPLAY "Absence policy maintenance needs a supervisor"
               " sign-on."
           MOVE "Y" TO EXIT-MAINTENANCE
           MOVE "99" TO ABSENCE-POLICY-STATUS.
       IF EXIT-MAINTENANCE = "N"
      *The policy table is built the first time it is needed, the
      *same way EMPLOYEES-FILE is.
           OPEN I-O ABSENCE-POLICY-FILE
           IF ABSENCE-POLICY-STATUS = "35"
               OPEN OUTPUT ABSENCE-POLICY-FILE
               CLOSE ABSENCE-POLICY-FILE
               OPEN I-O ABSENCE-POLICY-FILE
           END-IF
           IF ABSENCE-POLICY-STATUS NOT = "00"
               DISPLAY "Error opening absencepolicy.dat, status"
                   " code " ABSENCE-POLICY-STATUS "."
               MOVE "Y" TO EXIT-MAINTENANCE
           END-IF
       END-IF.

       ACCEPT-MENU-CHOICE.
       DISPLAY " ".
       DISPLAY "Absence pay policy maintenance".
       DISPLAY "C-Change a type's policy  L-List  X-Exit".
       ACCEPT MENU-CHOICE.
       EVALUATE MENU-CHOICE
           WHEN "C"
           WHEN "c"
               PERFORM CHANGE-THE-POLICY
                   THRU CHANGE-THE-POLICY-EXIT
           WHEN "L"
           WHEN "l"
               PERFORM LIST-THE-POLICIES
           WHEN "X"
           WHEN "x"
               MOVE "Y" TO EXIT-MAINTENANCE
           WHEN OTHER
               DISPLAY "Invalid option. Please try again."
       END-EVALUATE.

      *A change is picked up by the next pay calculation; periods
      *already calculated keep the policy they were priced with.
       CHANGE-THE-POLICY.
       MOVE "N" TO TYPE-IS-VALID.
       PERFORM GET-THE-TYPE
           UNTIL TYPE-IS-VALID = "Y".
       MOVE "Y" TO RECORD-FOUND.
       READ ABSENCE-POLICY-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       MOVE SPACES TO HELD-BEFORE-VALUE.
       IF RECORD-FOUND = "Y"
           PERFORM SHOW-ONE-POLICY
           STRING ABSPOL-SICK-FULL-DAYS " DAYS " ABSPOL-SICK-PERCENT
               "%" DELIMITED BY SIZE INTO HELD-BEFORE-VALUE
       ELSE
           DISPLAY "No policy yet for this type - sick days are"
               " paid in full.".
       DISPLAY "ENTER the sick days a year paid in full (000-365): ".
       ACCEPT ABSPOL-SICK-FULL-DAYS.
       IF ABSPOL-SICK-FULL-DAYS > 365
           DISPLAY "A year has no more than 365 days - policy not"
               " changed."
           GO TO CHANGE-THE-POLICY-EXIT.
       MOVE "N" TO PERCENT-IS-VALID.
       PERFORM GET-THE-PERCENT
           UNTIL PERCENT-IS-VALID = "Y".
       MOVE SPACES TO HELD-AFTER-VALUE.
       STRING ABSPOL-SICK-FULL-DAYS " DAYS " ABSPOL-SICK-PERCENT
           "%" DELIMITED BY SIZE INTO HELD-AFTER-VALUE.
       IF HELD-AFTER-VALUE = HELD-BEFORE-VALUE
           DISPLAY "Policy unchanged."
           GO TO CHANGE-THE-POLICY-EXIT.
       ACCEPT ABSPOL-CHANGED-DATE FROM DATE YYYYMMDD.
       MOVE SIGNED-ON-OPERATOR TO ABSPOL-CHANGED-BY.
       IF RECORD-FOUND = "Y"
           REWRITE ABSENCE-POLICY-RECORD
               INVALID KEY
                   DISPLAY "Error updating the absence policy."
               NOT INVALID KEY
                   MOVE "TBL-UPD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-REWRITE
       ELSE
           WRITE ABSENCE-POLICY-RECORD
               INVALID KEY
                   DISPLAY "Error writing the absence policy."
               NOT INVALID KEY
                   MOVE "TBL-ADD" TO TABLE-AUDIT-ACTION
                   PERFORM WRITE-TABLE-AUDIT
           END-WRITE.
       CHANGE-THE-POLICY-EXIT.
       EXIT.

       GET-THE-TYPE.
       DISPLAY "ENTER the employment type - R regular, C contract,"
           " T temporary: ".
       ACCEPT ABSPOL-EMPLOYMENT-TYPE.
       IF ABSPOL-EMPLOYMENT-TYPE = "r"
           MOVE "R" TO ABSPOL-EMPLOYMENT-TYPE.
       IF ABSPOL-EMPLOYMENT-TYPE = "c"
           MOVE "C" TO ABSPOL-EMPLOYMENT-TYPE.
       IF ABSPOL-EMPLOYMENT-TYPE = "t"
           MOVE "T" TO ABSPOL-EMPLOYMENT-TYPE.
       IF ABSPOL-REGULAR OR ABSPOL-CONTRACT OR ABSPOL-TEMPORARY
           MOVE "Y" TO TYPE-IS-VALID
       ELSE
           DISPLAY "You must enter R, C or T.".

       GET-THE-PERCENT.
       DISPLAY "ENTER the percent of pay for sick days past that"
           " (000-100): ".
       ACCEPT ABSPOL-SICK-PERCENT.
       IF ABSPOL-SICK-PERCENT > 100
           DISPLAY "The percent cannot be more than 100."
       ELSE
           MOVE "Y" TO PERCENT-IS-VALID.

       LIST-THE-POLICIES.
       MOVE ZERO TO ENTRY-COUNT.
       MOVE LOW-VALUES TO ABSPOL-EMPLOYMENT-TYPE.
       MOVE "0" TO READ-ALL.
       START ABSENCE-POLICY-FILE
           KEY IS NOT LESS THAN ABSPOL-EMPLOYMENT-TYPE
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       PERFORM READ-NEXT-POLICY.
       PERFORM LIST-ONE-POLICY
           UNTIL READ-ALL = "1".
       MOVE ENTRY-COUNT TO ENTRY-COUNT-DISPLAY.
       DISPLAY "Employment types with a policy: "
           ENTRY-COUNT-DISPLAY.
       DISPLAY "(Types not listed are paid in full for sick days.)".

       LIST-ONE-POLICY.
       PERFORM SHOW-ONE-POLICY.
       ADD 1 TO ENTRY-COUNT.
       PERFORM READ-NEXT-POLICY.

       SHOW-ONE-POLICY.
       EVALUATE TRUE
           WHEN ABSPOL-REGULAR
               MOVE "REGULAR" TO TYPE-NAME
           WHEN ABSPOL-CONTRACT
               MOVE "CONTRACT" TO TYPE-NAME
           WHEN ABSPOL-TEMPORARY
               MOVE "TEMPORARY" TO TYPE-NAME
           WHEN OTHER
               MOVE "UNKNOWN" TO TYPE-NAME
       END-EVALUATE.
       DISPLAY TYPE-NAME " FULL PAY " ABSPOL-SICK-FULL-DAYS
           " SICK DAYS A YEAR, THEN " ABSPOL-SICK-PERCENT
           "%  CHANGED " ABSPOL-CHANGED-DATE " BY "
           ABSPOL-CHANGED-BY.

       READ-NEXT-POLICY.
       IF READ-ALL = "0"
           READ ABSENCE-POLICY-FILE NEXT RECORD
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
       MOVE "AbsencePolicyMaintenance" TO AUDIT-PROGRAM.
       MOVE ZERO TO AUDIT-EMPLOYEE-ID.
       MOVE TABLE-AUDIT-ACTION TO AUDIT-LOG-ACTION.
       MOVE "ABSPOLICY" TO AUDIT-TABLE-NAME.
       MOVE ABSPOL-EMPLOYMENT-TYPE TO AUDIT-TABLE-KEY.
       MOVE HELD-BEFORE-VALUE TO AUDIT-BEFORE-VALUE.
       MOVE HELD-AFTER-VALUE TO AUDIT-AFTER-VALUE.
       WRITE AUDIT-LINE.
       CLOSE AUDIT-FILE.

       END PROGRAM AbsencePolicyMaintenance.
