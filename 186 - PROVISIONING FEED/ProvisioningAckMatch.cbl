       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProvisioningAckMatch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "ProvisionLogPhysicalFile.cbl".
       COPY "ProvisionAckPhysicalFile.cbl".

       SELECT PROVISION-EXCEPTION-FILE
       ASSIGN TO "provexcept.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "ProvisionLogLogicFile.cbl".
       COPY "ProvisionAckLogicFile.cbl".

       FD PROVISION-EXCEPTION-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  PROVISION-LOG-STATUS PIC X(2).
       01  PROVISION-ACK-STATUS PIC X(2).
       01  READ-ALL PIC X.
       77  RECORD-FOUND PIC X.
       01  TODAYS-DATE-PARTS.
           05  TODAYS-YEAR PIC 9(4).
           05  TODAYS-MONTH PIC 9(2).
           05  TODAYS-DAY PIC 9(2).
       01  TODAYS-DATE REDEFINES TODAYS-DATE-PARTS PIC 9(8).
       01  EFFECTIVE-DATE-PARTS.
           05  EFFECTIVE-YEAR PIC 9(4).
           05  EFFECTIVE-MONTH PIC 9(2).
           05  EFFECTIVE-DAY PIC 9(2).
      *Days on the thirty-day-month approximation, the same one the
      *exception aging report uses.
       01  DAYS-OUTSTANDING PIC S9(5).
       01  ACKS-MATCHED PIC 9(5) VALUE ZERO.
       01  ACKS-UNMATCHED PIC 9(5) VALUE ZERO.
       01  LEAVERS-OUTSTANDING PIC 9(5) VALUE ZERO.
       01  COUNT-DISPLAY PIC ZZZZ9.

       01  HEADING-LINE-1.
           05  FILLER PIC X(43)
               VALUE "LEAVERS NOT YET ACTIONED BY IT/FACILITIES".
           05  FILLER PIC X(10) VALUE "RUN DATE:".
           05  HL1-RUN-DATE PIC 9(8).

       01  HEADING-LINE-2.
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(27) VALUE "NAME".
           05  FILLER PIC X(10) VALUE "LEFT".
           05  FILLER PIC X(10) VALUE "SENT".
           05  FILLER PIC X(10) VALUE "IT DONE".
           05  FILLER PIC X(10) VALUE "FAC DONE".
           05  FILLER PIC X(5) VALUE "DAYS".

       01  DETAIL-LINE.
           05  DL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-NAME PIC X(25).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-LEFT PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-SENT PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-IT-DONE PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-FACILITIES-DONE PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  DL-DAYS PIC ZZZZ9.

       01  UNMATCHED-HEADING-LINE.
           05  FILLER PIC X(50)
               VALUE "ACKNOWLEDGMENTS MATCHING NO PROVISIONING RECORD".

       01  UNMATCHED-LINE.
           05  UL-ACTION PIC X(6).
           05  FILLER PIC X(2) VALUE SPACES.
           05  UL-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  UL-EFFECTIVE PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  UL-TEAM PIC X(1).
           05  FILLER PIC X(2) VALUE SPACES.
           05  UL-DONE PIC 9(8).

       PROCEDURE DIVISION.
      *Matches the acknowledgments IT and facilities send back in
      *provack.dat onto the provisioning log, then lists every
      *leaver sent on an earlier day that either team has still not
      *acknowledged - the leavers who may still have system or door
      *access. Acknowledgments that match nothing on the log are
      *listed after them so a mistyped one is not silently lost.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
       IF RETURN-CODE = ZERO
           PERFORM MATCH-THE-ACKNOWLEDGMENTS
           PERFORM LIST-THE-OUTSTANDING-LEAVERS
           PERFORM LIST-THE-UNMATCHED-ACKS.
       PERFORM CLOSING-PROCEDURE.
       IF RETURN-CODE = ZERO
           MOVE ACKS-MATCHED TO COUNT-DISPLAY
           DISPLAY "Acknowledgments matched:   " COUNT-DISPLAY
           MOVE ACKS-UNMATCHED TO COUNT-DISPLAY
           DISPLAY "Acknowledgments unmatched: " COUNT-DISPLAY
           MOVE LEAVERS-OUTSTANDING TO COUNT-DISPLAY
           DISPLAY "Leavers not yet actioned:  " COUNT-DISPLAY
               " (see provexcept.rpt).".
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE-PARTS FROM DATE YYYYMMDD.
      *Pulled from the environment so a test run can point at a
      *scratch copy instead of the real data file.
       ACCEPT EMPLOYEES-DATA-FILE FROM ENVIRONMENT
           "EMPLOYEES_DATA_FILE".
       IF EMPLOYEES-DATA-FILE = SPACES
           MOVE "employees.dat" TO EMPLOYEES-DATA-FILE.
       OPEN INPUT EMPLOYEES-FILE.
       IF EMPLOYEES-FILE-STATUS NOT = "00"
           DISPLAY "Error opening employees.dat, status code "
               EMPLOYEES-FILE-STATUS "."
           MOVE 1 TO RETURN-CODE.
       IF RETURN-CODE = ZERO
           OPEN I-O PROVISION-LOG-FILE
           IF PROVISION-LOG-STATUS NOT = "00"
               DISPLAY "No provisioning feed has been sent yet."
               MOVE 1 TO RETURN-CODE
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           OPEN OUTPUT PROVISION-EXCEPTION-FILE.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       IF RETURN-CODE = ZERO
           CLOSE PROVISION-LOG-FILE
           CLOSE PROVISION-EXCEPTION-FILE.

      *No acknowledgment file yet is not an error - it just means
      *nothing has been actioned.
       MATCH-THE-ACKNOWLEDGMENTS.
       OPEN INPUT PROVISION-ACK-FILE.
       IF PROVISION-ACK-STATUS = "00"
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-ACK
           PERFORM MATCH-ONE-ACK
               UNTIL READ-ALL = "1"
           CLOSE PROVISION-ACK-FILE.

       MATCH-ONE-ACK.
       PERFORM FIND-THE-LOG-ENTRY.
       IF RECORD-FOUND = "Y"
           IF PACK-FROM-IT
               MOVE PACK-DONE-DATE TO PLOG-IT-ACK-DATE
           ELSE
               MOVE PACK-DONE-DATE TO PLOG-FACILITIES-ACK-DATE
           END-IF
           REWRITE PROVISION-LOG-RECORD
               INVALID KEY
                   DISPLAY "Error recording the acknowledgment for "
                       PACK-EMPLOYEE-ID "."
           END-REWRITE
           ADD 1 TO ACKS-MATCHED.
       PERFORM READ-NEXT-ACK.

      *An acknowledgment matches when its employee, effective date
      *and action are on the log and it names one of the two teams.
       FIND-THE-LOG-ENTRY.
       MOVE PACK-EMPLOYEE-ID TO PLOG-EMPLOYEE-ID.
       MOVE PACK-EFFECTIVE-DATE TO PLOG-EFFECTIVE-DATE.
       MOVE PACK-ACTION TO PLOG-ACTION.
       INSPECT PLOG-ACTION CONVERTING
           "abcdefghijklmnopqrstuvwxyz" TO
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       INSPECT PACK-TEAM CONVERTING "if" TO "IF".
       MOVE "Y" TO RECORD-FOUND.
       READ PROVISION-LOG-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND
       END-READ.
       IF NOT PACK-FROM-IT AND NOT PACK-FROM-FACILITIES
           MOVE "N" TO RECORD-FOUND.

      *Read through a second time so the unmatched ones follow the
      *leavers on the report.
       LIST-THE-UNMATCHED-ACKS.
       OPEN INPUT PROVISION-ACK-FILE.
       IF PROVISION-ACK-STATUS = "00"
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-ACK
           PERFORM CHECK-ONE-ACK
               UNTIL READ-ALL = "1"
           CLOSE PROVISION-ACK-FILE.

       CHECK-ONE-ACK.
       PERFORM FIND-THE-LOG-ENTRY.
       IF RECORD-FOUND = "N"
           PERFORM WRITE-ONE-UNMATCHED-ACK.
       PERFORM READ-NEXT-ACK.

       WRITE-ONE-UNMATCHED-ACK.
       IF ACKS-UNMATCHED = ZERO
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE UNMATCHED-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       MOVE PACK-ACTION TO UL-ACTION.
       MOVE PACK-EMPLOYEE-ID TO UL-ID.
       MOVE PACK-EFFECTIVE-DATE TO UL-EFFECTIVE.
       MOVE PACK-TEAM TO UL-TEAM.
       MOVE PACK-DONE-DATE TO UL-DONE.
       MOVE SPACES TO REPORT-LINE.
       MOVE UNMATCHED-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       ADD 1 TO ACKS-UNMATCHED.

      *A leaver sent today has had no chance to be actioned yet.
       LIST-THE-OUTSTANDING-LEAVERS.
       MOVE TODAYS-DATE TO HL1-RUN-DATE.
       MOVE SPACES TO REPORT-LINE.
       MOVE HEADING-LINE-1 TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       MOVE HEADING-LINE-2 TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE LOW-VALUES TO PLOG-KEY.
       MOVE "0" TO READ-ALL.
       START PROVISION-LOG-FILE
           KEY IS NOT LESS THAN PLOG-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       IF READ-ALL = "0"
           PERFORM READ-NEXT-LOG-ENTRY.
       PERFORM CHECK-ONE-LOG-ENTRY
           UNTIL READ-ALL = "1".

       CHECK-ONE-LOG-ENTRY.
       IF PLOG-ACTION = "LEAVER"
           AND PLOG-SENT-DATE < TODAYS-DATE
           AND (PLOG-IT-ACK-DATE = ZERO
               OR PLOG-FACILITIES-ACK-DATE = ZERO)
           PERFORM WRITE-ONE-OUTSTANDING-LEAVER.
       PERFORM READ-NEXT-LOG-ENTRY.

       WRITE-ONE-OUTSTANDING-LEAVER.
       MOVE PLOG-EFFECTIVE-DATE TO EFFECTIVE-DATE-PARTS.
       COMPUTE DAYS-OUTSTANDING =
           (TODAYS-YEAR - EFFECTIVE-YEAR) * 360
           + (TODAYS-MONTH - EFFECTIVE-MONTH) * 30
           + TODAYS-DAY - EFFECTIVE-DAY.
       IF DAYS-OUTSTANDING < ZERO
           MOVE ZERO TO DAYS-OUTSTANDING.
       MOVE PLOG-EMPLOYEE-ID TO EMPLOYEES-ID.
       READ EMPLOYEES-FILE RECORD
           INVALID KEY
               MOVE "(NOT ON MASTER)" TO EMPLOYEES-NAME
       END-READ.
       MOVE SPACES TO DETAIL-LINE.
       MOVE PLOG-EMPLOYEE-ID TO DL-ID.
       MOVE EMPLOYEES-NAME TO DL-NAME.
       MOVE PLOG-EFFECTIVE-DATE TO DL-LEFT.
       MOVE PLOG-SENT-DATE TO DL-SENT.
       IF PLOG-IT-ACK-DATE = ZERO
           MOVE "PENDING" TO DL-IT-DONE
       ELSE
           MOVE PLOG-IT-ACK-DATE TO DL-IT-DONE.
       IF PLOG-FACILITIES-ACK-DATE = ZERO
           MOVE "PENDING" TO DL-FACILITIES-DONE
       ELSE
           MOVE PLOG-FACILITIES-ACK-DATE TO DL-FACILITIES-DONE.
       MOVE DAYS-OUTSTANDING TO DL-DAYS.
       MOVE SPACES TO REPORT-LINE.
       MOVE DETAIL-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       ADD 1 TO LEAVERS-OUTSTANDING.

       READ-NEXT-ACK.
       READ PROVISION-ACK-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-LOG-ENTRY.
       READ PROVISION-LOG-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM ProvisioningAckMatch.
