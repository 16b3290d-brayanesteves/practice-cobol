       COPY "PhysicalFile.cbl".
       COPY "ArchivePhysicalFile.cbl".
       COPY "RetentionPhysicalFile.cbl".
       COPY "CasePhysicalFile.cbl".

      *OPTIONAL because a brand-new installation has no audit trail
      *or extract yet - the dossier just says so.
       COPY "LogicFile.cbl".
       COPY "ArchiveLogicFile.cbl".
       COPY "RetentionLogicFile.cbl".
       COPY "CaseLogicFile.cbl".
       COPY "AuditLogicFile.cbl".
       COPY "SalaryHistoryLogicFile.cbl".

       01  AUDIT-FILE-STATUS PIC X(2).
       01  PAYROLL-FILE-STATUS PIC X(2).
       01  SALARY-HISTORY-STATUS PIC X(2).
       01  CASE-FILE-STATUS PIC X(2).
       01  WARNING-MATCHES PIC 9(4) VALUE ZERO.
       01  HISTORY-MATCHES PIC 9(4) VALUE ZERO.
       01  OLD-SALARY-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01  NEW-SALARY-DISPLAY PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *One employee, one page: the full current record with the
      *benefits bracket spelled out, the warnings still in force,
      *the audit history, anything in either archive, and whether
      *the last payroll extract carried them - the single sheet HR
      *asks for, without running three programs and grepping two
      *files.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM DECIDE-THE-MASKING.
       WRITE DOSSIER-LINE.
       PERFORM REPORT-CURRENT-RECORD.
       PERFORM REPORT-COMPENSATION-HISTORY.
       PERFORM REPORT-ACTIVE-WARNINGS.
       PERFORM REPORT-AUDIT-HISTORY.
       PERFORM REPORT-ARCHIVED-RECORDS.
       PERFORM REPORT-PAYROLL-STATUS.
       READ SALARY-HISTORY-FILE
       AT END MOVE "Y" TO END-OF-SCAN.

      *Only warnings and suspensions that still count are listed;
      *expired, overturned and withdrawn ones are sealed and left
      *off the page entirely.
       REPORT-ACTIVE-WARNINGS.
       PERFORM WRITE-BLANK-LINE.
       MOVE "ACTIVE WARNINGS" TO DOSSIER-LINE.
       WRITE DOSSIER-LINE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       MOVE ZERO TO WARNING-MATCHES.
       OPEN INPUT CASE-FILE.
       IF CASE-FILE-STATUS NOT = "00"
           MOVE "  (NO CASE FILE ON FILE)" TO DOSSIER-LINE
           WRITE DOSSIER-LINE
       ELSE
           MOVE SUBJECT-ID TO CASE-EMPLOYEE-ID
           MOVE ZERO TO CASE-NUMBER
           MOVE "N" TO END-OF-SCAN
           START CASE-FILE
               KEY IS NOT LESS THAN CASE-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-SCAN
           END-START
           PERFORM READ-NEXT-CASE
           PERFORM COPY-ONE-CASE
               UNTIL END-OF-SCAN = "Y"
           IF WARNING-MATCHES = ZERO
               MOVE "  NO ACTIVE WARNINGS." TO DOSSIER-LINE
               WRITE DOSSIER-LINE
           END-IF
           CLOSE CASE-FILE.

       COPY-ONE-CASE.
       IF CASE-EMPLOYEE-ID NOT = SUBJECT-ID
           MOVE "Y" TO END-OF-SCAN
       ELSE
           IF CASE-IS-DISCIPLINE
               AND NOT CASE-OVERTURNED
               AND NOT CASE-WITHDRAWN
               AND CASE-EXPIRY-DATE NOT < TODAYS-DATE
               ADD 1 TO WARNING-MATCHES
               MOVE SPACES TO DOSSIER-LINE
               STRING "  CASE " CASE-NUMBER " TYPE " CASE-TYPE
                   " GIVEN " CASE-STEP-DATE (1)
                   " COUNTS UNTIL " CASE-EXPIRY-DATE
                   "  " CASE-DESCRIPTION
                   DELIMITED BY SIZE INTO DOSSIER-LINE
               WRITE DOSSIER-LINE
           END-IF
           PERFORM READ-NEXT-CASE.

       READ-NEXT-CASE.
       IF END-OF-SCAN = "N"
           READ CASE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO END-OF-SCAN
           END-READ.

       REPORT-AUDIT-HISTORY.
       PERFORM WRITE-BLANK-LINE.
       MOVE "AUDIT HISTORY" TO DOSSIER-LINE.
