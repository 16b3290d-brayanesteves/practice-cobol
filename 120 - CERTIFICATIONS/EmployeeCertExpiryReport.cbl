       FILE-CONTROL.
       COPY "PhysicalFile.cbl".
       COPY "CertificationPhysicalFile.cbl".
       COPY "CertExpiringPhysicalFile.cbl".

       SELECT CERT-EXPIRY-REPORT
       ASSIGN TO "certexpiry.rpt"
       FILE SECTION.
       COPY "LogicFile.cbl".
       COPY "CertificationLogicFile.cbl".
       COPY "CertExpiringLogicFile.cbl".

       FD CERT-EXPIRY-REPORT.
       01 REPORT-LINE PIC X(100).
       01  EMPLOYEES-FILE-STATUS PIC X(2).
       COPY "EmployeesDataFileName.cbl".
       01  CERTIFICATION-FILE-STATUS PIC X(2).
       01  CERT-EXPIRING-STATUS PIC X(2).
       01  READ-ALL PIC X.
       77  RECORD-FOUND PIC X.
       01  TODAYS-DATE PIC 9(8).
      *Everything in the certification file expiring inside sixty
      *days - or already lapsed - grouped by department, so the
      *renewals get booked before the shift assignment block starts
      *refusing people. Each one also goes to certexpiring.dat,
      *the list training enrollment books renewal classes from.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE.
           END-IF
       END-IF.
       IF RETURN-CODE = ZERO
           OPEN OUTPUT CERT-EXPIRY-REPORT
           OPEN OUTPUT CERT-EXPIRING-FILE.

       CLOSING-PROCEDURE.
       CLOSE EMPLOYEES-FILE.
       IF RETURN-CODE = ZERO
           CLOSE CERTIFICATION-FILE
           CLOSE CERT-EXPIRY-REPORT
           CLOSE CERT-EXPIRING-FILE.

       ADD-ONE-HORIZON-DAY.
       MOVE "N" TO DS-REQUEST.

       JUDGE-ONE-CERT.
       IF CERT-EXPIRY-DATE <= HORIZON-DATE
           PERFORM WRITE-ONE-EXPIRING-LINE
           PERFORM COLLECT-ONE-ROW THRU COLLECT-ONE-ROW-EXIT.
       PERFORM READ-NEXT-CERT.

       WRITE-ONE-EXPIRING-LINE.
       MOVE SPACES TO CERT-EXPIRING-RECORD.
       MOVE CERT-EMPLOYEE-ID TO CXP-EMPLOYEE-ID.
       MOVE CERT-CODE TO CXP-CERT-CODE.
       MOVE CERT-EXPIRY-DATE TO CXP-EXPIRY-DATE.
       WRITE CERT-EXPIRING-RECORD.

       COLLECT-ONE-ROW.
       IF ROW-COUNT >= ROW-LIMIT
           GO TO COLLECT-ONE-ROW-EXIT.
