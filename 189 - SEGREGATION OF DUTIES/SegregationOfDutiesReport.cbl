       IDENTIFICATION DIVISION.
       PROGRAM-ID. SegregationOfDutiesReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "OperatorPhysicalFile.cbl".

      *Rolled generations of the audit trail, read ahead of the
      *current file so work keyed before a month-end cut still
      *pairs with the approval that followed it.
       SELECT OPTIONAL LOG-GENERATION-FILE
       ASSIGN TO "loggens.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LOG-GENERATION-STATUS.

       SELECT GENERATION-AUDIT-FILE
       ASSIGN TO GENERATION-AUDIT-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GENERATION-AUDIT-STATUS.

      *Declared locally for OPTIONAL and a file status, the same way
      *the audit inquiry declares it.
       SELECT OPTIONAL AUDIT-FILE
       ASSIGN TO "audit.log"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS AUDIT-FILE-STATUS.

      *Every keying and every approval of second-person work,
      *brought together by the piece of work they belong to.
       SELECT DUTY-SORT-FILE
       ASSIGN TO "sodwork.tmp".

      *Written directly rather than through the shared report
      *writer, so it is not catalogued where the operators it names
      *browse their own reports.
       SELECT DUTY-REPORT-FILE
       ASSIGN TO "sodconflict.rpt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "OperatorLogicFile.cbl".

       FD LOG-GENERATION-FILE.
       01 LOG-GENERATION-RECORD.
           05 LOGGEN-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 LOGGEN-AUDIT-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 LOGGEN-JOURNAL-NAME PIC X(20).

       FD GENERATION-AUDIT-FILE.
       01 GENERATION-AUDIT-LINE PIC X(200).

       COPY "AuditLogicFile.cbl".

      *H a hire, M a mass update, R a merit raise, B a bank detail
      *change; E the keying, A the approval.
       SD  DUTY-SORT-FILE.
       01  DUTY-SORT-RECORD.
           05  SORT-DUTY-WORK PIC X(1).
           05  SORT-DUTY-EMPLOYEE-ID PIC 9(6).
           05  SORT-DUTY-DATE PIC 9(8).
           05  SORT-DUTY-TIME PIC 9(8).
           05  SORT-DUTY-STEP PIC X(1).
               88  SORT-DUTY-KEYING VALUE "E".
           05  SORT-DUTY-OPERATOR PIC X(8).

       FD DUTY-REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01  OPERATOR-FILE-STATUS PIC X(2).
       01  AUDIT-FILE-STATUS PIC X(2).
       01  LOG-GENERATION-STATUS PIC X(2).
       01  GENERATION-AUDIT-STATUS PIC X(2).
       01  GENERATION-AUDIT-NAME PIC X(20).
       01  READ-ALL PIC X.
       01  END-OF-CATALOG PIC X.
       01  END-OF-GENERATION PIC X.
       77  FIRST-SORTED-RECORD PIC X.
       01  TODAYS-DATE PIC 9(8).

      *The month reported on - this one unless SOD_MONTH names
      *another as YYYYMM.
       01  MONTH-WANTED PIC X(6).
       01  REPORT-MONTH PIC 9(6).
       01  ENTRY-MONTH PIC 9(6).
       01  MONTH-START-DATE PIC 9(8).

      *Which look the audit trail is being read for: P pairing
      *keyings with approvals, S operators changing their own
      *record.
       01  SCAN-PASS PIC X.

      *The operator master held in memory with each ID's employee
      *link, zero where there is none.
       01  OPERATOR-LIMIT PIC 9(4) VALUE 500.
       01  OPERATOR-COUNT PIC 9(4) VALUE ZERO.
       01  OPERATOR-INDEX PIC 9(4).
       01  OPERATOR-WAS-FOUND PIC X.
       01  OPERATOR-TABLE.
           05  OPERATOR-ENTRY OCCURS 500 TIMES.
               10  TABLE-OPERATOR-ID PIC X(8).
               10  TABLE-EMPLOYEE-LINK PIC 9(6).
       01  WANTED-OPERATOR PIC X(8).
       01  FOUND-EMPLOYEE-LINK PIC 9(6).
       01  KEYER-LINK PIC 9(6).

      *The keying that is waiting for its approval, as the pairing
      *pass walks one piece of work.
       01  HELD-WORK PIC X(1).
       01  HELD-EMPLOYEE-ID PIC 9(6).
       01  HELD-KEYED-BY PIC X(8).
       01  HELD-KEYED-DATE PIC 9(8).
       01  CONFLICT-FINDING PIC X(30).

       01  PAIR-CONFLICT-COUNT PIC 9(5) VALUE ZERO.
       01  OWN-RECORD-COUNT PIC 9(5) VALUE ZERO.
       01  SECTION-COUNT PIC 9(5).
       01  COUNT-DISPLAY PIC Z(4)9.

       01  HEADING-LINE-1.
           05  FILLER PIC X(50)
               VALUE "SEGREGATION OF DUTIES CONFLICTS".
           05  FILLER PIC X(10) VALUE "RUN DATE:".
           05  HL1-RUN-DATE PIC 9(8).

       01  HEADING-LINE-2.
           05  FILLER PIC X(8) VALUE "MONTH:".
           05  HL2-MONTH PIC 9(6).

       01  SECTION-LINE PIC X(80).

       01  NOTHING-LINE.
           05  FILLER PIC X(4) VALUE SPACES.
           05  NL-TEXT PIC X(60).

       01  PAIR-HEADING-LINE.
           05  FILLER PIC X(14) VALUE "WORK".
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(10) VALUE "KEYED BY".
           05  FILLER PIC X(10) VALUE "ON".
           05  FILLER PIC X(10) VALUE "APPROVED".
           05  FILLER PIC X(10) VALUE "ON".
           05  FILLER PIC X(30) VALUE "FINDING".

       01  PAIR-LINE.
           05  PL-WORK PIC X(12).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PL-EMPLOYEE-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  PL-KEYED-BY PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PL-KEYED-DATE PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PL-APPROVED-BY PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PL-APPROVED-DATE PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  PL-FINDING PIC X(30).

       01  OWN-HEADING-LINE.
           05  FILLER PIC X(10) VALUE "DATE".
           05  FILLER PIC X(10) VALUE "TIME".
           05  FILLER PIC X(10) VALUE "OPERATOR".
           05  FILLER PIC X(8) VALUE "ID".
           05  FILLER PIC X(12) VALUE "ACTION".
           05  FILLER PIC X(44) VALUE "PROGRAM".

       01  OWN-LINE.
           05  OL-DATE PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  OL-TIME PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  OL-OPERATOR PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  OL-EMPLOYEE-ID PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  OL-ACTION PIC X(10).
           05  FILLER PIC X(2) VALUE SPACES.
           05  OL-PROGRAM PIC X(44).

       01  SECTION-TOTAL-LINE.
           05  FILLER PIC X(4) VALUE SPACES.
           05  FILLER PIC X(16) VALUE "ITEMS LISTED:".
           05  STL-COUNT PIC Z(4)9.

       PROCEDURE DIVISION.
      *The monthly check across the programs that rely on a second
      *person - hire approval, mass update approval, merit entry
      *and apply, and the bank detail callback. Each approval in
      *the month is set against the keying it approved, from the
      *audit trail, and listed when both were done by one operator
      *ID or by two IDs the operator master links to the same
      *employee. Then every entry in the month made by an operator
      *against their own employee record is listed.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
       PERFORM OPENING-PROCEDURE THRU OPENING-PROCEDURE-EXIT.
       IF RETURN-CODE = ZERO
           PERFORM FIND-THE-PAIR-CONFLICTS
           PERFORM FIND-THE-OWN-RECORD-CHANGES
           CLOSE DUTY-REPORT-FILE
           MOVE PAIR-CONFLICT-COUNT TO COUNT-DISPLAY
           DISPLAY "Keyed and approved by one person: "
               COUNT-DISPLAY
           MOVE OWN-RECORD-COUNT TO COUNT-DISPLAY
           DISPLAY "Changes to an operator's own record: "
               COUNT-DISPLAY
           DISPLAY "See sodconflict.rpt.".
       END-PROGRAM.
       GOBACK.

       OPENING-PROCEDURE.
      *RETURN-CODE lets a batch driver that CALLs this program detect
      *a failed open and stop the chain instead of pressing on.
       MOVE ZERO TO RETURN-CODE.
       ACCEPT TODAYS-DATE FROM DATE YYYYMMDD.
       COMPUTE REPORT-MONTH = TODAYS-DATE / 100.
       ACCEPT MONTH-WANTED FROM ENVIRONMENT "SOD_MONTH".
       IF MONTH-WANTED NOT = SPACES
           IF MONTH-WANTED IS NUMERIC
               MOVE MONTH-WANTED TO REPORT-MONTH
           ELSE
               DISPLAY "SOD_MONTH must be YYYYMM."
               MOVE 1 TO RETURN-CODE
               GO TO OPENING-PROCEDURE-EXIT.
       COMPUTE MONTH-START-DATE = REPORT-MONTH * 100 + 1.
      *Without the operator master there is no telling who is
      *linked to whom, and the report would say too little.
       OPEN INPUT OPERATOR-FILE.
       IF OPERATOR-FILE-STATUS NOT = "00"
           DISPLAY "Error opening operators.dat, status code "
               OPERATOR-FILE-STATUS "."
           MOVE 1 TO RETURN-CODE
           GO TO OPENING-PROCEDURE-EXIT.
       MOVE "0" TO READ-ALL.
       PERFORM READ-NEXT-OPERATOR.
       PERFORM LOAD-ONE-OPERATOR
           UNTIL READ-ALL = "1".
       CLOSE OPERATOR-FILE.
       OPEN OUTPUT DUTY-REPORT-FILE.
       MOVE TODAYS-DATE TO HL1-RUN-DATE.
       MOVE SPACES TO REPORT-LINE.
       MOVE HEADING-LINE-1 TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE REPORT-MONTH TO HL2-MONTH.
       MOVE SPACES TO REPORT-LINE.
       MOVE HEADING-LINE-2 TO REPORT-LINE.
       WRITE REPORT-LINE.
       OPENING-PROCEDURE-EXIT.
       EXIT.

      *Anything but a number there counts as no link.
       LOAD-ONE-OPERATOR.
       IF OPERATOR-COUNT >= OPERATOR-LIMIT
           DISPLAY "More operators than the table holds - links"
               " past " OPERATOR-REC-ID " are not checked."
           MOVE "1" TO READ-ALL
       ELSE
           ADD 1 TO OPERATOR-COUNT
           MOVE OPERATOR-REC-ID TO TABLE-OPERATOR-ID (OPERATOR-COUNT)
           IF OPERATOR-EMPLOYEE-ID IS NUMERIC
               MOVE OPERATOR-EMPLOYEE-ID
                   TO TABLE-EMPLOYEE-LINK (OPERATOR-COUNT)
           ELSE
               MOVE ZERO TO TABLE-EMPLOYEE-LINK (OPERATOR-COUNT)
           END-IF
           PERFORM READ-NEXT-OPERATOR.

      *----------------------------------------------------------
      *Keyed and approved by one person.
      *----------------------------------------------------------
       FIND-THE-PAIR-CONFLICTS.
       MOVE SPACES TO SECTION-LINE.
       STRING "KEYED AND APPROVED BY THE SAME PERSON"
           DELIMITED BY SIZE INTO SECTION-LINE.
       PERFORM START-A-SECTION.
       MOVE SPACES TO REPORT-LINE.
       MOVE PAIR-HEADING-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       SORT DUTY-SORT-FILE
           ON ASCENDING KEY SORT-DUTY-WORK SORT-DUTY-EMPLOYEE-ID
               SORT-DUTY-DATE SORT-DUTY-TIME
           INPUT PROCEDURE IS LOAD-THE-DUTIES
           OUTPUT PROCEDURE IS PAIR-THE-DUTIES.
       IF SECTION-COUNT = ZERO
           MOVE "No approval in the month was keyed by the same person."
               TO NL-TEXT
           PERFORM WRITE-NOTHING-LINE.
       MOVE SECTION-COUNT TO PAIR-CONFLICT-COUNT.
       PERFORM END-A-SECTION.

       LOAD-THE-DUTIES.
       MOVE "P" TO SCAN-PASS.
       PERFORM READ-THE-TRAIL.

       PAIR-THE-DUTIES.
       MOVE "Y" TO FIRST-SORTED-RECORD.
       MOVE "0" TO READ-ALL.
       PERFORM RETURN-NEXT-DUTY.
       PERFORM PAIR-ONE-DUTY
           UNTIL READ-ALL = "1".

      *The keying is held until the next one for the same piece of
      *work replaces it; each approval is set against whichever
      *keying is held at the time.
       PAIR-ONE-DUTY.
       IF FIRST-SORTED-RECORD = "Y"
           OR SORT-DUTY-WORK NOT = HELD-WORK
           OR SORT-DUTY-EMPLOYEE-ID NOT = HELD-EMPLOYEE-ID
           MOVE "N" TO FIRST-SORTED-RECORD
           MOVE SORT-DUTY-WORK TO HELD-WORK
           MOVE SORT-DUTY-EMPLOYEE-ID TO HELD-EMPLOYEE-ID
           MOVE SPACES TO HELD-KEYED-BY
           MOVE ZERO TO HELD-KEYED-DATE.
       IF SORT-DUTY-KEYING
           MOVE SORT-DUTY-OPERATOR TO HELD-KEYED-BY
           MOVE SORT-DUTY-DATE TO HELD-KEYED-DATE
       ELSE
           PERFORM JUDGE-ONE-APPROVAL.
       PERFORM RETURN-NEXT-DUTY.

      *A batch job keys with no operator and has no one to be in
      *conflict with.
       JUDGE-ONE-APPROVAL.
       MOVE SPACES TO CONFLICT-FINDING.
       IF HELD-KEYED-BY NOT = SPACES
           AND SORT-DUTY-OPERATOR NOT = SPACES
           IF HELD-KEYED-BY = SORT-DUTY-OPERATOR
               MOVE "SAME OPERATOR ID" TO CONFLICT-FINDING
           ELSE
               MOVE HELD-KEYED-BY TO WANTED-OPERATOR
               PERFORM FIND-THE-EMPLOYEE-LINK
               MOVE FOUND-EMPLOYEE-LINK TO KEYER-LINK
               MOVE SORT-DUTY-OPERATOR TO WANTED-OPERATOR
               PERFORM FIND-THE-EMPLOYEE-LINK
               IF KEYER-LINK NOT = ZERO
                   AND KEYER-LINK = FOUND-EMPLOYEE-LINK
                   STRING "BOTH LINKED TO EMPLOYEE "
                       KEYER-LINK
                       DELIMITED BY SIZE INTO CONFLICT-FINDING
               END-IF
           END-IF.
       IF CONFLICT-FINDING NOT = SPACES
           PERFORM WRITE-PAIR-LINE.

       WRITE-PAIR-LINE.
       EVALUATE HELD-WORK
           WHEN "H"
               MOVE "HIRE" TO PL-WORK
           WHEN "M"
               MOVE "MASS UPDATE" TO PL-WORK
           WHEN "R"
               MOVE "MERIT RAISE" TO PL-WORK
           WHEN "B"
               MOVE "BANK DETAILS" TO PL-WORK
       END-EVALUATE.
       MOVE HELD-EMPLOYEE-ID TO PL-EMPLOYEE-ID.
       MOVE HELD-KEYED-BY TO PL-KEYED-BY.
       MOVE HELD-KEYED-DATE TO PL-KEYED-DATE.
       MOVE SORT-DUTY-OPERATOR TO PL-APPROVED-BY.
       MOVE SORT-DUTY-DATE TO PL-APPROVED-DATE.
       MOVE CONFLICT-FINDING TO PL-FINDING.
       MOVE SPACES TO REPORT-LINE.
       MOVE PAIR-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       ADD 1 TO SECTION-COUNT.

      *----------------------------------------------------------
      *Operators who changed their own employee record.
      *----------------------------------------------------------
       FIND-THE-OWN-RECORD-CHANGES.
       MOVE SPACES TO SECTION-LINE.
       STRING "OPERATORS WHO CHANGED THEIR OWN EMPLOYEE RECORD"
           DELIMITED BY SIZE INTO SECTION-LINE.
       PERFORM START-A-SECTION.
       MOVE SPACES TO REPORT-LINE.
       MOVE OWN-HEADING-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "S" TO SCAN-PASS.
       PERFORM READ-THE-TRAIL.
       IF SECTION-COUNT = ZERO
           MOVE "No operator changed their own record in the month."
               TO NL-TEXT
           PERFORM WRITE-NOTHING-LINE.
       MOVE SECTION-COUNT TO OWN-RECORD-COUNT.
       PERFORM END-A-SECTION.

       WRITE-OWN-LINE.
       MOVE AUDIT-LOG-DATE TO OL-DATE.
       MOVE AUDIT-LOG-TIME TO OL-TIME.
       MOVE AUDIT-OPERATOR TO OL-OPERATOR.
       MOVE AUDIT-EMPLOYEE-ID TO OL-EMPLOYEE-ID.
       MOVE AUDIT-LOG-ACTION TO OL-ACTION.
       MOVE AUDIT-PROGRAM TO OL-PROGRAM.
       MOVE SPACES TO REPORT-LINE.
       MOVE OWN-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       ADD 1 TO SECTION-COUNT.

      *----------------------------------------------------------
      *Reading the audit trail, rolled generations first.
      *----------------------------------------------------------
       READ-THE-TRAIL.
       PERFORM SCAN-THE-GENERATIONS THRU SCAN-THE-GENERATIONS-DONE.
       OPEN INPUT AUDIT-FILE.
       IF AUDIT-FILE-STATUS = "00"
           MOVE "0" TO READ-ALL
           PERFORM READ-NEXT-AUDIT-LINE
           PERFORM JUDGE-ONE-AUDIT-LINE
               UNTIL READ-ALL = "1".
       CLOSE AUDIT-FILE.

       JUDGE-ONE-AUDIT-LINE.
       PERFORM JUDGE-THE-AUDIT-LINE.
       PERFORM READ-NEXT-AUDIT-LINE.

       JUDGE-THE-AUDIT-LINE.
       COMPUTE ENTRY-MONTH = AUDIT-LOG-DATE / 100.
       IF SCAN-PASS = "P"
           PERFORM RELEASE-A-DUTY
       ELSE
           IF ENTRY-MONTH = REPORT-MONTH
               AND AUDIT-OPERATOR NOT = SPACES
               AND AUDIT-EMPLOYEE-ID NOT = ZERO
               MOVE AUDIT-OPERATOR TO WANTED-OPERATOR
               PERFORM FIND-THE-EMPLOYEE-LINK
               IF FOUND-EMPLOYEE-LINK = AUDIT-EMPLOYEE-ID
                   PERFORM WRITE-OWN-LINE
               END-IF
           END-IF.

      *Keyings from before the month are wanted - an approval in the
      *month may be for work keyed long ago - but nothing after it.
      *Rejections approve nothing and are left out.
       RELEASE-A-DUTY.
       MOVE SPACES TO DUTY-SORT-RECORD.
       EVALUATE AUDIT-LOG-ACTION
           WHEN "STAGE-ADD"
           WHEN "BATCH-STG"
               MOVE "H" TO SORT-DUTY-WORK
               MOVE "E" TO SORT-DUTY-STEP
           WHEN "HIRE-APPR"
               MOVE "H" TO SORT-DUTY-WORK
               MOVE "A" TO SORT-DUTY-STEP
           WHEN "MASS-PREV"
               MOVE "M" TO SORT-DUTY-WORK
               MOVE "E" TO SORT-DUTY-STEP
           WHEN "MASS-APPR"
      *Apply mode writes a MASS-APPR line of its own when it takes
      *up the approval; only the approval screen's line approves.
               IF AUDIT-PROGRAM = "MassUpdateApproval"
                   MOVE "M" TO SORT-DUTY-WORK
                   MOVE "A" TO SORT-DUTY-STEP
               END-IF
           WHEN "MERIT-PROP"
               MOVE "R" TO SORT-DUTY-WORK
               MOVE "E" TO SORT-DUTY-STEP
           WHEN "MERIT"
               MOVE "R" TO SORT-DUTY-WORK
               MOVE "A" TO SORT-DUTY-STEP
           WHEN "BANK-HOLD"
               MOVE "B" TO SORT-DUTY-WORK
               MOVE "E" TO SORT-DUTY-STEP
           WHEN "BANK-VERIF"
               MOVE "B" TO SORT-DUTY-WORK
               MOVE "A" TO SORT-DUTY-STEP
       END-EVALUATE.
       IF SORT-DUTY-WORK NOT = SPACE
           AND ENTRY-MONTH NOT > REPORT-MONTH
           IF SORT-DUTY-KEYING OR ENTRY-MONTH = REPORT-MONTH
               MOVE AUDIT-EMPLOYEE-ID TO SORT-DUTY-EMPLOYEE-ID
               MOVE AUDIT-LOG-DATE TO SORT-DUTY-DATE
               MOVE AUDIT-LOG-TIME TO SORT-DUTY-TIME
               MOVE AUDIT-OPERATOR TO SORT-DUTY-OPERATOR
               RELEASE DUTY-SORT-RECORD
           END-IF.

       SCAN-THE-GENERATIONS.
       OPEN INPUT LOG-GENERATION-FILE.
       IF LOG-GENERATION-STATUS NOT = "00"
           GO TO SCAN-THE-GENERATIONS-DONE.
       MOVE "N" TO END-OF-CATALOG.
       PERFORM SCAN-ONE-GENERATION
           UNTIL END-OF-CATALOG = "Y".
       SCAN-THE-GENERATIONS-DONE.
       CLOSE LOG-GENERATION-FILE.

      *Every generation can hold a keying the month's approvals
      *need; for the own-record look, one rolled before the month
      *began holds nothing from it and is not opened.
       SCAN-ONE-GENERATION.
       READ LOG-GENERATION-FILE
           AT END
               MOVE "Y" TO END-OF-CATALOG
       END-READ.
       IF END-OF-CATALOG = "N"
           IF SCAN-PASS = "P"
               OR LOGGEN-DATE NOT < MONTH-START-DATE
               MOVE LOGGEN-AUDIT-NAME TO GENERATION-AUDIT-NAME
               OPEN INPUT GENERATION-AUDIT-FILE
               IF GENERATION-AUDIT-STATUS = "00"
                   MOVE "N" TO END-OF-GENERATION
                   PERFORM WALK-ONE-GENERATION
                       UNTIL END-OF-GENERATION = "Y"
               END-IF
               CLOSE GENERATION-AUDIT-FILE
           END-IF.

      *A generation line carries the same layout the current trail
      *does; moved into the audit record area so one routine judges
      *both.
       WALK-ONE-GENERATION.
       READ GENERATION-AUDIT-FILE
           AT END
               MOVE "Y" TO END-OF-GENERATION
       END-READ.
       IF END-OF-GENERATION = "N"
           MOVE GENERATION-AUDIT-LINE TO AUDIT-LINE
           PERFORM JUDGE-THE-AUDIT-LINE.

      *----------------------------------------------------------
      *Shared pieces.
      *----------------------------------------------------------
       FIND-THE-EMPLOYEE-LINK.
       MOVE ZERO TO FOUND-EMPLOYEE-LINK.
       MOVE "N" TO OPERATOR-WAS-FOUND.
       MOVE 1 TO OPERATOR-INDEX.
       PERFORM LOOK-FOR-OPERATOR
           UNTIL OPERATOR-WAS-FOUND = "Y"
           OR OPERATOR-INDEX > OPERATOR-COUNT.
       IF OPERATOR-WAS-FOUND = "Y"
           MOVE TABLE-EMPLOYEE-LINK (OPERATOR-INDEX)
               TO FOUND-EMPLOYEE-LINK.

       LOOK-FOR-OPERATOR.
       IF TABLE-OPERATOR-ID (OPERATOR-INDEX) = WANTED-OPERATOR
           MOVE "Y" TO OPERATOR-WAS-FOUND
       ELSE
           ADD 1 TO OPERATOR-INDEX.

       START-A-SECTION.
       MOVE ZERO TO SECTION-COUNT.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       MOVE SECTION-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.

       END-A-SECTION.
       MOVE SECTION-COUNT TO STL-COUNT.
       MOVE SPACES TO REPORT-LINE.
       MOVE SECTION-TOTAL-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.

       WRITE-NOTHING-LINE.
       MOVE SPACES TO REPORT-LINE.
       MOVE NOTHING-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.

       RETURN-NEXT-DUTY.
       RETURN DUTY-SORT-FILE
           AT END MOVE "1" TO READ-ALL.

       READ-NEXT-OPERATOR.
       READ OPERATOR-FILE NEXT RECORD
       AT END MOVE "1" TO READ-ALL.

       READ-NEXT-AUDIT-LINE.
       READ AUDIT-FILE
       AT END MOVE "1" TO READ-ALL.

       END PROGRAM SegregationOfDutiesReport.
