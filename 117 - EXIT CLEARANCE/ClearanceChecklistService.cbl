       FILE-CONTROL.
       COPY "ClearancePhysicalFile.cbl".
       COPY "ClearanceItemPhysicalFile.cbl".
       COPY "PropertyPhysicalFile.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "ClearanceLogicFile.cbl".
       COPY "ClearanceItemLogicFile.cbl".
       COPY "PropertyLogicFile.cbl".

       WORKING-STORAGE SECTION.
       01  CLEARANCE-FILE-STATUS PIC X(2).
       01  CLEARANCE-ITEM-STATUS PIC X(2).
       01  PROPERTY-FILE-STATUS PIC X(2).
       01  READ-ALL PIC X.
       01  TODAYS-DATE PIC 9(8).

      *established. One place that stamps the clearance checklist
      *onto a termination, so every termination path - the workflow,
      *the contract expiry, the probation screen - creates the same
      *list. An empty item file is seeded with the standard three,
      *and every piece of company property the employee has not
      *handed back gets an item of its own.
       01  LS-CC-EMPLOYEE-ID PIC 9(6).
      *00 ok, 10 the clearance files would not open.
       01  LS-CC-STATUS PIC X(2).
       PERFORM OPEN-THE-FILES THRU OPEN-THE-FILES-EXIT.
       IF LS-CC-STATUS = "00"
           PERFORM STAMP-THE-CHECKLIST THRU STAMP-THE-CHECKLIST-EXIT
           PERFORM STAMP-THE-PROPERTY THRU STAMP-THE-PROPERTY-EXIT
           CLOSE CLEARANCE-FILE
           CLOSE CLEARANCE-ITEM-FILE.
       GOBACK.
                   CONTINUE
           END-WRITE.

      *No property register yet simply means nothing was issued.
       STAMP-THE-PROPERTY.
       OPEN INPUT PROPERTY-FILE.
       IF PROPERTY-FILE-STATUS NOT = "00"
           GO TO STAMP-THE-PROPERTY-EXIT.
       MOVE LS-CC-EMPLOYEE-ID TO PROPERTY-EMPLOYEE-ID.
       MOVE ZERO TO PROPERTY-ITEM-NUMBER.
       MOVE "0" TO READ-ALL.
       START PROPERTY-FILE
           KEY IS NOT LESS THAN PROPERTY-KEY
           INVALID KEY
               MOVE "1" TO READ-ALL
       END-START.
       PERFORM STAMP-ONE-PROPERTY-ITEM
           UNTIL READ-ALL = "1".
       CLOSE PROPERTY-FILE.
       STAMP-THE-PROPERTY-EXIT.
       EXIT.

       STAMP-ONE-PROPERTY-ITEM.
       READ PROPERTY-FILE NEXT RECORD
           AT END
               MOVE "1" TO READ-ALL
       END-READ.
       IF READ-ALL = "0"
           IF PROPERTY-EMPLOYEE-ID NOT = LS-CC-EMPLOYEE-ID
               MOVE "1" TO READ-ALL
           ELSE
               IF PROPERTY-NOT-RETURNED
                   MOVE LS-CC-EMPLOYEE-ID TO CLEARANCE-EMPLOYEE-ID
                   MOVE "P" TO CLEARANCE-PROPERTY-MARK
                   MOVE PROPERTY-ITEM-NUMBER
                       TO CLEARANCE-PROPERTY-ITEM
                   MOVE TODAYS-DATE TO CLEARANCE-CREATED-DATE
                   MOVE "O" TO CLEARANCE-STATUS
                   MOVE SPACES TO CLEARANCE-SIGNED-BY
                   MOVE ZERO TO CLEARANCE-SIGNED-DATE
                   WRITE CLEARANCE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-IF.

       END PROGRAM ClearanceChecklistService.
