           05 OPERATOR-FAILED-COUNT PIC 9(1).
           05 OPERATOR-LOCKED-FLAG PIC X(1).
               88 OPERATOR-LOCKED VALUE "L".
      *The employee this operator is, so keying and approving under
      *two IDs still shows as one person. Zero means no link, as
      *on every ID brought across by ReferenceLayoutConversion.
           05 OPERATOR-EMPLOYEE-ID PIC 9(6).
