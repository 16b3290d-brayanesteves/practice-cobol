               88 STAGE-PENDING VALUE "P".
           05 STAGE-ENTERED-BY PIC X(8).
           05 STAGE-ENTERED-DATE PIC 9(8).
      *The requisition an accepted applicant was staged against -
      *already marked filled by this ID. Zero for a hire keyed on
      *the add screen or loaded by the batch loader, and for every
      *hire brought across by ReferenceLayoutConversion.
           05 STAGE-POSITION-NUMBER PIC 9(6).
