               88 REQ-FILLED VALUE "F".
           05 REQ-FILLED-BY PIC 9(6).
           05 REQ-FILLED-DATE PIC 9(8).
      *When the hiring manager expects the seat to be filled, so the
      *compensation forecast can start costing the vacancy from that
      *month. Zero means not known.
           05 REQ-EXPECTED-FILL-DATE PIC 9(8).
