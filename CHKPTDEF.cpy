           05  CK-CNTCS-READ        PIC 9(06).
           05  CK-CNTCS-LOADED      PIC 9(06).
           05  CK-REJ-BAD-CNTC      PIC 9(06).
           05  CK-REJ-ZIP-MISMATCH  PIC 9(06).
