               88  XRF-REJECTED           VALUE "N".
               88  XRF-PENDING            VALUE "U".
           05  XRF-HIGH-TRANS-NO  PIC 9(5).
           05  XRF-BRANCH         PIC X(4).
           05  FILLER             PIC X(39).
