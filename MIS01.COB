FD MIS-EXTRACT
             LABEL RECORDS STANDARD
             BLOCK CONTAINS 0 RECORDS
             RECORD CONTAINS 200 CHARACTERS.
       01 MIS-EXTRACT-REC.
           05  MIS-REC-TYPE       PIC X.
               88  MIS-DETAIL             VALUE "D".
               88  MIS-TRAILER            VALUE "T".
           05  MIS-PERIOD         PIC 9(6).
           05  MIS-PROD-CODE      PIC X(3).
           05  MIS-PROD-NAME      PIC X(20).
           05  MIS-ACCT-COUNT     PIC 9(7).
           05  MIS-OPEN-COUNT     PIC 9(7).
           05  MIS-OPENED-COUNT   PIC 9(7).
           05  MIS-CLOSED-COUNT   PIC 9(7).
           05  MIS-ESCHEAT-COUNT  PIC 9(7).
           05  MIS-CHGOFF-COUNT   PIC 9(7).
           05  MIS-TOTAL-BAL      PIC S9(11)V99.
           05  MIS-AVG-BAL        PIC S9(9)V99.
           05  MIS-BELOW-MIN-COUNT PIC 9(7).
           05  MIS-INT-PAID       PIC S9(9)V99.
           05  MIS-FEE-MAINT      PIC S9(9)V99.
           05  MIS-FEE-DORM       PIC S9(9)V99.
           05  MIS-FEE-REJECT     PIC S9(9)V99.
           05  MIS-FEE-PENALTY    PIC S9(9)V99.
           05  MIS-FEE-OTHER      PIC S9(9)V99.
           05  MIS-FEE-TOTAL      PIC S9(9)V99.
           05  MIS-MARGIN-PER-ACCT PIC S9(7)V99.
           05  FILLER             PIC X(11).
