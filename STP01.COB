FD STOP-FILE
             LABEL RECORDS STANDARD
             BLOCK CONTAINS 0 RECORDS
             RECORD CONTAINS 80 CHARACTERS.
       01 STOP-REC.
           05  STP-ACT-NO         PIC     9(5).
           05  STP-CHECK-FROM     PIC     9(8).
           05  STP-CHECK-TO       PIC     9(8).
           05  STP-AMT            PIC     9(8)V99.
           05  STP-PLACED-DATE    PIC     X(10).
           05  STP-EXPIRY-DATE    PIC     X(10).
           05  STP-STATUS         PIC     X.
               88  STP-ACTIVE             VALUE "A".
               88  STP-USED               VALUE "U".
               88  STP-RELEASED           VALUE "R".
           05  STP-USED-DATE      PIC     X(10).
           05  STP-USED-TRANS-NO  PIC     9(5).
           05  STP-RELEASE-DATE   PIC     X(10).
           05  FILLER             PIC     X(3).
