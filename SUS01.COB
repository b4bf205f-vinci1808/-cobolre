FD TRAN-SUSPENSE
             LABEL RECORDS STANDARD
             BLOCK CONTAINS 0 RECORDS
             RECORD CONTAINS 145 CHARACTERS.
       01 TRAN-SUSPENSE-REC.
           05  SUS-ORIGINAL-REC   PIC X(80).
           05  SUS-REASON         PIC X(40).
               88  SUS-CONFIRMED          VALUE "C".
               88  SUS-KILLED             VALUE "K".
           05  SUS-DISP-DATE      PIC X(10).
           05  SUS-BRANCH         PIC X(4).
