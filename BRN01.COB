FD BRANCH-FILE
             LABEL RECORDS STANDARD
             BLOCK CONTAINS 0 RECORDS
             RECORD CONTAINS 80 CHARACTERS.
       01 BRANCH-REC.
           05  BRN-CODE           PIC X(4).
           05  BRN-NAME           PIC X(25).
           05  BRN-GL-CASH-ACCT   PIC X(8).
           05  FILLER             PIC X(43).
