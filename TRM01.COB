FD TERM-FILE
             LABEL RECORDS STANDARD
             BLOCK CONTAINS 0 RECORDS
             RECORD CONTAINS 80 CHARACTERS.
       01 TERM-REC.
           05  TRM-ACT-NO         PIC     9(5).
           05  TRM-TERM-MONTHS    PIC     9(3).
           05  TRM-ISSUE-DATE     PIC     X(10).
           05  TRM-MATURITY-DATE  PIC     X(10).
           05  TRM-LOCKED-RATE    PIC     9V9(4).
           05  TRM-INSTRUCTION    PIC     X.
               88  TRM-INSTR-RENEW        VALUE "R".
               88  TRM-INSTR-PAY-LINKED   VALUE "P".
               88  TRM-INSTR-HOLD         VALUE "H".
               88  TRM-INSTR-VALID        VALUE "R" "P" "H".
           05  TRM-LINK-ACT-NO    PIC     9(5).
           05  TRM-STATUS         PIC     X.
               88  TRM-ACTIVE             VALUE "A".
               88  TRM-MATURED            VALUE "M".
               88  TRM-PAID-OUT           VALUE "P".
           05  TRM-RENEW-COUNT    PIC     9(3).
           05  TRM-LAST-ACTION-DATE PIC   X(10).
           05  TRM-NOTICE-DATE    PIC     X(10).
           05  FILLER             PIC     X(17).
