FD STANDING-ORDER-FILE
             LABEL RECORDS STANDARD
             BLOCK CONTAINS 0 RECORDS
             RECORD CONTAINS 80 CHARACTERS.
       01 STANDING-ORDER-REC.
           05  STO-ORDER-NO       PIC     9(5).
           05  STO-FROM-ACT-NO    PIC     9(5).
           05  STO-TO-ACT-NO      PIC     9(5).
           05  STO-AMT            PIC     9(8)V99.
           05  STO-FREQUENCY      PIC     X.
               88  STO-FREQ-WEEKLY        VALUE "W".
               88  STO-FREQ-MONTHLY       VALUE "M".
               88  STO-FREQ-QUARTERLY     VALUE "Q".
               88  STO-FREQ-ANNUAL        VALUE "A".
               88  STO-FREQ-VALID         VALUE "W" "M" "Q" "A".
           05  STO-NEXT-DUE-DATE  PIC     X(10).
           05  STO-END-DATE       PIC     X(10).
           05  STO-STATUS         PIC     X.
               88  STO-ACTIVE             VALUE "A".
               88  STO-SUSPENDED          VALUE "S".
               88  STO-CANCELLED          VALUE "C".
               88  STO-ENDED              VALUE "E".
           05  STO-ANCHOR-DAY     PIC     9(2).
           05  STO-RETRY-COUNT    PIC     9(2).
           05  STO-LAST-RUN-DATE  PIC     X(10).
           05  STO-LAST-RESULT    PIC     X.
               88  STO-RESULT-EXECUTED    VALUE "X".
               88  STO-RESULT-NSF         VALUE "N".
               88  STO-RESULT-BLOCKED     VALUE "B".
           05  STO-PLACED-DATE    PIC     X(10).
           05  FILLER             PIC     X(8).
