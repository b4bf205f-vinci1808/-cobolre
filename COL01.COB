FD COLLECTIONS-FILE
             LABEL RECORDS STANDARD
             BLOCK CONTAINS 0 RECORDS
             RECORD CONTAINS 80 CHARACTERS.
       01 COLLECTIONS-REC.
           05  COL-ACT-NO         PIC     9(5).
           05  COL-OD-SINCE       PIC     X(10).
           05  COL-STATUS         PIC     X.
               88  COL-OVERDRAWN          VALUE "O".
               88  COL-CURED              VALUE "R".
               88  COL-CHARGED-OFF        VALUE "C".
           05  COL-CLOSE-DATE     PIC     X(10).
           05  COL-LAST-BAL       PIC     S9(8)V99.
           05  COL-WORST-BAL      PIC     S9(8)V99.
           05  COL-LAST-RUN-DATE  PIC     X(10).
           05  FILLER             PIC     X(24).
