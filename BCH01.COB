FD BATCH-LOG
             LABEL RECORDS STANDARD
             BLOCK CONTAINS 0 RECORDS
             RECORD CONTAINS 80 CHARACTERS.
       01 BATCH-LOG-REC.
           05  BCH-RUN-DATE       PIC X(10).
           05  BCH-BRANCH         PIC X(4).
           05  BCH-BATCH-DATE     PIC X(10).
           05  BCH-OUTCOME        PIC X.
               88  BCH-ACCEPTED           VALUE "A".
               88  BCH-FAILED             VALUE "F".
           05  BCH-ITEM-COUNT     PIC 9(7).
           05  BCH-ITEM-AMT       PIC 9(10)V99.
           05  BCH-FAIL-REASON    PIC X(34).
           05  FILLER             PIC X(2).
