FD MC-QUEUE
             LABEL RECORDS STANDARD
             BLOCK CONTAINS 0 RECORDS
             RECORD CONTAINS 160 CHARACTERS.
       01 MC-QUEUE-REC.
           05  MCQ-ITEM-NO        PIC     9(7).
           05  MCQ-SOURCE         PIC     X(2).
               88  MCQ-SRC-STATUS         VALUE "SC".
               88  MCQ-SRC-HOLD           VALUE "HR".
               88  MCQ-SRC-CUST           VALUE "CC".
               88  MCQ-SRC-FIX            VALUE "RF".
           05  MCQ-MAKER-ID       PIC     X(8).
           05  MCQ-KEYED-DATE     PIC     X(10).
           05  MCQ-STATUS         PIC     X.
               88  MCQ-PENDING            VALUE "P".
               88  MCQ-APPROVED           VALUE "A".
               88  MCQ-DECLINED           VALUE "D".
               88  MCQ-APPLIED            VALUE "X".
           05  MCQ-CHECKER-ID     PIC     X(8).
           05  MCQ-DECIDED-DATE   PIC     X(10).
           05  MCQ-DECISION-NOTE  PIC     X(20).
           05  MCQ-APPLIED-DATE   PIC     X(10).
           05  MCQ-REQUEST-DATA   PIC     X(80).
           05  FILLER             PIC     X(4).
