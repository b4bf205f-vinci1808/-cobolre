FD ACH-ENTRY-FILE
             LABEL RECORDS STANDARD
             BLOCK CONTAINS 0 RECORDS
             RECORD CONTAINS 300 CHARACTERS.
       01 ACH-ENTRY-REC.
           05  ACE-TRANS-NO       PIC     9(5).
           05  ACE-RECV-DATE      PIC     X(10).
           05  ACE-FILE-HEADER    PIC     X(94).
           05  ACE-BATCH-HEADER   PIC     X(94).
           05  ACE-ENTRY-DETAIL   PIC     X(94).
           05  FILLER             PIC     X(3).
