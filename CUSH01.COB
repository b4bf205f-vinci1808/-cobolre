FD CUST-HIST
             LABEL RECORDS STANDARD
             BLOCK CONTAINS 0 RECORDS
             RECORD CONTAINS 96 CHARACTERS.
       01 CUST-HIST-REC.
           05  CUH-CUST-NO        PIC     9(5).
           05  CUH-FIELD-CODE     PIC     X(2).
           05  CUH-NEW-VALUE      PIC     X(25).
           05  CUH-EFF-DATE       PIC     X(10).
           05  CUH-REASON-CODE    PIC     X(2).
           05  CUH-MAKER-ID       PIC     X(8).
           05  CUH-CHECKER-ID     PIC     X(8).
           05  FILLER             PIC     X(11).
