FD TRAN-REJECT
             LABEL RECORDS STANDARD
             BLOCK CONTAINS 0 RECORDS
             RECORD CONTAINS 157 CHARACTERS.
       01 TRAN-REJECT-REC.
           05  TRJ-ORIGINAL-REC   PIC     X(80).
           05  TRJ-REJECT-REASON  PIC     X(40).
           05  TRJ-DISPOSITION    PIC     X.
               88  TRJ-OPEN               VALUE SPACE.
               88  TRJ-RESUBMITTED        VALUE "R".
               88  TRJ-ACH-RETURNED       VALUE "A".
               88  TRJ-DISPOSITIONED      VALUE "R" "A".
           05  TRJ-DISP-DATE      PIC     X(10).
           05  TRJ-DISP-MAKER-ID  PIC     X(8).
           05  TRJ-DISP-CHECKER-ID PIC    X(8).
