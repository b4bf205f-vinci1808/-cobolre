           05  ASH-NEW-STATUS     PIC     A(1).
           05  ASH-REASON-CODE    PIC     X(2).
           05  ASH-EFF-DATE       PIC     X(10).
           05  ASH-MAKER-ID       PIC     X(8).
           05  ASH-CHECKER-ID     PIC     X(8).
           05  FILLER             PIC     X(45).
