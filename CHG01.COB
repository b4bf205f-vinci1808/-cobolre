FD CHARGE-OFF-FILE
             LABEL RECORDS STANDARD
             BLOCK CONTAINS 0 RECORDS
             RECORD CONTAINS 170 CHARACTERS.
       01 CHARGE-OFF-REC.
           05  CHG-ACT-NO         PIC     9(5).
           05  CHG-CUST-NO        PIC     9(5).
           05  CHG-CUST-NAME      PIC     X(25).
           05  CHG-ADDR-LINE1     PIC     X(25).
           05  CHG-ADDR-LINE2     PIC     X(25).
           05  CHG-CITY           PIC     X(15).
           05  CHG-STATE          PIC     X(2).
           05  CHG-ZIP            PIC     X(9).
           05  CHG-PROD-CODE      PIC     X(3).
           05  CHG-AMOUNT         PIC     9(8)V99.
           05  CHG-OD-SINCE       PIC     X(10).
           05  CHG-DAYS-OVERDRAWN PIC     9(5).
           05  CHG-DATE           PIC     X(10).
           05  CHG-TRANS-NO       PIC     9(5).
           05  CHG-RECOVERED-AMT  PIC     9(8)V99.
           05  FILLER             PIC     X(6).
