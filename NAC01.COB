FD ACH-FILE
             LABEL RECORDS STANDARD
             BLOCK CONTAINS 0 RECORDS
             RECORD CONTAINS 94 CHARACTERS.
       01 NACHA-REC.
           05  NAC-RECORD-TYPE    PIC     X.
               88  NAC-FILE-HEADER-REC    VALUE "1".
               88  NAC-BATCH-HEADER-REC   VALUE "5".
               88  NAC-ENTRY-REC          VALUE "6".
               88  NAC-ADDENDA-REC        VALUE "7".
               88  NAC-BATCH-CONTROL-REC  VALUE "8".
               88  NAC-FILE-CONTROL-REC   VALUE "9".
           05  FILLER             PIC     X(93).
       01 NAC-FILE-HEADER.
           05  FILLER             PIC     X.
           05  NAC-FH-PRIORITY    PIC     X(2).
           05  NAC-FH-DEST        PIC     X(10).
           05  NAC-FH-ORIGIN      PIC     X(10).
           05  NAC-FH-CREATE-DATE PIC     X(6).
           05  NAC-FH-CREATE-TIME PIC     X(4).
           05  NAC-FH-ID-MODIFIER PIC     X.
           05  NAC-FH-RECORD-SIZE PIC     X(3).
           05  NAC-FH-BLOCKING    PIC     X(2).
           05  NAC-FH-FORMAT      PIC     X.
           05  NAC-FH-DEST-NAME   PIC     X(23).
           05  NAC-FH-ORIGIN-NAME PIC     X(23).
           05  NAC-FH-REFERENCE   PIC     X(8).
       01 NAC-BATCH-HEADER.
           05  FILLER             PIC     X.
           05  NAC-BH-SERVICE-CLASS PIC   X(3).
           05  NAC-BH-COMPANY-NAME PIC    X(16).
           05  NAC-BH-DISCRETIONARY PIC   X(20).
           05  NAC-BH-COMPANY-ID  PIC     X(10).
           05  NAC-BH-SEC-CODE    PIC     X(3).
           05  NAC-BH-ENTRY-DESC  PIC     X(10).
           05  NAC-BH-DESC-DATE   PIC     X(6).
           05  NAC-BH-EFFECTIVE-DATE PIC  X(6).
           05  NAC-BH-SETTLE-DATE PIC     X(3).
           05  NAC-BH-ORIG-STATUS PIC     X.
           05  NAC-BH-ODFI-ID     PIC     X(8).
           05  NAC-BH-BATCH-NO    PIC     9(7).
       01 NAC-ENTRY-DETAIL.
           05  FILLER             PIC     X.
           05  NAC-ED-TRAN-CODE   PIC     X(2).
               88  NAC-ED-CREDIT          VALUE "22" "32".
               88  NAC-ED-DEBIT           VALUE "27" "37".
               88  NAC-ED-PRENOTE         VALUE "23" "28" "33" "38".
           05  NAC-ED-RDFI-ID     PIC     X(8).
           05  NAC-ED-CHECK-DIGIT PIC     X.
           05  NAC-ED-DFI-ACCOUNT PIC     X(17).
           05  NAC-ED-AMOUNT      PIC     9(8)V99.
           05  NAC-ED-INDIV-ID    PIC     X(15).
           05  NAC-ED-INDIV-NAME  PIC     X(22).
           05  NAC-ED-DISCRETIONARY PIC   X(2).
           05  NAC-ED-ADDENDA-IND PIC     X.
           05  NAC-ED-TRACE-NO    PIC     X(15).
       01 NAC-RETURN-ADDENDA.
           05  FILLER             PIC     X.
           05  NAC-AD-TYPE-CODE   PIC     X(2).
           05  NAC-AD-RETURN-CODE PIC     X(3).
           05  NAC-AD-ORIG-TRACE  PIC     X(15).
           05  NAC-AD-DEATH-DATE  PIC     X(6).
           05  NAC-AD-ORIG-RDFI   PIC     X(8).
           05  NAC-AD-INFO        PIC     X(44).
           05  NAC-AD-TRACE-NO    PIC     X(15).
       01 NAC-BATCH-CONTROL.
           05  FILLER             PIC     X.
           05  NAC-BC-SERVICE-CLASS PIC   X(3).
           05  NAC-BC-ENTRY-COUNT PIC     9(6).
           05  NAC-BC-ENTRY-HASH  PIC     9(10).
           05  NAC-BC-TOTAL-DEBIT PIC     9(10)V99.
           05  NAC-BC-TOTAL-CREDIT PIC    9(10)V99.
           05  NAC-BC-COMPANY-ID  PIC     X(10).
           05  NAC-BC-AUTH-CODE   PIC     X(19).
           05  NAC-BC-RESERVED    PIC     X(6).
           05  NAC-BC-ODFI-ID     PIC     X(8).
           05  NAC-BC-BATCH-NO    PIC     9(7).
       01 NAC-FILE-CONTROL.
           05  FILLER             PIC     X.
           05  NAC-FC-BATCH-COUNT PIC     9(6).
           05  NAC-FC-BLOCK-COUNT PIC     9(6).
           05  NAC-FC-ENTRY-COUNT PIC     9(8).
           05  NAC-FC-ENTRY-HASH  PIC     9(10).
           05  NAC-FC-TOTAL-DEBIT PIC     9(10)V99.
           05  NAC-FC-TOTAL-CREDIT PIC    9(10)V99.
           05  NAC-FC-RESERVED    PIC     X(39).
