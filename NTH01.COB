FD NOTICE-HIST
             LABEL RECORDS STANDARD
             BLOCK CONTAINS 0 RECORDS
             RECORD CONTAINS 80 CHARACTERS.
       01 NOTICE-HIST-REC.
           05  NTH-EVENT-TYPE     PIC X(2).
               88  NTH-EVENT-NSF          VALUE "NS".
               88  NTH-EVENT-HOLD         VALUE "HP".
               88  NTH-EVENT-STATUS       VALUE "SC".
               88  NTH-EVENT-ADDRESS      VALUE "AC".
           05  NTH-EVENT-KEY      PIC X(30).
           05  NTH-EVENT-DATE     PIC X(10).
           05  NTH-CUST-NO        PIC 9(5).
           05  NTH-ACT-NO         PIC 9(5).
           05  NTH-SENT-DATE      PIC X(10).
           05  NTH-OUTCOME        PIC X.
               88  NTH-SENT               VALUE "S".
               88  NTH-EXCEPTION          VALUE "E".
           05  NTH-LETTER-NO      PIC 9(6).
           05  FILLER             PIC X(11).
