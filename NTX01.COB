FD NOTICE-EXTRACT
             LABEL RECORDS STANDARD
             BLOCK CONTAINS 0 RECORDS
             RECORD CONTAINS 100 CHARACTERS.
       01 NOTICE-EXTRACT-REC.
           05  NTX-REC-TYPE       PIC X.
               88  NTX-LETTER-START       VALUE "H".
               88  NTX-ADDRESS-LINE       VALUE "A".
               88  NTX-TEXT-LINE          VALUE "T".
               88  NTX-LETTER-END         VALUE "E".
           05  NTX-LETTER-NO      PIC 9(6).
           05  NTX-CUST-NO        PIC 9(5).
           05  NTX-LETTER-DATE    PIC X(10).
           05  NTX-ADDR-KIND      PIC X.
               88  NTX-CURRENT-ADDRESS    VALUE "C".
               88  NTX-PRIOR-ADDRESS      VALUE "P".
           05  NTX-TEXT           PIC X(70).
           05  FILLER             PIC X(7).
