           05  PRD-DORM-DAYS      PIC 9(5).
           05  PRD-DORM-FEE       PIC 9(6)V99.
           05  PRD-REJECT-ITEM-FEE PIC 9(6)V99.
           05  PRD-CHGOFF-DAYS    PIC 9(4).
           05  PRD-TYPE           PIC X.
               88  PRD-TYPE-TERM          VALUE "T".
           05  PRD-EARLY-PEN-MONTHS PIC 9(2).
           05  FILLER             PIC X(6).
