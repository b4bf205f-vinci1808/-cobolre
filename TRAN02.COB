           05  REF-TRANS-NO    PIC     9(5).
           05  TRANS-CF-FLAG   PIC     X.
               88  TRANS-CARRY-FORWARD    VALUE "C".
           05  TRANS-LINK-NO   PIC     9(5).
           05  TRANS-ORIGIN    PIC     X.
               88  TRANS-ORIGIN-STANDING-ORDER VALUE "S".
               88  TRANS-ORIGIN-CHARGE-OFF     VALUE "C".
               88  TRANS-ORIGIN-ACH            VALUE "A".
               88  TRANS-ORIGIN-EARLY-PENALTY  VALUE "E".
               88  TRANS-ORIGIN-MATURITY       VALUE "M".
           05  TRANS-CHECK-NO  PIC     9(8).
           05  TRANS-BRANCH    PIC     X(4).
               88  TRANS-BRANCH-SYSTEM         VALUE "0000".
           05  TRANS-FEE-KIND  PIC     X.
               88  TRANS-FEE-MAINTENANCE       VALUE "M".
               88  TRANS-FEE-DORMANCY          VALUE "D".
               88  TRANS-FEE-REJECT-ITEM       VALUE "R".
           05  FILLER          PIC     X(14).
