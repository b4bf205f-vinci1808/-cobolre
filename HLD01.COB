               88  HLD-ACTIVE             VALUE "A".
               88  HLD-RELEASED           VALUE "R".
           05  HLD-RELEASE-DATE   PIC     X(10).
           05  HLD-PLACE-MAKER-ID PIC     X(8).
           05  HLD-PLACE-CHECKER-ID PIC   X(8).
           05  HLD-REL-MAKER-ID   PIC     X(8).
           05  HLD-REL-CHECKER-ID PIC     X(8).
