       01  WS-SUSPENSE-TABLE.
           05  WS-ST-ENTRY OCCURS 50000 TIMES
                   INDEXED BY WS-ST-IX.
               10  WS-ST-REC                   PIC X(145) VALUE SPACES.
       01  WS-SUSPENSE-COUNT                  PIC 9(7) VALUE ZERO.

      *> The diverted record's own fields, recovered from the 80-byte
           05  WS-SA-TYPE                     PIC X.
           05  WS-SA-ACT-NO                   PIC X(5).
           05  WS-SA-REF-NO                   PIC X(5).
           05  WS-SA-CHECK-NO                 PIC X(8).
           05  FILLER                         PIC X(41).

       01  WS-ANSWER                          PIC X VALUE SPACE.
       01  WS-ITEM-DONE-SW                    PIC X VALUE "N".
           MOVE WS-SA-TYPE TO TRANS-TYPE
           MOVE WS-ACT-NO-NUM TO TRANS-ACT-NO
           MOVE WS-REF-NO-NUM TO REF-TRANS-NO
           IF WS-SA-CHECK-NO NUMERIC
               MOVE WS-SA-CHECK-NO TO TRANS-CHECK-NO
           ELSE
               MOVE ZERO TO TRANS-CHECK-NO
           END-IF
      *> The branch that took the item in rode onto the suspense
      *> record with it (SUS-BRANCH).
           MOVE WS-ST-REC (WS-ST-IX) (142:4) TO TRANS-BRANCH
           WRITE TRAN-REC
           PERFORM 3350-REGISTER-ON-XREF
           ADD 1 TO WS-NEXT-TRANS-NO.
               MOVE TRANS-ACT-NO TO XRF-ACT-NO
               MOVE TRANS-DATE TO XRF-TRANS-DATE
               MOVE TRANS-AMT TO XRF-TRANS-AMT
               MOVE TRANS-BRANCH TO XRF-BRANCH
               MOVE "U" TO XRF-POST-STATUS
               MOVE ZERO TO XRF-HIGH-TRANS-NO
               WRITE TRAN-XREF-REC
