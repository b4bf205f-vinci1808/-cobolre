      *> here (see header).
       3400-WRITE-REMIT-WITHDRAWAL.
           MOVE SPACES TO TRAN-REC
           SET TRANS-BRANCH-SYSTEM TO TRUE
           MOVE WS-NEXT-TRANS-NO TO TRANS-NO
           MOVE WS-RUN-DATE TO TRANS-DATE
           MOVE WS-REMIT-AMT TO TRANS-AMT
               MOVE TRANS-ACT-NO TO XRF-ACT-NO
               MOVE TRANS-DATE TO XRF-TRANS-DATE
               MOVE TRANS-AMT TO XRF-TRANS-AMT
               MOVE TRANS-BRANCH TO XRF-BRANCH
               MOVE "U" TO XRF-POST-STATUS
               MOVE ZERO TO XRF-HIGH-TRANS-NO
               WRITE TRAN-XREF-REC
