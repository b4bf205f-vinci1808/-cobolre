           MOVE TRANS-ACT-NO TO XRF-ACT-NO
           MOVE TRANS-DATE TO XRF-TRANS-DATE
           MOVE TRANS-AMT TO XRF-TRANS-AMT
           MOVE TRANS-BRANCH TO XRF-BRANCH
           MOVE "Y" TO XRF-POST-STATUS
           MOVE ZERO TO XRF-HIGH-TRANS-NO
           WRITE TRAN-XREF-REC
      *> before the close date, so a re-run still archives it.
       5100-WRITE-CARRY-FORWARD.
           MOVE SPACES TO TRAN-REC
           SET TRANS-BRANCH-SYSTEM TO TRUE
           MOVE WS-NEXT-TRANS-NO TO TRANS-NO
           MOVE WS-CF-LAST-DATE (WS-CF-IX) TO TRANS-DATE
           IF WS-CF-NET-AMT (WS-CF-IX) > ZERO
