           MOVE TRANS-ACT-NO TO XRF-ACT-NO
           MOVE TRANS-DATE TO XRF-TRANS-DATE
           MOVE TRANS-AMT TO XRF-TRANS-AMT
           MOVE TRANS-BRANCH TO XRF-BRANCH
           MOVE "U" TO XRF-POST-STATUS
           MOVE ZERO TO XRF-HIGH-TRANS-NO
           WRITE TRAN-XREF-REC
