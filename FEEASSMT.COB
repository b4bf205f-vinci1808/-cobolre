      *> are gone, and TRNPOST could not post against a frozen one's
      *> available funds anyway.
      *>
      *> Each fee row is stamped with its kind in TRANS-FEE-KIND
      *> (M maintenance, D dormancy, R reject item) so fee income can
      *> be split by kind downstream (PRODMIS); TRNPOST's early-
      *> withdrawal penalty is told apart by its TRANS-ORIGIN instead.
      *>
      *> Run once per calendar month, after the day's TRNPOST.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       01  WS-DATE-YYYYMMDD                   PIC 9(8).

       01  WS-ITEM-FEE-AMT                    PIC 9(8)V99.
       01  WS-FEE-KIND                        PIC X.
       01  WS-REJ-ACT-NO                      PIC 9(5).

       01  WS-COUNTERS.
                   AND WS-EFF-MAINT-FEE > ZERO
                   AND ACT-BAL IN ACT-REC < WS-EFF-MIN-BAL
               MOVE WS-EFF-MAINT-FEE TO WS-ITEM-FEE-AMT
               MOVE "M" TO WS-FEE-KIND
               PERFORM 3500-WRITE-FEE-TRANSACTION
               ADD 1 TO WS-MAINT-FEE-COUNT
           END-IF
               PERFORM 3200-COMPUTE-DAYS-IDLE
               IF WS-DAYS-SINCE >= WS-EFF-DORM-DAYS
                   MOVE WS-EFF-DORM-FEE TO WS-ITEM-FEE-AMT
                   MOVE "D" TO WS-FEE-KIND
                   PERFORM 3500-WRITE-FEE-TRANSACTION
                   ADD 1 TO WS-DORM-FEE-COUNT
               END-IF
                       WS-EFF-REJECT-ITEM-FEE
                           * WS-RJ-ITEM-COUNT (WS-RJ-IX)
                   IF WS-ITEM-FEE-AMT > ZERO
                       MOVE "R" TO WS-FEE-KIND
                       PERFORM 3500-WRITE-FEE-TRANSACTION
                       ADD 1 TO WS-REJECT-FEE-COUNT
                   END-IF

       3500-WRITE-FEE-TRANSACTION.
           MOVE SPACES TO TRAN-REC
           SET TRANS-BRANCH-SYSTEM TO TRUE
           MOVE WS-NEXT-TRANS-NO TO TRANS-NO
           MOVE WS-RUN-DATE TO TRANS-DATE
           MOVE WS-ITEM-FEE-AMT TO TRANS-AMT
           MOVE WS-ITEM-FEE-AMT TO TRANS-BAL
           SET TRANS-TYPE-FEE TO TRUE
           MOVE WS-FEE-KIND TO TRANS-FEE-KIND
           MOVE ACT-NO IN ACT-REC TO TRANS-ACT-NO
           MOVE ZERO TO REF-TRANS-NO
           WRITE TRAN-REC
               MOVE TRANS-ACT-NO TO XRF-ACT-NO
               MOVE TRANS-DATE TO XRF-TRANS-DATE
               MOVE TRANS-AMT TO XRF-TRANS-AMT
               MOVE TRANS-BRANCH TO XRF-BRANCH
               MOVE "U" TO XRF-POST-STATUS
               MOVE ZERO TO XRF-HIGH-TRANS-NO
               WRITE TRAN-XREF-REC
