      *> into a table, dispositions are applied there, and the file is
      *> rewritten in full -- which also pads every legacy record out
      *> to the current length as a side effect.
      *>
      *> Repairs are under dual control (see MCQLOAD.COB):
      *> TRJFIXES.DAT is no longer read here. MCQLOAD queues each
      *> correction with its maker ID (columns 73-80) on MCQUEUE.DAT,
      *> MCAPPRV records a second operator's approval, and this
      *> program applies only APPROVED "RF" items off the queue, in
      *> item order. A resubmitted reject carries the maker and
      *> checker IDs beside its disposition, and every item taken is
      *> marked applied with today's date, resubmitted or not, so it
      *> is never applied twice.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRJRESUB.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRJ-STATUS.

           SELECT MC-QUEUE ASSIGN TO "MCQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCQ-STATUS.

           SELECT TRAN-FILE ASSIGN TO "TRANFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL

       COPY "TRJ01.COB".

       COPY "MCQ01.COB".

       COPY "TRAN02.COB".

       01  WS-XRF-OK-SW                       PIC X VALUE "N".
           88  WS-XRF-OK                       VALUE "Y".
       01  WS-XRF-HIGH                        PIC 9(5) VALUE ZERO.

      *> A correction as keyed on TRJFIXES.DAT and carried on the
      *> queue item as MCQ-REQUEST-DATA; the maker ID occupies
      *> columns 73-80.
       01  FIXES-REC.
           05  FIX-ORIG-TRANS-NO              PIC 9(5).
           05  FIX-DATE                       PIC X(10).
           05  FIX-AMT                        PIC 9(8)V99.
           05  FIX-TYPE                       PIC X.
           05  FIX-ACT-NO                     PIC 9(5).
           05  FIX-REF-NO                     PIC 9(5).
           05  FIX-CHECK-NO                   PIC X(8).
           05  FILLER                         PIC X(28).
           05  FIX-MAKER-ID                   PIC X(8).

      *> Whole maker/checker queue, held so the items taken can be
      *> marked applied and the file rewritten in full.
       01  WS-QUEUE-TABLE.
           05  WS-MQ-ENTRY OCCURS 50000 TIMES
                   INDEXED BY WS-MQ-IX.
               10  WS-MQ-REC                   PIC X(160) VALUE SPACES.
       01  WS-QUEUE-COUNT                     PIC 9(7) VALUE ZERO.
       01  WS-MCQ-STATUS                      PIC XX VALUE SPACES.

       01  WS-EOF-SWITCHES.
           05  WS-TRJ-EOF                     PIC X VALUE "N".
               88  TRJ-EOF                     VALUE "Y".
           05  WS-MCQ-EOF                     PIC X VALUE "N".
               88  MCQ-EOF                     VALUE "Y".
           05  WS-TRAN-EOF                    PIC X VALUE "N".
               88  TRAN-EOF                    VALUE "Y".

       01  WS-REJECT-TABLE.
           05  WS-RJ-ENTRY OCCURS 50000 TIMES
                   INDEXED BY WS-RJ-IX.
               10  WS-RJ-REC                   PIC X(157) VALUE SPACES.
               10  WS-RJ-ORIG-TRANS-NO        PIC 9(5) VALUE ZERO.
       01  WS-REJECT-COUNT                    PIC 9(7) VALUE ZERO.

           PERFORM 3000-APPLY-FIXES
           PERFORM 8000-CLOSE-XREF
           PERFORM 4000-REWRITE-REJECT-FILE
           IF WS-FIX-COUNT > ZERO
               PERFORM 4500-REWRITE-QUEUE
           END-IF
           PERFORM 9000-WRAP-UP
           STOP RUN.

               MOVE ZERO TO WS-RJ-ORIG-TRANS-NO (WS-RJ-IX)
           END-IF.

      *> The whole queue comes in (it is rewritten in full); each
      *> approved reject-fix item is applied as it is read and marked
      *> applied.
       3000-APPLY-FIXES.
           OPEN INPUT MC-QUEUE
           IF WS-MCQ-STATUS = "35"
               SET MCQ-EOF TO TRUE
           END-IF
           OPEN INPUT ACT-FILE
           OPEN EXTEND TRAN-FILE
           IF WS-TRAN-STATUS = "35"
               OPEN OUTPUT TRAN-FILE
           END-IF
           PERFORM UNTIL MCQ-EOF
               READ MC-QUEUE
                   AT END
                       SET MCQ-EOF TO TRUE
                   NOT AT END
                       IF WS-QUEUE-COUNT < 50000
                           ADD 1 TO WS-QUEUE-COUNT
                           PERFORM 3010-TAKE-QUEUE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MCQ-STATUS NOT = "35"
               CLOSE MC-QUEUE
           END-IF
           CLOSE ACT-FILE
           CLOSE TRAN-FILE.

       3010-TAKE-QUEUE-ITEM.
           IF MCQ-SRC-FIX AND MCQ-APPROVED
               MOVE MCQ-REQUEST-DATA TO FIXES-REC
               ADD 1 TO WS-FIX-COUNT
               PERFORM 3050-EDIT-ONE-FIX
               IF WS-FIX-OK
                   PERFORM 3100-APPLY-ONE-FIX
               ELSE
                   ADD 1 TO WS-BADFIX-COUNT
                   DISPLAY "TRJRESUB: FIX FOR TRANS-NO "
                       FIXES-REC(1:5) " REJECTED - "
                       WS-EDIT-REASON
               END-IF
               SET MCQ-APPLIED TO TRUE
               MOVE WS-RUN-DATE TO MCQ-APPLIED-DATE
           END-IF
           SET WS-MQ-IX TO WS-QUEUE-COUNT
           MOVE MC-QUEUE-REC TO WS-MQ-REC (WS-MQ-IX).

      *> The same edits TRNEDIT applies to raw branch input -- a
      *> repair must clear the same bar before it lands on the
      *> permanent log (see header).
                   MOVE "ACCOUNT NUMBER NOT NUMERIC" TO WS-EDIT-REASON
               WHEN FIX-REF-NO NOT NUMERIC
                   MOVE "REF-TRANS-NO NOT NUMERIC" TO WS-EDIT-REASON
               WHEN FIX-CHECK-NO NOT = SPACES
                       AND FIX-CHECK-NO NOT NUMERIC
                   MOVE "CHECK NUMBER NOT NUMERIC" TO WS-EDIT-REASON
               WHEN OTHER
                   MOVE FIX-TYPE TO TRANS-TYPE
                   IF NOT TRANS-TYPE-VALID
           END-READ.

      *> Only an OPEN reject is eligible -- matching an already-
      *> resubmitted one would post the same repair twice, and an ACH
      *> item already returned to its originator is not ours to post.
       3100-APPLY-ONE-FIX.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-RJ-IX FROM 1 BY 1
                   UNTIL WS-RJ-IX > WS-REJECT-COUNT
               IF WS-RJ-ORIG-TRANS-NO (WS-RJ-IX) = FIX-ORIG-TRANS-NO
                       AND WS-RJ-REC (WS-RJ-IX) (131:1) = SPACE
                   SET WS-FOUND TO TRUE
                   PERFORM 3200-RESUBMIT-TRANSACTION
                   PERFORM 3300-MARK-DISPOSITIONED
           MOVE FIX-TYPE TO TRANS-TYPE
           MOVE FIX-ACT-NO TO TRANS-ACT-NO
           MOVE FIX-REF-NO TO REF-TRANS-NO
      *> The check number rides along so TRNPOST's stop-payment
      *> screen still sees a repaired check withdrawal.
           IF FIX-CHECK-NO NUMERIC
               MOVE FIX-CHECK-NO TO TRANS-CHECK-NO
           ELSE
               MOVE ZERO TO TRANS-CHECK-NO
           END-IF
      *> The repair is still the originating branch's item.
           MOVE WS-RJ-REC (WS-RJ-IX) (62:4) TO TRANS-BRANCH
           WRITE TRAN-REC
           PERFORM 3250-REGISTER-ON-XREF
           ADD 1 TO WS-NEXT-TRANS-NO
               MOVE TRANS-ACT-NO TO XRF-ACT-NO
               MOVE TRANS-DATE TO XRF-TRANS-DATE
               MOVE TRANS-AMT TO XRF-TRANS-AMT
               MOVE TRANS-BRANCH TO XRF-BRANCH
               MOVE "U" TO XRF-POST-STATUS
               MOVE ZERO TO XRF-HIGH-TRANS-NO
               WRITE TRAN-XREF-REC

       3300-MARK-DISPOSITIONED.
           MOVE "R" TO WS-RJ-REC (WS-RJ-IX) (131:1)
           MOVE WS-RUN-DATE TO WS-RJ-REC (WS-RJ-IX) (132:10)
           MOVE MCQ-MAKER-ID TO WS-RJ-REC (WS-RJ-IX) (142:8)
           MOVE MCQ-CHECKER-ID TO WS-RJ-REC (WS-RJ-IX) (150:8).

       4000-REWRITE-REJECT-FILE.
           OPEN OUTPUT TRAN-REJECT
           END-PERFORM
           CLOSE TRAN-REJECT.

       4500-REWRITE-QUEUE.
           OPEN OUTPUT MC-QUEUE
           PERFORM VARYING WS-MQ-IX FROM 1 BY 1
                   UNTIL WS-MQ-IX > WS-QUEUE-COUNT
               MOVE WS-MQ-REC (WS-MQ-IX) TO MC-QUEUE-REC
               WRITE MC-QUEUE-REC
           END-PERFORM
           CLOSE MC-QUEUE.

       8000-CLOSE-XREF.
           IF WS-XRF-OK
               MOVE ZERO TO XRF-TRANS-NO
