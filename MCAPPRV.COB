      *> ---------------------------------------------------------------
      *> MCAPPRV - Maker/checker approval
      *>
      *> The checker's half of dual control (see MCQLOAD.COB for the
      *> whole flow). Reads the day's decisions (MCDECIDE.DAT), one
      *> per line:
      *>   MCD-ITEM-NO     the queue item decided
      *>   MCD-DECISION    "A" approve, "D" decline
      *>   MCD-CHECKER-ID  the deciding operator's ID
      *>   MCD-NOTE        free text, carried to the queue item
      *> and applies each to the pending queue (MCQUEUE.DAT):
      *>   - an approval by the operator who keyed the item is
      *>     REFUSED -- the item stays pending for somebody else;
      *>   - a decline may come from anyone, the maker included (it is
      *>     how a maker withdraws an item keyed in error);
      *>   - a decision for an unknown item, an item no longer pending
      *>     (already decided or applied), a blank checker ID or a
      *>     decision code other than A/D is refused and changes
      *>     nothing.
      *> A decided item carries the checker ID, today's date and the
      *> note. Approved items are picked up by ACTSTCHG, HOLDMNT,
      *> CUSTMNT and TRJRESUB; declined items are never applied.
      *>
      *> Every decision line is printed on MCAPPRV.PRT with what
      *> became of it. Rerun-safe: a decision already applied finds
      *> its item no longer pending and is refused, so running the
      *> same decisions file twice changes nothing the second time.
      *> The queue is loaded whole and rewritten in full (the
      *> TRJRESUB shape).
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MCAPPRV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MC-QUEUE ASSIGN TO "MCQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCQ-STATUS.

           SELECT DECISION-FILE ASSIGN TO "MCDECIDE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCD-STATUS.

           SELECT APPROVAL-RPT ASSIGN TO "MCAPPRV.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "MCQ01.COB".

       FD  DECISION-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  DECISION-REC.
           05  MCD-ITEM-NO                    PIC 9(7).
           05  MCD-DECISION                   PIC X.
               88  MCD-APPROVE                 VALUE "A".
               88  MCD-DECLINE                 VALUE "D".
           05  MCD-CHECKER-ID                 PIC X(8).
           05  MCD-NOTE                       PIC X(20).
           05  FILLER                         PIC X(44).

       FD  APPROVAL-RPT
           LABEL RECORDS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  APPROVAL-LINE                      PIC X(132).

       COPY "BUS01.COB".

       WORKING-STORAGE SECTION.

      *> Business processing-date control -- see EODMARK.COB.
       01  WS-BUS-STATUS                      PIC XX VALUE SPACES.
       01  WS-BUS-OK-SW                       PIC X VALUE "N".
           88  WS-BUS-OK                       VALUE "Y".
       01  WS-BUS-YY                          PIC 9(4).
       01  WS-BUS-MM                          PIC 9(2).
       01  WS-BUS-DD                          PIC 9(2).

       01  WS-RUN-DATE                        PIC X(10).
       01  WS-RUN-DATE-NUM                    PIC 9(8).
       01  WS-RUN-DATE-YY                     PIC 9(4).
       01  WS-RUN-DATE-MM                     PIC 9(2).
       01  WS-RUN-DATE-DD                     PIC 9(2).

       01  WS-EOF-SWITCHES.
           05  WS-MCQ-EOF                     PIC X VALUE "N".
               88  MCQ-EOF                     VALUE "Y".
           05  WS-MCD-EOF                     PIC X VALUE "N".
               88  MCD-EOF                     VALUE "Y".

       01  WS-MCQ-STATUS                      PIC XX VALUE SPACES.
       01  WS-MCD-STATUS                      PIC XX VALUE SPACES.

      *> Whole queue, held so decisions can be applied and the file
      *> rewritten in full. Each entry is the MC-QUEUE-REC image.
       01  WS-QUEUE-TABLE.
           05  WS-MQ-ENTRY OCCURS 50000 TIMES
                   INDEXED BY WS-MQ-IX.
               10  WS-MQ-REC                   PIC X(160) VALUE SPACES.
       01  WS-QUEUE-COUNT                     PIC 9(7) VALUE ZERO.

       01  WS-FOUND-SW                        PIC X VALUE "N".
           88  WS-FOUND                        VALUE "Y".
       01  WS-RESULT                          PIC X(30).

       01  WS-COUNTERS.
           05  WS-DECISION-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-APPROVED-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-DECLINED-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-SELF-COUNT                  PIC 9(7) VALUE ZERO.
           05  WS-REFUSED-COUNT               PIC 9(7) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                         PIC X(40)
               VALUE "MAKER/CHECKER APPROVAL REGISTER".
           05  FILLER                         PIC X(10) VALUE "RUN DATE ".
           05  WS-H1-RUN-DATE                 PIC X(10).
       01  WS-HEADING-2.
           05  FILLER                         PIC X(10) VALUE "ITEM".
           05  FILLER                         PIC X(5) VALUE "SRC".
           05  FILLER                         PIC X(5) VALUE "DEC".
           05  FILLER                         PIC X(10) VALUE "MAKER".
           05  FILLER                         PIC X(10) VALUE "CHECKER".
           05  FILLER                         PIC X(22) VALUE "NOTE".
           05  FILLER                         PIC X(30) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  WS-D-ITEM-NO                   PIC Z(6)9.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-SOURCE                    PIC X(2).
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-DECISION                  PIC X.
           05  FILLER                         PIC X(4) VALUE SPACES.
           05  WS-D-MAKER-ID                  PIC X(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-CHECKER-ID                PIC X(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-NOTE                      PIC X(20).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-RESULT                    PIC X(30).

       01  WS-BLANK-LINE                      PIC X(132) VALUE SPACES.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                         PIC X(25)
               VALUE "DECISIONS READ         : ".
           05  WS-S-DECISION-COUNT            PIC Z(6)9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                         PIC X(25)
               VALUE "APPROVED               : ".
           05  WS-S-APPROVED-COUNT            PIC Z(6)9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                         PIC X(25)
               VALUE "DECLINED               : ".
           05  WS-S-DECLINED-COUNT            PIC Z(6)9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                         PIC X(25)
               VALUE "SELF-APPROVAL REFUSED  : ".
           05  WS-S-SELF-COUNT                PIC Z(6)9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                         PIC X(25)
               VALUE "OTHER REFUSED          : ".
           05  WS-S-REFUSED-COUNT             PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-QUEUE
           PERFORM 3000-APPLY-DECISIONS
           IF WS-APPROVED-COUNT > ZERO OR WS-DECLINED-COUNT > ZERO
               PERFORM 4000-REWRITE-QUEUE
           END-IF
           PERFORM 9000-WRAP-UP
           STOP RUN.

      *> The business processing date off BUSDATE.DAT (advanced only
      *> by the EODMARK end-of-business step), falling back to the
      *> wall clock when the control file was never seeded.
       0100-GET-BUSINESS-DATE.
           MOVE "N" TO WS-BUS-OK-SW
           OPEN INPUT BUSDATE-FILE
           IF WS-BUS-STATUS NOT = "35"
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUS-DATE(1:4) NUMERIC
                               AND BD-BUS-DATE(5:1) = "-"
                               AND BD-BUS-DATE(6:2) NUMERIC
                               AND BD-BUS-DATE(8:1) = "-"
                               AND BD-BUS-DATE(9:2) NUMERIC
                           SET WS-BUS-OK TO TRUE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF
           IF WS-BUS-OK
               MOVE BD-BUS-DATE(1:4) TO WS-BUS-YY
               MOVE BD-BUS-DATE(6:2) TO WS-BUS-MM
               MOVE BD-BUS-DATE(9:2) TO WS-BUS-DD
               COMPUTE WS-RUN-DATE-NUM = (WS-BUS-YY * 10000)
                   + (WS-BUS-MM * 100) + WS-BUS-DD
           ELSE
               ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
           END-IF.

       1000-INITIALIZE.
           PERFORM 0100-GET-BUSINESS-DATE
           DIVIDE WS-RUN-DATE-NUM BY 10000 GIVING WS-RUN-DATE-YY
           COMPUTE WS-RUN-DATE-MM =
               FUNCTION MOD (WS-RUN-DATE-NUM / 100, 100)
           COMPUTE WS-RUN-DATE-DD =
               FUNCTION MOD (WS-RUN-DATE-NUM, 100)
           STRING WS-RUN-DATE-YY   DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-RUN-DATE-MM   DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-RUN-DATE-DD   DELIMITED BY SIZE
                  INTO WS-RUN-DATE
           OPEN OUTPUT APPROVAL-RPT
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO APPROVAL-LINE
           WRITE APPROVAL-LINE
           MOVE WS-HEADING-2 TO APPROVAL-LINE
           WRITE APPROVAL-LINE.

       2000-LOAD-QUEUE.
           OPEN INPUT MC-QUEUE
           IF WS-MCQ-STATUS = "35"
               SET MCQ-EOF TO TRUE
           END-IF
           PERFORM UNTIL MCQ-EOF
               READ MC-QUEUE
                   AT END
                       SET MCQ-EOF TO TRUE
                   NOT AT END
                       IF WS-QUEUE-COUNT < 50000
                           ADD 1 TO WS-QUEUE-COUNT
                           SET WS-MQ-IX TO WS-QUEUE-COUNT
                           MOVE MC-QUEUE-REC TO WS-MQ-REC (WS-MQ-IX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MCQ-STATUS NOT = "35"
               CLOSE MC-QUEUE
           END-IF.

       3000-APPLY-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF WS-MCD-STATUS = "35"
               SET MCD-EOF TO TRUE
           END-IF
           PERFORM UNTIL MCD-EOF
               READ DECISION-FILE
                   AT END
                       SET MCD-EOF TO TRUE
                   NOT AT END
                       IF DECISION-REC NOT = SPACES
                           ADD 1 TO WS-DECISION-COUNT
                           PERFORM 3100-APPLY-ONE-DECISION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MCD-STATUS NOT = "35"
               CLOSE DECISION-FILE
           END-IF.

       3100-APPLY-ONE-DECISION.
           MOVE SPACES TO MC-QUEUE-REC
           MOVE "N" TO WS-FOUND-SW
           IF MCD-ITEM-NO NUMERIC
               PERFORM VARYING WS-MQ-IX FROM 1 BY 1
                       UNTIL WS-MQ-IX > WS-QUEUE-COUNT
                   IF WS-MQ-REC (WS-MQ-IX) (1:7) = MCD-ITEM-NO
                       SET WS-FOUND TO TRUE
                       MOVE WS-MQ-REC (WS-MQ-IX) TO MC-QUEUE-REC
                       PERFORM 3200-DECIDE-ITEM
                       SET WS-MQ-IX TO WS-QUEUE-COUNT
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-FOUND
               MOVE "REFUSED - NO SUCH ITEM" TO WS-RESULT
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           PERFORM 3900-PRINT-DECISION.

      *> The self-approval test is the whole point of the queue: the
      *> item stays pending until a different operator approves it.
       3200-DECIDE-ITEM.
           EVALUATE TRUE
               WHEN NOT MCQ-PENDING
                   MOVE "REFUSED - ITEM NOT PENDING" TO WS-RESULT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN MCD-CHECKER-ID = SPACES
                   MOVE "REFUSED - NO CHECKER ID" TO WS-RESULT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN MCD-APPROVE AND MCD-CHECKER-ID = MCQ-MAKER-ID
                   MOVE "REFUSED - SELF-APPROVAL" TO WS-RESULT
                   ADD 1 TO WS-SELF-COUNT
                   DISPLAY "MCAPPRV: SELF-APPROVAL REFUSED, ITEM "
                       MCD-ITEM-NO " OPERATOR " MCD-CHECKER-ID
               WHEN MCD-APPROVE
                   SET MCQ-APPROVED TO TRUE
                   PERFORM 3300-STAMP-DECISION
                   MOVE "APPROVED" TO WS-RESULT
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN MCD-DECLINE
                   SET MCQ-DECLINED TO TRUE
                   PERFORM 3300-STAMP-DECISION
                   MOVE "DECLINED" TO WS-RESULT
                   ADD 1 TO WS-DECLINED-COUNT
               WHEN OTHER
                   MOVE "REFUSED - DECISION NOT A OR D" TO WS-RESULT
                   ADD 1 TO WS-REFUSED-COUNT
           END-EVALUATE.

       3300-STAMP-DECISION.
           MOVE MCD-CHECKER-ID TO MCQ-CHECKER-ID
           MOVE WS-RUN-DATE TO MCQ-DECIDED-DATE
           MOVE MCD-NOTE TO MCQ-DECISION-NOTE
           MOVE MC-QUEUE-REC TO WS-MQ-REC (WS-MQ-IX).

       3900-PRINT-DECISION.
           MOVE ZERO TO WS-D-ITEM-NO
           IF MCD-ITEM-NO NUMERIC
               MOVE MCD-ITEM-NO TO WS-D-ITEM-NO
           END-IF
           MOVE MCQ-SOURCE TO WS-D-SOURCE
           MOVE MCD-DECISION TO WS-D-DECISION
           MOVE MCQ-MAKER-ID TO WS-D-MAKER-ID
           MOVE MCD-CHECKER-ID TO WS-D-CHECKER-ID
           MOVE MCD-NOTE TO WS-D-NOTE
           MOVE WS-RESULT TO WS-D-RESULT
           MOVE WS-DETAIL-LINE TO APPROVAL-LINE
           WRITE APPROVAL-LINE.

       4000-REWRITE-QUEUE.
           OPEN OUTPUT MC-QUEUE
           PERFORM VARYING WS-MQ-IX FROM 1 BY 1
                   UNTIL WS-MQ-IX > WS-QUEUE-COUNT
               MOVE WS-MQ-REC (WS-MQ-IX) TO MC-QUEUE-REC
               WRITE MC-QUEUE-REC
           END-PERFORM
           CLOSE MC-QUEUE.

       9000-WRAP-UP.
           MOVE WS-BLANK-LINE TO APPROVAL-LINE
           WRITE APPROVAL-LINE
           MOVE WS-DECISION-COUNT TO WS-S-DECISION-COUNT
           MOVE WS-SUMMARY-LINE-1 TO APPROVAL-LINE
           WRITE APPROVAL-LINE
           MOVE WS-APPROVED-COUNT TO WS-S-APPROVED-COUNT
           MOVE WS-SUMMARY-LINE-2 TO APPROVAL-LINE
           WRITE APPROVAL-LINE
           MOVE WS-DECLINED-COUNT TO WS-S-DECLINED-COUNT
           MOVE WS-SUMMARY-LINE-3 TO APPROVAL-LINE
           WRITE APPROVAL-LINE
           MOVE WS-SELF-COUNT TO WS-S-SELF-COUNT
           MOVE WS-SUMMARY-LINE-4 TO APPROVAL-LINE
           WRITE APPROVAL-LINE
           MOVE WS-REFUSED-COUNT TO WS-S-REFUSED-COUNT
           MOVE WS-SUMMARY-LINE-5 TO APPROVAL-LINE
           WRITE APPROVAL-LINE
           CLOSE APPROVAL-RPT
           DISPLAY "MCAPPRV: DECISIONS READ       : " WS-DECISION-COUNT
           DISPLAY "MCAPPRV: APPROVED             : " WS-APPROVED-COUNT
           DISPLAY "MCAPPRV: DECLINED             : " WS-DECLINED-COUNT
           DISPLAY "MCAPPRV: SELF-APPROVAL REFUSED: " WS-SELF-COUNT
           DISPLAY "MCAPPRV: OTHER REFUSED        : " WS-REFUSED-COUNT.
