      *> No ACT-FILE edit is done here: a hold against an unknown
      *> account number is inert (nothing ever subtracts it), and the
      *> holds file deliberately has no dependency on the masters.
      *> The nightly INTAUDIT run reports every such orphan hold.
      *>
      *> Hold requests are under dual control (see MCQLOAD.COB):
      *> HOLDREQ.DAT is no longer read here. MCQLOAD queues each
      *> request line with its maker ID on MCQUEUE.DAT, MCAPPRV
      *> records a second operator's approval, and this program
      *> applies only APPROVED "HR" items off the queue. A placed
      *> hold carries the maker and checker of its placement, and a
      *> release stamps the maker and checker of the release beside
      *> them, so the hold record stays its own history. Every item
      *> taken is marked applied with today's date, landed or not,
      *> so it is never applied twice.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT MC-QUEUE ASSIGN TO "MCQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCQ-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       COPY "HLD01.COB".

       COPY "MCQ01.COB".

       COPY "BUS01.COB".

       01  WS-BUS-YY                          PIC 9(4).
       01  WS-BUS-MM                          PIC 9(2).
       01  WS-BUS-DD                          PIC 9(2).

      *> A hold request as keyed on HOLDREQ.DAT and carried on the
      *> queue item as MCQ-REQUEST-DATA; the maker ID occupies
      *> columns 73-80.
       01  HOLDREQ-REC.
           05  HRQ-ACTION                     PIC X.
           05  HRQ-ACT-NO                     PIC 9(5).
           05  HRQ-AMT                        PIC 9(8)V99.
           05  HRQ-REASON-CODE                PIC X(2).
           05  HRQ-EXPIRY-DATE                PIC X(10).
           05  FILLER                         PIC X(44).
           05  HRQ-MAKER-ID                   PIC X(8).

      *> Whole maker/checker queue, held so the items taken can be
      *> marked applied and the file rewritten in full.
       01  WS-QUEUE-TABLE.
           05  WS-MQ-ENTRY OCCURS 50000 TIMES
                   INDEXED BY WS-MQ-IX.
               10  WS-MQ-REC                   PIC X(160) VALUE SPACES.
       01  WS-QUEUE-COUNT                     PIC 9(7) VALUE ZERO.
       01  WS-TAKEN-COUNT                     PIC 9(7) VALUE ZERO.
       01  WS-MCQ-STATUS                      PIC XX VALUE SPACES.

       01  WS-EOF-SWITCHES.
           05  WS-MCQ-EOF                     PIC X VALUE "N".
               88  MCQ-EOF                     VALUE "Y".
           05  WS-HOLD-EOF                    PIC X VALUE "N".
               88  HOLD-EOF                    VALUE "Y".

               10  WS-RQ-AMT                   PIC 9(8)V99 VALUE ZERO.
               10  WS-RQ-REASON-CODE           PIC X(2) VALUE SPACES.
               10  WS-RQ-EXPIRY-DATE           PIC X(10) VALUE SPACES.
               10  WS-RQ-MAKER-ID              PIC X(8) VALUE SPACES.
               10  WS-RQ-CHECKER-ID            PIC X(8) VALUE SPACES.
               10  WS-RQ-DONE-SW               PIC X VALUE "N".
                   88  WS-RQ-DONE               VALUE "Y".
       01  WS-REQUEST-COUNT                   PIC 9(7) VALUE ZERO.
               10  WS-HT-STATUS                PIC X.
                   88  WS-HT-ACTIVE             VALUE "A".
               10  WS-HT-RELEASE-DATE          PIC X(10).
               10  WS-HT-PLACE-MAKER-ID        PIC X(8).
               10  WS-HT-PLACE-CHECKER-ID      PIC X(8).
               10  WS-HT-REL-MAKER-ID          PIC X(8).
               10  WS-HT-REL-CHECKER-ID        PIC X(8).
       01  WS-HOLD-COUNT                      PIC 9(7) VALUE ZERO.

       01  WS-COUNTERS.
           PERFORM 1500-LOAD-REQUESTS
           PERFORM 2000-PLACE-HOLDS
           PERFORM 3000-RELEASE-HOLDS
           IF WS-TAKEN-COUNT > ZERO
               PERFORM 4000-REWRITE-QUEUE
           END-IF
           PERFORM 9000-WRAP-UP
           STOP RUN.

                  WS-RUN-DATE-DD   DELIMITED BY SIZE
                  INTO WS-RUN-DATE.

      *> The whole queue comes in (it is rewritten in full); each
      *> approved hold item is taken into the request table and
      *> marked applied.
       1500-LOAD-REQUESTS.
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
                           PERFORM 1550-TAKE-QUEUE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MCQ-STATUS NOT = "35"
               CLOSE MC-QUEUE
           END-IF.

       1550-TAKE-QUEUE-ITEM.
           IF MCQ-SRC-HOLD AND MCQ-APPROVED
                   AND WS-REQUEST-COUNT < 10000
               MOVE MCQ-REQUEST-DATA TO HOLDREQ-REC
               PERFORM 1600-STORE-REQUEST
               SET MCQ-APPLIED TO TRUE
               MOVE WS-RUN-DATE TO MCQ-APPLIED-DATE
               ADD 1 TO WS-TAKEN-COUNT
           END-IF
           SET WS-MQ-IX TO WS-QUEUE-COUNT
           MOVE MC-QUEUE-REC TO WS-MQ-REC (WS-MQ-IX).

       1600-STORE-REQUEST.
           IF (HRQ-ACTION NOT = "P" AND "R")
                   MOVE HRQ-AMT         TO WS-RQ-AMT (WS-RQ-IX)
                   MOVE HRQ-REASON-CODE TO WS-RQ-REASON-CODE (WS-RQ-IX)
                   MOVE HRQ-EXPIRY-DATE TO WS-RQ-EXPIRY-DATE (WS-RQ-IX)
                   MOVE MCQ-MAKER-ID    TO WS-RQ-MAKER-ID (WS-RQ-IX)
                   MOVE MCQ-CHECKER-ID  TO WS-RQ-CHECKER-ID (WS-RQ-IX)
               END-IF
           END-IF.

           MOVE WS-RQ-EXPIRY-DATE (WS-RQ-IX) TO HLD-EXPIRY-DATE
           SET HLD-ACTIVE TO TRUE
           MOVE SPACES TO HLD-RELEASE-DATE
           MOVE WS-RQ-MAKER-ID (WS-RQ-IX) TO HLD-PLACE-MAKER-ID
           MOVE WS-RQ-CHECKER-ID (WS-RQ-IX) TO HLD-PLACE-CHECKER-ID
           WRITE HOLD-REC
           ADD 1 TO WS-PLACED-COUNT.

       3200-RELEASE-ONE-HOLD.
           MOVE "R" TO WS-HT-STATUS (WS-HT-IX)
           MOVE WS-RUN-DATE TO WS-HT-RELEASE-DATE (WS-HT-IX)
           MOVE WS-RQ-MAKER-ID (WS-RQ-IX) TO WS-HT-REL-MAKER-ID (WS-HT-IX)
           MOVE WS-RQ-CHECKER-ID (WS-RQ-IX)
               TO WS-HT-REL-CHECKER-ID (WS-HT-IX)
           ADD 1 TO WS-RELEASED-COUNT.

       3250-REWRITE-HOLD-FILE.
               END-IF
           END-PERFORM.

       4000-REWRITE-QUEUE.
           OPEN OUTPUT MC-QUEUE
           PERFORM VARYING WS-MQ-IX FROM 1 BY 1
                   UNTIL WS-MQ-IX > WS-QUEUE-COUNT
               MOVE WS-MQ-REC (WS-MQ-IX) TO MC-QUEUE-REC
               WRITE MC-QUEUE-REC
           END-PERFORM
           CLOSE MC-QUEUE.

       9000-WRAP-UP.
           DISPLAY "HOLDMNT: HOLDS PLACED  : " WS-PLACED-COUNT
           DISPLAY "HOLDMNT: HOLDS RELEASED: " WS-RELEASED-COUNT
