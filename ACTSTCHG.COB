      *> ACT-FILE is indexed by ACT-NO (req 004), so each request is
      *> applied with a direct keyed READ / REWRITE against ACT-FILE
      *> in place -- no old-master/new-master copy is needed anymore.
      *>
      *> Status changes are under dual control (see MCQLOAD.COB):
      *> STCHGREQ.DAT is no longer read here. MCQLOAD queues each
      *> request line with its maker ID on MCQUEUE.DAT, MCAPPRV
      *> records a second operator's approval, and this program
      *> applies only APPROVED "SC" items off the queue, in item
      *> order. Each ACT-STAT-HIST record carries the maker and
      *> checker IDs, and every item taken is marked applied with
      *> today's date -- whether it changed the account or was
      *> rejected by the edits below -- so it is never applied twice.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTSTCHG.
               RECORD KEY IS ACT-NO
               FILE STATUS IS WS-ACT-STATUS.

           SELECT MC-QUEUE ASSIGN TO "MCQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCQ-STATUS.

           SELECT ACT-STAT-HIST ASSIGN TO "ACTSTHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASH-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "ACCT02.COB".

       COPY "MCQ01.COB".

       COPY "ACTH01.COB".

       COPY "BUS01.COB".

       WORKING-STORAGE SECTION.

      *> Business processing-date control -- see EODMARK.COB. Stamps
      *> the applied date on each queue item taken.
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

      *> A status-change request as keyed on STCHGREQ.DAT and carried
      *> on the queue item as MCQ-REQUEST-DATA; the maker ID occupies
      *> columns 73-80.
       01  STCHG-REC.
           05  STCHG-ACT-NO                   PIC 9(5).
           05  STCHG-NEW-STATUS               PIC A(1).
           05  STCHG-REASON-CODE              PIC X(2).
           05  STCHG-EFF-DATE                 PIC X(10).
           05  FILLER                         PIC X(54).
           05  STCHG-MAKER-ID                 PIC X(8).

      *> Whole maker/checker queue, held so the items taken can be
      *> marked applied and the file rewritten in full.
       01  WS-QUEUE-TABLE.
           05  WS-MQ-ENTRY OCCURS 50000 TIMES
                   INDEXED BY WS-MQ-IX.
               10  WS-MQ-REC                   PIC X(160) VALUE SPACES.
       01  WS-QUEUE-COUNT                     PIC 9(7) VALUE ZERO.
       01  WS-MCQ-STATUS                      PIC XX VALUE SPACES.
       01  WS-EOF-SWITCHES.
           05  WS-MCQ-EOF                     PIC X VALUE "N".
               88  MCQ-EOF                     VALUE "Y".

       01  WS-ACT-STATUS                      PIC XX VALUE SPACES.

               10  WS-RQ-NEW-STATUS            PIC A(1) VALUE SPACE.
               10  WS-RQ-REASON-CODE           PIC X(2) VALUE SPACES.
               10  WS-RQ-EFF-DATE              PIC X(10) VALUE SPACES.
               10  WS-RQ-MAKER-ID              PIC X(8) VALUE SPACES.
               10  WS-RQ-CHECKER-ID            PIC X(8) VALUE SPACES.
       01  WS-REQUEST-COUNT                   PIC 9(7) VALUE ZERO.

      *> ACT-STAT-HIST is an accumulating audit trail across runs, so

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-INITIALIZE
           PERFORM 1000-LOAD-REQUESTS
           PERFORM 2000-APPLY-CHANGES
           IF WS-REQUEST-COUNT > ZERO
               PERFORM 3000-REWRITE-QUEUE
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

       0500-INITIALIZE.
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
                  INTO WS-RUN-DATE.

      *> The whole queue comes in (it is rewritten in full); approved
      *> status-change items become the request table and are marked
      *> applied as they are taken.
       1000-LOAD-REQUESTS.
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
                           PERFORM 1100-TAKE-QUEUE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MCQ-STATUS NOT = "35"
               CLOSE MC-QUEUE
           END-IF.

       1100-TAKE-QUEUE-ITEM.
           IF MCQ-SRC-STATUS AND MCQ-APPROVED
                   AND WS-REQUEST-COUNT < 10000
               MOVE MCQ-REQUEST-DATA TO STCHG-REC
               ADD 1 TO WS-REQUEST-COUNT
               MOVE STCHG-ACT-NO      TO WS-RQ-ACT-NO (WS-REQUEST-COUNT)
               MOVE STCHG-NEW-STATUS  TO WS-RQ-NEW-STATUS (WS-REQUEST-COUNT)
               MOVE STCHG-REASON-CODE TO WS-RQ-REASON-CODE (WS-REQUEST-COUNT)
               MOVE STCHG-EFF-DATE    TO WS-RQ-EFF-DATE (WS-REQUEST-COUNT)
               MOVE MCQ-MAKER-ID      TO WS-RQ-MAKER-ID (WS-REQUEST-COUNT)
               MOVE MCQ-CHECKER-ID    TO WS-RQ-CHECKER-ID (WS-REQUEST-COUNT)
               SET MCQ-APPLIED TO TRUE
               MOVE WS-RUN-DATE TO MCQ-APPLIED-DATE
           END-IF
           SET WS-MQ-IX TO WS-QUEUE-COUNT
           MOVE MC-QUEUE-REC TO WS-MQ-REC (WS-MQ-IX).

       2000-APPLY-CHANGES.
           OPEN I-O ACT-FILE
               MOVE WS-RQ-REASON-CODE (WS-RQ-IX)   TO ASH-REASON-CODE
               MOVE WS-RQ-EFF-DATE (WS-RQ-IX)      TO ASH-EFF-DATE
               MOVE ACT-NO IN ACT-REC               TO ASH-ACT-NO
               MOVE WS-RQ-MAKER-ID (WS-RQ-IX)      TO ASH-MAKER-ID
               MOVE WS-RQ-CHECKER-ID (WS-RQ-IX)    TO ASH-CHECKER-ID
               WRITE ACT-STAT-HIST-REC
               MOVE WS-RQ-NEW-STATUS (WS-RQ-IX)    TO ACT-STATUS IN ACT-REC
               MOVE WS-RQ-REASON-CODE (WS-RQ-IX)   TO ACT-STAT-REASON IN ACT-REC
                   "' FOR ACT-NO " ACT-NO IN ACT-REC
           END-IF.

       3000-REWRITE-QUEUE.
           OPEN OUTPUT MC-QUEUE
           PERFORM VARYING WS-MQ-IX FROM 1 BY 1
                   UNTIL WS-MQ-IX > WS-QUEUE-COUNT
               MOVE WS-MQ-REC (WS-MQ-IX) TO MC-QUEUE-REC
               WRITE MC-QUEUE-REC
           END-PERFORM
           CLOSE MC-QUEUE.

       9000-WRAP-UP.
           DISPLAY "ACTSTCHG: ACCOUNTS CHANGED : " WS-ACT-COUNT
           DISPLAY "ACTSTCHG: STATUS CHANGES   : " WS-CHANGE-COUNT
