      *> a missing customer, an add against an existing number, or an
      *> unknown field code is rejected with a count, like ACTSTCHG's
      *> invalid-status rejects.
      *>
      *> Customer changes are under dual control (see MCQLOAD.COB):
      *> CUSTCHG.DAT is no longer read here. MCQLOAD queues each
      *> request line with its maker ID (columns 73-80) on
      *> MCQUEUE.DAT, MCAPPRV records a second operator's approval,
      *> and this program applies only APPROVED "CC" items off the
      *> queue, in item order. Each CUST-HIST record carries the
      *> maker and checker IDs, and every item taken is marked
      *> applied with today's date, landed or rejected, so it is
      *> never applied twice.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT MC-QUEUE ASSIGN TO "MCQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCQ-STATUS.

           SELECT CUST-HIST ASSIGN TO "CUSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUH-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "CUST01.COB".

       COPY "MCQ01.COB".

       COPY "CUSH01.COB".

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

      *> A customer change as keyed on CUSTCHG.DAT and carried on the
      *> queue item as MCQ-REQUEST-DATA; the maker ID occupies
      *> columns 73-80.
       01  CUSTCHG-REC.
           05  CCH-ACTION                     PIC X.
           05  CCH-CUST-NO                    PIC 9(5).
           05  CCH-NEW-VALUE                  PIC X(25).
           05  CCH-EFF-DATE                   PIC X(10).
           05  CCH-REASON-CODE                PIC X(2).
           05  FILLER                         PIC X(27).
           05  CCH-MAKER-ID                   PIC X(8).

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

       01  WS-CUST-STATUS                     PIC XX VALUE SPACES.


       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-REQUESTS
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
                  INTO WS-RUN-DATE.

      *> The whole queue comes in (it is rewritten in full); each
      *> approved customer-change item is applied as it is read and
      *> marked applied.
       2000-APPLY-REQUESTS.
           OPEN INPUT MC-QUEUE
           IF WS-MCQ-STATUS = "35"
               SET MCQ-EOF TO TRUE
           END-IF
           OPEN I-O CUST-FILE
           IF WS-CUST-STATUS = "35"
               OPEN OUTPUT CUST-FILE
           IF WS-CUH-STATUS = "35"
               OPEN OUTPUT CUST-HIST
           END-IF
           PERFORM UNTIL MCQ-EOF
               READ MC-QUEUE
                   AT END
                       SET MCQ-EOF TO TRUE
                   NOT AT END
                       IF WS-QUEUE-COUNT < 50000
                           ADD 1 TO WS-QUEUE-COUNT
                           PERFORM 2050-TAKE-QUEUE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MCQ-STATUS NOT = "35"
               CLOSE MC-QUEUE
           END-IF
           CLOSE CUST-FILE
           CLOSE CUST-HIST.

       2050-TAKE-QUEUE-ITEM.
           IF MCQ-SRC-CUST AND MCQ-APPROVED
               MOVE MCQ-REQUEST-DATA TO CUSTCHG-REC
               ADD 1 TO WS-REQUEST-COUNT
               PERFORM 2100-PROCESS-REQUEST
               SET MCQ-APPLIED TO TRUE
               MOVE WS-RUN-DATE TO MCQ-APPLIED-DATE
           END-IF
           SET WS-MQ-IX TO WS-QUEUE-COUNT
           MOVE MC-QUEUE-REC TO WS-MQ-REC (WS-MQ-IX).

       2100-PROCESS-REQUEST.
           EVALUATE CCH-ACTION
               WHEN "A"
           MOVE CCH-NEW-VALUE TO CUH-NEW-VALUE
           MOVE CCH-EFF-DATE TO CUH-EFF-DATE
           MOVE CCH-REASON-CODE TO CUH-REASON-CODE
           MOVE MCQ-MAKER-ID TO CUH-MAKER-ID
           MOVE MCQ-CHECKER-ID TO CUH-CHECKER-ID
           WRITE CUST-HIST-REC.

       3000-REWRITE-QUEUE.
           OPEN OUTPUT MC-QUEUE
           PERFORM VARYING WS-MQ-IX FROM 1 BY 1
                   UNTIL WS-MQ-IX > WS-QUEUE-COUNT
               MOVE WS-MQ-REC (WS-MQ-IX) TO MC-QUEUE-REC
               WRITE MC-QUEUE-REC
           END-PERFORM
           CLOSE MC-QUEUE.

       9000-WRAP-UP.
           DISPLAY "CUSTMNT: REQUESTS READ   : " WS-REQUEST-COUNT
           DISPLAY "CUSTMNT: CUSTOMERS ADDED : " WS-ADD-COUNT
