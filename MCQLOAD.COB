      *> ---------------------------------------------------------------
      *> MCQLOAD - Maker/checker queue intake
      *>
      *> ACTSTCHG, HOLDMNT, CUSTMNT and TRJRESUB used to apply their
      *> request files the moment they ran, so one operator could
      *> freeze an account, release a garnishment hold, change a tax
      *> ID or resubmit a rejected withdrawal with nobody else ever
      *> looking at it. Master-file maintenance is now dual control:
      *>
      *>   1. the keying operator (the maker) puts an 8-character
      *>      operator ID in columns 73-80 of every request line in
      *>      STCHGREQ.DAT, HOLDREQ.DAT, CUSTCHG.DAT and TRJFIXES.DAT;
      *>   2. this program moves every request line into the pending
      *>      queue (MCQUEUE.DAT, MCQ01.COB) as one item, with a fresh
      *>      item number, its source ("SC" status change, "HR" hold,
      *>      "CC" customer change, "RF" reject fix), the maker ID,
      *>      today's date, and the request image exactly as keyed;
      *>   3. MCAPPRV takes a second operator's approve/decline
      *>      decisions (MCDECIDE.DAT) and refuses an approval by the
      *>      operator who keyed the item;
      *>   4. the four maintenance programs apply only approved items
      *>      of their own source off the queue, stamp the maker and
      *>      checker IDs on the history they write, and mark each
      *>      item applied;
      *>   5. MCRPT prints the day's pending/declined/approved picture
      *>      by operator.
      *>
      *> A request line with a blank maker ID is not queued -- it has
      *> no maker for the checker to be different from. It is left on
      *> its request file for the operator to correct and key again;
      *> everything that was queued comes off the request file, which
      *> is rewritten holding only those leftovers (empty on a clean
      *> day), so the next intake run never queues the same line
      *> twice. A request file that does not exist is simply skipped.
      *> All-blank lines are dropped.
      *>
      *> The queue is an accumulating file: appended EXTEND here, with
      *> the usual first-run OUTPUT fallback, and rewritten in full by
      *> the programs that decide and apply its items.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MCQLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STCHG-FILE ASSIGN TO "STCHGREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT HOLDREQ-FILE ASSIGN TO "HOLDREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT CUSTCHG-FILE ASSIGN TO "CUSTCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT FIXES-FILE ASSIGN TO "TRJFIXES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT MC-QUEUE ASSIGN TO "MCQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCQ-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STCHG-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  STCHG-REC                          PIC X(80).

       FD  HOLDREQ-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLDREQ-REC                        PIC X(80).

       FD  CUSTCHG-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CUSTCHG-REC                        PIC X(80).

       FD  FIXES-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FIXES-REC                          PIC X(80).

       COPY "MCQ01.COB".

       COPY "BUS01.COB".

       WORKING-STORAGE SECTION.

      *> Business processing-date control -- see EODMARK.COB. The
      *> keyed date on a queue item is BUSDATE.DAT's day; an unseeded
      *> shop falls back to ACCEPT FROM DATE.
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
           05  WS-REQ-EOF                     PIC X VALUE "N".
               88  REQ-EOF                     VALUE "Y".
           05  WS-MCQ-EOF                     PIC X VALUE "N".
               88  MCQ-EOF                     VALUE "Y".

       01  WS-REQ-STATUS                      PIC XX VALUE SPACES.
       01  WS-MCQ-STATUS                      PIC XX VALUE SPACES.

       01  WS-NEXT-ITEM-NO                    PIC 9(7) VALUE ZERO.

      *> The request line being queued and the source it came from.
       01  WS-SOURCE                          PIC X(2).
       01  WS-REQUEST-LINE                    PIC X(80).

      *> Lines left behind on the current request file (no maker ID),
      *> written back to it once the file has been read through.
       01  WS-LEFT-TABLE.
           05  WS-LEFT-LINE OCCURS 10000 TIMES
                   INDEXED BY WS-LF-IX        PIC X(80).
       01  WS-LEFT-COUNT                      PIC 9(5) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-READ-COUNT                  PIC 9(7) VALUE ZERO.
           05  WS-QUEUED-COUNT                PIC 9(7) VALUE ZERO.
           05  WS-NO-MAKER-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-SC-COUNT                    PIC 9(7) VALUE ZERO.
           05  WS-HR-COUNT                    PIC 9(7) VALUE ZERO.
           05  WS-CC-COUNT                    PIC 9(7) VALUE ZERO.
           05  WS-RF-COUNT                    PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-FIND-NEXT-ITEM-NO
           PERFORM 2000-OPEN-QUEUE
           PERFORM 3000-QUEUE-STATUS-CHANGES
           PERFORM 3200-QUEUE-HOLD-REQUESTS
           PERFORM 3400-QUEUE-CUSTOMER-CHANGES
           PERFORM 3600-QUEUE-REJECT-FIXES
           CLOSE MC-QUEUE
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

      *> Item numbers continue from the highest already on the queue.
       1500-FIND-NEXT-ITEM-NO.
           OPEN INPUT MC-QUEUE
           IF WS-MCQ-STATUS = "35"
               SET MCQ-EOF TO TRUE
           END-IF
           PERFORM UNTIL MCQ-EOF
               READ MC-QUEUE
                   AT END
                       SET MCQ-EOF TO TRUE
                   NOT AT END
                       IF MCQ-ITEM-NO NUMERIC
                               AND MCQ-ITEM-NO > WS-NEXT-ITEM-NO
                           MOVE MCQ-ITEM-NO TO WS-NEXT-ITEM-NO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MCQ-STATUS NOT = "35"
               CLOSE MC-QUEUE
           END-IF
           ADD 1 TO WS-NEXT-ITEM-NO.

       2000-OPEN-QUEUE.
           OPEN EXTEND MC-QUEUE
           IF WS-MCQ-STATUS = "35"
               OPEN OUTPUT MC-QUEUE
           END-IF.

       3000-QUEUE-STATUS-CHANGES.
           MOVE "SC" TO WS-SOURCE
           MOVE ZERO TO WS-LEFT-COUNT
           MOVE "N" TO WS-REQ-EOF
           OPEN INPUT STCHG-FILE
           IF WS-REQ-STATUS NOT = "35"
               PERFORM UNTIL REQ-EOF
                   READ STCHG-FILE
                       AT END
                           SET REQ-EOF TO TRUE
                       NOT AT END
                           MOVE STCHG-REC TO WS-REQUEST-LINE
                           PERFORM 4000-QUEUE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE STCHG-FILE
               OPEN OUTPUT STCHG-FILE
               PERFORM VARYING WS-LF-IX FROM 1 BY 1
                       UNTIL WS-LF-IX > WS-LEFT-COUNT
                   MOVE WS-LEFT-LINE (WS-LF-IX) TO STCHG-REC
                   WRITE STCHG-REC
               END-PERFORM
               CLOSE STCHG-FILE
           END-IF.

       3200-QUEUE-HOLD-REQUESTS.
           MOVE "HR" TO WS-SOURCE
           MOVE ZERO TO WS-LEFT-COUNT
           MOVE "N" TO WS-REQ-EOF
           OPEN INPUT HOLDREQ-FILE
           IF WS-REQ-STATUS NOT = "35"
               PERFORM UNTIL REQ-EOF
                   READ HOLDREQ-FILE
                       AT END
                           SET REQ-EOF TO TRUE
                       NOT AT END
                           MOVE HOLDREQ-REC TO WS-REQUEST-LINE
                           PERFORM 4000-QUEUE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE HOLDREQ-FILE
               OPEN OUTPUT HOLDREQ-FILE
               PERFORM VARYING WS-LF-IX FROM 1 BY 1
                       UNTIL WS-LF-IX > WS-LEFT-COUNT
                   MOVE WS-LEFT-LINE (WS-LF-IX) TO HOLDREQ-REC
                   WRITE HOLDREQ-REC
               END-PERFORM
               CLOSE HOLDREQ-FILE
           END-IF.

       3400-QUEUE-CUSTOMER-CHANGES.
           MOVE "CC" TO WS-SOURCE
           MOVE ZERO TO WS-LEFT-COUNT
           MOVE "N" TO WS-REQ-EOF
           OPEN INPUT CUSTCHG-FILE
           IF WS-REQ-STATUS NOT = "35"
               PERFORM UNTIL REQ-EOF
                   READ CUSTCHG-FILE
                       AT END
                           SET REQ-EOF TO TRUE
                       NOT AT END
                           MOVE CUSTCHG-REC TO WS-REQUEST-LINE
                           PERFORM 4000-QUEUE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE CUSTCHG-FILE
               OPEN OUTPUT CUSTCHG-FILE
               PERFORM VARYING WS-LF-IX FROM 1 BY 1
                       UNTIL WS-LF-IX > WS-LEFT-COUNT
                   MOVE WS-LEFT-LINE (WS-LF-IX) TO CUSTCHG-REC
                   WRITE CUSTCHG-REC
               END-PERFORM
               CLOSE CUSTCHG-FILE
           END-IF.

       3600-QUEUE-REJECT-FIXES.
           MOVE "RF" TO WS-SOURCE
           MOVE ZERO TO WS-LEFT-COUNT
           MOVE "N" TO WS-REQ-EOF
           OPEN INPUT FIXES-FILE
           IF WS-REQ-STATUS NOT = "35"
               PERFORM UNTIL REQ-EOF
                   READ FIXES-FILE
                       AT END
                           SET REQ-EOF TO TRUE
                       NOT AT END
                           MOVE FIXES-REC TO WS-REQUEST-LINE
                           PERFORM 4000-QUEUE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE FIXES-FILE
               OPEN OUTPUT FIXES-FILE
               PERFORM VARYING WS-LF-IX FROM 1 BY 1
                       UNTIL WS-LF-IX > WS-LEFT-COUNT
                   MOVE WS-LEFT-LINE (WS-LF-IX) TO FIXES-REC
                   WRITE FIXES-REC
               END-PERFORM
               CLOSE FIXES-FILE
           END-IF.

      *> One request line becomes one pending item, or -- with no
      *> maker ID -- stays behind on its request file.
       4000-QUEUE-ONE-LINE.
           IF WS-REQUEST-LINE NOT = SPACES
               ADD 1 TO WS-READ-COUNT
               IF WS-REQUEST-LINE(73:8) = SPACES
                   ADD 1 TO WS-NO-MAKER-COUNT
                   DISPLAY "MCQLOAD: NO MAKER ID, " WS-SOURCE
                       " REQUEST LEFT ON FILE: " WS-REQUEST-LINE(1:30)
                   IF WS-LEFT-COUNT < 10000
                       ADD 1 TO WS-LEFT-COUNT
                       MOVE WS-REQUEST-LINE
                           TO WS-LEFT-LINE (WS-LEFT-COUNT)
                   END-IF
               ELSE
                   PERFORM 4100-WRITE-QUEUE-ITEM
               END-IF
           END-IF.

       4100-WRITE-QUEUE-ITEM.
           MOVE SPACES TO MC-QUEUE-REC
           MOVE WS-NEXT-ITEM-NO TO MCQ-ITEM-NO
           MOVE WS-SOURCE TO MCQ-SOURCE
           MOVE WS-REQUEST-LINE(73:8) TO MCQ-MAKER-ID
           MOVE WS-RUN-DATE TO MCQ-KEYED-DATE
           SET MCQ-PENDING TO TRUE
           MOVE WS-REQUEST-LINE TO MCQ-REQUEST-DATA
           WRITE MC-QUEUE-REC
           ADD 1 TO WS-NEXT-ITEM-NO
           ADD 1 TO WS-QUEUED-COUNT
           EVALUATE WS-SOURCE
               WHEN "SC"
                   ADD 1 TO WS-SC-COUNT
               WHEN "HR"
                   ADD 1 TO WS-HR-COUNT
               WHEN "CC"
                   ADD 1 TO WS-CC-COUNT
               WHEN "RF"
                   ADD 1 TO WS-RF-COUNT
           END-EVALUATE.

       9000-WRAP-UP.
           DISPLAY "MCQLOAD: REQUEST LINES READ : " WS-READ-COUNT
           DISPLAY "MCQLOAD: QUEUED FOR APPROVAL: " WS-QUEUED-COUNT
           DISPLAY "MCQLOAD:   STATUS CHANGES   : " WS-SC-COUNT
           DISPLAY "MCQLOAD:   HOLD REQUESTS    : " WS-HR-COUNT
           DISPLAY "MCQLOAD:   CUSTOMER CHANGES : " WS-CC-COUNT
           DISPLAY "MCQLOAD:   REJECT FIXES     : " WS-RF-COUNT
           DISPLAY "MCQLOAD: LEFT, NO MAKER ID  : " WS-NO-MAKER-COUNT.
