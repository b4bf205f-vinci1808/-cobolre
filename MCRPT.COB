      *> ---------------------------------------------------------------
      *> MCRPT - Maker/checker daily control report
      *>
      *> The daily picture of the dual-control queue (MCQUEUE.DAT,
      *> see MCQLOAD.COB), printed to MCRPT.PRT in four parts:
      *>   - PENDING: every item still awaiting a checker, whatever
      *>     day it was keyed, with its age in days -- an item that
      *>     sits here is master-file work nobody has looked at;
      *>   - DECLINED TODAY: items a checker declined today;
      *>   - APPROVED TODAY: items approved today, with the date they
      *>     were applied once the maintenance program has run;
      *>   - BY OPERATOR: per operator ID, the items they keyed that
      *>     are still pending, and the items keyed and checked by
      *>     them that were approved or declined today.
      *> Read-only; run after MCAPPRV and the maintenance programs.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MCRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MC-QUEUE ASSIGN TO "MCQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCQ-STATUS.

           SELECT CONTROL-RPT ASSIGN TO "MCRPT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "MCQ01.COB".

       FD  CONTROL-RPT
           LABEL RECORDS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  CONTROL-LINE                       PIC X(132).

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
       01  WS-RUN-DATE-INT                    PIC 9(8).

       01  WS-EOF-SWITCHES.
           05  WS-MCQ-EOF                     PIC X VALUE "N".
               88  MCQ-EOF                     VALUE "Y".

       01  WS-MCQ-STATUS                      PIC XX VALUE SPACES.

       01  WS-QUEUE-TABLE.
           05  WS-MQ-ENTRY OCCURS 50000 TIMES
                   INDEXED BY WS-MQ-IX.
               10  WS-MQ-REC                   PIC X(160) VALUE SPACES.
       01  WS-QUEUE-COUNT                     PIC 9(7) VALUE ZERO.

      *> One row per operator ID seen as maker or checker.
       01  WS-OPERATOR-TABLE.
           05  WS-OP-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-OP-IX.
               10  WS-OP-ID                    PIC X(8).
               10  WS-OP-PENDING               PIC 9(7).
               10  WS-OP-KEYED-APPROVED        PIC 9(7).
               10  WS-OP-KEYED-DECLINED        PIC 9(7).
               10  WS-OP-CHECKED-APPROVED      PIC 9(7).
               10  WS-OP-CHECKED-DECLINED      PIC 9(7).
       01  WS-OPERATOR-COUNT                  PIC 9(4) VALUE ZERO.
       01  WS-LOOKUP-ID                       PIC X(8).
       01  WS-OP-FOUND-IX                     PIC 9(4) VALUE ZERO.

       01  WS-SECTION                         PIC X.
           88  WS-SECTION-PENDING              VALUE "P".
           88  WS-SECTION-DECLINED             VALUE "D".
           88  WS-SECTION-APPROVED             VALUE "A".
       01  WS-SECTION-COUNT                   PIC 9(7) VALUE ZERO.

       01  WS-KEYED-INT                       PIC 9(8).
       01  WS-AGE-DAYS                        PIC 9(5).

       01  WS-COUNTERS.
           05  WS-PENDING-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-DECLINED-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-APPROVED-COUNT              PIC 9(7) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                         PIC X(40)
               VALUE "MAKER/CHECKER DAILY CONTROL REPORT".
           05  FILLER                         PIC X(10) VALUE "RUN DATE ".
           05  WS-H1-RUN-DATE                 PIC X(10).

       01  WS-SECTION-HEADING.
           05  WS-SH-TITLE                    PIC X(40).

       01  WS-COLUMN-HEADING.
           05  FILLER                         PIC X(10) VALUE "ITEM".
           05  FILLER                         PIC X(5) VALUE "SRC".
           05  FILLER                         PIC X(10) VALUE "MAKER".
           05  FILLER                         PIC X(12) VALUE "KEYED".
           05  FILLER                         PIC X(7) VALUE "AGE".
           05  FILLER                         PIC X(10) VALUE "CHECKER".
           05  FILLER                         PIC X(12) VALUE "DECIDED".
           05  FILLER                         PIC X(12) VALUE "APPLIED".
           05  FILLER                         PIC X(22) VALUE "NOTE".
           05  FILLER                         PIC X(30) VALUE "REQUEST".

       01  WS-DETAIL-LINE.
           05  WS-D-ITEM-NO                   PIC Z(6)9.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-SOURCE                    PIC X(2).
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-MAKER-ID                  PIC X(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-KEYED-DATE                PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-AGE                       PIC Z(4)9.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-CHECKER-ID                PIC X(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-DECIDED-DATE              PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-APPLIED-DATE              PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-NOTE                      PIC X(20).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-REQUEST                   PIC X(30).

       01  WS-SECTION-TOTAL-LINE.
           05  FILLER                         PIC X(14) VALUE "  ITEMS      :".
           05  WS-ST-COUNT                    PIC Z(6)9.

       01  WS-OPERATOR-HEADING.
           05  FILLER                         PIC X(12) VALUE "OPERATOR".
           05  FILLER                         PIC X(14) VALUE "KEYED PENDING".
           05  FILLER                         PIC X(14) VALUE "KEYED APPRVD".
           05  FILLER                         PIC X(14) VALUE "KEYED DECLND".
           05  FILLER                         PIC X(14) VALUE "CHECKD APPRVD".
           05  FILLER                         PIC X(14) VALUE "CHECKD DECLND".

       01  WS-OPERATOR-LINE.
           05  WS-O-ID                        PIC X(8).
           05  FILLER                         PIC X(4) VALUE SPACES.
           05  WS-O-PENDING                   PIC Z(6)9.
           05  FILLER                         PIC X(7) VALUE SPACES.
           05  WS-O-KEYED-APPROVED            PIC Z(6)9.
           05  FILLER                         PIC X(7) VALUE SPACES.
           05  WS-O-KEYED-DECLINED            PIC Z(6)9.
           05  FILLER                         PIC X(7) VALUE SPACES.
           05  WS-O-CHECKED-APPROVED          PIC Z(6)9.
           05  FILLER                         PIC X(7) VALUE SPACES.
           05  WS-O-CHECKED-DECLINED          PIC Z(6)9.

       01  WS-BLANK-LINE                      PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-QUEUE
           MOVE "P" TO WS-SECTION
           MOVE "PENDING APPROVAL" TO WS-SH-TITLE
           PERFORM 3000-PRINT-SECTION
           MOVE WS-SECTION-COUNT TO WS-PENDING-COUNT
           MOVE "D" TO WS-SECTION
           MOVE "DECLINED TODAY" TO WS-SH-TITLE
           PERFORM 3000-PRINT-SECTION
           MOVE WS-SECTION-COUNT TO WS-DECLINED-COUNT
           MOVE "A" TO WS-SECTION
           MOVE "APPROVED TODAY" TO WS-SH-TITLE
           PERFORM 3000-PRINT-SECTION
           MOVE WS-SECTION-COUNT TO WS-APPROVED-COUNT
           PERFORM 4000-PRINT-BY-OPERATOR
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
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
           OPEN OUTPUT CONTROL-RPT
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO CONTROL-LINE
           WRITE CONTROL-LINE.

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
                           PERFORM 2100-COUNT-BY-OPERATOR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MCQ-STATUS NOT = "35"
               CLOSE MC-QUEUE
           END-IF.

      *> Pending counts against the maker whatever day it was keyed;
      *> decisions count against maker and checker only when made
      *> today. An applied item was approved first, so it counts as
      *> approved on the day it was decided.
       2100-COUNT-BY-OPERATOR.
           IF MCQ-PENDING
               MOVE MCQ-MAKER-ID TO WS-LOOKUP-ID
               PERFORM 2200-FIND-OPERATOR
               ADD 1 TO WS-OP-PENDING (WS-OP-FOUND-IX)
           END-IF
           IF MCQ-DECIDED-DATE = WS-RUN-DATE
               IF MCQ-DECLINED
                   MOVE MCQ-MAKER-ID TO WS-LOOKUP-ID
                   PERFORM 2200-FIND-OPERATOR
                   ADD 1 TO WS-OP-KEYED-DECLINED (WS-OP-FOUND-IX)
                   MOVE MCQ-CHECKER-ID TO WS-LOOKUP-ID
                   PERFORM 2200-FIND-OPERATOR
                   ADD 1 TO WS-OP-CHECKED-DECLINED (WS-OP-FOUND-IX)
               END-IF
               IF MCQ-APPROVED OR MCQ-APPLIED
                   MOVE MCQ-MAKER-ID TO WS-LOOKUP-ID
                   PERFORM 2200-FIND-OPERATOR
                   ADD 1 TO WS-OP-KEYED-APPROVED (WS-OP-FOUND-IX)
                   MOVE MCQ-CHECKER-ID TO WS-LOOKUP-ID
                   PERFORM 2200-FIND-OPERATOR
                   ADD 1 TO WS-OP-CHECKED-APPROVED (WS-OP-FOUND-IX)
               END-IF
           END-IF.

      *> Finds the operator's row, adding one when the ID is new. A
      *> full table lumps the overflow into its last row.
       2200-FIND-OPERATOR.
           MOVE ZERO TO WS-OP-FOUND-IX
           PERFORM VARYING WS-OP-IX FROM 1 BY 1
                   UNTIL WS-OP-IX > WS-OPERATOR-COUNT
               IF WS-OP-ID (WS-OP-IX) = WS-LOOKUP-ID
                   SET WS-OP-FOUND-IX TO WS-OP-IX
                   SET WS-OP-IX TO WS-OPERATOR-COUNT
               END-IF
           END-PERFORM
           IF WS-OP-FOUND-IX = ZERO
               IF WS-OPERATOR-COUNT < 1000
                   ADD 1 TO WS-OPERATOR-COUNT
                   SET WS-OP-IX TO WS-OPERATOR-COUNT
                   MOVE WS-LOOKUP-ID TO WS-OP-ID (WS-OP-IX)
                   MOVE ZERO TO WS-OP-PENDING (WS-OP-IX)
                   MOVE ZERO TO WS-OP-KEYED-APPROVED (WS-OP-IX)
                   MOVE ZERO TO WS-OP-KEYED-DECLINED (WS-OP-IX)
                   MOVE ZERO TO WS-OP-CHECKED-APPROVED (WS-OP-IX)
                   MOVE ZERO TO WS-OP-CHECKED-DECLINED (WS-OP-IX)
               END-IF
               MOVE WS-OPERATOR-COUNT TO WS-OP-FOUND-IX
           END-IF.

       3000-PRINT-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE WS-BLANK-LINE TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE WS-SECTION-HEADING TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE WS-COLUMN-HEADING TO CONTROL-LINE
           WRITE CONTROL-LINE
           PERFORM VARYING WS-MQ-IX FROM 1 BY 1
                   UNTIL WS-MQ-IX > WS-QUEUE-COUNT
               MOVE WS-MQ-REC (WS-MQ-IX) TO MC-QUEUE-REC
               EVALUATE TRUE
                   WHEN WS-SECTION-PENDING AND MCQ-PENDING
                       PERFORM 3100-PRINT-ITEM
                   WHEN WS-SECTION-DECLINED AND MCQ-DECLINED
                           AND MCQ-DECIDED-DATE = WS-RUN-DATE
                       PERFORM 3100-PRINT-ITEM
                   WHEN WS-SECTION-APPROVED
                           AND (MCQ-APPROVED OR MCQ-APPLIED)
                           AND MCQ-DECIDED-DATE = WS-RUN-DATE
                       PERFORM 3100-PRINT-ITEM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           MOVE WS-SECTION-COUNT TO WS-ST-COUNT
           MOVE WS-SECTION-TOTAL-LINE TO CONTROL-LINE
           WRITE CONTROL-LINE.

      *> Age is in days since the item was keyed; a keyed date that
      *> is not a real date prints as zero.
       3100-PRINT-ITEM.
           ADD 1 TO WS-SECTION-COUNT
           MOVE ZERO TO WS-AGE-DAYS
           IF MCQ-KEYED-DATE(1:4) NUMERIC
                   AND MCQ-KEYED-DATE(6:2) NUMERIC
                   AND MCQ-KEYED-DATE(9:2) NUMERIC
               MOVE MCQ-KEYED-DATE(1:4) TO WS-BUS-YY
               MOVE MCQ-KEYED-DATE(6:2) TO WS-BUS-MM
               MOVE MCQ-KEYED-DATE(9:2) TO WS-BUS-DD
               IF WS-BUS-MM >= 1 AND WS-BUS-MM <= 12
                       AND WS-BUS-DD >= 1 AND WS-BUS-DD <= 31
                   COMPUTE WS-KEYED-INT = FUNCTION INTEGER-OF-DATE
                       ((WS-BUS-YY * 10000) + (WS-BUS-MM * 100)
                           + WS-BUS-DD)
                   IF WS-RUN-DATE-INT > WS-KEYED-INT
                       COMPUTE WS-AGE-DAYS =
                           WS-RUN-DATE-INT - WS-KEYED-INT
                   END-IF
               END-IF
           END-IF
           MOVE ZERO TO WS-D-ITEM-NO
           IF MCQ-ITEM-NO NUMERIC
               MOVE MCQ-ITEM-NO TO WS-D-ITEM-NO
           END-IF
           MOVE MCQ-SOURCE TO WS-D-SOURCE
           MOVE MCQ-MAKER-ID TO WS-D-MAKER-ID
           MOVE MCQ-KEYED-DATE TO WS-D-KEYED-DATE
           MOVE WS-AGE-DAYS TO WS-D-AGE
           MOVE MCQ-CHECKER-ID TO WS-D-CHECKER-ID
           MOVE MCQ-DECIDED-DATE TO WS-D-DECIDED-DATE
           MOVE MCQ-APPLIED-DATE TO WS-D-APPLIED-DATE
           MOVE MCQ-DECISION-NOTE TO WS-D-NOTE
           MOVE MCQ-REQUEST-DATA TO WS-D-REQUEST
           MOVE WS-DETAIL-LINE TO CONTROL-LINE
           WRITE CONTROL-LINE.

       4000-PRINT-BY-OPERATOR.
           MOVE WS-BLANK-LINE TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE "BY OPERATOR" TO WS-SH-TITLE
           MOVE WS-SECTION-HEADING TO CONTROL-LINE
           WRITE CONTROL-LINE
           MOVE WS-OPERATOR-HEADING TO CONTROL-LINE
           WRITE CONTROL-LINE
           PERFORM VARYING WS-OP-IX FROM 1 BY 1
                   UNTIL WS-OP-IX > WS-OPERATOR-COUNT
               MOVE WS-OP-ID (WS-OP-IX) TO WS-O-ID
               MOVE WS-OP-PENDING (WS-OP-IX) TO WS-O-PENDING
               MOVE WS-OP-KEYED-APPROVED (WS-OP-IX)
                   TO WS-O-KEYED-APPROVED
               MOVE WS-OP-KEYED-DECLINED (WS-OP-IX)
                   TO WS-O-KEYED-DECLINED
               MOVE WS-OP-CHECKED-APPROVED (WS-OP-IX)
                   TO WS-O-CHECKED-APPROVED
               MOVE WS-OP-CHECKED-DECLINED (WS-OP-IX)
                   TO WS-O-CHECKED-DECLINED
               MOVE WS-OPERATOR-LINE TO CONTROL-LINE
               WRITE CONTROL-LINE
           END-PERFORM.

       9000-WRAP-UP.
           CLOSE CONTROL-RPT
           DISPLAY "MCRPT: ITEMS ON QUEUE : " WS-QUEUE-COUNT
           DISPLAY "MCRPT: PENDING        : " WS-PENDING-COUNT
           DISPLAY "MCRPT: DECLINED TODAY : " WS-DECLINED-COUNT
           DISPLAY "MCRPT: APPROVED TODAY : " WS-APPROVED-COUNT.
