      *> ---------------------------------------------------------------
      *> COLLECT - Overdrawn-account collections aging and charge-off
      *>
      *> Overdraft enforcement lets an account run negative down to
      *> -(ACT-CREDIT-LIMIT), but nothing ever tracked how long it
      *> stayed there -- ESCHEAT's header calls an overdrawn account
      *> "a collections item", and until this run there was no
      *> collections process for it to be an item of. This daily run,
      *> after TRNPOST, sweeps ACT-FILE and keeps one collections case
      *> per overdrawn spell on COLLECT.DAT (COL01.COB):
      *>
      *>   - an account found with a negative ACT-BAL and no open case
      *>     opens one, overdrawn-since today;
      *>   - an open case whose account is back at zero or better is
      *>     marked cured with today's date -- the next time it goes
      *>     negative it opens a fresh case and the clock restarts;
      *>   - every open case is aged in days from its overdrawn-since
      *>     date (the first day counts as day 1) and printed on the
      *>     aging report (COLLECT.PRT) in 1-30 / 31-60 / 61-90 / 90+
      *>     day buckets, with the owner off CUST-FILE through
      *>     ACT-CUST-NO (legacy ACT-CUST-NAME fallback, the same join
      *>     ESCHEAT and YEINTTAX do), and bucket totals at the foot.
      *>
      *> Charge-off: an account overdrawn longer than its product's
      *> charge-off day count (PRD-CHGOFF-DAYS on PRODMAST.DAT; an
      *> account with no product, or a product row that predates the
      *> field, uses WS-DEFAULT-CHGOFF-DAYS) is written off, the
      *> ESCHEAT way -- ACT-BAL is never touched here:
      *>   - a balancing TRANS-TYPE-DEPOSIT for the amount overdrawn is
      *>     appended to TRAN-FILE (fresh TRANS-NO, registered on
      *>     TRNXREF.DAT) carrying TRANS-ORIGIN "C", so TRNPOST brings
      *>     ACT-BAL to zero through its normal posting path and books
      *>     it to the GL journal as a charge-off loss, not as a
      *>     customer deposit against cash;
      *>   - the account is closed through ACT-STAT-HIST, old status
      *>     preserved, new status "C", reason code "CO" so a
      *>     charge-off close is distinguishable from any other;
      *>   - a charge-off record goes to the recovery file
      *>     (CHGOFF.DAT, CHG01.COB) with the owner's name and address,
      *>     the amount, and the overdrawn-since date, for whatever
      *>     recovery effort follows;
      *>   - the case is closed as charged off.
      *> A frozen account is under its own legal process and is aged
      *> but never charged off here; the report says so.
      *>
      *> Rerun-safe: a charged-off account is closed and no longer
      *> swept, and an open case is found again rather than reopened.
      *> The recovery file and the audit trail are opened EXTEND with
      *> the usual first-run fallback; the collections file is loaded
      *> whole and rewritten in full (the HOLDMNT shape). Logs
      *> START/END to RUN-CONTROL.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACT-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACT-NO
               FILE STATUS IS WS-ACT-STATUS.

           SELECT CUST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT PROD-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.

           SELECT COLLECTIONS-FILE ASSIGN TO "COLLECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COL-STATUS.

           SELECT TRAN-FILE ASSIGN TO "TRANFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT ACT-STAT-HIST ASSIGN TO "ACTSTHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASH-STATUS.

           SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

           SELECT AGING-RPT ASSIGN TO "COLLECT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.

           SELECT TRAN-XREF ASSIGN TO "TRNXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-TRANS-NO
               FILE STATUS IS WS-XRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "ACCT02.COB".

       COPY "CUST01.COB".

       COPY "PRD01.COB".

       COPY "COL01.COB".

       COPY "TRAN02.COB".

       COPY "ACTH01.COB".

       COPY "CHG01.COB".

       FD  AGING-RPT
           LABEL RECORDS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  AGING-LINE                         PIC X(132).

       COPY "RUN01.COB".

       COPY "BUS01.COB".

       COPY "XRF01.COB".

       WORKING-STORAGE SECTION.

      *> Business processing-date control -- see EODMARK.COB. The
      *> suite stamps its work with BUSDATE.DAT's date, not the wall
      *> clock, so one business day is one business day no matter
      *> when the iron actually runs it; an unseeded shop falls back
      *> to ACCEPT FROM DATE, the pre-control behavior.
       01  WS-BUS-STATUS                      PIC XX VALUE SPACES.
       01  WS-BUS-OK-SW                       PIC X VALUE "N".
           88  WS-BUS-OK                       VALUE "Y".
       01  WS-BUS-YY                          PIC 9(4).
       01  WS-BUS-MM                          PIC 9(2).
       01  WS-BUS-DD                          PIC 9(2).

      *> TRANS-NO cross-reference (TRNXREF.DAT, built by XREFBLD and
      *> maintained by every TRAN-FILE writer) -- see XREFBLD.COB. A
      *> shop that never built it falls back to the whole-log scan.
       01  WS-XRF-STATUS                      PIC XX VALUE SPACES.
       01  WS-XRF-OK-SW                       PIC X VALUE "N".
           88  WS-XRF-OK                       VALUE "Y".
       01  WS-XRF-HIGH                        PIC 9(5) VALUE ZERO.

       01  WS-EOF-SWITCHES.
           05  WS-ACT-EOF                     PIC X VALUE "N".
               88  ACT-EOF                     VALUE "Y".
           05  WS-TRAN-EOF                    PIC X VALUE "N".
               88  TRAN-EOF                    VALUE "Y".
           05  WS-COL-EOF                     PIC X VALUE "N".
               88  COL-EOF                     VALUE "Y".
           05  WS-PROD-EOF                    PIC X VALUE "N".
               88  PROD-EOF                    VALUE "Y".

       01  WS-ACT-STATUS                      PIC XX VALUE SPACES.
       01  WS-CUST-STATUS                     PIC XX VALUE SPACES.
       01  WS-PROD-STATUS                     PIC XX VALUE SPACES.
       01  WS-COL-STATUS                      PIC XX VALUE SPACES.
       01  WS-TRAN-STATUS                     PIC XX VALUE SPACES.
       01  WS-ASH-STATUS                      PIC XX VALUE SPACES.
       01  WS-CHG-STATUS                      PIC XX VALUE SPACES.
       01  WS-RC-STATUS                       PIC XX VALUE SPACES.

       01  WS-RUN-DATE                        PIC X(10).
       01  WS-RUN-DATE-NUM                    PIC 9(8).
       01  WS-RUN-DATE-YY                     PIC 9(4).
       01  WS-RUN-DATE-MM                     PIC 9(2).
       01  WS-RUN-DATE-DD                     PIC 9(2).
       01  WS-RUN-YYYYMM                      PIC 9(6).
       01  WS-RUN-DATE-INT                    PIC 9(7).

       01  WS-NEXT-TRANS-NO                   PIC 9(5) VALUE ZERO.

      *> Charge-off day count for an account whose product carries
      *> none -- the 60 days the interagency overdraft guidance
      *> expects an overdrawn deposit account to be written off by.
       01  WS-DEFAULT-CHGOFF-DAYS             PIC 9(4) VALUE 60.
       01  WS-CHGOFF-DAYS                     PIC 9(4) VALUE ZERO.

      *> Product master rows (PRODMAST.DAT, PRD01.COB), loaded once.
      *> Only the charge-off day count is wanted here; a row written
      *> before the field existed carries spaces there and is loaded
      *> with zero, i.e. "use the default".
       01  WS-PROD-TABLE.
           05  WS-PM-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-PM-IX.
               10  WS-PM-CODE                  PIC X(3) VALUE SPACES.
               10  WS-PM-CHGOFF-DAYS           PIC 9(4) VALUE ZERO.
       01  WS-PROD-COUNT                      PIC 9(3) VALUE ZERO.

      *> Whole collections file, held so cases can be opened, aged,
      *> cured and closed in place and the file rewritten in full.
      *> Each entry mirrors COLLECTIONS-REC byte for byte.
       01  WS-CASE-TABLE.
           05  WS-CS-ENTRY OCCURS 50000 TIMES
                   INDEXED BY WS-CS-IX.
               10  WS-CS-ACT-NO                PIC 9(5).
               10  WS-CS-OD-SINCE              PIC X(10).
               10  WS-CS-STATUS                PIC X.
                   88  WS-CS-OVERDRAWN          VALUE "O".
               10  WS-CS-CLOSE-DATE            PIC X(10).
               10  WS-CS-LAST-BAL              PIC S9(8)V99.
               10  WS-CS-WORST-BAL             PIC S9(8)V99.
               10  WS-CS-LAST-RUN-DATE         PIC X(10).
               10  FILLER                      PIC X(24).
       01  WS-CASE-COUNT                      PIC 9(7) VALUE ZERO.
       01  WS-CASE-IX                         PIC 9(7) VALUE ZERO.
       01  WS-CASE-FOUND-SW                   PIC X VALUE "N".
           88  WS-CASE-FOUND                   VALUE "Y".

       01  WS-DATE-YY                         PIC 9(4).
       01  WS-DATE-MM                         PIC 9(2).
       01  WS-DATE-DD                         PIC 9(2).
       01  WS-DATE-YYYYMMDD                   PIC 9(8).
       01  WS-SINCE-INT                       PIC 9(7).
       01  WS-DAYS-OVERDRAWN                  PIC 9(5).
       01  WS-BUCKET                          PIC 9.

       01  WS-CHGOFF-AMT                      PIC 9(8)V99 VALUE ZERO.
       01  WS-ACTION                          PIC X(24).

      *> Owner of the account being looked at, off CUST-FILE through
      *> ACT-CUST-NO, legacy ACT-CUST-NAME standing in.
       01  WS-OWNER.
           05  WS-OW-CUST-NO                  PIC 9(5).
           05  WS-OW-NAME                     PIC X(25).
           05  WS-OW-ADDR-LINE1               PIC X(25).
           05  WS-OW-ADDR-LINE2               PIC X(25).
           05  WS-OW-CITY                     PIC X(15).
           05  WS-OW-STATE                    PIC X(2).
           05  WS-OW-ZIP                      PIC X(9).

      *> Open cases by aging bucket, for the foot of the report.
       01  WS-BUCKET-LABELS.
           05  FILLER                         PIC X(10) VALUE "1-30".
           05  FILLER                         PIC X(10) VALUE "31-60".
           05  FILLER                         PIC X(10) VALUE "61-90".
           05  FILLER                         PIC X(10) VALUE "90+".
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05  WS-BK-LABEL OCCURS 4 TIMES     PIC X(10).
       01  WS-BUCKET-TABLE.
           05  WS-BK-ENTRY OCCURS 4 TIMES
                   INDEXED BY WS-BK-IX.
               10  WS-BK-COUNT                 PIC 9(7) VALUE ZERO.
               10  WS-BK-AMT                   PIC 9(10)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ACT-COUNT                   PIC 9(7) VALUE ZERO.
           05  WS-OVERDRAWN-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-OPENED-COUNT                PIC 9(7) VALUE ZERO.
           05  WS-CURED-COUNT                 PIC 9(7) VALUE ZERO.
           05  WS-CHGOFF-COUNT                PIC 9(7) VALUE ZERO.
           05  WS-FROZEN-HELD-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-CHGOFF-TOTAL                    PIC 9(10)V99 VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                         PIC X(40)
               VALUE "OVERDRAWN-ACCOUNT COLLECTIONS AGING".
           05  FILLER                         PIC X(10) VALUE "RUN DATE ".
           05  WS-H1-RUN-DATE                 PIC X(10).
       01  WS-HEADING-2.
           05  FILLER                         PIC X(8) VALUE "ACT-NO".
           05  FILLER                         PIC X(27) VALUE "OWNER".
           05  FILLER                         PIC X(6) VALUE "PROD".
           05  FILLER                         PIC X(16) VALUE "BALANCE".
           05  FILLER                         PIC X(12) VALUE "OD SINCE".
           05  FILLER                         PIC X(7) VALUE "DAYS".
           05  FILLER                         PIC X(8) VALUE "BUCKET".
           05  FILLER                         PIC X(24) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05  WS-D-ACT-NO                    PIC Z(4)9.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-OWNER                     PIC X(25).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-PROD                      PIC X(3).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-BAL                       PIC -(9)9.99.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-SINCE                     PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-DAYS                      PIC ZZZZ9.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-BUCKET                    PIC X(6).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-ACTION                    PIC X(24).

       01  WS-BLANK-LINE                      PIC X(132) VALUE SPACES.

       01  WS-BUCKET-LINE.
           05  FILLER                         PIC X(8) VALUE "BUCKET ".
           05  WS-B-LABEL                     PIC X(10).
           05  FILLER                         PIC X(9) VALUE "ACCOUNTS ".
           05  WS-B-COUNT                     PIC Z(6)9.
           05  FILLER                         PIC X(12)
               VALUE "   OVERDRAWN".
           05  WS-B-AMT                       PIC Z(9)9.99.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                         PIC X(25)
               VALUE "ACCOUNTS READ          : ".
           05  WS-S-ACT-COUNT                 PIC Z(6)9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                         PIC X(25)
               VALUE "OVERDRAWN TODAY        : ".
           05  WS-S-OVERDRAWN-COUNT           PIC Z(6)9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                         PIC X(25)
               VALUE "NEW CASES OPENED       : ".
           05  WS-S-OPENED-COUNT              PIC Z(6)9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                         PIC X(25)
               VALUE "CASES CURED            : ".
           05  WS-S-CURED-COUNT               PIC Z(6)9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                         PIC X(25)
               VALUE "CHARGED OFF            : ".
           05  WS-S-CHGOFF-COUNT              PIC Z(6)9.
           05  FILLER                         PIC X(9) VALUE "  AMOUNT ".
           05  WS-S-CHGOFF-TOTAL              PIC Z(9)9.99.
       01  WS-SUMMARY-LINE-6.
           05  FILLER                         PIC X(25)
               VALUE "FROZEN, NOT CHARGED OFF: ".
           05  WS-S-FROZEN-HELD-COUNT         PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 8800-WRITE-RUN-START
           PERFORM 1200-OPEN-XREF
           PERFORM 1300-FIND-NEXT-TRANS-NO
           PERFORM 1600-LOAD-PRODUCTS
           PERFORM 1700-LOAD-CASES
           PERFORM 2000-REVIEW-ACCOUNTS
           PERFORM 3000-REWRITE-CASES
           PERFORM 8000-CLOSE-XREF
           PERFORM 9000-WRAP-UP
           PERFORM 8900-WRITE-RUN-END
           STOP RUN.

      *> The business processing date off BUSDATE.DAT (advanced only
      *> by the EODMARK end-of-business step), falling back to the
      *> wall clock when the control file was never seeded. Feeds the
      *> same WS-RUN-DATE-NUM the wall clock used to, so everything
      *> downstream is unchanged.
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
           DIVIDE WS-RUN-DATE-NUM BY 100 GIVING WS-RUN-YYYYMM
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
           OPEN OUTPUT AGING-RPT
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO AGING-LINE
           WRITE AGING-LINE
           MOVE WS-HEADING-2 TO AGING-LINE
           WRITE AGING-LINE.

      *> The cross-reference is opened I-O when it exists and carries
      *> its control record; otherwise the legacy whole-log scan
      *> stands in and nothing is registered (XREFBLD bootstraps it).
       1200-OPEN-XREF.
           MOVE "N" TO WS-XRF-OK-SW
           OPEN I-O TRAN-XREF
           IF WS-XRF-STATUS = "35"
               CONTINUE
           ELSE
               MOVE ZERO TO XRF-TRANS-NO
               READ TRAN-XREF
                   INVALID KEY
                       CLOSE TRAN-XREF
                   NOT INVALID KEY
                       SET WS-XRF-OK TO TRUE
                       MOVE XRF-HIGH-TRANS-NO TO WS-XRF-HIGH
               END-READ
           END-IF.

      *> Next TRANS-NO is one keyed read of the cross-reference
      *> control record; the whole-log scan survives only as the
      *> fallback for a shop that never ran XREFBLD.
       1300-FIND-NEXT-TRANS-NO.
           IF WS-XRF-OK
               COMPUTE WS-NEXT-TRANS-NO = WS-XRF-HIGH + 1
           ELSE
               PERFORM 1350-SCAN-FOR-NEXT-TRANS-NO
           END-IF.

       1350-SCAN-FOR-NEXT-TRANS-NO.
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS = "35"
               SET TRAN-EOF TO TRUE
           ELSE
               PERFORM UNTIL TRAN-EOF
                   READ TRAN-FILE
                       AT END
                           SET TRAN-EOF TO TRUE
                       NOT AT END
                           IF TRANS-NO > WS-NEXT-TRANS-NO
                               MOVE TRANS-NO TO WS-NEXT-TRANS-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAN-FILE
           END-IF
           ADD 1 TO WS-NEXT-TRANS-NO.

       1600-LOAD-PRODUCTS.
           OPEN INPUT PROD-FILE
           IF WS-PROD-STATUS = "35"
               SET PROD-EOF TO TRUE
           END-IF
           PERFORM UNTIL PROD-EOF
               READ PROD-FILE
                   AT END
                       SET PROD-EOF TO TRUE
                   NOT AT END
                       IF PRD-CODE NOT = SPACES
                               AND WS-PROD-COUNT < 50
                           ADD 1 TO WS-PROD-COUNT
                           MOVE PRD-CODE
                               TO WS-PM-CODE (WS-PROD-COUNT)
                           IF PRD-CHGOFF-DAYS NUMERIC
                               MOVE PRD-CHGOFF-DAYS
                                   TO WS-PM-CHGOFF-DAYS (WS-PROD-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROD-STATUS NOT = "35"
               CLOSE PROD-FILE
           END-IF.

       1700-LOAD-CASES.
           OPEN INPUT COLLECTIONS-FILE
           IF WS-COL-STATUS = "35"
               SET COL-EOF TO TRUE
           END-IF
           PERFORM UNTIL COL-EOF
               READ COLLECTIONS-FILE
                   AT END
                       SET COL-EOF TO TRUE
                   NOT AT END
                       IF WS-CASE-COUNT < 50000
                           ADD 1 TO WS-CASE-COUNT
                           SET WS-CS-IX TO WS-CASE-COUNT
                           MOVE COLLECTIONS-REC
                               TO WS-CS-ENTRY (WS-CS-IX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COL-STATUS NOT = "35"
               CLOSE COLLECTIONS-FILE
           END-IF.

       2000-REVIEW-ACCOUNTS.
           OPEN I-O ACT-FILE
           OPEN INPUT CUST-FILE
           OPEN EXTEND TRAN-FILE
           IF WS-TRAN-STATUS = "35"
               OPEN OUTPUT TRAN-FILE
           END-IF
           OPEN EXTEND ACT-STAT-HIST
           IF WS-ASH-STATUS = "35"
               OPEN OUTPUT ACT-STAT-HIST
           END-IF
           OPEN EXTEND CHARGE-OFF-FILE
           IF WS-CHG-STATUS = "35"
               OPEN OUTPUT CHARGE-OFF-FILE
           END-IF
           PERFORM UNTIL ACT-EOF
               READ ACT-FILE
                   AT END
                       SET ACT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACT-COUNT
                       IF NOT ACT-STAT-CLOSED
                           PERFORM 2100-REVIEW-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACT-FILE
           CLOSE CUST-FILE
           CLOSE TRAN-FILE
           CLOSE ACT-STAT-HIST
           CLOSE CHARGE-OFF-FILE.

       2100-REVIEW-ONE-ACCOUNT.
           PERFORM 2150-FIND-OPEN-CASE
           IF ACT-BAL IN ACT-REC < ZERO
               ADD 1 TO WS-OVERDRAWN-COUNT
               IF NOT WS-CASE-FOUND
                   PERFORM 2200-OPEN-CASE
               END-IF
               IF WS-CASE-FOUND
                   PERFORM 2300-AGE-CASE
               END-IF
           ELSE
               IF WS-CASE-FOUND
                   PERFORM 2400-CURE-CASE
               END-IF
           END-IF.

       2150-FIND-OPEN-CASE.
           MOVE "N" TO WS-CASE-FOUND-SW
           PERFORM VARYING WS-CS-IX FROM 1 BY 1
                   UNTIL WS-CS-IX > WS-CASE-COUNT
               IF WS-CS-OVERDRAWN (WS-CS-IX)
                       AND WS-CS-ACT-NO (WS-CS-IX) = ACT-NO IN ACT-REC
                   SET WS-CASE-FOUND TO TRUE
                   SET WS-CASE-IX TO WS-CS-IX
                   SET WS-CS-IX TO WS-CASE-COUNT
               END-IF
           END-PERFORM.

      *> The new case becomes the account's case for 2300 to age. A
      *> table already full cannot take another case: the account is
      *> reported to the operator and left unaged -- neither
      *> bucketed, printed nor charged off -- on each run until room
      *> is made.
       2200-OPEN-CASE.
           IF WS-CASE-COUNT < 50000
               ADD 1 TO WS-CASE-COUNT
               MOVE WS-CASE-COUNT TO WS-CASE-IX
               SET WS-CS-IX TO WS-CASE-IX
               MOVE SPACES TO WS-CS-ENTRY (WS-CS-IX)
               MOVE ACT-NO IN ACT-REC TO WS-CS-ACT-NO (WS-CS-IX)
               MOVE WS-RUN-DATE TO WS-CS-OD-SINCE (WS-CS-IX)
               MOVE "O" TO WS-CS-STATUS (WS-CS-IX)
               MOVE ACT-BAL IN ACT-REC TO WS-CS-WORST-BAL (WS-CS-IX)
               SET WS-CASE-FOUND TO TRUE
               ADD 1 TO WS-OPENED-COUNT
           ELSE
               DISPLAY "COLLECT: CASE TABLE FULL, ACT-NO "
                   ACT-NO IN ACT-REC " NOT TRACKED"
           END-IF.

      *> Days overdrawn count the first day as day 1. Past the
      *> charge-off day count the account is written off -- unless it
      *> is frozen, which is its own legal process.
       2300-AGE-CASE.
           SET WS-CS-IX TO WS-CASE-IX
           MOVE ACT-BAL IN ACT-REC TO WS-CS-LAST-BAL (WS-CS-IX)
           IF ACT-BAL IN ACT-REC < WS-CS-WORST-BAL (WS-CS-IX)
               MOVE ACT-BAL IN ACT-REC TO WS-CS-WORST-BAL (WS-CS-IX)
           END-IF
           MOVE WS-RUN-DATE TO WS-CS-LAST-RUN-DATE (WS-CS-IX)
           MOVE WS-CS-OD-SINCE (WS-CS-IX)(1:4) TO WS-DATE-YY
           MOVE WS-CS-OD-SINCE (WS-CS-IX)(6:2) TO WS-DATE-MM
           MOVE WS-CS-OD-SINCE (WS-CS-IX)(9:2) TO WS-DATE-DD
           COMPUTE WS-DATE-YYYYMMDD =
               (WS-DATE-YY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD
           COMPUTE WS-SINCE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-YYYYMMDD)
           COMPUTE WS-DAYS-OVERDRAWN =
               WS-RUN-DATE-INT - WS-SINCE-INT + 1
           PERFORM 2350-GET-CHGOFF-DAYS
           PERFORM 2700-GET-OWNER
           MOVE SPACES TO WS-ACTION
           IF WS-DAYS-OVERDRAWN > WS-CHGOFF-DAYS
               IF ACT-STAT-FROZEN
                   MOVE "FROZEN - NOT CHARGED OFF" TO WS-ACTION
                   ADD 1 TO WS-FROZEN-HELD-COUNT
                   PERFORM 2380-ADD-TO-BUCKET
               ELSE
                   MOVE "CHARGED OFF" TO WS-ACTION
                   PERFORM 2500-CHARGE-OFF
               END-IF
           ELSE
               PERFORM 2380-ADD-TO-BUCKET
           END-IF
           PERFORM 2600-PRINT-CASE.

       2350-GET-CHGOFF-DAYS.
           MOVE WS-DEFAULT-CHGOFF-DAYS TO WS-CHGOFF-DAYS
           PERFORM VARYING WS-PM-IX FROM 1 BY 1
                   UNTIL WS-PM-IX > WS-PROD-COUNT
               IF WS-PM-CODE (WS-PM-IX) = ACT-PROD-CODE IN ACT-REC
                   IF WS-PM-CHGOFF-DAYS (WS-PM-IX) > ZERO
                       MOVE WS-PM-CHGOFF-DAYS (WS-PM-IX)
                           TO WS-CHGOFF-DAYS
                   END-IF
                   SET WS-PM-IX TO WS-PROD-COUNT
               END-IF
           END-PERFORM.

       2380-ADD-TO-BUCKET.
           EVALUATE TRUE
               WHEN WS-DAYS-OVERDRAWN <= 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DAYS-OVERDRAWN <= 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DAYS-OVERDRAWN <= 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE
           ADD 1 TO WS-BK-COUNT (WS-BUCKET)
           COMPUTE WS-BK-AMT (WS-BUCKET) =
               WS-BK-AMT (WS-BUCKET) - ACT-BAL IN ACT-REC.

       2400-CURE-CASE.
           SET WS-CS-IX TO WS-CASE-IX
           MOVE "R" TO WS-CS-STATUS (WS-CS-IX)
           MOVE WS-RUN-DATE TO WS-CS-CLOSE-DATE (WS-CS-IX)
           MOVE ACT-BAL IN ACT-REC TO WS-CS-LAST-BAL (WS-CS-IX)
           MOVE WS-RUN-DATE TO WS-CS-LAST-RUN-DATE (WS-CS-IX)
           ADD 1 TO WS-CURED-COUNT.

      *> The write-off, ESCHEAT-style: the money moves through
      *> TRNPOST's normal posting path (the TRANS-ORIGIN "C" deposit
      *> is what TRNPOST books to the loss account), the account is
      *> closed through the audit trail, and the recovery file gets
      *> the record (see header).
       2500-CHARGE-OFF.
           COMPUTE WS-CHGOFF-AMT = 0 - ACT-BAL IN ACT-REC
           PERFORM 2510-WRITE-CHGOFF-DEPOSIT
           PERFORM 2520-CLOSE-ACCOUNT
           PERFORM 2530-WRITE-RECOVERY-RECORD
           SET WS-CS-IX TO WS-CASE-IX
           MOVE "C" TO WS-CS-STATUS (WS-CS-IX)
           MOVE WS-RUN-DATE TO WS-CS-CLOSE-DATE (WS-CS-IX)
           ADD 1 TO WS-CHGOFF-COUNT
           ADD WS-CHGOFF-AMT TO WS-CHGOFF-TOTAL
           ADD 1 TO WS-NEXT-TRANS-NO.

       2510-WRITE-CHGOFF-DEPOSIT.
           MOVE SPACES TO TRAN-REC
           SET TRANS-BRANCH-SYSTEM TO TRUE
           MOVE WS-NEXT-TRANS-NO TO TRANS-NO
           MOVE WS-RUN-DATE TO TRANS-DATE
           MOVE WS-CHGOFF-AMT TO TRANS-AMT
           MOVE WS-CHGOFF-AMT TO TRANS-BAL
           SET TRANS-TYPE-DEPOSIT TO TRUE
           MOVE ACT-NO IN ACT-REC TO TRANS-ACT-NO
           MOVE ZERO TO REF-TRANS-NO
           MOVE ZERO TO TRANS-LINK-NO
           SET TRANS-ORIGIN-CHARGE-OFF TO TRUE
           MOVE ZERO TO TRANS-CHECK-NO
           WRITE TRAN-REC
           PERFORM 2550-REGISTER-ON-XREF.

       2520-CLOSE-ACCOUNT.
           MOVE SPACES TO ACT-STAT-HIST-REC
           MOVE ACT-NO IN ACT-REC TO ASH-ACT-NO
           MOVE ACT-STATUS IN ACT-REC TO ASH-OLD-STATUS
           MOVE "C" TO ASH-NEW-STATUS
           MOVE "CO" TO ASH-REASON-CODE
           MOVE WS-RUN-DATE TO ASH-EFF-DATE
           WRITE ACT-STAT-HIST-REC
           MOVE "C" TO ACT-STATUS IN ACT-REC
           MOVE "CO" TO ACT-STAT-REASON IN ACT-REC
           REWRITE ACT-REC.

       2530-WRITE-RECOVERY-RECORD.
           SET WS-CS-IX TO WS-CASE-IX
           MOVE SPACES TO CHARGE-OFF-REC
           MOVE ACT-NO IN ACT-REC TO CHG-ACT-NO
           MOVE WS-OW-CUST-NO TO CHG-CUST-NO
           MOVE WS-OW-NAME TO CHG-CUST-NAME
           MOVE WS-OW-ADDR-LINE1 TO CHG-ADDR-LINE1
           MOVE WS-OW-ADDR-LINE2 TO CHG-ADDR-LINE2
           MOVE WS-OW-CITY TO CHG-CITY
           MOVE WS-OW-STATE TO CHG-STATE
           MOVE WS-OW-ZIP TO CHG-ZIP
           MOVE ACT-PROD-CODE IN ACT-REC TO CHG-PROD-CODE
           MOVE WS-CHGOFF-AMT TO CHG-AMOUNT
           MOVE WS-CS-OD-SINCE (WS-CS-IX) TO CHG-OD-SINCE
           MOVE WS-DAYS-OVERDRAWN TO CHG-DAYS-OVERDRAWN
           MOVE WS-RUN-DATE TO CHG-DATE
           MOVE WS-NEXT-TRANS-NO TO CHG-TRANS-NO
           MOVE ZERO TO CHG-RECOVERED-AMT
           WRITE CHARGE-OFF-REC.

       2550-REGISTER-ON-XREF.
           IF WS-XRF-OK
               MOVE SPACES TO TRAN-XREF-REC
               MOVE TRANS-NO TO XRF-TRANS-NO
               MOVE TRANS-TYPE TO XRF-TRANS-TYPE
               MOVE TRANS-ACT-NO TO XRF-ACT-NO
               MOVE TRANS-DATE TO XRF-TRANS-DATE
               MOVE TRANS-AMT TO XRF-TRANS-AMT
               MOVE TRANS-BRANCH TO XRF-BRANCH
               MOVE "U" TO XRF-POST-STATUS
               MOVE ZERO TO XRF-HIGH-TRANS-NO
               WRITE TRAN-XREF-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF TRANS-NO > WS-XRF-HIGH
                   MOVE TRANS-NO TO WS-XRF-HIGH
               END-IF
           END-IF.

       2600-PRINT-CASE.
           SET WS-CS-IX TO WS-CASE-IX
           MOVE ACT-NO IN ACT-REC TO WS-D-ACT-NO
           MOVE WS-OW-NAME TO WS-D-OWNER
           MOVE ACT-PROD-CODE IN ACT-REC TO WS-D-PROD
           MOVE ACT-BAL IN ACT-REC TO WS-D-BAL
           MOVE WS-CS-OD-SINCE (WS-CS-IX) TO WS-D-SINCE
           MOVE WS-DAYS-OVERDRAWN TO WS-D-DAYS
           IF WS-ACTION = "CHARGED OFF"
               MOVE SPACES TO WS-D-BUCKET
           ELSE
               MOVE WS-BK-LABEL (WS-BUCKET) TO WS-D-BUCKET
           END-IF
           MOVE WS-ACTION TO WS-D-ACTION
           MOVE WS-DETAIL-LINE TO AGING-LINE
           WRITE AGING-LINE.

      *> Owner name and address through ACT-CUST-NO, with the legacy
      *> ACT-CUST-NAME fallback for unmigrated accounts -- the same
      *> join ESCHEAT does for its remittance extract.
       2700-GET-OWNER.
           MOVE SPACES TO WS-OWNER
           MOVE ZERO TO WS-OW-CUST-NO
           MOVE ACT-CUST-NAME IN ACT-REC TO WS-OW-NAME
           IF ACT-CUST-NO IN ACT-REC NOT = ZERO
               MOVE ACT-CUST-NO IN ACT-REC TO CUST-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NO         TO WS-OW-CUST-NO
                       MOVE CUST-NAME       TO WS-OW-NAME
                       MOVE CUST-ADDR-LINE1 TO WS-OW-ADDR-LINE1
                       MOVE CUST-ADDR-LINE2 TO WS-OW-ADDR-LINE2
                       MOVE CUST-CITY       TO WS-OW-CITY
                       MOVE CUST-STATE      TO WS-OW-STATE
                       MOVE CUST-ZIP        TO WS-OW-ZIP
               END-READ
           END-IF.

       3000-REWRITE-CASES.
           OPEN OUTPUT COLLECTIONS-FILE
           PERFORM VARYING WS-CS-IX FROM 1 BY 1
                   UNTIL WS-CS-IX > WS-CASE-COUNT
               MOVE WS-CS-ENTRY (WS-CS-IX) TO COLLECTIONS-REC
               WRITE COLLECTIONS-REC
           END-PERFORM
           CLOSE COLLECTIONS-FILE.

       8000-CLOSE-XREF.
           IF WS-XRF-OK
               MOVE ZERO TO XRF-TRANS-NO
               READ TRAN-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-XRF-HIGH TO XRF-HIGH-TRANS-NO
                       REWRITE TRAN-XREF-REC
               END-READ
               CLOSE TRAN-XREF
           END-IF.

       8800-WRITE-RUN-START.
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "COLLECT" TO RC-PROGRAM
           MOVE "START" TO RC-EVENT
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-YYYYMM TO RC-RUN-YYYYMM
           MOVE ZERO TO RC-COUNT-1
           MOVE ZERO TO RC-COUNT-2
           MOVE ZERO TO RC-COUNT-3
           PERFORM 8850-APPEND-RUN-RECORD.

       8850-APPEND-RUN-RECORD.
           OPEN EXTEND RUN-CONTROL
           IF WS-RC-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL
           END-IF
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL.

       8900-WRITE-RUN-END.
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "COLLECT" TO RC-PROGRAM
           MOVE "END" TO RC-EVENT
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-YYYYMM TO RC-RUN-YYYYMM
           MOVE WS-ACT-COUNT TO RC-COUNT-1
           MOVE WS-OVERDRAWN-COUNT TO RC-COUNT-2
           MOVE WS-CHGOFF-COUNT TO RC-COUNT-3
           PERFORM 8850-APPEND-RUN-RECORD.

       9000-WRAP-UP.
           MOVE WS-BLANK-LINE TO AGING-LINE
           WRITE AGING-LINE
           PERFORM VARYING WS-BK-IX FROM 1 BY 1
                   UNTIL WS-BK-IX > 4
               MOVE WS-BK-LABEL (WS-BK-IX) TO WS-B-LABEL
               MOVE WS-BK-COUNT (WS-BK-IX) TO WS-B-COUNT
               MOVE WS-BK-AMT (WS-BK-IX) TO WS-B-AMT
               MOVE WS-BUCKET-LINE TO AGING-LINE
               WRITE AGING-LINE
           END-PERFORM
           MOVE WS-BLANK-LINE TO AGING-LINE
           WRITE AGING-LINE
           MOVE WS-ACT-COUNT TO WS-S-ACT-COUNT
           MOVE WS-SUMMARY-LINE-1 TO AGING-LINE
           WRITE AGING-LINE
           MOVE WS-OVERDRAWN-COUNT TO WS-S-OVERDRAWN-COUNT
           MOVE WS-SUMMARY-LINE-2 TO AGING-LINE
           WRITE AGING-LINE
           MOVE WS-OPENED-COUNT TO WS-S-OPENED-COUNT
           MOVE WS-SUMMARY-LINE-3 TO AGING-LINE
           WRITE AGING-LINE
           MOVE WS-CURED-COUNT TO WS-S-CURED-COUNT
           MOVE WS-SUMMARY-LINE-4 TO AGING-LINE
           WRITE AGING-LINE
           MOVE WS-CHGOFF-COUNT TO WS-S-CHGOFF-COUNT
           MOVE WS-CHGOFF-TOTAL TO WS-S-CHGOFF-TOTAL
           MOVE WS-SUMMARY-LINE-5 TO AGING-LINE
           WRITE AGING-LINE
           MOVE WS-FROZEN-HELD-COUNT TO WS-S-FROZEN-HELD-COUNT
           MOVE WS-SUMMARY-LINE-6 TO AGING-LINE
           WRITE AGING-LINE
           CLOSE AGING-RPT
           DISPLAY "COLLECT: ACCOUNTS READ   : " WS-ACT-COUNT
           DISPLAY "COLLECT: OVERDRAWN TODAY : " WS-OVERDRAWN-COUNT
           DISPLAY "COLLECT: NEW CASES       : " WS-OPENED-COUNT
           DISPLAY "COLLECT: CASES CURED     : " WS-CURED-COUNT
           DISPLAY "COLLECT: CHARGED OFF     : " WS-CHGOFF-COUNT
           DISPLAY "COLLECT: AMOUNT WRITTEN OFF: " WS-CHGOFF-TOTAL.
