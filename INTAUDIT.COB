      *> ---------------------------------------------------------------
      *> INTAUDIT - Nightly cross-file integrity audit
      *>
      *> The suite's files point at one another by key, and none of
      *> those pointers is enforced anywhere: HOLDMNT deliberately
      *> takes a hold against an account it never looks up, the
      *> customer and product links on ACCTMAST.DAT were back-filled
      *> long after the masters existed, the TRANS-NO cross-reference
      *> is kept in step only because every writer remembers to
      *> register what it appends, and the archive and snapshot
      *> catalogs name files on disk that an operator can delete. A
      *> break in any of them stays silent until the day a recovery
      *> or a lookup needs it. This program walks every one of those
      *> relationships each night and prints each break it finds on
      *> INTAUDIT.PRT with a category and a severity:
      *>   - HOLD     a hold whose HLD-ACT-NO is not on ACCTMAST.DAT
      *>              (HIGH while it is active and unexpired -- a
      *>              hold somebody believes is protecting funds, and
      *>              is not -- LOW once released or expired); an
      *>              active, unexpired hold on a closed account
      *>              (MEDIUM).
      *>   - ACCOUNT  an ACT-CUST-NO not on CUSTMAST.DAT, an
      *>              ACT-PROD-CODE not on PRODMAST.DAT (MEDIUM); a
      *>              closed account still carrying a balance (HIGH).
      *>              A zero customer number or a blank product code
      *>              is the unmigrated legacy shape every reader
      *>              already allows for, and is not a break.
      *>   - XREF     a TRAN-FILE row with no TRNXREF.DAT row, or an
      *>              xref row with no TRAN-FILE row (MEDIUM); a
      *>              control record missing, or its high number
      *>              below the highest TRANS-NO on file -- the next
      *>              number assigned would collide (HIGH). A
      *>              TRANS-NO appearing twice on TRAN-FILE is
      *>              reported here too (HIGH). A shop that has never
      *>              run XREFBLD is on the writers' whole-log
      *>              fallback, so a missing xref is one LOW line and
      *>              the xref checks are skipped.
      *>   - CATALOG  an ARCHCAT.DAT or SNAPCAT.DAT row whose dated
      *>              file is not on disk (HIGH for an archive or a
      *>              GOOD snapshot, LOW for a snapshot already marked
      *>              bad); an archive holding fewer rows than its
      *>              catalog count -- rows lost -- or a GOOD
      *>              snapshot whose count no longer ties (MEDIUM). A
      *>              PERCLOSE rerun of the same close date appends to
      *>              the archive without touching its catalog row, so
      *>              an archive holding MORE rows is not a break. A
      *>              snapshot is checked against its latest catalog
      *>              row only: an ACTSNAP rerun rewrites the file and
      *>              catalogs it again, leaving the earlier row stale.
      *>   - CHECKPT  a TRNCHKPT.DAT count past the end of TRAN-FILE
      *>              -- TRNPOST would skip rows it never posted
      *>              (HIGH).
      *>
      *> Every file is opened INPUT and nothing is corrected: the
      *> report is the work list for ACCTFIX, HOLDMNT, XREFBLD and the
      *> operators. The start and end are logged to RUN-CONTROL with
      *> the records examined, the HIGH and MEDIUM breaks found and
      *> the HIGH breaks among them, so OPSRPT shows a clean or dirty
      *> result for the night. LOW breaks -- a released or expired
      *> orphan hold, which HOLDMNT never purges, or a missing bad
      *> snapshot -- stay on the report but leave the night clean:
      *> they need no action and would otherwise never clear.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACT-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT TRAN-FILE ASSIGN TO "TRANFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT TRAN-XREF ASSIGN TO "TRNXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-TRANS-NO
               FILE STATUS IS WS-XRF-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "TRNCHKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHK-STATUS.

           SELECT ARCHIVE-CATALOG ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT SNAPSHOT-CATALOG ASSIGN TO "SNAPCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNP-STATUS.

           SELECT CATALOGUED-FILE ASSIGN USING WS-CATALOGUED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.

           SELECT AUDIT-RPT ASSIGN TO "INTAUDIT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "ACCT02.COB".

       COPY "CUST01.COB".

       COPY "PRD01.COB".

       COPY "HLD01.COB".

       COPY "TRAN02.COB".

       COPY "XRF01.COB".

       COPY "CHK01.COB".

       COPY "ARC01.COB".

       COPY "SNP01.COB".

      *> An archived TRAN-FILE or an ACCTMAST snapshot -- both are 80
      *> byte line-sequential files, and only their presence and
      *> record count matter here.
       FD  CATALOGUED-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CATALOGUED-REC                     PIC X(80).

       FD  AUDIT-RPT
           LABEL RECORDS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  AUDIT-LINE                         PIC X(132).

       COPY "RUN01.COB".

       COPY "BUS01.COB".

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

       01  WS-EOF-SWITCHES.
           05  WS-ACT-EOF                     PIC X VALUE "N".
               88  ACT-EOF                     VALUE "Y".
           05  WS-PROD-EOF                    PIC X VALUE "N".
               88  PROD-EOF                    VALUE "Y".
           05  WS-HOLD-EOF                    PIC X VALUE "N".
               88  HOLD-EOF                    VALUE "Y".
           05  WS-TRAN-EOF                    PIC X VALUE "N".
               88  TRAN-EOF                    VALUE "Y".
           05  WS-XRF-EOF                     PIC X VALUE "N".
               88  XRF-EOF                     VALUE "Y".
           05  WS-CHK-EOF                     PIC X VALUE "N".
               88  CHK-EOF                     VALUE "Y".
           05  WS-ARC-EOF                     PIC X VALUE "N".
               88  ARC-EOF                     VALUE "Y".
           05  WS-SNP-EOF                     PIC X VALUE "N".
               88  SNP-EOF                     VALUE "Y".
           05  WS-CF-EOF                      PIC X VALUE "N".
               88  CF-EOF                      VALUE "Y".

       01  WS-ACT-STATUS                      PIC XX VALUE SPACES.
       01  WS-CUST-STATUS                     PIC XX VALUE SPACES.
       01  WS-PROD-STATUS                     PIC XX VALUE SPACES.
       01  WS-HOLD-STATUS                     PIC XX VALUE SPACES.
       01  WS-TRAN-STATUS                     PIC XX VALUE SPACES.
       01  WS-XRF-STATUS                      PIC XX VALUE SPACES.
       01  WS-CHK-STATUS                      PIC XX VALUE SPACES.
       01  WS-ARC-STATUS                      PIC XX VALUE SPACES.
       01  WS-SNP-STATUS                      PIC XX VALUE SPACES.
       01  WS-CF-STATUS                       PIC XX VALUE SPACES.
       01  WS-RC-STATUS                       PIC XX VALUE SPACES.

       01  WS-RUN-DATE                        PIC X(10).
       01  WS-RUN-DATE-NUM                    PIC 9(8).
       01  WS-RUN-DATE-YY                     PIC 9(4).
       01  WS-RUN-DATE-MM                     PIC 9(2).
       01  WS-RUN-DATE-DD                     PIC 9(2).
       01  WS-RUN-YYYYMM                      PIC 9(6).

      *> Which masters could be opened at all. A master that is not
      *> there is itself reported once, and the checks that need it
      *> are skipped rather than reporting every row as a break.
       01  WS-ACT-OPEN-SW                     PIC X VALUE "N".
           88  WS-ACT-OPEN                     VALUE "Y".
       01  WS-CUST-OPEN-SW                    PIC X VALUE "N".
           88  WS-CUST-OPEN                    VALUE "Y".
       01  WS-XRF-OPEN-SW                     PIC X VALUE "N".
           88  WS-XRF-OPEN                     VALUE "Y".

      *> Product codes (PRODMAST.DAT, PRD01.COB), loaded once.
       01  WS-PROD-TABLE.
           05  WS-PM-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-PM-IX.
               10  WS-PM-CODE                  PIC X(3) VALUE SPACES.
       01  WS-PROD-COUNT                      PIC 9(3) VALUE ZERO.
       01  WS-PROD-FOUND-SW                   PIC X VALUE "N".
           88  WS-PROD-FOUND                   VALUE "Y".

      *> One flag per possible TRANS-NO (the key is 9(5)), set as
      *> TRAN-FILE is read, so the xref walk can tell a row with no
      *> TRAN-FILE behind it without a second pass of the log.
       01  WS-TRAN-SEEN-TABLE.
           05  WS-TS-FLAG OCCURS 99999 TIMES  PIC X VALUE "N".
       01  WS-TRAN-ROW-COUNT                  PIC 9(9) VALUE ZERO.
       01  WS-TRAN-HIGH                       PIC 9(5) VALUE ZERO.
       01  WS-XRF-CONTROL-SW                  PIC X VALUE "N".
           88  WS-XRF-CONTROL-FOUND            VALUE "Y".
       01  WS-XRF-HIGH                        PIC 9(5) VALUE ZERO.

       01  WS-CHK-COUNT                       PIC 9(9) VALUE ZERO.
       01  WS-CHK-FOUND-SW                    PIC X VALUE "N".
           88  WS-CHK-FOUND                    VALUE "Y".

      *> SNAPCAT.DAT held by file name, each name keeping only its
      *> latest catalog row -- see 6500-AUDIT-SNAPSHOTS.
       01  WS-SNAP-TABLE.
           05  WS-SN-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-SN-IX.
               10  WS-SN-FILE-NAME             PIC X(30).
               10  WS-SN-SNAP-DATE             PIC X(10).
               10  WS-SN-REC-COUNT             PIC 9(9).
               10  WS-SN-STATUS                PIC X.
                   88  WS-SN-GOOD               VALUE "G".
       01  WS-SNAP-COUNT                      PIC 9(5) VALUE ZERO.
       01  WS-SN-FOUND-IX                     PIC 9(5) VALUE ZERO.

       01  WS-CATALOGUED-NAME                 PIC X(30) VALUE SPACES.
       01  WS-CATALOGUED-COUNT                PIC 9(9) VALUE ZERO.

      *> The break being reported, filled in by each check before it
      *> PERFORMs 7000-REPORT-BREAK.
       01  WS-BREAK.
           05  WS-BRK-CATEGORY                PIC X(8).
           05  WS-BRK-SEVERITY                PIC X(6).
               88  WS-BRK-HIGH                 VALUE "HIGH".
               88  WS-BRK-MEDIUM               VALUE "MEDIUM".
               88  WS-BRK-LOW                  VALUE "LOW".
           05  WS-BRK-DESC                    PIC X(30).
           05  WS-BRK-KEY                     PIC X(30).
           05  WS-BRK-DETAIL                  PIC X(48).

       01  WS-EDIT-BAL                        PIC -(8)9.99.

       01  WS-COUNTERS.
           05  WS-EXAMINED-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-BREAK-COUNT                 PIC 9(7) VALUE ZERO.
           05  WS-ACTION-COUNT                PIC 9(7) VALUE ZERO.
           05  WS-HIGH-COUNT                  PIC 9(7) VALUE ZERO.
           05  WS-MEDIUM-COUNT                PIC 9(7) VALUE ZERO.
           05  WS-LOW-COUNT                   PIC 9(7) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                         PIC X(33)
               VALUE "CROSS-FILE INTEGRITY AUDIT FOR ".
           05  WS-H1-DATE                     PIC X(10).
       01  WS-HEADING-2.
           05  FILLER                         PIC X(10)
               VALUE "CATEGORY".
           05  FILLER                         PIC X(8) VALUE "SEVERITY".
           05  FILLER                         PIC X(32) VALUE "BREAK".
           05  FILLER                         PIC X(32) VALUE "KEY".
           05  FILLER                         PIC X(48) VALUE "DETAIL".

       01  WS-DETAIL-LINE.
           05  WS-D-CATEGORY                  PIC X(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-SEVERITY                  PIC X(6).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-DESC                      PIC X(30).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-KEY                       PIC X(30).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-DETAIL                    PIC X(48).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                         PIC X(25)
               VALUE "RECORDS EXAMINED       : ".
           05  WS-S-EXAMINED                  PIC Z(6)9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                         PIC X(25)
               VALUE "BREAKS FOUND           : ".
           05  WS-S-BREAKS                    PIC Z(6)9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                         PIC X(25)
               VALUE "  HIGH                 : ".
           05  WS-S-HIGH                      PIC Z(6)9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                         PIC X(25)
               VALUE "  MEDIUM               : ".
           05  WS-S-MEDIUM                    PIC Z(6)9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                         PIC X(25)
               VALUE "  LOW                  : ".
           05  WS-S-LOW                       PIC Z(6)9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER                         PIC X(25)
               VALUE "RESULT                 : ".
           05  WS-S-RESULT                    PIC X(5).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 8800-WRITE-RUN-START
           PERFORM 1200-OPEN-MASTERS
           PERFORM 1400-LOAD-PRODUCTS
           PERFORM 2000-AUDIT-HOLDS
           PERFORM 3000-AUDIT-ACCOUNTS
           PERFORM 4000-AUDIT-TRAN-FILE
           PERFORM 4500-AUDIT-XREF
           PERFORM 5000-AUDIT-CHECKPOINT
           PERFORM 6000-AUDIT-ARCHIVES
           PERFORM 6500-AUDIT-SNAPSHOTS
           PERFORM 8000-CLOSE-MASTERS
           PERFORM 8900-WRITE-RUN-END
           PERFORM 9000-WRAP-UP
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
           OPEN OUTPUT AUDIT-RPT
           MOVE WS-RUN-DATE TO WS-H1-DATE
           MOVE WS-HEADING-1 TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE WS-HEADING-2 TO AUDIT-LINE
           WRITE AUDIT-LINE.

      *> The keyed masters the checks look rows up on. Each one that
      *> cannot be opened is a single HIGH break of its own.
       1200-OPEN-MASTERS.
           OPEN INPUT ACT-FILE
           IF WS-ACT-STATUS = "00"
               SET WS-ACT-OPEN TO TRUE
           ELSE
               MOVE "ACCOUNT" TO WS-BRK-CATEGORY
               SET WS-BRK-HIGH TO TRUE
               MOVE "ACCOUNT MASTER NOT AVAILABLE" TO WS-BRK-DESC
               MOVE "ACCTMAST.DAT" TO WS-BRK-KEY
               MOVE SPACES TO WS-BRK-DETAIL
               STRING "OPEN STATUS " WS-ACT-STATUS
                   DELIMITED BY SIZE INTO WS-BRK-DETAIL
               PERFORM 7000-REPORT-BREAK
           END-IF
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS = "00"
               SET WS-CUST-OPEN TO TRUE
           ELSE
               MOVE "ACCOUNT" TO WS-BRK-CATEGORY
               SET WS-BRK-HIGH TO TRUE
               MOVE "CUSTOMER MASTER NOT AVAILABLE" TO WS-BRK-DESC
               MOVE "CUSTMAST.DAT" TO WS-BRK-KEY
               MOVE SPACES TO WS-BRK-DETAIL
               STRING "OPEN STATUS " WS-CUST-STATUS
                   DELIMITED BY SIZE INTO WS-BRK-DETAIL
               PERFORM 7000-REPORT-BREAK
           END-IF
           OPEN INPUT TRAN-XREF
           IF WS-XRF-STATUS = "00"
               SET WS-XRF-OPEN TO TRUE
           ELSE
               MOVE "XREF" TO WS-BRK-CATEGORY
               SET WS-BRK-LOW TO TRUE
               MOVE "XREF NOT BUILT, CHECKS SKIPPED" TO WS-BRK-DESC
               MOVE "TRNXREF.DAT" TO WS-BRK-KEY
               MOVE SPACES TO WS-BRK-DETAIL
               STRING "OPEN STATUS " WS-XRF-STATUS
                   " - RUN XREFBLD"
                   DELIMITED BY SIZE INTO WS-BRK-DETAIL
               PERFORM 7000-REPORT-BREAK
           END-IF.

       1400-LOAD-PRODUCTS.
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
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROD-STATUS NOT = "35"
               CLOSE PROD-FILE
           END-IF.

      *> HOLDMNT never looks the account up, so this is the only place
      *> a hold keyed to a mistyped or since-purged account surfaces.
      *> Released and expired holds no longer count against anything
      *> and are reported LOW, for the clean-up.
       2000-AUDIT-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "35" OR NOT WS-ACT-OPEN
               SET HOLD-EOF TO TRUE
           END-IF
           PERFORM UNTIL HOLD-EOF
               READ HOLD-FILE
                   AT END
                       SET HOLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EXAMINED-COUNT
                       PERFORM 2100-CHECK-ONE-HOLD
               END-READ
           END-PERFORM
           IF WS-HOLD-STATUS NOT = "35"
               CLOSE HOLD-FILE
           END-IF.

       2100-CHECK-ONE-HOLD.
           MOVE "HOLD" TO WS-BRK-CATEGORY
           MOVE SPACES TO WS-BRK-KEY
           STRING "HOLD ON ACCOUNT " HLD-ACT-NO
               DELIMITED BY SIZE INTO WS-BRK-KEY
           MOVE SPACES TO WS-BRK-DETAIL
           STRING "REASON " HLD-REASON-CODE
               " PLACED " HLD-PLACED-DATE
               " STATUS " HLD-STATUS
               DELIMITED BY SIZE INTO WS-BRK-DETAIL
           MOVE HLD-ACT-NO TO ACT-NO IN ACT-REC
           READ ACT-FILE
               INVALID KEY
                   IF HLD-ACTIVE
                           AND (HLD-EXPIRY-DATE = SPACES
                               OR HLD-EXPIRY-DATE >= WS-RUN-DATE)
                       SET WS-BRK-HIGH TO TRUE
                   ELSE
                       SET WS-BRK-LOW TO TRUE
                   END-IF
                   MOVE "ORPHAN HOLD, NO SUCH ACCOUNT" TO WS-BRK-DESC
                   PERFORM 7000-REPORT-BREAK
               NOT INVALID KEY
                   IF ACT-STAT-CLOSED
                           AND HLD-ACTIVE
                           AND (HLD-EXPIRY-DATE = SPACES
                               OR HLD-EXPIRY-DATE >= WS-RUN-DATE)
                       SET WS-BRK-MEDIUM TO TRUE
                       MOVE "ACTIVE HOLD ON CLOSED ACCOUNT"
                           TO WS-BRK-DESC
                       PERFORM 7000-REPORT-BREAK
                   END-IF
           END-READ.

      *> One sequential sweep of the master, positioned back to the
      *> lowest key after the hold pass above read it by key.
       3000-AUDIT-ACCOUNTS.
           IF WS-ACT-OPEN
               MOVE ZERO TO ACT-NO IN ACT-REC
               START ACT-FILE KEY NOT LESS THAN ACT-NO IN ACT-REC
                   INVALID KEY
                       SET ACT-EOF TO TRUE
               END-START
           ELSE
               SET ACT-EOF TO TRUE
           END-IF
           PERFORM UNTIL ACT-EOF
               READ ACT-FILE NEXT RECORD
                   AT END
                       SET ACT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EXAMINED-COUNT
                       PERFORM 3100-CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM.

       3100-CHECK-ONE-ACCOUNT.
           MOVE "ACCOUNT" TO WS-BRK-CATEGORY
           MOVE SPACES TO WS-BRK-KEY
           STRING "ACCOUNT " ACT-NO IN ACT-REC
               DELIMITED BY SIZE INTO WS-BRK-KEY
           IF ACT-CUST-NO NUMERIC
                   AND ACT-CUST-NO NOT = ZERO
                   AND WS-CUST-OPEN
               MOVE ACT-CUST-NO TO CUST-NO
               READ CUST-FILE
                   INVALID KEY
                       SET WS-BRK-MEDIUM TO TRUE
                       MOVE "CUSTOMER NOT ON CUSTMAST"
                           TO WS-BRK-DESC
                       MOVE SPACES TO WS-BRK-DETAIL
                       STRING "ACT-CUST-NO " ACT-CUST-NO
                           DELIMITED BY SIZE INTO WS-BRK-DETAIL
                       PERFORM 7000-REPORT-BREAK
               END-READ
           END-IF
           IF ACT-PROD-CODE NOT = SPACES
               PERFORM 3200-FIND-PRODUCT
               IF NOT WS-PROD-FOUND
                   SET WS-BRK-MEDIUM TO TRUE
                   MOVE "PRODUCT NOT ON PRODMAST" TO WS-BRK-DESC
                   MOVE SPACES TO WS-BRK-DETAIL
                   STRING "ACT-PROD-CODE " ACT-PROD-CODE
                       DELIMITED BY SIZE INTO WS-BRK-DETAIL
                   PERFORM 7000-REPORT-BREAK
               END-IF
           END-IF
           IF ACT-STAT-CLOSED
                   AND ACT-BAL IN ACT-REC NOT = ZERO
               SET WS-BRK-HIGH TO TRUE
               MOVE "CLOSED ACCOUNT WITH BALANCE" TO WS-BRK-DESC
               MOVE ACT-BAL IN ACT-REC TO WS-EDIT-BAL
               MOVE SPACES TO WS-BRK-DETAIL
               STRING "ACT-BAL " WS-EDIT-BAL
                   DELIMITED BY SIZE INTO WS-BRK-DETAIL
               PERFORM 7000-REPORT-BREAK
           END-IF.

       3200-FIND-PRODUCT.
           MOVE "N" TO WS-PROD-FOUND-SW
           PERFORM VARYING WS-PM-IX FROM 1 BY 1
                   UNTIL WS-PM-IX > WS-PROD-COUNT
               IF WS-PM-CODE (WS-PM-IX) = ACT-PROD-CODE
                   SET WS-PROD-FOUND TO TRUE
                   SET WS-PM-IX TO WS-PROD-COUNT
               END-IF
           END-PERFORM.

      *> Every live row must be on the cross-reference (the writers
      *> register what they append), and each TRANS-NO is marked seen
      *> for the reverse check in 4500. The row count is also what
      *> the TRNPOST checkpoint is measured against.
       4000-AUDIT-TRAN-FILE.
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS = "35"
               SET TRAN-EOF TO TRUE
           END-IF
           PERFORM UNTIL TRAN-EOF
               READ TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRAN-ROW-COUNT
                       ADD 1 TO WS-EXAMINED-COUNT
                       IF TRANS-NO NUMERIC AND TRANS-NO > ZERO
                           PERFORM 4100-CHECK-ONE-TRAN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRAN-STATUS NOT = "35"
               CLOSE TRAN-FILE
           END-IF.

       4100-CHECK-ONE-TRAN.
           MOVE "XREF" TO WS-BRK-CATEGORY
           MOVE SPACES TO WS-BRK-KEY
           STRING "TRANS-NO " TRANS-NO
               DELIMITED BY SIZE INTO WS-BRK-KEY
           MOVE SPACES TO WS-BRK-DETAIL
           STRING "TYPE " TRANS-TYPE
               " ACCOUNT " TRANS-ACT-NO
               " DATE " TRANS-DATE
               DELIMITED BY SIZE INTO WS-BRK-DETAIL
           IF TRANS-NO > WS-TRAN-HIGH
               MOVE TRANS-NO TO WS-TRAN-HIGH
           END-IF
           IF WS-TS-FLAG (TRANS-NO) = "Y"
               SET WS-BRK-HIGH TO TRUE
               MOVE "TRANS-NO TWICE ON TRAN-FILE" TO WS-BRK-DESC
               PERFORM 7000-REPORT-BREAK
           ELSE
               MOVE "Y" TO WS-TS-FLAG (TRANS-NO)
           END-IF
           IF WS-XRF-OPEN
               MOVE TRANS-NO TO XRF-TRANS-NO
               READ TRAN-XREF
                   INVALID KEY
                       SET WS-BRK-MEDIUM TO TRUE
                       MOVE "TRAN-FILE ROW NOT ON XREF" TO WS-BRK-DESC
                       PERFORM 7000-REPORT-BREAK
               END-READ
           END-IF.

      *> The reverse direction, and the control record: a high number
      *> below the highest TRANS-NO on file means the next number the
      *> writers assign is already in use.
       4500-AUDIT-XREF.
           IF WS-XRF-OPEN
               MOVE ZERO TO XRF-TRANS-NO
               START TRAN-XREF KEY NOT LESS THAN XRF-TRANS-NO
                   INVALID KEY
                       SET XRF-EOF TO TRUE
               END-START
           ELSE
               SET XRF-EOF TO TRUE
           END-IF
           PERFORM UNTIL XRF-EOF
               READ TRAN-XREF NEXT RECORD
                   AT END
                       SET XRF-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EXAMINED-COUNT
                       PERFORM 4600-CHECK-ONE-XREF
               END-READ
           END-PERFORM
           IF WS-XRF-OPEN
               PERFORM 4700-CHECK-XREF-CONTROL
           END-IF.

       4600-CHECK-ONE-XREF.
           IF XRF-TRANS-NO = ZERO
               SET WS-XRF-CONTROL-FOUND TO TRUE
               MOVE XRF-HIGH-TRANS-NO TO WS-XRF-HIGH
           ELSE
               IF WS-TS-FLAG (XRF-TRANS-NO) NOT = "Y"
                   MOVE "XREF" TO WS-BRK-CATEGORY
                   SET WS-BRK-MEDIUM TO TRUE
                   MOVE "XREF ROW WITH NO TRAN-FILE ROW"
                       TO WS-BRK-DESC
                   MOVE SPACES TO WS-BRK-KEY
                   STRING "TRANS-NO " XRF-TRANS-NO
                       DELIMITED BY SIZE INTO WS-BRK-KEY
                   MOVE SPACES TO WS-BRK-DETAIL
                   STRING "TYPE " XRF-TRANS-TYPE
                       " ACCOUNT " XRF-ACT-NO
                       " DATE " XRF-TRANS-DATE
                       DELIMITED BY SIZE INTO WS-BRK-DETAIL
                   PERFORM 7000-REPORT-BREAK
               END-IF
           END-IF.

       4700-CHECK-XREF-CONTROL.
           MOVE "XREF" TO WS-BRK-CATEGORY
           MOVE "CONTROL RECORD 00000" TO WS-BRK-KEY
           IF NOT WS-XRF-CONTROL-FOUND
               SET WS-BRK-HIGH TO TRUE
               MOVE "XREF CONTROL RECORD MISSING" TO WS-BRK-DESC
               MOVE "RUN XREFBLD" TO WS-BRK-DETAIL
               PERFORM 7000-REPORT-BREAK
           ELSE
               IF WS-XRF-HIGH < WS-TRAN-HIGH
                   SET WS-BRK-HIGH TO TRUE
                   MOVE "XREF HIGH NUMBER BELOW TRAN-FILE"
                       TO WS-BRK-DESC
                   MOVE SPACES TO WS-BRK-DETAIL
                   STRING "CONTROL HIGH " WS-XRF-HIGH
                       " HIGHEST TRANS-NO " WS-TRAN-HIGH
                       DELIMITED BY SIZE INTO WS-BRK-DETAIL
                   PERFORM 7000-REPORT-BREAK
               END-IF
           END-IF.

      *> TRNPOST skips the first CHK-TRAN-COUNT rows as already
      *> posted; a count past the end of the log (a restore of an
      *> older TRAN-FILE, a hand-edited checkpoint) would have it skip
      *> rows that were never applied. The last record is the one in
      *> force.
       5000-AUDIT-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHK-STATUS = "35"
               SET CHK-EOF TO TRUE
           END-IF
           PERFORM UNTIL CHK-EOF
               READ CHECKPOINT-FILE
                   AT END
                       SET CHK-EOF TO TRUE
                   NOT AT END
                       IF CHK-TRAN-COUNT NUMERIC
                           SET WS-CHK-FOUND TO TRUE
                           MOVE CHK-TRAN-COUNT TO WS-CHK-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CHK-STATUS NOT = "35"
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-CHK-FOUND
               ADD 1 TO WS-EXAMINED-COUNT
               IF WS-CHK-COUNT > WS-TRAN-ROW-COUNT
                   MOVE "CHECKPT" TO WS-BRK-CATEGORY
                   SET WS-BRK-HIGH TO TRUE
                   MOVE "CHECKPOINT PAST END OF FILE" TO WS-BRK-DESC
                   MOVE "TRNCHKPT.DAT" TO WS-BRK-KEY
                   MOVE SPACES TO WS-BRK-DETAIL
                   STRING "CHECKPOINT " WS-CHK-COUNT
                       " TRAN-FILE ROWS " WS-TRAN-ROW-COUNT
                       DELIMITED BY SIZE INTO WS-BRK-DETAIL
                   PERFORM 7000-REPORT-BREAK
               END-IF
           END-IF.

      *> Each archive PERCLOSE catalogued must still be on disk and
      *> still hold at least the rows it was first written with --
      *> TRNHIST and the year-end reporting read them back. A rerun
      *> of the same close date appends its carry-forward rows to
      *> the archive and leaves the catalog's first count alone.
       6000-AUDIT-ARCHIVES.
           OPEN INPUT ARCHIVE-CATALOG
           IF WS-ARC-STATUS = "35"
               SET ARC-EOF TO TRUE
           END-IF
           PERFORM UNTIL ARC-EOF
               READ ARCHIVE-CATALOG
                   AT END
                       SET ARC-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EXAMINED-COUNT
                       PERFORM 6100-CHECK-ONE-ARCHIVE
               END-READ
           END-PERFORM
           IF WS-ARC-STATUS NOT = "35"
               CLOSE ARCHIVE-CATALOG
           END-IF.

       6100-CHECK-ONE-ARCHIVE.
           MOVE ARC-FILE-NAME TO WS-CATALOGUED-NAME
           PERFORM 6800-COUNT-CATALOGUED-FILE
           MOVE "CATALOG" TO WS-BRK-CATEGORY
           MOVE ARC-FILE-NAME TO WS-BRK-KEY
           IF WS-CF-STATUS = "35"
               SET WS-BRK-HIGH TO TRUE
               MOVE "ARCHIVE FILE MISSING" TO WS-BRK-DESC
               MOVE SPACES TO WS-BRK-DETAIL
               STRING "CLOSED " ARC-CLOSE-DATE
                   DELIMITED BY SIZE INTO WS-BRK-DETAIL
               PERFORM 7000-REPORT-BREAK
           ELSE
               IF WS-CATALOGUED-COUNT < ARC-REC-COUNT
                   SET WS-BRK-MEDIUM TO TRUE
                   MOVE "ARCHIVE ROWS LOST" TO WS-BRK-DESC
                   MOVE SPACES TO WS-BRK-DETAIL
                   STRING "CATALOG " ARC-REC-COUNT
                       " ON DISK " WS-CATALOGUED-COUNT
                       DELIMITED BY SIZE INTO WS-BRK-DETAIL
                   PERFORM 7000-REPORT-BREAK
               END-IF
           END-IF.

      *> A GOOD snapshot is what ACTRBLD would reload from, so losing
      *> one is HIGH; a snapshot already marked bad is never reloaded
      *> and its absence is only housekeeping. Its count is not
      *> compared either: a count that failed to tie is usually why
      *> it was marked bad. An ACTSNAP rerun on the same business
      *> date rewrites the dated file and catalogs it a second time,
      *> so only the latest row for each file name describes what is
      *> on disk; the catalog is loaded first, keeping that row.
       6500-AUDIT-SNAPSHOTS.
           OPEN INPUT SNAPSHOT-CATALOG
           IF WS-SNP-STATUS = "35"
               SET SNP-EOF TO TRUE
           END-IF
           PERFORM UNTIL SNP-EOF
               READ SNAPSHOT-CATALOG
                   AT END
                       SET SNP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EXAMINED-COUNT
                       PERFORM 6550-HOLD-SNAPSHOT-ROW
               END-READ
           END-PERFORM
           IF WS-SNP-STATUS NOT = "35"
               CLOSE SNAPSHOT-CATALOG
           END-IF
           PERFORM VARYING WS-SN-IX FROM 1 BY 1
                   UNTIL WS-SN-IX > WS-SNAP-COUNT
               PERFORM 6600-CHECK-ONE-SNAPSHOT
           END-PERFORM.

      *> A later row for a file name already held replaces it. A
      *> full table reports each row it cannot hold, LOW.
       6550-HOLD-SNAPSHOT-ROW.
           MOVE ZERO TO WS-SN-FOUND-IX
           PERFORM VARYING WS-SN-IX FROM 1 BY 1
                   UNTIL WS-SN-IX > WS-SNAP-COUNT
               IF WS-SN-FILE-NAME (WS-SN-IX) = SNP-FILE-NAME
                   SET WS-SN-FOUND-IX TO WS-SN-IX
                   SET WS-SN-IX TO WS-SNAP-COUNT
               END-IF
           END-PERFORM
           IF WS-SN-FOUND-IX = ZERO
               IF WS-SNAP-COUNT < 5000
                   ADD 1 TO WS-SNAP-COUNT
                   MOVE WS-SNAP-COUNT TO WS-SN-FOUND-IX
               ELSE
                   MOVE "CATALOG" TO WS-BRK-CATEGORY
                   SET WS-BRK-LOW TO TRUE
                   MOVE "SNAPSHOT NOT CHECKED" TO WS-BRK-DESC
                   MOVE SNP-FILE-NAME TO WS-BRK-KEY
                   MOVE "MORE THAN 5000 SNAPSHOTS CATALOGUED"
                       TO WS-BRK-DETAIL
                   PERFORM 7000-REPORT-BREAK
               END-IF
           END-IF
           IF WS-SN-FOUND-IX > ZERO
               SET WS-SN-IX TO WS-SN-FOUND-IX
               MOVE SNP-FILE-NAME TO WS-SN-FILE-NAME (WS-SN-IX)
               MOVE SNP-SNAP-DATE TO WS-SN-SNAP-DATE (WS-SN-IX)
               MOVE SNP-REC-COUNT TO WS-SN-REC-COUNT (WS-SN-IX)
               MOVE SNP-STATUS TO WS-SN-STATUS (WS-SN-IX)
           END-IF.

       6600-CHECK-ONE-SNAPSHOT.
           MOVE WS-SN-FILE-NAME (WS-SN-IX) TO WS-CATALOGUED-NAME
           PERFORM 6800-COUNT-CATALOGUED-FILE
           MOVE "CATALOG" TO WS-BRK-CATEGORY
           MOVE WS-SN-FILE-NAME (WS-SN-IX) TO WS-BRK-KEY
           IF WS-CF-STATUS = "35"
               IF WS-SN-GOOD (WS-SN-IX)
                   SET WS-BRK-HIGH TO TRUE
               ELSE
                   SET WS-BRK-LOW TO TRUE
               END-IF
               MOVE "SNAPSHOT FILE MISSING" TO WS-BRK-DESC
               MOVE SPACES TO WS-BRK-DETAIL
               STRING "TAKEN " WS-SN-SNAP-DATE (WS-SN-IX)
                   " STATUS " WS-SN-STATUS (WS-SN-IX)
                   DELIMITED BY SIZE INTO WS-BRK-DETAIL
               PERFORM 7000-REPORT-BREAK
           ELSE
               IF WS-SN-GOOD (WS-SN-IX)
                       AND WS-CATALOGUED-COUNT
                           NOT = WS-SN-REC-COUNT (WS-SN-IX)
                   SET WS-BRK-MEDIUM TO TRUE
                   MOVE "SNAPSHOT COUNT DISAGREES" TO WS-BRK-DESC
                   MOVE SPACES TO WS-BRK-DETAIL
                   STRING "CATALOG " WS-SN-REC-COUNT (WS-SN-IX)
                       " ON DISK " WS-CATALOGUED-COUNT
                       DELIMITED BY SIZE INTO WS-BRK-DETAIL
                   PERFORM 7000-REPORT-BREAK
               END-IF
           END-IF.

       6800-COUNT-CATALOGUED-FILE.
           MOVE ZERO TO WS-CATALOGUED-COUNT
           MOVE "N" TO WS-CF-EOF
           OPEN INPUT CATALOGUED-FILE
           IF WS-CF-STATUS = "35"
               SET CF-EOF TO TRUE
           END-IF
           PERFORM UNTIL CF-EOF
               READ CATALOGUED-FILE
                   AT END
                       SET CF-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CATALOGUED-COUNT
               END-READ
           END-PERFORM
           IF WS-CF-STATUS NOT = "35"
               CLOSE CATALOGUED-FILE
               MOVE "00" TO WS-CF-STATUS
           END-IF.

       7000-REPORT-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           EVALUATE TRUE
               WHEN WS-BRK-HIGH
                   ADD 1 TO WS-HIGH-COUNT
                   ADD 1 TO WS-ACTION-COUNT
               WHEN WS-BRK-MEDIUM
                   ADD 1 TO WS-MEDIUM-COUNT
                   ADD 1 TO WS-ACTION-COUNT
               WHEN OTHER
                   ADD 1 TO WS-LOW-COUNT
           END-EVALUATE
           MOVE WS-BRK-CATEGORY TO WS-D-CATEGORY
           MOVE WS-BRK-SEVERITY TO WS-D-SEVERITY
           MOVE WS-BRK-DESC TO WS-D-DESC
           MOVE WS-BRK-KEY TO WS-D-KEY
           MOVE WS-BRK-DETAIL TO WS-D-DETAIL
           MOVE WS-DETAIL-LINE TO AUDIT-LINE
           WRITE AUDIT-LINE.

       8000-CLOSE-MASTERS.
           IF WS-ACT-OPEN
               CLOSE ACT-FILE
           END-IF
           IF WS-CUST-OPEN
               CLOSE CUST-FILE
           END-IF
           IF WS-XRF-OPEN
               CLOSE TRAN-XREF
           END-IF.

       8800-WRITE-RUN-START.
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "INTAUDIT" TO RC-PROGRAM
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

      *> COUNT-2 is the night's result: no HIGH or MEDIUM break is a
      *> clean file set, whatever LOW lines the report carries.
      *> COUNT-3 says how many of them are HIGH.
       8900-WRITE-RUN-END.
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "INTAUDIT" TO RC-PROGRAM
           MOVE "END" TO RC-EVENT
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-YYYYMM TO RC-RUN-YYYYMM
           MOVE WS-EXAMINED-COUNT TO RC-COUNT-1
           MOVE WS-ACTION-COUNT TO RC-COUNT-2
           MOVE WS-HIGH-COUNT TO RC-COUNT-3
           PERFORM 8850-APPEND-RUN-RECORD.

       9000-WRAP-UP.
           IF WS-ACTION-COUNT = ZERO
               MOVE "CLEAN" TO WS-S-RESULT
           ELSE
               MOVE "DIRTY" TO WS-S-RESULT
           END-IF
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE WS-EXAMINED-COUNT TO WS-S-EXAMINED
           MOVE WS-SUMMARY-LINE-1 TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE WS-BREAK-COUNT TO WS-S-BREAKS
           MOVE WS-SUMMARY-LINE-2 TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE WS-HIGH-COUNT TO WS-S-HIGH
           MOVE WS-SUMMARY-LINE-3 TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE WS-MEDIUM-COUNT TO WS-S-MEDIUM
           MOVE WS-SUMMARY-LINE-4 TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE WS-LOW-COUNT TO WS-S-LOW
           MOVE WS-SUMMARY-LINE-5 TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE WS-SUMMARY-LINE-6 TO AUDIT-LINE
           WRITE AUDIT-LINE
           CLOSE AUDIT-RPT
           DISPLAY "INTAUDIT: RECORDS EXAMINED: " WS-EXAMINED-COUNT
           DISPLAY "INTAUDIT: BREAKS FOUND    : " WS-BREAK-COUNT
           DISPLAY "INTAUDIT: NEEDING ACTION  : " WS-ACTION-COUNT
           DISPLAY "INTAUDIT: HIGH SEVERITY   : " WS-HIGH-COUNT
           DISPLAY "INTAUDIT: RESULT          : " WS-S-RESULT.
