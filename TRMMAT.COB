      *> ---------------------------------------------------------------
      *> TRMMAT - Daily term-deposit maturity run
      *>
      *> Walks the term-deposit master (TERMDEP.DAT, TRM01.COB, one
      *> record per certificate account, written by ACCTOPEN) and, for
      *> every active term whose maturity date has arrived by the
      *> business date (BUSDATE.DAT), carries out the maturity
      *> instruction recorded when the certificate was opened:
      *>   - R renew: a new term of the same length starts on the old
      *>     maturity date at the product's CURRENT rate (PRD-INT-RATE
      *>     on PRODMAST.DAT). The new rate is locked on the term
      *>     record and copied to ACT-INT-RATE, which is where INTACCR
      *>     takes a term product's rate from. A product no longer on
      *>     the master renews at the rate already locked;
      *>   - P pay to linked account: the whole balance -- principal
      *>     plus the interest INTACCR has credited over the term --
      *>     is swept to TRM-LINK-ACT-NO as a linked withdrawal /
      *>     deposit pair, debit leg first, each leg carrying the
      *>     other's TRANS-NO in TRANS-LINK-NO and flagged
      *>     TRANS-ORIGIN "M", registered on TRNXREF.DAT exactly as
      *>     STOXFER writes its transfers. The term is marked paid
      *>     out; the emptied certificate account is left for
      *>     operations to close through ACTSTCHG;
      *>   - H hold: nothing moves. The term is marked matured, so
      *>     from here on a withdrawal carries no early-withdrawal
      *>     penalty in TRNEDIT or TRNPOST.
      *> Nothing here touches ACT-BAL; the sweep posts through
      *> TRNPOST's normal path, so run this before the day's TRNPOST.
      *> TRNPOST's funds test remains the final word on the sweep --
      *> a hold still standing on the certificate rejects it to
      *> TRANREJ.DAT like any other failed debit.
      *>
      *> A term whose certificate account is missing, frozen or
      *> closed -- or, for a pay-out, whose linked account is -- is
      *> printed as BLOCKED and left active, so it is retried on the
      *> next business day once operations has straightened out the
      *> accounts. A renewal missed for several days still renews
      *> from the old maturity date, one term at a time, until the
      *> new maturity is past the business date.
      *>
      *> Maturity notices: every active term maturing within the next
      *> WS-NOTICE-DAYS days (30 under current policy) is listed on
      *> the maturity-notice listing (TRMNOTC.PRT) with the owner's
      *> name and mailing address off CUST-FILE (CUSTMAST.DAT, by
      *> ACT-CUST-NO), so the customer can be written to before the
      *> instruction is carried out. Each maturity is listed once:
      *> TRM-NOTICE-DATE records the listing and is cleared again on
      *> renewal. An account with no customer record (unmigrated,
      *> ACT-CUST-NO zero) is listed under ACT-CUST-NAME with the
      *> address flagged missing, never left off.
      *>
      *> Every maturity handled is printed on the maturity register
      *> (TRMMAT.PRT) with its outcome; START/END counts go to
      *> RUN-CONTROL.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRMMAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-ACT-NO
               FILE STATUS IS WS-TRM-STATUS.

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

           SELECT TRAN-FILE ASSIGN TO "TRANFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT MAT-RPT ASSIGN TO "TRMMAT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTICE-RPT ASSIGN TO "TRMNOTC.PRT"
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
       COPY "TRM01.COB".

       COPY "ACCT02.COB".

       COPY "CUST01.COB".

       COPY "PRD01.COB".

       COPY "TRAN02.COB".

       FD  MAT-RPT
           LABEL RECORDS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  MAT-LINE                           PIC X(132).

       FD  NOTICE-RPT
           LABEL RECORDS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  NOTICE-LINE                        PIC X(132).

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
           05  WS-TRM-EOF                     PIC X VALUE "N".
               88  TRM-EOF                     VALUE "Y".
           05  WS-TRAN-EOF                    PIC X VALUE "N".
               88  TRAN-EOF                    VALUE "Y".
           05  WS-PROD-EOF                    PIC X VALUE "N".
               88  PROD-EOF                    VALUE "Y".

       01  WS-TRM-STATUS                      PIC XX VALUE SPACES.
       01  WS-ACT-STATUS                      PIC XX VALUE SPACES.
       01  WS-CUST-STATUS                     PIC XX VALUE SPACES.
       01  WS-PROD-STATUS                     PIC XX VALUE SPACES.
       01  WS-TRAN-STATUS                     PIC XX VALUE SPACES.
       01  WS-CUST-OK-SW                      PIC X VALUE "N".
           88  WS-CUST-OK                      VALUE "Y".

      *> RUN-CONTROL (RUNCTL.DAT) is the shared batch run log -- see
      *> TRNPOST.COB.
       01  WS-RC-STATUS                       PIC XX VALUE SPACES.

       01  WS-RUN-DATE                        PIC X(10).
       01  WS-RUN-DATE-NUM                    PIC 9(8).
       01  WS-RUN-DATE-YY                     PIC 9(4).
       01  WS-RUN-DATE-MM                     PIC 9(2).
       01  WS-RUN-DATE-DD                     PIC 9(2).
       01  WS-RUN-YYYYMM                      PIC 9(6).

      *> How far ahead the maturity-notice listing looks. Policy, not
      *> data: change it here.
       01  WS-NOTICE-DAYS                     PIC 9(3) VALUE 30.
       01  WS-NOTICE-HORIZON                  PIC X(10).

       01  WS-NEXT-TRANS-NO                   PIC 9(5) VALUE ZERO.
       01  WS-DEBIT-TRANS-NO                  PIC 9(5) VALUE ZERO.
       01  WS-CREDIT-TRANS-NO                 PIC 9(5) VALUE ZERO.

      *> Current product rates (PRODMAST.DAT, PRD01.COB), loaded once
      *> -- the rate a renewing term picks up.
       01  WS-PROD-TABLE.
           05  WS-PM-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-PM-IX.
               10  WS-PM-CODE                  PIC X(3) VALUE SPACES.
               10  WS-PM-INT-RATE              PIC 9V9(4) VALUE ZERO.
       01  WS-PROD-COUNT                      PIC 9(3) VALUE ZERO.
       01  WS-NEW-RATE                        PIC 9V9(4) VALUE ZERO.
       01  WS-PROD-FOUND-SW                   PIC X VALUE "N".
           88  WS-PROD-FOUND                   VALUE "Y".

       01  WS-COUNTERS.
           05  WS-TERM-COUNT                  PIC 9(7) VALUE ZERO.
           05  WS-MATURED-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-RENEWED-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-PAID-COUNT                  PIC 9(7) VALUE ZERO.
           05  WS-HELD-COUNT                  PIC 9(7) VALUE ZERO.
           05  WS-BLOCKED-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-NOTICE-COUNT                PIC 9(7) VALUE ZERO.

       01  WS-TOTAL-SWEPT                     PIC 9(10)V99 VALUE ZERO.

      *> Certificate figures captured before the linked-account read
      *> reuses ACT-REC.
       01  WS-CD-BAL                          PIC S9(8)V99 VALUE ZERO.
       01  WS-CD-PROD-CODE                    PIC X(3) VALUE SPACES.
       01  WS-SWEEP-AMT                       PIC 9(8)V99 VALUE ZERO.

       01  WS-BLOCK-REASON                    PIC X(40).
       01  WS-RESULT                          PIC X(10).
       01  WS-NOTE                            PIC X(40).
       01  WS-OLD-MATURITY-DATE               PIC X(10).

      *> Maturity-date arithmetic.
       01  WS-DATE-YY                         PIC 9(4).
       01  WS-DATE-MM                         PIC 9(2).
       01  WS-DATE-DD                         PIC 9(2).
       01  WS-DATE-YYYYMMDD                   PIC 9(8).
       01  WS-DATE-INT                        PIC 9(7).
       01  WS-MONTH-DAYS                      PIC 9(2).
       01  WS-MONTH-TOTAL                     PIC 9(4).
       01  WS-YEARS-TO-ADD                    PIC 9(3).
       01  WS-NEW-MATURITY-DATE               PIC X(10).

       01  WS-HEADING-1.
           05  FILLER                         PIC X(36)
               VALUE "TERM-DEPOSIT MATURITY REGISTER".
           05  FILLER                         PIC X(10) VALUE "RUN DATE ".
           05  WS-H-RUN-DATE                  PIC X(10).
       01  WS-HEADING-2.
           05  FILLER                         PIC X(8) VALUE "ACCOUNT".
           05  FILLER                         PIC X(12) VALUE "MATURED".
           05  FILLER                         PIC X(6) VALUE "INSTR".
           05  FILLER                         PIC X(12) VALUE "RESULT".
           05  FILLER                         PIC X(15) VALUE "AMOUNT".
           05  FILLER                         PIC X(8) VALUE "DR-TRAN".
           05  FILLER                         PIC X(8) VALUE "CR-TRAN".
           05  FILLER                         PIC X(12) VALUE "NEW-MATURE".
           05  FILLER                         PIC X(8) VALUE "RATE".
           05  FILLER                         PIC X(40) VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05  WS-D-ACT-NO                    PIC Z(4)9.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-MATURITY-DATE             PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-INSTRUCTION               PIC X.
           05  FILLER                         PIC X(5) VALUE SPACES.
           05  WS-D-RESULT                    PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-AMT                       PIC -(8)9.99.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-DR-TRANS-NO               PIC Z(4)9.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-CR-TRANS-NO               PIC Z(4)9.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-NEW-MATURITY              PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-RATE                      PIC 9.9999.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-NOTE                      PIC X(40).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                         PIC X(30)
               VALUE "TERM RECORDS ON FILE        : ".
           05  WS-S-TERM-COUNT                PIC Z(6)9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                         PIC X(30)
               VALUE "MATURED THIS RUN            : ".
           05  WS-S-MATURED-COUNT             PIC Z(6)9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                         PIC X(30)
               VALUE "RENEWED                     : ".
           05  WS-S-RENEWED-COUNT             PIC Z(6)9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                         PIC X(30)
               VALUE "PAID TO LINKED ACCOUNT      : ".
           05  WS-S-PAID-COUNT                PIC Z(6)9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                         PIC X(30)
               VALUE "HELD AT MATURITY            : ".
           05  WS-S-HELD-COUNT                PIC Z(6)9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER                         PIC X(30)
               VALUE "BLOCKED - RETRY NEXT DAY    : ".
           05  WS-S-BLOCKED-COUNT             PIC Z(6)9.
       01  WS-SUMMARY-LINE-7.
           05  FILLER                         PIC X(30)
               VALUE "TOTAL AMOUNT SWEPT          : ".
           05  WS-S-TOTAL-SWEPT               PIC Z(9)9.99.
       01  WS-SUMMARY-LINE-8.
           05  FILLER                         PIC X(30)
               VALUE "MATURITY NOTICES LISTED     : ".
           05  WS-S-NOTICE-COUNT              PIC Z(6)9.

       01  WS-NOTICE-HEADING-1.
           05  FILLER                         PIC X(36)
               VALUE "TERM-DEPOSIT MATURITY NOTICES".
           05  FILLER                         PIC X(10) VALUE "RUN DATE ".
           05  WS-NH-RUN-DATE                 PIC X(10).
           05  FILLER                         PIC X(16)
               VALUE "   MATURING BY ".
           05  WS-NH-HORIZON                  PIC X(10).
       01  WS-NOTICE-HEADING-2.
           05  FILLER                         PIC X(8) VALUE "ACCOUNT".
           05  FILLER                         PIC X(12) VALUE "MATURES".
           05  FILLER                         PIC X(12) VALUE "AT MATURITY".
           05  FILLER                         PIC X(15) VALUE "BALANCE".
           05  FILLER                         PIC X(8) VALUE "RATE".
           05  FILLER                         PIC X(27) VALUE "OWNER".
           05  FILLER                         PIC X(25) VALUE "ADDRESS".

       01  WS-NOTICE-LINE-1.
           05  WS-N-ACT-NO                    PIC Z(4)9.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-N-MATURITY-DATE             PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-N-INSTRUCTION               PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-N-BAL                       PIC -(8)9.99.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-N-RATE                      PIC 9.9999.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-N-NAME                      PIC X(25).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-N-ADDR-LINE1                PIC X(25).
       01  WS-NOTICE-LINE-2.
           05  FILLER                         PIC X(74) VALUE SPACES.
           05  WS-N-ADDR-LINE2                PIC X(25).
       01  WS-NOTICE-LINE-3.
           05  FILLER                         PIC X(74) VALUE SPACES.
           05  WS-N-CITY                      PIC X(15).
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-N-STATE                     PIC X(2).
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-N-ZIP                       PIC X(9).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 8800-WRITE-RUN-START
           PERFORM 1400-LOAD-PRODUCTS
           PERFORM 1700-OPEN-XREF
           PERFORM 1300-FIND-NEXT-TRANS-NO
           PERFORM 2000-PROCESS-TERMS
           PERFORM 8000-CLOSE-XREF
           PERFORM 9000-WRAP-UP
           PERFORM 8900-WRITE-RUN-END
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

      *> Besides the run date, works out the last maturity date the
      *> notice listing looks ahead to.
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
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
               + WS-NOTICE-DAYS
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           DIVIDE WS-DATE-YYYYMMDD BY 10000 GIVING WS-DATE-YY
           COMPUTE WS-DATE-MM =
               FUNCTION MOD (WS-DATE-YYYYMMDD / 100, 100)
           COMPUTE WS-DATE-DD =
               FUNCTION MOD (WS-DATE-YYYYMMDD, 100)
           MOVE SPACES TO WS-NOTICE-HORIZON
           STRING WS-DATE-YY       DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-DATE-MM       DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-DATE-DD       DELIMITED BY SIZE
                  INTO WS-NOTICE-HORIZON.

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
                               AND PRD-INT-RATE NUMERIC
                               AND WS-PROD-COUNT < 50
                           ADD 1 TO WS-PROD-COUNT
                           MOVE PRD-CODE
                               TO WS-PM-CODE (WS-PROD-COUNT)
                           MOVE PRD-INT-RATE
                               TO WS-PM-INT-RATE (WS-PROD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROD-STATUS NOT = "35"
               CLOSE PROD-FILE
           END-IF.

      *> The cross-reference is opened I-O when it exists and carries
      *> its control record; otherwise the legacy whole-log scan
      *> stands in and nothing is registered (XREFBLD bootstraps it).
       1700-OPEN-XREF.
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

       2000-PROCESS-TERMS.
           OPEN OUTPUT MAT-RPT
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           MOVE WS-HEADING-1 TO MAT-LINE
           WRITE MAT-LINE
           MOVE WS-HEADING-2 TO MAT-LINE
           WRITE MAT-LINE
           OPEN OUTPUT NOTICE-RPT
           MOVE WS-RUN-DATE TO WS-NH-RUN-DATE
           MOVE WS-NOTICE-HORIZON TO WS-NH-HORIZON
           MOVE WS-NOTICE-HEADING-1 TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE WS-NOTICE-HEADING-2 TO NOTICE-LINE
           WRITE NOTICE-LINE
           OPEN I-O TERM-FILE
           IF WS-TRM-STATUS = "35"
               SET TRM-EOF TO TRUE
               DISPLAY "TRMMAT: NO TERM-DEPOSIT MASTER, "
                   "NOTHING TO MATURE"
           ELSE
               OPEN I-O ACT-FILE
               MOVE "N" TO WS-CUST-OK-SW
               OPEN INPUT CUST-FILE
               IF WS-CUST-STATUS NOT = "35"
                   SET WS-CUST-OK TO TRUE
               END-IF
               OPEN EXTEND TRAN-FILE
               IF WS-TRAN-STATUS = "35"
                   OPEN OUTPUT TRAN-FILE
               END-IF
               PERFORM UNTIL TRM-EOF
                   READ TERM-FILE NEXT RECORD
                       AT END
                           SET TRM-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TERM-COUNT
                           PERFORM 2100-PROCESS-ONE-TERM
                   END-READ
               END-PERFORM
               CLOSE ACT-FILE
               IF WS-CUST-OK
                   CLOSE CUST-FILE
               END-IF
               CLOSE TRAN-FILE
               CLOSE TERM-FILE
           END-IF.

      *> Maturity first, then the notice look-ahead -- a term renewed
      *> today has a maturity months away and is not listed again.
       2100-PROCESS-ONE-TERM.
           IF TRM-ACTIVE AND TRM-MATURITY-DATE <= WS-RUN-DATE
               ADD 1 TO WS-MATURED-COUNT
               PERFORM 2200-MATURE-ONE-TERM
               MOVE WS-RUN-DATE TO TRM-LAST-ACTION-DATE
               REWRITE TERM-REC
               PERFORM 2900-PRINT-REGISTER-LINE
           ELSE
               IF TRM-ACTIVE
                       AND TRM-MATURITY-DATE <= WS-NOTICE-HORIZON
                       AND TRM-NOTICE-DATE = SPACES
                   PERFORM 3000-LIST-MATURITY-NOTICE
                   MOVE WS-RUN-DATE TO TRM-NOTICE-DATE
                   REWRITE TERM-REC
               END-IF
           END-IF.

       2200-MATURE-ONE-TERM.
           MOVE ZERO TO WS-DEBIT-TRANS-NO
           MOVE ZERO TO WS-CREDIT-TRANS-NO
           MOVE ZERO TO WS-SWEEP-AMT
           MOVE SPACES TO WS-NOTE
           MOVE SPACES TO WS-NEW-MATURITY-DATE
           MOVE TRM-MATURITY-DATE TO WS-OLD-MATURITY-DATE
           PERFORM 2250-SCREEN-ACCOUNTS
           IF WS-BLOCK-REASON NOT = SPACES
               MOVE "BLOCKED" TO WS-RESULT
               MOVE WS-BLOCK-REASON TO WS-NOTE
               ADD 1 TO WS-BLOCKED-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN TRM-INSTR-PAY-LINKED
                       PERFORM 2400-PAY-TO-LINKED
                   WHEN TRM-INSTR-HOLD
                       SET TRM-MATURED TO TRUE
                       MOVE "HELD" TO WS-RESULT
                       ADD 1 TO WS-HELD-COUNT
                   WHEN OTHER
                       PERFORM 2300-RENEW-TERM
               END-EVALUATE
           END-IF.

      *> The certificate must exist and be neither frozen nor closed;
      *> a pay-out's linked account likewise. The certificate's
      *> balance and product are kept aside before the linked-account
      *> read reuses ACT-REC, which is read back last so a renewal
      *> can rewrite it.
       2250-SCREEN-ACCOUNTS.
           MOVE SPACES TO WS-BLOCK-REASON
           MOVE TRM-ACT-NO TO ACT-NO IN ACT-REC
           READ ACT-FILE
               INVALID KEY
                   MOVE "CERTIFICATE ACCOUNT NOT ON FILE"
                       TO WS-BLOCK-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACT-STAT-FROZEN
                           MOVE "CERTIFICATE ACCOUNT FROZEN"
                               TO WS-BLOCK-REASON
                       WHEN ACT-STAT-CLOSED
                           MOVE "CERTIFICATE ACCOUNT CLOSED"
                               TO WS-BLOCK-REASON
                       WHEN OTHER
                           MOVE ACT-BAL IN ACT-REC TO WS-CD-BAL
                           MOVE ACT-PROD-CODE IN ACT-REC
                               TO WS-CD-PROD-CODE
                   END-EVALUATE
           END-READ
           IF WS-BLOCK-REASON = SPACES AND TRM-INSTR-PAY-LINKED
               MOVE TRM-LINK-ACT-NO TO ACT-NO IN ACT-REC
               READ ACT-FILE
                   INVALID KEY
                       MOVE "LINKED ACCOUNT NOT ON FILE"
                           TO WS-BLOCK-REASON
                   NOT INVALID KEY
                       IF ACT-STAT-FROZEN
                           MOVE "LINKED ACCOUNT FROZEN"
                               TO WS-BLOCK-REASON
                       END-IF
                       IF ACT-STAT-CLOSED
                           MOVE "LINKED ACCOUNT CLOSED"
                               TO WS-BLOCK-REASON
                       END-IF
               END-READ
           END-IF.

      *> A fresh term of the same length from the old maturity date,
      *> repeated until it is past the business date, at the
      *> product's current rate -- locked on the term and written to
      *> ACT-INT-RATE for INTACCR (see header).
       2300-RENEW-TERM.
           MOVE TRM-LOCKED-RATE TO WS-NEW-RATE
           MOVE "N" TO WS-PROD-FOUND-SW
           PERFORM VARYING WS-PM-IX FROM 1 BY 1
                   UNTIL WS-PM-IX > WS-PROD-COUNT OR WS-PROD-FOUND
               IF WS-PM-CODE (WS-PM-IX) = WS-CD-PROD-CODE
                   MOVE WS-PM-INT-RATE (WS-PM-IX) TO WS-NEW-RATE
                   SET WS-PROD-FOUND TO TRUE
               END-IF
           END-PERFORM
           PERFORM 2350-ADVANCE-ONE-TERM
           PERFORM UNTIL TRM-MATURITY-DATE > WS-RUN-DATE
               PERFORM 2350-ADVANCE-ONE-TERM
           END-PERFORM
           MOVE WS-NEW-RATE TO TRM-LOCKED-RATE
           MOVE SPACES TO TRM-NOTICE-DATE
           MOVE TRM-ACT-NO TO ACT-NO IN ACT-REC
           READ ACT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-NEW-RATE TO ACT-INT-RATE IN ACT-REC
                   REWRITE ACT-REC
           END-READ
           MOVE TRM-MATURITY-DATE TO WS-NEW-MATURITY-DATE
           MOVE "RENEWED" TO WS-RESULT
           MOVE WS-CD-BAL TO WS-SWEEP-AMT
           IF NOT WS-PROD-FOUND
               MOVE "PRODUCT NOT ON MASTER, RATE KEPT" TO WS-NOTE
           END-IF
           ADD 1 TO TRM-RENEW-COUNT
           ADD 1 TO WS-RENEWED-COUNT.

      *> One term's months past the current maturity date, pulled
      *> back to the last day of a shorter month (the STOXFER rule).
       2350-ADVANCE-ONE-TERM.
           MOVE TRM-MATURITY-DATE TO TRM-ISSUE-DATE
           MOVE TRM-MATURITY-DATE(1:4) TO WS-DATE-YY
           MOVE TRM-MATURITY-DATE(6:2) TO WS-DATE-MM
           MOVE TRM-MATURITY-DATE(9:2) TO WS-DATE-DD
           COMPUTE WS-MONTH-TOTAL = WS-DATE-MM - 1 + TRM-TERM-MONTHS
           DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-YEARS-TO-ADD
               REMAINDER WS-DATE-MM
           ADD 1 TO WS-DATE-MM
           ADD WS-YEARS-TO-ADD TO WS-DATE-YY
           PERFORM 2360-SET-MONTH-DAYS
           IF WS-DATE-DD > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-DATE-DD
           END-IF
           MOVE SPACES TO TRM-MATURITY-DATE
           STRING WS-DATE-YY       DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-DATE-MM       DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-DATE-DD       DELIMITED BY SIZE
                  INTO TRM-MATURITY-DATE.

       2360-SET-MONTH-DAYS.
           EVALUATE WS-DATE-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-MONTH-DAYS
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   IF FUNCTION MOD (WS-DATE-YY, 4) = 0
                           AND (FUNCTION MOD (WS-DATE-YY, 100) NOT = 0
                               OR FUNCTION MOD (WS-DATE-YY, 400) = 0)
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
           END-EVALUATE.

      *> The whole balance -- principal plus credited interest -- goes
      *> to the linked account as one linked pair (see header). A
      *> certificate with nothing left in it is simply marked paid.
       2400-PAY-TO-LINKED.
           IF WS-CD-BAL > ZERO
               MOVE WS-CD-BAL TO WS-SWEEP-AMT
               PERFORM 2450-WRITE-SWEEP-PAIR
               ADD WS-SWEEP-AMT TO WS-TOTAL-SWEPT
           ELSE
               MOVE "NO BALANCE TO PAY OUT" TO WS-NOTE
           END-IF
           SET TRM-PAID-OUT TO TRUE
           MOVE "PAID OUT" TO WS-RESULT
           ADD 1 TO WS-PAID-COUNT.

      *> Debit leg first, credit leg second, each pointing at the
      *> other through TRANS-LINK-NO -- the STOXFER pair.
       2450-WRITE-SWEEP-PAIR.
           MOVE WS-NEXT-TRANS-NO TO WS-DEBIT-TRANS-NO
           COMPUTE WS-CREDIT-TRANS-NO = WS-NEXT-TRANS-NO + 1
           MOVE SPACES TO TRAN-REC
           SET TRANS-BRANCH-SYSTEM TO TRUE
           MOVE WS-DEBIT-TRANS-NO TO TRANS-NO
           MOVE WS-RUN-DATE TO TRANS-DATE
           MOVE WS-SWEEP-AMT TO TRANS-AMT
           MOVE WS-SWEEP-AMT TO TRANS-BAL
           SET TRANS-TYPE-WITHDRAWAL TO TRUE
           MOVE TRM-ACT-NO TO TRANS-ACT-NO
           MOVE ZERO TO REF-TRANS-NO
           MOVE WS-CREDIT-TRANS-NO TO TRANS-LINK-NO
           SET TRANS-ORIGIN-MATURITY TO TRUE
           WRITE TRAN-REC
           PERFORM 2500-REGISTER-ON-XREF
           MOVE SPACES TO TRAN-REC
           SET TRANS-BRANCH-SYSTEM TO TRUE
           MOVE WS-CREDIT-TRANS-NO TO TRANS-NO
           MOVE WS-RUN-DATE TO TRANS-DATE
           MOVE WS-SWEEP-AMT TO TRANS-AMT
           MOVE WS-SWEEP-AMT TO TRANS-BAL
           SET TRANS-TYPE-DEPOSIT TO TRUE
           MOVE TRM-LINK-ACT-NO TO TRANS-ACT-NO
           MOVE ZERO TO REF-TRANS-NO
           MOVE WS-DEBIT-TRANS-NO TO TRANS-LINK-NO
           SET TRANS-ORIGIN-MATURITY TO TRUE
           WRITE TRAN-REC
           PERFORM 2500-REGISTER-ON-XREF
           ADD 2 TO WS-NEXT-TRANS-NO.

       2500-REGISTER-ON-XREF.
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

       2900-PRINT-REGISTER-LINE.
           MOVE TRM-ACT-NO TO WS-D-ACT-NO
           MOVE WS-OLD-MATURITY-DATE TO WS-D-MATURITY-DATE
           MOVE TRM-INSTRUCTION TO WS-D-INSTRUCTION
           MOVE WS-RESULT TO WS-D-RESULT
           MOVE WS-SWEEP-AMT TO WS-D-AMT
           MOVE WS-DEBIT-TRANS-NO TO WS-D-DR-TRANS-NO
           MOVE WS-CREDIT-TRANS-NO TO WS-D-CR-TRANS-NO
           MOVE WS-NEW-MATURITY-DATE TO WS-D-NEW-MATURITY
           MOVE TRM-LOCKED-RATE TO WS-D-RATE
           MOVE WS-NOTE TO WS-D-NOTE
           MOVE WS-DETAIL-LINE TO MAT-LINE
           WRITE MAT-LINE.

      *> Owner and mailing address come off CUST-FILE by ACT-CUST-NO;
      *> an account with no customer record is still listed, under
      *> its legacy ACT-CUST-NAME, with the address flagged missing.
       3000-LIST-MATURITY-NOTICE.
           MOVE SPACES TO WS-N-NAME
           MOVE SPACES TO WS-N-ADDR-LINE1
           MOVE SPACES TO WS-N-ADDR-LINE2
           MOVE SPACES TO WS-N-CITY
           MOVE SPACES TO WS-N-STATE
           MOVE SPACES TO WS-N-ZIP
           MOVE ZERO TO WS-N-BAL
           MOVE "** NO ADDRESS ON CUST-FILE **" TO WS-N-ADDR-LINE1
           MOVE TRM-ACT-NO TO ACT-NO IN ACT-REC
           READ ACT-FILE
               INVALID KEY
                   MOVE "** ACCOUNT NOT ON FILE **" TO WS-N-NAME
               NOT INVALID KEY
                   MOVE ACT-BAL IN ACT-REC TO WS-N-BAL
                   MOVE ACT-CUST-NAME IN ACT-REC TO WS-N-NAME
                   PERFORM 3100-GET-OWNER-ADDRESS
           END-READ
           MOVE TRM-ACT-NO TO WS-N-ACT-NO
           MOVE TRM-MATURITY-DATE TO WS-N-MATURITY-DATE
           EVALUATE TRUE
               WHEN TRM-INSTR-PAY-LINKED
                   MOVE "PAY OUT" TO WS-N-INSTRUCTION
               WHEN TRM-INSTR-HOLD
                   MOVE "HOLD" TO WS-N-INSTRUCTION
               WHEN OTHER
                   MOVE "RENEW" TO WS-N-INSTRUCTION
           END-EVALUATE
           MOVE TRM-LOCKED-RATE TO WS-N-RATE
           MOVE WS-NOTICE-LINE-1 TO NOTICE-LINE
           WRITE NOTICE-LINE
           IF WS-N-ADDR-LINE2 NOT = SPACES
               MOVE WS-NOTICE-LINE-2 TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           IF WS-N-CITY NOT = SPACES OR WS-N-ZIP NOT = SPACES
               MOVE WS-NOTICE-LINE-3 TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-IF
           ADD 1 TO WS-NOTICE-COUNT.

       3100-GET-OWNER-ADDRESS.
           IF WS-CUST-OK
                   AND ACT-CUST-NO IN ACT-REC NUMERIC
                   AND ACT-CUST-NO IN ACT-REC NOT = ZERO
               MOVE ACT-CUST-NO IN ACT-REC TO CUST-NO
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-N-NAME
                       IF CUST-ADDR-LINE1 NOT = SPACES
                           MOVE CUST-ADDR-LINE1 TO WS-N-ADDR-LINE1
                           MOVE CUST-ADDR-LINE2 TO WS-N-ADDR-LINE2
                           MOVE CUST-CITY TO WS-N-CITY
                           MOVE CUST-STATE TO WS-N-STATE
                           MOVE CUST-ZIP TO WS-N-ZIP
                       END-IF
               END-READ
           END-IF.

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
           MOVE "TRMMAT" TO RC-PROGRAM
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
           MOVE "TRMMAT" TO RC-PROGRAM
           MOVE "END" TO RC-EVENT
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-YYYYMM TO RC-RUN-YYYYMM
           MOVE WS-MATURED-COUNT TO RC-COUNT-1
           MOVE WS-BLOCKED-COUNT TO RC-COUNT-2
           MOVE WS-NOTICE-COUNT TO RC-COUNT-3
           PERFORM 8850-APPEND-RUN-RECORD.

       9000-WRAP-UP.
           MOVE WS-TERM-COUNT TO WS-S-TERM-COUNT
           MOVE WS-SUMMARY-LINE-1 TO MAT-LINE
           WRITE MAT-LINE
           MOVE WS-MATURED-COUNT TO WS-S-MATURED-COUNT
           MOVE WS-SUMMARY-LINE-2 TO MAT-LINE
           WRITE MAT-LINE
           MOVE WS-RENEWED-COUNT TO WS-S-RENEWED-COUNT
           MOVE WS-SUMMARY-LINE-3 TO MAT-LINE
           WRITE MAT-LINE
           MOVE WS-PAID-COUNT TO WS-S-PAID-COUNT
           MOVE WS-SUMMARY-LINE-4 TO MAT-LINE
           WRITE MAT-LINE
           MOVE WS-HELD-COUNT TO WS-S-HELD-COUNT
           MOVE WS-SUMMARY-LINE-5 TO MAT-LINE
           WRITE MAT-LINE
           MOVE WS-BLOCKED-COUNT TO WS-S-BLOCKED-COUNT
           MOVE WS-SUMMARY-LINE-6 TO MAT-LINE
           WRITE MAT-LINE
           MOVE WS-TOTAL-SWEPT TO WS-S-TOTAL-SWEPT
           MOVE WS-SUMMARY-LINE-7 TO MAT-LINE
           WRITE MAT-LINE
           MOVE WS-NOTICE-COUNT TO WS-S-NOTICE-COUNT
           MOVE WS-SUMMARY-LINE-8 TO MAT-LINE
           WRITE MAT-LINE
           CLOSE MAT-RPT
           CLOSE NOTICE-RPT
           DISPLAY "TRMMAT: TERM RECORDS READ  : " WS-TERM-COUNT
           DISPLAY "TRMMAT: MATURED            : " WS-MATURED-COUNT
           DISPLAY "TRMMAT: RENEWED            : " WS-RENEWED-COUNT
           DISPLAY "TRMMAT: PAID OUT           : " WS-PAID-COUNT
           DISPLAY "TRMMAT: HELD               : " WS-HELD-COUNT
           DISPLAY "TRMMAT: BLOCKED            : " WS-BLOCKED-COUNT
           DISPLAY "TRMMAT: NOTICES LISTED     : " WS-NOTICE-COUNT.
