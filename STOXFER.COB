      *> ---------------------------------------------------------------
      *> STOXFER - Daily standing-order transfer generation
      *>
      *> Reads the standing-instruction master (STNDORD.DAT, STO01.COB,
      *> maintained by STOMNT) and, for every active instruction due on
      *> or before the business date (BUSDATE.DAT), appends BOTH legs of
      *> the transfer to TRAN-FILE as one pair: a TRANS-TYPE-WITHDRAWAL
      *> against the from-account followed immediately by a
      *> TRANS-TYPE-DEPOSIT to the to-account, each with a fresh
      *> TRANS-NO off the cross-reference control record and registered
      *> on TRNXREF.DAT, exactly as INTACCR and FEEASSMT append their
      *> generated entries. Nothing here touches ACT-BAL; the pair posts
      *> through TRNPOST's normal path, so run this before the day's
      *> TRNPOST.
      *>
      *> The two legs are linked through TRANS-LINK-NO (each carries the
      *> other's TRANS-NO) and flagged TRANS-ORIGIN "S". The debit leg
      *> is always written first, so by the time TRNPOST reaches the
      *> credit leg it has already recorded the debit's posted/rejected
      *> outcome on the cross-reference; TRNPOST's 3160-CHECK-LINKED-
      *> DEBIT rejects the credit leg whenever its debit leg did not
      *> post. One leg can never land without the other.
      *>
      *> Before generating, each instruction is screened here:
      *>   - either account missing, frozen or closed: this occurrence
      *>     is skipped (next-due advances) and printed as BLOCKED --
      *>     a frozen account can be thawed, but money for a missed
      *>     cycle is not sent late without a fresh instruction;
      *>   - insufficient funds: the from-account's available balance
      *>     (ACT-BAL less active holds, less what earlier instructions
      *>     in this same run have already committed against it) would
      *>     fall below -(ACT-CREDIT-LIMIT) -- the same floor TRNPOST
      *>     enforces. The instruction is left due so it is retried on
      *>     the next business day, up to WS-NSF-RETRY-LIMIT retries;
      *>     after that the occurrence is skipped and the instruction
      *>     waits for its next cycle. TRNPOST's own check remains the
      *>     final word: an item that passes here and is rejected there
      *>     lands on TRANREJ.DAT like any other failed debit.
      *> An instruction whose next occurrence would fall after its end
      *> date is marked ended (STO-STATUS "E") and never selected again.
      *>
      *> Next-due advances by the instruction's frequency: weekly adds
      *> seven days; monthly/quarterly/annual add 1/3/12 months and
      *> return to STO-ANCHOR-DAY, clamped to the length of a short
      *> month. A run that was missed for several days generates one
      *> occurrence, not a backlog, then steps next-due past the
      *> business date.
      *>
      *> Every instruction handled is printed on the transfer register
      *> (STOXFER.PRT) with its outcome. Runs once per business day --
      *> a second run for a date that already logged an END to
      *> RUN-CONTROL is refused, so a retry count is never bumped twice
      *> for the same day.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOXFER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STNDORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-ORDER-NO
               FILE STATUS IS WS-STO-STATUS.

           SELECT ACT-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-NO
               FILE STATUS IS WS-ACT-STATUS.

           SELECT TRAN-FILE ASSIGN TO "TRANFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT XFER-RPT ASSIGN TO "STOXFER.PRT"
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
       COPY "STO01.COB".

       COPY "ACCT02.COB".

       COPY "TRAN02.COB".

       COPY "HLD01.COB".

       FD  XFER-RPT
           LABEL RECORDS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  XFER-LINE                          PIC X(132).

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
           05  WS-STO-EOF                     PIC X VALUE "N".
               88  STO-EOF                     VALUE "Y".
           05  WS-TRAN-EOF                    PIC X VALUE "N".
               88  TRAN-EOF                    VALUE "Y".
           05  WS-HOLD-EOF                    PIC X VALUE "N".
               88  HOLD-EOF                    VALUE "Y".
           05  WS-RC-EOF                      PIC X VALUE "N".
               88  RC-EOF                      VALUE "Y".

       01  WS-STO-STATUS                      PIC XX VALUE SPACES.
       01  WS-ACT-STATUS                      PIC XX VALUE SPACES.
       01  WS-TRAN-STATUS                     PIC XX VALUE SPACES.
       01  WS-HOLD-STATUS                     PIC XX VALUE SPACES.

      *> RUN-CONTROL (RUNCTL.DAT) is the shared batch run log -- see
      *> TRNPOST.COB.
       01  WS-RC-STATUS                       PIC XX VALUE SPACES.
       01  WS-ALREADY-RAN-SW                  PIC X VALUE "N".
           88  WS-ALREADY-RAN                  VALUE "Y".

       01  WS-RUN-DATE                        PIC X(10).
       01  WS-RUN-DATE-NUM                    PIC 9(8).
       01  WS-RUN-DATE-YY                     PIC 9(4).
       01  WS-RUN-DATE-MM                     PIC 9(2).
       01  WS-RUN-DATE-DD                     PIC 9(2).
       01  WS-RUN-YYYYMM                      PIC 9(6).

       01  WS-NEXT-TRANS-NO                   PIC 9(5) VALUE ZERO.
       01  WS-DEBIT-TRANS-NO                  PIC 9(5) VALUE ZERO.
       01  WS-CREDIT-TRANS-NO                 PIC 9(5) VALUE ZERO.

      *> Retries on the business days following an insufficient-funds
      *> skip before that occurrence is given up on. Policy, not data:
      *> change it here.
       01  WS-NSF-RETRY-LIMIT                 PIC 9(2) VALUE 3.

       01  WS-COUNTERS.
           05  WS-ORDER-COUNT                 PIC 9(7) VALUE ZERO.
           05  WS-DUE-COUNT                   PIC 9(7) VALUE ZERO.
           05  WS-EXECUTED-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-NSF-RETRY-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-NSF-SKIP-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-BLOCKED-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-ENDED-COUNT                 PIC 9(7) VALUE ZERO.
           05  WS-SKIPPED-COUNT               PIC 9(7) VALUE ZERO.

       01  WS-TOTAL-TRANSFERRED               PIC 9(10)V99 VALUE ZERO.

      *> Active, unexpired hold total per account, loaded from
      *> HOLD-FILE the same way TRNPOST's 1600-LOAD-HOLDS does, so the
      *> funds screen here measures what TRNPOST will measure.
       01  WS-HOLD-TABLE.
           05  WS-HD-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-HD-IX.
               10  WS-HD-ACT-NO                PIC 9(5) VALUE ZERO.
               10  WS-HD-AMT                   PIC S9(9)V99 VALUE ZERO.
       01  WS-HOLD-COUNT                      PIC 9(7) VALUE ZERO.
       01  WS-HOLD-TOTAL                      PIC S9(9)V99 VALUE ZERO.
       01  WS-HOLD-FOUND-SW                   PIC X VALUE "N".
           88  WS-HOLD-FOUND                   VALUE "Y".

      *> Debits already generated against each from-account in this
      *> run, so two instructions drawing on the same account are
      *> screened against what is left after the first one. Credits
      *> generated to an account are deliberately not counted in its
      *> favour -- they have not posted yet.
       01  WS-COMMIT-TABLE.
           05  WS-CM-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-CM-IX.
               10  WS-CM-ACT-NO                PIC 9(5) VALUE ZERO.
               10  WS-CM-AMT                   PIC S9(9)V99 VALUE ZERO.
       01  WS-COMMIT-COUNT                    PIC 9(7) VALUE ZERO.
       01  WS-COMMIT-TOTAL                    PIC S9(9)V99 VALUE ZERO.
       01  WS-COMMIT-FOUND-SW                 PIC X VALUE "N".
           88  WS-COMMIT-FOUND                 VALUE "Y".

      *> From-account figures captured before the to-account read
      *> overwrites ACT-REC.
       01  WS-FROM-BAL                        PIC S9(8)V99 VALUE ZERO.
       01  WS-FROM-FLOOR                      PIC S9(9)V99 VALUE ZERO.
       01  WS-NEW-AVAIL-BAL                   PIC S9(9)V99 VALUE ZERO.

       01  WS-BLOCK-REASON                    PIC X(40).
       01  WS-RESULT                          PIC X(10).
       01  WS-NOTE                            PIC X(40).
       01  WS-DUE-DATE-SHOWN                  PIC X(10).

      *> Next-due date arithmetic.
       01  WS-DATE-YY                         PIC 9(4).
       01  WS-DATE-MM                         PIC 9(2).
       01  WS-DATE-DD                         PIC 9(2).
       01  WS-DATE-YYYYMMDD                   PIC 9(8).
       01  WS-DATE-INT                        PIC 9(7).
       01  WS-MONTH-DAYS                      PIC 9(2).
       01  WS-MONTHS-TO-ADD                   PIC 9(2).
       01  WS-MONTH-TOTAL                     PIC 9(3).
       01  WS-NEW-DUE-DATE                    PIC X(10).

       01  WS-HEADING-1.
           05  FILLER                         PIC X(36)
               VALUE "STANDING-ORDER TRANSFER REGISTER".
           05  FILLER                         PIC X(10) VALUE "RUN DATE ".
           05  WS-H-RUN-DATE                  PIC X(10).
       01  WS-HEADING-2.
           05  FILLER                         PIC X(8) VALUE "ORDER".
           05  FILLER                         PIC X(8) VALUE "FROM".
           05  FILLER                         PIC X(8) VALUE "TO".
           05  FILLER                         PIC X(15) VALUE "AMOUNT".
           05  FILLER                         PIC X(12) VALUE "DUE-DATE".
           05  FILLER                         PIC X(12) VALUE "RESULT".
           05  FILLER                         PIC X(8) VALUE "DR-TRAN".
           05  FILLER                         PIC X(8) VALUE "CR-TRAN".
           05  FILLER                         PIC X(12) VALUE "NEXT-DUE".
           05  FILLER                         PIC X(40) VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05  WS-D-ORDER-NO                  PIC Z(4)9.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-FROM-ACT-NO               PIC Z(4)9.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-TO-ACT-NO                 PIC Z(4)9.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-AMT                       PIC -(8)9.99.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-DUE-DATE                  PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-RESULT                    PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-DR-TRANS-NO               PIC Z(4)9.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-CR-TRANS-NO               PIC Z(4)9.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-NEXT-DUE                  PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-NOTE                      PIC X(40).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                         PIC X(30)
               VALUE "INSTRUCTIONS ON FILE        : ".
           05  WS-S-ORDER-COUNT               PIC Z(6)9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                         PIC X(30)
               VALUE "INSTRUCTIONS DUE            : ".
           05  WS-S-DUE-COUNT                 PIC Z(6)9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                         PIC X(30)
               VALUE "EXECUTED                    : ".
           05  WS-S-EXECUTED-COUNT            PIC Z(6)9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                         PIC X(30)
               VALUE "NSF - RETRY NEXT DAY        : ".
           05  WS-S-NSF-RETRY-COUNT           PIC Z(6)9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                         PIC X(30)
               VALUE "NSF - RETRIES EXHAUSTED     : ".
           05  WS-S-NSF-SKIP-COUNT            PIC Z(6)9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER                         PIC X(30)
               VALUE "BLOCKED - FROZEN/CLOSED     : ".
           05  WS-S-BLOCKED-COUNT             PIC Z(6)9.
       01  WS-SUMMARY-LINE-7.
           05  FILLER                         PIC X(30)
               VALUE "ENDED                       : ".
           05  WS-S-ENDED-COUNT               PIC Z(6)9.
       01  WS-SUMMARY-LINE-8.
           05  FILLER                         PIC X(30)
               VALUE "TOTAL AMOUNT TRANSFERRED    : ".
           05  WS-S-TOTAL-TRANSFERRED         PIC Z(9)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-CHECK-NOT-ALREADY-RUN
           IF WS-ALREADY-RAN
               DISPLAY "STOXFER: TRANSFERS ALREADY GENERATED FOR "
                   WS-RUN-DATE ", RUN REFUSED"
               STOP RUN
           END-IF
           PERFORM 8800-WRITE-RUN-START
           PERFORM 1600-LOAD-HOLDS
           PERFORM 1700-OPEN-XREF
           PERFORM 1300-FIND-NEXT-TRANS-NO
           PERFORM 2000-PROCESS-ORDERS
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
           DIVIDE WS-RUN-DATE-NUM BY 100 GIVING WS-RUN-YYYYMM.

      *> One run per business day -- see header.
       1200-CHECK-NOT-ALREADY-RUN.
           MOVE "N" TO WS-ALREADY-RAN-SW
           OPEN INPUT RUN-CONTROL
           IF WS-RC-STATUS = "35"
               SET RC-EOF TO TRUE
           END-IF
           PERFORM UNTIL RC-EOF
               READ RUN-CONTROL
                   AT END
                       SET RC-EOF TO TRUE
                   NOT AT END
                       IF RC-PROGRAM = "STOXFER"
                               AND RC-EVENT = "END"
                               AND RC-RUN-DATE = WS-RUN-DATE
                           SET WS-ALREADY-RAN TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RC-STATUS NOT = "35"
               CLOSE RUN-CONTROL
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

       1600-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               SET HOLD-EOF TO TRUE
           END-IF
           PERFORM UNTIL HOLD-EOF
               READ HOLD-FILE
                   AT END
                       SET HOLD-EOF TO TRUE
                   NOT AT END
                       IF HLD-ACTIVE
                               AND (HLD-EXPIRY-DATE = SPACES
                                   OR HLD-EXPIRY-DATE >= WS-RUN-DATE)
                           PERFORM 1650-ADD-TO-HOLD-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-STATUS NOT = "35"
               CLOSE HOLD-FILE
           END-IF.

       1650-ADD-TO-HOLD-TOTAL.
           MOVE "N" TO WS-HOLD-FOUND-SW
           PERFORM VARYING WS-HD-IX FROM 1 BY 1
                   UNTIL WS-HD-IX > WS-HOLD-COUNT
               IF WS-HD-ACT-NO (WS-HD-IX) = HLD-ACT-NO
                   ADD HLD-AMT TO WS-HD-AMT (WS-HD-IX)
                   SET WS-HOLD-FOUND TO TRUE
                   SET WS-HD-IX TO WS-HOLD-COUNT
               END-IF
           END-PERFORM
           IF NOT WS-HOLD-FOUND
               ADD 1 TO WS-HOLD-COUNT
               MOVE HLD-ACT-NO TO WS-HD-ACT-NO (WS-HOLD-COUNT)
               MOVE HLD-AMT TO WS-HD-AMT (WS-HOLD-COUNT)
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

       2000-PROCESS-ORDERS.
           OPEN OUTPUT XFER-RPT
           MOVE WS-RUN-DATE TO WS-H-RUN-DATE
           MOVE WS-HEADING-1 TO XFER-LINE
           WRITE XFER-LINE
           MOVE WS-HEADING-2 TO XFER-LINE
           WRITE XFER-LINE
           OPEN I-O STANDING-ORDER-FILE
           IF WS-STO-STATUS = "35"
               SET STO-EOF TO TRUE
               DISPLAY "STOXFER: NO STANDING-ORDER MASTER, "
                   "NOTHING TO GENERATE"
           ELSE
               OPEN INPUT ACT-FILE
               OPEN EXTEND TRAN-FILE
               IF WS-TRAN-STATUS = "35"
                   OPEN OUTPUT TRAN-FILE
               END-IF
               PERFORM UNTIL STO-EOF
                   READ STANDING-ORDER-FILE NEXT RECORD
                       AT END
                           SET STO-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ORDER-COUNT
                           IF STO-ACTIVE
                                   AND STO-NEXT-DUE-DATE <= WS-RUN-DATE
                               ADD 1 TO WS-DUE-COUNT
                               PERFORM 2100-PROCESS-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACT-FILE
               CLOSE TRAN-FILE
               CLOSE STANDING-ORDER-FILE
           END-IF.

       2100-PROCESS-ONE-ORDER.
           MOVE ZERO TO WS-DEBIT-TRANS-NO
           MOVE ZERO TO WS-CREDIT-TRANS-NO
           MOVE SPACES TO WS-NOTE
           MOVE STO-NEXT-DUE-DATE TO WS-DUE-DATE-SHOWN
           IF STO-END-DATE NOT = SPACES
                   AND STO-NEXT-DUE-DATE > STO-END-DATE
               SET STO-ENDED TO TRUE
               MOVE "ENDED" TO WS-RESULT
               MOVE "DUE DATE PAST INSTRUCTION END DATE" TO WS-NOTE
               ADD 1 TO WS-ENDED-COUNT
           ELSE
               PERFORM 2200-SCREEN-ACCOUNTS
               IF WS-BLOCK-REASON NOT = SPACES
                   MOVE "BLOCKED" TO WS-RESULT
                   MOVE WS-BLOCK-REASON TO WS-NOTE
                   SET STO-RESULT-BLOCKED TO TRUE
                   ADD 1 TO WS-BLOCKED-COUNT
                   ADD 1 TO WS-SKIPPED-COUNT
                   PERFORM 2600-ADVANCE-TO-NEXT-OCCURRENCE
               ELSE
                   PERFORM 2300-CHECK-FUNDS
               END-IF
           END-IF
           MOVE WS-RUN-DATE TO STO-LAST-RUN-DATE
           REWRITE STANDING-ORDER-REC
           PERFORM 2900-PRINT-REGISTER-LINE.

      *> Both accounts must exist and be neither frozen nor closed.
      *> The from-account's balance and floor are kept aside before
      *> the to-account read reuses ACT-REC.
       2200-SCREEN-ACCOUNTS.
           MOVE SPACES TO WS-BLOCK-REASON
           MOVE STO-FROM-ACT-NO TO ACT-NO IN ACT-REC
           READ ACT-FILE
               INVALID KEY
                   MOVE "FROM ACCOUNT NOT ON FILE" TO WS-BLOCK-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACT-STAT-FROZEN
                           MOVE "FROM ACCOUNT FROZEN" TO WS-BLOCK-REASON
                       WHEN ACT-STAT-CLOSED
                           MOVE "FROM ACCOUNT CLOSED" TO WS-BLOCK-REASON
                       WHEN OTHER
                           MOVE ACT-BAL IN ACT-REC TO WS-FROM-BAL
                           COMPUTE WS-FROM-FLOOR =
                               0 - ACT-CREDIT-LIMIT IN ACT-REC
                   END-EVALUATE
           END-READ
           IF WS-BLOCK-REASON = SPACES
               MOVE STO-TO-ACT-NO TO ACT-NO IN ACT-REC
               READ ACT-FILE
                   INVALID KEY
                       MOVE "TO ACCOUNT NOT ON FILE" TO WS-BLOCK-REASON
                   NOT INVALID KEY
                       IF ACT-STAT-FROZEN
                           MOVE "TO ACCOUNT FROZEN" TO WS-BLOCK-REASON
                       END-IF
                       IF ACT-STAT-CLOSED
                           MOVE "TO ACCOUNT CLOSED" TO WS-BLOCK-REASON
                       END-IF
               END-READ
           END-IF.

      *> Available balance after this debit, measured the way TRNPOST
      *> measures it, less whatever this run has already committed
      *> against the same account.
       2300-CHECK-FUNDS.
           PERFORM 2350-SUM-HOLDS-AND-COMMITS
           COMPUTE WS-NEW-AVAIL-BAL = WS-FROM-BAL - WS-HOLD-TOTAL
               - WS-COMMIT-TOTAL - STO-AMT
           IF WS-NEW-AVAIL-BAL < WS-FROM-FLOOR
               SET STO-RESULT-NSF TO TRUE
               ADD 1 TO WS-SKIPPED-COUNT
               IF STO-RETRY-COUNT < WS-NSF-RETRY-LIMIT
                   ADD 1 TO STO-RETRY-COUNT
                   MOVE "NSF-RETRY" TO WS-RESULT
                   STRING "INSUFFICIENT FUNDS, RETRY "
                       STO-RETRY-COUNT " OF " WS-NSF-RETRY-LIMIT
                       DELIMITED BY SIZE INTO WS-NOTE
                   ADD 1 TO WS-NSF-RETRY-COUNT
               ELSE
                   MOVE "NSF-SKIP" TO WS-RESULT
                   MOVE "INSUFFICIENT FUNDS, RETRIES EXHAUSTED"
                       TO WS-NOTE
                   ADD 1 TO WS-NSF-SKIP-COUNT
                   PERFORM 2600-ADVANCE-TO-NEXT-OCCURRENCE
               END-IF
           ELSE
               PERFORM 2400-WRITE-TRANSFER-PAIR
               SET STO-RESULT-EXECUTED TO TRUE
               MOVE "EXECUTED" TO WS-RESULT
               IF STO-RETRY-COUNT > ZERO
                   STRING "EXECUTED ON RETRY " STO-RETRY-COUNT
                       DELIMITED BY SIZE INTO WS-NOTE
               END-IF
               ADD 1 TO WS-EXECUTED-COUNT
               ADD STO-AMT TO WS-TOTAL-TRANSFERRED
               PERFORM 2600-ADVANCE-TO-NEXT-OCCURRENCE
           END-IF.

       2350-SUM-HOLDS-AND-COMMITS.
           MOVE ZERO TO WS-HOLD-TOTAL
           PERFORM VARYING WS-HD-IX FROM 1 BY 1
                   UNTIL WS-HD-IX > WS-HOLD-COUNT
               IF WS-HD-ACT-NO (WS-HD-IX) = STO-FROM-ACT-NO
                   MOVE WS-HD-AMT (WS-HD-IX) TO WS-HOLD-TOTAL
                   SET WS-HD-IX TO WS-HOLD-COUNT
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-COMMIT-TOTAL
           PERFORM VARYING WS-CM-IX FROM 1 BY 1
                   UNTIL WS-CM-IX > WS-COMMIT-COUNT
               IF WS-CM-ACT-NO (WS-CM-IX) = STO-FROM-ACT-NO
                   MOVE WS-CM-AMT (WS-CM-IX) TO WS-COMMIT-TOTAL
                   SET WS-CM-IX TO WS-COMMIT-COUNT
               END-IF
           END-PERFORM.

      *> Debit leg first, credit leg second, each pointing at the
      *> other through TRANS-LINK-NO -- see header. Both TRANS-NOs are
      *> reserved before either row is written so the debit can carry
      *> its partner's number.
       2400-WRITE-TRANSFER-PAIR.
           MOVE WS-NEXT-TRANS-NO TO WS-DEBIT-TRANS-NO
           COMPUTE WS-CREDIT-TRANS-NO = WS-NEXT-TRANS-NO + 1
           MOVE SPACES TO TRAN-REC
           SET TRANS-BRANCH-SYSTEM TO TRUE
           MOVE WS-DEBIT-TRANS-NO TO TRANS-NO
           MOVE WS-RUN-DATE TO TRANS-DATE
           MOVE STO-AMT TO TRANS-AMT
           MOVE STO-AMT TO TRANS-BAL
           SET TRANS-TYPE-WITHDRAWAL TO TRUE
           MOVE STO-FROM-ACT-NO TO TRANS-ACT-NO
           MOVE ZERO TO REF-TRANS-NO
           MOVE WS-CREDIT-TRANS-NO TO TRANS-LINK-NO
           SET TRANS-ORIGIN-STANDING-ORDER TO TRUE
           WRITE TRAN-REC
           PERFORM 2450-REGISTER-ON-XREF
           MOVE SPACES TO TRAN-REC
           SET TRANS-BRANCH-SYSTEM TO TRUE
           MOVE WS-CREDIT-TRANS-NO TO TRANS-NO
           MOVE WS-RUN-DATE TO TRANS-DATE
           MOVE STO-AMT TO TRANS-AMT
           MOVE STO-AMT TO TRANS-BAL
           SET TRANS-TYPE-DEPOSIT TO TRUE
           MOVE STO-TO-ACT-NO TO TRANS-ACT-NO
           MOVE ZERO TO REF-TRANS-NO
           MOVE WS-DEBIT-TRANS-NO TO TRANS-LINK-NO
           SET TRANS-ORIGIN-STANDING-ORDER TO TRUE
           WRITE TRAN-REC
           PERFORM 2450-REGISTER-ON-XREF
           ADD 2 TO WS-NEXT-TRANS-NO
           PERFORM 2500-ADD-TO-COMMITTED.

       2450-REGISTER-ON-XREF.
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

       2500-ADD-TO-COMMITTED.
           MOVE "N" TO WS-COMMIT-FOUND-SW
           PERFORM VARYING WS-CM-IX FROM 1 BY 1
                   UNTIL WS-CM-IX > WS-COMMIT-COUNT
               IF WS-CM-ACT-NO (WS-CM-IX) = STO-FROM-ACT-NO
                   ADD STO-AMT TO WS-CM-AMT (WS-CM-IX)
                   SET WS-COMMIT-FOUND TO TRUE
                   SET WS-CM-IX TO WS-COMMIT-COUNT
               END-IF
           END-PERFORM
           IF NOT WS-COMMIT-FOUND
               ADD 1 TO WS-COMMIT-COUNT
               MOVE STO-FROM-ACT-NO TO WS-CM-ACT-NO (WS-COMMIT-COUNT)
               MOVE STO-AMT TO WS-CM-AMT (WS-COMMIT-COUNT)
           END-IF.

      *> Steps next-due one cycle at a time until it is past the
      *> business date (a missed run generates one occurrence, not a
      *> backlog), clears any retry in progress, and ends the
      *> instruction once the next occurrence would fall after its end
      *> date.
       2600-ADVANCE-TO-NEXT-OCCURRENCE.
           MOVE ZERO TO STO-RETRY-COUNT
           PERFORM 2650-ADVANCE-ONE-CYCLE
           PERFORM UNTIL STO-NEXT-DUE-DATE > WS-RUN-DATE
               PERFORM 2650-ADVANCE-ONE-CYCLE
           END-PERFORM
           IF STO-END-DATE NOT = SPACES
                   AND STO-NEXT-DUE-DATE > STO-END-DATE
               SET STO-ENDED TO TRUE
               ADD 1 TO WS-ENDED-COUNT
           END-IF.

       2650-ADVANCE-ONE-CYCLE.
           MOVE STO-NEXT-DUE-DATE(1:4) TO WS-DATE-YY
           MOVE STO-NEXT-DUE-DATE(6:2) TO WS-DATE-MM
           MOVE STO-NEXT-DUE-DATE(9:2) TO WS-DATE-DD
           EVALUATE TRUE
               WHEN STO-FREQ-WEEKLY
                   COMPUTE WS-DATE-YYYYMMDD = (WS-DATE-YY * 10000)
                       + (WS-DATE-MM * 100) + WS-DATE-DD
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-YYYYMMDD) + 7
                   COMPUTE WS-DATE-YYYYMMDD =
                       FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
                   DIVIDE WS-DATE-YYYYMMDD BY 10000 GIVING WS-DATE-YY
                   COMPUTE WS-DATE-MM =
                       FUNCTION MOD (WS-DATE-YYYYMMDD / 100, 100)
                   COMPUTE WS-DATE-DD =
                       FUNCTION MOD (WS-DATE-YYYYMMDD, 100)
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN STO-FREQ-QUARTERLY
                           MOVE 3 TO WS-MONTHS-TO-ADD
                       WHEN STO-FREQ-ANNUAL
                           MOVE 12 TO WS-MONTHS-TO-ADD
                       WHEN OTHER
                           MOVE 1 TO WS-MONTHS-TO-ADD
                   END-EVALUATE
                   COMPUTE WS-MONTH-TOTAL = WS-DATE-MM + WS-MONTHS-TO-ADD
                   IF WS-MONTH-TOTAL > 12
                       ADD 1 TO WS-DATE-YY
                       SUBTRACT 12 FROM WS-MONTH-TOTAL
                   END-IF
                   MOVE WS-MONTH-TOTAL TO WS-DATE-MM
                   PERFORM 2660-SET-MONTH-DAYS
                   IF STO-ANCHOR-DAY NUMERIC AND STO-ANCHOR-DAY > ZERO
                       MOVE STO-ANCHOR-DAY TO WS-DATE-DD
                   END-IF
                   IF WS-DATE-DD > WS-MONTH-DAYS
                       MOVE WS-MONTH-DAYS TO WS-DATE-DD
                   END-IF
           END-EVALUATE
           MOVE SPACES TO WS-NEW-DUE-DATE
           STRING WS-DATE-YY       DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-DATE-MM       DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-DATE-DD       DELIMITED BY SIZE
                  INTO WS-NEW-DUE-DATE
           MOVE WS-NEW-DUE-DATE TO STO-NEXT-DUE-DATE.

       2660-SET-MONTH-DAYS.
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

       2900-PRINT-REGISTER-LINE.
           MOVE STO-ORDER-NO TO WS-D-ORDER-NO
           MOVE STO-FROM-ACT-NO TO WS-D-FROM-ACT-NO
           MOVE STO-TO-ACT-NO TO WS-D-TO-ACT-NO
           MOVE STO-AMT TO WS-D-AMT
           MOVE WS-DUE-DATE-SHOWN TO WS-D-DUE-DATE
           MOVE WS-RESULT TO WS-D-RESULT
           MOVE WS-DEBIT-TRANS-NO TO WS-D-DR-TRANS-NO
           MOVE WS-CREDIT-TRANS-NO TO WS-D-CR-TRANS-NO
           IF STO-ENDED
               MOVE "ENDED" TO WS-D-NEXT-DUE
           ELSE
               MOVE STO-NEXT-DUE-DATE TO WS-D-NEXT-DUE
           END-IF
           MOVE WS-NOTE TO WS-D-NOTE
           MOVE WS-DETAIL-LINE TO XFER-LINE
           WRITE XFER-LINE.

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
           MOVE "STOXFER" TO RC-PROGRAM
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
           MOVE "STOXFER" TO RC-PROGRAM
           MOVE "END" TO RC-EVENT
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-YYYYMM TO RC-RUN-YYYYMM
           MOVE WS-DUE-COUNT TO RC-COUNT-1
           MOVE WS-EXECUTED-COUNT TO RC-COUNT-2
           MOVE WS-SKIPPED-COUNT TO RC-COUNT-3
           PERFORM 8850-APPEND-RUN-RECORD.

       9000-WRAP-UP.
           MOVE WS-ORDER-COUNT TO WS-S-ORDER-COUNT
           MOVE WS-SUMMARY-LINE-1 TO XFER-LINE
           WRITE XFER-LINE
           MOVE WS-DUE-COUNT TO WS-S-DUE-COUNT
           MOVE WS-SUMMARY-LINE-2 TO XFER-LINE
           WRITE XFER-LINE
           MOVE WS-EXECUTED-COUNT TO WS-S-EXECUTED-COUNT
           MOVE WS-SUMMARY-LINE-3 TO XFER-LINE
           WRITE XFER-LINE
           MOVE WS-NSF-RETRY-COUNT TO WS-S-NSF-RETRY-COUNT
           MOVE WS-SUMMARY-LINE-4 TO XFER-LINE
           WRITE XFER-LINE
           MOVE WS-NSF-SKIP-COUNT TO WS-S-NSF-SKIP-COUNT
           MOVE WS-SUMMARY-LINE-5 TO XFER-LINE
           WRITE XFER-LINE
           MOVE WS-BLOCKED-COUNT TO WS-S-BLOCKED-COUNT
           MOVE WS-SUMMARY-LINE-6 TO XFER-LINE
           WRITE XFER-LINE
           MOVE WS-ENDED-COUNT TO WS-S-ENDED-COUNT
           MOVE WS-SUMMARY-LINE-7 TO XFER-LINE
           WRITE XFER-LINE
           MOVE WS-TOTAL-TRANSFERRED TO WS-S-TOTAL-TRANSFERRED
           MOVE WS-SUMMARY-LINE-8 TO XFER-LINE
           WRITE XFER-LINE
           CLOSE XFER-RPT
           DISPLAY "STOXFER: INSTRUCTIONS DUE   : " WS-DUE-COUNT
           DISPLAY "STOXFER: EXECUTED           : " WS-EXECUTED-COUNT
           DISPLAY "STOXFER: NSF RETRY PENDING  : " WS-NSF-RETRY-COUNT
           DISPLAY "STOXFER: NSF RETRIES EXHAUST: " WS-NSF-SKIP-COUNT
           DISPLAY "STOXFER: BLOCKED            : " WS-BLOCKED-COUNT
           DISPLAY "STOXFER: ENDED              : " WS-ENDED-COUNT.
