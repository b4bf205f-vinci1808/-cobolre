      *> at. Any TRANS-TYPE outside the code table is rejected before
      *> an account lookup is even attempted.
      *>
      *> Linked transfer legs: STOXFER writes each standing-order
      *> transfer as a debit/credit pair, debit first, each leg
      *> carrying the other's TRANS-NO in TRANS-LINK-NO. By the time
      *> the credit leg is read its debit leg's outcome is already on
      *> the cross-reference, so 3160-CHECK-LINKED-DEBIT rejects the
      *> credit whenever the debit was rejected (or cannot be found)
      *> -- money is never credited to one account without having
      *> left the other. A "U" debit is treated as posted, the same
      *> optimism reversals get.
      *>
      *> Stop payments: a withdrawal carrying a check number
      *> (TRANS-CHECK-NO) is screened against the active, unexpired
      *> stops on STOPPAY.DAT (STP01.COB, placed and released by
      *> STPMNT), loaded once at startup (1650-LOAD-STOPS). A match
      *> -- same account, check number inside the stop's range, and
      *> the stop's amount when it names one -- is rejected to
      *> TRAN-REJECT with reason "STOP PAYMENT" before the account is
      *> even read, and the stop is marked used (a range stop keeps
      *> guarding the rest of its range); the stop file is written
      *> back once at the end of the run when anything matched.
      *> TRNEDIT applies the same screen at capture, so this one
      *> catches what reaches TRAN-FILE some other way and stops
      *> placed after the capture run.
      *>
      *> Overdraft / credit-limit enforcement: a debit is measured
      *> against the account's AVAILABLE balance -- ACT-BAL minus its
      *> active, unexpired holds on HOLD-FILE (HOLDFILE.DAT, placed
      *> next business day's run against a TRAN-FILE that has grown
      *> with newly appended transactions) skips everything already
      *> posted and applies only the records appended since. TRAN-
      *> REJECT is always opened EXTEND, for the same reason: it is
      *> this log's permanent reject history, not a per-run scratch
      *> file, and TRNEDIT's stop-payment diversions and ACHIN's
      *> unmatched entries are already on it before this run starts.
      *>
      *> GL journal extract: finance used to hand-key corporate ledger
      *> entries off the printed TTSUMRPT once a month, so the GL only
      *> file is rewritten per run (OPEN OUTPUT): an abended run never
      *> reaches 3850-WRITE-GL-JOURNAL, so the completed restart run's
      *> file carries that run's postings and is the one uploaded.
      *>
      *> ACH items (TRANS-ORIGIN "A", taken in by ACHIN) to a closed
      *> account are rejected "ACCOUNT IS CLOSED" rather than posted:
      *> the clearing house expects them back, and ACHRET returns
      *> every ACH reject to its originator with the matching reason
      *> code.
      *>
      *> A charge-off deposit (TRANS-ORIGIN "C", written by COLLECT to
      *> bring a written-off account to zero) is not customer money
      *> arriving: it is booked on its own row, GLJ-TRANS-TYPE "C",
      *> debiting the charge-off loss account instead of cash.
      *>
      *> Early withdrawal from a term deposit: a withdrawal against an
      *> account whose term record on TERMDEP.DAT (TRM01.COB) is still
      *> active and short of its maturity date carries a penalty --
      *> the amount at the term's locked rate for the product's
      *> penalty months, computed exactly as TRNEDIT computes it. The
      *> withdrawal must clear the available balance for itself AND
      *> its penalty, so the two never split. TRNEDIT writes the
      *> penalty as a TRANS-TYPE-FEE row (TRANS-ORIGIN "E") right
      *> behind the withdrawal, linked to it through TRANS-LINK-NO;
      *> that row is rejected here if its withdrawal did not post. A
      *> withdrawal that reached TRAN-FILE some other way (a standing
      *> order, an ACH debit, a resubmitted reject) has no penalty
      *> row behind it, so once the run's input is exhausted the
      *> missing penalties are appended to TRAN-FILE under fresh
      *> TRANS-NOs (3600-APPEND-PENALTY-FEES) -- past this run's
      *> checkpoint, so the next run posts them like any generated
      *> fee.
      *>
      *> Branch cash: the cash side of the GL journal is no longer one
      *> shop-wide line. Every TRAN-REC carries the branch that took
      *> it in (TRANS-BRANCH -- stamped by TRNEDIT from the batch
      *> header, "0000" for system-generated entries), and the GL
      *> totals are kept per TRANS-TYPE per branch, each row booked
      *> against that branch's own GL cash account off the branch
      *> master (BRANCHMS.DAT, BRN01.COB) and naming the branch in
      *> GLJ-BRANCH, so each teller drawer proves to the ledger. A
      *> row with no branch, a branch not on the master, or a branch
      *> whose master row leaves the cash account blank is booked to
      *> the shop-wide cash account as before -- a shop with no
      *> branch master gets exactly the old one-row-per-type journal.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNPOST.
           SELECT TRAN-FILE ASSIGN TO "TRANFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROD-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.

           SELECT TERM-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRM-ACT-NO
               FILE STATUS IS WS-TRM-STATUS.

           SELECT TRAN-REJECT ASSIGN TO "TRANREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRJ-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT STOP-FILE ASSIGN TO "STOPPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STP-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BRANCH-FILE ASSIGN TO "BRANCHMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRN-STATUS.

           SELECT TRAN-XREF ASSIGN TO "TRNXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

       COPY "HLD01.COB".

       COPY "STP01.COB".

       COPY "RUN01.COB".

       COPY "XRF01.COB".

       COPY "PRD01.COB".

       COPY "TRM01.COB".

      *> One balanced double-entry row per TRANS-TYPE per branch
      *> posted this run (see header), plus a trailer totals row with
      *> GLJ-TRANS-TYPE "*". Charge-off deposits carry their own row,
      *> GLJ-TRANS-TYPE "C". Uploaded to the corporate ledger nightly.
       FD  GL-JOURNAL
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           05  GLJ-CR-ACCT                    PIC X(8).
           05  GLJ-AMOUNT                     PIC 9(10)V99.
           05  GLJ-ITEM-COUNT                 PIC 9(7).
           05  GLJ-BRANCH                     PIC X(4).
           05  FILLER                         PIC X(30).

       COPY "BUS01.COB".

       COPY "BRN01.COB".

       WORKING-STORAGE SECTION.

      *> Business processing-date control -- see EODMARK.COB. The
               88  CHK-EOF                     VALUE "Y".
           05  WS-HOLD-EOF                    PIC X VALUE "N".
               88  HOLD-EOF                    VALUE "Y".
           05  WS-STP-EOF                     PIC X VALUE "N".
               88  STP-EOF                     VALUE "Y".

       01  WS-ACT-STATUS                      PIC XX VALUE SPACES.
       01  WS-TRJ-STATUS                      PIC XX VALUE SPACES.
           05  WS-TRAN-COUNT                  PIC 9(9) VALUE ZERO.
           05  WS-POSTED-COUNT                PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT                PIC 9(7) VALUE ZERO.
           05  WS-STOPPED-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-PENALTY-COUNT               PIC 9(7) VALUE ZERO.

       01  WS-RESTART-COUNT                   PIC 9(9) VALUE ZERO.
       01  WS-CHECKPOINT-INTERVAL             PIC 9(5) VALUE 1000.

       01  WS-ORIG-TYPE                       PIC X VALUE SPACE.

      *> Net posted movement per TRANS-TYPE per branch for the GL
      *> journal, signed by the direction each amount actually posted
      *> (+ = credit to the customer-deposit liability account), so
      *> reversals net by the direction they went. Filled only from
      *> the posted branch of 3200-APPLY-TO-ACCOUNT -- rejects never
      *> reach it. An entry is made the first time a type/branch pair
      *> posts, carrying the cash account it books to; the journal is
      *> written in WS-GL-TYPE-LIST order. "C" is not a TRANS-TYPE: it
      *> collects the charge-off deposits (TRANS-ORIGIN "C"), which go
      *> to the loss account rather than cash. Branches off the
      *> master all fold into the blank branch, so the table can hold
      *> every type for every branch the master can.
       01  WS-GL-TYPE-LIST                    PIC X(6) VALUE "DWFIRC".
       01  WS-GL-TYPE-IX                      PIC 9 VALUE ZERO.
       01  WS-GL-TABLE.
           05  WS-GL-ENTRY OCCURS 2500 TIMES
                   INDEXED BY WS-GL-IX.
               10  WS-GL-TYPE                  PIC X VALUE SPACE.
               10  WS-GL-BRANCH                PIC X(4) VALUE SPACES.
               10  WS-GL-BR-CASH-ACCT          PIC X(8) VALUE SPACES.
               10  WS-GL-NET-AMT               PIC S9(10)V99 VALUE ZERO.
               10  WS-GL-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-GL-ENTRY-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-GL-FOUND-SW                     PIC X VALUE "N".
           88  WS-GL-FOUND                     VALUE "Y".
       01  WS-GL-HIT-IX                       PIC 9(5) VALUE ZERO.
       01  WS-GL-POST-BRANCH                  PIC X(4) VALUE SPACES.
       01  WS-GL-POST-CASH-ACCT               PIC X(8) VALUE SPACES.

      *> Branch master (BRANCHMS.DAT, BRN01.COB), loaded once: the GL
      *> cash account each branch's drawer books to.
       01  WS-BRN-STATUS                      PIC XX VALUE SPACES.
       01  WS-BRN-EOF-SW                      PIC X VALUE "N".
           88  BRN-EOF                         VALUE "Y".
       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-BR-IX.
               10  WS-BR-CODE                  PIC X(4) VALUE SPACES.
               10  WS-BR-CASH-ACCT             PIC X(8) VALUE SPACES.
       01  WS-BRANCH-COUNT                    PIC 9(3) VALUE ZERO.

      *> Corporate chart-of-accounts codes for the nightly upload --
      *> cash on deposit (shop-wide, for anything with no branch cash
      *> account of its own) and the customer-deposit liability. Amounts
      *> that credit the customer debit cash, and vice versa, so every
      *> row is balanced by construction.
       01  WS-GL-CASH-ACCT                    PIC X(8) VALUE "10100000".
       01  WS-GL-DEP-ACCT                     PIC X(8) VALUE "20100000".
      *> Charge-off loss expense -- the offset to a charge-off deposit,
      *> which credits the customer-deposit account without any cash.
       01  WS-GL-LOSS-ACCT                    PIC X(8) VALUE "50900000".
       01  WS-GL-OFFSET-ACCT                  PIC X(8) VALUE SPACES.
       01  WS-GL-KEY                          PIC X VALUE SPACE.

       01  WS-GL-ROW-AMT                      PIC 9(10)V99 VALUE ZERO.
       01  WS-GL-ROW-COUNT                    PIC 9(7) VALUE ZERO.
       01  WS-ORIG-REJECTED-SW                PIC X VALUE "N".
           88  WS-ORIG-WAS-REJECTED            VALUE "Y".

       01  WS-LINK-OK-SW                      PIC X VALUE "Y".
           88  WS-LINK-OK                      VALUE "Y".

      *> Whole stop-payment file, loaded at startup so a match can be
      *> marked used in place and the file written back in full at
      *> the end of the run (see STPMNT.COB). Each entry mirrors
      *> STOP-REC byte for byte.
       01  WS-STP-STATUS                      PIC XX VALUE SPACES.
       01  WS-STOP-TABLE.
           05  WS-ST-ENTRY OCCURS 50000 TIMES
                   INDEXED BY WS-ST-IX.
               10  WS-ST-ACT-NO                PIC 9(5).
               10  WS-ST-CHECK-FROM            PIC 9(8).
               10  WS-ST-CHECK-TO              PIC 9(8).
               10  WS-ST-AMT                   PIC 9(8)V99.
               10  WS-ST-PLACED-DATE           PIC X(10).
               10  WS-ST-EXPIRY-DATE           PIC X(10).
               10  WS-ST-STATUS                PIC X.
                   88  WS-ST-ACTIVE             VALUE "A".
               10  WS-ST-USED-DATE             PIC X(10).
               10  WS-ST-USED-TRANS-NO         PIC 9(5).
               10  WS-ST-RELEASE-DATE          PIC X(10).
               10  FILLER                      PIC X(3).
       01  WS-STOP-COUNT                      PIC 9(7) VALUE ZERO.
       01  WS-STOP-HIT-SW                     PIC X VALUE "N".
           88  WS-STOP-HIT                     VALUE "Y".
       01  WS-STOP-HIT-IX                     PIC 9(7) VALUE ZERO.

      *> Term-deposit penalty lookups (see header): product penalty
      *> months off PRODMAST.DAT, loaded once, and the term record
      *> read by account. No TERMDEP.DAT means no penalties.
       01  WS-PROD-STATUS                     PIC XX VALUE SPACES.
       01  WS-TRM-STATUS                      PIC XX VALUE SPACES.
       01  WS-TRM-OK-SW                       PIC X VALUE "N".
           88  WS-TRM-OK                       VALUE "Y".
       01  WS-PROD-TABLE.
           05  WS-PM-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-PM-IX.
               10  WS-PM-CODE                  PIC X(3) VALUE SPACES.
               10  WS-PM-PEN-MONTHS            PIC 9(2) VALUE ZERO.
       01  WS-PROD-COUNT                      PIC 9(3) VALUE ZERO.
       01  WS-PROD-EOF-SW                     PIC X VALUE "N".
           88  PROD-EOF                        VALUE "Y".
       01  WS-DEFAULT-PEN-MONTHS              PIC 9(2) VALUE 3.
       01  WS-PEN-MONTHS                      PIC 9(2) VALUE ZERO.
       01  WS-EARLY-PENALTY                   PIC 9(8)V99 VALUE ZERO.

      *> Early withdrawals posted this run, each waiting to see its
      *> TRNEDIT penalty row go by; whatever is still uncovered when
      *> the input runs out gets its penalty appended (see header).
       01  WS-PENDING-PENALTY-TABLE.
           05  WS-PN-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-PN-IX.
               10  WS-PN-WDL-TRANS-NO          PIC 9(5) VALUE ZERO.
               10  WS-PN-ACT-NO                PIC 9(5) VALUE ZERO.
               10  WS-PN-AMT                   PIC 9(8)V99 VALUE ZERO.
               10  WS-PN-BRANCH                PIC X(4) VALUE SPACES.
               10  WS-PN-COVERED-SW            PIC X VALUE "N".
                   88  WS-PN-COVERED            VALUE "Y".
       01  WS-PENDING-COUNT                   PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 8800-WRITE-RUN-START
           PERFORM 1500-LOAD-CHECKPOINT
           PERFORM 1600-LOAD-HOLDS
           PERFORM 1650-LOAD-STOPS
           PERFORM 1680-LOAD-PRODUCTS
           PERFORM 1690-LOAD-BRANCHES
           PERFORM 3000-POST-TRANSACTIONS
           PERFORM 3870-REWRITE-STOP-FILE
           PERFORM 3800-FINALIZE-CHECKPOINT
           PERFORM 3850-WRITE-GL-JOURNAL
           PERFORM 8900-WRITE-RUN-END
                  "-"              DELIMITED BY SIZE
                  WS-RUN-DATE-DD   DELIMITED BY SIZE
                  INTO WS-RUN-DATE
           DIVIDE WS-RUN-DATE-NUM BY 100 GIVING WS-RUN-YYYYMM.

       1500-LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
               CLOSE HOLD-FILE
           END-IF.

      *> Every stop on file comes in, used and released ones too,
      *> since the whole file is written back if anything matches.
       1650-LOAD-STOPS.
           OPEN INPUT STOP-FILE
           IF WS-STP-STATUS = "35"
               SET STP-EOF TO TRUE
           END-IF
           PERFORM UNTIL STP-EOF
               READ STOP-FILE
                   AT END
                       SET STP-EOF TO TRUE
                   NOT AT END
                       IF WS-STOP-COUNT < 50000
                           ADD 1 TO WS-STOP-COUNT
                           SET WS-ST-IX TO WS-STOP-COUNT
                           MOVE STOP-REC TO WS-ST-ENTRY (WS-ST-IX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STP-STATUS NOT = "35"
               CLOSE STOP-FILE
           END-IF.

      *> Only the penalty months are needed here; a product that
      *> leaves them blank is loaded as zero (the default applies).
       1680-LOAD-PRODUCTS.
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
                           IF PRD-EARLY-PEN-MONTHS NUMERIC
                               MOVE PRD-EARLY-PEN-MONTHS
                                   TO WS-PM-PEN-MONTHS (WS-PROD-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROD-STATUS NOT = "35"
               CLOSE PROD-FILE
           END-IF.

      *> A branch whose master row leaves the cash account blank books
      *> to the shop-wide cash account, like a branch not on file.
       1690-LOAD-BRANCHES.
           OPEN INPUT BRANCH-FILE
           IF WS-BRN-STATUS = "35"
               SET BRN-EOF TO TRUE
           END-IF
           PERFORM UNTIL BRN-EOF
               READ BRANCH-FILE
                   AT END
                       SET BRN-EOF TO TRUE
                   NOT AT END
                       IF BRN-CODE NOT = SPACES
                               AND WS-BRANCH-COUNT < 400
                           ADD 1 TO WS-BRANCH-COUNT
                           MOVE BRN-CODE
                               TO WS-BR-CODE (WS-BRANCH-COUNT)
                           IF BRN-GL-CASH-ACCT = SPACES
                               MOVE WS-GL-CASH-ACCT
                                   TO WS-BR-CASH-ACCT (WS-BRANCH-COUNT)
                           ELSE
                               MOVE BRN-GL-CASH-ACCT
                                   TO WS-BR-CASH-ACCT (WS-BRANCH-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BRN-STATUS NOT = "35"
               CLOSE BRANCH-FILE
           END-IF.

       1700-ADD-TO-HOLD-TOTAL.
           MOVE "N" TO WS-HOLD-FOUND-SW
           PERFORM VARYING WS-HD-IX FROM 1 BY 1
       3000-POST-TRANSACTIONS.
           PERFORM 3010-OPEN-XREF
           OPEN I-O ACT-FILE
           MOVE "N" TO WS-TRM-OK-SW
           OPEN INPUT TERM-FILE
           IF WS-TRM-STATUS NOT = "35"
               SET WS-TRM-OK TO TRUE
           END-IF
           OPEN INPUT TRAN-FILE
           OPEN EXTEND TRAN-REJECT
           IF WS-TRJ-STATUS = "35"
               OPEN OUTPUT TRAN-REJECT
           END-IF
           PERFORM UNTIL TRAN-EOF
               END-READ
           END-PERFORM
           CLOSE ACT-FILE
           IF WS-TRM-OK
               CLOSE TERM-FILE
           END-IF
           CLOSE TRAN-FILE
           CLOSE TRAN-REJECT
           PERFORM 3600-APPEND-PENALTY-FEES
           PERFORM 3020-CLOSE-XREF.

      *> The cross-reference is this run's own working file: opened
           MOVE TRANS-ACT-NO TO XRF-ACT-NO
           MOVE TRANS-DATE TO XRF-TRANS-DATE
           MOVE TRANS-AMT TO XRF-TRANS-AMT
           MOVE TRANS-BRANCH TO XRF-BRANCH
           MOVE "U" TO XRF-POST-STATUS
           MOVE ZERO TO XRF-HIGH-TRANS-NO
           WRITE TRAN-XREF-REC
           END-IF.

       3100-POST-ONE-TRANSACTION.
           IF TRANS-TYPE-FEE AND TRANS-ORIGIN-EARLY-PENALTY
               PERFORM 3190-MATCH-PENDING-PENALTY
           END-IF
           IF NOT TRANS-TYPE-VALID
               MOVE SPACES TO WS-REJECT-REASON
               STRING "INVALID TRANS-TYPE '" TRANS-TYPE "'"
                   END-IF
                   PERFORM 3900-REJECT-TRANSACTION
               ELSE
                   PERFORM 3160-CHECK-LINKED-DEBIT
                   IF NOT WS-LINK-OK
                       MOVE SPACES TO WS-REJECT-REASON
                       IF TRANS-TYPE-FEE
                           STRING "PENALTY WITHDRAWAL NOT POSTED, REF "
                               TRANS-LINK-NO
                               DELIMITED BY SIZE INTO WS-REJECT-REASON
                       ELSE
                           STRING "LINKED DEBIT LEG NOT POSTED, REF "
                               TRANS-LINK-NO
                               DELIMITED BY SIZE INTO WS-REJECT-REASON
                       END-IF
                       PERFORM 3900-REJECT-TRANSACTION
                   ELSE
                       PERFORM 3170-CHECK-STOP-PAYMENT
                       IF WS-STOP-HIT
                           MOVE "STOP PAYMENT" TO WS-REJECT-REASON
                           PERFORM 3900-REJECT-TRANSACTION
                           PERFORM 3180-MARK-STOP-USED
                       ELSE
                           MOVE TRANS-ACT-NO TO ACT-NO IN ACT-REC
                           READ ACT-FILE
                               INVALID KEY
                                   MOVE "ACCOUNT NOT FOUND ON ACT-FILE" TO WS-REJECT-REASON
                                   PERFORM 3900-REJECT-TRANSACTION
                               NOT INVALID KEY
                                   IF TRANS-ORIGIN-ACH AND ACT-STAT-CLOSED
                                       MOVE "ACCOUNT IS CLOSED" TO WS-REJECT-REASON
                                       PERFORM 3900-REJECT-TRANSACTION
                                   ELSE
                                       PERFORM 3200-APPLY-TO-ACCOUNT
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-IF.

               END-READ
           END-IF.

      *> Only the credit leg of a linked pair is checked -- see
      *> header -- and an early-withdrawal penalty, which must not
      *> land when its withdrawal did not. An unlinked row
      *> (TRANS-LINK-NO zero, or the spaces an older record carries
      *> there) always passes.
       3160-CHECK-LINKED-DEBIT.
           SET WS-LINK-OK TO TRUE
           IF (TRANS-TYPE-DEPOSIT
                   OR (TRANS-TYPE-FEE AND TRANS-ORIGIN-EARLY-PENALTY))
                   AND TRANS-LINK-NO NUMERIC
                   AND TRANS-LINK-NO NOT = ZERO
               MOVE TRANS-LINK-NO TO XRF-TRANS-NO
               READ TRAN-XREF
                   INVALID KEY
                       MOVE "N" TO WS-LINK-OK-SW
                   NOT INVALID KEY
                       IF XRF-REJECTED
                           MOVE "N" TO WS-LINK-OK-SW
                       END-IF
               END-READ
           END-IF.

      *> Only a withdrawal with a check number can be stopped; older
      *> rows carry spaces in TRANS-CHECK-NO and never match.
       3170-CHECK-STOP-PAYMENT.
           MOVE "N" TO WS-STOP-HIT-SW
           IF TRANS-TYPE-WITHDRAWAL
                   AND TRANS-CHECK-NO NUMERIC
                   AND TRANS-CHECK-NO NOT = ZERO
               PERFORM VARYING WS-ST-IX FROM 1 BY 1
                       UNTIL WS-ST-IX > WS-STOP-COUNT
                   IF WS-ST-ACTIVE (WS-ST-IX)
                           AND WS-ST-ACT-NO (WS-ST-IX) = TRANS-ACT-NO
                           AND TRANS-CHECK-NO >=
                               WS-ST-CHECK-FROM (WS-ST-IX)
                           AND TRANS-CHECK-NO <=
                               WS-ST-CHECK-TO (WS-ST-IX)
                           AND (WS-ST-AMT (WS-ST-IX) = ZERO
                               OR WS-ST-AMT (WS-ST-IX) = TRANS-AMT)
                           AND (WS-ST-EXPIRY-DATE (WS-ST-IX) = SPACES
                               OR WS-ST-EXPIRY-DATE (WS-ST-IX) >=
                                   WS-RUN-DATE)
                       SET WS-STOP-HIT TO TRUE
                       SET WS-STOP-HIT-IX TO WS-ST-IX
                       SET WS-ST-IX TO WS-STOP-COUNT
                   END-IF
               END-PERFORM
           END-IF.

      *> A single-check stop has done its job; a range stop keeps
      *> guarding the rest of its range and records its latest catch.
       3180-MARK-STOP-USED.
           SET WS-ST-IX TO WS-STOP-HIT-IX
           IF WS-ST-CHECK-FROM (WS-ST-IX) = WS-ST-CHECK-TO (WS-ST-IX)
               MOVE "U" TO WS-ST-STATUS (WS-ST-IX)
           END-IF
           MOVE WS-RUN-DATE TO WS-ST-USED-DATE (WS-ST-IX)
           MOVE TRANS-NO TO WS-ST-USED-TRANS-NO (WS-ST-IX)
           ADD 1 TO WS-STOPPED-COUNT.

      *> TRNEDIT's penalty row for a withdrawal posted earlier in this
      *> run: that withdrawal's penalty is already on the log, so
      *> nothing needs appending for it.
       3190-MATCH-PENDING-PENALTY.
           IF TRANS-LINK-NO NUMERIC AND TRANS-LINK-NO NOT = ZERO
               PERFORM VARYING WS-PN-IX FROM 1 BY 1
                       UNTIL WS-PN-IX > WS-PENDING-COUNT
                   IF WS-PN-WDL-TRANS-NO (WS-PN-IX) = TRANS-LINK-NO
                       SET WS-PN-COVERED (WS-PN-IX) TO TRUE
                       SET WS-PN-IX TO WS-PENDING-COUNT
                   END-IF
               END-PERFORM
           END-IF.

       3200-APPLY-TO-ACCOUNT.
           MOVE "N" TO WS-DEBIT-SW
           IF TRANS-TYPE-WITHDRAWAL OR TRANS-TYPE-FEE
      *> not just the ledger balance itself (see header). With no
      *> holds on file the two tests are identical.
           PERFORM 3250-SUM-ACCOUNT-HOLDS
      *> An early withdrawal from a term deposit must also leave room
      *> for its penalty (see header).
           MOVE ZERO TO WS-EARLY-PENALTY
           IF TRANS-TYPE-WITHDRAWAL
               PERFORM 3260-CHECK-EARLY-WITHDRAWAL
           END-IF
           COMPUTE WS-NEW-AVAIL-BAL = WS-NEW-BAL - WS-HOLD-TOTAL
               - WS-EARLY-PENALTY
           IF WS-IS-DEBIT AND WS-NEW-AVAIL-BAL < WS-FLOOR-BAL
               MOVE SPACES TO WS-REJECT-REASON
               IF WS-HOLD-TOTAL > ZERO
               PERFORM 3400-MARK-XREF-OUTCOME
               ADD 1 TO WS-POSTED-COUNT
               PERFORM 3350-ADD-TO-GL-TOTALS
               IF WS-EARLY-PENALTY > ZERO
                   PERFORM 3270-NOTE-PENDING-PENALTY
               END-IF
           END-IF.

      *> An active term still short of its maturity date makes this
      *> withdrawal early: the penalty is the amount at the term's
      *> locked rate for the product's penalty months -- the same
      *> figure TRNEDIT writes.
       3260-CHECK-EARLY-WITHDRAWAL.
           IF WS-TRM-OK
               MOVE TRANS-ACT-NO TO TRM-ACT-NO
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TRM-ACTIVE
                               AND TRANS-DATE < TRM-MATURITY-DATE
                           PERFORM 3265-COMPUTE-PENALTY
                       END-IF
               END-READ
           END-IF.

       3265-COMPUTE-PENALTY.
           MOVE ZERO TO WS-PEN-MONTHS
           PERFORM VARYING WS-PM-IX FROM 1 BY 1
                   UNTIL WS-PM-IX > WS-PROD-COUNT
               IF WS-PM-CODE (WS-PM-IX) = ACT-PROD-CODE IN ACT-REC
                   MOVE WS-PM-PEN-MONTHS (WS-PM-IX) TO WS-PEN-MONTHS
                   SET WS-PM-IX TO WS-PROD-COUNT
               END-IF
           END-PERFORM
           IF WS-PEN-MONTHS = ZERO
               MOVE WS-DEFAULT-PEN-MONTHS TO WS-PEN-MONTHS
           END-IF
           COMPUTE WS-EARLY-PENALTY ROUNDED =
               TRANS-AMT * TRM-LOCKED-RATE * WS-PEN-MONTHS.

       3270-NOTE-PENDING-PENALTY.
           IF WS-PENDING-COUNT < 10000
               ADD 1 TO WS-PENDING-COUNT
               SET WS-PN-IX TO WS-PENDING-COUNT
               MOVE TRANS-NO TO WS-PN-WDL-TRANS-NO (WS-PN-IX)
               MOVE TRANS-ACT-NO TO WS-PN-ACT-NO (WS-PN-IX)
               MOVE WS-EARLY-PENALTY TO WS-PN-AMT (WS-PN-IX)
               MOVE TRANS-BRANCH TO WS-PN-BRANCH (WS-PN-IX)
               MOVE "N" TO WS-PN-COVERED-SW (WS-PN-IX)
           ELSE
               DISPLAY "TRNPOST: PENALTY TABLE FULL, NOT CHARGED FOR "
                   TRANS-NO
           END-IF.

      *> Penalties for early withdrawals that arrived without one are
      *> appended behind this run's input (see header), registered
      *> on the cross-reference like every TRAN-FILE row, and linked
      *> back to their withdrawal.
       3600-APPEND-PENALTY-FEES.
           PERFORM VARYING WS-PN-IX FROM 1 BY 1
                   UNTIL WS-PN-IX > WS-PENDING-COUNT
               IF NOT WS-PN-COVERED (WS-PN-IX)
                   IF WS-PENALTY-COUNT = ZERO
                       OPEN EXTEND TRAN-FILE
                   END-IF
                   MOVE SPACES TO TRAN-REC
                   COMPUTE TRANS-NO = WS-XRF-HIGH + 1
                   MOVE WS-RUN-DATE TO TRANS-DATE
                   MOVE WS-PN-AMT (WS-PN-IX) TO TRANS-AMT
                   MOVE WS-PN-AMT (WS-PN-IX) TO TRANS-BAL
                   SET TRANS-TYPE-FEE TO TRUE
                   MOVE WS-PN-ACT-NO (WS-PN-IX) TO TRANS-ACT-NO
                   MOVE ZERO TO REF-TRANS-NO
                   MOVE WS-PN-WDL-TRANS-NO (WS-PN-IX) TO TRANS-LINK-NO
                   MOVE WS-PN-BRANCH (WS-PN-IX) TO TRANS-BRANCH
                   SET TRANS-ORIGIN-EARLY-PENALTY TO TRUE
                   MOVE ZERO TO TRANS-CHECK-NO
                   WRITE TRAN-REC
                   PERFORM 3050-REGISTER-ON-XREF
                   ADD 1 TO WS-PENALTY-COUNT
               END-IF
           END-PERFORM
           IF WS-PENALTY-COUNT > ZERO
               CLOSE TRAN-FILE
           END-IF.

      *> Writes this row's posted/rejected outcome back to its
      *> totals under its own TRANS-TYPE, signed by the direction it
      *> actually posted (WS-IS-DEBIT already carries a reversal's
      *> resolved direction), so reversals net by direction and only
      *> money that reached the ledger is uploaded. A charge-off
      *> deposit is filed under "C" instead (see header).
       3350-ADD-TO-GL-TOTALS.
           IF TRANS-ORIGIN-CHARGE-OFF
               MOVE "C" TO WS-GL-KEY
           ELSE
               MOVE TRANS-TYPE TO WS-GL-KEY
           END-IF
           PERFORM 3360-RESOLVE-GL-BRANCH
           MOVE "N" TO WS-GL-FOUND-SW
           PERFORM VARYING WS-GL-IX FROM 1 BY 1
                   UNTIL WS-GL-IX > WS-GL-ENTRY-COUNT
               IF WS-GL-TYPE (WS-GL-IX) = WS-GL-KEY
                       AND WS-GL-BRANCH (WS-GL-IX) = WS-GL-POST-BRANCH
                   SET WS-GL-FOUND TO TRUE
                   SET WS-GL-HIT-IX TO WS-GL-IX
                   SET WS-GL-IX TO WS-GL-ENTRY-COUNT
               END-IF
           END-PERFORM
           IF WS-GL-FOUND
               SET WS-GL-IX TO WS-GL-HIT-IX
           ELSE
               ADD 1 TO WS-GL-ENTRY-COUNT
               SET WS-GL-IX TO WS-GL-ENTRY-COUNT
               MOVE WS-GL-KEY TO WS-GL-TYPE (WS-GL-IX)
               MOVE WS-GL-POST-BRANCH TO WS-GL-BRANCH (WS-GL-IX)
               MOVE WS-GL-POST-CASH-ACCT
                   TO WS-GL-BR-CASH-ACCT (WS-GL-IX)
           END-IF
           IF WS-IS-DEBIT
               SUBTRACT TRANS-AMT FROM WS-GL-NET-AMT (WS-GL-IX)
           ELSE
               ADD TRANS-AMT TO WS-GL-NET-AMT (WS-GL-IX)
           END-IF
           ADD 1 TO WS-GL-COUNT (WS-GL-IX).

      *> The branch the item is booked under and its cash account: a
      *> branch on the master keeps its code and account; anything
      *> else is filed under the blank branch at the shop-wide cash
      *> account (see header).
       3360-RESOLVE-GL-BRANCH.
           MOVE SPACES TO WS-GL-POST-BRANCH
           MOVE WS-GL-CASH-ACCT TO WS-GL-POST-CASH-ACCT
           IF TRANS-BRANCH NOT = SPACES
               PERFORM VARYING WS-BR-IX FROM 1 BY 1
                       UNTIL WS-BR-IX > WS-BRANCH-COUNT
                   IF WS-BR-CODE (WS-BR-IX) = TRANS-BRANCH
                       MOVE TRANS-BRANCH TO WS-GL-POST-BRANCH
                       MOVE WS-BR-CASH-ACCT (WS-BR-IX)
                           TO WS-GL-POST-CASH-ACCT
                       SET WS-BR-IX TO WS-BRANCH-COUNT
                   END-IF
               END-PERFORM
           END-IF.

       3250-SUM-ACCOUNT-HOLDS.
           MOVE ZERO TO WS-HOLD-TOTAL
      *> upload can be proved complete before it is applied.
       3850-WRITE-GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL
           PERFORM VARYING WS-GL-TYPE-IX FROM 1 BY 1
                   UNTIL WS-GL-TYPE-IX > 6
               PERFORM 3855-WRITE-TYPE-ROWS
           END-PERFORM
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-RUN-DATE TO GLJ-RUN-DATE
           WRITE GL-JOURNAL-REC
           CLOSE GL-JOURNAL.

      *> One type's rows, branch by branch in the order each branch
      *> first posted.
       3855-WRITE-TYPE-ROWS.
           PERFORM VARYING WS-GL-IX FROM 1 BY 1
                   UNTIL WS-GL-IX > WS-GL-ENTRY-COUNT
               IF WS-GL-TYPE (WS-GL-IX) =
                       WS-GL-TYPE-LIST(WS-GL-TYPE-IX:1)
                       AND WS-GL-COUNT (WS-GL-IX) > ZERO
                   PERFORM 3860-WRITE-ONE-GL-ROW
               END-IF
           END-PERFORM.

       3860-WRITE-ONE-GL-ROW.
           MOVE SPACES TO GL-JOURNAL-REC
           MOVE WS-RUN-DATE TO GLJ-RUN-DATE
           MOVE WS-GL-TYPE (WS-GL-IX) TO GLJ-TRANS-TYPE
           MOVE WS-GL-BRANCH (WS-GL-IX) TO GLJ-BRANCH
           IF WS-GL-TYPE (WS-GL-IX) = "C"
               MOVE WS-GL-LOSS-ACCT TO WS-GL-OFFSET-ACCT
           ELSE
               MOVE WS-GL-BR-CASH-ACCT (WS-GL-IX) TO WS-GL-OFFSET-ACCT
           END-IF
           IF WS-GL-NET-AMT (WS-GL-IX) < ZERO
               COMPUTE WS-GL-ROW-AMT = 0 - WS-GL-NET-AMT (WS-GL-IX)
               MOVE WS-GL-DEP-ACCT TO GLJ-DR-ACCT
               MOVE WS-GL-OFFSET-ACCT TO GLJ-CR-ACCT
           ELSE
               MOVE WS-GL-NET-AMT (WS-GL-IX) TO WS-GL-ROW-AMT
               MOVE WS-GL-OFFSET-ACCT TO GLJ-DR-ACCT
               MOVE WS-GL-DEP-ACCT TO GLJ-CR-ACCT
           END-IF
           MOVE WS-GL-ROW-AMT TO GLJ-AMOUNT
           ADD WS-GL-COUNT (WS-GL-IX) TO WS-GL-TOTAL-COUNT
           ADD 1 TO WS-GL-ROW-COUNT.

       3870-REWRITE-STOP-FILE.
           IF WS-STOPPED-COUNT > ZERO
               OPEN OUTPUT STOP-FILE
               PERFORM VARYING WS-ST-IX FROM 1 BY 1
                       UNTIL WS-ST-IX > WS-STOP-COUNT
                   MOVE WS-ST-ENTRY (WS-ST-IX) TO STOP-REC
                   WRITE STOP-REC
               END-PERFORM
               CLOSE STOP-FILE
           END-IF.

       3900-REJECT-TRANSACTION.
           MOVE SPACES TO TRAN-REJECT-REC
           MOVE TRAN-REC TO TRJ-ORIGINAL-REC
           DISPLAY "TRNPOST: TRANSACTIONS READ : " WS-TRAN-COUNT
           DISPLAY "TRNPOST: TRANSACTIONS POSTED: " WS-POSTED-COUNT
           DISPLAY "TRNPOST: TRANSACTIONS REJECTED: " WS-REJECT-COUNT
           DISPLAY "TRNPOST: GL JOURNAL ROWS      : " WS-GL-ROW-COUNT
           DISPLAY "TRNPOST: STOPPED PAYMENTS     : " WS-STOPPED-COUNT
           DISPLAY "TRNPOST: PENALTIES APPENDED   : " WS-PENALTY-COUNT.
