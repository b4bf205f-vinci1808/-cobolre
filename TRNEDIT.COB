      *> actually present in today's input (the raw file is
      *> pre-scanned for its distinct dates first), falling back to a
      *> TRAN-FILE pass on a shop that never ran XREFBLD.
      *>
      *> Stop payments: the raw record now carries the check (serial)
      *> number of a check withdrawal in RAW-CHECK-NO, blank for any
      *> item that is not a check, and it is carried onto TRAN-REC's
      *> TRANS-CHECK-NO. A withdrawal that passes every edit is then
      *> screened against the active, unexpired stops on STOPPAY.DAT
      *> (STP01.COB, maintained by STPMNT): same account, check number
      *> inside the stop's range, and -- when the stop names one --
      *> the same amount. A match never reaches TRAN-FILE or the
      *> duplicate screen; it is given its TRANS-NO (so TRJRESUB can
      *> address it like any other reject, and the number is never
      *> reissued) and written to TRAN-REJECT (TRANREJ.DAT) with
      *> reason "STOP PAYMENT", opened EXTEND so it joins the posting
      *> run's reject history, and the stop that caught it is marked
      *> used. TRNPOST repeats the same screen in 3100 for anything
      *> that reaches TRAN-FILE some other way.
      *>
      *> Early withdrawal from a term deposit: an accepted withdrawal
      *> against an account with an active term record on TERMDEP.DAT
      *> (TRM01.COB, written by ACCTOPEN) dated before the term's
      *> maturity date is followed onto TRAN-FILE by a TRANS-TYPE-FEE
      *> penalty row: the withdrawal amount times the rate locked on
      *> the term times the product's penalty months (PRD-EARLY-PEN-
      *> MONTHS on PRODMAST.DAT; a product that leaves it blank or
      *> zero uses WS-DEFAULT-PEN-MONTHS). The penalty is flagged
      *> TRANS-ORIGIN "E" and the pair point at each other through
      *> TRANS-LINK-NO, so TRNPOST knows the penalty is already on
      *> the log, measures the withdrawal against funds for both, and
      *> rejects the penalty if its withdrawal did not post.
      *>
      *> Branch of origin: the branch code on a batch's "BH" header
      *> is stamped on every TRAN-REC released from that batch
      *> (TRANS-BRANCH) and on its cross-reference row (XRF-BRANCH),
      *> and rides with a duplicate onto the suspense file
      *> (SUS-BRANCH) and with a stopped check onto the reject file,
      *> so a transaction can be traced to the branch that took it
      *> in wherever it ends up. Details arriving outside any
      *> envelope carry no branch (spaces). Every batch's outcome --
      *> released or failed whole, with its computed count and
      *> amount -- is appended to the batch log (BRNBATCH.DAT,
      *> BCH01.COB) for BRNSETL's daily branch settlement report.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNEDIT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.

           SELECT STOP-FILE ASSIGN TO "STOPPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STP-STATUS.

           SELECT TRAN-REJECT ASSIGN TO "TRANREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRJ-STATUS.

           SELECT PROD-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.

           SELECT TERM-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRM-ACT-NO
               FILE STATUS IS WS-TRM-STATUS.

           SELECT BATCH-LOG ASSIGN TO "BRNBATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "ACCT02.COB".
           05  RAW-TYPE                       PIC X.
           05  RAW-ACT-NO                     PIC X(5).
           05  RAW-REF-NO                     PIC X(5).
           05  RAW-CHECK-NO                   PIC X(8).
           05  FILLER                         PIC X(41).
      *> Batch envelope views of the same 80-byte record (see header).
       01  RAW-ENVELOPE-REC.
           05  RAW-ENV-ID                     PIC X(2).

       COPY "BUS01.COB".

       COPY "STP01.COB".

       COPY "TRJ01.COB".

       COPY "PRD01.COB".

       COPY "TRM01.COB".

       COPY "BCH01.COB".

       WORKING-STORAGE SECTION.

      *> Business processing-date control -- see EODMARK.COB. The
               88  RAW-EOF                     VALUE "Y".
           05  WS-TRAN-EOF                    PIC X VALUE "N".
               88  TRAN-EOF                    VALUE "Y".
           05  WS-STP-EOF                     PIC X VALUE "N".
               88  STP-EOF                     VALUE "Y".

       01  WS-ACT-STATUS                      PIC XX VALUE SPACES.
       01  WS-TRAN-STATUS                     PIC XX VALUE SPACES.

       01  WS-RAW-ACT-NO-NUM                  PIC 9(5).
       01  WS-RAW-REF-NO-NUM                  PIC 9(5).
       01  WS-RAW-CHECK-NO-NUM                PIC 9(8).

       01  WS-DATE-YY                         PIC 9(4).
       01  WS-DATE-MM                         PIC 9(2).
           05  WS-BATCH-FAIL-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-BATCH-REJ-REC-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-SUSPENDED-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-STOPPED-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-PENALTY-COUNT               PIC 9(7) VALUE ZERO.

       01  WS-SUS-STATUS                      PIC XX VALUE SPACES.
       01  WS-STP-STATUS                      PIC XX VALUE SPACES.
       01  WS-TRJ-STATUS                      PIC XX VALUE SPACES.
       01  WS-BCH-STATUS                      PIC XX VALUE SPACES.

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
       01  WS-ACT-PROD-CODE                   PIC X(3) VALUE SPACES.
       01  WS-PENALTY-AMT                     PIC 9(8)V99 VALUE ZERO.
       01  WS-WDL-TRANS-NO                    PIC 9(5) VALUE ZERO.

      *> Whole stop-payment file, loaded once at startup so matches
      *> can be marked used and the file rewritten in full at the end
      *> (the HOLDMNT shape -- see STPMNT.COB). Each entry mirrors
      *> STOP-REC byte for byte.
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

      *> Distinct detail dates pre-scanned off the raw input, so the
      *> already-on-file side of the duplicate screen only carries
           05  FILLER                         PIC X(25)
               VALUE "DIVERTED TO SUSPENSE   : ".
           05  WS-S-SUSPENDED-COUNT           PIC Z(6)9.
       01  WS-SUMMARY-LINE-7.
           05  FILLER                         PIC X(25)
               VALUE "STOPPED PAYMENTS       : ".
           05  WS-S-STOPPED-COUNT             PIC Z(6)9.
       01  WS-SUMMARY-LINE-8.
           05  FILLER                         PIC X(25)
               VALUE "EARLY-WDL PENALTIES    : ".
           05  WS-S-PENALTY-COUNT             PIC Z(6)9.

       01  WS-SUSPENSE-NOTE-LINE.
           05  FILLER                         PIC X(42) VALUE
               "DUPLICATE DIVERTED TO TRNSUSP.DAT:".
           05  WS-N-RAW-REC                   PIC X(80).

       01  WS-STOP-NOTE-LINE.
           05  FILLER                         PIC X(42) VALUE
               "STOP PAYMENT -- TO TRANREJ.DAT:".
           05  WS-P-RAW-REC                   PIC X(80).

       01  WS-BATCH-FAIL-LINE-1.
           05  FILLER                         PIC X(20)
               VALUE "BATCH FAILED WHOLE: ".
           PERFORM 1300-FIND-NEXT-TRANS-NO
           PERFORM 1400-PRESCAN-INPUT-DATES
           PERFORM 1450-LOAD-DUP-TABLE
           PERFORM 1500-LOAD-STOPS
           PERFORM 1550-LOAD-PRODUCTS
           PERFORM 2000-EDIT-TRANSACTIONS
           PERFORM 2490-REWRITE-STOP-FILE
           PERFORM 8000-CLOSE-XREF
           PERFORM 9000-WRAP-UP
           STOP RUN.
               MOVE TRANS-AMT TO WS-DP-AMT (WS-DUP-COUNT)
           END-IF.

      *> Every stop on file comes in, used and released ones too,
      *> since the whole file is written back if anything matches.
       1500-LOAD-STOPS.
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
       1550-LOAD-PRODUCTS.
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

       2000-EDIT-TRANSACTIONS.
           OPEN INPUT RAW-FILE
           OPEN INPUT ACT-FILE
           MOVE "N" TO WS-TRM-OK-SW
           OPEN INPUT TERM-FILE
           IF WS-TRM-STATUS NOT = "35"
               SET WS-TRM-OK TO TRUE
           END-IF
           OPEN EXTEND TRAN-FILE
           IF WS-TRAN-STATUS = "35"
               OPEN OUTPUT TRAN-FILE
           END-IF
           CLOSE RAW-FILE
           CLOSE ACT-FILE
           IF WS-TRM-OK
               CLOSE TERM-FILE
           END-IF
           CLOSE TRAN-FILE.

       2050-ROUTE-ONE-RECORD.

       2100-EDIT-ONE-RECORD.
           MOVE "Y" TO WS-PASSED-SW
           MOVE "N" TO WS-STOP-HIT-SW
           MOVE SPACES TO WS-EDIT-REASON
           PERFORM 2200-EDIT-FIELDS
           IF WS-PASSED
               PERFORM 2400-EDIT-ACCOUNT
           END-IF
           IF WS-PASSED
               PERFORM 2470-CHECK-STOP-PAYMENT
           END-IF
           IF WS-PASSED AND WS-STOP-HIT
               PERFORM 2480-DIVERT-STOPPED-CHECK
           ELSE
               IF WS-PASSED
                   PERFORM 2450-CHECK-DUPLICATE
                   IF WS-IS-DUPLICATE
                       PERFORM 2460-DIVERT-TO-SUSPENSE
                   ELSE
                       PERFORM 2500-WRITE-TRANSACTION
                   END-IF
               ELSE
                   PERFORM 2600-PRINT-EDIT-FAILURE
               END-IF
           END-IF.

      *> The duplicate screen proper: same account, date, type, and
           MOVE "DUPLICATE ON ACCOUNT/DATE/TYPE/AMOUNT"
               TO SUS-REASON
           MOVE WS-RUN-DATE TO SUS-DATE
           IF WS-IN-BATCH
               MOVE WS-BATCH-BRANCH TO SUS-BRANCH
           END-IF
           WRITE TRAN-SUSPENSE-REC
           CLOSE TRAN-SUSPENSE
           MOVE RAW-REC TO WS-N-RAW-REC
           WRITE EDIT-LINE
           ADD 1 TO WS-SUSPENDED-COUNT.

      *> Only a withdrawal carrying a check number can be stopped.
      *> The first active, unexpired stop on the same account whose
      *> range holds the check number -- and whose amount, when it
      *> names one, is the amount presented -- catches it.
       2470-CHECK-STOP-PAYMENT.
           MOVE "N" TO WS-STOP-HIT-SW
           IF RAW-CHECK-NO = SPACES
               MOVE ZERO TO WS-RAW-CHECK-NO-NUM
           ELSE
               MOVE RAW-CHECK-NO TO WS-RAW-CHECK-NO-NUM
           END-IF
           IF TRANS-TYPE-WITHDRAWAL AND WS-RAW-CHECK-NO-NUM NOT = ZERO
               PERFORM VARYING WS-ST-IX FROM 1 BY 1
                       UNTIL WS-ST-IX > WS-STOP-COUNT
                   IF WS-ST-ACTIVE (WS-ST-IX)
                           AND WS-ST-ACT-NO (WS-ST-IX) =
                               WS-RAW-ACT-NO-NUM
                           AND WS-RAW-CHECK-NO-NUM >=
                               WS-ST-CHECK-FROM (WS-ST-IX)
                           AND WS-RAW-CHECK-NO-NUM <=
                               WS-ST-CHECK-TO (WS-ST-IX)
                           AND (WS-ST-AMT (WS-ST-IX) = ZERO
                               OR WS-ST-AMT (WS-ST-IX) = RAW-AMT)
                           AND (WS-ST-EXPIRY-DATE (WS-ST-IX) = SPACES
                               OR WS-ST-EXPIRY-DATE (WS-ST-IX) >=
                                   WS-RUN-DATE)
                       SET WS-STOP-HIT TO TRUE
                       SET WS-STOP-HIT-IX TO WS-ST-IX
                       SET WS-ST-IX TO WS-STOP-COUNT
                   END-IF
               END-PERFORM
           END-IF.

      *> A stopped check is built as the TRAN-REC it would have been
      *> and written to the reject file under its own TRANS-NO, which
      *> is spent here and counted into the cross-reference high-water
      *> mark so it is never issued again. A single-check stop has
      *> done its job and is marked used; a range stop keeps guarding
      *> the rest of its range and just records its latest catch.
       2480-DIVERT-STOPPED-CHECK.
           SET WS-ST-IX TO WS-STOP-HIT-IX
           PERFORM 2510-BUILD-TRAN-REC
           OPEN EXTEND TRAN-REJECT
           IF WS-TRJ-STATUS = "35"
               OPEN OUTPUT TRAN-REJECT
           END-IF
           MOVE SPACES TO TRAN-REJECT-REC
           MOVE TRAN-REC TO TRJ-ORIGINAL-REC
           MOVE "STOP PAYMENT" TO TRJ-REJECT-REASON
           MOVE WS-RUN-DATE TO TRJ-REJECT-DATE
           WRITE TRAN-REJECT-REC
           CLOSE TRAN-REJECT
           IF WS-ST-CHECK-FROM (WS-ST-IX) = WS-ST-CHECK-TO (WS-ST-IX)
               MOVE "U" TO WS-ST-STATUS (WS-ST-IX)
           END-IF
           MOVE WS-RUN-DATE TO WS-ST-USED-DATE (WS-ST-IX)
           MOVE TRANS-NO TO WS-ST-USED-TRANS-NO (WS-ST-IX)
           IF TRANS-NO > WS-XRF-HIGH
               MOVE TRANS-NO TO WS-XRF-HIGH
           END-IF
           ADD 1 TO WS-NEXT-TRANS-NO
           MOVE RAW-REC TO WS-P-RAW-REC
           MOVE WS-STOP-NOTE-LINE TO EDIT-LINE
           WRITE EDIT-LINE
           ADD 1 TO WS-STOPPED-COUNT.

       2490-REWRITE-STOP-FILE.
           IF WS-STOPPED-COUNT > ZERO
               OPEN OUTPUT STOP-FILE
               PERFORM VARYING WS-ST-IX FROM 1 BY 1
                       UNTIL WS-ST-IX > WS-STOP-COUNT
                   MOVE WS-ST-ENTRY (WS-ST-IX) TO STOP-REC
                   WRITE STOP-REC
               END-PERFORM
               CLOSE STOP-FILE
           END-IF.

      *> The type edit goes through TRAN02's TRANS-TYPE-VALID 88-level
      *> (the same test TRNPOST posts by) so a future code is added in
      *> the copybook once, not re-listed here.
               WHEN RAW-REF-NO NOT = SPACES
                       AND RAW-REF-NO NOT NUMERIC
                   MOVE "REF-TRANS-NO NOT NUMERIC" TO WS-EDIT-REASON
               WHEN RAW-CHECK-NO NOT = SPACES
                       AND RAW-CHECK-NO NOT NUMERIC
                   MOVE "CHECK NUMBER NOT NUMERIC" TO WS-EDIT-REASON
               WHEN OTHER
                   PERFORM 2300-EDIT-DATE
                   IF NOT WS-DATE-OK
                       TO WS-EDIT-REASON
                   MOVE "N" TO WS-PASSED-SW
               NOT INVALID KEY
                   MOVE ACT-PROD-CODE IN ACT-REC TO WS-ACT-PROD-CODE
                   IF ACT-STAT-CLOSED
                       MOVE "ACCOUNT IS CLOSED" TO WS-EDIT-REASON
                       MOVE "N" TO WS-PASSED-SW
           END-READ.

       2500-WRITE-TRANSACTION.
           PERFORM 2510-BUILD-TRAN-REC
           MOVE ZERO TO WS-PENALTY-AMT
           IF TRANS-TYPE-WITHDRAWAL
               PERFORM 2520-CHECK-EARLY-WITHDRAWAL
           END-IF
           IF WS-PENALTY-AMT > ZERO
               COMPUTE TRANS-LINK-NO = WS-NEXT-TRANS-NO + 1
           END-IF
           WRITE TRAN-REC
           PERFORM 2550-REGISTER-ON-XREF
           PERFORM 2580-ADD-TO-DUP-TABLE
           ADD 1 TO WS-NEXT-TRANS-NO
           ADD 1 TO WS-ACCEPTED-COUNT
           IF WS-PENALTY-AMT > ZERO
               PERFORM 2530-WRITE-PENALTY-FEE
           END-IF.

      *> An active term still short of its maturity date makes this
      *> withdrawal early: the penalty is the amount at the term's
      *> locked rate for the product's penalty months (see header).
       2520-CHECK-EARLY-WITHDRAWAL.
           IF WS-TRM-OK
               MOVE TRANS-ACT-NO TO TRM-ACT-NO
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TRM-ACTIVE
                               AND TRANS-DATE < TRM-MATURITY-DATE
                           PERFORM 2525-COMPUTE-PENALTY
                       END-IF
               END-READ
           END-IF.

       2525-COMPUTE-PENALTY.
           MOVE ZERO TO WS-PEN-MONTHS
           PERFORM VARYING WS-PM-IX FROM 1 BY 1
                   UNTIL WS-PM-IX > WS-PROD-COUNT
               IF WS-PM-CODE (WS-PM-IX) = WS-ACT-PROD-CODE
                   MOVE WS-PM-PEN-MONTHS (WS-PM-IX) TO WS-PEN-MONTHS
                   SET WS-PM-IX TO WS-PROD-COUNT
               END-IF
           END-PERFORM
           IF WS-PEN-MONTHS = ZERO
               MOVE WS-DEFAULT-PEN-MONTHS TO WS-PEN-MONTHS
           END-IF
           COMPUTE WS-PENALTY-AMT ROUNDED =
               TRANS-AMT * TRM-LOCKED-RATE * WS-PEN-MONTHS.

      *> The penalty row follows its withdrawal under the next
      *> TRANS-NO, linked back to it (see header).
       2530-WRITE-PENALTY-FEE.
           MOVE TRANS-NO TO WS-WDL-TRANS-NO
           MOVE WS-NEXT-TRANS-NO TO TRANS-NO
           MOVE WS-PENALTY-AMT TO TRANS-AMT
           MOVE WS-PENALTY-AMT TO TRANS-BAL
           SET TRANS-TYPE-FEE TO TRUE
           MOVE ZERO TO REF-TRANS-NO
           MOVE WS-WDL-TRANS-NO TO TRANS-LINK-NO
           SET TRANS-ORIGIN-EARLY-PENALTY TO TRUE
           MOVE ZERO TO TRANS-CHECK-NO
           WRITE TRAN-REC
           PERFORM 2550-REGISTER-ON-XREF
           ADD 1 TO WS-NEXT-TRANS-NO
           ADD 1 TO WS-PENALTY-COUNT.

      *> The raw record as TRAN-REC, under the next TRANS-NO -- shared
      *> by the accepted path and the stopped-check reject path. A
      *> record released from a batch carries the header's branch.
       2510-BUILD-TRAN-REC.
           IF RAW-REF-NO = SPACES
               MOVE ZERO TO WS-RAW-REF-NO-NUM
           ELSE
               MOVE RAW-REF-NO TO WS-RAW-REF-NO-NUM
           END-IF
           IF RAW-CHECK-NO = SPACES
               MOVE ZERO TO WS-RAW-CHECK-NO-NUM
           ELSE
               MOVE RAW-CHECK-NO TO WS-RAW-CHECK-NO-NUM
           END-IF
           MOVE SPACES TO TRAN-REC
           MOVE WS-NEXT-TRANS-NO TO TRANS-NO
           MOVE RAW-DATE TO TRANS-DATE
           MOVE RAW-TYPE TO TRANS-TYPE
           MOVE WS-RAW-ACT-NO-NUM TO TRANS-ACT-NO
           MOVE WS-RAW-REF-NO-NUM TO REF-TRANS-NO
           MOVE WS-RAW-CHECK-NO-NUM TO TRANS-CHECK-NO
           IF WS-IN-BATCH
               MOVE WS-BATCH-BRANCH TO TRANS-BRANCH
           END-IF.

      *> Each accepted record joins the screen so a duplicate later
      *> in the same input file is caught as surely as one already
               MOVE TRANS-ACT-NO TO XRF-ACT-NO
               MOVE TRANS-DATE TO XRF-TRANS-DATE
               MOVE TRANS-AMT TO XRF-TRANS-AMT
               MOVE TRANS-BRANCH TO XRF-BRANCH
               MOVE "U" TO XRF-POST-STATUS
               MOVE ZERO TO XRF-HIGH-TRANS-NO
               WRITE TRAN-XREF-REC
               MOVE WS-BD-REC (WS-BD-IX) TO RAW-REC
               PERFORM 2100-EDIT-ONE-RECORD
           END-PERFORM
           MOVE SPACES TO BATCH-LOG-REC
           SET BCH-ACCEPTED TO TRUE
           PERFORM 2950-LOG-BATCH
           MOVE "N" TO WS-IN-BATCH-SW.

       2900-FAIL-BATCH.
           MOVE WS-BATCH-DETAIL-AMT TO WS-BF-COMP-AMT
           MOVE WS-BATCH-FAIL-LINE-3 TO EDIT-LINE
           WRITE EDIT-LINE
           MOVE SPACES TO BATCH-LOG-REC
           SET BCH-FAILED TO TRUE
           MOVE WS-BATCH-FAIL-REASON TO BCH-FAIL-REASON
           PERFORM 2950-LOG-BATCH
           MOVE "N" TO WS-IN-BATCH-SW.

      *> One batch-log row per envelope closed, released or failed,
      *> with the figures actually keyed -- BRNSETL's batch counts.
       2950-LOG-BATCH.
           MOVE WS-RUN-DATE TO BCH-RUN-DATE
           MOVE WS-BATCH-BRANCH TO BCH-BRANCH
           MOVE WS-BATCH-DATE TO BCH-BATCH-DATE
           MOVE WS-BATCH-DETAIL-COUNT TO BCH-ITEM-COUNT
           MOVE WS-BATCH-DETAIL-AMT TO BCH-ITEM-AMT
           OPEN EXTEND BATCH-LOG
           IF WS-BCH-STATUS = "35"
               OPEN OUTPUT BATCH-LOG
           END-IF
           WRITE BATCH-LOG-REC
           CLOSE BATCH-LOG.

       2600-PRINT-EDIT-FAILURE.
           MOVE WS-EDIT-REASON TO WS-D-REASON
           MOVE RAW-REC TO WS-D-RAW-REC
           MOVE WS-SUSPENDED-COUNT TO WS-S-SUSPENDED-COUNT
           MOVE WS-SUMMARY-LINE-6 TO EDIT-LINE
           WRITE EDIT-LINE
           MOVE WS-STOPPED-COUNT TO WS-S-STOPPED-COUNT
           MOVE WS-SUMMARY-LINE-7 TO EDIT-LINE
           WRITE EDIT-LINE
           MOVE WS-PENALTY-COUNT TO WS-S-PENALTY-COUNT
           MOVE WS-SUMMARY-LINE-8 TO EDIT-LINE
           WRITE EDIT-LINE
           CLOSE EDIT-RPT
           DISPLAY "TRNEDIT: RECORDS READ : " WS-RAW-COUNT
           DISPLAY "TRNEDIT: ACCEPTED     : " WS-ACCEPTED-COUNT
           DISPLAY "TRNEDIT: BATCHES FAILED WHOLE: "
               WS-BATCH-FAIL-COUNT
           DISPLAY "TRNEDIT: DIVERTED TO SUSPENSE: "
               WS-SUSPENDED-COUNT
           DISPLAY "TRNEDIT: STOPPED PAYMENTS     : "
               WS-STOPPED-COUNT
           DISPLAY "TRNEDIT: EARLY-WITHDRAWAL PENALTIES: "
               WS-PENALTY-COUNT.
