      *> the application -- an account must never open against a
      *> product that does not exist.
      *>
      *> Term deposits: a product flagged PRD-TYPE "T" on the master
      *> is a certificate. Its application must also carry the term
      *> in months (APP-TERM-MONTHS) and the maturity instruction
      *> (APP-MAT-INSTR: R renew, P pay to a linked account, H hold;
      *> blank means renew), and a P instruction must name a linked
      *> account (APP-LINK-ACT-NO) that is on file and not closed.
      *> Alongside the ACT-REC a term record is written to TERMDEP.DAT
      *> (TRM01.COB): issue date today, maturity the same day of the
      *> month the term's months later (clamped to a short month's
      *> last day), and the product's rate today locked for the term
      *> -- it is the rate copied to ACT-INT-RATE, which INTACCR keeps
      *> using for a term product even after the product rate moves.
      *> TRMMAT.COB matures, renews or pays out the term; TRNEDIT and
      *> TRNPOST charge the early-withdrawal penalty before maturity.
      *>
      *> An application that fails its edits -- blank name, non-numeric
      *> money/rate fields -- is counted and reported to the operator
      *> (the same DISPLAY convention ACTSTCHG uses for its rejects)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT TERM-FILE ASSIGN TO "TERMDEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-ACT-NO
               FILE STATUS IS WS-TRM-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.
           05  APP-CREDIT-LIMIT               PIC 9(6)V99.
           05  APP-INT-RATE                   PIC 9V9(4).
           05  APP-PROD-CODE                  PIC X(3).
           05  APP-TERM-MONTHS                PIC X(3).
           05  APP-MAT-INSTR                  PIC X.
           05  APP-LINK-ACT-NO                PIC X(5).
           05  FILLER                         PIC X.

       COPY "TRAN02.COB".


       COPY "XRF01.COB".

       COPY "TRM01.COB".

       WORKING-STORAGE SECTION.

      *> Business processing-date control -- see EODMARK.COB. The
       01  WS-ACT-STATUS                      PIC XX VALUE SPACES.
       01  WS-CUST-STATUS                     PIC XX VALUE SPACES.
       01  WS-TRAN-STATUS                     PIC XX VALUE SPACES.
       01  WS-TRM-STATUS                      PIC XX VALUE SPACES.

       01  WS-RUN-DATE                        PIC X(10).
       01  WS-RUN-DATE-NUM                    PIC 9(8).
       01  WS-NEXT-TRANS-NO                   PIC 9(5) VALUE ZERO.

      *> Product master rows (PRODMAST.DAT, PRD01.COB), loaded once.
      *> Only the rate and type are needed here; FEEASSMT loads the
      *> fee side.
       01  WS-PROD-STATUS                     PIC XX VALUE SPACES.
       01  WS-PROD-TABLE.
           05  WS-PM-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-PM-IX.
               10  WS-PM-CODE                  PIC X(3) VALUE SPACES.
               10  WS-PM-INT-RATE              PIC 9V9(4) VALUE ZERO.
               10  WS-PM-TYPE                  PIC X VALUE SPACE.
       01  WS-PROD-COUNT                      PIC 9(3) VALUE ZERO.
       01  WS-PROD-EOF-SW                     PIC X VALUE "N".
           88  PROD-EOF                        VALUE "Y".
       01  WS-PROD-FOUND-SW                   PIC X VALUE "N".
           88  WS-PROD-FOUND                   VALUE "Y".
       01  WS-PROD-RATE                       PIC 9V9(4) VALUE ZERO.
       01  WS-PROD-TERM-SW                    PIC X VALUE "N".
           88  WS-PROD-IS-TERM                 VALUE "Y".

      *> Term-deposit edits and maturity-date arithmetic.
       01  WS-TERM-REASON                     PIC X(40).
       01  WS-TERM-MONTHS                     PIC 9(3) VALUE ZERO.
       01  WS-MAT-INSTR                       PIC X VALUE SPACE.
           88  WS-MAT-INSTR-VALID              VALUE "R" "P" "H".
       01  WS-LINK-ACT-NO                     PIC 9(5) VALUE ZERO.
       01  WS-DATE-YY                         PIC 9(4).
       01  WS-DATE-MM                         PIC 9(2).
       01  WS-DATE-DD                         PIC 9(2).
       01  WS-MONTH-DAYS                      PIC 9(2).
       01  WS-MONTH-TOTAL                     PIC 9(4).
       01  WS-YEARS-TO-ADD                    PIC 9(3).
       01  WS-MATURITY-DATE                   PIC X(10).

       01  WS-COUNTERS.
           05  WS-APPL-COUNT                  PIC 9(7) VALUE ZERO.
           05  WS-OPENED-COUNT                PIC 9(7) VALUE ZERO.
           05  WS-DEPOSIT-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT                PIC 9(7) VALUE ZERO.
           05  WS-TERM-COUNT                  PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
                               TO WS-PM-CODE (WS-PROD-COUNT)
                           MOVE PRD-INT-RATE
                               TO WS-PM-INT-RATE (WS-PROD-COUNT)
                           MOVE PRD-TYPE
                               TO WS-PM-TYPE (WS-PROD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRAN-STATUS = "35"
               OPEN OUTPUT TRAN-FILE
           END-IF
           OPEN I-O TERM-FILE
           IF WS-TRM-STATUS = "35"
               OPEN OUTPUT TERM-FILE
           END-IF
           PERFORM UNTIL APPL-EOF
               READ APPL-FILE
                   AT END
           CLOSE APPL-FILE
           CLOSE ACT-FILE
           CLOSE CUST-FILE
           CLOSE TRAN-FILE
           CLOSE TERM-FILE.

      *> ACT-NO 99999 is never assigned: ACCTINQ uses it as its
      *> name-search sentinel, so the usable account-number space ends
                           WS-APPL-COUNT " - UNKNOWN PRODUCT CODE '"
                           APP-PROD-CODE "'"
                   ELSE
                       PERFORM 2260-EDIT-TERM-FIELDS
                       IF WS-TERM-REASON NOT = SPACES
                           ADD 1 TO WS-REJECT-COUNT
                           DISPLAY "ACCTOPEN: REJECTED APPLICATION "
                               WS-APPL-COUNT " - " WS-TERM-REASON
                       ELSE
                           PERFORM 2120-OPEN-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2120-OPEN-ACCOUNT.
           PERFORM 2200-WRITE-CUSTOMER
           PERFORM 2300-WRITE-ACCOUNT
           IF WS-PROD-IS-TERM
               PERFORM 2320-WRITE-TERM-RECORD
           END-IF
           IF APP-INIT-DEPOSIT > ZERO
               PERFORM 2400-WRITE-INITIAL-DEPOSIT
           END-IF
           ADD 1 TO WS-OPENED-COUNT
           ADD 1 TO WS-NEXT-ACT-NO
           ADD 1 TO WS-NEXT-CUST-NO.

       2250-RESOLVE-PRODUCT.
           MOVE "N" TO WS-PROD-FOUND-SW
           MOVE "N" TO WS-PROD-TERM-SW
           MOVE ZERO TO WS-PROD-RATE
           PERFORM VARYING WS-PM-IX FROM 1 BY 1
                   UNTIL WS-PM-IX > WS-PROD-COUNT
               IF WS-PM-CODE (WS-PM-IX) = APP-PROD-CODE
                   MOVE WS-PM-INT-RATE (WS-PM-IX) TO WS-PROD-RATE
                   SET WS-PROD-FOUND TO TRUE
                   IF WS-PM-TYPE (WS-PM-IX) = "T"
                       SET WS-PROD-IS-TERM TO TRUE
                   END-IF
                   SET WS-PM-IX TO WS-PROD-COUNT
               END-IF
           END-PERFORM.

      *> Only a term product has anything to edit here; for every
      *> other application WS-TERM-REASON stays blank and the account
      *> opens exactly as before. The linked account is read before
      *> 2300 builds the new ACT-REC, so the read cannot clobber it.
       2260-EDIT-TERM-FIELDS.
           MOVE SPACES TO WS-TERM-REASON
           MOVE ZERO TO WS-TERM-MONTHS
           MOVE ZERO TO WS-LINK-ACT-NO
           MOVE APP-MAT-INSTR TO WS-MAT-INSTR
           IF WS-MAT-INSTR = SPACE
               MOVE "R" TO WS-MAT-INSTR
           END-IF
           IF WS-PROD-IS-TERM
               IF APP-TERM-MONTHS NUMERIC
                   MOVE APP-TERM-MONTHS TO WS-TERM-MONTHS
               END-IF
               EVALUATE TRUE
                   WHEN WS-TERM-MONTHS = ZERO
                       MOVE "TERM PRODUCT WITHOUT TERM MONTHS"
                           TO WS-TERM-REASON
                   WHEN NOT WS-MAT-INSTR-VALID
                       MOVE "INVALID MATURITY INSTRUCTION"
                           TO WS-TERM-REASON
                   WHEN WS-MAT-INSTR = "P"
                           AND APP-LINK-ACT-NO NOT NUMERIC
                       MOVE "PAY-OUT WITHOUT LINKED ACCOUNT"
                           TO WS-TERM-REASON
                   WHEN OTHER
                       IF APP-LINK-ACT-NO NUMERIC
                           MOVE APP-LINK-ACT-NO TO WS-LINK-ACT-NO
                       END-IF
                       IF WS-MAT-INSTR = "P"
                           PERFORM 2270-CHECK-LINKED-ACCOUNT
                       END-IF
               END-EVALUATE
           END-IF.

       2270-CHECK-LINKED-ACCOUNT.
           MOVE WS-LINK-ACT-NO TO ACT-NO IN ACT-REC
           READ ACT-FILE
               INVALID KEY
                   MOVE "LINKED ACCOUNT NOT ON FILE" TO WS-TERM-REASON
               NOT INVALID KEY
                   IF ACT-STAT-CLOSED
                       MOVE "LINKED ACCOUNT IS CLOSED"
                           TO WS-TERM-REASON
                   END-IF
           END-READ.

       2200-WRITE-CUSTOMER.
           MOVE SPACES TO CUST-REC
           MOVE WS-NEXT-CUST-NO TO CUST-NO
           END-IF
           WRITE ACT-REC.

      *> The term record rides alongside the new ACT-REC: issued
      *> today at the product rate resolved for the account, which
      *> stays locked for the term (see header).
       2320-WRITE-TERM-RECORD.
           PERFORM 2350-SET-MATURITY-DATE
           MOVE SPACES TO TERM-REC
           MOVE WS-NEXT-ACT-NO TO TRM-ACT-NO
           MOVE WS-TERM-MONTHS TO TRM-TERM-MONTHS
           MOVE WS-RUN-DATE TO TRM-ISSUE-DATE
           MOVE WS-MATURITY-DATE TO TRM-MATURITY-DATE
           MOVE WS-PROD-RATE TO TRM-LOCKED-RATE
           MOVE WS-MAT-INSTR TO TRM-INSTRUCTION
           MOVE WS-LINK-ACT-NO TO TRM-LINK-ACT-NO
           SET TRM-ACTIVE TO TRUE
           MOVE ZERO TO TRM-RENEW-COUNT
           MOVE WS-RUN-DATE TO TRM-LAST-ACTION-DATE
           WRITE TERM-REC
               INVALID KEY
                   DISPLAY "ACCTOPEN: TERM RECORD ALREADY ON FILE FOR "
                       WS-NEXT-ACT-NO
           END-WRITE
           ADD 1 TO WS-TERM-COUNT.

      *> The same day of the month WS-TERM-MONTHS later, pulled back
      *> to the last day of a shorter month (the STOXFER rule).
       2350-SET-MATURITY-DATE.
           COMPUTE WS-MONTH-TOTAL = WS-RUN-DATE-MM - 1 + WS-TERM-MONTHS
           DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-YEARS-TO-ADD
               REMAINDER WS-DATE-MM
           ADD 1 TO WS-DATE-MM
           COMPUTE WS-DATE-YY = WS-RUN-DATE-YY + WS-YEARS-TO-ADD
           MOVE WS-RUN-DATE-DD TO WS-DATE-DD
           PERFORM 2360-SET-MONTH-DAYS
           IF WS-DATE-DD > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-DATE-DD
           END-IF
           MOVE SPACES TO WS-MATURITY-DATE
           STRING WS-DATE-YY       DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-DATE-MM       DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-DATE-DD       DELIMITED BY SIZE
                  INTO WS-MATURITY-DATE.

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

       2400-WRITE-INITIAL-DEPOSIT.
           MOVE SPACES TO TRAN-REC
           SET TRANS-BRANCH-SYSTEM TO TRUE
           MOVE WS-NEXT-TRANS-NO TO TRANS-NO
           MOVE WS-RUN-DATE TO TRANS-DATE
           MOVE APP-INIT-DEPOSIT TO TRANS-AMT
               MOVE TRANS-ACT-NO TO XRF-ACT-NO
               MOVE TRANS-DATE TO XRF-TRANS-DATE
               MOVE TRANS-AMT TO XRF-TRANS-AMT
               MOVE TRANS-BRANCH TO XRF-BRANCH
               MOVE "U" TO XRF-POST-STATUS
               MOVE ZERO TO XRF-HIGH-TRANS-NO
               WRITE TRAN-XREF-REC
           DISPLAY "ACCTOPEN: APPLICATIONS READ : " WS-APPL-COUNT
           DISPLAY "ACCTOPEN: ACCOUNTS OPENED   : " WS-OPENED-COUNT
           DISPLAY "ACCTOPEN: DEPOSITS WRITTEN  : " WS-DEPOSIT-COUNT
           DISPLAY "ACCTOPEN: REJECTED          : " WS-REJECT-COUNT
           DISPLAY "ACCTOPEN: TERM RECORDS      : " WS-TERM-COUNT.
