      *> ---------------------------------------------------------------
      *> PRODMIS - Monthly product portfolio and profitability report
      *>
      *> Month-end management figures by ACT-PROD-CODE, for the run
      *> month (the business date's "YYYY-MM"). One group is printed
      *> per PRODMAST.DAT product, one for the legacy accounts that
      *> carry no product code, and one for each code on ACCTMAST.DAT
      *> that the product master no longer knows. Per group:
      *>   - accounts on file, and those still open at month end (any
      *>     status but closed);
      *>   - accounts opened in the month, from the ACT-OPEN-DATE
      *>     ACCTOPEN stamps on the new account;
      *>   - accounts closed, escheated and charged off in the month,
      *>     from the ACTSTHST.DAT rows that moved an account to "C":
      *>     reason "ES" is ESCHEAT's, "CO" is COLLECT's charge-off,
      *>     and any other reason is an ordinary close;
      *>   - total ACT-BAL, the average over the month-end open
      *>     accounts, and the open accounts below the product's
      *>     PRD-MIN-BAL (legacy and unknown codes have no minimum);
      *>   - interest paid (type "I") and fee income (type "F") split
      *>     by TRANS-FEE-KIND, with the early-withdrawal penalty told
      *>     apart by its TRANS-ORIGIN and fee rows written before the
      *>     kind was carried counted as OTHER. A reversal posted in
      *>     the month comes off the kind of the row it reverses, so
      *>     fees are net of fee reversals; carry-forward rows and rows
      *>     TRNPOST rejected (post status "N" on TRNXREF.DAT, the
      *>     durable record of every row's outcome) are not income at
      *>     all;
      *>   - the margin per account: interest paid less net fee
      *>     income, over the month-end open accounts. A negative
      *>     margin is a product that earns more in fees than it pays
      *>     in interest.
      *>
      *> The same figures go to PRODMISX.DAT (MIS01.COB) for the
      *> finance data warehouse, one "D" row per group and a "T"
      *> trailer of the column totals. Every account on ACCTMAST.DAT
      *> falls in exactly one group, so the trailer's account count
      *> and total balance are TRIALBAL's TOTAL ACCOUNTS READ and
      *> TOTAL ACT-BAL for the same night, and the two can be tied.
      *> ACT-FILE is read sequentially for that reason, the way
      *> TRIALBAL reads it. The start and end are logged to
      *> RUN-CONTROL with the accounts read, the groups written and
      *> the month's transactions counted.
      *>
      *> Run it after the month's last TRNPOST and before PERCLOSE
      *> closes the month: the close archives the month's rows off
      *> TRAN-FILE, folding them into carry-forwards this report does
      *> not count, and rebuilds TRNXREF.DAT with every row posted.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACT-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACT-NO
               FILE STATUS IS WS-ACT-STATUS.

           SELECT PROD-FILE ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.

           SELECT ACT-STAT-HIST ASSIGN TO "ACTSTHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASH-STATUS.

           SELECT TRAN-FILE ASSIGN TO "TRANFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT TRAN-XREF ASSIGN TO "TRNXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRF-TRANS-NO
               FILE STATUS IS WS-XRF-STATUS.

           SELECT MIS-RPT ASSIGN TO "PRODMIS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MIS-EXTRACT ASSIGN TO "PRODMISX.DAT"
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

       COPY "PRD01.COB".

       COPY "ACTH01.COB".

       COPY "TRAN02.COB".

       COPY "XRF01.COB".

       FD  MIS-RPT
           LABEL RECORDS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  MIS-LINE                           PIC X(132).

       COPY "MIS01.COB".

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
           05  WS-ASH-EOF                     PIC X VALUE "N".
               88  ASH-EOF                     VALUE "Y".
           05  WS-TRAN-EOF                    PIC X VALUE "N".
               88  TRAN-EOF                    VALUE "Y".
           05  WS-XRF-EOF                     PIC X VALUE "N".
               88  XRF-EOF                     VALUE "Y".

       01  WS-ACT-STATUS                      PIC XX VALUE SPACES.
       01  WS-PROD-STATUS                     PIC XX VALUE SPACES.
       01  WS-ASH-STATUS                      PIC XX VALUE SPACES.
       01  WS-TRAN-STATUS                     PIC XX VALUE SPACES.
       01  WS-XRF-STATUS                      PIC XX VALUE SPACES.
       01  WS-RC-STATUS                       PIC XX VALUE SPACES.

       01  WS-ACT-OPEN-SW                     PIC X VALUE "N".
           88  WS-ACT-OPEN                     VALUE "Y".
       01  WS-XRF-OPEN-SW                     PIC X VALUE "N".
           88  WS-XRF-OPEN                     VALUE "Y".

       01  WS-RUN-DATE                        PIC X(10).
       01  WS-RUN-DATE-NUM                    PIC 9(8).
       01  WS-RUN-DATE-YY                     PIC 9(4).
       01  WS-RUN-DATE-MM                     PIC 9(2).
       01  WS-RUN-DATE-DD                     PIC 9(2).
       01  WS-RUN-YYYYMM                      PIC 9(6).

      *> One row per product group. Row 1 is always the legacy group
      *> (blank code); the master's products follow, then any code
      *> found on an account that the master does not carry.
       01  WS-PRODUCT-TABLE.
           05  WS-PT-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-PT-IX.
               10  WS-PT-CODE                  PIC X(3).
               10  WS-PT-NAME                  PIC X(20).
               10  WS-PT-MASTER-SW             PIC X.
                   88  WS-PT-ON-MASTER          VALUE "Y".
               10  WS-PT-MIN-BAL               PIC 9(8)V99.
               10  WS-PT-ACCT-COUNT            PIC 9(7).
               10  WS-PT-OPEN-COUNT            PIC 9(7).
               10  WS-PT-OPENED-COUNT          PIC 9(7).
               10  WS-PT-CLOSED-COUNT          PIC 9(7).
               10  WS-PT-ESCHEAT-COUNT         PIC 9(7).
               10  WS-PT-CHGOFF-COUNT          PIC 9(7).
               10  WS-PT-BELOW-MIN-COUNT       PIC 9(7).
               10  WS-PT-TOTAL-BAL             PIC S9(11)V99.
               10  WS-PT-INT-PAID              PIC S9(9)V99.
               10  WS-PT-FEE-MAINT             PIC S9(9)V99.
               10  WS-PT-FEE-DORM              PIC S9(9)V99.
               10  WS-PT-FEE-REJECT            PIC S9(9)V99.
               10  WS-PT-FEE-PENALTY           PIC S9(9)V99.
               10  WS-PT-FEE-OTHER             PIC S9(9)V99.
       01  WS-PT-COUNT                        PIC 9(3) VALUE ZERO.
       01  WS-PT-FOUND-IX                     PIC 9(3) VALUE ZERO.
       01  WS-LOOKUP-CODE                     PIC X(3).

      *> The product row of every account on file, by ACT-NO (the key
      *> is 9(5)), so a status change or a transaction can be put in
      *> its account's group without going back to ACT-FILE. Zero is
      *> an account no longer on file, counted with the legacy group.
       01  WS-ACCOUNT-ROW-TABLE.
           05  WS-AR-ROW OCCURS 99999 TIMES   PIC 9(3) VALUE ZERO.

      *> What each TRANS-NO on TRAN-FILE is, so a reversal can be
      *> taken off the right figure: "I" interest, "M"/"D"/"R" the
      *> fee kinds, "P" the early-withdrawal penalty, "O" any other
      *> fee, "X" a row TRNPOST rejected, space anything else.
       01  WS-TRAN-KIND-TABLE.
           05  WS-TK-KIND OCCURS 99999 TIMES  PIC X VALUE SPACE.
       01  WS-KIND                            PIC X.
       01  WS-SIGNED-AMT                      PIC S9(8)V99.
       01  WS-ROW-IX                          PIC 9(3).

      *> The group being printed -- a table row, or the grand totals
      *> -- with its derived figures.
       01  WS-CURRENT-ROW.
           05  WS-CR-CODE                     PIC X(3).
           05  WS-CR-NAME                     PIC X(20).
           05  WS-CR-ACCT-COUNT               PIC 9(7).
           05  WS-CR-OPEN-COUNT               PIC 9(7).
           05  WS-CR-OPENED-COUNT             PIC 9(7).
           05  WS-CR-CLOSED-COUNT             PIC 9(7).
           05  WS-CR-ESCHEAT-COUNT            PIC 9(7).
           05  WS-CR-CHGOFF-COUNT             PIC 9(7).
           05  WS-CR-BELOW-MIN-COUNT          PIC 9(7).
           05  WS-CR-TOTAL-BAL                PIC S9(11)V99.
           05  WS-CR-INT-PAID                 PIC S9(9)V99.
           05  WS-CR-FEE-MAINT                PIC S9(9)V99.
           05  WS-CR-FEE-DORM                 PIC S9(9)V99.
           05  WS-CR-FEE-REJECT               PIC S9(9)V99.
           05  WS-CR-FEE-PENALTY              PIC S9(9)V99.
           05  WS-CR-FEE-OTHER                PIC S9(9)V99.
           05  WS-CR-FEE-TOTAL                PIC S9(9)V99.
           05  WS-CR-AVG-BAL                  PIC S9(9)V99.
           05  WS-CR-MARGIN                   PIC S9(7)V99.

       01  WS-GRAND-TOTALS.
           05  WS-GT-ACCT-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-GT-OPEN-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-GT-OPENED-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-GT-CLOSED-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-GT-ESCHEAT-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-GT-CHGOFF-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-GT-BELOW-MIN-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-GT-TOTAL-BAL                PIC S9(11)V99 VALUE ZERO.
           05  WS-GT-INT-PAID                 PIC S9(9)V99 VALUE ZERO.
           05  WS-GT-FEE-MAINT                PIC S9(9)V99 VALUE ZERO.
           05  WS-GT-FEE-DORM                 PIC S9(9)V99 VALUE ZERO.
           05  WS-GT-FEE-REJECT               PIC S9(9)V99 VALUE ZERO.
           05  WS-GT-FEE-PENALTY              PIC S9(9)V99 VALUE ZERO.
           05  WS-GT-FEE-OTHER                PIC S9(9)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ACT-READ-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-TRAN-USED-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-EXTRACT-COUNT               PIC 9(7) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                         PIC X(47)
               VALUE "PRODUCT PORTFOLIO AND PROFITABILITY REPORT FOR ".
           05  WS-H1-MONTH                    PIC X(7).
           05  FILLER                         PIC X(9)
               VALUE "   AS OF ".
           05  WS-H1-DATE                     PIC X(10).
       01  WS-HEADING-2.
           05  FILLER                         PIC X(5) VALUE "CODE".
           05  FILLER                         PIC X(20) VALUE "PRODUCT".
           05  FILLER                         PIC X(9)
               VALUE "    ACCTS".
           05  FILLER                         PIC X(9)
               VALUE " EOM OPEN".
           05  FILLER                         PIC X(7) VALUE " OPENED".
           05  FILLER                         PIC X(7) VALUE " CLOSED".
           05  FILLER                         PIC X(7) VALUE "   ESCH".
           05  FILLER                         PIC X(7) VALUE " CHGOFF".
           05  FILLER                         PIC X(16)
               VALUE "   TOTAL BALANCE".
           05  FILLER                         PIC X(13)
               VALUE "  AVG BALANCE".
           05  FILLER                         PIC X(8)
               VALUE " <MINBAL".
       01  WS-HEADING-3.
           05  FILLER                         PIC X(7) VALUE SPACES.
           05  FILLER                         PIC X(12)
               VALUE "    INT PAID".
           05  FILLER                         PIC X(12)
               VALUE "   FEE MAINT".
           05  FILLER                         PIC X(12)
               VALUE "    FEE DORM".
           05  FILLER                         PIC X(12)
               VALUE "  FEE REJECT".
           05  FILLER                         PIC X(12)
               VALUE "     PENALTY".
           05  FILLER                         PIC X(12)
               VALUE "   FEE OTHER".
           05  FILLER                         PIC X(13)
               VALUE "    FEE TOTAL".
           05  FILLER                         PIC X(11)
               VALUE " MARGIN/ACT".

       01  WS-DETAIL-1.
           05  WS-D1-CODE                     PIC X(3).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D1-NAME                     PIC X(20).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D1-ACCTS                    PIC Z(6)9.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D1-OPEN                     PIC Z(6)9.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D1-OPENED                   PIC Z(5)9.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D1-CLOSED                   PIC Z(5)9.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D1-ESCHEAT                  PIC Z(5)9.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D1-CHGOFF                   PIC Z(5)9.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D1-TOTAL-BAL                PIC -(11)9.99.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D1-AVG-BAL                  PIC -(8)9.99.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D1-BELOW-MIN                PIC Z(6)9.
       01  WS-DETAIL-2.
           05  FILLER                         PIC X(7) VALUE SPACES.
           05  WS-D2-INT-PAID                 PIC -(8)9.99.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D2-FEE-MAINT                PIC -(7)9.99.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D2-FEE-DORM                 PIC -(7)9.99.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D2-FEE-REJECT               PIC -(7)9.99.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D2-FEE-PENALTY              PIC -(7)9.99.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D2-FEE-OTHER                PIC -(7)9.99.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D2-FEE-TOTAL                PIC -(8)9.99.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D2-MARGIN                   PIC -(6)9.99.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                         PIC X(25)
               VALUE "ACCOUNTS ON FILE       : ".
           05  WS-S-ACCOUNTS                  PIC Z(6)9.
           05  FILLER                         PIC X(34)
               VALUE "   (TRIALBAL TOTAL ACCOUNTS READ)".
       01  WS-SUMMARY-LINE-2.
           05  FILLER                         PIC X(25)
               VALUE "ACT-BAL ON FILE        : ".
           05  WS-S-TOTAL-BAL                 PIC -(11)9.99.
           05  FILLER                         PIC X(27)
               VALUE "   (TRIALBAL TOTAL ACT-BAL)".
       01  WS-SUMMARY-LINE-3.
           05  FILLER                         PIC X(25)
               VALUE "MONTH TRANSACTIONS USED: ".
           05  WS-S-TRAN-USED                 PIC Z(6)9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                         PIC X(25)
               VALUE "EXTRACT ROWS WRITTEN   : ".
           05  WS-S-EXTRACT                   PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 8800-WRITE-RUN-START
           PERFORM 1400-LOAD-PRODUCTS
           PERFORM 2000-SWEEP-ACCOUNTS
           PERFORM 3000-COUNT-STATUS-CHANGES
           PERFORM 4000-CLASSIFY-TRANSACTIONS
           PERFORM 4300-MARK-REJECTED
           PERFORM 4500-TOTAL-MONTH-TRANSACTIONS
           PERFORM 5000-WRITE-PRODUCTS
           PERFORM 5500-WRITE-TOTALS
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
           OPEN OUTPUT MIS-RPT
           OPEN OUTPUT MIS-EXTRACT
           MOVE WS-RUN-DATE(1:7) TO WS-H1-MONTH
           MOVE WS-RUN-DATE TO WS-H1-DATE
           MOVE WS-HEADING-1 TO MIS-LINE
           WRITE MIS-LINE
           MOVE SPACES TO MIS-LINE
           WRITE MIS-LINE
           MOVE WS-HEADING-2 TO MIS-LINE
           WRITE MIS-LINE
           MOVE WS-HEADING-3 TO MIS-LINE
           WRITE MIS-LINE.

      *> The legacy group first, so it is always row 1, then every
      *> product on the master in the master's order.
       1400-LOAD-PRODUCTS.
           MOVE SPACES TO WS-LOOKUP-CODE
           PERFORM 1500-FIND-PRODUCT-ROW
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
                               AND WS-PT-COUNT < 51
                           MOVE PRD-CODE TO WS-LOOKUP-CODE
                           PERFORM 1500-FIND-PRODUCT-ROW
                           SET WS-PT-IX TO WS-PT-FOUND-IX
                           MOVE PRD-NAME TO WS-PT-NAME (WS-PT-IX)
                           MOVE "Y" TO WS-PT-MASTER-SW (WS-PT-IX)
                           IF PRD-MIN-BAL NUMERIC
                               MOVE PRD-MIN-BAL
                                   TO WS-PT-MIN-BAL (WS-PT-IX)
                           END-IF
                   END-IF
               END-READ
           END-PERFORM
           IF WS-PROD-STATUS NOT = "35"
               CLOSE PROD-FILE
           END-IF.

      *> Finds the group's row, adding one when the code is new. A
      *> full table lumps the overflow into its last row.
       1500-FIND-PRODUCT-ROW.
           MOVE ZERO TO WS-PT-FOUND-IX
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
                   UNTIL WS-PT-IX > WS-PT-COUNT
               IF WS-PT-CODE (WS-PT-IX) = WS-LOOKUP-CODE
                   SET WS-PT-FOUND-IX TO WS-PT-IX
                   SET WS-PT-IX TO WS-PT-COUNT
               END-IF
           END-PERFORM
           IF WS-PT-FOUND-IX = ZERO
               IF WS-PT-COUNT < 60
                   ADD 1 TO WS-PT-COUNT
                   SET WS-PT-IX TO WS-PT-COUNT
                   MOVE WS-LOOKUP-CODE TO WS-PT-CODE (WS-PT-IX)
                   IF WS-LOOKUP-CODE = SPACES
                       MOVE "LEGACY / NO PRODUCT"
                           TO WS-PT-NAME (WS-PT-IX)
                   ELSE
                       MOVE "UNKNOWN PRODUCT CODE"
                           TO WS-PT-NAME (WS-PT-IX)
                   END-IF
                   MOVE "N" TO WS-PT-MASTER-SW (WS-PT-IX)
                   MOVE ZERO TO WS-PT-MIN-BAL (WS-PT-IX)
                   MOVE ZERO TO WS-PT-ACCT-COUNT (WS-PT-IX)
                   MOVE ZERO TO WS-PT-OPEN-COUNT (WS-PT-IX)
                   MOVE ZERO TO WS-PT-OPENED-COUNT (WS-PT-IX)
                   MOVE ZERO TO WS-PT-CLOSED-COUNT (WS-PT-IX)
                   MOVE ZERO TO WS-PT-ESCHEAT-COUNT (WS-PT-IX)
                   MOVE ZERO TO WS-PT-CHGOFF-COUNT (WS-PT-IX)
                   MOVE ZERO TO WS-PT-BELOW-MIN-COUNT (WS-PT-IX)
                   MOVE ZERO TO WS-PT-TOTAL-BAL (WS-PT-IX)
                   MOVE ZERO TO WS-PT-INT-PAID (WS-PT-IX)
                   MOVE ZERO TO WS-PT-FEE-MAINT (WS-PT-IX)
                   MOVE ZERO TO WS-PT-FEE-DORM (WS-PT-IX)
                   MOVE ZERO TO WS-PT-FEE-REJECT (WS-PT-IX)
                   MOVE ZERO TO WS-PT-FEE-PENALTY (WS-PT-IX)
                   MOVE ZERO TO WS-PT-FEE-OTHER (WS-PT-IX)
               END-IF
               MOVE WS-PT-COUNT TO WS-PT-FOUND-IX
           END-IF.

       2000-SWEEP-ACCOUNTS.
           OPEN INPUT ACT-FILE
           IF WS-ACT-STATUS = "00"
               SET WS-ACT-OPEN TO TRUE
           ELSE
               DISPLAY "PRODMIS: ACCTMAST.DAT OPEN STATUS "
                   WS-ACT-STATUS
               SET ACT-EOF TO TRUE
           END-IF
           PERFORM UNTIL ACT-EOF
               READ ACT-FILE
                   AT END
                       SET ACT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACT-READ-COUNT
                       PERFORM 2100-COUNT-ONE-ACCOUNT
               END-READ
           END-PERFORM
           IF WS-ACT-OPEN
               CLOSE ACT-FILE
           END-IF.

      *> A closed account still counts toward the group's accounts and
      *> balance, as it does in TRIALBAL, but not toward the month-end
      *> open figures.
       2100-COUNT-ONE-ACCOUNT.
           MOVE ACT-PROD-CODE TO WS-LOOKUP-CODE
           PERFORM 1500-FIND-PRODUCT-ROW
           SET WS-PT-IX TO WS-PT-FOUND-IX
           IF ACT-NO > ZERO
               MOVE WS-PT-FOUND-IX TO WS-AR-ROW (ACT-NO)
           END-IF
           ADD 1 TO WS-PT-ACCT-COUNT (WS-PT-IX)
           ADD ACT-BAL TO WS-PT-TOTAL-BAL (WS-PT-IX)
           IF ACT-OPEN-DATE(1:7) = WS-RUN-DATE(1:7)
               ADD 1 TO WS-PT-OPENED-COUNT (WS-PT-IX)
           END-IF
           IF NOT ACT-STAT-CLOSED
               ADD 1 TO WS-PT-OPEN-COUNT (WS-PT-IX)
               IF WS-PT-ON-MASTER (WS-PT-IX)
                       AND ACT-BAL < WS-PT-MIN-BAL (WS-PT-IX)
                   ADD 1 TO WS-PT-BELOW-MIN-COUNT (WS-PT-IX)
               END-IF
           END-IF.

       3000-COUNT-STATUS-CHANGES.
           OPEN INPUT ACT-STAT-HIST
           IF WS-ASH-STATUS = "35"
               SET ASH-EOF TO TRUE
           END-IF
           PERFORM UNTIL ASH-EOF
               READ ACT-STAT-HIST
                   AT END
                       SET ASH-EOF TO TRUE
                   NOT AT END
                       IF ASH-NEW-STATUS = "C"
                               AND ASH-EFF-DATE(1:7)
                                   = WS-RUN-DATE(1:7)
                           PERFORM 3100-COUNT-ONE-CLOSE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ASH-STATUS NOT = "35"
               CLOSE ACT-STAT-HIST
           END-IF.

       3100-COUNT-ONE-CLOSE.
           MOVE 1 TO WS-ROW-IX
           IF ASH-ACT-NO NUMERIC AND ASH-ACT-NO > ZERO
               IF WS-AR-ROW (ASH-ACT-NO) > ZERO
                   MOVE WS-AR-ROW (ASH-ACT-NO) TO WS-ROW-IX
               END-IF
           END-IF
           EVALUATE ASH-REASON-CODE
               WHEN "ES"
                   ADD 1 TO WS-PT-ESCHEAT-COUNT (WS-ROW-IX)
               WHEN "CO"
                   ADD 1 TO WS-PT-CHGOFF-COUNT (WS-ROW-IX)
               WHEN OTHER
                   ADD 1 TO WS-PT-CLOSED-COUNT (WS-ROW-IX)
           END-EVALUATE.

      *> First pass: what every TRANS-NO on the log is, whatever its
      *> date, so a reversal in the month can find a fee or interest
      *> row from an earlier one.
       4000-CLASSIFY-TRANSACTIONS.
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS = "35"
               SET TRAN-EOF TO TRUE
           END-IF
           PERFORM UNTIL TRAN-EOF
               READ TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
                   NOT AT END
                       IF NOT TRANS-CARRY-FORWARD
                               AND TRANS-NO > ZERO
                           PERFORM 4100-CLASSIFY-ONE-TRAN
                           MOVE WS-KIND TO WS-TK-KIND (TRANS-NO)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRAN-STATUS NOT = "35"
               CLOSE TRAN-FILE
           END-IF.

       4100-CLASSIFY-ONE-TRAN.
           MOVE SPACE TO WS-KIND
           IF TRANS-TYPE-INTEREST
               MOVE "I" TO WS-KIND
           END-IF
           IF TRANS-TYPE-FEE
               EVALUATE TRUE
                   WHEN TRANS-ORIGIN-EARLY-PENALTY
                       MOVE "P" TO WS-KIND
                   WHEN TRANS-FEE-MAINTENANCE
                       MOVE "M" TO WS-KIND
                   WHEN TRANS-FEE-DORMANCY
                       MOVE "D" TO WS-KIND
                   WHEN TRANS-FEE-REJECT-ITEM
                       MOVE "R" TO WS-KIND
                   WHEN OTHER
                       MOVE "O" TO WS-KIND
               END-EVALUATE
           END-IF.

      *> A rejected row stays on TRAN-FILE but never reached ACT-BAL,
      *> so it is neither income nor something a reversal undoes.
      *> TRNPOST writes each row's outcome back to the xref, so this
      *> holds for a row rejected by any run, not just the last one.
      *> A shop that has never run XREFBLD has no xref, and every row
      *> is taken as posted.
       4300-MARK-REJECTED.
           OPEN INPUT TRAN-XREF
           IF WS-XRF-STATUS = "00"
               SET WS-XRF-OPEN TO TRUE
           ELSE
               SET XRF-EOF TO TRUE
           END-IF
           PERFORM UNTIL XRF-EOF
               READ TRAN-XREF
                   AT END
                       SET XRF-EOF TO TRUE
                   NOT AT END
                       IF XRF-TRANS-NO > ZERO AND XRF-REJECTED
                           MOVE "X" TO WS-TK-KIND (XRF-TRANS-NO)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XRF-OPEN
               CLOSE TRAN-XREF
           END-IF.

      *> Second pass: the month's posted interest, fees and the
      *> reversals of either.
       4500-TOTAL-MONTH-TRANSACTIONS.
           MOVE "N" TO WS-TRAN-EOF
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS = "35"
               SET TRAN-EOF TO TRUE
           END-IF
           PERFORM UNTIL TRAN-EOF
               READ TRAN-FILE
                   AT END
                       SET TRAN-EOF TO TRUE
                   NOT AT END
                       IF NOT TRANS-CARRY-FORWARD
                               AND TRANS-NO > ZERO
                               AND TRANS-DATE(1:7)
                                   = WS-RUN-DATE(1:7)
                           PERFORM 4600-TOTAL-ONE-TRAN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRAN-STATUS NOT = "35"
               CLOSE TRAN-FILE
           END-IF.

      *> A reversal takes the kind of the row it reverses, negated;
      *> a reversal of something that was neither fee nor interest,
      *> or of a rejected row, is left out.
       4600-TOTAL-ONE-TRAN.
           MOVE SPACE TO WS-KIND
           MOVE TRANS-AMT TO WS-SIGNED-AMT
           IF WS-TK-KIND (TRANS-NO) NOT = "X"
               IF TRANS-TYPE-REVERSAL
                   IF REF-TRANS-NO > ZERO
                       IF WS-TK-KIND (REF-TRANS-NO) NOT = "X"
                           MOVE WS-TK-KIND (REF-TRANS-NO) TO WS-KIND
                       END-IF
                   END-IF
                   COMPUTE WS-SIGNED-AMT = ZERO - TRANS-AMT
               ELSE
                   PERFORM 4100-CLASSIFY-ONE-TRAN
               END-IF
           END-IF
           IF WS-KIND NOT = SPACE
               MOVE 1 TO WS-ROW-IX
               IF TRANS-ACT-NO > ZERO
                   IF WS-AR-ROW (TRANS-ACT-NO) > ZERO
                       MOVE WS-AR-ROW (TRANS-ACT-NO) TO WS-ROW-IX
                   END-IF
               END-IF
               ADD 1 TO WS-TRAN-USED-COUNT
               PERFORM 4700-APPLY-AMOUNT
           END-IF.

       4700-APPLY-AMOUNT.
           EVALUATE WS-KIND
               WHEN "I"
                   ADD WS-SIGNED-AMT TO WS-PT-INT-PAID (WS-ROW-IX)
               WHEN "M"
                   ADD WS-SIGNED-AMT TO WS-PT-FEE-MAINT (WS-ROW-IX)
               WHEN "D"
                   ADD WS-SIGNED-AMT TO WS-PT-FEE-DORM (WS-ROW-IX)
               WHEN "R"
                   ADD WS-SIGNED-AMT TO WS-PT-FEE-REJECT (WS-ROW-IX)
               WHEN "P"
                   ADD WS-SIGNED-AMT TO WS-PT-FEE-PENALTY (WS-ROW-IX)
               WHEN "O"
                   ADD WS-SIGNED-AMT TO WS-PT-FEE-OTHER (WS-ROW-IX)
           END-EVALUATE.

       5000-WRITE-PRODUCTS.
           PERFORM VARYING WS-PT-IX FROM 1 BY 1
                   UNTIL WS-PT-IX > WS-PT-COUNT
               PERFORM 5100-WRITE-ONE-PRODUCT
           END-PERFORM.

       5100-WRITE-ONE-PRODUCT.
           MOVE WS-PT-CODE (WS-PT-IX) TO WS-CR-CODE
           MOVE WS-PT-NAME (WS-PT-IX) TO WS-CR-NAME
           MOVE WS-PT-ACCT-COUNT (WS-PT-IX) TO WS-CR-ACCT-COUNT
           MOVE WS-PT-OPEN-COUNT (WS-PT-IX) TO WS-CR-OPEN-COUNT
           MOVE WS-PT-OPENED-COUNT (WS-PT-IX) TO WS-CR-OPENED-COUNT
           MOVE WS-PT-CLOSED-COUNT (WS-PT-IX) TO WS-CR-CLOSED-COUNT
           MOVE WS-PT-ESCHEAT-COUNT (WS-PT-IX) TO WS-CR-ESCHEAT-COUNT
           MOVE WS-PT-CHGOFF-COUNT (WS-PT-IX) TO WS-CR-CHGOFF-COUNT
           MOVE WS-PT-BELOW-MIN-COUNT (WS-PT-IX)
               TO WS-CR-BELOW-MIN-COUNT
           MOVE WS-PT-TOTAL-BAL (WS-PT-IX) TO WS-CR-TOTAL-BAL
           MOVE WS-PT-INT-PAID (WS-PT-IX) TO WS-CR-INT-PAID
           MOVE WS-PT-FEE-MAINT (WS-PT-IX) TO WS-CR-FEE-MAINT
           MOVE WS-PT-FEE-DORM (WS-PT-IX) TO WS-CR-FEE-DORM
           MOVE WS-PT-FEE-REJECT (WS-PT-IX) TO WS-CR-FEE-REJECT
           MOVE WS-PT-FEE-PENALTY (WS-PT-IX) TO WS-CR-FEE-PENALTY
           MOVE WS-PT-FEE-OTHER (WS-PT-IX) TO WS-CR-FEE-OTHER
           PERFORM 5200-PRINT-CURRENT-ROW
           MOVE SPACES TO MIS-EXTRACT-REC
           SET MIS-DETAIL TO TRUE
           PERFORM 5300-EXTRACT-CURRENT-ROW
           ADD WS-CR-ACCT-COUNT TO WS-GT-ACCT-COUNT
           ADD WS-CR-OPEN-COUNT TO WS-GT-OPEN-COUNT
           ADD WS-CR-OPENED-COUNT TO WS-GT-OPENED-COUNT
           ADD WS-CR-CLOSED-COUNT TO WS-GT-CLOSED-COUNT
           ADD WS-CR-ESCHEAT-COUNT TO WS-GT-ESCHEAT-COUNT
           ADD WS-CR-CHGOFF-COUNT TO WS-GT-CHGOFF-COUNT
           ADD WS-CR-BELOW-MIN-COUNT TO WS-GT-BELOW-MIN-COUNT
           ADD WS-CR-TOTAL-BAL TO WS-GT-TOTAL-BAL
           ADD WS-CR-INT-PAID TO WS-GT-INT-PAID
           ADD WS-CR-FEE-MAINT TO WS-GT-FEE-MAINT
           ADD WS-CR-FEE-DORM TO WS-GT-FEE-DORM
           ADD WS-CR-FEE-REJECT TO WS-GT-FEE-REJECT
           ADD WS-CR-FEE-PENALTY TO WS-GT-FEE-PENALTY
           ADD WS-CR-FEE-OTHER TO WS-GT-FEE-OTHER.

      *> Fee total, average balance and margin are worked out here,
      *> the same way for a product and for the grand total. No open
      *> accounts leaves the per-account figures at zero.
       5200-PRINT-CURRENT-ROW.
           COMPUTE WS-CR-FEE-TOTAL = WS-CR-FEE-MAINT + WS-CR-FEE-DORM
               + WS-CR-FEE-REJECT + WS-CR-FEE-PENALTY
               + WS-CR-FEE-OTHER
           MOVE ZERO TO WS-CR-AVG-BAL
           MOVE ZERO TO WS-CR-MARGIN
           IF WS-CR-OPEN-COUNT > ZERO
               COMPUTE WS-CR-AVG-BAL ROUNDED =
                   WS-CR-TOTAL-BAL / WS-CR-OPEN-COUNT
               COMPUTE WS-CR-MARGIN ROUNDED =
                   (WS-CR-INT-PAID - WS-CR-FEE-TOTAL)
                   / WS-CR-OPEN-COUNT
           END-IF
           MOVE WS-CR-CODE TO WS-D1-CODE
           MOVE WS-CR-NAME TO WS-D1-NAME
           MOVE WS-CR-ACCT-COUNT TO WS-D1-ACCTS
           MOVE WS-CR-OPEN-COUNT TO WS-D1-OPEN
           MOVE WS-CR-OPENED-COUNT TO WS-D1-OPENED
           MOVE WS-CR-CLOSED-COUNT TO WS-D1-CLOSED
           MOVE WS-CR-ESCHEAT-COUNT TO WS-D1-ESCHEAT
           MOVE WS-CR-CHGOFF-COUNT TO WS-D1-CHGOFF
           MOVE WS-CR-TOTAL-BAL TO WS-D1-TOTAL-BAL
           MOVE WS-CR-AVG-BAL TO WS-D1-AVG-BAL
           MOVE WS-CR-BELOW-MIN-COUNT TO WS-D1-BELOW-MIN
           MOVE WS-DETAIL-1 TO MIS-LINE
           WRITE MIS-LINE
           MOVE WS-CR-INT-PAID TO WS-D2-INT-PAID
           MOVE WS-CR-FEE-MAINT TO WS-D2-FEE-MAINT
           MOVE WS-CR-FEE-DORM TO WS-D2-FEE-DORM
           MOVE WS-CR-FEE-REJECT TO WS-D2-FEE-REJECT
           MOVE WS-CR-FEE-PENALTY TO WS-D2-FEE-PENALTY
           MOVE WS-CR-FEE-OTHER TO WS-D2-FEE-OTHER
           MOVE WS-CR-FEE-TOTAL TO WS-D2-FEE-TOTAL
           MOVE WS-CR-MARGIN TO WS-D2-MARGIN
           MOVE WS-DETAIL-2 TO MIS-LINE
           WRITE MIS-LINE.

      *> The caller has set the record type; 5200 has already worked
      *> out the derived figures.
       5300-EXTRACT-CURRENT-ROW.
           MOVE WS-RUN-YYYYMM TO MIS-PERIOD
           MOVE WS-CR-CODE TO MIS-PROD-CODE
           MOVE WS-CR-NAME TO MIS-PROD-NAME
           MOVE WS-CR-ACCT-COUNT TO MIS-ACCT-COUNT
           MOVE WS-CR-OPEN-COUNT TO MIS-OPEN-COUNT
           MOVE WS-CR-OPENED-COUNT TO MIS-OPENED-COUNT
           MOVE WS-CR-CLOSED-COUNT TO MIS-CLOSED-COUNT
           MOVE WS-CR-ESCHEAT-COUNT TO MIS-ESCHEAT-COUNT
           MOVE WS-CR-CHGOFF-COUNT TO MIS-CHGOFF-COUNT
           MOVE WS-CR-TOTAL-BAL TO MIS-TOTAL-BAL
           MOVE WS-CR-AVG-BAL TO MIS-AVG-BAL
           MOVE WS-CR-BELOW-MIN-COUNT TO MIS-BELOW-MIN-COUNT
           MOVE WS-CR-INT-PAID TO MIS-INT-PAID
           MOVE WS-CR-FEE-MAINT TO MIS-FEE-MAINT
           MOVE WS-CR-FEE-DORM TO MIS-FEE-DORM
           MOVE WS-CR-FEE-REJECT TO MIS-FEE-REJECT
           MOVE WS-CR-FEE-PENALTY TO MIS-FEE-PENALTY
           MOVE WS-CR-FEE-OTHER TO MIS-FEE-OTHER
           MOVE WS-CR-FEE-TOTAL TO MIS-FEE-TOTAL
           MOVE WS-CR-MARGIN TO MIS-MARGIN-PER-ACCT
           WRITE MIS-EXTRACT-REC
           ADD 1 TO WS-EXTRACT-COUNT.

      *> The grand total is printed like a product and written as the
      *> extract's trailer. Its account count and balance are the
      *> whole of ACCTMAST.DAT, read the way TRIALBAL reads it.
       5500-WRITE-TOTALS.
           MOVE SPACES TO MIS-LINE
           WRITE MIS-LINE
           MOVE SPACES TO WS-CR-CODE
           MOVE "ALL PRODUCTS" TO WS-CR-NAME
           MOVE WS-GT-ACCT-COUNT TO WS-CR-ACCT-COUNT
           MOVE WS-GT-OPEN-COUNT TO WS-CR-OPEN-COUNT
           MOVE WS-GT-OPENED-COUNT TO WS-CR-OPENED-COUNT
           MOVE WS-GT-CLOSED-COUNT TO WS-CR-CLOSED-COUNT
           MOVE WS-GT-ESCHEAT-COUNT TO WS-CR-ESCHEAT-COUNT
           MOVE WS-GT-CHGOFF-COUNT TO WS-CR-CHGOFF-COUNT
           MOVE WS-GT-BELOW-MIN-COUNT TO WS-CR-BELOW-MIN-COUNT
           MOVE WS-GT-TOTAL-BAL TO WS-CR-TOTAL-BAL
           MOVE WS-GT-INT-PAID TO WS-CR-INT-PAID
           MOVE WS-GT-FEE-MAINT TO WS-CR-FEE-MAINT
           MOVE WS-GT-FEE-DORM TO WS-CR-FEE-DORM
           MOVE WS-GT-FEE-REJECT TO WS-CR-FEE-REJECT
           MOVE WS-GT-FEE-PENALTY TO WS-CR-FEE-PENALTY
           MOVE WS-GT-FEE-OTHER TO WS-CR-FEE-OTHER
           PERFORM 5200-PRINT-CURRENT-ROW
           MOVE SPACES TO MIS-EXTRACT-REC
           SET MIS-TRAILER TO TRUE
           PERFORM 5300-EXTRACT-CURRENT-ROW.

       8800-WRITE-RUN-START.
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "PRODMIS" TO RC-PROGRAM
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
           MOVE "PRODMIS" TO RC-PROGRAM
           MOVE "END" TO RC-EVENT
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-YYYYMM TO RC-RUN-YYYYMM
           MOVE WS-ACT-READ-COUNT TO RC-COUNT-1
           MOVE WS-PT-COUNT TO RC-COUNT-2
           MOVE WS-TRAN-USED-COUNT TO RC-COUNT-3
           PERFORM 8850-APPEND-RUN-RECORD.

       9000-WRAP-UP.
           MOVE SPACES TO MIS-LINE
           WRITE MIS-LINE
           MOVE WS-ACT-READ-COUNT TO WS-S-ACCOUNTS
           MOVE WS-SUMMARY-LINE-1 TO MIS-LINE
           WRITE MIS-LINE
           MOVE WS-GT-TOTAL-BAL TO WS-S-TOTAL-BAL
           MOVE WS-SUMMARY-LINE-2 TO MIS-LINE
           WRITE MIS-LINE
           MOVE WS-TRAN-USED-COUNT TO WS-S-TRAN-USED
           MOVE WS-SUMMARY-LINE-3 TO MIS-LINE
           WRITE MIS-LINE
           MOVE WS-EXTRACT-COUNT TO WS-S-EXTRACT
           MOVE WS-SUMMARY-LINE-4 TO MIS-LINE
           WRITE MIS-LINE
           CLOSE MIS-RPT
           CLOSE MIS-EXTRACT
           DISPLAY "PRODMIS: REPORT MONTH      : " WS-H1-MONTH
           DISPLAY "PRODMIS: ACCOUNTS READ     : " WS-ACT-READ-COUNT
           DISPLAY "PRODMIS: PRODUCT GROUPS    : " WS-PT-COUNT
           DISPLAY "PRODMIS: MONTH TRANS USED  : " WS-TRAN-USED-COUNT.
