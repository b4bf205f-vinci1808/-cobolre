      *> ---------------------------------------------------------------
      *> BRNSETL - Daily branch settlement report
      *>
      *> One line per branch for the business date (BUSDATE.DAT),
      *> printed to BRNSETL.PRT, so each branch's day can be settled
      *> from capture through to the ledger:
      *>   - batches received, released and failed whole by TRNEDIT,
      *>     off the batch log (BRNBATCH.DAT, BCH01.COB) TRNEDIT
      *>     appends one row to per envelope;
      *>   - items and amounts diverted to suspense today
      *>     (TRNSUSP.DAT, SUS01.COB, by SUS-BRANCH);
      *>   - items and amounts rejected today (TRANREJ.DAT, TRJ01.COB,
      *>     by the TRANS-BRANCH on the rejected record) -- TRNPOST's
      *>     rejects, together with any stopped check TRNEDIT wrote
      *>     there at capture;
      *>   - cash in and cash out actually posted, and the net, off the
      *>     posting run's GL journal (GLJRNL.DAT, see TRNPOST.COB),
      *>     whose cash side is split by branch: a row crediting the
      *>     customer-deposit account debited the branch's cash, any
      *>     other row credited it. Charge-off rows ("C") never touch
      *>     cash and are left out; so is the trailer. A journal whose
      *>     run date is not the business date -- TRNPOST has not run
      *>     yet today -- contributes nothing, and the report says so.
      *> Every branch on the branch master (BRANCHMS.DAT, BRN01.COB)
      *> is printed, active or not, so a branch that sent nothing
      *> shows as such. Branch "0000" is the system branch that
      *> INTACCR, FEEASSMT, ESCHEAT, ACCTOPEN and the other generating
      *> programs stamp on their entries. A branch code on the files
      *> but not on the master prints as NOT ON BRANCH MASTER; items
      *> with no branch at all (unbatched capture, history written
      *> before branch codes) print under a blank code. TRNPOST books
      *> both of those to the shop-wide cash account under the blank
      *> branch, so their cash shows on the blank line.
      *>
      *> Read-only; run after the day's TRNPOST.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRNSETL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO "BRANCHMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRN-STATUS.

           SELECT BATCH-LOG ASSIGN TO "BRNBATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCH-STATUS.

           SELECT TRAN-SUSPENSE ASSIGN TO "TRNSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.

           SELECT TRAN-REJECT ASSIGN TO "TRANREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRJ-STATUS.

           SELECT GL-JOURNAL ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

           SELECT SETTLE-RPT ASSIGN TO "BRNSETL.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "BRN01.COB".

       COPY "BCH01.COB".

       COPY "SUS01.COB".

       COPY "TRJ01.COB".

      *> TRNPOST's GL journal row -- see TRNPOST.COB.
       FD  GL-JOURNAL
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-JOURNAL-REC.
           05  GLJ-RUN-DATE                   PIC X(10).
           05  GLJ-TRANS-TYPE                 PIC X.
           05  GLJ-DR-ACCT                    PIC X(8).
           05  GLJ-CR-ACCT                    PIC X(8).
           05  GLJ-AMOUNT                     PIC 9(10)V99.
           05  GLJ-ITEM-COUNT                 PIC 9(7).
           05  GLJ-BRANCH                     PIC X(4).
           05  FILLER                         PIC X(30).

       FD  SETTLE-RPT
           LABEL RECORDS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  SETTLE-LINE                        PIC X(132).

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

       01  WS-BRN-STATUS                      PIC XX VALUE SPACES.
       01  WS-BCH-STATUS                      PIC XX VALUE SPACES.
       01  WS-SUS-STATUS                      PIC XX VALUE SPACES.
       01  WS-TRJ-STATUS                      PIC XX VALUE SPACES.
       01  WS-GLJ-STATUS                      PIC XX VALUE SPACES.

       01  WS-EOF-SWITCHES.
           05  WS-BRN-EOF                     PIC X VALUE "N".
               88  BRN-EOF                     VALUE "Y".
           05  WS-BCH-EOF                     PIC X VALUE "N".
               88  BCH-EOF                     VALUE "Y".
           05  WS-SUS-EOF                     PIC X VALUE "N".
               88  SUS-EOF                     VALUE "Y".
           05  WS-TRJ-EOF                     PIC X VALUE "N".
               88  TRJ-EOF                     VALUE "Y".
           05  WS-GLJ-EOF                     PIC X VALUE "N".
               88  GLJ-EOF                     VALUE "Y".

      *> Customer-deposit liability account -- the non-cash side of
      *> every cash row TRNPOST journals (see TRNPOST.COB).
       01  WS-GL-DEP-ACCT                     PIC X(8) VALUE "20100000".
       01  WS-GL-ROWS-USED                    PIC 9(7) VALUE ZERO.
       01  WS-GL-STALE-SW                     PIC X VALUE "N".
           88  WS-GL-STALE                     VALUE "Y".

      *> The rejected TRAN-REC as TRNPOST (or TRNEDIT) preserved it in
      *> TRJ-ORIGINAL-REC (TRAN02.COB layout).
       01  WS-REJECT-VIEW.
           05  FILLER                         PIC X(15).
           05  WS-RV-AMT                      PIC 9(8)V99.
           05  FILLER                         PIC X(36).
           05  WS-RV-BRANCH                   PIC X(4).
           05  FILLER                         PIC X(15).

      *> The diverted raw record TRNEDIT preserved in SUS-ORIGINAL-REC
      *> (RAW-REC layout, see TRNEDIT.COB).
       01  WS-SUSPENSE-VIEW.
           05  FILLER                         PIC X(10).
           05  WS-SV-AMT                      PIC 9(8)V99.
           05  FILLER                         PIC X(60).

      *> One row per branch: the master's branches first, in master
      *> order, then any other code met on the day's files.
       01  WS-SETTLE-TABLE.
           05  WS-SR-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-SR-IX.
               10  WS-SR-BRANCH                PIC X(4).
               10  WS-SR-NAME                  PIC X(25).
               10  WS-SR-BATCH-RCVD            PIC 9(5).
               10  WS-SR-BATCH-ACCEPTED        PIC 9(5).
               10  WS-SR-BATCH-FAILED          PIC 9(5).
               10  WS-SR-SUSP-COUNT            PIC 9(6).
               10  WS-SR-SUSP-AMT              PIC 9(10)V99.
               10  WS-SR-REJ-COUNT             PIC 9(6).
               10  WS-SR-REJ-AMT               PIC 9(10)V99.
               10  WS-SR-CASH-IN               PIC 9(10)V99.
               10  WS-SR-CASH-OUT              PIC 9(10)V99.
       01  WS-SETTLE-COUNT                    PIC 9(3) VALUE ZERO.
       01  WS-LOOKUP-BRANCH                   PIC X(4) VALUE SPACES.
       01  WS-SR-FOUND-IX                     PIC 9(3) VALUE ZERO.
       01  WS-NET-CASH                        PIC S9(10)V99 VALUE ZERO.

       01  WS-TOTALS.
           05  WS-T-BATCH-RCVD                PIC 9(7) VALUE ZERO.
           05  WS-T-BATCH-ACCEPTED            PIC 9(7) VALUE ZERO.
           05  WS-T-BATCH-FAILED              PIC 9(7) VALUE ZERO.
           05  WS-T-SUSP-COUNT                PIC 9(7) VALUE ZERO.
           05  WS-T-SUSP-AMT                  PIC 9(10)V99 VALUE ZERO.
           05  WS-T-REJ-COUNT                 PIC 9(7) VALUE ZERO.
           05  WS-T-REJ-AMT                   PIC 9(10)V99 VALUE ZERO.
           05  WS-T-CASH-IN                   PIC 9(10)V99 VALUE ZERO.
           05  WS-T-CASH-OUT                  PIC 9(10)V99 VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                         PIC X(36)
               VALUE "DAILY BRANCH SETTLEMENT REPORT".
           05  FILLER                         PIC X(10) VALUE "RUN DATE ".
           05  WS-H1-RUN-DATE                 PIC X(10).
       01  WS-HEADING-2.
           05  FILLER                         PIC X(23) VALUE SPACES.
           05  FILLER                         PIC X(18)
               VALUE "---- BATCHES ----".
           05  FILLER                         PIC X(20)
               VALUE "---- SUSPENSE -----".
           05  FILLER                         PIC X(20)
               VALUE "----- REJECTED ----".
           05  FILLER                         PIC X(42)
               VALUE "---------- CASH POSTED TO GL -----------".
       01  WS-HEADING-3.
           05  FILLER                         PIC X(5) VALUE "BRCH".
           05  FILLER                         PIC X(18) VALUE "NAME".
           05  FILLER                         PIC X(6) VALUE " RCVD".
           05  FILLER                         PIC X(6) VALUE "  ACC".
           05  FILLER                         PIC X(6) VALUE " FAIL".
           05  FILLER                         PIC X(7) VALUE " ITEMS".
           05  FILLER                         PIC X(13) VALUE
               "       AMOUNT".
           05  FILLER                         PIC X(7) VALUE " ITEMS".
           05  FILLER                         PIC X(13) VALUE
               "       AMOUNT".
           05  FILLER                         PIC X(14) VALUE
               "       CASH IN".
           05  FILLER                         PIC X(14) VALUE
               "      CASH OUT".
           05  FILLER                         PIC X(15) VALUE
               "            NET".

       01  WS-DETAIL-LINE.
           05  WS-D-BRANCH                    PIC X(4).
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D-NAME                      PIC X(16).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-BATCH-RCVD                PIC Z(4)9.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D-BATCH-ACCEPTED            PIC Z(4)9.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D-BATCH-FAILED              PIC Z(4)9.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D-SUSP-COUNT                PIC Z(5)9.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D-SUSP-AMT                  PIC Z(8)9.99.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D-REJ-COUNT                 PIC Z(5)9.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D-REJ-AMT                   PIC Z(8)9.99.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D-CASH-IN                   PIC Z(9)9.99.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D-CASH-OUT                  PIC Z(9)9.99.
           05  FILLER                         PIC X VALUE SPACE.
           05  WS-D-NET                       PIC -(10)9.99.

       01  WS-GL-STALE-LINE.
           05  FILLER                         PIC X(60) VALUE
               "** GLJRNL.DAT IS NOT FOR THIS BUSINESS DATE -- CASH NOT".
           05  FILLER                         PIC X(40) VALUE
               " SHOWN; RUN AFTER THE DAY'S TRNPOST **".

       01  WS-BLANK-LINE                      PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-BRANCHES
           PERFORM 2000-READ-BATCH-LOG
           PERFORM 2200-READ-SUSPENSE
           PERFORM 2400-READ-REJECTS
           PERFORM 2600-READ-GL-JOURNAL
           PERFORM 3000-PRINT-REPORT
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

      *> Every branch on the master gets its row up front, so an idle
      *> branch still prints.
       1500-LOAD-BRANCHES.
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
                           MOVE BRN-CODE TO WS-LOOKUP-BRANCH
                           PERFORM 2900-FIND-BRANCH-ROW
                           MOVE BRN-NAME TO WS-SR-NAME (WS-SR-FOUND-IX)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BRN-STATUS NOT = "35"
               CLOSE BRANCH-FILE
           END-IF.

       2000-READ-BATCH-LOG.
           OPEN INPUT BATCH-LOG
           IF WS-BCH-STATUS = "35"
               SET BCH-EOF TO TRUE
           END-IF
           PERFORM UNTIL BCH-EOF
               READ BATCH-LOG
                   AT END
                       SET BCH-EOF TO TRUE
                   NOT AT END
                       IF BCH-RUN-DATE = WS-RUN-DATE
                           MOVE BCH-BRANCH TO WS-LOOKUP-BRANCH
                           PERFORM 2900-FIND-BRANCH-ROW
                           SET WS-SR-IX TO WS-SR-FOUND-IX
                           ADD 1 TO WS-SR-BATCH-RCVD (WS-SR-IX)
                           IF BCH-ACCEPTED
                               ADD 1 TO WS-SR-BATCH-ACCEPTED (WS-SR-IX)
                           ELSE
                               ADD 1 TO WS-SR-BATCH-FAILED (WS-SR-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BCH-STATUS NOT = "35"
               CLOSE BATCH-LOG
           END-IF.

       2200-READ-SUSPENSE.
           OPEN INPUT TRAN-SUSPENSE
           IF WS-SUS-STATUS = "35"
               SET SUS-EOF TO TRUE
           END-IF
           PERFORM UNTIL SUS-EOF
               READ TRAN-SUSPENSE
                   AT END
                       SET SUS-EOF TO TRUE
                   NOT AT END
                       IF SUS-DATE = WS-RUN-DATE
                           MOVE SUS-BRANCH TO WS-LOOKUP-BRANCH
                           PERFORM 2900-FIND-BRANCH-ROW
                           SET WS-SR-IX TO WS-SR-FOUND-IX
                           ADD 1 TO WS-SR-SUSP-COUNT (WS-SR-IX)
                           MOVE SUS-ORIGINAL-REC TO WS-SUSPENSE-VIEW
                           IF WS-SV-AMT NUMERIC
                               ADD WS-SV-AMT
                                   TO WS-SR-SUSP-AMT (WS-SR-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUS-STATUS NOT = "35"
               CLOSE TRAN-SUSPENSE
           END-IF.

       2400-READ-REJECTS.
           OPEN INPUT TRAN-REJECT
           IF WS-TRJ-STATUS = "35"
               SET TRJ-EOF TO TRUE
           END-IF
           PERFORM UNTIL TRJ-EOF
               READ TRAN-REJECT
                   AT END
                       SET TRJ-EOF TO TRUE
                   NOT AT END
                       IF TRJ-REJECT-DATE = WS-RUN-DATE
                           MOVE TRJ-ORIGINAL-REC TO WS-REJECT-VIEW
                           MOVE WS-RV-BRANCH TO WS-LOOKUP-BRANCH
                           PERFORM 2900-FIND-BRANCH-ROW
                           SET WS-SR-IX TO WS-SR-FOUND-IX
                           ADD 1 TO WS-SR-REJ-COUNT (WS-SR-IX)
                           IF WS-RV-AMT NUMERIC
                               ADD WS-RV-AMT
                                   TO WS-SR-REJ-AMT (WS-SR-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRJ-STATUS NOT = "35"
               CLOSE TRAN-REJECT
           END-IF.

      *> Cash rows only (see header): crediting the deposit account
      *> means the branch's cash was debited -- money in.
       2600-READ-GL-JOURNAL.
           OPEN INPUT GL-JOURNAL
           IF WS-GLJ-STATUS = "35"
               SET GLJ-EOF TO TRUE
               SET WS-GL-STALE TO TRUE
           END-IF
           PERFORM UNTIL GLJ-EOF
               READ GL-JOURNAL
                   AT END
                       SET GLJ-EOF TO TRUE
                   NOT AT END
                       IF GLJ-RUN-DATE NOT = WS-RUN-DATE
                           SET WS-GL-STALE TO TRUE
                       ELSE
                           IF GLJ-TRANS-TYPE NOT = "*"
                                   AND GLJ-TRANS-TYPE NOT = "C"
                               PERFORM 2650-ADD-GL-CASH-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GLJ-STATUS NOT = "35"
               CLOSE GL-JOURNAL
           END-IF.

       2650-ADD-GL-CASH-ROW.
           MOVE GLJ-BRANCH TO WS-LOOKUP-BRANCH
           PERFORM 2900-FIND-BRANCH-ROW
           SET WS-SR-IX TO WS-SR-FOUND-IX
           IF GLJ-CR-ACCT = WS-GL-DEP-ACCT
               ADD GLJ-AMOUNT TO WS-SR-CASH-IN (WS-SR-IX)
           ELSE
               ADD GLJ-AMOUNT TO WS-SR-CASH-OUT (WS-SR-IX)
           END-IF
           ADD 1 TO WS-GL-ROWS-USED.

      *> Finds the branch's row, adding one when the code is new. A
      *> full table lumps the overflow into its last row.
       2900-FIND-BRANCH-ROW.
           MOVE ZERO TO WS-SR-FOUND-IX
           PERFORM VARYING WS-SR-IX FROM 1 BY 1
                   UNTIL WS-SR-IX > WS-SETTLE-COUNT
               IF WS-SR-BRANCH (WS-SR-IX) = WS-LOOKUP-BRANCH
                   SET WS-SR-FOUND-IX TO WS-SR-IX
                   SET WS-SR-IX TO WS-SETTLE-COUNT
               END-IF
           END-PERFORM
           IF WS-SR-FOUND-IX = ZERO
               IF WS-SETTLE-COUNT < 500
                   ADD 1 TO WS-SETTLE-COUNT
                   SET WS-SR-IX TO WS-SETTLE-COUNT
                   MOVE WS-LOOKUP-BRANCH TO WS-SR-BRANCH (WS-SR-IX)
                   IF WS-LOOKUP-BRANCH = SPACES
                       MOVE "NO BRANCH" TO WS-SR-NAME (WS-SR-IX)
                   ELSE
                       MOVE "NOT ON BRANCH MASTER"
                           TO WS-SR-NAME (WS-SR-IX)
                   END-IF
                   MOVE ZERO TO WS-SR-BATCH-RCVD (WS-SR-IX)
                   MOVE ZERO TO WS-SR-BATCH-ACCEPTED (WS-SR-IX)
                   MOVE ZERO TO WS-SR-BATCH-FAILED (WS-SR-IX)
                   MOVE ZERO TO WS-SR-SUSP-COUNT (WS-SR-IX)
                   MOVE ZERO TO WS-SR-SUSP-AMT (WS-SR-IX)
                   MOVE ZERO TO WS-SR-REJ-COUNT (WS-SR-IX)
                   MOVE ZERO TO WS-SR-REJ-AMT (WS-SR-IX)
                   MOVE ZERO TO WS-SR-CASH-IN (WS-SR-IX)
                   MOVE ZERO TO WS-SR-CASH-OUT (WS-SR-IX)
               END-IF
               MOVE WS-SETTLE-COUNT TO WS-SR-FOUND-IX
           END-IF.

       3000-PRINT-REPORT.
           OPEN OUTPUT SETTLE-RPT
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO SETTLE-LINE
           WRITE SETTLE-LINE
           IF WS-GL-STALE AND WS-GL-ROWS-USED = ZERO
               MOVE WS-GL-STALE-LINE TO SETTLE-LINE
               WRITE SETTLE-LINE
           END-IF
           MOVE WS-BLANK-LINE TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE WS-HEADING-2 TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE WS-HEADING-3 TO SETTLE-LINE
           WRITE SETTLE-LINE
           PERFORM VARYING WS-SR-IX FROM 1 BY 1
                   UNTIL WS-SR-IX > WS-SETTLE-COUNT
               PERFORM 3100-PRINT-BRANCH-LINE
           END-PERFORM
           MOVE WS-BLANK-LINE TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE "****" TO WS-D-BRANCH
           MOVE "ALL BRANCHES" TO WS-D-NAME
           MOVE WS-T-BATCH-RCVD TO WS-D-BATCH-RCVD
           MOVE WS-T-BATCH-ACCEPTED TO WS-D-BATCH-ACCEPTED
           MOVE WS-T-BATCH-FAILED TO WS-D-BATCH-FAILED
           MOVE WS-T-SUSP-COUNT TO WS-D-SUSP-COUNT
           MOVE WS-T-SUSP-AMT TO WS-D-SUSP-AMT
           MOVE WS-T-REJ-COUNT TO WS-D-REJ-COUNT
           MOVE WS-T-REJ-AMT TO WS-D-REJ-AMT
           MOVE WS-T-CASH-IN TO WS-D-CASH-IN
           MOVE WS-T-CASH-OUT TO WS-D-CASH-OUT
           COMPUTE WS-NET-CASH = WS-T-CASH-IN - WS-T-CASH-OUT
           MOVE WS-NET-CASH TO WS-D-NET
           MOVE WS-DETAIL-LINE TO SETTLE-LINE
           WRITE SETTLE-LINE
           CLOSE SETTLE-RPT.

       3100-PRINT-BRANCH-LINE.
           MOVE WS-SR-BRANCH (WS-SR-IX) TO WS-D-BRANCH
           MOVE WS-SR-NAME (WS-SR-IX) TO WS-D-NAME
           MOVE WS-SR-BATCH-RCVD (WS-SR-IX) TO WS-D-BATCH-RCVD
           MOVE WS-SR-BATCH-ACCEPTED (WS-SR-IX) TO WS-D-BATCH-ACCEPTED
           MOVE WS-SR-BATCH-FAILED (WS-SR-IX) TO WS-D-BATCH-FAILED
           MOVE WS-SR-SUSP-COUNT (WS-SR-IX) TO WS-D-SUSP-COUNT
           MOVE WS-SR-SUSP-AMT (WS-SR-IX) TO WS-D-SUSP-AMT
           MOVE WS-SR-REJ-COUNT (WS-SR-IX) TO WS-D-REJ-COUNT
           MOVE WS-SR-REJ-AMT (WS-SR-IX) TO WS-D-REJ-AMT
           MOVE WS-SR-CASH-IN (WS-SR-IX) TO WS-D-CASH-IN
           MOVE WS-SR-CASH-OUT (WS-SR-IX) TO WS-D-CASH-OUT
           COMPUTE WS-NET-CASH = WS-SR-CASH-IN (WS-SR-IX)
               - WS-SR-CASH-OUT (WS-SR-IX)
           MOVE WS-NET-CASH TO WS-D-NET
           MOVE WS-DETAIL-LINE TO SETTLE-LINE
           WRITE SETTLE-LINE
           ADD WS-SR-BATCH-RCVD (WS-SR-IX) TO WS-T-BATCH-RCVD
           ADD WS-SR-BATCH-ACCEPTED (WS-SR-IX) TO WS-T-BATCH-ACCEPTED
           ADD WS-SR-BATCH-FAILED (WS-SR-IX) TO WS-T-BATCH-FAILED
           ADD WS-SR-SUSP-COUNT (WS-SR-IX) TO WS-T-SUSP-COUNT
           ADD WS-SR-SUSP-AMT (WS-SR-IX) TO WS-T-SUSP-AMT
           ADD WS-SR-REJ-COUNT (WS-SR-IX) TO WS-T-REJ-COUNT
           ADD WS-SR-REJ-AMT (WS-SR-IX) TO WS-T-REJ-AMT
           ADD WS-SR-CASH-IN (WS-SR-IX) TO WS-T-CASH-IN
           ADD WS-SR-CASH-OUT (WS-SR-IX) TO WS-T-CASH-OUT.

       9000-WRAP-UP.
           DISPLAY "BRNSETL: BRANCHES REPORTED : " WS-SETTLE-COUNT
           DISPLAY "BRNSETL: BATCHES RECEIVED  : " WS-T-BATCH-RCVD
           DISPLAY "BRNSETL: BATCHES FAILED    : " WS-T-BATCH-FAILED
           DISPLAY "BRNSETL: SUSPENSE ITEMS    : " WS-T-SUSP-COUNT
           DISPLAY "BRNSETL: REJECTED ITEMS    : " WS-T-REJ-COUNT
           IF WS-GL-STALE AND WS-GL-ROWS-USED = ZERO
               DISPLAY "BRNSETL: GLJRNL.DAT NOT FOR " WS-RUN-DATE
                   ", CASH NOT SHOWN"
           END-IF.
