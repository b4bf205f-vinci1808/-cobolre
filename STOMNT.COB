      *> ---------------------------------------------------------------
      *> STOMNT - Standing-order (scheduled transfer) maintenance
      *>
      *> A customer who wants a fixed amount moved from one account to
      *> another every cycle used to depend on a CSR keying both legs
      *> into TRANINPT.DAT by hand each time -- and now and then only
      *> one leg got keyed. The standing-instruction master
      *> (STNDORD.DAT, STO01.COB, indexed by STO-ORDER-NO) holds each
      *> instruction once, and STOXFER generates the paired legs from
      *> it every business day. This program is the master's only
      *> maintenance path: it applies a batch of add/change/cancel
      *> requests (STOREQ.DAT), the same request-file-in, master-out
      *> shape CUSTMNT uses for CUSTMAST.DAT.
      *>
      *> Request layout (one per line):
      *>   SRQ-ACTION        "A" = add, "C" = change, "X" = cancel
      *>   SRQ-ORDER-NO      the instruction; zero on an add assigns
      *>                     the next number after the highest on file
      *>                     (a nonzero number on an add is a backfill)
      *>   SRQ-FROM-ACT-NO   account debited  (add only)
      *>   SRQ-TO-ACT-NO     account credited (add only)
      *>   SRQ-AMT           amount per occurrence
      *>   SRQ-FREQUENCY     W weekly, M monthly, Q quarterly, A annual
      *>   SRQ-NEXT-DUE-DATE first (or, on a change, next) due date
      *>   SRQ-END-DATE      last date an occurrence may fall on;
      *>                     blank on an add = open-ended
      *>   SRQ-NEW-STATUS    change only: "S" suspend, "A" resume
      *>
      *> On a change only the fields supplied (nonblank; a blank or
      *> zero amount is not supplied) replace what is on the master;
      *> the two account numbers cannot be changed -- a transfer
      *> between different accounts is a different instruction, so
      *> cancel it and add the new one. A new next-due date also
      *> becomes the instruction's anchor day (the day of month a
      *> monthly/quarterly/annual cycle returns to, so an order due on
      *> the 31st comes back to the 31st after a short month instead
      *> of drifting to the 28th) and clears any insufficient-funds
      *> retry in progress. The dates the change leaves behind must
      *> still have the end date on or after the next-due date.
      *>
      *> A cancel is never a delete: the record stays on the master with
      *> STO-STATUS "C" so the instruction's history can still be
      *> answered, and STOXFER simply never selects it again. Both
      *> accounts must be on ACT-FILE and not closed when an
      *> instruction is added; an instruction whose account is frozen
      *> or closed later is caught by STOXFER at run time instead.
      *>
      *> A request failing its edits is counted and reported to the
      *> operator, the same DISPLAY convention CUSTMNT and ACTSTCHG use
      *> for their rejects, and changes nothing.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOMNT.

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

           SELECT STOREQ-FILE ASSIGN TO "STOREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "STO01.COB".

       COPY "ACCT02.COB".

       FD  STOREQ-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  STOREQ-REC.
           05  SRQ-ACTION                     PIC X.
           05  SRQ-ORDER-NO                   PIC 9(5).
           05  SRQ-FROM-ACT-NO                PIC 9(5).
           05  SRQ-TO-ACT-NO                  PIC 9(5).
           05  SRQ-AMT-X                      PIC X(10).
           05  SRQ-AMT REDEFINES SRQ-AMT-X    PIC 9(8)V99.
           05  SRQ-FREQUENCY                  PIC X.
           05  SRQ-NEXT-DUE-DATE              PIC X(10).
           05  SRQ-END-DATE                   PIC X(10).
           05  SRQ-NEW-STATUS                 PIC X.
           05  FILLER                         PIC X(32).

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
           05  WS-SRQ-EOF                     PIC X VALUE "N".
               88  SRQ-EOF                     VALUE "Y".
           05  WS-STO-EOF                     PIC X VALUE "N".
               88  STO-EOF                     VALUE "Y".

       01  WS-STO-STATUS                      PIC XX VALUE SPACES.
       01  WS-ACT-STATUS                      PIC XX VALUE SPACES.

       01  WS-RUN-DATE                        PIC X(10).
       01  WS-RUN-DATE-NUM                    PIC 9(8).
       01  WS-RUN-DATE-YY                     PIC 9(4).
       01  WS-RUN-DATE-MM                     PIC 9(2).
       01  WS-RUN-DATE-DD                     PIC 9(2).

       01  WS-NEXT-ORDER-NO                   PIC 9(5) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-REQUEST-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-ADD-COUNT                   PIC 9(7) VALUE ZERO.
           05  WS-CHANGE-COUNT                PIC 9(7) VALUE ZERO.
           05  WS-CANCEL-COUNT                PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT                PIC 9(7) VALUE ZERO.

       01  WS-EDIT-REASON                     PIC X(40).

      *> Calendar edit shared by the next-due and end dates -- the
      *> same real-date test TRNEDIT applies to RAW-DATE.
       01  WS-EDIT-DATE                       PIC X(10).
       01  WS-DATE-OK-SW                      PIC X VALUE "N".
           88  WS-DATE-OK                      VALUE "Y".
       01  WS-DATE-YY                         PIC 9(4).
       01  WS-DATE-MM                         PIC 9(2).
       01  WS-DATE-DD                         PIC 9(2).
       01  WS-MONTH-DAYS                      PIC 9(2).

      *> The dates a change would leave on the instruction -- each
      *> supplied one, else what is already on the master.
       01  WS-RESULT-NEXT-DUE                 PIC X(10).
       01  WS-RESULT-END-DATE                 PIC X(10).

       01  WS-ACCOUNT-OK-SW                   PIC X VALUE "N".
           88  WS-ACCOUNT-OK                   VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-FIND-NEXT-ORDER-NO
           PERFORM 2000-APPLY-REQUESTS
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
                  INTO WS-RUN-DATE.

      *> Next instruction number continues the highest already on the
      *> master -- the same no-counter-file approach ACCTOPEN takes
      *> for ACT-NO. An empty or missing master starts at 1.
       1100-FIND-NEXT-ORDER-NO.
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-STO-STATUS = "35"
               SET STO-EOF TO TRUE
           ELSE
               PERFORM UNTIL STO-EOF
                   READ STANDING-ORDER-FILE NEXT RECORD
                       AT END
                           SET STO-EOF TO TRUE
                       NOT AT END
                           IF STO-ORDER-NO > WS-NEXT-ORDER-NO
                               MOVE STO-ORDER-NO TO WS-NEXT-ORDER-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF
           ADD 1 TO WS-NEXT-ORDER-NO.

       2000-APPLY-REQUESTS.
           OPEN INPUT STOREQ-FILE
           OPEN INPUT ACT-FILE
           OPEN I-O STANDING-ORDER-FILE
           IF WS-STO-STATUS = "35"
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE
           END-IF
           PERFORM UNTIL SRQ-EOF
               READ STOREQ-FILE
                   AT END
                       SET SRQ-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REQUEST-COUNT
                       PERFORM 2100-PROCESS-REQUEST
               END-READ
           END-PERFORM
           CLOSE STOREQ-FILE
           CLOSE ACT-FILE
           CLOSE STANDING-ORDER-FILE.

       2100-PROCESS-REQUEST.
           MOVE SPACES TO WS-EDIT-REASON
           EVALUATE SRQ-ACTION
               WHEN "A"
                   PERFORM 2200-ADD-ORDER
               WHEN "C"
                   PERFORM 2300-CHANGE-ORDER
               WHEN "X"
                   PERFORM 2400-CANCEL-ORDER
               WHEN OTHER
                   MOVE "INVALID ACTION" TO WS-EDIT-REASON
           END-EVALUATE
           IF WS-EDIT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "STOMNT: REJECTED REQUEST " WS-REQUEST-COUNT
                   " ORDER " SRQ-ORDER-NO " - " WS-EDIT-REASON
           END-IF.

       2200-ADD-ORDER.
           PERFORM 2250-EDIT-ADD
           IF WS-EDIT-REASON = SPACES
               MOVE SPACES TO STANDING-ORDER-REC
               IF SRQ-ORDER-NO = ZERO
                   MOVE WS-NEXT-ORDER-NO TO STO-ORDER-NO
               ELSE
                   MOVE SRQ-ORDER-NO TO STO-ORDER-NO
               END-IF
               MOVE SRQ-FROM-ACT-NO TO STO-FROM-ACT-NO
               MOVE SRQ-TO-ACT-NO TO STO-TO-ACT-NO
               MOVE SRQ-AMT TO STO-AMT
               MOVE SRQ-FREQUENCY TO STO-FREQUENCY
               MOVE SRQ-NEXT-DUE-DATE TO STO-NEXT-DUE-DATE
               MOVE SRQ-END-DATE TO STO-END-DATE
               SET STO-ACTIVE TO TRUE
               MOVE SRQ-NEXT-DUE-DATE(9:2) TO STO-ANCHOR-DAY
               MOVE ZERO TO STO-RETRY-COUNT
               MOVE WS-RUN-DATE TO STO-PLACED-DATE
               WRITE STANDING-ORDER-REC
                   INVALID KEY
                       MOVE "ORDER NUMBER ALREADY ON FILE"
                           TO WS-EDIT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNT
                       DISPLAY "STOMNT: ADDED ORDER " STO-ORDER-NO
                       IF STO-ORDER-NO >= WS-NEXT-ORDER-NO
                           COMPUTE WS-NEXT-ORDER-NO = STO-ORDER-NO + 1
                       END-IF
               END-WRITE
           END-IF.

       2250-EDIT-ADD.
           EVALUATE TRUE
               WHEN SRQ-ORDER-NO NOT NUMERIC
                   MOVE "ORDER NUMBER NOT NUMERIC" TO WS-EDIT-REASON
               WHEN SRQ-FROM-ACT-NO NOT NUMERIC
                       OR SRQ-TO-ACT-NO NOT NUMERIC
                   MOVE "ACCOUNT NUMBER NOT NUMERIC" TO WS-EDIT-REASON
               WHEN SRQ-FROM-ACT-NO = SRQ-TO-ACT-NO
                   MOVE "FROM AND TO ACCOUNT ARE THE SAME"
                       TO WS-EDIT-REASON
               WHEN SRQ-AMT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-EDIT-REASON
               WHEN SRQ-AMT = ZERO
                   MOVE "AMOUNT IS ZERO" TO WS-EDIT-REASON
               WHEN SRQ-FREQUENCY NOT = "W" AND NOT = "M"
                       AND NOT = "Q" AND NOT = "A"
                   MOVE "INVALID FREQUENCY" TO WS-EDIT-REASON
               WHEN OTHER
                   PERFORM 2260-EDIT-DATES
           END-EVALUATE
           IF WS-EDIT-REASON = SPACES
               MOVE SRQ-FROM-ACT-NO TO ACT-NO IN ACT-REC
               PERFORM 2280-CHECK-ACCOUNT
               IF NOT WS-ACCOUNT-OK
                   MOVE "FROM ACCOUNT NOT ON FILE OR CLOSED"
                       TO WS-EDIT-REASON
               END-IF
           END-IF
           IF WS-EDIT-REASON = SPACES
               MOVE SRQ-TO-ACT-NO TO ACT-NO IN ACT-REC
               PERFORM 2280-CHECK-ACCOUNT
               IF NOT WS-ACCOUNT-OK
                   MOVE "TO ACCOUNT NOT ON FILE OR CLOSED"
                       TO WS-EDIT-REASON
               END-IF
           END-IF.

      *> The next-due date is required on an add; the end date is
      *> optional, but when present it must be a real date on or after
      *> the first due date.
       2260-EDIT-DATES.
           MOVE SRQ-NEXT-DUE-DATE TO WS-EDIT-DATE
           PERFORM 2900-EDIT-DATE
           IF NOT WS-DATE-OK
               MOVE "NEXT-DUE DATE NOT A REAL DATE" TO WS-EDIT-REASON
           ELSE
               IF SRQ-END-DATE NOT = SPACES
                   MOVE SRQ-END-DATE TO WS-EDIT-DATE
                   PERFORM 2900-EDIT-DATE
                   IF NOT WS-DATE-OK
                       MOVE "END DATE NOT A REAL DATE"
                           TO WS-EDIT-REASON
                   ELSE
                       IF SRQ-END-DATE < SRQ-NEXT-DUE-DATE
                           MOVE "END DATE BEFORE NEXT-DUE DATE"
                               TO WS-EDIT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2280-CHECK-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-OK-SW
           READ ACT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT ACT-STAT-CLOSED
                       SET WS-ACCOUNT-OK TO TRUE
                   END-IF
           END-READ.

       2300-CHANGE-ORDER.
           MOVE SRQ-ORDER-NO TO STO-ORDER-NO
           READ STANDING-ORDER-FILE
               INVALID KEY
                   MOVE "ORDER NOT ON FILE" TO WS-EDIT-REASON
               NOT INVALID KEY
                   PERFORM 2350-APPLY-CHANGE
           END-READ.

      *> Every supplied field is edited before any is applied, so a
      *> change that fails one edit leaves the instruction untouched.
       2350-APPLY-CHANGE.
           EVALUATE TRUE
               WHEN STO-CANCELLED OR STO-ENDED
                   MOVE "ORDER IS CANCELLED OR ENDED" TO WS-EDIT-REASON
               WHEN SRQ-AMT-X NOT = SPACES AND SRQ-AMT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-EDIT-REASON
               WHEN SRQ-FREQUENCY NOT = SPACE
                       AND SRQ-FREQUENCY NOT = "W" AND NOT = "M"
                       AND NOT = "Q" AND NOT = "A"
                   MOVE "INVALID FREQUENCY" TO WS-EDIT-REASON
               WHEN SRQ-NEW-STATUS NOT = SPACE
                       AND SRQ-NEW-STATUS NOT = "A" AND NOT = "S"
                   MOVE "INVALID NEW STATUS" TO WS-EDIT-REASON
               WHEN OTHER
                   PERFORM 2360-EDIT-CHANGE-DATES
           END-EVALUATE
           IF WS-EDIT-REASON = SPACES
               IF SRQ-AMT-X NOT = SPACES
                   IF SRQ-AMT > ZERO
                       MOVE SRQ-AMT TO STO-AMT
                   END-IF
               END-IF
               IF SRQ-FREQUENCY NOT = SPACE
                   MOVE SRQ-FREQUENCY TO STO-FREQUENCY
               END-IF
               IF SRQ-NEXT-DUE-DATE NOT = SPACES
                   MOVE SRQ-NEXT-DUE-DATE TO STO-NEXT-DUE-DATE
                   MOVE SRQ-NEXT-DUE-DATE(9:2) TO STO-ANCHOR-DAY
                   MOVE ZERO TO STO-RETRY-COUNT
               END-IF
               IF SRQ-END-DATE NOT = SPACES
                   MOVE SRQ-END-DATE TO STO-END-DATE
               END-IF
               IF SRQ-NEW-STATUS NOT = SPACE
                   MOVE SRQ-NEW-STATUS TO STO-STATUS
               END-IF
               REWRITE STANDING-ORDER-REC
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

       2360-EDIT-CHANGE-DATES.
           IF SRQ-NEXT-DUE-DATE NOT = SPACES
               MOVE SRQ-NEXT-DUE-DATE TO WS-EDIT-DATE
               PERFORM 2900-EDIT-DATE
               IF NOT WS-DATE-OK
                   MOVE "NEXT-DUE DATE NOT A REAL DATE"
                       TO WS-EDIT-REASON
               END-IF
           END-IF
           IF WS-EDIT-REASON = SPACES AND SRQ-END-DATE NOT = SPACES
               MOVE SRQ-END-DATE TO WS-EDIT-DATE
               PERFORM 2900-EDIT-DATE
               IF NOT WS-DATE-OK
                   MOVE "END DATE NOT A REAL DATE" TO WS-EDIT-REASON
               END-IF
           END-IF
           IF WS-EDIT-REASON = SPACES
               PERFORM 2370-EDIT-RESULT-DATES
           END-IF.

      *> The same end-versus-next-due rule 2260 applies to an add,
      *> on the dates the instruction would carry once the change is
      *> applied: a new end date can fall before the next-due date
      *> already on file, and a new next-due date past the end date.
      *> An open-ended instruction (no end date) always passes.
       2370-EDIT-RESULT-DATES.
           IF SRQ-NEXT-DUE-DATE NOT = SPACES
               MOVE SRQ-NEXT-DUE-DATE TO WS-RESULT-NEXT-DUE
           ELSE
               MOVE STO-NEXT-DUE-DATE TO WS-RESULT-NEXT-DUE
           END-IF
           IF SRQ-END-DATE NOT = SPACES
               MOVE SRQ-END-DATE TO WS-RESULT-END-DATE
           ELSE
               MOVE STO-END-DATE TO WS-RESULT-END-DATE
           END-IF
           IF WS-RESULT-END-DATE NOT = SPACES
               IF WS-RESULT-END-DATE < WS-RESULT-NEXT-DUE
                   MOVE "END DATE BEFORE NEXT-DUE DATE"
                       TO WS-EDIT-REASON
               END-IF
           END-IF.

       2400-CANCEL-ORDER.
           MOVE SRQ-ORDER-NO TO STO-ORDER-NO
           READ STANDING-ORDER-FILE
               INVALID KEY
                   MOVE "ORDER NOT ON FILE" TO WS-EDIT-REASON
               NOT INVALID KEY
                   IF STO-CANCELLED
                       MOVE "ORDER ALREADY CANCELLED" TO WS-EDIT-REASON
                   ELSE
                       SET STO-CANCELLED TO TRUE
                       MOVE WS-RUN-DATE TO STO-LAST-RUN-DATE
                       REWRITE STANDING-ORDER-REC
                       ADD 1 TO WS-CANCEL-COUNT
                   END-IF
           END-READ.

      *> A real calendar date, not just the right picture -- the same
      *> month-length and leap-year rules as TRNEDIT's 2300-EDIT-DATE.
       2900-EDIT-DATE.
           MOVE "N" TO WS-DATE-OK-SW
           IF WS-EDIT-DATE(1:4) NUMERIC
                   AND WS-EDIT-DATE(5:1) = "-"
                   AND WS-EDIT-DATE(6:2) NUMERIC
                   AND WS-EDIT-DATE(8:1) = "-"
                   AND WS-EDIT-DATE(9:2) NUMERIC
               MOVE WS-EDIT-DATE(1:4) TO WS-DATE-YY
               MOVE WS-EDIT-DATE(6:2) TO WS-DATE-MM
               MOVE WS-EDIT-DATE(9:2) TO WS-DATE-DD
               IF WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
                   PERFORM 2910-SET-MONTH-DAYS
                   IF WS-DATE-DD >= 1 AND WS-DATE-DD <= WS-MONTH-DAYS
                       SET WS-DATE-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       2910-SET-MONTH-DAYS.
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

       9000-WRAP-UP.
           DISPLAY "STOMNT: REQUESTS READ    : " WS-REQUEST-COUNT
           DISPLAY "STOMNT: ORDERS ADDED     : " WS-ADD-COUNT
           DISPLAY "STOMNT: ORDERS CHANGED   : " WS-CHANGE-COUNT
           DISPLAY "STOMNT: ORDERS CANCELLED : " WS-CANCEL-COUNT
           DISPLAY "STOMNT: REJECTED         : " WS-REJECT-COUNT.
