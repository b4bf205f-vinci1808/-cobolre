      *> ---------------------------------------------------------------
      *> STPMNT - Stop-payment placement and release batch
      *>
      *> A customer's stop-payment instruction had nowhere to live:
      *> the stopped check cleared and posted like any other
      *> withdrawal, and operations undid it afterward by hand with a
      *> TRANS-TYPE-REVERSAL. This program maintains the stop-payment
      *> file (STOPPAY.DAT, STP01.COB): one record per stop, carrying
      *> the account, a check number or an inclusive range of check
      *> numbers (a lost or stolen checkbook), an optional amount, the
      *> placed date, the expiry date, and an active/used/released
      *> status. TRNEDIT and TRNPOST both screen every withdrawal that
      *> carries a check number against the active, unexpired stops
      *> and divert a match to TRANREJ.DAT with reason "STOP PAYMENT"
      *> instead of letting it reach ACT-BAL; STPRPT prints the
      *> register and the stops about to lapse.
      *>
      *> Requests (STOPREQ.DAT) are applied in two passes, the same
      *> shape HOLDMNT uses on the holds file:
      *>   - "P" place:   appended as a new active stop. A blank or
      *>     zero "to" check number means a single check. A blank
      *>     amount (or zero) stops the check whatever amount it is
      *>     presented for; a nonzero amount stops it only at exactly
      *>     that amount. A blank expiry date defaults to
      *>     WS-STOP-LIFE-DAYS after placement -- a stop that never
      *>     lapses would quietly block a reissued check number years
      *>     later, and the customer is told when it is about to lapse
      *>     so it can be renewed by placing it again.
      *>   - "R" release: the account's first ACTIVE stop whose "from"
      *>     check number matches is marked released with today's
      *>     date. A request check number of zero releases the
      *>     account's first active stop regardless of number.
      *> A stop that catches a single check is marked used by the
      *> screen that caught it; a range stop stays active until it
      *> is released or expires, since the rest of the range is
      *> still at risk. Nothing is ever deleted -- a released or used
      *> stop stays on file with its dates as its own history.
      *>
      *> No ACT-FILE edit is done here, for the same reason HOLDMNT
      *> does none: a stop against an unknown account number is
      *> inert, since no withdrawal can ever match it.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOP-FILE ASSIGN TO "STOPPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STP-STATUS.

           SELECT STOPREQ-FILE ASSIGN TO "STOPREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "STP01.COB".

       FD  STOPREQ-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  STOPREQ-REC.
           05  STQ-ACTION                     PIC X.
           05  STQ-ACT-NO                     PIC 9(5).
           05  STQ-CHECK-FROM                 PIC 9(8).
           05  STQ-CHECK-TO-X                 PIC X(8).
           05  STQ-CHECK-TO REDEFINES STQ-CHECK-TO-X
                                              PIC 9(8).
           05  STQ-AMT-X                      PIC X(10).
           05  STQ-AMT REDEFINES STQ-AMT-X    PIC 9(8)V99.
           05  STQ-EXPIRY-DATE                PIC X(10).
           05  FILLER                         PIC X(38).

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
           05  WS-REQ-EOF                     PIC X VALUE "N".
               88  REQ-EOF                     VALUE "Y".
           05  WS-STP-EOF                     PIC X VALUE "N".
               88  STP-EOF                     VALUE "Y".

       01  WS-STP-STATUS                      PIC XX VALUE SPACES.

       01  WS-RUN-DATE                        PIC X(10).
       01  WS-RUN-DATE-NUM                    PIC 9(8).
       01  WS-RUN-DATE-YY                     PIC 9(4).
       01  WS-RUN-DATE-MM                     PIC 9(2).
       01  WS-RUN-DATE-DD                     PIC 9(2).
       01  WS-RUN-DATE-INT                    PIC 9(7).

      *> Default life of a stop placed without an expiry date -- the
      *> customary six months a stop-payment order stands.
       01  WS-STOP-LIFE-DAYS                  PIC 9(3) VALUE 180.
       01  WS-DEFAULT-EXPIRY                  PIC X(10).
       01  WS-EXPIRY-NUM                      PIC 9(8).
       01  WS-EXPIRY-YY                       PIC 9(4).
       01  WS-EXPIRY-MM                       PIC 9(2).
       01  WS-EXPIRY-DD                       PIC 9(2).

       01  WS-EDIT-DATE                       PIC X(10).
       01  WS-DATE-OK-SW                      PIC X VALUE "N".
           88  WS-DATE-OK                      VALUE "Y".
       01  WS-DATE-YY                         PIC 9(4).
       01  WS-DATE-MM                         PIC 9(2).
       01  WS-DATE-DD                         PIC 9(2).
       01  WS-MONTH-DAYS                      PIC 9(2).

       01  WS-REQ-CHECK-TO                    PIC 9(8).
       01  WS-REQ-AMT                         PIC 9(8)V99.
       01  WS-REQ-EXPIRY                      PIC X(10).

      *> The day's requests, loaded once up front the way HOLDMNT
      *> loads its hold requests, then applied in two passes.
       01  WS-REQUEST-TABLE.
           05  WS-RQ-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-RQ-IX.
               10  WS-RQ-ACTION                PIC X VALUE SPACE.
               10  WS-RQ-ACT-NO                PIC 9(5) VALUE ZERO.
               10  WS-RQ-CHECK-FROM            PIC 9(8) VALUE ZERO.
               10  WS-RQ-CHECK-TO              PIC 9(8) VALUE ZERO.
               10  WS-RQ-AMT                   PIC 9(8)V99 VALUE ZERO.
               10  WS-RQ-EXPIRY-DATE           PIC X(10) VALUE SPACES.
               10  WS-RQ-DONE-SW               PIC X VALUE "N".
                   88  WS-RQ-DONE               VALUE "Y".
       01  WS-REQUEST-COUNT                   PIC 9(7) VALUE ZERO.

      *> Whole stop file, held so releases can be marked and the file
      *> rewritten in full (LINE SEQUENTIAL records are stored without
      *> their trailing blanks, so a release stamp lengthens the
      *> stored line -- see HOLDMNT.COB). Each entry mirrors STOP-REC
      *> byte for byte.
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

       01  WS-COUNTERS.
           05  WS-PLACED-COUNT                PIC 9(7) VALUE ZERO.
           05  WS-RELEASED-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT                PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-REQUESTS
           PERFORM 2000-PLACE-STOPS
           PERFORM 3000-RELEASE-STOPS
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

      *> The default expiry is worked out once: run date plus the
      *> standard stop life, through the integer-date functions
      *> DORMRPT ages with.
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
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
           COMPUTE WS-EXPIRY-NUM = FUNCTION DATE-OF-INTEGER
               (WS-RUN-DATE-INT + WS-STOP-LIFE-DAYS)
           DIVIDE WS-EXPIRY-NUM BY 10000 GIVING WS-EXPIRY-YY
           COMPUTE WS-EXPIRY-MM =
               FUNCTION MOD (WS-EXPIRY-NUM / 100, 100)
           COMPUTE WS-EXPIRY-DD =
               FUNCTION MOD (WS-EXPIRY-NUM, 100)
           STRING WS-EXPIRY-YY     DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-EXPIRY-MM     DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-EXPIRY-DD     DELIMITED BY SIZE
                  INTO WS-DEFAULT-EXPIRY.

       1500-LOAD-REQUESTS.
           OPEN INPUT STOPREQ-FILE
           PERFORM UNTIL REQ-EOF
               READ STOPREQ-FILE
                   AT END
                       SET REQ-EOF TO TRUE
                   NOT AT END
                       PERFORM 1600-STORE-REQUEST
               END-READ
           END-PERFORM
           CLOSE STOPREQ-FILE.

      *> Blank "to" check number and blank amount are both legal on a
      *> place (single check, any amount) and are carried as zero.
       1600-STORE-REQUEST.
           IF STQ-CHECK-TO-X = SPACES
               MOVE ZERO TO WS-REQ-CHECK-TO
           ELSE
               IF STQ-CHECK-TO-X NUMERIC
                   MOVE STQ-CHECK-TO TO WS-REQ-CHECK-TO
               ELSE
                   MOVE 99999999 TO WS-REQ-CHECK-TO
               END-IF
           END-IF
           IF STQ-AMT-X = SPACES
               MOVE ZERO TO WS-REQ-AMT
           ELSE
               IF STQ-AMT-X NUMERIC
                   MOVE STQ-AMT TO WS-REQ-AMT
               END-IF
           END-IF
           IF (STQ-ACTION NOT = "P" AND "R")
                   OR STQ-ACT-NO NOT NUMERIC
                   OR STQ-CHECK-FROM NOT NUMERIC
                   OR (STQ-CHECK-TO-X NOT = SPACES
                       AND STQ-CHECK-TO-X NOT NUMERIC)
                   OR (STQ-AMT-X NOT = SPACES
                       AND STQ-AMT-X NOT NUMERIC)
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "STPMNT: REJECTED MALFORMED REQUEST: "
                   STOPREQ-REC(1:42)
           ELSE
               IF STQ-ACTION = "P"
                   PERFORM 1650-EDIT-PLACE-REQUEST
               ELSE
                   PERFORM 1700-TABLE-REQUEST
               END-IF
           END-IF.

      *> A place must name a real check number, a range that runs
      *> forward, and -- when given -- an expiry that is a real date
      *> not already past.
       1650-EDIT-PLACE-REQUEST.
           IF WS-REQ-CHECK-TO = ZERO
               MOVE STQ-CHECK-FROM TO WS-REQ-CHECK-TO
           END-IF
           MOVE STQ-EXPIRY-DATE TO WS-REQ-EXPIRY
           IF WS-REQ-EXPIRY = SPACES
               MOVE WS-DEFAULT-EXPIRY TO WS-REQ-EXPIRY
           END-IF
           MOVE WS-REQ-EXPIRY TO WS-EDIT-DATE
           PERFORM 2900-EDIT-DATE
           EVALUATE TRUE
               WHEN STQ-CHECK-FROM = ZERO
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "STPMNT: REJECTED ZERO CHECK NUMBER FOR "
                       "ACT-NO " STQ-ACT-NO
               WHEN WS-REQ-CHECK-TO < STQ-CHECK-FROM
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "STPMNT: REJECTED BACKWARD CHECK RANGE FOR "
                       "ACT-NO " STQ-ACT-NO
               WHEN NOT WS-DATE-OK
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "STPMNT: REJECTED BAD EXPIRY DATE FOR "
                       "ACT-NO " STQ-ACT-NO
               WHEN WS-REQ-EXPIRY < WS-RUN-DATE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "STPMNT: REJECTED EXPIRY ALREADY PAST FOR "
                       "ACT-NO " STQ-ACT-NO
               WHEN OTHER
                   PERFORM 1700-TABLE-REQUEST
           END-EVALUATE.

       1700-TABLE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           SET WS-RQ-IX TO WS-REQUEST-COUNT
           MOVE STQ-ACTION       TO WS-RQ-ACTION (WS-RQ-IX)
           MOVE STQ-ACT-NO       TO WS-RQ-ACT-NO (WS-RQ-IX)
           MOVE STQ-CHECK-FROM   TO WS-RQ-CHECK-FROM (WS-RQ-IX)
           MOVE WS-REQ-CHECK-TO  TO WS-RQ-CHECK-TO (WS-RQ-IX)
           MOVE WS-REQ-AMT       TO WS-RQ-AMT (WS-RQ-IX)
           MOVE WS-REQ-EXPIRY    TO WS-RQ-EXPIRY-DATE (WS-RQ-IX).

       2000-PLACE-STOPS.
           OPEN EXTEND STOP-FILE
           IF WS-STP-STATUS = "35"
               OPEN OUTPUT STOP-FILE
           END-IF
           PERFORM VARYING WS-RQ-IX FROM 1 BY 1
                   UNTIL WS-RQ-IX > WS-REQUEST-COUNT
               IF WS-RQ-ACTION (WS-RQ-IX) = "P"
                   PERFORM 2100-PLACE-ONE-STOP
               END-IF
           END-PERFORM
           CLOSE STOP-FILE.

       2100-PLACE-ONE-STOP.
           MOVE SPACES TO STOP-REC
           MOVE WS-RQ-ACT-NO (WS-RQ-IX) TO STP-ACT-NO
           MOVE WS-RQ-CHECK-FROM (WS-RQ-IX) TO STP-CHECK-FROM
           MOVE WS-RQ-CHECK-TO (WS-RQ-IX) TO STP-CHECK-TO
           MOVE WS-RQ-AMT (WS-RQ-IX) TO STP-AMT
           MOVE WS-RUN-DATE TO STP-PLACED-DATE
           MOVE WS-RQ-EXPIRY-DATE (WS-RQ-IX) TO STP-EXPIRY-DATE
           SET STP-ACTIVE TO TRUE
           MOVE SPACES TO STP-USED-DATE
           MOVE ZERO TO STP-USED-TRANS-NO
           MOVE SPACES TO STP-RELEASE-DATE
           WRITE STOP-REC
           ADD 1 TO WS-PLACED-COUNT.

      *> Each release request is spent on the first active stop it
      *> matches, so two identical releases in one batch release two
      *> stops, not the same one twice. The file is only rewritten
      *> when at least one release actually landed.
       3000-RELEASE-STOPS.
           PERFORM 3050-LOAD-STOP-TABLE
           PERFORM VARYING WS-RQ-IX FROM 1 BY 1
                   UNTIL WS-RQ-IX > WS-REQUEST-COUNT
               IF WS-RQ-ACTION (WS-RQ-IX) = "R"
                   PERFORM 3100-MATCH-RELEASE-REQUEST
               END-IF
           END-PERFORM
           IF WS-RELEASED-COUNT > ZERO
               PERFORM 3250-REWRITE-STOP-FILE
           END-IF
           PERFORM 3300-REPORT-UNMATCHED-RELEASES.

       3050-LOAD-STOP-TABLE.
           OPEN INPUT STOP-FILE
           IF WS-STP-STATUS = "35"
               SET STP-EOF TO TRUE
           END-IF
           PERFORM UNTIL STP-EOF
               READ STOP-FILE
                   AT END
                       SET STP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STOP-COUNT
                       SET WS-ST-IX TO WS-STOP-COUNT
                       MOVE STOP-REC TO WS-ST-ENTRY (WS-ST-IX)
               END-READ
           END-PERFORM
           IF WS-STP-STATUS NOT = "35"
               CLOSE STOP-FILE
           END-IF.

       3100-MATCH-RELEASE-REQUEST.
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
                   UNTIL WS-ST-IX > WS-STOP-COUNT
               IF WS-ST-ACTIVE (WS-ST-IX)
                       AND WS-ST-ACT-NO (WS-ST-IX) =
                           WS-RQ-ACT-NO (WS-RQ-IX)
                       AND (WS-RQ-CHECK-FROM (WS-RQ-IX) = ZERO
                           OR WS-RQ-CHECK-FROM (WS-RQ-IX) =
                               WS-ST-CHECK-FROM (WS-ST-IX))
                   PERFORM 3200-RELEASE-ONE-STOP
                   SET WS-RQ-DONE (WS-RQ-IX) TO TRUE
                   SET WS-ST-IX TO WS-STOP-COUNT
               END-IF
           END-PERFORM.

       3200-RELEASE-ONE-STOP.
           MOVE "R" TO WS-ST-STATUS (WS-ST-IX)
           MOVE WS-RUN-DATE TO WS-ST-RELEASE-DATE (WS-ST-IX)
           ADD 1 TO WS-RELEASED-COUNT.

       3250-REWRITE-STOP-FILE.
           OPEN OUTPUT STOP-FILE
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
                   UNTIL WS-ST-IX > WS-STOP-COUNT
               MOVE WS-ST-ENTRY (WS-ST-IX) TO STOP-REC
               WRITE STOP-REC
           END-PERFORM
           CLOSE STOP-FILE.

       3300-REPORT-UNMATCHED-RELEASES.
           PERFORM VARYING WS-RQ-IX FROM 1 BY 1
                   UNTIL WS-RQ-IX > WS-REQUEST-COUNT
               IF WS-RQ-ACTION (WS-RQ-IX) = "R"
                       AND NOT WS-RQ-DONE (WS-RQ-IX)
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY "STPMNT: NO ACTIVE STOP MATCHED RELEASE "
                       "FOR ACT-NO " WS-RQ-ACT-NO (WS-RQ-IX)
                       " CHECK " WS-RQ-CHECK-FROM (WS-RQ-IX)
               END-IF
           END-PERFORM.

      *> A real calendar date, not just the right picture -- the same
      *> leap-aware edit TRNEDIT applies to RAW-DATE.
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
           DISPLAY "STPMNT: STOPS PLACED  : " WS-PLACED-COUNT
           DISPLAY "STPMNT: STOPS RELEASED: " WS-RELEASED-COUNT
           DISPLAY "STPMNT: REJECTED      : " WS-REJECT-COUNT.
