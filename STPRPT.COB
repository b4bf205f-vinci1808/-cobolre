      *> ---------------------------------------------------------------
      *> STPRPT - Stop-payment register and expiring-stops list
      *>
      *> Prints the stop-payment file (STOPPAY.DAT, STP01.COB,
      *> maintained by STPMNT and marked used by the TRNEDIT/TRNPOST
      *> screens) on STPRPT.PRT in two parts:
      *>   - the register: every stop still in force, plus any stop
      *>     placed, used, or released today, with the account owner
      *>     off ACT-FILE, the check number or range, the amount (or
      *>     ANY), the placed and expiry dates, its status, and the
      *>     date and TRANS-NO of the latest item it caught;
      *>   - the expiring list: every active stop lapsing within the
      *>     next WS-NOTICE-DAYS days, in file order, with the days
      *>     left, so the customer can be told before the stop lapses
      *>     and place it again if the check is still outstanding.
      *> An active stop already past its expiry is no longer in force
      *> (both screens ignore it) and is counted as lapsed rather than
      *> printed. Read-only: nothing here changes the stop file.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOP-FILE ASSIGN TO "STOPPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STP-STATUS.

           SELECT ACT-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACT-NO
               FILE STATUS IS WS-ACT-STATUS.

           SELECT STOP-RPT ASSIGN TO "STPRPT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "STP01.COB".

       COPY "ACCT02.COB".

       FD  STOP-RPT
           LABEL RECORDS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  STOP-LINE                          PIC X(132).

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
           05  WS-STP-EOF                     PIC X VALUE "N".
               88  STP-EOF                     VALUE "Y".

       01  WS-STP-STATUS                      PIC XX VALUE SPACES.
       01  WS-ACT-STATUS                      PIC XX VALUE SPACES.

       01  WS-RUN-DATE                        PIC X(10).
       01  WS-RUN-DATE-NUM                    PIC 9(8).
       01  WS-RUN-DATE-YY                     PIC 9(4).
       01  WS-RUN-DATE-MM                     PIC 9(2).
       01  WS-RUN-DATE-DD                     PIC 9(2).
       01  WS-RUN-DATE-INT                    PIC 9(7).

      *> How far ahead the expiring list looks -- long enough for a
      *> mailed notice to reach the customer before the stop lapses.
       01  WS-NOTICE-DAYS                     PIC 9(3) VALUE 30.
       01  WS-HORIZON-DATE                    PIC X(10).
       01  WS-HORIZON-NUM                     PIC 9(8).
       01  WS-HORIZON-YY                      PIC 9(4).
       01  WS-HORIZON-MM                      PIC 9(2).
       01  WS-HORIZON-DD                      PIC 9(2).

       01  WS-DATE-YY                         PIC 9(4).
       01  WS-DATE-MM                         PIC 9(2).
       01  WS-DATE-DD                         PIC 9(2).
       01  WS-DATE-YYYYMMDD                   PIC 9(8).
       01  WS-EXPIRY-INT                      PIC 9(7).
       01  WS-DAYS-LEFT                       PIC S9(7).

       01  WS-IN-FORCE-SW                     PIC X VALUE "N".
           88  WS-IN-FORCE                     VALUE "Y".
       01  WS-CUST-NAME                       PIC X(25).

       01  WS-COUNTERS.
           05  WS-STOP-COUNT                  PIC 9(7) VALUE ZERO.
           05  WS-ACTIVE-COUNT                PIC 9(7) VALUE ZERO.
           05  WS-USED-COUNT                  PIC 9(7) VALUE ZERO.
           05  WS-RELEASED-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-LAPSED-COUNT                PIC 9(7) VALUE ZERO.
           05  WS-EXPIRING-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-REGISTER-COUNT              PIC 9(7) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                         PIC X(40)
               VALUE "STOP-PAYMENT REGISTER".
           05  FILLER                         PIC X(10) VALUE "RUN DATE ".
           05  WS-H1-RUN-DATE                 PIC X(10).
       01  WS-HEADING-2.
           05  FILLER                         PIC X(8) VALUE "ACT-NO".
           05  FILLER                         PIC X(27) VALUE "CUSTOMER".
           05  FILLER                         PIC X(20)
               VALUE "CHECK NUMBER(S)".
           05  FILLER                         PIC X(14) VALUE "AMOUNT".
           05  FILLER                         PIC X(12) VALUE "PLACED".
           05  FILLER                         PIC X(12) VALUE "EXPIRES".
           05  FILLER                         PIC X(10) VALUE "STATUS".
           05  FILLER                         PIC X(12) VALUE "LAST USED".
           05  FILLER                         PIC X(8) VALUE "TRANS".

       01  WS-DETAIL-LINE.
           05  WS-D-ACT-NO                    PIC Z(4)9.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-CUST-NAME                 PIC X(25).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-CHECK-FROM                PIC Z(7)9.
           05  WS-D-DASH                      PIC X(3).
           05  WS-D-CHECK-TO                  PIC Z(7)9.
           05  WS-D-CHECK-TO-X REDEFINES WS-D-CHECK-TO
                                              PIC X(8).
           05  FILLER                         PIC X(1) VALUE SPACES.
           05  WS-D-AMT                       PIC Z(7)9.99.
           05  WS-D-AMT-ANY REDEFINES WS-D-AMT
                                              PIC X(11).
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-PLACED                    PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-EXPIRY                    PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-STATUS                    PIC X(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-USED-DATE                 PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-USED-TRANS-NO             PIC Z(4)9.

       01  WS-EXPIRING-HEADING-1.
           05  FILLER                         PIC X(30)
               VALUE "STOPS EXPIRING WITHIN".
           05  WS-EH-DAYS                     PIC ZZ9.
           05  FILLER                         PIC X(15) VALUE " DAYS".
       01  WS-EXPIRING-HEADING-2.
           05  FILLER                         PIC X(8) VALUE "ACT-NO".
           05  FILLER                         PIC X(27) VALUE "CUSTOMER".
           05  FILLER                         PIC X(20)
               VALUE "CHECK NUMBER(S)".
           05  FILLER                         PIC X(14) VALUE "AMOUNT".
           05  FILLER                         PIC X(12) VALUE "EXPIRES".
           05  FILLER                         PIC X(10) VALUE "DAYS LEFT".

       01  WS-EXPIRING-LINE.
           05  WS-X-ACT-NO                    PIC Z(4)9.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-X-CUST-NAME                 PIC X(25).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-X-CHECK-FROM                PIC Z(7)9.
           05  WS-X-DASH                      PIC X(3).
           05  WS-X-CHECK-TO                  PIC Z(7)9.
           05  WS-X-CHECK-TO-X REDEFINES WS-X-CHECK-TO
                                              PIC X(8).
           05  FILLER                         PIC X(1) VALUE SPACES.
           05  WS-X-AMT                       PIC Z(7)9.99.
           05  WS-X-AMT-ANY REDEFINES WS-X-AMT
                                              PIC X(11).
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-X-EXPIRY                    PIC X(10).
           05  FILLER                         PIC X(4) VALUE SPACES.
           05  WS-X-DAYS-LEFT                 PIC ZZZ9.

       01  WS-BLANK-LINE                      PIC X(132) VALUE SPACES.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                         PIC X(25)
               VALUE "STOPS ON FILE          : ".
           05  WS-S-STOP-COUNT                PIC Z(6)9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                         PIC X(25)
               VALUE "IN FORCE               : ".
           05  WS-S-ACTIVE-COUNT              PIC Z(6)9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                         PIC X(25)
               VALUE "USED                   : ".
           05  WS-S-USED-COUNT                PIC Z(6)9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                         PIC X(25)
               VALUE "RELEASED               : ".
           05  WS-S-RELEASED-COUNT            PIC Z(6)9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                         PIC X(25)
               VALUE "LAPSED (PAST EXPIRY)   : ".
           05  WS-S-LAPSED-COUNT              PIC Z(6)9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER                         PIC X(25)
               VALUE "EXPIRING SOON          : ".
           05  WS-S-EXPIRING-COUNT            PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PRINT-REGISTER
           PERFORM 3000-PRINT-EXPIRING
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

      *> The horizon for the expiring list is the run date plus
      *> WS-NOTICE-DAYS, worked out once as a YYYY-MM-DD string so
      *> each stop's expiry is a plain compare.
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
           COMPUTE WS-HORIZON-NUM = FUNCTION DATE-OF-INTEGER
               (WS-RUN-DATE-INT + WS-NOTICE-DAYS)
           DIVIDE WS-HORIZON-NUM BY 10000 GIVING WS-HORIZON-YY
           COMPUTE WS-HORIZON-MM =
               FUNCTION MOD (WS-HORIZON-NUM / 100, 100)
           COMPUTE WS-HORIZON-DD =
               FUNCTION MOD (WS-HORIZON-NUM, 100)
           STRING WS-HORIZON-YY    DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-HORIZON-MM    DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-HORIZON-DD    DELIMITED BY SIZE
                  INTO WS-HORIZON-DATE
           OPEN INPUT ACT-FILE
           OPEN OUTPUT STOP-RPT
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO STOP-LINE
           WRITE STOP-LINE
           MOVE WS-HEADING-2 TO STOP-LINE
           WRITE STOP-LINE.

      *> First pass: the register, and the status counts.
       2000-PRINT-REGISTER.
           PERFORM 2900-OPEN-STOP-FILE
           PERFORM UNTIL STP-EOF
               READ STOP-FILE
                   AT END
                       SET STP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STOP-COUNT
                       PERFORM 2100-CLASSIFY-STOP
                       IF WS-IN-FORCE
                               OR STP-PLACED-DATE = WS-RUN-DATE
                               OR STP-USED-DATE = WS-RUN-DATE
                               OR STP-RELEASE-DATE = WS-RUN-DATE
                           PERFORM 2200-PRINT-REGISTER-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 2950-CLOSE-STOP-FILE.

      *> In force means active and not past expiry -- exactly the
      *> test the TRNEDIT/TRNPOST screens apply.
       2100-CLASSIFY-STOP.
           MOVE "N" TO WS-IN-FORCE-SW
           EVALUATE TRUE
               WHEN STP-USED
                   ADD 1 TO WS-USED-COUNT
               WHEN STP-RELEASED
                   ADD 1 TO WS-RELEASED-COUNT
               WHEN STP-ACTIVE
                   IF STP-EXPIRY-DATE = SPACES
                           OR STP-EXPIRY-DATE >= WS-RUN-DATE
                       SET WS-IN-FORCE TO TRUE
                       ADD 1 TO WS-ACTIVE-COUNT
                   ELSE
                       ADD 1 TO WS-LAPSED-COUNT
                   END-IF
           END-EVALUATE.

       2200-PRINT-REGISTER-LINE.
           PERFORM 2800-GET-CUSTOMER-NAME
           MOVE STP-ACT-NO TO WS-D-ACT-NO
           MOVE WS-CUST-NAME TO WS-D-CUST-NAME
           MOVE STP-CHECK-FROM TO WS-D-CHECK-FROM
           IF STP-CHECK-TO = STP-CHECK-FROM
               MOVE SPACES TO WS-D-DASH
               MOVE SPACES TO WS-D-CHECK-TO-X
           ELSE
               MOVE " - " TO WS-D-DASH
               MOVE STP-CHECK-TO TO WS-D-CHECK-TO
           END-IF
           IF STP-AMT = ZERO
               MOVE "        ANY" TO WS-D-AMT-ANY
           ELSE
               MOVE STP-AMT TO WS-D-AMT
           END-IF
           MOVE STP-PLACED-DATE TO WS-D-PLACED
           MOVE STP-EXPIRY-DATE TO WS-D-EXPIRY
           EVALUATE TRUE
               WHEN STP-USED
                   MOVE "USED" TO WS-D-STATUS
               WHEN STP-RELEASED
                   MOVE "RELEASED" TO WS-D-STATUS
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-D-STATUS
           END-EVALUATE
           MOVE STP-USED-DATE TO WS-D-USED-DATE
           IF STP-USED-TRANS-NO NUMERIC
               MOVE STP-USED-TRANS-NO TO WS-D-USED-TRANS-NO
           ELSE
               MOVE ZERO TO WS-D-USED-TRANS-NO
           END-IF
           MOVE WS-DETAIL-LINE TO STOP-LINE
           WRITE STOP-LINE
           ADD 1 TO WS-REGISTER-COUNT.

      *> Second pass: active stops lapsing between today and the
      *> horizon.
       3000-PRINT-EXPIRING.
           MOVE WS-BLANK-LINE TO STOP-LINE
           WRITE STOP-LINE
           MOVE WS-NOTICE-DAYS TO WS-EH-DAYS
           MOVE WS-EXPIRING-HEADING-1 TO STOP-LINE
           WRITE STOP-LINE
           MOVE WS-EXPIRING-HEADING-2 TO STOP-LINE
           WRITE STOP-LINE
           PERFORM 2900-OPEN-STOP-FILE
           PERFORM UNTIL STP-EOF
               READ STOP-FILE
                   AT END
                       SET STP-EOF TO TRUE
                   NOT AT END
                       IF STP-ACTIVE
                               AND STP-EXPIRY-DATE NOT = SPACES
                               AND STP-EXPIRY-DATE >= WS-RUN-DATE
                               AND STP-EXPIRY-DATE <= WS-HORIZON-DATE
                           PERFORM 3100-PRINT-EXPIRING-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 2950-CLOSE-STOP-FILE.

       3100-PRINT-EXPIRING-LINE.
           PERFORM 2800-GET-CUSTOMER-NAME
           MOVE STP-EXPIRY-DATE(1:4) TO WS-DATE-YY
           MOVE STP-EXPIRY-DATE(6:2) TO WS-DATE-MM
           MOVE STP-EXPIRY-DATE(9:2) TO WS-DATE-DD
           COMPUTE WS-DATE-YYYYMMDD =
               (WS-DATE-YY * 10000) + (WS-DATE-MM * 100) + WS-DATE-DD
           COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-YYYYMMDD)
           COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-RUN-DATE-INT
           MOVE STP-ACT-NO TO WS-X-ACT-NO
           MOVE WS-CUST-NAME TO WS-X-CUST-NAME
           MOVE STP-CHECK-FROM TO WS-X-CHECK-FROM
           IF STP-CHECK-TO = STP-CHECK-FROM
               MOVE SPACES TO WS-X-DASH
               MOVE SPACES TO WS-X-CHECK-TO-X
           ELSE
               MOVE " - " TO WS-X-DASH
               MOVE STP-CHECK-TO TO WS-X-CHECK-TO
           END-IF
           IF STP-AMT = ZERO
               MOVE "        ANY" TO WS-X-AMT-ANY
           ELSE
               MOVE STP-AMT TO WS-X-AMT
           END-IF
           MOVE STP-EXPIRY-DATE TO WS-X-EXPIRY
           MOVE WS-DAYS-LEFT TO WS-X-DAYS-LEFT
           MOVE WS-EXPIRING-LINE TO STOP-LINE
           WRITE STOP-LINE
           ADD 1 TO WS-EXPIRING-COUNT.

      *> The owner's name as it stands on the account master; a stop
      *> against an unknown account still prints, flagged.
       2800-GET-CUSTOMER-NAME.
           MOVE STP-ACT-NO TO ACT-NO IN ACT-REC
           READ ACT-FILE
               INVALID KEY
                   MOVE "** NOT ON ACT-FILE **" TO WS-CUST-NAME
               NOT INVALID KEY
                   MOVE ACT-CUST-NAME TO WS-CUST-NAME
           END-READ.

       2900-OPEN-STOP-FILE.
           MOVE "N" TO WS-STP-EOF
           OPEN INPUT STOP-FILE
           IF WS-STP-STATUS = "35"
               SET STP-EOF TO TRUE
           END-IF.

       2950-CLOSE-STOP-FILE.
           IF WS-STP-STATUS NOT = "35"
               CLOSE STOP-FILE
           END-IF.

       9000-WRAP-UP.
           MOVE WS-BLANK-LINE TO STOP-LINE
           WRITE STOP-LINE
           MOVE WS-STOP-COUNT TO WS-S-STOP-COUNT
           MOVE WS-SUMMARY-LINE-1 TO STOP-LINE
           WRITE STOP-LINE
           MOVE WS-ACTIVE-COUNT TO WS-S-ACTIVE-COUNT
           MOVE WS-SUMMARY-LINE-2 TO STOP-LINE
           WRITE STOP-LINE
           MOVE WS-USED-COUNT TO WS-S-USED-COUNT
           MOVE WS-SUMMARY-LINE-3 TO STOP-LINE
           WRITE STOP-LINE
           MOVE WS-RELEASED-COUNT TO WS-S-RELEASED-COUNT
           MOVE WS-SUMMARY-LINE-4 TO STOP-LINE
           WRITE STOP-LINE
           MOVE WS-LAPSED-COUNT TO WS-S-LAPSED-COUNT
           MOVE WS-SUMMARY-LINE-5 TO STOP-LINE
           WRITE STOP-LINE
           MOVE WS-EXPIRING-COUNT TO WS-S-EXPIRING-COUNT
           MOVE WS-SUMMARY-LINE-6 TO STOP-LINE
           WRITE STOP-LINE
           CLOSE STOP-RPT
           CLOSE ACT-FILE
           DISPLAY "STPRPT: STOPS ON FILE  : " WS-STOP-COUNT
           DISPLAY "STPRPT: IN FORCE       : " WS-ACTIVE-COUNT
           DISPLAY "STPRPT: REGISTER LINES : " WS-REGISTER-COUNT
           DISPLAY "STPRPT: EXPIRING SOON  : " WS-EXPIRING-COUNT.
