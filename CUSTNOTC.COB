      *> ---------------------------------------------------------------
      *> CUSTNOTC - Nightly customer notice run
      *>
      *> A customer learned of a returned withdrawal, a hold on their
      *> funds, a frozen account or a change to their own address only
      *> by calling in, and several of those call for written notice.
      *> Every one of those events is already recorded on a file by
      *> the program that caused it, so this run simply picks them up
      *> each night:
      *>   - NS  a TRANREJ.DAT reject for insufficient funds -- the
      *>         same two TRNPOST reasons ACHRET returns as R01
      *>         ("CREDIT LIMIT EXCEEDED", "HELD FUNDS EXCEED");
      *>   - HP  a hold placed on HOLDFILE.DAT (HLD-PLACED-DATE);
      *>   - SC  an account status change on ACTSTHST.DAT;
      *>   - AC  an address change on CUSTHIST.DAT -- any of the A1,
      *>         A2, CI, ST, ZP field codes CUSTMNT writes. All of one
      *>         customer's address rows for one effective date are
      *>         one event.
      *> An event is picked up when its date falls within the last
      *> WS-LOOKBACK-DAYS days up to the business date, so a night
      *> the run was missed (or a change keyed with a back-dated
      *> effective date) is caught on the next one.
      *>
      *> Each event is joined to its owner on CUST-FILE -- through
      *> ACT-CUST-NO for the account events -- and the night's events
      *> are written to the print/mail extract (NOTCEXT.DAT, NTX01.COB)
      *> as ONE letter per customer, addressed to the customer's
      *> current mailing address and listing each event with its
      *> template text. An address change must also reach the old
      *> address, so it gets a second letter of its own there, the
      *> prior address rebuilt from the current record with the
      *> history rows' old values laid back over it.
      *>
      *> An event that cannot be mailed -- account not on the master,
      *> an unmigrated account (ACT-CUST-NO zero), a customer number
      *> with no CUST-FILE record, or a blank address line 1 -- is
      *> printed on the exception list (NOTCEXC.PRT) for operations
      *> to follow up by hand, never dropped.
      *>
      *> Every event taken, mailed or excepted, is written to the
      *> notice history (NOTCHIST.DAT, NTH01.COB) under its event
      *> type and key, and an event already on the history is never
      *> taken again -- so a rerun of the same night, or the lookback
      *> overlap, sends nothing twice. The keys:
      *>   NS  TRANS-NO and reject date;
      *>   HP  account, placed date and the hold's position on
      *>       HOLDFILE.DAT (HOLDMNT appends and rewrites in place,
      *>       never reorders or purges);
      *>   SC  account, effective date and the record's position on
      *>       ACTSTHST.DAT (append-only);
      *>   AC  customer and effective date.
      *> START/END counts go to RUN-CONTROL: events mailed, letters
      *> written, exceptions.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTNOTC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACT-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACT-NO
               FILE STATUS IS WS-ACT-STATUS.

           SELECT CUST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.

           SELECT TRAN-REJECT ASSIGN TO "TRANREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRJ-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT ACT-STAT-HIST ASSIGN TO "ACTSTHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASH-STATUS.

           SELECT CUST-HIST ASSIGN TO "CUSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUH-STATUS.

           SELECT NOTICE-HIST ASSIGN TO "NOTCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTH-STATUS.

           SELECT NOTICE-EXTRACT ASSIGN TO "NOTCEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-RPT ASSIGN TO "NOTCEXC.PRT"
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

       COPY "CUST01.COB".

       COPY "TRJ01.COB".

       COPY "HLD01.COB".

       COPY "ACTH01.COB".

       COPY "CUSH01.COB".

       COPY "NTH01.COB".

       COPY "NTX01.COB".

       FD  EXCEPTION-RPT
           LABEL RECORDS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCEPTION-LINE                     PIC X(132).

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
           05  WS-TRJ-EOF                     PIC X VALUE "N".
               88  TRJ-EOF                     VALUE "Y".
           05  WS-HOLD-EOF                    PIC X VALUE "N".
               88  HOLD-EOF                    VALUE "Y".
           05  WS-ASH-EOF                     PIC X VALUE "N".
               88  ASH-EOF                     VALUE "Y".
           05  WS-CUH-EOF                     PIC X VALUE "N".
               88  CUH-EOF                     VALUE "Y".
           05  WS-NTH-EOF                     PIC X VALUE "N".
               88  NTH-EOF                     VALUE "Y".

       01  WS-ACT-STATUS                      PIC XX VALUE SPACES.
       01  WS-CUST-STATUS                     PIC XX VALUE SPACES.
       01  WS-TRJ-STATUS                      PIC XX VALUE SPACES.
       01  WS-HOLD-STATUS                     PIC XX VALUE SPACES.
       01  WS-ASH-STATUS                      PIC XX VALUE SPACES.
       01  WS-CUH-STATUS                      PIC XX VALUE SPACES.
       01  WS-NTH-STATUS                      PIC XX VALUE SPACES.
       01  WS-RC-STATUS                       PIC XX VALUE SPACES.

       01  WS-RUN-DATE                        PIC X(10).
       01  WS-RUN-DATE-NUM                    PIC 9(8).
       01  WS-RUN-DATE-YY                     PIC 9(4).
       01  WS-RUN-DATE-MM                     PIC 9(2).
       01  WS-RUN-DATE-DD                     PIC 9(2).
       01  WS-RUN-YYYYMM                      PIC 9(6).

      *> How far back an event is still picked up. The notice
      *> history, not this window, is what stops a repeat; the window
      *> only bounds how much history has to be held in memory.
       01  WS-LOOKBACK-DAYS                   PIC 9(3) VALUE 7.
       01  WS-WINDOW-START                    PIC X(10).
       01  WS-DATE-INT                        PIC 9(7).
       01  WS-DATE-YYYYMMDD                   PIC 9(8).
       01  WS-DATE-YY                         PIC 9(4).
       01  WS-DATE-MM                         PIC 9(2).
       01  WS-DATE-DD                         PIC 9(2).

       01  WS-MASTERS-OK-SW                   PIC X VALUE "N".
           88  WS-MASTERS-OK                   VALUE "Y".

      *> The rejected item as TRNEDIT/ACHIN wrote it (TRAN-REC
      *> layout, TRAN02.COB), kept whole in TRJ-ORIGINAL-REC.
       01  WS-REJECT-VIEW.
           05  WS-RV-TRANS-NO                 PIC 9(5).
           05  FILLER                         PIC X(10).
           05  WS-RV-AMT                      PIC 9(8)V99.
           05  FILLER                         PIC X(11).
           05  WS-RV-ACT-NO                   PIC 9(5).
           05  FILLER                         PIC X(39).

      *> Position of the current record on HOLDFILE.DAT / ACTSTHST.DAT
      *> -- part of those events' keys (see header).
       01  WS-HOLD-SEQ                        PIC 9(7) VALUE ZERO.
       01  WS-ASH-SEQ                         PIC 9(7) VALUE ZERO.

      *> Events already noticed inside the lookback window, off
      *> NOTCHIST.DAT.
       01  WS-SENT-TABLE.
           05  WS-SN-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-SN-IX.
               10  WS-SN-TYPE                  PIC X(2).
               10  WS-SN-KEY                   PIC X(30).
       01  WS-SENT-COUNT                      PIC 9(7) VALUE ZERO.
       01  WS-ALREADY-SENT-SW                 PIC X VALUE "N".
           88  WS-ALREADY-SENT                 VALUE "Y".

      *> The night's events, in the order they were picked up. An
      *> event that does not fit is left for the next night -- it is
      *> not on the history, so nothing is lost.
       01  WS-EVENT-TABLE.
           05  WS-EV-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-EV-IX, WS-EL-IX.
               10  WS-EV-TYPE                  PIC X(2).
               10  WS-EV-KEY                   PIC X(30).
               10  WS-EV-DATE                  PIC X(10).
               10  WS-EV-ACT-NO                PIC 9(5).
               10  WS-EV-CUST-NO               PIC 9(5).
               10  WS-EV-NAME                  PIC X(25).
               10  WS-EV-AMT                   PIC 9(8)V99.
               10  WS-EV-EXPIRY-DATE           PIC X(10).
               10  WS-EV-OLD-STATUS            PIC X.
               10  WS-EV-NEW-STATUS            PIC X.
               10  WS-EV-AC-IX                 PIC 9(4).
               10  WS-EV-EXC-REASON            PIC X(30).
               10  WS-EV-LETTER-NO             PIC 9(6).
       01  WS-EVENT-COUNT                     PIC 9(7) VALUE ZERO.

      *> The event being picked up, filled in by each collector before
      *> it PERFORMs 2900-ADD-EVENT.
       01  WS-NEW-EVENT.
           05  WS-NE-TYPE                     PIC X(2).
           05  WS-NE-KEY                      PIC X(30).
           05  WS-NE-DATE                     PIC X(10).
           05  WS-NE-ACT-NO                   PIC 9(5).
           05  WS-NE-CUST-NO                  PIC 9(5).
           05  WS-NE-AMT                      PIC 9(8)V99.
           05  WS-NE-EXPIRY-DATE              PIC X(10).
           05  WS-NE-OLD-STATUS               PIC X.
           05  WS-NE-NEW-STATUS               PIC X.
           05  WS-NE-AC-IX                    PIC 9(4).

      *> One row per customer address change being noticed tonight:
      *> the OLD value of each address field the change touched (the
      *> first history row for a field is the one that carries the
      *> value before the day's changes).
       01  WS-ADDR-CHANGE-TABLE.
           05  WS-AC-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-AC-IX.
               10  WS-AC-CUST-NO               PIC 9(5).
               10  WS-AC-DATE                  PIC X(10).
               10  WS-AC-OLD-LINE1             PIC X(25).
               10  WS-AC-OLD-LINE2             PIC X(25).
               10  WS-AC-OLD-CITY              PIC X(15).
               10  WS-AC-OLD-STATE             PIC X(2).
               10  WS-AC-OLD-ZIP               PIC X(9).
               10  WS-AC-SET-LINE1             PIC X.
               10  WS-AC-SET-LINE2             PIC X.
               10  WS-AC-SET-CITY              PIC X.
               10  WS-AC-SET-STATE             PIC X.
               10  WS-AC-SET-ZIP               PIC X.
       01  WS-AC-COUNT                        PIC 9(4) VALUE ZERO.
       01  WS-AC-HIT-IX                       PIC 9(4) VALUE ZERO.

      *> The mailing block of the letter being written.
       01  WS-MAIL-ADDRESS.
           05  WS-MA-NAME                     PIC X(25).
           05  WS-MA-LINE1                    PIC X(25).
           05  WS-MA-LINE2                    PIC X(25).
           05  WS-MA-CITY-LINE.
               10  WS-MA-CITY                 PIC X(15).
               10  FILLER                     PIC X VALUE SPACE.
               10  WS-MA-STATE                PIC X(2).
               10  FILLER                     PIC X VALUE SPACE.
               10  WS-MA-ZIP                  PIC X(9).

       01  WS-LETTER-NO                       PIC 9(6) VALUE ZERO.
       01  WS-LETTER-CUST-NO                  PIC 9(5) VALUE ZERO.
       01  WS-ADDR-KIND                       PIC X VALUE "C".
       01  WS-X-TYPE                          PIC X.
       01  WS-X-TEXT                          PIC X(70).
       01  WS-LETTER-EVENTS                   PIC 9(4) VALUE ZERO.

       01  WS-EDIT-AMT                        PIC $$$,$$$,$$9.99.
       01  WS-AMT-TEXT                        PIC X(14).
       01  WS-LEAD-SPACES                     PIC 9(2) VALUE ZERO.
       01  WS-STATUS-CODE                     PIC X.
       01  WS-STATUS-NAME                     PIC X(7).
       01  WS-OLD-STATUS-NAME                 PIC X(7).
       01  WS-NEW-STATUS-NAME                 PIC X(7).

      *> Letter wording. The lines specific to an event (dates,
      *> amounts, account numbers) are built where the event is
      *> written; everything fixed is here.
       01  WS-TEMPLATE-TEXT.
           05  WS-TPL-CLOSING-1               PIC X(70) VALUE
               "PLEASE CALL OR VISIT YOUR BRANCH WITH ANY QUESTIONS.".
           05  WS-TPL-CLOSING-2               PIC X(70) VALUE
               "CUSTOMER SERVICE".
           05  WS-TPL-NSF-CAPTION             PIC X(70) VALUE
               "RETURNED ITEM - INSUFFICIENT FUNDS".
           05  WS-TPL-NSF-TEXT                PIC X(70) VALUE
               "THE ACCOUNT LACKED THE AVAILABLE FUNDS TO PAY IT.".
           05  WS-TPL-HOLD-CAPTION            PIC X(70) VALUE
               "HOLD PLACED ON YOUR FUNDS".
           05  WS-TPL-HOLD-TEXT               PIC X(70) VALUE
               "HELD FUNDS STAY IN THE ACCOUNT BUT CANNOT BE DRAWN.".
           05  WS-TPL-STATUS-CAPTION          PIC X(70) VALUE
               "CHANGE IN ACCOUNT STATUS".
           05  WS-TPL-STATUS-OPEN             PIC X(70) VALUE
               "THE ACCOUNT IS AVAILABLE FOR NORMAL USE.".
           05  WS-TPL-STATUS-DORMANT          PIC X(70) VALUE
               "THE ACCOUNT HAS HAD NO ACTIVITY AND IS NOW DORMANT.".
           05  WS-TPL-STATUS-FROZEN           PIC X(70) VALUE
               "NO WITHDRAWALS CAN BE MADE WHILE IT IS FROZEN.".
           05  WS-TPL-STATUS-CLOSED           PIC X(70) VALUE
               "THE ACCOUNT IS CLOSED AND TAKES NO FURTHER ITEMS.".
           05  WS-TPL-ADDR-CAPTION            PIC X(70) VALUE
               "CHANGE OF MAILING ADDRESS".
           05  WS-TPL-ADDR-TEXT               PIC X(70) VALUE
               "IF YOU DID NOT ASK FOR THIS CHANGE, CALL US AT ONCE.".
           05  WS-TPL-ADDR-PRIOR              PIC X(70) VALUE
               "THIS COPY IS SENT TO YOUR PREVIOUS ADDRESS OF RECORD.".

       01  WS-COUNTERS.
           05  WS-NOTICED-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-LETTER-COUNT                PIC 9(7) VALUE ZERO.
           05  WS-PRIOR-LETTER-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-EXCEPTION-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-SKIPPED-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-NSF-COUNT                   PIC 9(7) VALUE ZERO.
           05  WS-HOLD-COUNT                  PIC 9(7) VALUE ZERO.
           05  WS-STATUS-COUNT                PIC 9(7) VALUE ZERO.
           05  WS-ADDR-COUNT                  PIC 9(7) VALUE ZERO.

       01  WS-EXC-HEADING-1.
           05  FILLER                         PIC X(36)
               VALUE "CUSTOMER NOTICE EXCEPTIONS FOR ".
           05  WS-EH1-DATE                    PIC X(10).
       01  WS-EXC-HEADING-2.
           05  FILLER                         PIC X(14) VALUE "EVENT".
           05  FILLER                         PIC X(12) VALUE "DATE".
           05  FILLER                         PIC X(9) VALUE "ACCOUNT".
           05  FILLER                         PIC X(10)
               VALUE "CUSTOMER".
           05  FILLER                         PIC X(27) VALUE "NAME".
           05  FILLER                         PIC X(30) VALUE "REASON".

       01  WS-EXC-DETAIL-LINE.
           05  WS-X-EVENT                     PIC X(12).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-X-DATE                      PIC X(10).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-X-ACT-NO                    PIC Z(4)9.
           05  FILLER                         PIC X(4) VALUE SPACES.
           05  WS-X-CUST-NO                   PIC Z(4)9.
           05  FILLER                         PIC X(5) VALUE SPACES.
           05  WS-X-NAME                      PIC X(25).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-X-REASON                    PIC X(30).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                         PIC X(30)
               VALUE "EVENTS MAILED               : ".
           05  WS-S-NOTICED-COUNT             PIC Z(6)9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                         PIC X(30)
               VALUE "LETTERS WRITTEN             : ".
           05  WS-S-LETTER-COUNT              PIC Z(6)9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                         PIC X(30)
               VALUE "  TO A PREVIOUS ADDRESS     : ".
           05  WS-S-PRIOR-LETTER-COUNT        PIC Z(6)9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                         PIC X(30)
               VALUE "EXCEPTIONS                  : ".
           05  WS-S-EXCEPTION-COUNT           PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 8800-WRITE-RUN-START
           PERFORM 1400-OPEN-MASTERS
           IF WS-MASTERS-OK
               PERFORM 1200-LOAD-NOTICE-HISTORY
               PERFORM 2000-COLLECT-REJECTS
               PERFORM 2200-COLLECT-HOLDS
               PERFORM 2400-COLLECT-STATUS-CHANGES
               PERFORM 2600-COLLECT-ADDRESS-CHANGES
               PERFORM 3000-WRITE-LETTERS
               PERFORM 4000-LIST-EXCEPTIONS
               PERFORM 5000-RECORD-HISTORY
               PERFORM 8000-CLOSE-MASTERS
           ELSE
               DISPLAY "CUSTNOTC: ACCOUNT OR CUSTOMER MASTER NOT "
                   "AVAILABLE, NOTHING SENT"
           END-IF
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

      *> Besides the run date, works out the first date the lookback
      *> window reaches back to.
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
               - WS-LOOKBACK-DAYS
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           DIVIDE WS-DATE-YYYYMMDD BY 10000 GIVING WS-DATE-YY
           COMPUTE WS-DATE-MM =
               FUNCTION MOD (WS-DATE-YYYYMMDD / 100, 100)
           COMPUTE WS-DATE-DD =
               FUNCTION MOD (WS-DATE-YYYYMMDD, 100)
           MOVE SPACES TO WS-WINDOW-START
           STRING WS-DATE-YY       DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-DATE-MM       DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-DATE-DD       DELIMITED BY SIZE
                  INTO WS-WINDOW-START
           OPEN OUTPUT NOTICE-EXTRACT
           OPEN OUTPUT EXCEPTION-RPT
           MOVE WS-RUN-DATE TO WS-EH1-DATE
           MOVE WS-EXC-HEADING-1 TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE WS-EXC-HEADING-2 TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      *> Only history for events inside the window can match, so
      *> only that much is held.
       1200-LOAD-NOTICE-HISTORY.
           OPEN INPUT NOTICE-HIST
           IF WS-NTH-STATUS = "35"
               SET NTH-EOF TO TRUE
           END-IF
           PERFORM UNTIL NTH-EOF
               READ NOTICE-HIST
                   AT END
                       SET NTH-EOF TO TRUE
                   NOT AT END
                       IF NTH-EVENT-DATE >= WS-WINDOW-START
                           IF WS-SENT-COUNT < 20000
                               ADD 1 TO WS-SENT-COUNT
                               SET WS-SN-IX TO WS-SENT-COUNT
                               MOVE NTH-EVENT-TYPE
                                   TO WS-SN-TYPE (WS-SN-IX)
                               MOVE NTH-EVENT-KEY
                                   TO WS-SN-KEY (WS-SN-IX)
                           ELSE
                               DISPLAY "CUSTNOTC: NOTICE HISTORY TABLE "
                                   "FULL, " NTH-EVENT-TYPE " "
                                   NTH-EVENT-KEY " NOT HELD"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NTH-STATUS NOT = "35"
               CLOSE NOTICE-HIST
           END-IF.

       1400-OPEN-MASTERS.
           OPEN INPUT ACT-FILE
           OPEN INPUT CUST-FILE
           IF WS-ACT-STATUS = "00" AND WS-CUST-STATUS = "00"
               SET WS-MASTERS-OK TO TRUE
           ELSE
               IF WS-ACT-STATUS = "00"
                   CLOSE ACT-FILE
               END-IF
               IF WS-CUST-STATUS = "00"
                   CLOSE CUST-FILE
               END-IF
           END-IF.

      *> Insufficient-funds rejects only: the two TRNPOST funds-test
      *> reasons (see header). Other rejects are operational and the
      *> customer is not written to about them.
       2000-COLLECT-REJECTS.
           OPEN INPUT TRAN-REJECT
           IF WS-TRJ-STATUS = "35"
               SET TRJ-EOF TO TRUE
           END-IF
           PERFORM UNTIL TRJ-EOF
               READ TRAN-REJECT
                   AT END
                       SET TRJ-EOF TO TRUE
                   NOT AT END
                       IF TRJ-REJECT-DATE >= WS-WINDOW-START
                               AND TRJ-REJECT-DATE <= WS-RUN-DATE
                               AND (TRJ-REJECT-REASON(1:21) =
                                       "CREDIT LIMIT EXCEEDED"
                                   OR TRJ-REJECT-REASON(1:17) =
                                       "HELD FUNDS EXCEED")
                           PERFORM 2100-TAKE-REJECT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRJ-STATUS NOT = "35"
               CLOSE TRAN-REJECT
           END-IF.

       2100-TAKE-REJECT.
           MOVE TRJ-ORIGINAL-REC TO WS-REJECT-VIEW
           MOVE SPACES TO WS-NEW-EVENT
           MOVE "NS" TO WS-NE-TYPE
           STRING WS-RV-TRANS-NO TRJ-REJECT-DATE
               DELIMITED BY SIZE INTO WS-NE-KEY
           MOVE TRJ-REJECT-DATE TO WS-NE-DATE
           MOVE WS-RV-ACT-NO TO WS-NE-ACT-NO
           MOVE ZERO TO WS-NE-CUST-NO
           MOVE ZERO TO WS-NE-AMT
           IF WS-RV-AMT NUMERIC
               MOVE WS-RV-AMT TO WS-NE-AMT
           END-IF
           MOVE ZERO TO WS-NE-AC-IX
           PERFORM 2900-ADD-EVENT.

       2200-COLLECT-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               SET HOLD-EOF TO TRUE
           END-IF
           PERFORM UNTIL HOLD-EOF
               READ HOLD-FILE
                   AT END
                       SET HOLD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HOLD-SEQ
                       IF HLD-PLACED-DATE >= WS-WINDOW-START
                               AND HLD-PLACED-DATE <= WS-RUN-DATE
                           PERFORM 2300-TAKE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-STATUS NOT = "35"
               CLOSE HOLD-FILE
           END-IF.

       2300-TAKE-HOLD.
           MOVE SPACES TO WS-NEW-EVENT
           MOVE "HP" TO WS-NE-TYPE
           STRING HLD-ACT-NO HLD-PLACED-DATE WS-HOLD-SEQ
               DELIMITED BY SIZE INTO WS-NE-KEY
           MOVE HLD-PLACED-DATE TO WS-NE-DATE
           MOVE HLD-ACT-NO TO WS-NE-ACT-NO
           MOVE ZERO TO WS-NE-CUST-NO
           MOVE HLD-AMT TO WS-NE-AMT
           MOVE HLD-EXPIRY-DATE TO WS-NE-EXPIRY-DATE
           MOVE ZERO TO WS-NE-AC-IX
           PERFORM 2900-ADD-EVENT.

       2400-COLLECT-STATUS-CHANGES.
           OPEN INPUT ACT-STAT-HIST
           IF WS-ASH-STATUS = "35"
               SET ASH-EOF TO TRUE
           END-IF
           PERFORM UNTIL ASH-EOF
               READ ACT-STAT-HIST
                   AT END
                       SET ASH-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ASH-SEQ
                       IF ASH-EFF-DATE >= WS-WINDOW-START
                               AND ASH-EFF-DATE <= WS-RUN-DATE
                               AND ASH-NEW-STATUS NOT = ASH-OLD-STATUS
                           PERFORM 2500-TAKE-STATUS-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ASH-STATUS NOT = "35"
               CLOSE ACT-STAT-HIST
           END-IF.

       2500-TAKE-STATUS-CHANGE.
           MOVE SPACES TO WS-NEW-EVENT
           MOVE "SC" TO WS-NE-TYPE
           STRING ASH-ACT-NO ASH-EFF-DATE WS-ASH-SEQ
               DELIMITED BY SIZE INTO WS-NE-KEY
           MOVE ASH-EFF-DATE TO WS-NE-DATE
           MOVE ASH-ACT-NO TO WS-NE-ACT-NO
           MOVE ZERO TO WS-NE-CUST-NO
           MOVE ZERO TO WS-NE-AMT
           MOVE ASH-OLD-STATUS TO WS-NE-OLD-STATUS
           MOVE ASH-NEW-STATUS TO WS-NE-NEW-STATUS
           MOVE ZERO TO WS-NE-AC-IX
           PERFORM 2900-ADD-EVENT.

       2600-COLLECT-ADDRESS-CHANGES.
           OPEN INPUT CUST-HIST
           IF WS-CUH-STATUS = "35"
               SET CUH-EOF TO TRUE
           END-IF
           PERFORM UNTIL CUH-EOF
               READ CUST-HIST
                   AT END
                       SET CUH-EOF TO TRUE
                   NOT AT END
                       IF CUH-EFF-DATE >= WS-WINDOW-START
                               AND CUH-EFF-DATE <= WS-RUN-DATE
                               AND (CUH-FIELD-CODE = "A1" OR "A2"
                                   OR "CI" OR "ST" OR "ZP")
                           PERFORM 2700-TAKE-ADDRESS-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CUH-STATUS NOT = "35"
               CLOSE CUST-HIST
           END-IF.

      *> The first row for a customer and date opens the event (unless
      *> it was noticed on an earlier night); every row then lays its
      *> old value into the event's prior address, first row per
      *> field winning.
       2700-TAKE-ADDRESS-ROW.
           PERFORM 2750-FIND-ADDRESS-CHANGE
           IF WS-AC-HIT-IX = ZERO
               IF WS-AC-COUNT < 1000
                   ADD 1 TO WS-AC-COUNT
                   SET WS-AC-IX TO WS-AC-COUNT
                   MOVE WS-AC-COUNT TO WS-AC-HIT-IX
                   MOVE CUH-CUST-NO TO WS-AC-CUST-NO (WS-AC-IX)
                   MOVE CUH-EFF-DATE TO WS-AC-DATE (WS-AC-IX)
                   MOVE SPACES TO WS-AC-OLD-LINE1 (WS-AC-IX)
                                  WS-AC-OLD-LINE2 (WS-AC-IX)
                                  WS-AC-OLD-CITY (WS-AC-IX)
                                  WS-AC-OLD-STATE (WS-AC-IX)
                                  WS-AC-OLD-ZIP (WS-AC-IX)
                   MOVE "N" TO WS-AC-SET-LINE1 (WS-AC-IX)
                               WS-AC-SET-LINE2 (WS-AC-IX)
                               WS-AC-SET-CITY (WS-AC-IX)
                               WS-AC-SET-STATE (WS-AC-IX)
                               WS-AC-SET-ZIP (WS-AC-IX)
                   MOVE SPACES TO WS-NEW-EVENT
                   MOVE "AC" TO WS-NE-TYPE
                   STRING CUH-CUST-NO CUH-EFF-DATE
                       DELIMITED BY SIZE INTO WS-NE-KEY
                   MOVE CUH-EFF-DATE TO WS-NE-DATE
                   MOVE ZERO TO WS-NE-ACT-NO
                   MOVE CUH-CUST-NO TO WS-NE-CUST-NO
                   MOVE ZERO TO WS-NE-AMT
                   MOVE WS-AC-COUNT TO WS-NE-AC-IX
                   PERFORM 2900-ADD-EVENT
               ELSE
                   DISPLAY "CUSTNOTC: ADDRESS CHANGE TABLE FULL, "
                       "CUST-NO " CUH-CUST-NO " LEFT FOR NEXT RUN"
               END-IF
           END-IF
           IF WS-AC-HIT-IX NOT = ZERO
               SET WS-AC-IX TO WS-AC-HIT-IX
               EVALUATE CUH-FIELD-CODE
                   WHEN "A1"
                       IF WS-AC-SET-LINE1 (WS-AC-IX) = "N"
                           MOVE CUH-OLD-VALUE
                               TO WS-AC-OLD-LINE1 (WS-AC-IX)
                           MOVE "Y" TO WS-AC-SET-LINE1 (WS-AC-IX)
                       END-IF
                   WHEN "A2"
                       IF WS-AC-SET-LINE2 (WS-AC-IX) = "N"
                           MOVE CUH-OLD-VALUE
                               TO WS-AC-OLD-LINE2 (WS-AC-IX)
                           MOVE "Y" TO WS-AC-SET-LINE2 (WS-AC-IX)
                       END-IF
                   WHEN "CI"
                       IF WS-AC-SET-CITY (WS-AC-IX) = "N"
                           MOVE CUH-OLD-VALUE
                               TO WS-AC-OLD-CITY (WS-AC-IX)
                           MOVE "Y" TO WS-AC-SET-CITY (WS-AC-IX)
                       END-IF
                   WHEN "ST"
                       IF WS-AC-SET-STATE (WS-AC-IX) = "N"
                           MOVE CUH-OLD-VALUE
                               TO WS-AC-OLD-STATE (WS-AC-IX)
                           MOVE "Y" TO WS-AC-SET-STATE (WS-AC-IX)
                       END-IF
                   WHEN "ZP"
                       IF WS-AC-SET-ZIP (WS-AC-IX) = "N"
                           MOVE CUH-OLD-VALUE
                               TO WS-AC-OLD-ZIP (WS-AC-IX)
                           MOVE "Y" TO WS-AC-SET-ZIP (WS-AC-IX)
                       END-IF
               END-EVALUATE
           END-IF.

       2750-FIND-ADDRESS-CHANGE.
           MOVE ZERO TO WS-AC-HIT-IX
           PERFORM VARYING WS-AC-IX FROM 1 BY 1
                   UNTIL WS-AC-IX > WS-AC-COUNT
               IF WS-AC-CUST-NO (WS-AC-IX) = CUH-CUST-NO
                       AND WS-AC-DATE (WS-AC-IX) = CUH-EFF-DATE
                   SET WS-AC-HIT-IX TO WS-AC-IX
                   SET WS-AC-IX TO WS-AC-COUNT
               END-IF
           END-PERFORM.

       2800-CHECK-ALREADY-SENT.
           MOVE "N" TO WS-ALREADY-SENT-SW
           PERFORM VARYING WS-SN-IX FROM 1 BY 1
                   UNTIL WS-SN-IX > WS-SENT-COUNT
               IF WS-SN-TYPE (WS-SN-IX) = WS-NE-TYPE
                       AND WS-SN-KEY (WS-SN-IX) = WS-NE-KEY
                   SET WS-ALREADY-SENT TO TRUE
                   SET WS-SN-IX TO WS-SENT-COUNT
               END-IF
           END-PERFORM.

      *> Files the event in the night's table with its owner resolved
      *> -- or with the reason it has no usable address.
       2900-ADD-EVENT.
           PERFORM 2800-CHECK-ALREADY-SENT
           IF WS-ALREADY-SENT
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               IF WS-EVENT-COUNT < 5000
                   ADD 1 TO WS-EVENT-COUNT
                   SET WS-EV-IX TO WS-EVENT-COUNT
                   MOVE WS-NE-TYPE TO WS-EV-TYPE (WS-EV-IX)
                   MOVE WS-NE-KEY TO WS-EV-KEY (WS-EV-IX)
                   MOVE WS-NE-DATE TO WS-EV-DATE (WS-EV-IX)
                   MOVE WS-NE-ACT-NO TO WS-EV-ACT-NO (WS-EV-IX)
                   MOVE WS-NE-CUST-NO TO WS-EV-CUST-NO (WS-EV-IX)
                   MOVE WS-NE-AMT TO WS-EV-AMT (WS-EV-IX)
                   MOVE WS-NE-EXPIRY-DATE
                       TO WS-EV-EXPIRY-DATE (WS-EV-IX)
                   MOVE WS-NE-OLD-STATUS
                       TO WS-EV-OLD-STATUS (WS-EV-IX)
                   MOVE WS-NE-NEW-STATUS
                       TO WS-EV-NEW-STATUS (WS-EV-IX)
                   MOVE WS-NE-AC-IX TO WS-EV-AC-IX (WS-EV-IX)
                   MOVE ZERO TO WS-EV-LETTER-NO (WS-EV-IX)
                   MOVE SPACES TO WS-EV-NAME (WS-EV-IX)
                   MOVE SPACES TO WS-EV-EXC-REASON (WS-EV-IX)
                   PERFORM 2950-RESOLVE-OWNER
                   EVALUATE WS-NE-TYPE
                       WHEN "NS"
                           ADD 1 TO WS-NSF-COUNT
                       WHEN "HP"
                           ADD 1 TO WS-HOLD-COUNT
                       WHEN "SC"
                           ADD 1 TO WS-STATUS-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-ADDR-COUNT
                   END-EVALUATE
               ELSE
                   DISPLAY "CUSTNOTC: EVENT TABLE FULL, " WS-NE-TYPE
                       " " WS-NE-KEY " LEFT FOR NEXT RUN"
               END-IF
           END-IF.

       2950-RESOLVE-OWNER.
           IF WS-EV-TYPE (WS-EV-IX) NOT = "AC"
               MOVE WS-EV-ACT-NO (WS-EV-IX) TO ACT-NO IN ACT-REC
               READ ACT-FILE
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON MASTER"
                           TO WS-EV-EXC-REASON (WS-EV-IX)
                   NOT INVALID KEY
                       MOVE ACT-CUST-NAME TO WS-EV-NAME (WS-EV-IX)
                       IF ACT-CUST-NO NUMERIC
                               AND ACT-CUST-NO NOT = ZERO
                           MOVE ACT-CUST-NO
                               TO WS-EV-CUST-NO (WS-EV-IX)
                       ELSE
                           MOVE "NO CUSTOMER (UNMIGRATED)"
                               TO WS-EV-EXC-REASON (WS-EV-IX)
                       END-IF
               END-READ
           END-IF
           IF WS-EV-EXC-REASON (WS-EV-IX) = SPACES
               MOVE WS-EV-CUST-NO (WS-EV-IX) TO CUST-NO
               READ CUST-FILE
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON MASTER"
                           TO WS-EV-EXC-REASON (WS-EV-IX)
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-EV-NAME (WS-EV-IX)
                       IF CUST-ADDR-LINE1 = SPACES
                           MOVE "NO ADDRESS ON FILE"
                               TO WS-EV-EXC-REASON (WS-EV-IX)
                       END-IF
               END-READ
           END-IF.

      *> One letter per customer: the first mailable event not yet in
      *> a letter opens one, and every later event for the same
      *> customer joins it. Address changes then get their copy to
      *> the prior address.
       3000-WRITE-LETTERS.
           PERFORM VARYING WS-EV-IX FROM 1 BY 1
                   UNTIL WS-EV-IX > WS-EVENT-COUNT
               IF WS-EV-EXC-REASON (WS-EV-IX) = SPACES
                       AND WS-EV-LETTER-NO (WS-EV-IX) = ZERO
                   PERFORM 3100-WRITE-CUSTOMER-LETTER
               END-IF
           END-PERFORM
           PERFORM VARYING WS-EV-IX FROM 1 BY 1
                   UNTIL WS-EV-IX > WS-EVENT-COUNT
               IF WS-EV-TYPE (WS-EV-IX) = "AC"
                       AND WS-EV-EXC-REASON (WS-EV-IX) = SPACES
                   PERFORM 3300-WRITE-PRIOR-ADDRESS-LETTER
               END-IF
           END-PERFORM.

       3100-WRITE-CUSTOMER-LETTER.
           MOVE WS-EV-CUST-NO (WS-EV-IX) TO WS-LETTER-CUST-NO
           MOVE WS-LETTER-CUST-NO TO CUST-NO
           READ CUST-FILE
               INVALID KEY
                   MOVE SPACES TO CUST-REC
           END-READ
           MOVE CUST-NAME TO WS-MA-NAME
           MOVE CUST-ADDR-LINE1 TO WS-MA-LINE1
           MOVE CUST-ADDR-LINE2 TO WS-MA-LINE2
           MOVE CUST-CITY TO WS-MA-CITY
           MOVE CUST-STATE TO WS-MA-STATE
           MOVE CUST-ZIP TO WS-MA-ZIP
           MOVE "C" TO WS-ADDR-KIND
           PERFORM 3400-START-LETTER
           PERFORM VARYING WS-EL-IX FROM WS-EV-IX BY 1
                   UNTIL WS-EL-IX > WS-EVENT-COUNT
               IF WS-EV-CUST-NO (WS-EL-IX) = WS-LETTER-CUST-NO
                       AND WS-EV-EXC-REASON (WS-EL-IX) = SPACES
                       AND WS-EV-LETTER-NO (WS-EL-IX) = ZERO
                   MOVE WS-LETTER-NO TO WS-EV-LETTER-NO (WS-EL-IX)
                   ADD 1 TO WS-NOTICED-COUNT
                   PERFORM 3200-WRITE-EVENT-TEXT
               END-IF
           END-PERFORM
           PERFORM 3450-END-LETTER.

      *> The wording for the event at WS-EL-IX: caption, the line
      *> that says what happened, and the template line(s).
       3200-WRITE-EVENT-TEXT.
           ADD 1 TO WS-LETTER-EVENTS
           MOVE "T" TO WS-X-TYPE
           MOVE SPACES TO WS-X-TEXT
           PERFORM 3500-WRITE-EXTRACT-LINE
           EVALUATE WS-EV-TYPE (WS-EL-IX)
               WHEN "NS"
                   MOVE WS-TPL-NSF-CAPTION TO WS-X-TEXT
                   PERFORM 3500-WRITE-EXTRACT-LINE
                   PERFORM 3800-FORMAT-AMOUNT
                   MOVE SPACES TO WS-X-TEXT
                   STRING "A DEBIT OF " DELIMITED BY SIZE
                       WS-AMT-TEXT DELIMITED BY SPACE
                       " TO ACCOUNT " DELIMITED BY SIZE
                       WS-EV-ACT-NO (WS-EL-IX) DELIMITED BY SIZE
                       " WAS RETURNED UNPAID ON " DELIMITED BY SIZE
                       WS-EV-DATE (WS-EL-IX) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO WS-X-TEXT
                   PERFORM 3500-WRITE-EXTRACT-LINE
                   MOVE WS-TPL-NSF-TEXT TO WS-X-TEXT
                   PERFORM 3500-WRITE-EXTRACT-LINE
               WHEN "HP"
                   MOVE WS-TPL-HOLD-CAPTION TO WS-X-TEXT
                   PERFORM 3500-WRITE-EXTRACT-LINE
                   PERFORM 3800-FORMAT-AMOUNT
                   MOVE SPACES TO WS-X-TEXT
                   STRING "A HOLD OF " DELIMITED BY SIZE
                       WS-AMT-TEXT DELIMITED BY SPACE
                       " WAS PLACED ON ACCOUNT " DELIMITED BY SIZE
                       WS-EV-ACT-NO (WS-EL-IX) DELIMITED BY SIZE
                       " ON " DELIMITED BY SIZE
                       WS-EV-DATE (WS-EL-IX) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO WS-X-TEXT
                   PERFORM 3500-WRITE-EXTRACT-LINE
                   MOVE WS-TPL-HOLD-TEXT TO WS-X-TEXT
                   PERFORM 3500-WRITE-EXTRACT-LINE
                   MOVE SPACES TO WS-X-TEXT
                   IF WS-EV-EXPIRY-DATE (WS-EL-IX) = SPACES
                       MOVE "THE HOLD STANDS UNTIL IT IS RELEASED."
                           TO WS-X-TEXT
                   ELSE
                       STRING "THE HOLD EXPIRES ON " DELIMITED BY SIZE
                           WS-EV-EXPIRY-DATE (WS-EL-IX)
                               DELIMITED BY SIZE
                           " UNLESS RELEASED SOONER."
                               DELIMITED BY SIZE
                           INTO WS-X-TEXT
                   END-IF
                   PERFORM 3500-WRITE-EXTRACT-LINE
               WHEN "SC"
                   MOVE WS-TPL-STATUS-CAPTION TO WS-X-TEXT
                   PERFORM 3500-WRITE-EXTRACT-LINE
                   MOVE WS-EV-OLD-STATUS (WS-EL-IX) TO WS-STATUS-CODE
                   PERFORM 3850-NAME-STATUS
                   MOVE WS-STATUS-NAME TO WS-OLD-STATUS-NAME
                   MOVE WS-EV-NEW-STATUS (WS-EL-IX) TO WS-STATUS-CODE
                   PERFORM 3850-NAME-STATUS
                   MOVE WS-STATUS-NAME TO WS-NEW-STATUS-NAME
                   MOVE SPACES TO WS-X-TEXT
                   STRING "ON " DELIMITED BY SIZE
                       WS-EV-DATE (WS-EL-IX) DELIMITED BY SIZE
                       " ACCOUNT " DELIMITED BY SIZE
                       WS-EV-ACT-NO (WS-EL-IX) DELIMITED BY SIZE
                       " CHANGED FROM " DELIMITED BY SIZE
                       WS-OLD-STATUS-NAME DELIMITED BY SPACE
                       " TO " DELIMITED BY SIZE
                       WS-NEW-STATUS-NAME DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                       INTO WS-X-TEXT
                   PERFORM 3500-WRITE-EXTRACT-LINE
                   EVALUATE WS-EV-NEW-STATUS (WS-EL-IX)
                       WHEN "O"
                           MOVE WS-TPL-STATUS-OPEN TO WS-X-TEXT
                       WHEN "D"
                           MOVE WS-TPL-STATUS-DORMANT TO WS-X-TEXT
                       WHEN "F"
                           MOVE WS-TPL-STATUS-FROZEN TO WS-X-TEXT
                       WHEN "C"
                           MOVE WS-TPL-STATUS-CLOSED TO WS-X-TEXT
                       WHEN OTHER
                           MOVE SPACES TO WS-X-TEXT
                   END-EVALUATE
                   PERFORM 3500-WRITE-EXTRACT-LINE
               WHEN OTHER
                   MOVE WS-TPL-ADDR-CAPTION TO WS-X-TEXT
                   PERFORM 3500-WRITE-EXTRACT-LINE
                   MOVE SPACES TO WS-X-TEXT
                   STRING "ON " DELIMITED BY SIZE
                       WS-EV-DATE (WS-EL-IX) DELIMITED BY SIZE
                       " THE MAILING ADDRESS ON YOUR RECORD WAS "
                           DELIMITED BY SIZE
                       "CHANGED." DELIMITED BY SIZE
                       INTO WS-X-TEXT
                   PERFORM 3500-WRITE-EXTRACT-LINE
                   MOVE WS-TPL-ADDR-TEXT TO WS-X-TEXT
                   PERFORM 3500-WRITE-EXTRACT-LINE
           END-EVALUATE.

      *> The prior address is the current record with the old value
      *> of every field the change touched laid back over it. A blank
      *> prior line 1 (the address was first filled in, not moved)
      *> leaves nobody to write to there; it is listed as an
      *> exception and the customer's own letter stands alone.
       3300-WRITE-PRIOR-ADDRESS-LETTER.
           SET WS-EL-IX TO WS-EV-IX
           SET WS-AC-IX TO WS-EV-AC-IX (WS-EV-IX)
           MOVE WS-EV-CUST-NO (WS-EV-IX) TO WS-LETTER-CUST-NO
           MOVE WS-LETTER-CUST-NO TO CUST-NO
           READ CUST-FILE
               INVALID KEY
                   MOVE SPACES TO CUST-REC
           END-READ
           MOVE CUST-NAME TO WS-MA-NAME
           MOVE CUST-ADDR-LINE1 TO WS-MA-LINE1
           MOVE CUST-ADDR-LINE2 TO WS-MA-LINE2
           MOVE CUST-CITY TO WS-MA-CITY
           MOVE CUST-STATE TO WS-MA-STATE
           MOVE CUST-ZIP TO WS-MA-ZIP
           IF WS-AC-SET-LINE1 (WS-AC-IX) = "Y"
               MOVE WS-AC-OLD-LINE1 (WS-AC-IX) TO WS-MA-LINE1
           END-IF
           IF WS-AC-SET-LINE2 (WS-AC-IX) = "Y"
               MOVE WS-AC-OLD-LINE2 (WS-AC-IX) TO WS-MA-LINE2
           END-IF
           IF WS-AC-SET-CITY (WS-AC-IX) = "Y"
               MOVE WS-AC-OLD-CITY (WS-AC-IX) TO WS-MA-CITY
           END-IF
           IF WS-AC-SET-STATE (WS-AC-IX) = "Y"
               MOVE WS-AC-OLD-STATE (WS-AC-IX) TO WS-MA-STATE
           END-IF
           IF WS-AC-SET-ZIP (WS-AC-IX) = "Y"
               MOVE WS-AC-OLD-ZIP (WS-AC-IX) TO WS-MA-ZIP
           END-IF
           IF WS-MA-LINE1 = SPACES
               MOVE "NO PRIOR ADDRESS, NEW ONLY"
                   TO WS-X-REASON
               PERFORM 4100-PRINT-EXCEPTION
           ELSE
               MOVE "P" TO WS-ADDR-KIND
               PERFORM 3400-START-LETTER
               PERFORM 3200-WRITE-EVENT-TEXT
               MOVE WS-TPL-ADDR-PRIOR TO WS-X-TEXT
               PERFORM 3500-WRITE-EXTRACT-LINE
               PERFORM 3450-END-LETTER
               ADD 1 TO WS-PRIOR-LETTER-COUNT
           END-IF.

      *> Letter header and mailing block from WS-MAIL-ADDRESS; a
      *> blank second address line is left out.
       3400-START-LETTER.
           ADD 1 TO WS-LETTER-NO
           ADD 1 TO WS-LETTER-COUNT
           MOVE ZERO TO WS-LETTER-EVENTS
           MOVE "H" TO WS-X-TYPE
           MOVE WS-MA-NAME TO WS-X-TEXT
           PERFORM 3500-WRITE-EXTRACT-LINE
           MOVE "A" TO WS-X-TYPE
           MOVE WS-MA-NAME TO WS-X-TEXT
           PERFORM 3500-WRITE-EXTRACT-LINE
           MOVE WS-MA-LINE1 TO WS-X-TEXT
           PERFORM 3500-WRITE-EXTRACT-LINE
           IF WS-MA-LINE2 NOT = SPACES
               MOVE WS-MA-LINE2 TO WS-X-TEXT
               PERFORM 3500-WRITE-EXTRACT-LINE
           END-IF
           MOVE WS-MA-CITY-LINE TO WS-X-TEXT
           PERFORM 3500-WRITE-EXTRACT-LINE
           MOVE "T" TO WS-X-TYPE
           MOVE SPACES TO WS-X-TEXT
           STRING "DEAR " DELIMITED BY SIZE
               WS-MA-NAME DELIMITED BY "  "
               "," DELIMITED BY SIZE
               INTO WS-X-TEXT
           PERFORM 3500-WRITE-EXTRACT-LINE.

       3450-END-LETTER.
           MOVE "T" TO WS-X-TYPE
           MOVE SPACES TO WS-X-TEXT
           PERFORM 3500-WRITE-EXTRACT-LINE
           MOVE WS-TPL-CLOSING-1 TO WS-X-TEXT
           PERFORM 3500-WRITE-EXTRACT-LINE
           MOVE WS-TPL-CLOSING-2 TO WS-X-TEXT
           PERFORM 3500-WRITE-EXTRACT-LINE
           MOVE "E" TO WS-X-TYPE
           MOVE SPACES TO WS-X-TEXT
           STRING "EVENTS IN LETTER: " WS-LETTER-EVENTS
               DELIMITED BY SIZE INTO WS-X-TEXT
           PERFORM 3500-WRITE-EXTRACT-LINE.

       3500-WRITE-EXTRACT-LINE.
           MOVE SPACES TO NOTICE-EXTRACT-REC
           MOVE WS-X-TYPE TO NTX-REC-TYPE
           MOVE WS-LETTER-NO TO NTX-LETTER-NO
           MOVE WS-LETTER-CUST-NO TO NTX-CUST-NO
           MOVE WS-RUN-DATE TO NTX-LETTER-DATE
           MOVE WS-ADDR-KIND TO NTX-ADDR-KIND
           MOVE WS-X-TEXT TO NTX-TEXT
           WRITE NOTICE-EXTRACT-REC.

      *> The event amount, edited and left-justified for the text.
       3800-FORMAT-AMOUNT.
           MOVE WS-EV-AMT (WS-EL-IX) TO WS-EDIT-AMT
           MOVE ZERO TO WS-LEAD-SPACES
           INSPECT WS-EDIT-AMT TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES
           MOVE SPACES TO WS-AMT-TEXT
           MOVE WS-EDIT-AMT (WS-LEAD-SPACES + 1:) TO WS-AMT-TEXT.

       3850-NAME-STATUS.
           EVALUATE WS-STATUS-CODE
               WHEN "O"
                   MOVE "OPEN" TO WS-STATUS-NAME
               WHEN "D"
                   MOVE "DORMANT" TO WS-STATUS-NAME
               WHEN "F"
                   MOVE "FROZEN" TO WS-STATUS-NAME
               WHEN "C"
                   MOVE "CLOSED" TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-NAME
           END-EVALUATE.

       4000-LIST-EXCEPTIONS.
           PERFORM VARYING WS-EL-IX FROM 1 BY 1
                   UNTIL WS-EL-IX > WS-EVENT-COUNT
               IF WS-EV-EXC-REASON (WS-EL-IX) NOT = SPACES
                   MOVE WS-EV-EXC-REASON (WS-EL-IX) TO WS-X-REASON
                   PERFORM 4100-PRINT-EXCEPTION
               END-IF
           END-PERFORM.

      *> Prints the event at WS-EL-IX with the reason already in
      *> WS-X-REASON.
       4100-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           EVALUATE WS-EV-TYPE (WS-EL-IX)
               WHEN "NS"
                   MOVE "NSF RETURN" TO WS-X-EVENT
               WHEN "HP"
                   MOVE "HOLD PLACED" TO WS-X-EVENT
               WHEN "SC"
                   MOVE "STATUS CHG" TO WS-X-EVENT
               WHEN OTHER
                   MOVE "ADDRESS CHG" TO WS-X-EVENT
           END-EVALUATE
           MOVE WS-EV-DATE (WS-EL-IX) TO WS-X-DATE
           MOVE WS-EV-ACT-NO (WS-EL-IX) TO WS-X-ACT-NO
           MOVE WS-EV-CUST-NO (WS-EL-IX) TO WS-X-CUST-NO
           MOVE WS-EV-NAME (WS-EL-IX) TO WS-X-NAME
           MOVE WS-EXC-DETAIL-LINE TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      *> Everything taken tonight goes on the history -- mailed ("S")
      *> with its letter number, or excepted ("E") -- so it is never
      *> taken again.
       5000-RECORD-HISTORY.
           OPEN EXTEND NOTICE-HIST
           IF WS-NTH-STATUS = "35"
               OPEN OUTPUT NOTICE-HIST
           END-IF
           PERFORM VARYING WS-EV-IX FROM 1 BY 1
                   UNTIL WS-EV-IX > WS-EVENT-COUNT
               MOVE SPACES TO NOTICE-HIST-REC
               MOVE WS-EV-TYPE (WS-EV-IX) TO NTH-EVENT-TYPE
               MOVE WS-EV-KEY (WS-EV-IX) TO NTH-EVENT-KEY
               MOVE WS-EV-DATE (WS-EV-IX) TO NTH-EVENT-DATE
               MOVE WS-EV-CUST-NO (WS-EV-IX) TO NTH-CUST-NO
               MOVE WS-EV-ACT-NO (WS-EV-IX) TO NTH-ACT-NO
               MOVE WS-RUN-DATE TO NTH-SENT-DATE
               MOVE WS-EV-LETTER-NO (WS-EV-IX) TO NTH-LETTER-NO
               IF WS-EV-EXC-REASON (WS-EV-IX) = SPACES
                   SET NTH-SENT TO TRUE
               ELSE
                   SET NTH-EXCEPTION TO TRUE
               END-IF
               WRITE NOTICE-HIST-REC
           END-PERFORM
           CLOSE NOTICE-HIST.

       8000-CLOSE-MASTERS.
           CLOSE ACT-FILE
           CLOSE CUST-FILE.

       8800-WRITE-RUN-START.
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE "CUSTNOTC" TO RC-PROGRAM
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
           MOVE "CUSTNOTC" TO RC-PROGRAM
           MOVE "END" TO RC-EVENT
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE WS-RUN-YYYYMM TO RC-RUN-YYYYMM
           MOVE WS-NOTICED-COUNT TO RC-COUNT-1
           MOVE WS-LETTER-COUNT TO RC-COUNT-2
           MOVE WS-EXCEPTION-COUNT TO RC-COUNT-3
           PERFORM 8850-APPEND-RUN-RECORD.

       9000-WRAP-UP.
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE WS-NOTICED-COUNT TO WS-S-NOTICED-COUNT
           MOVE WS-SUMMARY-LINE-1 TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE WS-LETTER-COUNT TO WS-S-LETTER-COUNT
           MOVE WS-SUMMARY-LINE-2 TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE WS-PRIOR-LETTER-COUNT TO WS-S-PRIOR-LETTER-COUNT
           MOVE WS-SUMMARY-LINE-3 TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-S-EXCEPTION-COUNT
           MOVE WS-SUMMARY-LINE-4 TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           CLOSE NOTICE-EXTRACT
           CLOSE EXCEPTION-RPT
           DISPLAY "CUSTNOTC: NSF RETURNS      : " WS-NSF-COUNT
           DISPLAY "CUSTNOTC: HOLDS PLACED     : " WS-HOLD-COUNT
           DISPLAY "CUSTNOTC: STATUS CHANGES   : " WS-STATUS-COUNT
           DISPLAY "CUSTNOTC: ADDRESS CHANGES  : " WS-ADDR-COUNT
           DISPLAY "CUSTNOTC: ALREADY NOTICED  : " WS-SKIPPED-COUNT
           DISPLAY "CUSTNOTC: EVENTS MAILED    : " WS-NOTICED-COUNT
           DISPLAY "CUSTNOTC: LETTERS WRITTEN  : " WS-LETTER-COUNT
           DISPLAY "CUSTNOTC: EXCEPTIONS       : " WS-EXCEPTION-COUNT.
