      *> ---------------------------------------------------------------
      *> ACHRET - ACH return-entry generation
      *>
      *> When TRNPOST rejects an item ACHIN took in off the clearing
      *> house file, the originator has to be told or the item is
      *> never returned and the bank carries the exposure. This
      *> program runs after TRNPOST and reads that day's TRAN-REJECT
      *> (TRANREJ.DAT) entries for ACH-originated items (TRANS-ORIGIN
      *> "A" on the rejected TRAN-REC), open and rejected today, and
      *> gives each the NACHA return reason its reject reason calls
      *> for:
      *>   - R01 insufficient funds -- "CREDIT LIMIT EXCEEDED" or
      *>     "HELD FUNDS EXCEED AVAIL" (the available-balance test);
      *>   - R02 account closed     -- "ACCOUNT IS CLOSED";
      *>   - R03 no account         -- "ACCOUNT NOT FOUND ON ACT-FILE"
      *>     (TRNPOST's, or ACHIN's own for an unusable DFI account).
      *> Any other reject reason has no return code here; it is
      *> listed on ACHRET.PRT and left open for the operator.
      *>
      *> Each returnable item is found on the ACH entry register
      *> (ACHENTRY.DAT, ACE01.COB, written by ACHIN) by TRANS-NO, and
      *> the return is built from the original file header, batch
      *> header and entry detail held there: one return batch per
      *> original batch, each return entry carrying the return form
      *> of its transaction code (21/26/31/36), routed back to the
      *> originating DFI, with a "99" return addenda naming the
      *> reason code and the original trace number. The outbound
      *> file (ACHRTN.DAT, NAC01.COB) gets its file header addressed
      *> back to the sender of the original file, batch and file
      *> control records footed the way ACHIN proves them, and
      *> all-nines filler out to a full block of ten.
      *>
      *> Every item returned has its reject marked TRJ-ACH-RETURNED
      *> with today's disposition date, so TRJAGING no longer shows
      *> it as open and TRJRESUB will not resubmit it. The reject
      *> file is loaded whole and rewritten in full, the TRJRESUB
      *> way. Rerun-safe: a rerun the same day picks up the items it
      *> already marked (returned with today's disposition date) and
      *> rebuilds the same return file rather than losing them.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-REJECT ASSIGN TO "TRANREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRJ-STATUS.

           SELECT ACH-ENTRY-FILE ASSIGN TO "ACHENTRY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACE-STATUS.

           SELECT ACH-FILE ASSIGN TO "ACHRTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETURN-RPT ASSIGN TO "ACHRET.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "TRJ01.COB".

       COPY "ACE01.COB".

       COPY "NAC01.COB".

       FD  RETURN-RPT
           LABEL RECORDS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  RETURN-LINE                        PIC X(132).

       COPY "BUS01.COB".

       WORKING-STORAGE SECTION.

      *> Business processing-date control -- see EODMARK.COB. "That
      *> day's" rejects are BUSDATE.DAT's day, not the wall clock's;
      *> an unseeded shop falls back to ACCEPT FROM DATE.
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
       01  WS-RUN-YYMMDD                      PIC 9(6).
       01  WS-RUN-TIME                        PIC 9(8).
       01  WS-RUN-HHMM                        PIC 9(4).

       01  WS-EOF-SWITCHES.
           05  WS-TRJ-EOF                     PIC X VALUE "N".
               88  TRJ-EOF                     VALUE "Y".
           05  WS-ACE-EOF                     PIC X VALUE "N".
               88  ACE-EOF                     VALUE "Y".

       01  WS-TRJ-STATUS                      PIC XX VALUE SPACES.
       01  WS-ACE-STATUS                      PIC XX VALUE SPACES.

      *> The rejected transaction as it was written to TRAN-REJECT
      *> (TRAN-REC layout, TRAN02.COB).
       01  WS-ORIG-REC.
           05  WS-ORIG-TRANS-NO               PIC 9(5).
           05  WS-ORIG-DATE                   PIC X(10).
           05  WS-ORIG-AMT                    PIC 9(8)V99.
           05  WS-ORIG-BAL                    PIC 9(8)V99.
           05  WS-ORIG-TYPE                   PIC X.
           05  WS-ORIG-ACT-NO                 PIC 9(5).
           05  WS-ORIG-REF-NO                 PIC 9(5).
           05  WS-ORIG-CF-FLAG                PIC X.
           05  WS-ORIG-LINK-NO                PIC 9(5).
           05  WS-ORIG-ORIGIN                 PIC X.
               88  WS-ORIG-FROM-ACH            VALUE "A".
           05  FILLER                         PIC X(27).

      *> Whole reject file, held so dispositions can be applied and
      *> the file rewritten in full (see TRJRESUB.COB).
       01  WS-REJECT-TABLE.
           05  WS-RJ-ENTRY OCCURS 50000 TIMES
                   INDEXED BY WS-RJ-IX.
               10  WS-RJ-REC                   PIC X(157) VALUE SPACES.
       01  WS-REJECT-COUNT                    PIC 9(7) VALUE ZERO.

      *> Today's ACH rejects, with the return code each one earns and
      *> -- once found on the entry register -- the original file
      *> header, batch header and entry detail the return is built
      *> from.
       01  WS-RETURN-TABLE.
           05  WS-RT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-RT-IX.
               10  WS-RT-RJ-IX                 PIC 9(7).
               10  WS-RT-TRANS-NO              PIC 9(5).
               10  WS-RT-ACT-NO                PIC 9(5).
               10  WS-RT-AMT                   PIC 9(8)V99.
               10  WS-RT-REASON                PIC X(40).
               10  WS-RT-CODE                  PIC X(3).
               10  WS-RT-FOUND                 PIC X.
                   88  WS-RT-ON-REGISTER        VALUE "Y".
               10  WS-RT-DONE                  PIC X.
                   88  WS-RT-WRITTEN            VALUE "Y".
               10  WS-RT-FILE-HEADER           PIC X(94).
               10  WS-RT-BATCH-HEADER          PIC X(94).
               10  WS-RT-ENTRY-DETAIL          PIC X(94).
       01  WS-RETURN-COUNT                    PIC 9(5) VALUE ZERO.
       01  WS-CUR-IX                          PIC 9(5) VALUE ZERO.

       01  WS-RETURN-CODE                     PIC X(3).

      *> Return batch and file footing, proved by the receiver the
      *> same way ACHIN proves an inbound file.
       01  WS-OUT-REC-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-OUT-BATCH-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-OUT-BLOCK-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-OUT-PAD-COUNT                   PIC 9(2) VALUE ZERO.
       01  WS-TRACE-SEQ                       PIC 9(7) VALUE ZERO.
       01  WS-BATCH-ENTRY-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-BATCH-HASH-SUM                  PIC 9(12) VALUE ZERO.
       01  WS-BATCH-DEBIT                     PIC 9(10)V99 VALUE ZERO.
       01  WS-BATCH-CREDIT                    PIC 9(10)V99 VALUE ZERO.
       01  WS-FILE-ENTRY-COUNT                PIC 9(8) VALUE ZERO.
       01  WS-FILE-HASH-SUM                   PIC 9(12) VALUE ZERO.
       01  WS-FILE-DEBIT                      PIC 9(10)V99 VALUE ZERO.
       01  WS-FILE-CREDIT                     PIC 9(10)V99 VALUE ZERO.
       01  WS-HASH-10                         PIC 9(10).
       01  WS-OUR-RDFI                        PIC X(8).
       01  WS-ORIG-TRACE                      PIC X(15).
       01  WS-ORIG-RDFI                       PIC X(8).
       01  WS-TRAN-CODE-NUM                   PIC 9(2).
       01  WS-ODFI-NUM                        PIC 9(8).

      *> ABA routing check digit: the eight digits weighted 3-7-1
      *> repeating, and the check digit brings the sum up to the next
      *> multiple of ten.
       01  WS-ROUTING.
           05  WS-RTG-DIGIT OCCURS 8 TIMES    PIC 9.
       01  WS-WEIGHT-LIST                     PIC X(8) VALUE "37137137".
       01  WS-WEIGHT-TABLE REDEFINES WS-WEIGHT-LIST.
           05  WS-WEIGHT OCCURS 8 TIMES       PIC 9.
       01  WS-RTG-IX                          PIC 9(2).
       01  WS-RTG-SUM                         PIC 9(4).
       01  WS-CHECK-DIGIT                     PIC 9.

       01  WS-COUNTERS.
           05  WS-ACH-REJECT-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-R01-COUNT                   PIC 9(7) VALUE ZERO.
           05  WS-R02-COUNT                   PIC 9(7) VALUE ZERO.
           05  WS-R03-COUNT                   PIC 9(7) VALUE ZERO.
           05  WS-NO-CODE-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-NOT-REGISTERED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-RETURNED-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-RETURNED-AMT                    PIC 9(10)V99 VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                         PIC X(40)
               VALUE "ACH RETURN-ENTRY REPORT".
           05  FILLER                         PIC X(10) VALUE "RUN DATE ".
           05  WS-H1-RUN-DATE                 PIC X(10).
       01  WS-HEADING-2.
           05  FILLER                         PIC X(10) VALUE "TRANS-NO".
           05  FILLER                         PIC X(8) VALUE "ACT-NO".
           05  FILLER                         PIC X(16) VALUE "AMOUNT".
           05  FILLER                         PIC X(6) VALUE "CODE".
           05  FILLER                         PIC X(42) VALUE "REJECT REASON".
           05  FILLER                         PIC X(17) VALUE "ORIGINAL TRACE".
           05  FILLER                         PIC X(30) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  WS-D-TRANS-NO                  PIC Z(4)9.
           05  FILLER                         PIC X(5) VALUE SPACES.
           05  WS-D-ACT-NO                    PIC Z(4)9.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-AMT                       PIC Z(7)9.99.
           05  FILLER                         PIC X(5) VALUE SPACES.
           05  WS-D-CODE                      PIC X(3).
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-REASON                    PIC X(40).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-TRACE                     PIC X(15).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-RESULT                    PIC X(28).

       01  WS-BLANK-LINE                      PIC X(132) VALUE SPACES.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                         PIC X(25)
               VALUE "ACH REJECTS TODAY      : ".
           05  WS-S-ACH-REJECT-COUNT          PIC Z(6)9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                         PIC X(25)
               VALUE "RETURNED R01 NSF       : ".
           05  WS-S-R01-COUNT                 PIC Z(6)9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                         PIC X(25)
               VALUE "RETURNED R02 CLOSED    : ".
           05  WS-S-R02-COUNT                 PIC Z(6)9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                         PIC X(25)
               VALUE "RETURNED R03 NO ACCOUNT: ".
           05  WS-S-R03-COUNT                 PIC Z(6)9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                         PIC X(25)
               VALUE "LEFT OPEN, NO CODE     : ".
           05  WS-S-NO-CODE-COUNT             PIC Z(6)9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER                         PIC X(25)
               VALUE "LEFT OPEN, NOT ON REG  : ".
           05  WS-S-NOT-REGISTERED-COUNT      PIC Z(6)9.
       01  WS-SUMMARY-LINE-7.
           05  FILLER                         PIC X(25)
               VALUE "TOTAL RETURNED         : ".
           05  WS-S-RETURNED-COUNT            PIC Z(6)9.
           05  FILLER                         PIC X(9) VALUE "  AMOUNT ".
           05  WS-S-RETURNED-AMT              PIC Z(9)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-REJECTS
           PERFORM 2500-MATCH-REGISTER
           PERFORM 3000-BUILD-RETURN-FILE
           PERFORM 4000-MARK-RETURNED
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
                  INTO WS-RUN-DATE
           COMPUTE WS-RUN-YYMMDD =
               FUNCTION MOD (WS-RUN-DATE-NUM, 1000000)
           ACCEPT WS-RUN-TIME FROM TIME
           DIVIDE WS-RUN-TIME BY 10000 GIVING WS-RUN-HHMM
           OPEN OUTPUT RETURN-RPT
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE WS-HEADING-2 TO RETURN-LINE
           WRITE RETURN-LINE.

      *> The whole reject file comes in (it is rewritten in full);
      *> today's ACH rejects are picked out as it loads.
       2000-LOAD-REJECTS.
           OPEN INPUT TRAN-REJECT
           IF WS-TRJ-STATUS = "35"
               SET TRJ-EOF TO TRUE
           END-IF
           PERFORM UNTIL TRJ-EOF
               READ TRAN-REJECT
                   AT END
                       SET TRJ-EOF TO TRUE
                   NOT AT END
                       IF WS-REJECT-COUNT < 50000
                           ADD 1 TO WS-REJECT-COUNT
                           SET WS-RJ-IX TO WS-REJECT-COUNT
                           MOVE TRAN-REJECT-REC TO WS-RJ-REC (WS-RJ-IX)
                           PERFORM 2100-SELECT-ACH-REJECT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRJ-STATUS NOT = "35"
               CLOSE TRAN-REJECT
           END-IF.

      *> An open ACH reject written today, or -- on a rerun -- one
      *> this program already returned today.
       2100-SELECT-ACH-REJECT.
           MOVE TRJ-ORIGINAL-REC TO WS-ORIG-REC
           IF WS-ORIG-FROM-ACH
                   AND ((TRJ-OPEN AND TRJ-REJECT-DATE = WS-RUN-DATE)
                       OR (TRJ-ACH-RETURNED
                           AND TRJ-DISP-DATE = WS-RUN-DATE))
               ADD 1 TO WS-ACH-REJECT-COUNT
               PERFORM 2200-ASSIGN-RETURN-CODE
               IF WS-RETURN-COUNT < 5000
                   ADD 1 TO WS-RETURN-COUNT
                   SET WS-RT-IX TO WS-RETURN-COUNT
                   MOVE SPACES TO WS-RT-ENTRY (WS-RT-IX)
                   MOVE WS-REJECT-COUNT TO WS-RT-RJ-IX (WS-RT-IX)
                   MOVE ZERO TO WS-RT-TRANS-NO (WS-RT-IX)
                   MOVE ZERO TO WS-RT-ACT-NO (WS-RT-IX)
                   MOVE ZERO TO WS-RT-AMT (WS-RT-IX)
                   IF WS-ORIG-TRANS-NO NUMERIC
                       MOVE WS-ORIG-TRANS-NO
                           TO WS-RT-TRANS-NO (WS-RT-IX)
                   END-IF
                   IF WS-ORIG-ACT-NO NUMERIC
                       MOVE WS-ORIG-ACT-NO TO WS-RT-ACT-NO (WS-RT-IX)
                   END-IF
                   IF WS-ORIG-AMT NUMERIC
                       MOVE WS-ORIG-AMT TO WS-RT-AMT (WS-RT-IX)
                   END-IF
                   MOVE TRJ-REJECT-REASON TO WS-RT-REASON (WS-RT-IX)
                   MOVE WS-RETURN-CODE TO WS-RT-CODE (WS-RT-IX)
                   MOVE "N" TO WS-RT-FOUND (WS-RT-IX)
                   MOVE "N" TO WS-RT-DONE (WS-RT-IX)
               ELSE
                   DISPLAY "ACHRET: RETURN TABLE FULL, TRANS-NO "
                       WS-ORIG-TRANS-NO " LEFT OPEN"
               END-IF
           END-IF.

      *> TRNPOST's (and ACHIN's) reject reasons to NACHA return
      *> reason codes; no match leaves the code blank.
       2200-ASSIGN-RETURN-CODE.
           MOVE SPACES TO WS-RETURN-CODE
           EVALUATE TRUE
               WHEN TRJ-REJECT-REASON(1:21) = "CREDIT LIMIT EXCEEDED"
               WHEN TRJ-REJECT-REASON(1:17) = "HELD FUNDS EXCEED"
                   MOVE "R01" TO WS-RETURN-CODE
               WHEN TRJ-REJECT-REASON = "ACCOUNT IS CLOSED"
                   MOVE "R02" TO WS-RETURN-CODE
               WHEN TRJ-REJECT-REASON = "ACCOUNT NOT FOUND ON ACT-FILE"
                   MOVE "R03" TO WS-RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> One sweep of the entry register, picking up the original
      *> records for every selected reject by TRANS-NO.
       2500-MATCH-REGISTER.
           IF WS-RETURN-COUNT > ZERO
               OPEN INPUT ACH-ENTRY-FILE
               IF WS-ACE-STATUS = "35"
                   SET ACE-EOF TO TRUE
               END-IF
               PERFORM UNTIL ACE-EOF
                   READ ACH-ENTRY-FILE
                       AT END
                           SET ACE-EOF TO TRUE
                       NOT AT END
                           PERFORM 2550-MATCH-ONE-ENTRY
                   END-READ
               END-PERFORM
               IF WS-ACE-STATUS NOT = "35"
                   CLOSE ACH-ENTRY-FILE
               END-IF
           END-IF.

       2550-MATCH-ONE-ENTRY.
           PERFORM VARYING WS-RT-IX FROM 1 BY 1
                   UNTIL WS-RT-IX > WS-RETURN-COUNT
               IF WS-RT-TRANS-NO (WS-RT-IX) = ACE-TRANS-NO
                   MOVE "Y" TO WS-RT-FOUND (WS-RT-IX)
                   MOVE ACE-FILE-HEADER
                       TO WS-RT-FILE-HEADER (WS-RT-IX)
                   MOVE ACE-BATCH-HEADER
                       TO WS-RT-BATCH-HEADER (WS-RT-IX)
                   MOVE ACE-ENTRY-DETAIL
                       TO WS-RT-ENTRY-DETAIL (WS-RT-IX)
               END-IF
           END-PERFORM.

      *> The return file is rewritten every run -- empty on a day
      *> with nothing to return, so yesterday's returns are never
      *> sent twice.
       3000-BUILD-RETURN-FILE.
           OPEN OUTPUT ACH-FILE
           PERFORM VARYING WS-RT-IX FROM 1 BY 1
                   UNTIL WS-RT-IX > WS-RETURN-COUNT
               IF WS-RT-ON-REGISTER (WS-RT-IX)
                       AND WS-RT-CODE (WS-RT-IX) NOT = SPACES
                       AND NOT WS-RT-WRITTEN (WS-RT-IX)
                   IF WS-OUT-REC-COUNT = ZERO
                       PERFORM 3100-WRITE-FILE-HEADER
                   END-IF
                   SET WS-CUR-IX TO WS-RT-IX
                   PERFORM 3200-WRITE-RETURN-BATCH
                   SET WS-RT-IX TO WS-CUR-IX
               END-IF
           END-PERFORM
           IF WS-OUT-REC-COUNT > ZERO
               PERFORM 3800-WRITE-FILE-CONTROL
           END-IF
           CLOSE ACH-FILE
           PERFORM VARYING WS-RT-IX FROM 1 BY 1
                   UNTIL WS-RT-IX > WS-RETURN-COUNT
               PERFORM 3900-PRINT-ONE-ITEM
           END-PERFORM.

      *> Addressed back to whoever sent the original file: its origin
      *> becomes our destination and its destination (us) our origin.
       3100-WRITE-FILE-HEADER.
           MOVE SPACES TO NACHA-REC
           MOVE "1" TO NAC-RECORD-TYPE
           MOVE "01" TO NAC-FH-PRIORITY
           MOVE WS-RT-FILE-HEADER (WS-RT-IX) (14:10) TO NAC-FH-DEST
           MOVE WS-RT-FILE-HEADER (WS-RT-IX) (4:10) TO NAC-FH-ORIGIN
           MOVE WS-RUN-YYMMDD TO NAC-FH-CREATE-DATE
           MOVE WS-RUN-HHMM TO NAC-FH-CREATE-TIME
           MOVE "A" TO NAC-FH-ID-MODIFIER
           MOVE "094" TO NAC-FH-RECORD-SIZE
           MOVE "10" TO NAC-FH-BLOCKING
           MOVE "1" TO NAC-FH-FORMAT
           MOVE WS-RT-FILE-HEADER (WS-RT-IX) (64:23)
               TO NAC-FH-DEST-NAME
           MOVE WS-RT-FILE-HEADER (WS-RT-IX) (41:23)
               TO NAC-FH-ORIGIN-NAME
           WRITE NACHA-REC
           ADD 1 TO WS-OUT-REC-COUNT.

      *> One return batch per original batch: the batch at WS-CUR-IX
      *> and every later unwritten return from the same original
      *> batch header go out together.
       3200-WRITE-RETURN-BATCH.
           MOVE WS-RT-ENTRY-DETAIL (WS-CUR-IX) (4:8) TO WS-OUR-RDFI
           ADD 1 TO WS-OUT-BATCH-COUNT
           MOVE ZERO TO WS-BATCH-ENTRY-COUNT
           MOVE ZERO TO WS-BATCH-HASH-SUM
           MOVE ZERO TO WS-BATCH-DEBIT
           MOVE ZERO TO WS-BATCH-CREDIT
           MOVE WS-RT-BATCH-HEADER (WS-CUR-IX) TO NACHA-REC
           MOVE WS-RUN-YYMMDD TO NAC-BH-EFFECTIVE-DATE
           MOVE SPACES TO NAC-BH-SETTLE-DATE
           MOVE "1" TO NAC-BH-ORIG-STATUS
           MOVE WS-OUR-RDFI TO NAC-BH-ODFI-ID
           MOVE WS-OUT-BATCH-COUNT TO NAC-BH-BATCH-NO
           WRITE NACHA-REC
           ADD 1 TO WS-OUT-REC-COUNT
           PERFORM VARYING WS-RT-IX FROM WS-CUR-IX BY 1
                   UNTIL WS-RT-IX > WS-RETURN-COUNT
               IF WS-RT-ON-REGISTER (WS-RT-IX)
                       AND WS-RT-CODE (WS-RT-IX) NOT = SPACES
                       AND NOT WS-RT-WRITTEN (WS-RT-IX)
                       AND WS-RT-BATCH-HEADER (WS-RT-IX) =
                           WS-RT-BATCH-HEADER (WS-CUR-IX)
                   PERFORM 3300-WRITE-RETURN-ENTRY
               END-IF
           END-PERFORM
           PERFORM 3700-WRITE-BATCH-CONTROL.

      *> The original entry, turned round: the return form of its
      *> transaction code, routed to the originating DFI, with a
      *> fresh trace number of ours and the "99" addenda carrying
      *> the reason code and the original trace.
       3300-WRITE-RETURN-ENTRY.
           MOVE WS-RT-ENTRY-DETAIL (WS-RT-IX) (80:15) TO WS-ORIG-TRACE
           MOVE WS-RT-ENTRY-DETAIL (WS-RT-IX) (4:8) TO WS-ORIG-RDFI
           ADD 1 TO WS-TRACE-SEQ
           MOVE WS-RT-ENTRY-DETAIL (WS-RT-IX) TO NACHA-REC
           MOVE NAC-ED-TRAN-CODE TO WS-TRAN-CODE-NUM
           SUBTRACT 1 FROM WS-TRAN-CODE-NUM
           MOVE WS-TRAN-CODE-NUM TO NAC-ED-TRAN-CODE
           MOVE WS-RT-BATCH-HEADER (WS-RT-IX) (80:8) TO NAC-ED-RDFI-ID
           MOVE NAC-ED-RDFI-ID TO WS-ROUTING
           PERFORM 3400-COMPUTE-CHECK-DIGIT
           MOVE WS-CHECK-DIGIT TO NAC-ED-CHECK-DIGIT
           MOVE "1" TO NAC-ED-ADDENDA-IND
           MOVE WS-OUR-RDFI TO NAC-ED-TRACE-NO(1:8)
           MOVE WS-TRACE-SEQ TO NAC-ED-TRACE-NO(9:7)
           IF NAC-ED-RDFI-ID NUMERIC
               MOVE NAC-ED-RDFI-ID TO WS-ODFI-NUM
               ADD WS-ODFI-NUM TO WS-BATCH-HASH-SUM
               ADD WS-ODFI-NUM TO WS-FILE-HASH-SUM
           END-IF
           IF NAC-ED-TRAN-CODE(2:1) < "5"
               ADD NAC-ED-AMOUNT TO WS-BATCH-CREDIT
               ADD NAC-ED-AMOUNT TO WS-FILE-CREDIT
           ELSE
               ADD NAC-ED-AMOUNT TO WS-BATCH-DEBIT
               ADD NAC-ED-AMOUNT TO WS-FILE-DEBIT
           END-IF
           ADD NAC-ED-AMOUNT TO WS-RETURNED-AMT
           WRITE NACHA-REC
           MOVE SPACES TO NACHA-REC
           MOVE "7" TO NAC-RECORD-TYPE
           MOVE "99" TO NAC-AD-TYPE-CODE
           MOVE WS-RT-CODE (WS-RT-IX) TO NAC-AD-RETURN-CODE
           MOVE WS-ORIG-TRACE TO NAC-AD-ORIG-TRACE
           MOVE WS-ORIG-RDFI TO NAC-AD-ORIG-RDFI
           MOVE WS-OUR-RDFI TO NAC-AD-TRACE-NO(1:8)
           MOVE WS-TRACE-SEQ TO NAC-AD-TRACE-NO(9:7)
           WRITE NACHA-REC
           ADD 2 TO WS-OUT-REC-COUNT
           ADD 2 TO WS-BATCH-ENTRY-COUNT
           ADD 2 TO WS-FILE-ENTRY-COUNT
           MOVE "Y" TO WS-RT-DONE (WS-RT-IX)
           ADD 1 TO WS-RETURNED-COUNT
           EVALUATE WS-RT-CODE (WS-RT-IX)
               WHEN "R01"
                   ADD 1 TO WS-R01-COUNT
               WHEN "R02"
                   ADD 1 TO WS-R02-COUNT
               WHEN "R03"
                   ADD 1 TO WS-R03-COUNT
           END-EVALUATE.

       3400-COMPUTE-CHECK-DIGIT.
           MOVE ZERO TO WS-RTG-SUM
           MOVE ZERO TO WS-CHECK-DIGIT
           IF WS-ROUTING NUMERIC
               PERFORM VARYING WS-RTG-IX FROM 1 BY 1
                       UNTIL WS-RTG-IX > 8
                   COMPUTE WS-RTG-SUM = WS-RTG-SUM
                       + (WS-RTG-DIGIT (WS-RTG-IX)
                          * WS-WEIGHT (WS-RTG-IX))
               END-PERFORM
               COMPUTE WS-CHECK-DIGIT =
                   FUNCTION MOD (10 - FUNCTION MOD (WS-RTG-SUM, 10), 10)
           END-IF.

       3700-WRITE-BATCH-CONTROL.
           MOVE SPACES TO NACHA-REC
           MOVE "8" TO NAC-RECORD-TYPE
           MOVE WS-RT-BATCH-HEADER (WS-CUR-IX) (2:3)
               TO NAC-BC-SERVICE-CLASS
           MOVE WS-BATCH-ENTRY-COUNT TO NAC-BC-ENTRY-COUNT
           MOVE WS-BATCH-HASH-SUM TO WS-HASH-10
           MOVE WS-HASH-10 TO NAC-BC-ENTRY-HASH
           MOVE WS-BATCH-DEBIT TO NAC-BC-TOTAL-DEBIT
           MOVE WS-BATCH-CREDIT TO NAC-BC-TOTAL-CREDIT
           MOVE WS-RT-BATCH-HEADER (WS-CUR-IX) (41:10)
               TO NAC-BC-COMPANY-ID
           MOVE WS-OUR-RDFI TO NAC-BC-ODFI-ID
           MOVE WS-OUT-BATCH-COUNT TO NAC-BC-BATCH-NO
           WRITE NACHA-REC
           ADD 1 TO WS-OUT-REC-COUNT.

      *> The block count covers the file control record and the
      *> all-nines filler that rounds the file out to whole blocks
      *> of ten.
       3800-WRITE-FILE-CONTROL.
           COMPUTE WS-OUT-BLOCK-COUNT = (WS-OUT-REC-COUNT + 1 + 9) / 10
           COMPUTE WS-OUT-PAD-COUNT =
               (WS-OUT-BLOCK-COUNT * 10) - (WS-OUT-REC-COUNT + 1)
           MOVE SPACES TO NACHA-REC
           MOVE "9" TO NAC-RECORD-TYPE
           MOVE WS-OUT-BATCH-COUNT TO NAC-FC-BATCH-COUNT
           MOVE WS-OUT-BLOCK-COUNT TO NAC-FC-BLOCK-COUNT
           MOVE WS-FILE-ENTRY-COUNT TO NAC-FC-ENTRY-COUNT
           MOVE WS-FILE-HASH-SUM TO WS-HASH-10
           MOVE WS-HASH-10 TO NAC-FC-ENTRY-HASH
           MOVE WS-FILE-DEBIT TO NAC-FC-TOTAL-DEBIT
           MOVE WS-FILE-CREDIT TO NAC-FC-TOTAL-CREDIT
           WRITE NACHA-REC
           ADD 1 TO WS-OUT-REC-COUNT
           MOVE ALL "9" TO NACHA-REC
           PERFORM WS-OUT-PAD-COUNT TIMES
               WRITE NACHA-REC
           END-PERFORM.

       3900-PRINT-ONE-ITEM.
           MOVE WS-RT-TRANS-NO (WS-RT-IX) TO WS-D-TRANS-NO
           MOVE WS-RT-ACT-NO (WS-RT-IX) TO WS-D-ACT-NO
           MOVE WS-RT-AMT (WS-RT-IX) TO WS-D-AMT
           MOVE WS-RT-CODE (WS-RT-IX) TO WS-D-CODE
           MOVE WS-RT-REASON (WS-RT-IX) TO WS-D-REASON
           MOVE WS-RT-ENTRY-DETAIL (WS-RT-IX) (80:15) TO WS-D-TRACE
           EVALUATE TRUE
               WHEN WS-RT-WRITTEN (WS-RT-IX)
                   MOVE "RETURNED" TO WS-D-RESULT
               WHEN WS-RT-CODE (WS-RT-IX) = SPACES
                   MOVE "LEFT OPEN - NO RETURN CODE" TO WS-D-RESULT
                   ADD 1 TO WS-NO-CODE-COUNT
               WHEN OTHER
                   MOVE "LEFT OPEN - NOT ON REGISTER" TO WS-D-RESULT
                   ADD 1 TO WS-NOT-REGISTERED-COUNT
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO RETURN-LINE
           WRITE RETURN-LINE.

      *> Only what actually went out on the return file is
      *> dispositioned; anything left open stays on TRJAGING.
       4000-MARK-RETURNED.
           IF WS-RETURNED-COUNT > ZERO
               PERFORM VARYING WS-RT-IX FROM 1 BY 1
                       UNTIL WS-RT-IX > WS-RETURN-COUNT
                   IF WS-RT-WRITTEN (WS-RT-IX)
                       SET WS-RJ-IX TO WS-RT-RJ-IX (WS-RT-IX)
                       MOVE "A" TO WS-RJ-REC (WS-RJ-IX) (131:1)
                       MOVE WS-RUN-DATE TO WS-RJ-REC (WS-RJ-IX) (132:10)
                   END-IF
               END-PERFORM
               OPEN OUTPUT TRAN-REJECT
               PERFORM VARYING WS-RJ-IX FROM 1 BY 1
                       UNTIL WS-RJ-IX > WS-REJECT-COUNT
                   MOVE WS-RJ-REC (WS-RJ-IX) TO TRAN-REJECT-REC
                   WRITE TRAN-REJECT-REC
               END-PERFORM
               CLOSE TRAN-REJECT
           END-IF.

       9000-WRAP-UP.
           MOVE WS-BLANK-LINE TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE WS-ACH-REJECT-COUNT TO WS-S-ACH-REJECT-COUNT
           MOVE WS-SUMMARY-LINE-1 TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE WS-R01-COUNT TO WS-S-R01-COUNT
           MOVE WS-SUMMARY-LINE-2 TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE WS-R02-COUNT TO WS-S-R02-COUNT
           MOVE WS-SUMMARY-LINE-3 TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE WS-R03-COUNT TO WS-S-R03-COUNT
           MOVE WS-SUMMARY-LINE-4 TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE WS-NO-CODE-COUNT TO WS-S-NO-CODE-COUNT
           MOVE WS-SUMMARY-LINE-5 TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE WS-NOT-REGISTERED-COUNT TO WS-S-NOT-REGISTERED-COUNT
           MOVE WS-SUMMARY-LINE-6 TO RETURN-LINE
           WRITE RETURN-LINE
           MOVE WS-RETURNED-COUNT TO WS-S-RETURNED-COUNT
           MOVE WS-RETURNED-AMT TO WS-S-RETURNED-AMT
           MOVE WS-SUMMARY-LINE-7 TO RETURN-LINE
           WRITE RETURN-LINE
           CLOSE RETURN-RPT
           DISPLAY "ACHRET: ACH REJECTS TODAY: " WS-ACH-REJECT-COUNT
           DISPLAY "ACHRET: RETURNED         : " WS-RETURNED-COUNT
           DISPLAY "ACHRET: LEFT OPEN        : "
               WS-NO-CODE-COUNT " NO CODE, "
               WS-NOT-REGISTERED-COUNT " NOT ON REGISTER".
