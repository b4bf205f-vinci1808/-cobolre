      *> ---------------------------------------------------------------
      *> ACHIN - Inbound ACH file intake
      *>
      *> Payroll direct deposits and utility debits arrive from the
      *> clearing house as a NACHA-format ACH file (ACHINPT.DAT,
      *> NAC01.COB), and until now someone re-keyed them into
      *> TRANINPT.DAT by hand. This program reads the file directly:
      *>   - "1" file header, "5" batch header, "6" entry detail, "7"
      *>     addenda, "8" batch control, "9" file control, and the
      *>     all-nines filler records that pad the last block out.
      *>
      *> Envelope proof, the way TRNEDIT proves its BH/BT batches:
      *> the first pass over the file adds up every batch -- entry
      *> and addenda count, entry hash (the sum of the receiving DFI
      *> routing numbers, rightmost ten digits), total debits and
      *> total credits -- and proves the figures against the batch
      *> control record. A batch that does not balance, whose control
      *> never arrives, or whose entry figures are too mangled to add
      *> is failed WHOLE onto ACHIN.PRT with declared-versus-computed
      *> figures and none of its entries post. The file control
      *> record is then proved the same way against the whole file
      *> (batch count, entry/addenda count, hash, debits, credits);
      *> a file that does not prove -- or a file header already
      *> received on an earlier run (same destination, origin,
      *> creation date/time and ID modifier), i.e. a retransmission
      *> -- is rejected whole and nothing posts from it at all.
      *>
      *> The second pass maps each entry of every proven batch:
      *>   - a credit (transaction code 22/32) becomes a TRAN-FILE
      *>     deposit, a debit (27/37) a withdrawal, dated with the
      *>     business date it was received, under the next TRANS-NO
      *>     (TRNXREF.DAT control record, whole-log scan fallback --
      *>     the TRNEDIT assignment) and registered on the
      *>     cross-reference; TRANS-ORIGIN "A" marks it as ACH-born;
      *>   - the receiving account is the entry's DFI account number,
      *>     which must be all digits and a valid ACT-NO -- one that is
      *>     not is given its TRANS-NO all the same and written
      *>     straight to TRAN-REJECT as "ACCOUNT NOT FOUND ON
      *>     ACT-FILE", the way TRNEDIT diverts a stopped check, so
      *>     ACHRET returns it;
      *>   - prenotes (23/28/33/38) carry no money and are counted
      *>     only; any other transaction code is listed for the
      *>     operator and not posted.
      *> Every mapped entry is recorded on the ACH entry register
      *> (ACHENTRY.DAT, ACE01.COB) under its TRANS-NO with the file
      *> header, batch header and entry detail it came from, which is
      *> what ACHRET builds a return from when TRNPOST later rejects
      *> the item (insufficient funds, closed account, no account).
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-FILE ASSIGN TO "ACHINPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.

           SELECT ACH-ENTRY-FILE ASSIGN TO "ACHENTRY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACE-STATUS.

           SELECT TRAN-FILE ASSIGN TO "TRANFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT TRAN-REJECT ASSIGN TO "TRANREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRJ-STATUS.

           SELECT INTAKE-RPT ASSIGN TO "ACHIN.PRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-STATUS.

           SELECT TRAN-XREF ASSIGN TO "TRNXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-TRANS-NO
               FILE STATUS IS WS-XRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "NAC01.COB".

       COPY "ACE01.COB".

       COPY "TRAN02.COB".

       COPY "TRJ01.COB".

       FD  INTAKE-RPT
           LABEL RECORDS STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  INTAKE-LINE                        PIC X(132).

       COPY "BUS01.COB".

       COPY "XRF01.COB".

       WORKING-STORAGE SECTION.

      *> Business processing-date control -- see EODMARK.COB. ACH
      *> items are dated with BUSDATE.DAT's date, not the wall clock;
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

      *> TRANS-NO cross-reference (TRNXREF.DAT, built by XREFBLD and
      *> maintained by every TRAN-FILE writer) -- see XREFBLD.COB. A
      *> shop that never built it falls back to the whole-log scan.
       01  WS-XRF-STATUS                      PIC XX VALUE SPACES.
       01  WS-XRF-OK-SW                       PIC X VALUE "N".
           88  WS-XRF-OK                       VALUE "Y".
       01  WS-XRF-HIGH                        PIC 9(5) VALUE ZERO.

       01  WS-EOF-SWITCHES.
           05  WS-ACH-EOF                     PIC X VALUE "N".
               88  ACH-EOF                     VALUE "Y".
           05  WS-TRAN-EOF                    PIC X VALUE "N".
               88  TRAN-EOF                    VALUE "Y".
           05  WS-ACE-EOF                     PIC X VALUE "N".
               88  ACE-EOF                     VALUE "Y".

       01  WS-ACH-STATUS                      PIC XX VALUE SPACES.
       01  WS-ACE-STATUS                      PIC XX VALUE SPACES.
       01  WS-TRAN-STATUS                     PIC XX VALUE SPACES.
       01  WS-TRJ-STATUS                      PIC XX VALUE SPACES.

       01  WS-NEXT-TRANS-NO                   PIC 9(5) VALUE ZERO.

      *> File headers already taken in on an earlier run, keyed by
      *> destination, origin, creation date and time, and ID
      *> modifier (file header bytes 4-34) -- the retransmission
      *> screen.
       01  WS-RECEIVED-TABLE.
           05  WS-RF-KEY OCCURS 2000 TIMES
                   INDEXED BY WS-RF-IX          PIC X(31) VALUE SPACES.
       01  WS-RECEIVED-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-KNOWN-SW                        PIC X VALUE "N".
           88  WS-KNOWN                        VALUE "Y".

      *> Whole-file envelope state from the first pass.
       01  WS-FILE-HEADER                     PIC X(94) VALUE SPACES.
       01  WS-FH-SEEN-SW                      PIC X VALUE "N".
           88  WS-FH-SEEN                      VALUE "Y".
       01  WS-FC-SEEN-SW                      PIC X VALUE "N".
           88  WS-FC-SEEN                      VALUE "Y".
       01  WS-FILE-OK-SW                      PIC X VALUE "Y".
           88  WS-FILE-OK                      VALUE "Y".
       01  WS-FILE-FAIL-REASON                PIC X(34) VALUE SPACES.
       01  WS-FAIL-REASON-IN                  PIC X(34) VALUE SPACES.
       01  WS-ACH-PRESENT-SW                  PIC X VALUE "Y".
           88  WS-ACH-PRESENT                  VALUE "Y".
       01  WS-FILE-BATCH-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-FILE-ENTRY-COUNT                PIC 9(8) VALUE ZERO.
       01  WS-FILE-HASH-SUM                   PIC 9(12) VALUE ZERO.
       01  WS-FILE-HASH                       PIC 9(10) VALUE ZERO.
       01  WS-FILE-DEBIT                      PIC 9(10)V99 VALUE ZERO.
       01  WS-FILE-CREDIT                     PIC 9(10)V99 VALUE ZERO.

      *> Current batch envelope state, and the declared figures off
      *> its control record. An entry whose routing number or amount
      *> is not numeric cannot be added, so the batch is unprovable
      *> and fails whole (WS-BATCH-BAD).
       01  WS-IN-BATCH-SW                     PIC X VALUE "N".
           88  WS-IN-BATCH                     VALUE "Y".
       01  WS-BATCH-HEADER                    PIC X(94) VALUE SPACES.
       01  WS-BATCH-SEQ                       PIC 9(5) VALUE ZERO.
       01  WS-BATCH-ENTRY-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-BATCH-HASH-SUM                  PIC 9(12) VALUE ZERO.
       01  WS-BATCH-HASH                      PIC 9(10) VALUE ZERO.
       01  WS-BATCH-DEBIT                     PIC 9(10)V99 VALUE ZERO.
       01  WS-BATCH-CREDIT                    PIC 9(10)V99 VALUE ZERO.
       01  WS-BATCH-BAD-SW                    PIC X VALUE "N".
           88  WS-BATCH-BAD                    VALUE "Y".
       01  WS-BATCH-FAIL-REASON               PIC X(34).
       01  WS-DECL-COUNT                      PIC 9(8) VALUE ZERO.
       01  WS-DECL-HASH                       PIC 9(10) VALUE ZERO.
       01  WS-DECL-DEBIT                      PIC 9(10)V99 VALUE ZERO.
       01  WS-DECL-CREDIT                     PIC 9(10)V99 VALUE ZERO.
       01  WS-RDFI-NUM                        PIC 9(8).

      *> Proof outcome per batch, by its position in the file, so the
      *> mapping pass releases only the batches that balanced.
       01  WS-BATCH-STATUS-TABLE.
           05  WS-BS-OK OCCURS 9999 TIMES
                   INDEXED BY WS-BS-IX          PIC X VALUE "N".

       01  WS-ACH-ACCT-LEN                    PIC 9(2).
       01  WS-ACH-ACCT-NUM                    PIC 9(17).
       01  WS-ACH-ACT-NO                      PIC 9(5).
       01  WS-ACCT-OK-SW                      PIC X VALUE "N".
           88  WS-ACCT-OK                      VALUE "Y".
       01  WS-ACH-TYPE                        PIC X.
       01  WS-NOTE                            PIC X(30).

       01  WS-COUNTERS.
           05  WS-REC-COUNT                   PIC 9(7) VALUE ZERO.
           05  WS-BATCH-COUNT                 PIC 9(7) VALUE ZERO.
           05  WS-BATCH-FAIL-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-BATCH-HELD-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-DEPOSIT-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-WITHDRAWAL-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-NO-ACCOUNT-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-PRENOTE-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-UNHANDLED-COUNT             PIC 9(7) VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                         PIC X(40)
               VALUE "INBOUND ACH FILE INTAKE REPORT".
           05  FILLER                         PIC X(10) VALUE "RUN DATE ".
           05  WS-H1-RUN-DATE                 PIC X(10).
       01  WS-HEADING-2.
           05  FILLER                         PIC X(10) VALUE "TRANS-NO".
           05  FILLER                         PIC X(8) VALUE "ACT-NO".
           05  FILLER                         PIC X(6) VALUE "CODE".
           05  FILLER                         PIC X(16) VALUE "AMOUNT".
           05  FILLER                         PIC X(24) VALUE "NAME".
           05  FILLER                         PIC X(17) VALUE "TRACE".
           05  FILLER                         PIC X(30) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05  WS-D-TRANS-NO                  PIC Z(4)9.
           05  FILLER                         PIC X(5) VALUE SPACES.
           05  WS-D-ACT-NO                    PIC Z(4)9.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-CODE                      PIC X(2).
           05  FILLER                         PIC X(4) VALUE SPACES.
           05  WS-D-AMT                       PIC Z(7)9.99.
           05  FILLER                         PIC X(5) VALUE SPACES.
           05  WS-D-NAME                      PIC X(22).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-TRACE                     PIC X(15).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  WS-D-NOTE                      PIC X(30).

       01  WS-BLANK-LINE                      PIC X(132) VALUE SPACES.
       01  WS-NO-FILE-LINE                    PIC X(40)
           VALUE "NO ACH FILE RECEIVED TODAY".

       01  WS-BATCH-FAIL-LINE-1.
           05  FILLER                         PIC X(20)
               VALUE "BATCH FAILED WHOLE: ".
           05  WS-BF-REASON                   PIC X(34).
           05  FILLER                         PIC X(9) VALUE " COMPANY ".
           05  WS-BF-COMPANY                  PIC X(16).
           05  FILLER                         PIC X(8) VALUE "  BATCH ".
           05  WS-BF-BATCH-NO                 PIC X(7).
       01  WS-BATCH-FAIL-LINE-2.
           05  FILLER                         PIC X(18)
               VALUE "  DECLARED COUNT: ".
           05  WS-BF-DECL-COUNT               PIC Z(7)9.
           05  FILLER                         PIC X(18)
               VALUE "  COMPUTED COUNT: ".
           05  WS-BF-COMP-COUNT               PIC Z(7)9.
           05  FILLER                         PIC X(18)
               VALUE "  DECLARED HASH : ".
           05  WS-BF-DECL-HASH                PIC 9(10).
           05  FILLER                         PIC X(18)
               VALUE "  COMPUTED HASH : ".
           05  WS-BF-COMP-HASH                PIC 9(10).
       01  WS-BATCH-FAIL-LINE-3.
           05  FILLER                         PIC X(18)
               VALUE "  DECLARED DEBIT: ".
           05  WS-BF-DECL-DEBIT               PIC Z(9)9.99.
           05  FILLER                         PIC X(18)
               VALUE "  COMPUTED DEBIT: ".
           05  WS-BF-COMP-DEBIT               PIC Z(9)9.99.
       01  WS-BATCH-FAIL-LINE-4.
           05  FILLER                         PIC X(18)
               VALUE "  DECLARED CREDIT:".
           05  WS-BF-DECL-CREDIT              PIC Z(9)9.99.
           05  FILLER                         PIC X(18)
               VALUE "  COMPUTED CREDIT:".
           05  WS-BF-COMP-CREDIT              PIC Z(9)9.99.

       01  WS-FILE-FAIL-LINE-1.
           05  FILLER                         PIC X(21)
               VALUE "FILE REJECTED WHOLE: ".
           05  WS-FF-REASON                   PIC X(34).
           05  FILLER                         PIC X(9) VALUE " ORIGIN ".
           05  WS-FF-ORIGIN                   PIC X(23).
       01  WS-FILE-FAIL-LINE-2.
           05  FILLER                         PIC X(20)
               VALUE "  DECLARED BATCHES: ".
           05  WS-FF-DECL-BATCHES             PIC Z(5)9.
           05  FILLER                         PIC X(20)
               VALUE "  COMPUTED BATCHES: ".
           05  WS-FF-COMP-BATCHES             PIC Z(5)9.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                         PIC X(25)
               VALUE "ACH RECORDS READ       : ".
           05  WS-S-REC-COUNT                 PIC Z(6)9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                         PIC X(25)
               VALUE "BATCHES READ           : ".
           05  WS-S-BATCH-COUNT               PIC Z(6)9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                         PIC X(25)
               VALUE "BATCHES FAILED WHOLE   : ".
           05  WS-S-BATCH-FAIL-COUNT          PIC Z(6)9.
       01  WS-SUMMARY-LINE-4.
           05  FILLER                         PIC X(25)
               VALUE "ENTRIES HELD WITH THEM : ".
           05  WS-S-BATCH-HELD-COUNT          PIC Z(6)9.
       01  WS-SUMMARY-LINE-5.
           05  FILLER                         PIC X(25)
               VALUE "CREDITS TO TRAN-FILE   : ".
           05  WS-S-DEPOSIT-COUNT             PIC Z(6)9.
       01  WS-SUMMARY-LINE-6.
           05  FILLER                         PIC X(25)
               VALUE "DEBITS TO TRAN-FILE    : ".
           05  WS-S-WITHDRAWAL-COUNT          PIC Z(6)9.
       01  WS-SUMMARY-LINE-7.
           05  FILLER                         PIC X(25)
               VALUE "NO ACCOUNT, TO TRANREJ : ".
           05  WS-S-NO-ACCOUNT-COUNT          PIC Z(6)9.
       01  WS-SUMMARY-LINE-8.
           05  FILLER                         PIC X(25)
               VALUE "PRENOTES               : ".
           05  WS-S-PRENOTE-COUNT             PIC Z(6)9.
       01  WS-SUMMARY-LINE-9.
           05  FILLER                         PIC X(25)
               VALUE "CODES NOT HANDLED      : ".
           05  WS-S-UNHANDLED-COUNT           PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-OPEN-XREF
           PERFORM 1300-FIND-NEXT-TRANS-NO
           PERFORM 1500-LOAD-RECEIVED-FILES
           PERFORM 2000-PROVE-FILE
           EVALUATE TRUE
               WHEN NOT WS-ACH-PRESENT
                   MOVE WS-NO-FILE-LINE TO INTAKE-LINE
                   WRITE INTAKE-LINE
               WHEN WS-FILE-OK
                   PERFORM 3000-MAP-ENTRIES
               WHEN OTHER
                   PERFORM 2950-FAIL-FILE
           END-EVALUATE
           PERFORM 8000-CLOSE-XREF
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
           OPEN OUTPUT INTAKE-RPT
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-HEADING-1 TO INTAKE-LINE
           WRITE INTAKE-LINE
           MOVE WS-HEADING-2 TO INTAKE-LINE
           WRITE INTAKE-LINE.

      *> The cross-reference is opened I-O when it exists and carries
      *> its control record; otherwise the legacy whole-log scan
      *> stands in and nothing is registered (XREFBLD bootstraps it).
       1200-OPEN-XREF.
           MOVE "N" TO WS-XRF-OK-SW
           OPEN I-O TRAN-XREF
           IF WS-XRF-STATUS = "35"
               CONTINUE
           ELSE
               MOVE ZERO TO XRF-TRANS-NO
               READ TRAN-XREF
                   INVALID KEY
                       CLOSE TRAN-XREF
                   NOT INVALID KEY
                       SET WS-XRF-OK TO TRUE
                       MOVE XRF-HIGH-TRANS-NO TO WS-XRF-HIGH
               END-READ
           END-IF.

      *> Next TRANS-NO is one keyed read of the cross-reference
      *> control record; the whole-log scan survives only as the
      *> fallback for a shop that never ran XREFBLD.
       1300-FIND-NEXT-TRANS-NO.
           IF WS-XRF-OK
               COMPUTE WS-NEXT-TRANS-NO = WS-XRF-HIGH + 1
           ELSE
               PERFORM 1350-SCAN-FOR-NEXT-TRANS-NO
           END-IF.

       1350-SCAN-FOR-NEXT-TRANS-NO.
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS = "35"
               SET TRAN-EOF TO TRUE
           ELSE
               PERFORM UNTIL TRAN-EOF
                   READ TRAN-FILE
                       AT END
                           SET TRAN-EOF TO TRUE
                       NOT AT END
                           IF TRANS-NO > WS-NEXT-TRANS-NO
                               MOVE TRANS-NO TO WS-NEXT-TRANS-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAN-FILE
           END-IF
           ADD 1 TO WS-NEXT-TRANS-NO.

      *> Distinct file identities already on the entry register, for
      *> the retransmission screen in 2100.
       1500-LOAD-RECEIVED-FILES.
           OPEN INPUT ACH-ENTRY-FILE
           IF WS-ACE-STATUS = "35"
               SET ACE-EOF TO TRUE
           END-IF
           PERFORM UNTIL ACE-EOF
               READ ACH-ENTRY-FILE
                   AT END
                       SET ACE-EOF TO TRUE
                   NOT AT END
                       PERFORM 1550-NOTE-RECEIVED-FILE
               END-READ
           END-PERFORM
           IF WS-ACE-STATUS NOT = "35"
               CLOSE ACH-ENTRY-FILE
           END-IF.

       1550-NOTE-RECEIVED-FILE.
           MOVE "N" TO WS-KNOWN-SW
           PERFORM VARYING WS-RF-IX FROM 1 BY 1
                   UNTIL WS-RF-IX > WS-RECEIVED-COUNT
               IF WS-RF-KEY (WS-RF-IX) = ACE-FILE-HEADER(4:31)
                   SET WS-KNOWN TO TRUE
                   SET WS-RF-IX TO WS-RECEIVED-COUNT
               END-IF
           END-PERFORM
           IF NOT WS-KNOWN AND WS-RECEIVED-COUNT < 2000
               ADD 1 TO WS-RECEIVED-COUNT
               MOVE ACE-FILE-HEADER(4:31)
                   TO WS-RF-KEY (WS-RECEIVED-COUNT)
           END-IF.

      *> First pass: prove every batch and the file itself before a
      *> single entry is mapped (see header). No file at all is an
      *> ordinary no-ACH day, not a failure.
       2000-PROVE-FILE.
           OPEN INPUT ACH-FILE
           IF WS-ACH-STATUS = "35"
               MOVE "N" TO WS-FILE-OK-SW
               MOVE "N" TO WS-ACH-PRESENT-SW
           ELSE
               PERFORM UNTIL ACH-EOF
                   READ ACH-FILE
                       AT END
                           SET ACH-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REC-COUNT
                           PERFORM 2050-PROVE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ACH-FILE
               MOVE "N" TO WS-ACH-EOF
               IF WS-IN-BATCH
                   MOVE "BATCH CONTROL NEVER ARRIVED"
                       TO WS-BATCH-FAIL-REASON
                   PERFORM 2900-FAIL-OPEN-BATCH
               END-IF
               IF NOT WS-FH-SEEN
                   MOVE "NO FILE HEADER" TO WS-FAIL-REASON-IN
                   PERFORM 2990-MARK-FILE-FAILED
               END-IF
               IF NOT WS-FC-SEEN
                   MOVE "FILE CONTROL NEVER ARRIVED"
                       TO WS-FAIL-REASON-IN
                   PERFORM 2990-MARK-FILE-FAILED
               END-IF
           END-IF.

      *> All-nines records only pad the last block out to ten
      *> records and carry nothing.
       2050-PROVE-ONE-RECORD.
           IF NACHA-REC = ALL "9"
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN NAC-FILE-HEADER-REC
                       PERFORM 2100-NOTE-FILE-HEADER
                   WHEN NAC-BATCH-HEADER-REC
                       PERFORM 2200-START-BATCH
                   WHEN NAC-ENTRY-REC
                       PERFORM 2300-ADD-ENTRY
                   WHEN NAC-ADDENDA-REC
                       PERFORM 2350-ADD-ADDENDA
                   WHEN NAC-BATCH-CONTROL-REC
                       PERFORM 2400-PROVE-BATCH
                   WHEN NAC-FILE-CONTROL-REC
                       PERFORM 2500-PROVE-FILE-CONTROL
                   WHEN OTHER
                       MOVE "UNKNOWN RECORD TYPE"
                           TO WS-FAIL-REASON-IN
                       PERFORM 2990-MARK-FILE-FAILED
               END-EVALUATE
           END-IF.

       2100-NOTE-FILE-HEADER.
           IF WS-FH-SEEN
               MOVE "SECOND FILE HEADER IN FILE"
                   TO WS-FAIL-REASON-IN
               PERFORM 2990-MARK-FILE-FAILED
           ELSE
               SET WS-FH-SEEN TO TRUE
               MOVE NACHA-REC TO WS-FILE-HEADER
               MOVE "N" TO WS-KNOWN-SW
               PERFORM VARYING WS-RF-IX FROM 1 BY 1
                       UNTIL WS-RF-IX > WS-RECEIVED-COUNT
                   IF WS-RF-KEY (WS-RF-IX) = NACHA-REC(4:31)
                       SET WS-KNOWN TO TRUE
                       SET WS-RF-IX TO WS-RECEIVED-COUNT
                   END-IF
               END-PERFORM
               IF WS-KNOWN
                   MOVE "FILE ALREADY RECEIVED"
                       TO WS-FAIL-REASON-IN
                   PERFORM 2990-MARK-FILE-FAILED
               END-IF
           END-IF.

      *> A new batch header while a batch is still open means the
      *> prior batch's control was lost -- that batch cannot be
      *> proved and fails whole before the new one is started.
       2200-START-BATCH.
           IF WS-IN-BATCH
               MOVE "BATCH CONTROL NEVER ARRIVED"
                   TO WS-BATCH-FAIL-REASON
               PERFORM 2900-FAIL-OPEN-BATCH
           END-IF
           ADD 1 TO WS-BATCH-COUNT
           ADD 1 TO WS-FILE-BATCH-COUNT
           ADD 1 TO WS-BATCH-SEQ
           SET WS-IN-BATCH TO TRUE
           MOVE NACHA-REC TO WS-BATCH-HEADER
           MOVE ZERO TO WS-BATCH-ENTRY-COUNT
           MOVE ZERO TO WS-BATCH-HASH-SUM
           MOVE ZERO TO WS-BATCH-DEBIT
           MOVE ZERO TO WS-BATCH-CREDIT
           MOVE "N" TO WS-BATCH-BAD-SW
           IF WS-BATCH-SEQ > 9999
               MOVE "MORE THAN 9999 BATCHES" TO WS-FAIL-REASON-IN
               PERFORM 2990-MARK-FILE-FAILED
           END-IF.

      *> The second digit of the transaction code gives the side:
      *> 0-4 credits the receiver, 5-9 debits it.
       2300-ADD-ENTRY.
           IF NOT WS-IN-BATCH
               MOVE "ENTRY OUTSIDE A BATCH" TO WS-FAIL-REASON-IN
               PERFORM 2990-MARK-FILE-FAILED
           ELSE
               ADD 1 TO WS-BATCH-ENTRY-COUNT
               ADD 1 TO WS-FILE-ENTRY-COUNT
               IF NAC-ED-RDFI-ID NUMERIC
                       AND NAC-ED-AMOUNT NUMERIC
                       AND NAC-ED-TRAN-CODE NUMERIC
                   MOVE NAC-ED-RDFI-ID TO WS-RDFI-NUM
                   ADD WS-RDFI-NUM TO WS-BATCH-HASH-SUM
                   ADD WS-RDFI-NUM TO WS-FILE-HASH-SUM
                   IF NAC-ED-TRAN-CODE(2:1) < "5"
                       ADD NAC-ED-AMOUNT TO WS-BATCH-CREDIT
                       ADD NAC-ED-AMOUNT TO WS-FILE-CREDIT
                   ELSE
                       ADD NAC-ED-AMOUNT TO WS-BATCH-DEBIT
                       ADD NAC-ED-AMOUNT TO WS-FILE-DEBIT
                   END-IF
               ELSE
                   SET WS-BATCH-BAD TO TRUE
               END-IF
           END-IF.

       2350-ADD-ADDENDA.
           IF NOT WS-IN-BATCH
               MOVE "ADDENDA OUTSIDE A BATCH" TO WS-FAIL-REASON-IN
               PERFORM 2990-MARK-FILE-FAILED
           ELSE
               ADD 1 TO WS-BATCH-ENTRY-COUNT
               ADD 1 TO WS-FILE-ENTRY-COUNT
           END-IF.

      *> The control record's declared figures against what the batch
      *> actually carried. Only a batch that balances is released to
      *> the mapping pass.
       2400-PROVE-BATCH.
           IF NOT WS-IN-BATCH
               MOVE "BATCH CONTROL WITHOUT HEADER"
                   TO WS-FAIL-REASON-IN
               PERFORM 2990-MARK-FILE-FAILED
           ELSE
               MOVE WS-BATCH-HASH-SUM TO WS-BATCH-HASH
               MOVE ZERO TO WS-DECL-COUNT
               MOVE ZERO TO WS-DECL-HASH
               MOVE ZERO TO WS-DECL-DEBIT
               MOVE ZERO TO WS-DECL-CREDIT
               IF NAC-BC-ENTRY-COUNT NUMERIC
                   MOVE NAC-BC-ENTRY-COUNT TO WS-DECL-COUNT
               END-IF
               IF NAC-BC-ENTRY-HASH NUMERIC
                   MOVE NAC-BC-ENTRY-HASH TO WS-DECL-HASH
               END-IF
               IF NAC-BC-TOTAL-DEBIT NUMERIC
                   MOVE NAC-BC-TOTAL-DEBIT TO WS-DECL-DEBIT
               END-IF
               IF NAC-BC-TOTAL-CREDIT NUMERIC
                   MOVE NAC-BC-TOTAL-CREDIT TO WS-DECL-CREDIT
               END-IF
               EVALUATE TRUE
                   WHEN NAC-BC-ENTRY-COUNT NOT NUMERIC
                           OR NAC-BC-ENTRY-HASH NOT NUMERIC
                           OR NAC-BC-TOTAL-DEBIT NOT NUMERIC
                           OR NAC-BC-TOTAL-CREDIT NOT NUMERIC
                       MOVE "CONTROL FIGURES NOT NUMERIC"
                           TO WS-BATCH-FAIL-REASON
                       PERFORM 2900-FAIL-OPEN-BATCH
                   WHEN WS-BATCH-BAD
                       MOVE "ENTRY FIGURES NOT NUMERIC"
                           TO WS-BATCH-FAIL-REASON
                       PERFORM 2900-FAIL-OPEN-BATCH
                   WHEN WS-DECL-COUNT NOT = WS-BATCH-ENTRY-COUNT
                           OR WS-DECL-HASH NOT = WS-BATCH-HASH
                           OR WS-DECL-DEBIT NOT = WS-BATCH-DEBIT
                           OR WS-DECL-CREDIT NOT = WS-BATCH-CREDIT
                       MOVE "OUT OF BALANCE"
                           TO WS-BATCH-FAIL-REASON
                       PERFORM 2900-FAIL-OPEN-BATCH
                   WHEN OTHER
                       IF WS-BATCH-SEQ <= 9999
                           MOVE "Y" TO WS-BS-OK (WS-BATCH-SEQ)
                       END-IF
                       MOVE "N" TO WS-IN-BATCH-SW
               END-EVALUATE
           END-IF.

      *> The file control record against the whole file: a file that
      *> does not prove posts nothing at all.
       2500-PROVE-FILE-CONTROL.
           IF WS-IN-BATCH
               MOVE "BATCH CONTROL NEVER ARRIVED"
                   TO WS-BATCH-FAIL-REASON
               PERFORM 2900-FAIL-OPEN-BATCH
           END-IF
           SET WS-FC-SEEN TO TRUE
           MOVE WS-FILE-HASH-SUM TO WS-FILE-HASH
           MOVE WS-FILE-BATCH-COUNT TO WS-FF-COMP-BATCHES
           MOVE ZERO TO WS-FF-DECL-BATCHES
           IF NAC-FC-BATCH-COUNT NUMERIC
               MOVE NAC-FC-BATCH-COUNT TO WS-FF-DECL-BATCHES
           END-IF
           IF NAC-FC-BATCH-COUNT NOT NUMERIC
                   OR NAC-FC-ENTRY-COUNT NOT NUMERIC
                   OR NAC-FC-ENTRY-HASH NOT NUMERIC
                   OR NAC-FC-TOTAL-DEBIT NOT NUMERIC
                   OR NAC-FC-TOTAL-CREDIT NOT NUMERIC
               MOVE "FILE CONTROL NOT NUMERIC" TO WS-FAIL-REASON-IN
               PERFORM 2990-MARK-FILE-FAILED
           ELSE
               IF NAC-FC-BATCH-COUNT NOT = WS-FILE-BATCH-COUNT
                       OR NAC-FC-ENTRY-COUNT NOT = WS-FILE-ENTRY-COUNT
                       OR NAC-FC-ENTRY-HASH NOT = WS-FILE-HASH
                       OR NAC-FC-TOTAL-DEBIT NOT = WS-FILE-DEBIT
                       OR NAC-FC-TOTAL-CREDIT NOT = WS-FILE-CREDIT
                   MOVE "FILE CONTROL OUT OF BALANCE"
                       TO WS-FAIL-REASON-IN
                   PERFORM 2990-MARK-FILE-FAILED
               END-IF
           END-IF.

       2900-FAIL-OPEN-BATCH.
           MOVE WS-BATCH-HASH-SUM TO WS-BATCH-HASH
           ADD 1 TO WS-BATCH-FAIL-COUNT
           ADD WS-BATCH-ENTRY-COUNT TO WS-BATCH-HELD-COUNT
           MOVE WS-BATCH-FAIL-REASON TO WS-BF-REASON
           MOVE WS-BATCH-HEADER(5:16) TO WS-BF-COMPANY
           MOVE WS-BATCH-HEADER(88:7) TO WS-BF-BATCH-NO
           MOVE WS-BATCH-FAIL-LINE-1 TO INTAKE-LINE
           WRITE INTAKE-LINE
           MOVE WS-DECL-COUNT TO WS-BF-DECL-COUNT
           MOVE WS-BATCH-ENTRY-COUNT TO WS-BF-COMP-COUNT
           MOVE WS-DECL-HASH TO WS-BF-DECL-HASH
           MOVE WS-BATCH-HASH TO WS-BF-COMP-HASH
           MOVE WS-BATCH-FAIL-LINE-2 TO INTAKE-LINE
           WRITE INTAKE-LINE
           MOVE WS-DECL-DEBIT TO WS-BF-DECL-DEBIT
           MOVE WS-BATCH-DEBIT TO WS-BF-COMP-DEBIT
           MOVE WS-BATCH-FAIL-LINE-3 TO INTAKE-LINE
           WRITE INTAKE-LINE
           MOVE WS-DECL-CREDIT TO WS-BF-DECL-CREDIT
           MOVE WS-BATCH-CREDIT TO WS-BF-COMP-CREDIT
           MOVE WS-BATCH-FAIL-LINE-4 TO INTAKE-LINE
           WRITE INTAKE-LINE
           MOVE ZERO TO WS-DECL-COUNT
           MOVE ZERO TO WS-DECL-HASH
           MOVE ZERO TO WS-DECL-DEBIT
           MOVE ZERO TO WS-DECL-CREDIT
           MOVE "N" TO WS-IN-BATCH-SW.

       2950-FAIL-FILE.
           MOVE WS-FILE-FAIL-REASON TO WS-FF-REASON
           MOVE WS-FILE-HEADER(64:23) TO WS-FF-ORIGIN
           MOVE WS-FILE-FAIL-LINE-1 TO INTAKE-LINE
           WRITE INTAKE-LINE
           IF WS-FC-SEEN
               MOVE WS-FILE-FAIL-LINE-2 TO INTAKE-LINE
               WRITE INTAKE-LINE
           END-IF.

      *> The first reason found is the one reported.
       2990-MARK-FILE-FAILED.
           IF WS-FILE-OK
               MOVE "N" TO WS-FILE-OK-SW
               MOVE WS-FAIL-REASON-IN TO WS-FILE-FAIL-REASON
           END-IF.

      *> Second pass: every entry of every proven batch is mapped.
       3000-MAP-ENTRIES.
           OPEN INPUT ACH-FILE
           OPEN EXTEND TRAN-FILE
           IF WS-TRAN-STATUS = "35"
               OPEN OUTPUT TRAN-FILE
           END-IF
           OPEN EXTEND ACH-ENTRY-FILE
           IF WS-ACE-STATUS = "35"
               OPEN OUTPUT ACH-ENTRY-FILE
           END-IF
           MOVE ZERO TO WS-BATCH-SEQ
           PERFORM UNTIL ACH-EOF
               READ ACH-FILE
                   AT END
                       SET ACH-EOF TO TRUE
                   NOT AT END
                       IF NAC-BATCH-HEADER-REC
                           ADD 1 TO WS-BATCH-SEQ
                           MOVE NACHA-REC TO WS-BATCH-HEADER
                       END-IF
                       IF NAC-ENTRY-REC
                               AND WS-BS-OK (WS-BATCH-SEQ) = "Y"
                           PERFORM 3100-MAP-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACH-FILE
           CLOSE TRAN-FILE
           CLOSE ACH-ENTRY-FILE.

       3100-MAP-ONE-ENTRY.
           EVALUATE TRUE
               WHEN NAC-ED-PRENOTE
                   ADD 1 TO WS-PRENOTE-COUNT
               WHEN NAC-ED-CREDIT
                   MOVE "D" TO WS-ACH-TYPE
                   PERFORM 3200-POST-ENTRY
               WHEN NAC-ED-DEBIT
                   MOVE "W" TO WS-ACH-TYPE
                   PERFORM 3200-POST-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-UNHANDLED-COUNT
                   MOVE ZERO TO WS-D-TRANS-NO
                   MOVE ZERO TO WS-D-ACT-NO
                   MOVE "TRANSACTION CODE NOT HANDLED" TO WS-NOTE
                   PERFORM 3600-PRINT-ENTRY
           END-EVALUATE.

      *> An entry whose DFI account number is not a valid ACT-NO
      *> still spends its TRANS-NO -- so the return can be traced
      *> and the number is never reissued -- but goes straight to
      *> the reject file instead of TRAN-FILE.
       3200-POST-ENTRY.
           PERFORM 3250-PARSE-ACCOUNT
           MOVE SPACES TO TRAN-REC
           SET TRANS-BRANCH-SYSTEM TO TRUE
           MOVE WS-ACH-TYPE TO TRANS-TYPE
           MOVE WS-NEXT-TRANS-NO TO TRANS-NO
           MOVE WS-RUN-DATE TO TRANS-DATE
           MOVE NAC-ED-AMOUNT TO TRANS-AMT
           MOVE NAC-ED-AMOUNT TO TRANS-BAL
           MOVE WS-ACH-ACT-NO TO TRANS-ACT-NO
           MOVE ZERO TO REF-TRANS-NO
           MOVE ZERO TO TRANS-LINK-NO
           SET TRANS-ORIGIN-ACH TO TRUE
           MOVE ZERO TO TRANS-CHECK-NO
           IF WS-ACCT-OK
               WRITE TRAN-REC
               PERFORM 3300-REGISTER-ON-XREF
               IF TRANS-TYPE-DEPOSIT
                   ADD 1 TO WS-DEPOSIT-COUNT
                   MOVE "CREDIT TO TRAN-FILE" TO WS-NOTE
               ELSE
                   ADD 1 TO WS-WITHDRAWAL-COUNT
                   MOVE "DEBIT TO TRAN-FILE" TO WS-NOTE
               END-IF
           ELSE
               PERFORM 3400-REJECT-NO-ACCOUNT
               MOVE "NO ACCOUNT -- TO TRANREJ.DAT" TO WS-NOTE
           END-IF
           PERFORM 3500-WRITE-ENTRY-REGISTER
           MOVE TRANS-NO TO WS-D-TRANS-NO
           MOVE WS-ACH-ACT-NO TO WS-D-ACT-NO
           PERFORM 3600-PRINT-ENTRY
           ADD 1 TO WS-NEXT-TRANS-NO.

      *> The DFI account number is left-justified in its 17 bytes;
      *> the digits up to the first space must be the whole of it
      *> and must fit an ACT-NO.
       3250-PARSE-ACCOUNT.
           MOVE "N" TO WS-ACCT-OK-SW
           MOVE ZERO TO WS-ACH-ACT-NO
           MOVE ZERO TO WS-ACH-ACCT-LEN
           INSPECT NAC-ED-DFI-ACCOUNT TALLYING WS-ACH-ACCT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-ACH-ACCT-LEN > ZERO
               IF NAC-ED-DFI-ACCOUNT(1:WS-ACH-ACCT-LEN) NUMERIC
                   MOVE NAC-ED-DFI-ACCOUNT(1:WS-ACH-ACCT-LEN)
                       TO WS-ACH-ACCT-NUM
                   IF WS-ACH-ACCT-NUM > ZERO
                           AND WS-ACH-ACCT-NUM <= 99999
                       SET WS-ACCT-OK TO TRUE
                       MOVE WS-ACH-ACCT-NUM TO WS-ACH-ACT-NO
                   END-IF
               END-IF
           END-IF
           IF WS-ACCT-OK AND WS-ACH-ACCT-LEN < 17
               IF NAC-ED-DFI-ACCOUNT(WS-ACH-ACCT-LEN + 1:) NOT = SPACES
                   MOVE "N" TO WS-ACCT-OK-SW
                   MOVE ZERO TO WS-ACH-ACT-NO
               END-IF
           END-IF.

       3300-REGISTER-ON-XREF.
           IF WS-XRF-OK
               MOVE SPACES TO TRAN-XREF-REC
               MOVE TRANS-NO TO XRF-TRANS-NO
               MOVE TRANS-TYPE TO XRF-TRANS-TYPE
               MOVE TRANS-ACT-NO TO XRF-ACT-NO
               MOVE TRANS-DATE TO XRF-TRANS-DATE
               MOVE TRANS-AMT TO XRF-TRANS-AMT
               MOVE TRANS-BRANCH TO XRF-BRANCH
               MOVE "U" TO XRF-POST-STATUS
               MOVE ZERO TO XRF-HIGH-TRANS-NO
               WRITE TRAN-XREF-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF TRANS-NO > WS-XRF-HIGH
                   MOVE TRANS-NO TO WS-XRF-HIGH
               END-IF
           END-IF.

      *> The TRNEDIT stopped-check path: the reject joins the posting
      *> run's reject history and the spent TRANS-NO is counted into
      *> the cross-reference high-water mark.
       3400-REJECT-NO-ACCOUNT.
           OPEN EXTEND TRAN-REJECT
           IF WS-TRJ-STATUS = "35"
               OPEN OUTPUT TRAN-REJECT
           END-IF
           MOVE SPACES TO TRAN-REJECT-REC
           MOVE TRAN-REC TO TRJ-ORIGINAL-REC
           MOVE "ACCOUNT NOT FOUND ON ACT-FILE" TO TRJ-REJECT-REASON
           MOVE WS-RUN-DATE TO TRJ-REJECT-DATE
           WRITE TRAN-REJECT-REC
           CLOSE TRAN-REJECT
           IF TRANS-NO > WS-XRF-HIGH
               MOVE TRANS-NO TO WS-XRF-HIGH
           END-IF
           ADD 1 TO WS-NO-ACCOUNT-COUNT.

       3500-WRITE-ENTRY-REGISTER.
           MOVE SPACES TO ACH-ENTRY-REC
           MOVE TRANS-NO TO ACE-TRANS-NO
           MOVE WS-RUN-DATE TO ACE-RECV-DATE
           MOVE WS-FILE-HEADER TO ACE-FILE-HEADER
           MOVE WS-BATCH-HEADER TO ACE-BATCH-HEADER
           MOVE NACHA-REC TO ACE-ENTRY-DETAIL
           WRITE ACH-ENTRY-REC.

       3600-PRINT-ENTRY.
           MOVE NAC-ED-TRAN-CODE TO WS-D-CODE
           IF NAC-ED-AMOUNT NUMERIC
               MOVE NAC-ED-AMOUNT TO WS-D-AMT
           ELSE
               MOVE ZERO TO WS-D-AMT
           END-IF
           MOVE NAC-ED-INDIV-NAME TO WS-D-NAME
           MOVE NAC-ED-TRACE-NO TO WS-D-TRACE
           MOVE WS-NOTE TO WS-D-NOTE
           MOVE WS-DETAIL-LINE TO INTAKE-LINE
           WRITE INTAKE-LINE.

       8000-CLOSE-XREF.
           IF WS-XRF-OK
               MOVE ZERO TO XRF-TRANS-NO
               READ TRAN-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-XRF-HIGH TO XRF-HIGH-TRANS-NO
                       REWRITE TRAN-XREF-REC
               END-READ
               CLOSE TRAN-XREF
           END-IF.

       9000-WRAP-UP.
           MOVE WS-BLANK-LINE TO INTAKE-LINE
           WRITE INTAKE-LINE
           MOVE WS-REC-COUNT TO WS-S-REC-COUNT
           MOVE WS-SUMMARY-LINE-1 TO INTAKE-LINE
           WRITE INTAKE-LINE
           MOVE WS-BATCH-COUNT TO WS-S-BATCH-COUNT
           MOVE WS-SUMMARY-LINE-2 TO INTAKE-LINE
           WRITE INTAKE-LINE
           MOVE WS-BATCH-FAIL-COUNT TO WS-S-BATCH-FAIL-COUNT
           MOVE WS-SUMMARY-LINE-3 TO INTAKE-LINE
           WRITE INTAKE-LINE
           MOVE WS-BATCH-HELD-COUNT TO WS-S-BATCH-HELD-COUNT
           MOVE WS-SUMMARY-LINE-4 TO INTAKE-LINE
           WRITE INTAKE-LINE
           MOVE WS-DEPOSIT-COUNT TO WS-S-DEPOSIT-COUNT
           MOVE WS-SUMMARY-LINE-5 TO INTAKE-LINE
           WRITE INTAKE-LINE
           MOVE WS-WITHDRAWAL-COUNT TO WS-S-WITHDRAWAL-COUNT
           MOVE WS-SUMMARY-LINE-6 TO INTAKE-LINE
           WRITE INTAKE-LINE
           MOVE WS-NO-ACCOUNT-COUNT TO WS-S-NO-ACCOUNT-COUNT
           MOVE WS-SUMMARY-LINE-7 TO INTAKE-LINE
           WRITE INTAKE-LINE
           MOVE WS-PRENOTE-COUNT TO WS-S-PRENOTE-COUNT
           MOVE WS-SUMMARY-LINE-8 TO INTAKE-LINE
           WRITE INTAKE-LINE
           MOVE WS-UNHANDLED-COUNT TO WS-S-UNHANDLED-COUNT
           MOVE WS-SUMMARY-LINE-9 TO INTAKE-LINE
           WRITE INTAKE-LINE
           CLOSE INTAKE-RPT
           DISPLAY "ACHIN: ACH RECORDS READ : " WS-REC-COUNT
           DISPLAY "ACHIN: BATCHES READ     : " WS-BATCH-COUNT
           DISPLAY "ACHIN: BATCHES FAILED WHOLE: " WS-BATCH-FAIL-COUNT
           IF WS-ACH-PRESENT AND NOT WS-FILE-OK
               DISPLAY "ACHIN: FILE NOT TAKEN IN: " WS-FILE-FAIL-REASON
           END-IF
           DISPLAY "ACHIN: CREDITS POSTED   : " WS-DEPOSIT-COUNT
           DISPLAY "ACHIN: DEBITS POSTED    : " WS-WITHDRAWAL-COUNT
           DISPLAY "ACHIN: NO ACCOUNT       : " WS-NO-ACCOUNT-COUNT.
