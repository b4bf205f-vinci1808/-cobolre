      *> code, unknown code, or a shop with no product master), so
      *> every account opened before products existed accrues exactly
      *> as before.
      *>
      *> The one exception is a term-deposit product (PRD-TYPE "T"):
      *> a certificate earns the rate locked when it was issued or
      *> last renewed, which ACCTOPEN and TRMMAT keep in ACT-INT-RATE,
      *> so a later change to the product rate reaches it only at its
      *> next renewal.
      *> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.
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
                               TO WS-PM-CODE (WS-PROD-COUNT)
                           MOVE PRD-INT-RATE
                               TO WS-PM-INT-RATE (WS-PROD-COUNT)
                           MOVE PRD-TYPE
                               TO WS-PM-TYPE (WS-PROD-COUNT)
                       END-IF
               END-READ
           END-PERFORM

      *> The effective rate is the product's when ACT-PROD-CODE
      *> resolves to a product row, the legacy per-account rate when
      *> it does not or when the product is a term deposit, whose
      *> locked rate lives in ACT-INT-RATE (see header).
       3120-COMPUTE-INTEREST.
           PERFORM 3130-RESOLVE-EFFECTIVE-RATE
           MOVE ZERO TO WS-INTEREST-AMT
                       UNTIL WS-PM-IX > WS-PROD-COUNT
                   IF WS-PM-CODE (WS-PM-IX) =
                           ACT-PROD-CODE IN ACT-REC
                       IF WS-PM-TYPE (WS-PM-IX) NOT = "T"
                           MOVE WS-PM-INT-RATE (WS-PM-IX)
                               TO WS-EFF-INT-RATE
                       END-IF
                       SET WS-PM-IX TO WS-PROD-COUNT
                   END-IF
               END-PERFORM

       3200-WRITE-INTEREST-TRANSACTION.
           MOVE SPACES TO TRAN-REC
           SET TRANS-BRANCH-SYSTEM TO TRUE
           MOVE WS-NEXT-TRANS-NO TO TRANS-NO
           MOVE WS-RUN-DATE TO TRANS-DATE
           MOVE WS-INTEREST-AMT TO TRANS-AMT
               MOVE TRANS-ACT-NO TO XRF-ACT-NO
               MOVE TRANS-DATE TO XRF-TRANS-DATE
               MOVE TRANS-AMT TO XRF-TRANS-AMT
               MOVE TRANS-BRANCH TO XRF-BRANCH
               MOVE "U" TO XRF-POST-STATUS
               MOVE ZERO TO XRF-HIGH-TRANS-NO
               WRITE TRAN-XREF-REC
