           05  WS-D-COUNT-2                   PIC Z(8)9.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-COUNT-3                   PIC Z(8)9.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  WS-D-NOTE                      PIC X(12).

       01  WS-INCOMPLETE-LINE.
           05  WS-I-PROGRAM                   PIC X(8).
               CLOSE RUN-CONTROL
           END-IF.

      *> INTAUDIT's END carries its HIGH and MEDIUM break count in
      *> COUNT-2; the night's clean or dirty verdict is spelled out
      *> beside it so the reader does not have to know that. Clean
      *> means nothing needs action: LOW breaks (released or expired
      *> orphan holds, missing bad snapshots) are on INTAUDIT.PRT
      *> but are not in the count.
       2100-PRINT-ONE-ENTRY.
           ADD 1 TO WS-TODAY-COUNT
           ADD 1 TO WS-RUN-ENTRY-COUNT
           MOVE RC-COUNT-1 TO WS-D-COUNT-1
           MOVE RC-COUNT-2 TO WS-D-COUNT-2
           MOVE RC-COUNT-3 TO WS-D-COUNT-3
           MOVE SPACES TO WS-D-NOTE
           IF RC-PROGRAM = "INTAUDIT" AND RC-EVENT = "END"
               IF RC-COUNT-2 = ZERO
                   MOVE "AUDIT CLEAN" TO WS-D-NOTE
               ELSE
                   MOVE "AUDIT DIRTY" TO WS-D-NOTE
               END-IF
           END-IF
           MOVE WS-DETAIL-LINE TO OPS-LINE
           WRITE OPS-LINE.

