      *> file and nothing stopped a broken transaction from being
      *> forgotten forever. This report lists every reject still open
      *> (TRJ-DISPOSITION space -- TRJRESUB.COB sets "R" when a reject
      *> is repaired and resubmitted, ACHRET.COB sets "A" when an ACH
      *> item is returned to its originator, and records written
      *> before the disposition field existed read back as spaces,
      *> i.e. open),
      *> with its reject date, days outstanding aged the same
      *> INTEGER-OF-DATE way DORMRPT ages accounts, the reason, and the
      *> key fields of the original transaction. A per-reason count
                       SET TRJ-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRJ-COUNT
                       IF TRJ-DISPOSITIONED
                           ADD 1 TO WS-CLOSED-COUNT
                       ELSE
                           ADD 1 TO WS-OPEN-COUNT
