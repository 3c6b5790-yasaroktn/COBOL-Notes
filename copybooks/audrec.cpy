      *> Audit trail record - one entry per accepted intake
      *> transaction so a bad AGE or misspelled NAME can be traced
      *> back to the run and operator that entered it.
      *> AU-REG-NUM is the registration the entry is about, zero
      *> where none applies (rejects, skips, operator and lock
      *> entries); entries written before it was added read back
      *> as spaces, so test it NUMERIC before use.
       01  AUDIT-RECORD.
           05  AU-TIMESTAMP        PIC X(21).
           05  AU-OPERATOR         PIC X(10).
                         NAME-GROUP BY AU-NAME.
           05  AU-AGE              PIC 9(2).
           05  AU-RESULT           PIC X(20).
           05  AU-REG-NUM          PIC 9(8).
      *> Partner code on batch intake entries, from the feed
      *> section the transaction came in on; spaces on every
      *> other entry and on entries written before it was added.
           05  AU-PARTNER          PIC X(4).
