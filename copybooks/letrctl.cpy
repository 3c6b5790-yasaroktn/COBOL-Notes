      *> Letter-run control record (LETRCTL.DAT) - one record,
      *> rewritten by confltr at the end of every run that prints.
      *> LC-LAST-AUDIT-TS is the AU-TIMESTAMP (date and time to the
      *> hundredth) of the newest WRITTEN audit entry the run
      *> lettered; the next run picks up only entries after it,
      *> so a rerun never prints the same letter twice.
       01  LETRCTL-RECORD.
           05  LC-LAST-AUDIT-TS    PIC X(16).
           05  LC-RUN-DATE         PIC X(8).
           05  LC-LETTER-COUNT     PIC 9(6).
           05  LC-PHONE-COUNT      PIC 9(6).
