      *> Retention control record (RETNCTL.DAT) - one record,
      *> rewritten by the retention job at the end of every run.
      *> RT-RETAIN-YEARS is the policy period in years after
      *> withdrawal (or write-off) for which personal details may
      *> be kept; it is carried forward from run to run and can be
      *> changed by hand. RT-LAST-GEN is the audit archive period
      *> (the newest AC-YYYYMM on AUDARCH.DAT) the last run covered,
      *> so the job is run once per archive generation.
       01  RETNCTL-RECORD.
           05  RT-RETAIN-YEARS     PIC 9(2).
           05  RT-LAST-GEN         PIC 9(6).
           05  RT-RUN-DATE         PIC X(8).
           05  RT-CUTOFF-DATE      PIC X(8).
