      *> batchin refuses to start while a console session holds
      *> the master and the console refuses sign-on while the
      *> batch window is open, so the two can no longer interleave
      *> updates inside the batch's snapshot window. A lock
      *> left by a program that died is cleared with the lockclr
      *> supervisor override.
       01  MASTLOCK-RECORD.
