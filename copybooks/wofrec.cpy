      *> Write-off record (WRITEOFF.DAT) - an exception the
      *> reviewer closed without registering, kept with the
      *> disposition reason so the decision trail survives after
      *> the entry leaves EXCEPT.DAT. Appended by excrev; read by
      *> the registration inquiry and the retention job.
       01  WRITEOFF-RECORD.
           05  WO-NAME             PIC X(26).
           05  WO-AGE              PIC 9(2).
           05  WO-DOB              PIC 9(8).
           05  WO-DOB-EST          PIC X.
           05  WO-ORIG-REASON      PIC X(30).
           05  WO-DISP-REASON      PIC X(30).
      *> Date of the write-off, the retention job's clock for the
      *> entry. Appended so older lines read back as spaces; the
      *> retention job leaves those alone and counts them.
           05  WO-WRITEOFF-DATE    PIC X(8).
