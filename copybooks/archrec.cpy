      *> Customer archive record (CUSTARCH.DAT) - retention copy
      *> of each physically purged master record, stamped with
      *> the purge date so the archive can answer "when did this
      *> person leave the master file". Appended by purge; read
      *> by the registration inquiry. Once AR-PURGE-DATE is past
      *> the retention period the retention job masks AR-NAME
      *> (all asterisks) and blanks the contact fields, keeping
      *> the number and dates.
       01  ARCHIVE-RECORD.
           05  AR-NAME             PIC X(26).
           05  AR-AGE              PIC 9(2).
           05  AR-DOB              PIC 9(8).
           05  AR-DOB-EST          PIC X.
           05  AR-REG-NUM          PIC 9(8).
           05  AR-ADDR             PIC X(40).
           05  AR-PHONE            PIC X(12).
           05  AR-EMAIL            PIC X(30).
           05  AR-PURGE-DATE       PIC X(8).
