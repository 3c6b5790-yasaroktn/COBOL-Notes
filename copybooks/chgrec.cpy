      *> per REWRITE of a CUSTMAST-RECORD, carrying the full
      *> before and after images so a dispute over what a record
      *> said before an operator changed it can be settled from
      *> the file. Keyed by the permanent registration number,
      *> the master's prime key.
      *> Appended in timestamp order; the chgrpt inquiry relies
      *> on that to show one record's history in date order.
       01  CHANGE-HIST-RECORD.
           05  CH-OPERATOR         PIC X(10).
           05  CH-REG-NUM          PIC 9(8).
           05  CH-ACTION           PIC X(12).
           05  CH-BEFORE-IMAGE     PIC X(256).
           05  CH-AFTER-IMAGE      PIC X(256).
