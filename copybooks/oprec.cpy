      *> authorized operator. Sign-on through the console is
      *> validated against this file so the audit trail stops
      *> collecting free-text ids. OP-ACTIVE "N" locks an id out
      *> without losing its history. Maintained through the
      *> opmaint console function; every change is audited.
       01  OPERATOR-RECORD.
           05  OP-ID               PIC X(10).
           05  OP-NAME             PIC X(30).
           05  OP-ACTIVE           PIC X.
      *> Authority on the console. SPACE on lines written before
      *> the field existed reads as a clerk; the first
      *> administrator is keyed onto the file by hand.
           05  OP-ROLE             PIC X.
