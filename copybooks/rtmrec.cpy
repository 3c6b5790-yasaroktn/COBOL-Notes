      *> Returned-mail transaction record (RETMAIL.DAT) - one line
      *> per contact reported undeliverable: a letter returned
      *> from the mailing address, a phone number that no longer
      *> connects, an email that bounced. Keyed by registration
      *> number and channel; RM-DATE is when it came back (blank
      *> means the day it is posted). Posted against the master
      *> by retpost and emptied once posted.
       01  RETMAIL-RECORD.
           05  RM-REG-NUM          PIC X(8).
      *> "M" mailing address, "P" phone, "E" email.
           05  RM-CHANNEL          PIC X.
           05  RM-DATE             PIC X(8).
