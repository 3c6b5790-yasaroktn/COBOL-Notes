           05  EX-ADDR             PIC X(40).
           05  EX-PHONE            PIC X(12).
           05  EX-EMAIL            PIC X(30).
      *> Partner code of the feed a batch duplicate came in on,
      *> appended the same way; spaces for desk registrations.
      *> A resubmit carries it onto the master record.
           05  EX-PARTNER          PIC X(4).
      *> Date the exception was raised, appended the same way so
      *> entries written before it read back as spaces; the
      *> morning summary ages the review queue from it.
           05  EX-DATE             PIC X(8).
      *> Contact consent as given with the rejected registration
      *> and the date it was given, appended the same way; a
      *> resubmit carries them onto the master record.
           05  EX-ADDR-CONSENT     PIC X.
           05  EX-PHONE-CONSENT    PIC X.
           05  EX-EMAIL-CONSENT    PIC X.
           05  EX-CONSENT-DATE     PIC X(8).
