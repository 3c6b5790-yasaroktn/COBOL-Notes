           05  TR-ADDR             PIC X(40).
           05  TR-PHONE            PIC X(12).
           05  TR-EMAIL            PIC X(30).
      *> Contact consent per channel ("Y", "N" or space for not
      *> asked) - further optional feed columns, appended the same
      *> way so older transaction files read back as spaces.
           05  TR-ADDR-CONSENT     PIC X.
           05  TR-PHONE-CONSENT    PIC X.
           05  TR-EMAIL-CONSENT    PIC X.
