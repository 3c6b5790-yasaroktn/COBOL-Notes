           05  AK-STATUS           PIC X(8).
           05  AK-TRANS-SEQ        PIC 9(6).
           05  AK-REASON           PIC X(40).
      *> Partner whose feed the line came from - the entries run
      *> partner by partner, in PARTNERS.DAT order.
           05  AK-PARTNER          PIC X(4).
