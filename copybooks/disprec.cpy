       01  TRANDISP-RECORD.
           05  TD-TRANS-SEQ        PIC 9(6).
           05  TD-RESULT           PIC X(20).
      *> Partner code from the header of the transaction's feed
      *> section; spaces on entries from before partner codes.
           05  TD-PARTNER          PIC X(4).
