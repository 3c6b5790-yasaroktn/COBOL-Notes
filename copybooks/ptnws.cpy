      *> Working storage for the partner list paragraphs in
      *> ptnpro.cpy - PARTNERS.DAT held for the run, since every
      *> user walks or searches it more than once.
       01  PARTNER-WORK-AREA.
           05  WS-PT-STATUS        PIC X(2).
           05  WS-PT-EOF-SW        PIC X.
           05  WS-PTN-COUNT        PIC 9(2).
           05  WS-PTN-IX           PIC 9(2).
           05  WS-PT-IX-WORK       PIC 9(2).
           05  WS-PTN-PROBE        PIC X(4).
           05  WS-PTN-ENTRY OCCURS 20.
               10  WS-PTN-CODE     PIC X(4).
               10  WS-PTN-FEED     PIC X(20).
               10  WS-PTN-ACK      PIC X(20).
               10  WS-PTN-NAME     PIC X(30).
