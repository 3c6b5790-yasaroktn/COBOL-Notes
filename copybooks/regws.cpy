       01  REG-WORK-AREA.
           05  WS-RG-STATUS        PIC X(2).
           05  WS-REG-NUM          PIC 9(8).
           05  WS-RG-WRITTEN-SW    PIC X.
           05  WS-RG-DONE-SW       PIC X.
