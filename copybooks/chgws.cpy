      *> CUSTMAST-RECORD before the record is altered.
       01  CHG-WORK-AREA.
           05  WS-CH-STATUS        PIC X(2).
           05  WS-CH-BEFORE        PIC X(256).
           05  WS-CH-ACTION        PIC X(12).
