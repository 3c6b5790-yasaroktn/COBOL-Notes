      *> Working storage for the authority check in authpro.cpy.
      *> The caller sets WS-AUTH-NEED ("S" supervisor or "A"
      *> administrator) and reads WS-AUTH-OK-SW back.
       01  AUTH-WORK-AREA.
           05  WS-AUTH-NEED        PIC X.
           05  WS-AUTH-ROLE        PIC X.
           05  WS-AUTH-OK-SW       PIC X.
           05  WS-AUTH-EOF-SW      PIC X.
