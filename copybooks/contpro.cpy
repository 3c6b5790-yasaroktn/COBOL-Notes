      *> Shared usable-contact paragraph over the work area in
      *> contws.cpy. Included at the end of the PROCEDURE
      *> DIVISION of every program that hands contact details to
      *> anyone outside the office (exports, outreach lists,
      *> letters), so the rules for leaving a contact out live in
      *> one place.
       SET-USABLE-CONTACTS-PARA.
      *> Copies each contact from CUSTMAST-RECORD unless the
      *> returned-mail post has flagged it undeliverable; a
      *> flagged contact comes back as spaces, exactly as if the
      *> registrant had never given it. A channel withdrawn or
      *> refused ("N") is dropped the same way, and under
      *> WS-USE-OPT-IN-SW "Y" so is one never consented to.
      *> WS-USE-COUNT is how many survive.
           MOVE SPACES TO WS-USE-ADDR.
           MOVE SPACES TO WS-USE-PHONE.
           MOVE SPACES TO WS-USE-EMAIL.
           MOVE 0 TO WS-USE-COUNT.
           IF CM-ADDR NOT = SPACES AND CM-ADDR-UNDELIV = SPACES
              AND CM-ADDR-CONSENT NOT = "N"
              AND (WS-USE-OPT-IN-SW NOT = "Y" OR
                   CM-ADDR-CONSENT = "Y")
               MOVE CM-ADDR TO WS-USE-ADDR
               ADD 1 TO WS-USE-COUNT
           END-IF.
           IF CM-PHONE NOT = SPACES AND CM-PHONE-UNDELIV = SPACES
              AND CM-PHONE-CONSENT NOT = "N"
              AND (WS-USE-OPT-IN-SW NOT = "Y" OR
                   CM-PHONE-CONSENT = "Y")
               MOVE CM-PHONE TO WS-USE-PHONE
               ADD 1 TO WS-USE-COUNT
           END-IF.
           IF CM-EMAIL NOT = SPACES AND CM-EMAIL-UNDELIV = SPACES
              AND CM-EMAIL-CONSENT NOT = "N"
              AND (WS-USE-OPT-IN-SW NOT = "Y" OR
                   CM-EMAIL-CONSENT = "Y")
               MOVE CM-EMAIL TO WS-USE-EMAIL
               ADD 1 TO WS-USE-COUNT
           END-IF.
