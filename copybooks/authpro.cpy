      *> Shared authority paragraph over the work area in
      *> authws.cpy. Included at the end of the PROCEDURE
      *> DIVISION of every supervisor or administrator function;
      *> the including program must SELECT OPERATOR-FILE (line
      *> sequential, status WS-OP-STATUS) with oprec.cpy under its
      *> FD, COPY signon.cpy, and have WS-OPERATOR-ID filled.
       CHECK-AUTHORITY-PARA.
      *> Under the console the role came with the sign-on; run
      *> standalone the keyed operator id must be an active
      *> OPERATOR.DAT entry holding the role, so the command line
      *> is no longer a way round the console's menu.
           MOVE "N" TO WS-AUTH-OK-SW.
           MOVE SPACE TO WS-AUTH-ROLE.
           IF SIGNON-OPERATOR-ID NOT = SPACES AND
              SIGNON-OPERATOR-ID NOT = LOW-VALUE
               MOVE SIGNON-OPERATOR-ROLE TO WS-AUTH-ROLE
           ELSE
               PERFORM READ-OPERATOR-ROLE-PARA
           END-IF.
           EVALUATE TRUE
               WHEN WS-AUTH-ROLE = "A"
                   MOVE "Y" TO WS-AUTH-OK-SW
               WHEN WS-AUTH-ROLE = "S" AND WS-AUTH-NEED = "S"
                   MOVE "Y" TO WS-AUTH-OK-SW
           END-EVALUATE.

       READ-OPERATOR-ROLE-PARA.
           MOVE "N" TO WS-AUTH-EOF-SW.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-AUTH-EOF-SW = "Y"
               READ OPERATOR-FILE
                   AT END MOVE "Y" TO WS-AUTH-EOF-SW
                   NOT AT END
                       IF OP-ID = WS-OPERATOR-ID AND
                          OP-ACTIVE NOT = "N"
                           MOVE OP-ROLE TO WS-AUTH-ROLE
                           MOVE "Y" TO WS-AUTH-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.
