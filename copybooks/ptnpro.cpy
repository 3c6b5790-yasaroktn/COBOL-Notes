      *> Shared partner list paragraphs over the work area in
      *> ptnws.cpy. Included at the end of the PROCEDURE DIVISION
      *> of every program that handles the partner feeds; the
      *> including program must SELECT PARTNERS-FILE (line
      *> sequential, status WS-PT-STATUS) with ptnrec.cpy under
      *> its FD.
       LOAD-PARTNERS-PARA.
      *> Without a PARTNERS.DAT the shop is back to its original
      *> single feed: one partner, code PTNR, reading PARTNER.CSV
      *> and acknowledged on PARTNACK.CSV, exactly as before the
      *> list existed.
           MOVE 0 TO WS-PTN-COUNT.
           OPEN INPUT PARTNERS-FILE.
           IF WS-PT-STATUS = "00"
               MOVE "N" TO WS-PT-EOF-SW
               PERFORM UNTIL WS-PT-EOF-SW = "Y"
                   READ PARTNERS-FILE
                       AT END MOVE "Y" TO WS-PT-EOF-SW
                       NOT AT END PERFORM LOAD-ONE-PARTNER-PARA
                   END-READ
               END-PERFORM
               CLOSE PARTNERS-FILE
           END-IF.
           IF WS-PTN-COUNT = 0
               MOVE 1 TO WS-PTN-COUNT
               MOVE "PTNR" TO WS-PTN-CODE(1)
               MOVE "PARTNER.CSV" TO WS-PTN-FEED(1)
               MOVE "PARTNACK.CSV" TO WS-PTN-ACK(1)
               MOVE "REFERRAL PARTNER" TO WS-PTN-NAME(1)
           END-IF.

       LOAD-ONE-PARTNER-PARA.
           IF PT-CODE = SPACES OR WS-PTN-COUNT = 20
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PTN-COUNT.
           MOVE PT-CODE TO WS-PTN-CODE(WS-PTN-COUNT).
           MOVE PT-FEED-FILE TO WS-PTN-FEED(WS-PTN-COUNT).
           MOVE PT-ACK-FILE TO WS-PTN-ACK(WS-PTN-COUNT).
           MOVE PT-NAME TO WS-PTN-NAME(WS-PTN-COUNT).

       FIND-PARTNER-PARA.
      *> WS-PTN-IX comes back pointing at WS-PTN-PROBE's entry,
      *> or zero when the code is not on the list.
           MOVE 0 TO WS-PTN-IX.
           MOVE 1 TO WS-PT-IX-WORK.
           PERFORM UNTIL WS-PT-IX-WORK > WS-PTN-COUNT OR
                         WS-PTN-IX NOT = 0
               IF WS-PTN-CODE(WS-PT-IX-WORK) = WS-PTN-PROBE
                   MOVE WS-PT-IX-WORK TO WS-PTN-IX
               END-IF
               ADD 1 TO WS-PT-IX-WORK
           END-PERFORM.
