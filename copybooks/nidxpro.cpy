      *> Shared name index paragraph over the work area declared
      *> in nidxws.cpy. Included at the end of the PROCEDURE
      *> DIVISION of every program that checks a name against the
      *> master; CUSTMAST-FILE must already be open INPUT or I-O.
       PROBE-NAMEIDX-PARA.
      *> Probe the CM-NAME alternate key for WS-NX-PROBE-NAME.
      *> Comes back with WS-NX-FOUND-SW "Y" and the record's
      *> registration number in WS-NX-MATCH-REG when an ACTIVE
      *> record carries the name; inactive records do not block a
      *> re-registration. The probe reads through CUSTMAST-RECORD,
      *> so a caller building a new record does it after this.
           MOVE "N" TO WS-NX-FOUND-SW.
           MOVE 0 TO WS-NX-MATCH-REG.
           MOVE "N" TO WS-NX-DONE-SW.
           MOVE WS-NX-PROBE-NAME TO CM-NAME.
           START CUSTMAST-FILE KEY IS EQUAL TO CM-NAME
               INVALID KEY MOVE "Y" TO WS-NX-DONE-SW
           END-START.
           PERFORM UNTIL WS-NX-DONE-SW = "Y"
               READ CUSTMAST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-NX-DONE-SW
                   NOT AT END
                       IF CM-NAME NOT = WS-NX-PROBE-NAME
                           MOVE "Y" TO WS-NX-DONE-SW
                       ELSE
                           IF CM-STATUS NOT = "I"
                               MOVE "Y" TO WS-NX-FOUND-SW
                               MOVE CM-REG-NUM TO WS-NX-MATCH-REG
                               MOVE "Y" TO WS-NX-DONE-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
