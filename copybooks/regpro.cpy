      *> PROCEDURE DIVISION of every program that assigns a new
      *> registration number; the including program must SELECT
      *> REGCTL-FILE (line sequential, status WS-RG-STATUS) with
      *> regctl.cpy under its FD. WRITE-NEW-MASTER-PARA also needs
      *> CUSTMAST-FILE open I-O with status WS-CM-STATUS.
       GET-NEXT-REG-PARA.
      *> Draw the next permanent registration number: read the
      *> highest number assigned so far, add one, and write the
           OPEN OUTPUT REGCTL-FILE.
           WRITE REGCTL-RECORD.
           CLOSE REGCTL-FILE.

       WRITE-NEW-MASTER-PARA.
      *> Number and write the new CUSTMAST-RECORD the caller has
      *> built (everything but CM-REG-NUM). Status 22 means the
      *> number drawn is already on the master - REGCTL.DAT was
      *> restored behind it - so that number is passed over and
      *> the next one drawn, leaving the control record past the
      *> highest number on file. Any other failure comes back
      *> with WS-RG-WRITTEN-SW "N" for the caller to end the run.
           MOVE "N" TO WS-RG-WRITTEN-SW.
           MOVE "N" TO WS-RG-DONE-SW.
           PERFORM UNTIL WS-RG-DONE-SW = "Y"
               PERFORM GET-NEXT-REG-PARA
               MOVE WS-REG-NUM TO CM-REG-NUM
               WRITE CUSTMAST-RECORD
                   INVALID KEY
                       IF WS-CM-STATUS = "22"
                           DISPLAY "Registration number " WS-REG-NUM
                               " is already on CUSTMAST.DAT - "
                               "REGCTL.DAT was behind the master; "
                               "drawing the next number."
                       ELSE
                           MOVE "Y" TO WS-RG-DONE-SW
                       END-IF
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RG-WRITTEN-SW
                       MOVE "Y" TO WS-RG-DONE-SW
               END-WRITE
           END-PERFORM.
