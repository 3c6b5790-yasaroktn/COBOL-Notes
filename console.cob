      *> maintenance, reporting and exception-review functions.
      *> The signed-on id travels to each function through the
      *> EXTERNAL item in signon.cpy, so AUDIT.DAT carries one
      *> consistent operator id for the whole session. The
      *> operator's role decides which menu items are shown and
      *> accepted: clerks get the registration and reporting
      *> functions, supervisors add the master file utilities,
      *> and administrators add operator maintenance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-ID-INPUT PIC X(10).
       01 WS-OP-FOUND-SW PIC X.
       01 WS-OP-NAME-FOUND PIC X(30).
       01 WS-OP-ROLE-FOUND PIC X.
       01 WS-CHOICE PIC X.
       01 WS-ALLOWED-SW PIC X.
       01 WS-SUPER-SW PIC X VALUE "N".
       01 WS-ADMIN-SW PIC X VALUE "N".
       01 WS-ANSWER PIC X.
       01 WS-DONE-SW PIC X VALUE "N".
       COPY "lockws.cpy".
       COPY "signon.cpy".
      *> functions on the menu ride it instead of taking their
      *> own, and batchin refuses to start until sign-off. A
      *> sign-on during the batch window is turned away here
      *> rather than letting a correction land in the middle of
      *> the batch's run.
           MOVE "CONSOLE" TO WS-LK-TYPE.
           MOVE SIGNON-OPERATOR-ID TO WS-LK-HOLDER.
           PERFORM ACQUIRE-MASTER-LOCK-PARA.
           IF WS-LK-OK-SW NOT = "Y" AND WS-SUPER-SW = "Y"
               PERFORM OFFER-LOCK-CLEAR-PARA
           END-IF.
           IF WS-LK-OK-SW NOT = "Y"
               IF LK-TYPE = "BATCH"
                   DISPLAY "The batch window is open (batch intake "
                   DISPLAY "The master is in use by " LK-HOLDER
                       " since " LK-TIMESTAMP(1:8) " "
                       LK-TIMESTAMP(9:6) ". Console closed. (A "
                       "stuck lock is cleared by a supervisor at "
                       "sign-on.)"
               END-IF
               MOVE SPACES TO SIGNON-OPERATOR-ID
               MOVE SPACE TO SIGNON-OPERATOR-ROLE
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-LK-OWNED-SW.
           END-PERFORM.
           PERFORM RELEASE-MASTER-LOCK-PARA.
           MOVE SPACES TO SIGNON-OPERATOR-ID.
           MOVE SPACE TO SIGNON-OPERATOR-ROLE.
           DISPLAY "Signed off.".
           STOP RUN.

               PERFORM FIND-OPERATOR-PARA
               IF WS-OP-FOUND-SW = "Y"
                   MOVE WS-ID-INPUT TO SIGNON-OPERATOR-ID
                   PERFORM SET-ROLE-PARA
                   MOVE "Y" TO WS-SIGNON-OK-SW
               ELSE
                   DISPLAY WS-ID-INPUT
                       IF OP-ID = WS-ID-INPUT AND OP-ACTIVE NOT = "N"
                           MOVE "Y" TO WS-OP-FOUND-SW
                           MOVE OP-NAME TO WS-OP-NAME-FOUND
                           MOVE OP-ROLE TO WS-OP-ROLE-FOUND
                           MOVE "Y" TO WS-EOF-SWITCH
                       END-IF
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

       SET-ROLE-PARA.
      *> A blank role (operator lines keyed before roles existed)
      *> and anything unrecognised sign on as a clerk.
           EVALUATE WS-OP-ROLE-FOUND
               WHEN "A"
                   MOVE "A" TO SIGNON-OPERATOR-ROLE
                   MOVE "Y" TO WS-SUPER-SW
                   MOVE "Y" TO WS-ADMIN-SW
               WHEN "S"
                   MOVE "S" TO SIGNON-OPERATOR-ROLE
                   MOVE "Y" TO WS-SUPER-SW
               WHEN OTHER
                   MOVE "C" TO SIGNON-OPERATOR-ROLE
           END-EVALUATE.

       OFFER-LOCK-CLEAR-PARA.
      *> A supervisor turned away by a lock can run the override
      *> straight from sign-on instead of the command line; the
      *> clear is audited under the signed-on id, and the lock is
      *> then tried once more.
           IF LK-TYPE = "BATCH"
               DISPLAY "The master is locked by the batch intake "
                   "since " LK-TIMESTAMP(1:8) " " LK-TIMESTAMP(9:6)
                   "."
           ELSE
               DISPLAY "The master is in use by " LK-HOLDER
                   " since " LK-TIMESTAMP(1:8) " "
                   LK-TIMESTAMP(9:6) "."
           END-IF.
           DISPLAY "Run the stuck-lock override? (Y/N) :".
           ACCEPT WS-ANSWER.
           IF FUNCTION UPPER-CASE(WS-ANSWER) NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           CALL "lockclr".
           CANCEL "lockclr".
           MOVE 0 TO RETURN-CODE.
           PERFORM ACQUIRE-MASTER-LOCK-PARA.

       MENU-PARA.
           DISPLAY " ".
           DISPLAY "---------- REGISTRATION CONSOLE ----------".
           DISPLAY "  7  Review exceptions".
           DISPLAY "  8  Change history inquiry".
           DISPLAY "  9  Age bracket transition report".
           DISPLAY "  U  Undeliverable contact worklist".
           DISPLAY "  C  Contact consent summary".
           IF WS-SUPER-SW = "Y"
               DISPLAY "  A  Anonymize expired archive entries"
               DISPLAY "  I  Registration inquiry (all files)"
               DISPLAY "  M  Merge duplicate registrations"
               DISPLAY "  P  Purge inactive records"
               DISPLAY "  R  Roll back to a master snapshot"
               DISPLAY "  S  Morning operations summary"
               DISPLAY "  V  Verify master file integrity"
           END-IF.
           IF WS-ADMIN-SW = "Y"
               DISPLAY "  O  Operator maintenance"
           END-IF.
           DISPLAY "  X  Sign off".
           DISPLAY "Choice :".
           ACCEPT WS-CHOICE.
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE.
           PERFORM CHECK-CHOICE-PARA.
           IF WS-ALLOWED-SW NOT = "Y"
               DISPLAY "Please choose one of the listed options."
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-CHOICE
               WHEN "1"
                   CALL "hello"
                   CANCEL "hello"
               WHEN "9"
                   CALL "brktrn"
                   CANCEL "brktrn"
               WHEN "U"
                   CALL "undlist"
                   CANCEL "undlist"
               WHEN "C"
                   CALL "cnsrpt"
                   CANCEL "cnsrpt"
               WHEN "A"
                   CALL "retain"
                   CANCEL "retain"
               WHEN "I"
                   CALL "reginq"
                   CANCEL "reginq"
               WHEN "M"
                   CALL "mergef"
                   CANCEL "mergef"
               WHEN "P"
                   CALL "purge"
                   CANCEL "purge"
               WHEN "R"
                   CALL "restore"
                   CANCEL "restore"
               WHEN "S"
                   CALL "opssum"
                   CANCEL "opssum"
               WHEN "V"
                   CALL "mastver"
                   CANCEL "mastver"
               WHEN "O"
                   CALL "opmaint"
                   CANCEL "opmaint"
               WHEN "X"
                   MOVE "Y" TO WS-DONE-SW
           END-EVALUATE.

       CHECK-CHOICE-PARA.
      *> Only what the menu showed this role is accepted - typing
      *> a hidden letter gets the same answer as a typo.
           MOVE "N" TO WS-ALLOWED-SW.
           EVALUATE TRUE
               WHEN WS-CHOICE = "1" OR "2" OR "3" OR "4" OR "5" OR
                    "6" OR "7" OR "8" OR "9" OR "U" OR "C" OR "X"
                   MOVE "Y" TO WS-ALLOWED-SW
               WHEN (WS-CHOICE = "A" OR "I" OR "M" OR "P" OR "R" OR
                     "S" OR "V")
                    AND WS-SUPER-SW = "Y"
                   MOVE "Y" TO WS-ALLOWED-SW
               WHEN WS-CHOICE = "O" AND WS-ADMIN-SW = "Y"
                   MOVE "Y" TO WS-ALLOWED-SW
           END-EVALUATE.

       COPY "lockpro.cpy".
