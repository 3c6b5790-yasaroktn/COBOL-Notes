       IDENTIFICATION DIVISION.
       PROGRAM-ID.  opmaint.
      *> Operator maintenance for the administrator: add an
      *> operator, disable or re-enable one, and change an
      *> operator's role (C clerk, S supervisor, A administrator).
      *> OPERATOR.DAT is read into a table, changed there, and
      *> written back after each change so the file and the audit
      *> trail never disagree; every change lands on AUDIT.DAT
      *> with the administrator's id and the operator changed in
      *> the name field. An administrator cannot disable or
      *> demote their own id, and the last active administrator
      *> cannot be disabled or demoted, so the file can never be
      *> left with nobody able to maintain it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY "oprec.cpy".
       FD  AUDIT-FILE.
       COPY "audrec.cpy".
       WORKING-STORAGE SECTION.
       01 WS-OP-STATUS PIC X(2).
       01 WS-AU-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-AU-RESULT PIC X(20).
       01 WS-EOF-SWITCH PIC X.
       01 WS-DONE-SW PIC X VALUE "N".
       01 WS-CHOICE PIC X.
       01 WS-ANSWER PIC X.
       01 WS-ID-INPUT PIC X(10).
       01 WS-NAME-INPUT PIC X(30).
       01 WS-ROLE-INPUT PIC X.
       01 WS-FOUND-SUB PIC 9(3).
       01 WS-ADMIN-COUNT PIC 9(3).
      *> The whole operator file, held so a change can be made in
      *> place and the file rewritten from the table.
       01 WS-OPERATOR-TABLE.
           05 WS-OT-COUNT PIC 9(3) VALUE 0.
           05 WS-OT-SUB PIC 9(3).
           05 WS-OT-ENTRY OCCURS 500.
               10 WS-OT-ID PIC X(10).
               10 WS-OT-NAME PIC X(30).
               10 WS-OT-ACTIVE PIC X.
               10 WS-OT-ROLE PIC X.
       01 LIST-LINE.
           05 LL-ID PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LL-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LL-ROLE PIC X(14).
           05 LL-ACTIVE PIC X(8).
       COPY "authws.cpy".
       COPY "signon.cpy".
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-OPERATOR-PARA.
           MOVE "A" TO WS-AUTH-NEED.
           PERFORM CHECK-AUTHORITY-PARA.
           IF WS-AUTH-OK-SW NOT = "Y"
               DISPLAY WS-OPERATOR-ID " is not an active "
                   "administrator - operator maintenance refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-OPERATORS-PARA.
           PERFORM UNTIL WS-DONE-SW = "Y"
               PERFORM OPMENU-PARA
           END-PERFORM.
           GOBACK.

       GET-OPERATOR-PARA.
      *> Under the console the operator signed on once and the id
      *> arrives through signon.cpy; standalone the item is empty
      *> (spaces or low-values) and the id is prompted for,
      *> folded to upper case to keep AUDIT.DAT consistent.
           IF SIGNON-OPERATOR-ID = SPACES OR
              SIGNON-OPERATOR-ID = LOW-VALUE
               DISPLAY "Enter operator ID :"
               ACCEPT WS-OPERATOR-ID
               MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
                   TO WS-OPERATOR-ID
           ELSE
               MOVE SIGNON-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF.

       LOAD-OPERATORS-PARA.
           MOVE 0 TO WS-OT-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OP-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ OPERATOR-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-OT-COUNT = 500
      *> The file is rewritten from the table, so an entry past
      *> the end would be lost on the first change.
                           DISPLAY "OPERATOR.DAT holds more than 500 "
                               "operators - raise the operator table "
                               "before running."
                           CLOSE OPERATOR-FILE
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-OT-COUNT
                       MOVE OP-ID TO WS-OT-ID(WS-OT-COUNT)
                       MOVE OP-NAME TO WS-OT-NAME(WS-OT-COUNT)
                       MOVE OP-ACTIVE TO WS-OT-ACTIVE(WS-OT-COUNT)
                       MOVE OP-ROLE TO WS-OT-ROLE(WS-OT-COUNT)
               END-READ
           END-PERFORM.
           IF WS-OP-STATUS = "00" OR WS-OP-STATUS = "10"
               CLOSE OPERATOR-FILE
           END-IF.

       SAVE-OPERATORS-PARA.
           OPEN OUTPUT OPERATOR-FILE.
           MOVE 0 TO WS-OT-SUB.
           PERFORM UNTIL WS-OT-SUB = WS-OT-COUNT
               ADD 1 TO WS-OT-SUB
               MOVE WS-OT-ID(WS-OT-SUB) TO OP-ID
               MOVE WS-OT-NAME(WS-OT-SUB) TO OP-NAME
               MOVE WS-OT-ACTIVE(WS-OT-SUB) TO OP-ACTIVE
               MOVE WS-OT-ROLE(WS-OT-SUB) TO OP-ROLE
               WRITE OPERATOR-RECORD
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       OPMENU-PARA.
           DISPLAY " ".
           DISPLAY "---------- OPERATOR MAINTENANCE ----------".
           DISPLAY "  L  List operators".
           DISPLAY "  A  Add an operator".
           DISPLAY "  D  Disable an operator".
           DISPLAY "  E  Re-enable an operator".
           DISPLAY "  R  Change an operator's role".
           DISPLAY "  X  Return".
           DISPLAY "Choice :".
           ACCEPT WS-CHOICE.
           EVALUATE FUNCTION UPPER-CASE(WS-CHOICE)
               WHEN "L"
                   PERFORM LIST-OPERATORS-PARA
               WHEN "A"
                   PERFORM ADD-OPERATOR-PARA
               WHEN "D"
                   PERFORM DISABLE-OPERATOR-PARA
               WHEN "E"
                   PERFORM ENABLE-OPERATOR-PARA
               WHEN "R"
                   PERFORM CHANGE-ROLE-PARA
               WHEN "X"
                   MOVE "Y" TO WS-DONE-SW
               WHEN OTHER
                   DISPLAY "Please choose one of the listed options."
           END-EVALUATE.

       LIST-OPERATORS-PARA.
           IF WS-OT-COUNT = 0
               DISPLAY "OPERATOR.DAT holds no operators."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-OT-SUB.
           PERFORM UNTIL WS-OT-SUB = WS-OT-COUNT
               ADD 1 TO WS-OT-SUB
               MOVE WS-OT-ID(WS-OT-SUB) TO LL-ID
               MOVE WS-OT-NAME(WS-OT-SUB) TO LL-NAME
               EVALUATE WS-OT-ROLE(WS-OT-SUB)
                   WHEN "A"
                       MOVE "ADMINISTRATOR" TO LL-ROLE
                   WHEN "S"
                       MOVE "SUPERVISOR" TO LL-ROLE
                   WHEN OTHER
                       MOVE "CLERK" TO LL-ROLE
               END-EVALUATE
               IF WS-OT-ACTIVE(WS-OT-SUB) = "N"
                   MOVE "DISABLED" TO LL-ACTIVE
               ELSE
                   MOVE "ACTIVE" TO LL-ACTIVE
               END-IF
               DISPLAY LIST-LINE
           END-PERFORM.

       GET-ID-PARA.
      *> Ids are folded to upper case, the same as at sign-on.
           DISPLAY "Operator ID :".
           ACCEPT WS-ID-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-ID-INPUT) TO WS-ID-INPUT.
           MOVE 0 TO WS-FOUND-SUB.
           MOVE 0 TO WS-OT-SUB.
           PERFORM UNTIL WS-OT-SUB = WS-OT-COUNT OR WS-FOUND-SUB > 0
               ADD 1 TO WS-OT-SUB
               IF WS-OT-ID(WS-OT-SUB) = WS-ID-INPUT
                   MOVE WS-OT-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

       GET-ROLE-PARA.
           DISPLAY "Role (C = clerk, S = supervisor, "
               "A = administrator) :".
           ACCEPT WS-ROLE-INPUT.
           MOVE FUNCTION UPPER-CASE(WS-ROLE-INPUT) TO WS-ROLE-INPUT.

       ADD-OPERATOR-PARA.
           PERFORM GET-ID-PARA.
           IF WS-ID-INPUT = SPACES
               DISPLAY "An operator ID is required."
               EXIT PARAGRAPH
           END-IF.
           IF WS-FOUND-SUB > 0
               DISPLAY WS-ID-INPUT " is already on OPERATOR.DAT - "
                   "use re-enable or change role instead."
               EXIT PARAGRAPH
           END-IF.
           IF WS-OT-COUNT = 500
               DISPLAY "The operator table is full - operator not "
                   "added."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Operator name :".
           ACCEPT WS-NAME-INPUT.
           IF WS-NAME-INPUT = SPACES
               DISPLAY "An operator name is required."
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-ROLE-PARA.
           IF WS-ROLE-INPUT NOT = "C" AND WS-ROLE-INPUT NOT = "S"
              AND WS-ROLE-INPUT NOT = "A"
               DISPLAY "Role must be C, S or A - operator not added."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OT-COUNT.
           MOVE WS-ID-INPUT TO WS-OT-ID(WS-OT-COUNT).
           MOVE WS-NAME-INPUT TO WS-OT-NAME(WS-OT-COUNT).
           MOVE "Y" TO WS-OT-ACTIVE(WS-OT-COUNT).
           MOVE WS-ROLE-INPUT TO WS-OT-ROLE(WS-OT-COUNT).
           PERFORM SAVE-OPERATORS-PARA.
           MOVE "OPERATOR-ADDED" TO WS-AU-RESULT.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY WS-ID-INPUT " added.".

       DISABLE-OPERATOR-PARA.
           PERFORM GET-ID-PARA.
           IF WS-FOUND-SUB = 0
               DISPLAY WS-ID-INPUT " is not on OPERATOR.DAT."
               EXIT PARAGRAPH
           END-IF.
           IF WS-OT-ACTIVE(WS-FOUND-SUB) = "N"
               DISPLAY WS-ID-INPUT " is already disabled."
               EXIT PARAGRAPH
           END-IF.
           IF WS-ID-INPUT = WS-OPERATOR-ID
               DISPLAY "You cannot disable your own operator ID."
               EXIT PARAGRAPH
           END-IF.
           IF WS-OT-ROLE(WS-FOUND-SUB) = "A"
               PERFORM COUNT-ADMINS-PARA
               IF WS-ADMIN-COUNT < 2
                   DISPLAY WS-ID-INPUT " is the last active "
                       "administrator - not disabled."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Disable " WS-ID-INPUT " "
               WS-OT-NAME(WS-FOUND-SUB) "? (Y/N) :".
           ACCEPT WS-ANSWER.
           IF FUNCTION UPPER-CASE(WS-ANSWER) NOT = "Y"
               DISPLAY "No change made."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-OT-ACTIVE(WS-FOUND-SUB).
           PERFORM SAVE-OPERATORS-PARA.
           MOVE "OPERATOR-DISABLED" TO WS-AU-RESULT.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY WS-ID-INPUT " disabled.".

       ENABLE-OPERATOR-PARA.
           PERFORM GET-ID-PARA.
           IF WS-FOUND-SUB = 0
               DISPLAY WS-ID-INPUT " is not on OPERATOR.DAT."
               EXIT PARAGRAPH
           END-IF.
           IF WS-OT-ACTIVE(WS-FOUND-SUB) NOT = "N"
               DISPLAY WS-ID-INPUT " is already active."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-OT-ACTIVE(WS-FOUND-SUB).
           PERFORM SAVE-OPERATORS-PARA.
           MOVE "OPERATOR-ENABLED" TO WS-AU-RESULT.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY WS-ID-INPUT " re-enabled.".

       CHANGE-ROLE-PARA.
           PERFORM GET-ID-PARA.
           IF WS-FOUND-SUB = 0
               DISPLAY WS-ID-INPUT " is not on OPERATOR.DAT."
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-ROLE-PARA.
           IF WS-ROLE-INPUT NOT = "C" AND WS-ROLE-INPUT NOT = "S"
              AND WS-ROLE-INPUT NOT = "A"
               DISPLAY "Role must be C, S or A - no change made."
               EXIT PARAGRAPH
           END-IF.
           IF WS-ROLE-INPUT = WS-OT-ROLE(WS-FOUND-SUB) OR
              (WS-ROLE-INPUT = "C" AND
               WS-OT-ROLE(WS-FOUND-SUB) = SPACE)
               DISPLAY WS-ID-INPUT " already holds that role."
               EXIT PARAGRAPH
           END-IF.
           IF WS-OT-ROLE(WS-FOUND-SUB) = "A"
               IF WS-ID-INPUT = WS-OPERATOR-ID
                   DISPLAY "You cannot change your own role."
                   EXIT PARAGRAPH
               END-IF
               IF WS-OT-ACTIVE(WS-FOUND-SUB) NOT = "N"
                   PERFORM COUNT-ADMINS-PARA
                   IF WS-ADMIN-COUNT < 2
                       DISPLAY WS-ID-INPUT " is the last active "
                           "administrator - role not changed."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           MOVE WS-ROLE-INPUT TO WS-OT-ROLE(WS-FOUND-SUB).
           PERFORM SAVE-OPERATORS-PARA.
           MOVE SPACES TO WS-AU-RESULT.
           STRING "OPERATOR-ROLE-" WS-ROLE-INPUT
               DELIMITED BY SIZE INTO WS-AU-RESULT.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY WS-ID-INPUT " role changed to " WS-ROLE-INPUT ".".

       COUNT-ADMINS-PARA.
           MOVE 0 TO WS-ADMIN-COUNT.
           MOVE 0 TO WS-OT-SUB.
           PERFORM UNTIL WS-OT-SUB = WS-OT-COUNT
               ADD 1 TO WS-OT-SUB
               IF WS-OT-ROLE(WS-OT-SUB) = "A" AND
                  WS-OT-ACTIVE(WS-OT-SUB) NOT = "N"
                   ADD 1 TO WS-ADMIN-COUNT
               END-IF
           END-PERFORM.

       WRITE-AUDIT-PARA.
      *> The name field carries the operator id that was changed,
      *> so the trail shows which administrator changed whom.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AU-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AU-OPERATOR.
           MOVE WS-ID-INPUT TO AU-NAME.
           MOVE 0 TO AU-AGE.
           MOVE WS-AU-RESULT TO AU-RESULT.
           MOVE 0 TO AU-REG-NUM.
           MOVE SPACES TO AU-PARTNER.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       COPY "authpro.cpy".
