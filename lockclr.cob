      *> the lock and since when, asks for confirmation, and
      *> clears it. Clearing a lock whose holder is genuinely
      *> still running reopens the very corruption window the
      *> lock exists to close - check before confirming. Offered
      *> at console sign-on to a supervisor the lock turns away;
      *> run standalone the operator id keyed must be an active
      *> supervisor. Every clear is written to the audit trail.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTLOCK-FILE ASSIGN TO "MASTLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LK-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTLOCK-FILE.
       COPY "lockrec.cpy".
       FD  OPERATOR-FILE.
       COPY "oprec.cpy".
       FD  AUDIT-FILE.
       COPY "audrec.cpy".
       WORKING-STORAGE SECTION.
       01 WS-OP-STATUS PIC X(2).
       01 WS-AU-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OLD-HOLDER PIC X(10).
       01 WS-ANSWER PIC X.
       COPY "lockws.cpy".
       COPY "authws.cpy".
       COPY "signon.cpy".
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-OPERATOR-PARA.
           MOVE "S" TO WS-AUTH-NEED.
           PERFORM CHECK-AUTHORITY-PARA.
           IF WS-AUTH-OK-SW NOT = "Y"
               DISPLAY WS-OPERATOR-ID " is not an active supervisor "
                   "- the lock override is refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHECK-MASTER-LOCK-PARA.
           IF WS-LK-HELD-SW NOT = "Y"
               DISPLAY "The master is not locked - nothing to clear."
           DISPLAY "Clear the lock? (Y/N) :".
           ACCEPT WS-ANSWER.
           IF FUNCTION UPPER-CASE(WS-ANSWER) = "Y"
               MOVE LK-HOLDER TO WS-OLD-HOLDER
               PERFORM RELEASE-MASTER-LOCK-PARA
               PERFORM WRITE-AUDIT-PARA
               DISPLAY "Lock cleared."
           ELSE
               DISPLAY "Lock left in place."
           END-IF.
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

       WRITE-AUDIT-PARA.
      *> The name field carries the holder whose lock was
      *> cleared, so the trail shows whose session was overridden
      *> and by whom.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AU-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AU-OPERATOR.
           MOVE WS-OLD-HOLDER TO AU-NAME.
           MOVE 0 TO AU-AGE.
           MOVE "LOCK-CLEARED" TO AU-RESULT.
           MOVE 0 TO AU-REG-NUM.
           MOVE SPACES TO AU-PARTNER.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       COPY "lockpro.cpy".
       COPY "authpro.cpy".
