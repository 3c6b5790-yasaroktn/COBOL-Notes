       IDENTIFICATION DIVISION.
       PROGRAM-ID.  purge.
      *> Supervisor purge of inactive records: each "I" record is
      *> copied to CUSTARCH.DAT with the purge date and then
      *> deleted from the master by its registration number. Run
      *> from the console under the signed-on supervisor, or
      *> standalone by an operator id that is an active
      *> supervisor; every record purged is written to the audit
      *> trail and the change history under that id.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-REG-NUM
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "CUSTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
           SELECT CHGHST-FILE ASSIGN TO "CHANGHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT MASTLOCK-FILE ASSIGN TO "MASTLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LK-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY "custmas.cpy".
       FD  ARCHIVE-FILE.
       COPY "archrec.cpy".
       FD  AUDIT-FILE.
       COPY "audrec.cpy".
       FD  CHGHST-FILE.
       COPY "chgrec.cpy".
       FD  MASTLOCK-FILE.
       COPY "lockrec.cpy".
       FD  OPERATOR-FILE.
       COPY "oprec.cpy".
       WORKING-STORAGE SECTION.
       01 WS-CM-STATUS PIC X(2).
       01 WS-AR-STATUS PIC X(2).
       01 WS-AU-STATUS PIC X(2).
       01 WS-OP-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-TIMESTAMP PIC X(21).
       01 WS-KEEP-COUNT PIC 9(6) VALUE 0.
       01 WS-PURGE-COUNT PIC 9(6) VALUE 0.
       COPY "chgws.cpy".
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
                   "- purge refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM GET-SESSION-LOCK-PARA.
           OPEN I-O CUSTMAST-FILE.
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "CUSTMAST.DAT does not exist - nothing to purge."
               PERFORM DROP-SESSION-LOCK-PARA
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               END-READ
           END-PERFORM.
           CLOSE CUSTMAST-FILE.
           PERFORM DROP-SESSION-LOCK-PARA.
           IF WS-PURGE-COUNT = 0
               DISPLAY "No inactive records on CUSTMAST.DAT - "
                   "nothing to purge."
               GOBACK
           END-IF.
           DISPLAY "Purge complete. Kept: " WS-KEEP-COUNT
               " Purged to CUSTARCH.DAT: " WS-PURGE-COUNT.
           GOBACK.

       SPLIT-RECORD-PARA.
      *> Each inactive record is archived and then deleted by its
      *> registration number where it stands; survivors are not
      *> touched, so no key moves and nothing is rebuilt. The
      *> archive entry is on disk before the master record goes.
           IF CM-STATUS = "I"
               PERFORM WRITE-ARCHIVE-PARA
               MOVE CUSTMAST-RECORD TO WS-CH-BEFORE
               DELETE CUSTMAST-FILE RECORD
                   INVALID KEY
                       DISPLAY "Unable to delete registration "
                           CM-REG-NUM " - status " WS-CM-STATUS
                           "; it stays on the master."
                   NOT INVALID KEY
                       ADD 1 TO WS-PURGE-COUNT
                       PERFORM RECORD-PURGE-PARA
               END-DELETE
           ELSE
               ADD 1 TO WS-KEEP-COUNT
           END-IF.

       WRITE-ARCHIVE-PARA.
           MOVE CM-AGE TO AR-AGE.
           MOVE CM-DOB TO AR-DOB.
           MOVE CM-DOB-EST TO AR-DOB-EST.
           MOVE CM-REG-NUM TO AR-REG-NUM.
           MOVE CM-ADDR TO AR-ADDR.
           MOVE CM-PHONE TO AR-PHONE.
           MOVE CM-EMAIL TO AR-EMAIL.
           WRITE ARCHIVE-RECORD.
           CLOSE ARCHIVE-FILE.

       RECORD-PURGE-PARA.
      *> The record area is not relied on after the DELETE - the
      *> image saved ahead of it goes back in, so the history
      *> entry carries the record's last image on both sides.
           MOVE WS-CH-BEFORE TO CUSTMAST-RECORD.
           MOVE "PURGED" TO WS-CH-ACTION.
           PERFORM WRITE-CHANGE-HIST-PARA.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AU-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AU-OPERATOR.
           MOVE CM-NAME TO AU-NAME.
           MOVE CM-AGE TO AU-AGE.
           MOVE "PURGED" TO AU-RESULT.
           MOVE CM-REG-NUM TO AU-REG-NUM.
           MOVE SPACES TO AU-PARTNER.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

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

       GET-SESSION-LOCK-PARA.
      *> Under the console the session already holds the master
      *> lock taken at sign-on; standalone this function takes
      *> its own so the batch cannot start mid-purge.
           IF SIGNON-OPERATOR-ID NOT = SPACES AND
              SIGNON-OPERATOR-ID NOT = LOW-VALUE
               EXIT PARAGRAPH
           END-IF.
           MOVE "CONSOLE" TO WS-LK-TYPE.
           MOVE WS-OPERATOR-ID TO WS-LK-HOLDER.
           PERFORM ACQUIRE-MASTER-LOCK-PARA.
           IF WS-LK-OK-SW NOT = "Y"
               IF LK-TYPE = "BATCH"
                   DISPLAY "The batch window is open (batch intake "
                       "started " LK-TIMESTAMP(1:8) " "
                       LK-TIMESTAMP(9:6) ") - try again after the "
                       "night run."
               ELSE
                   DISPLAY "The master is in use by " LK-HOLDER
                       " since " LK-TIMESTAMP(1:8) " "
                       LK-TIMESTAMP(9:6) ". (A stuck lock is "
                       "cleared with lockclr.)"
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "Y" TO WS-LK-OWNED-SW.

       DROP-SESSION-LOCK-PARA.
           IF WS-LK-OWNED-SW = "Y"
               PERFORM RELEASE-MASTER-LOCK-PARA
           END-IF.

       COPY "chgpro.cpy".
       COPY "lockpro.cpy".
       COPY "authpro.cpy".
