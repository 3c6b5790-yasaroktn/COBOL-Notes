      *> birth missing from the survivor are folded across from
      *> the duplicate, the duplicate is deactivated, and both
      *> rewrites land on the audit trail and the change history.
      *> The deactivated record stays on file for the purge job,
      *> exactly like a maint deactivation. A supervisor function:
      *> run from the console under the signed-on supervisor, or
      *> standalone by an operator id that is an active
      *> supervisor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-REG-NUM
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
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
       01 WS-AU-STATUS PIC X(2).
       01 WS-OP-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-AU-RESULT PIC X(20).
       01 WS-AU-HOLD-NAME PIC X(26).
       01 WS-AU-HOLD-AGE PIC 9(2).
       01 WS-AU-HOLD-REG PIC 9(8).
       01 WS-REG-INPUT PIC X(10).
       01 WS-KEEP-REG PIC 9(8).
       01 WS-LOSE-REG PIC 9(8).
       01 WS-ANSWER PIC X.
      *> Only one record area exists under the FD, so the
      *> survivor is held here while the duplicate is in the
      *> buffer and vice versa.
       01 WS-KEEP-IMAGE PIC X(256).
       01 WS-LOSE-IMAGE PIC X(256).
      *> Duplicate's fields lifted while its record sits in the
      *> buffer, so the fold never picks at raw image offsets.
       01 WS-LOSE-ADDR PIC X(40).
       01 WS-LOSE-PHONE PIC X(12).
       01 WS-LOSE-EMAIL PIC X(30).
       01 WS-LOSE-ADDR-UNDELIV PIC X(8).
       01 WS-LOSE-PHONE-UNDELIV PIC X(8).
       01 WS-LOSE-EMAIL-UNDELIV PIC X(8).
       01 WS-LOSE-ADDR-CONSENT PIC X.
       01 WS-LOSE-ADDR-CONS-DATE PIC X(8).
       01 WS-LOSE-PHONE-CONSENT PIC X.
       01 WS-LOSE-PHONE-CONS-DATE PIC X(8).
       01 WS-LOSE-EMAIL-CONSENT PIC X.
       01 WS-LOSE-EMAIL-CONS-DATE PIC X(8).
       01 WS-LOSE-DOB PIC 9(8).
       01 WS-LOSE-DOB-EST PIC X.
       01 WS-WITHDRAWN-SW PIC X.
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
                   "- merge refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM GET-SESSION-LOCK-PARA.
           OPEN I-O CUSTMAST-FILE.
           IF WS-CM-STATUS NOT = "00"
               PERFORM DROP-SESSION-LOCK-PARA
               GOBACK
           END-IF.
           PERFORM GET-MERGE-PAIR-PARA.
           PERFORM SHOW-PAIR-PARA.
           DISPLAY "Fold registration " WS-LOSE-REG " into "
           PERFORM MERGE-SURVIVOR-PARA.
           PERFORM RETIRE-DUPLICATE-PARA.
           CLOSE CUSTMAST-FILE.
           PERFORM DROP-SESSION-LOCK-PARA.
           DISPLAY "Merge complete: registration " WS-LOSE-REG
               " folded into " WS-KEEP-REG " and deactivated.".
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-KEEP-REG TO CM-REG-NUM.
           PERFORM READ-ONE-PARA.
           MOVE CUSTMAST-RECORD TO WS-KEEP-IMAGE.
           MOVE WS-LOSE-REG TO CM-REG-NUM.
           PERFORM READ-ONE-PARA.
           MOVE CUSTMAST-RECORD TO WS-LOSE-IMAGE.
           MOVE CM-ADDR TO WS-LOSE-ADDR.
           MOVE CM-PHONE TO WS-LOSE-PHONE.
           MOVE CM-EMAIL TO WS-LOSE-EMAIL.
           MOVE CM-ADDR-UNDELIV TO WS-LOSE-ADDR-UNDELIV.
           MOVE CM-PHONE-UNDELIV TO WS-LOSE-PHONE-UNDELIV.
           MOVE CM-EMAIL-UNDELIV TO WS-LOSE-EMAIL-UNDELIV.
           MOVE CM-ADDR-CONSENT TO WS-LOSE-ADDR-CONSENT.
           MOVE CM-ADDR-CONS-DATE TO WS-LOSE-ADDR-CONS-DATE.
           MOVE CM-PHONE-CONSENT TO WS-LOSE-PHONE-CONSENT.
           MOVE CM-PHONE-CONS-DATE TO WS-LOSE-PHONE-CONS-DATE.
           MOVE CM-EMAIL-CONSENT TO WS-LOSE-EMAIL-CONSENT.
           MOVE CM-EMAIL-CONS-DATE TO WS-LOSE-EMAIL-CONS-DATE.
           IF CM-DOB IS NUMERIC
               MOVE CM-DOB TO WS-LOSE-DOB
           ELSE
               GOBACK
           END-IF.

       READ-ONE-PARA.
      *> Keyed read on the registration number already moved to
      *> CM-REG-NUM.
           READ CUSTMAST-FILE
               INVALID KEY
                   DISPLAY "Registration number " CM-REG-NUM
                       " is not on the master file."
                   CLOSE CUSTMAST-FILE
                   PERFORM DROP-SESSION-LOCK-PARA
                   MOVE 8 TO RETURN-CODE
      *> Fill only what the survivor is missing: blank contact
      *> fields come across, and a DOB that was only estimated is
      *> replaced by a captured one from the duplicate. Nothing
      *> already on the survivor is overwritten. A contact that
      *> comes across brings its returned-mail flag and consent
      *> with it. The one exception is a withdrawal: it is the
      *> same person, so a channel the duplicate withdrew or
      *> refused stays withdrawn on the survivor, and is written
      *> to the history as a withdrawal like one keyed in maint,
      *> so the consent report lists it for anyone holding an
      *> older extract.
           MOVE "N" TO WS-WITHDRAWN-SW.
           MOVE WS-KEEP-IMAGE TO CUSTMAST-RECORD.
           MOVE CUSTMAST-RECORD TO WS-CH-BEFORE.
           IF CM-ADDR = SPACES
               MOVE WS-LOSE-ADDR TO CM-ADDR
               MOVE WS-LOSE-ADDR-UNDELIV TO CM-ADDR-UNDELIV
               MOVE WS-LOSE-ADDR-CONSENT TO CM-ADDR-CONSENT
               MOVE WS-LOSE-ADDR-CONS-DATE TO CM-ADDR-CONS-DATE
           END-IF.
           IF CM-PHONE = SPACES
               MOVE WS-LOSE-PHONE TO CM-PHONE
               MOVE WS-LOSE-PHONE-UNDELIV TO CM-PHONE-UNDELIV
               MOVE WS-LOSE-PHONE-CONSENT TO CM-PHONE-CONSENT
               MOVE WS-LOSE-PHONE-CONS-DATE TO CM-PHONE-CONS-DATE
           END-IF.
           IF CM-EMAIL = SPACES
               MOVE WS-LOSE-EMAIL TO CM-EMAIL
               MOVE WS-LOSE-EMAIL-UNDELIV TO CM-EMAIL-UNDELIV
               MOVE WS-LOSE-EMAIL-CONSENT TO CM-EMAIL-CONSENT
               MOVE WS-LOSE-EMAIL-CONS-DATE TO CM-EMAIL-CONS-DATE
           END-IF.
           IF WS-LOSE-ADDR-CONSENT = "N" AND CM-ADDR-CONSENT NOT = "N"
               MOVE "N" TO CM-ADDR-CONSENT
               MOVE WS-LOSE-ADDR-CONS-DATE TO CM-ADDR-CONS-DATE
               MOVE "Y" TO WS-WITHDRAWN-SW
           END-IF.
           IF WS-LOSE-PHONE-CONSENT = "N" AND
              CM-PHONE-CONSENT NOT = "N"
               MOVE "N" TO CM-PHONE-CONSENT
               MOVE WS-LOSE-PHONE-CONS-DATE TO CM-PHONE-CONS-DATE
               MOVE "Y" TO WS-WITHDRAWN-SW
           END-IF.
           IF WS-LOSE-EMAIL-CONSENT = "N" AND
              CM-EMAIL-CONSENT NOT = "N"
               MOVE "N" TO CM-EMAIL-CONSENT
               MOVE WS-LOSE-EMAIL-CONS-DATE TO CM-EMAIL-CONS-DATE
               MOVE "Y" TO WS-WITHDRAWN-SW
           END-IF.
           IF CM-DOB-EST = "Y" AND WS-LOSE-DOB-EST = "N" AND
              WS-LOSE-DOB > 0
               MOVE WS-LOSE-DOB TO CM-DOB
               MOVE "N" TO CM-DOB-EST
           END-IF.
           REWRITE CUSTMAST-RECORD.
           MOVE "MERGE-KEPT" TO WS-CH-ACTION.
           PERFORM WRITE-CHANGE-HIST-PARA.
           MOVE CM-NAME TO WS-AU-HOLD-NAME.
           MOVE CM-AGE TO WS-AU-HOLD-AGE.
           MOVE CM-REG-NUM TO WS-AU-HOLD-REG.
           MOVE "MERGE-KEPT" TO WS-AU-RESULT.
           PERFORM WRITE-AUDIT-PARA.
           IF WS-WITHDRAWN-SW = "Y"
               MOVE "CONSENT-WDRN" TO WS-CH-ACTION
               PERFORM WRITE-CHANGE-HIST-PARA
               MOVE "CONSENT-WITHDRAWN" TO WS-AU-RESULT
               PERFORM WRITE-AUDIT-PARA
           END-IF.

       RETIRE-DUPLICATE-PARA.
      *> Same soft delete maint's deactivation does: the record
      *> stays on file and the purge job drops it later; the
      *> inactive status lets the name be registered again.
           MOVE WS-LOSE-IMAGE TO CUSTMAST-RECORD.
           MOVE CUSTMAST-RECORD TO WS-CH-BEFORE.
           MOVE "I" TO CM-STATUS.
           REWRITE CUSTMAST-RECORD.
           MOVE "MERGED-AWAY" TO WS-CH-ACTION.
           PERFORM WRITE-CHANGE-HIST-PARA.
           MOVE CM-NAME TO WS-AU-HOLD-NAME.
           MOVE CM-AGE TO WS-AU-HOLD-AGE.
           MOVE CM-REG-NUM TO WS-AU-HOLD-REG.
           MOVE "MERGED-AWAY" TO WS-AU-RESULT.
           PERFORM WRITE-AUDIT-PARA.

           MOVE WS-AU-HOLD-NAME TO AU-NAME.
           MOVE WS-AU-HOLD-AGE TO AU-AGE.
           MOVE WS-AU-RESULT TO AU-RESULT.
           MOVE WS-AU-HOLD-REG TO AU-REG-NUM.
           MOVE SPACES TO AU-PARTNER.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

               PERFORM RELEASE-MASTER-LOCK-PARA
           END-IF.

       COPY "chgpro.cpy".
       COPY "lockpro.cpy".
       COPY "authpro.cpy".
