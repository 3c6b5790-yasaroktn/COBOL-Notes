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
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY "custmas.cpy".
       FD  AUDIT-FILE.
       COPY "audrec.cpy".
       FD  CHGHST-FILE.
       FD  MASTLOCK-FILE.
       COPY "lockrec.cpy".
       WORKING-STORAGE SECTION.
       01 WS-CM-STATUS PIC X(2).
       01 WS-ANY-FOUND-SW PIC X VALUE "N".
       01 WS-LAST-ONLY-SW PIC X VALUE "N".
       01 WS-AGAIN-SW PIC X VALUE "Y".
                         NAME-GROUP-FIRST BY SN-FIRST
                         NAME-GROUP-MI BY SN-MI
                         NAME-GROUP BY SEARCH-NAME.
       01 WS-MK-EOF-SW PIC X.
       01 WS-SHOW-AGE PIC 9(3).
       01 WS-SHOW-REG PIC 9(8).
       01 WS-REG-INPUT PIC X(10).
       01 WS-AU-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-AU-RESULT PIC X(20).
      *> Contact details as they stood before the clerk rekeyed
      *> them, to tell a corrected contact from one left alone.
       01 WS-OLD-ADDR PIC X(40).
       01 WS-OLD-PHONE PIC X(12).
       01 WS-OLD-EMAIL PIC X(30).
      *> One channel's consent while the clerk reviews it, so the
      *> same prompt serves mail, phone and email.
       01 WS-CONSENT-WORK.
           05 WS-CN-CHANNEL PIC X(5).
           05 WS-CN-FLAG PIC X.
           05 WS-CN-DATE PIC X(8).
           05 WS-CN-INPUT PIC X.
       01 WS-CONSENT-SW PIC X.
       01 WS-WITHDRAWN-SW PIC X.
      *> Registration numbers of the records matched by one
      *> lookup, collected before any record is shown: a name
      *> correction moves the record along the CM-NAME key, so
      *> walking that key while rewriting would skip or repeat
      *> records.
       01 WS-MATCH-LIST.
           05 WS-MK-COUNT PIC 9(3) VALUE 0.
           05 WS-MK-SUB PIC 9(3).
           05 WS-MK-KEY PIC 9(8) OCCURS 200.
       COPY "dobws.cpy".
       COPY "chgws.cpy".
       COPY "lockws.cpy".
               PERFORM DROP-SESSION-LOCK-PARA
               GOBACK
           END-IF.
           PERFORM UNTIL WS-AGAIN-SW NOT = "Y"
               PERFORM LOOKUP-PARA
               DISPLAY "Look up another record? (Y/N) :"
               MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-AGAIN-SW
           END-PERFORM.
           CLOSE CUSTMAST-FILE.
           PERFORM DROP-SESSION-LOCK-PARA.
           GOBACK.

               DISPLAY "Registration number must be numeric."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-REG-INPUT) TO WS-SHOW-REG.
           MOVE WS-SHOW-REG TO CM-REG-NUM.
           READ CUSTMAST-FILE
               INVALID KEY
                   DISPLAY "Registration number " WS-SHOW-REG
                       " is not on the master file."
                   EXIT PARAGRAPH
           END-READ.
           MOVE "N" TO WS-ANY-FOUND-SW.
           MOVE 1 TO WS-MK-COUNT.
           MOVE WS-SHOW-REG TO WS-MK-KEY(1).
           MOVE 1 TO WS-MK-SUB.
           PERFORM PROCESS-MATCH-PARA.

       COLLECT-MATCHES-PARA.
      *> Positioned read along the CM-NAME alternate key: equal
      *> surnames sit together on the key, so the sweep starts at
      *> the surname (spaces sort first for the first name and
      *> initial) and stops at the first record past it.
           MOVE 0 TO WS-MK-COUNT.
           MOVE "N" TO WS-MK-EOF-SW.
           MOVE SPACES TO CM-NAME.
           MOVE SN-LAST TO CM-NAME-LAST.
           START CUSTMAST-FILE KEY IS NOT LESS THAN CM-NAME
               INVALID KEY MOVE "Y" TO WS-MK-EOF-SW
           END-START.
           PERFORM UNTIL WS-MK-EOF-SW = "Y"
               READ CUSTMAST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-MK-EOF-SW
                   NOT AT END
                       IF CM-NAME-LAST NOT = SN-LAST
                           MOVE "Y" TO WS-MK-EOF-SW
                       ELSE
                           IF WS-LAST-ONLY-SW = "Y" OR
                              CM-NAME = SEARCH-NAME
                               PERFORM ADD-MATCH-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-MATCH-PARA.
           IF WS-MK-COUNT < 200
               ADD 1 TO WS-MK-COUNT
               MOVE CM-REG-NUM TO WS-MK-KEY(WS-MK-COUNT)
           ELSE
               DISPLAY "More than 200 matches - narrow the "
                   "search to see the rest."
               MOVE "Y" TO WS-MK-EOF-SW
           END-IF.

       PROCESS-MATCH-PARA.
           MOVE WS-MK-KEY(WS-MK-SUB) TO CM-REG-NUM.
           READ CUSTMAST-FILE
               INVALID KEY
                   DISPLAY "Registration number " WS-MK-KEY(WS-MK-SUB)
                       " is no longer on the master file."
                   EXIT PARAGRAPH
           END-READ.
           MOVE "Y" TO WS-ANY-FOUND-SW.
           PERFORM SET-SHOW-AGE-PARA.
           MOVE CM-REG-NUM TO WS-SHOW-REG.
           IF CM-STATUS = "I"
               DISPLAY "Found: " CM-NAME " Reg: " WS-SHOW-REG
                   " Age: " WS-SHOW-AGE " DOB: " CM-DOB " (INACTIVE)"
           END-IF.
           DISPLAY "  Addr: " CM-ADDR.
           DISPLAY "  Phone: " CM-PHONE "  Email: " CM-EMAIL.
           IF CM-ADDR-UNDELIV NOT = SPACES
               DISPLAY "  ** Mail returned undeliverable "
                   CM-ADDR-UNDELIV
           END-IF.
           IF CM-PHONE-UNDELIV NOT = SPACES
               DISPLAY "  ** Phone reported undeliverable "
                   CM-PHONE-UNDELIV
           END-IF.
           IF CM-EMAIL-UNDELIV NOT = SPACES
               DISPLAY "  ** Email bounced undeliverable "
                   CM-EMAIL-UNDELIV
           END-IF.
           DISPLAY "  Consent  Mail: " CM-ADDR-CONSENT " "
               CM-ADDR-CONS-DATE "  Phone: " CM-PHONE-CONSENT " "
               CM-PHONE-CONS-DATE "  Email: " CM-EMAIL-CONSENT " "
               CM-EMAIL-CONS-DATE.
           PERFORM CORRECT-RECORD-PARA.

       SET-SHOW-AGE-PARA.
           END-IF.

       CORRECT-RECORD-PARA.
      *> Deactivation is a soft delete: the record stays on file
      *> under its registration number and the purge job archives
      *> and drops it later. Reports, exports and the intake
      *> duplicate scans all skip status "I".
           MOVE "N" TO WS-CHANGED-SW.
           MOVE "N" TO WS-CONSENT-SW.
           MOVE "N" TO WS-WITHDRAWN-SW.
      *> The untouched image is captured up front: every REWRITE
      *> below must reach the change history with what the record
      *> said before the operator changed it.
           IF FUNCTION UPPER-CASE(WS-ANSWER) = "Y"
               MOVE "I" TO CM-STATUS
               REWRITE CUSTMAST-RECORD
               MOVE "DEACTIVATED" TO WS-AU-RESULT
               PERFORM WRITE-AUDIT-PARA
               MOVE "DEACTIVATED" TO WS-CH-ACTION
               DISPLAY "Enter new middle initial :"
               ACCEPT CM-NAME-MI
               MOVE "Y" TO WS-CHANGED-SW
           END-IF.
           DISPLAY "Correct the date of birth? (Y/N) :"
           ACCEPT WS-ANSWER
      *> All three are rekeyed together: a blank entry clears the
      *> field, which is also how a dead phone or email comes off
      *> the record.
               MOVE CM-ADDR TO WS-OLD-ADDR
               MOVE CM-PHONE TO WS-OLD-PHONE
               MOVE CM-EMAIL TO WS-OLD-EMAIL
               DISPLAY "Enter mailing address (blank if none) :"
               ACCEPT CM-ADDR
               DISPLAY "Enter phone (blank if none) :"
               ACCEPT CM-PHONE
               DISPLAY "Enter email (blank if none) :"
               ACCEPT CM-EMAIL
               PERFORM CLEAR-UNDELIV-PARA
               MOVE "Y" TO WS-CHANGED-SW
           END-IF.
           DISPLAY "Change contact consent? (Y/N) :"
           ACCEPT WS-ANSWER
           IF FUNCTION UPPER-CASE(WS-ANSWER) = "Y"
               PERFORM CHANGE-CONSENT-PARA
           END-IF.
      *> A record merely looked at must not be rewritten or
      *> audited as CORRECTED - only an actual change goes back
      *> to the master and onto the trail. A withdrawn consent
      *> is marked as such on both trails so outreach can find
      *> it; a consent change alone is marked CONSENT.
           IF WS-CHANGED-SW = "Y" OR WS-CONSENT-SW = "Y"
               REWRITE CUSTMAST-RECORD
               EVALUATE TRUE
                   WHEN WS-WITHDRAWN-SW = "Y"
                       MOVE "CONSENT-WITHDRAWN" TO WS-AU-RESULT
                       MOVE "CONSENT-WDRN" TO WS-CH-ACTION
                   WHEN WS-CHANGED-SW = "Y"
                       MOVE "CORRECTED" TO WS-AU-RESULT
                       MOVE "CORRECTED" TO WS-CH-ACTION
                   WHEN OTHER
                       MOVE "CONSENT-CHANGED" TO WS-AU-RESULT
                       MOVE "CONSENT" TO WS-CH-ACTION
               END-EVALUATE
               PERFORM WRITE-AUDIT-PARA
               PERFORM WRITE-CHANGE-HIST-PARA
               PERFORM SET-SHOW-AGE-PARA
               DISPLAY "Record updated: " CM-NAME " Age: "
                   WS-SHOW-AGE " DOB: " CM-DOB
           END-IF.

       CLEAR-UNDELIV-PARA.
      *> A returned-mail flag belongs to the detail that failed:
      *> keying a different address, phone or email clears it.
      *> Where the clerk has confirmed the same detail is good
      *> after all, the flag comes off only on a Y. The clear
      *> goes out with the CORRECTED rewrite, so the change
      *> history shows the flag date in the before image.
           IF CM-ADDR-UNDELIV NOT = SPACES
               IF CM-ADDR NOT = WS-OLD-ADDR
                   MOVE SPACES TO CM-ADDR-UNDELIV
                   DISPLAY "Mailing address changed - undeliverable "
                       "flag cleared."
               ELSE
                   DISPLAY "Mailing address marked undeliverable "
                       "since " CM-ADDR-UNDELIV
                       " - clear the flag? (Y/N) :"
                   ACCEPT WS-ANSWER
                   IF FUNCTION UPPER-CASE(WS-ANSWER) = "Y"
                       MOVE SPACES TO CM-ADDR-UNDELIV
                   END-IF
               END-IF
           END-IF.
           IF CM-PHONE-UNDELIV NOT = SPACES
               IF CM-PHONE NOT = WS-OLD-PHONE
                   MOVE SPACES TO CM-PHONE-UNDELIV
                   DISPLAY "Phone changed - undeliverable flag "
                       "cleared."
               ELSE
                   DISPLAY "Phone marked undeliverable since "
                       CM-PHONE-UNDELIV
                       " - clear the flag? (Y/N) :"
                   ACCEPT WS-ANSWER
                   IF FUNCTION UPPER-CASE(WS-ANSWER) = "Y"
                       MOVE SPACES TO CM-PHONE-UNDELIV
                   END-IF
               END-IF
           END-IF.
           IF CM-EMAIL-UNDELIV NOT = SPACES
               IF CM-EMAIL NOT = WS-OLD-EMAIL
                   MOVE SPACES TO CM-EMAIL-UNDELIV
                   DISPLAY "Email changed - undeliverable flag "
                       "cleared."
               ELSE
                   DISPLAY "Email marked undeliverable since "
                       CM-EMAIL-UNDELIV
                       " - clear the flag? (Y/N) :"
                   ACCEPT WS-ANSWER
                   IF FUNCTION UPPER-CASE(WS-ANSWER) = "Y"
                       MOVE SPACES TO CM-EMAIL-UNDELIV
                   END-IF
               END-IF
           END-IF.

       CHANGE-CONSENT-PARA.
      *> Each channel is offered in turn; a blank answer leaves
      *> it as it stands. The date moves only when the answer
      *> actually changes the consent, so it always says when
      *> the current consent was given or withdrawn.
           MOVE "MAIL" TO WS-CN-CHANNEL.
           MOVE CM-ADDR-CONSENT TO WS-CN-FLAG.
           MOVE CM-ADDR-CONS-DATE TO WS-CN-DATE.
           PERFORM ASK-CONSENT-PARA.
           MOVE WS-CN-FLAG TO CM-ADDR-CONSENT.
           MOVE WS-CN-DATE TO CM-ADDR-CONS-DATE.
           MOVE "PHONE" TO WS-CN-CHANNEL.
           MOVE CM-PHONE-CONSENT TO WS-CN-FLAG.
           MOVE CM-PHONE-CONS-DATE TO WS-CN-DATE.
           PERFORM ASK-CONSENT-PARA.
           MOVE WS-CN-FLAG TO CM-PHONE-CONSENT.
           MOVE WS-CN-DATE TO CM-PHONE-CONS-DATE.
           MOVE "EMAIL" TO WS-CN-CHANNEL.
           MOVE CM-EMAIL-CONSENT TO WS-CN-FLAG.
           MOVE CM-EMAIL-CONS-DATE TO WS-CN-DATE.
           PERFORM ASK-CONSENT-PARA.
           MOVE WS-CN-FLAG TO CM-EMAIL-CONSENT.
           MOVE WS-CN-DATE TO CM-EMAIL-CONS-DATE.

       ASK-CONSENT-PARA.
           MOVE "X" TO WS-CN-INPUT.
           PERFORM UNTIL WS-CN-INPUT = "Y" OR WS-CN-INPUT = "N"
                      OR WS-CN-INPUT = SPACE
               DISPLAY WS-CN-CHANNEL " consent is '" WS-CN-FLAG
                   "' - Y=given N=withdrawn blank=no change :"
               ACCEPT WS-CN-INPUT
               MOVE FUNCTION UPPER-CASE(WS-CN-INPUT) TO WS-CN-INPUT
           END-PERFORM.
           IF WS-CN-INPUT = SPACE OR WS-CN-INPUT = WS-CN-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF WS-CN-INPUT = "N"
               MOVE "Y" TO WS-WITHDRAWN-SW
           END-IF.
           MOVE WS-CN-INPUT TO WS-CN-FLAG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CN-DATE.
           MOVE "Y" TO WS-CONSENT-SW.

       WRITE-AUDIT-PARA.
      *> Same audit trail the intake programs write, so master
      *> maintenance is traceable to a run and operator too.
           MOVE CM-NAME TO AU-NAME.
           MOVE CM-AGE TO AU-AGE.
           MOVE WS-AU-RESULT TO AU-RESULT.
           MOVE CM-REG-NUM TO AU-REG-NUM.
           MOVE SPACES TO AU-PARTNER.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

               PERFORM RELEASE-MASTER-LOCK-PARA
           END-IF.

       COPY "dobpro.cpy".
       COPY "chgpro.cpy".
       COPY "lockpro.cpy".
