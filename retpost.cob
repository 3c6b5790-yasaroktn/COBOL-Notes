       IDENTIFICATION DIVISION.
       PROGRAM-ID.  retpost.
      *> Returned-mail post. Reads RETMAIL.DAT - one line per
      *> letter returned from CM-ADDR, dead CM-PHONE or bounced
      *> CM-EMAIL, keyed by registration number and channel -
      *> and marks that contact undeliverable on the master with
      *> the date it came back. Each flag is rewritten under the
      *> master lock, audited and written to the change history
      *> with the before image, so the detail that failed stays
      *> on record. From then on csvexpt, brktrn and the letter
      *> runs leave the contact out, and the undlist worklist
      *> shows it to the clerks until a correction in maint
      *> clears it. Lines that cannot be posted (unknown
      *> registration, bad channel or date, no such contact on
      *> file) are listed on RETPOST.RPT with the reason. The
      *> transaction file is emptied once posted, so a rerun
      *> cannot flag a detail corrected in the meantime.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETMAIL-FILE ASSIGN TO "RETMAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-REG-NUM
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
           SELECT CHGHST-FILE ASSIGN TO "CHANGHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT MASTLOCK-FILE ASSIGN TO "MASTLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RETPOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RETMAIL-FILE.
       COPY "rtmrec.cpy".
       FD  CUSTMAST-FILE.
       COPY "custmas.cpy".
       FD  AUDIT-FILE.
       COPY "audrec.cpy".
       FD  CHGHST-FILE.
       COPY "chgrec.cpy".
       FD  MASTLOCK-FILE.
       COPY "lockrec.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-RM-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-AU-STATUS PIC X(2).
       01 WS-RP-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(10) VALUE "RETPOST".
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-RUN-DATE PIC X(8).
       01 WS-RET-DATE PIC X(8).
       01 WS-REASON PIC X(40).
       01 WS-AU-RESULT PIC X(20).
       01 WS-CONTACT PIC X(40).
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-POSTED-COUNT PIC 9(6) VALUE 0.
       01 WS-ALREADY-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
       COPY "dobws.cpy".
       COPY "chgws.cpy".
       COPY "lockws.cpy".
       01 POST-LINE.
           05 PL-REG PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-CHANNEL PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-NAME PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-RESULT PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-CONTACT PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT RETMAIL-FILE.
           IF WS-RM-STATUS NOT = "00"
               DISPLAY "RETMAIL.DAT not found - no returned mail to "
                   "post."
               GOBACK
           END-IF.
      *> Flags are master updates like any other: taken under the
      *> same lock batchin uses, so no console session is
      *> mid-correction on a record being flagged.
           MOVE "BATCH" TO WS-LK-TYPE.
           MOVE "RETPOST" TO WS-LK-HOLDER.
           PERFORM ACQUIRE-MASTER-LOCK-PARA.
           IF WS-LK-OK-SW NOT = "Y"
               DISPLAY "CUSTMAST.DAT is in use by " LK-HOLDER
                   " (" LK-TYPE ") since " LK-TIMESTAMP(1:8) " "
                   LK-TIMESTAMP(9:6) " - returned mail not posted. "
                   "(A stuck lock is cleared with lockclr.)"
               CLOSE RETMAIL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "Y" TO WS-LK-OWNED-SW.
           OPEN I-O CUSTMAST-FILE.
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "CUSTMAST.DAT will not open, status "
                   WS-CM-STATUS " - returned mail not posted."
               CLOSE RETMAIL-FILE
               PERFORM RELEASE-MASTER-LOCK-PARA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-HEADING-PARA.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ RETMAIL-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM POST-RETURN-PARA
               END-READ
           END-PERFORM.
           CLOSE RETMAIL-FILE.
           CLOSE CUSTMAST-FILE.
      *> Everything read has been posted or reported, so the
      *> transactions are done with - truncate the file the same
      *> way the batch checkpoint is cleared.
           OPEN OUTPUT RETMAIL-FILE.
           CLOSE RETMAIL-FILE.
           PERFORM PRINT-TOTALS-PARA.
           CLOSE REPORT-FILE.
           PERFORM RELEASE-MASTER-LOCK-PARA.
           DISPLAY "Returned mail posted. Read: " WS-READ-COUNT
               " Flagged: " WS-POSTED-COUNT " Already flagged: "
               WS-ALREADY-COUNT " Rejected: " WS-REJECT-COUNT
               " (see RETPOST.RPT).".
           GOBACK.

       POST-RETURN-PARA.
           IF RETMAIL-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO CM-NAME.
           MOVE SPACES TO WS-CONTACT.
           PERFORM EDIT-RETURN-PARA.
           IF WS-REASON NOT = SPACES
               PERFORM REJECT-RETURN-PARA
               EXIT PARAGRAPH
           END-IF.
           MOVE CUSTMAST-RECORD TO WS-CH-BEFORE.
           EVALUATE RM-CHANNEL
               WHEN "M"
                   MOVE CM-ADDR TO WS-CONTACT
                   IF CM-ADDR-UNDELIV NOT = SPACES
                       MOVE CM-ADDR-UNDELIV TO WS-RET-DATE
                       PERFORM ALREADY-FLAGGED-PARA
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-RET-DATE TO CM-ADDR-UNDELIV
                   MOVE "MAIL-RETURN" TO WS-CH-ACTION
                   MOVE "UNDELIVERABLE-MAIL" TO WS-AU-RESULT
               WHEN "P"
                   MOVE CM-PHONE TO WS-CONTACT
                   IF CM-PHONE-UNDELIV NOT = SPACES
                       MOVE CM-PHONE-UNDELIV TO WS-RET-DATE
                       PERFORM ALREADY-FLAGGED-PARA
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-RET-DATE TO CM-PHONE-UNDELIV
                   MOVE "PHONE-BOUNCE" TO WS-CH-ACTION
                   MOVE "UNDELIVERABLE-PHONE" TO WS-AU-RESULT
               WHEN "E"
                   MOVE CM-EMAIL TO WS-CONTACT
                   IF CM-EMAIL-UNDELIV NOT = SPACES
                       MOVE CM-EMAIL-UNDELIV TO WS-RET-DATE
                       PERFORM ALREADY-FLAGGED-PARA
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-RET-DATE TO CM-EMAIL-UNDELIV
                   MOVE "EMAIL-BOUNCE" TO WS-CH-ACTION
                   MOVE "UNDELIVERABLE-EMAIL" TO WS-AU-RESULT
           END-EVALUATE.
           REWRITE CUSTMAST-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-REASON
                   STRING "MASTER REWRITE FAILED, STATUS "
                       WS-CM-STATUS DELIMITED BY SIZE INTO WS-REASON
                   PERFORM REJECT-RETURN-PARA
                   EXIT PARAGRAPH
           END-REWRITE.
           PERFORM WRITE-CHANGE-HIST-PARA.
           PERFORM WRITE-AUDIT-PARA.
           ADD 1 TO WS-POSTED-COUNT.
           MOVE SPACES TO WS-REASON.
           STRING "FLAGGED UNDELIVERABLE " WS-RET-DATE
               DELIMITED BY SIZE INTO WS-REASON.
           PERFORM PRINT-POST-LINE-PARA.

       EDIT-RETURN-PARA.
      *> Leaves WS-REASON spaces and the master record read when
      *> the line can be posted.
           MOVE SPACES TO WS-REASON.
           IF RM-REG-NUM IS NOT NUMERIC
               MOVE "REGISTRATION NUMBER NOT NUMERIC" TO WS-REASON
               EXIT PARAGRAPH
           END-IF.
           IF RM-CHANNEL NOT = "M" AND RM-CHANNEL NOT = "P" AND
              RM-CHANNEL NOT = "E"
               MOVE "CHANNEL NOT M, P OR E" TO WS-REASON
               EXIT PARAGRAPH
           END-IF.
           IF RM-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-RET-DATE
           ELSE
               MOVE RM-DATE TO WS-DOB-TEXT
               PERFORM VALIDATE-DOB-PARA
               IF WS-DOB-VALID-SW NOT = "Y"
                   MOVE "RETURN DATE NOT A REAL PAST DATE"
                       TO WS-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE RM-DATE TO WS-RET-DATE
           END-IF.
           MOVE RM-REG-NUM TO CM-REG-NUM.
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE SPACES TO CM-NAME
                   MOVE "NOT ON MASTER FILE" TO WS-REASON
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE RM-CHANNEL
               WHEN "M"
                   IF CM-ADDR = SPACES
                       MOVE "NO MAILING ADDRESS ON FILE" TO WS-REASON
                   END-IF
               WHEN "P"
                   IF CM-PHONE = SPACES
                       MOVE "NO PHONE ON FILE" TO WS-REASON
                   END-IF
               WHEN "E"
                   IF CM-EMAIL = SPACES
                       MOVE "NO EMAIL ON FILE" TO WS-REASON
                   END-IF
           END-EVALUATE.

       ALREADY-FLAGGED-PARA.
      *> A second return for a contact already flagged changes
      *> nothing - the first date stands until maint clears it.
           ADD 1 TO WS-ALREADY-COUNT.
           MOVE SPACES TO WS-REASON.
           STRING "ALREADY FLAGGED SINCE " WS-RET-DATE
               DELIMITED BY SIZE INTO WS-REASON.
           PERFORM PRINT-POST-LINE-PARA.

       REJECT-RETURN-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO PL-RESULT.
           STRING "REJECTED: " WS-REASON
               DELIMITED BY SIZE INTO PL-RESULT.
           MOVE PL-RESULT TO WS-REASON.
           PERFORM PRINT-POST-LINE-PARA.

       PRINT-POST-LINE-PARA.
           MOVE RM-REG-NUM TO PL-REG.
           MOVE RM-CHANNEL TO PL-CHANNEL.
           MOVE CM-NAME TO PL-NAME.
           MOVE WS-REASON TO PL-RESULT.
           MOVE WS-CONTACT TO PL-CONTACT.
           MOVE POST-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-AUDIT-PARA.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AU-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AU-OPERATOR.
           MOVE CM-NAME TO AU-NAME.
           MOVE CM-AGE TO AU-AGE.
           MOVE WS-AU-RESULT TO AU-RESULT.
           MOVE CM-REG-NUM TO AU-REG-NUM.
           MOVE SPACES TO AU-PARTNER.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       PRINT-HEADING-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "RETURNED MAIL POST  RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REG NUM   CH  NAME                        "
                  "RESULT                                    "
                  "CONTACT"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-TOTALS-PARA.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LINES READ: " WS-READ-COUNT
                  "  FLAGGED: " WS-POSTED-COUNT
                  "  ALREADY FLAGGED: " WS-ALREADY-COUNT
                  "  REJECTED: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       COPY "dobpro.cpy".
       COPY "chgpro.cpy".
       COPY "lockpro.cpy".
