       IDENTIFICATION DIVISION.
       PROGRAM-ID.  cnsrpt.
      *> Contact consent summary for the outreach team. For each
      *> channel - mail, phone, email - counts the active master
      *> records holding that contact and splits them by consent:
      *> opted in ("Y"), refused or withdrawn ("N"), and never
      *> asked (space, mostly records from before consent was
      *> captured), with how many of the opt-ins are actually
      *> usable once returned-mail flags are taken out. Ahead of
      *> the counts it lists every withdrawal of the last 30 days
      *> - the CONSENT-WDRN entries maint writes to CHANGHST.DAT,
      *> one line per channel that went from consent to "N" -
      *> so anyone holding an older extract or mailing list can
      *> take the name off. A refusal given at registration is
      *> never on a list to begin with and is not repeated here.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MK-REG-NUM
               ALTERNATE RECORD KEY IS MK-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT CHGHST-FILE ASSIGN TO "CHANGHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CNSRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
      *> Key view only - the record is read INTO the working
      *> storage copy of custmas.cpy, which doubles as the decode
      *> area for the change-history images, as in reginq. The
      *> keys sit where custmas.cpy puts CM-NAME and CM-REG-NUM.
       01  MASTER-KEY-VIEW.
           05  MK-NAME             PIC X(26).
           05  FILLER              PIC X(12).
           05  MK-REG-NUM          PIC 9(8).
           05  FILLER              PIC X(210).
       FD  CHGHST-FILE.
       COPY "chgrec.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CM-STATUS PIC X(2).
       01 WS-RP-STATUS PIC X(2).
       01 WS-CH-STATUS PIC X(2).
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-RUN-DATE PIC X(8).
       01 WS-TODAY-INT PIC 9(7).
       01 WS-DATE-INT PIC 9(7).
       01 WS-DATE-NUM PIC 9(8).
       01 WS-AGE-DAYS PIC 9(7).
      *> How far back a withdrawal counts as recent.
       01 WS-RECENT-DAYS PIC 9(3) VALUE 30.
       01 WS-RECORD-COUNT PIC 9(6) VALUE 0.
       01 WS-RECENT-COUNT PIC 9(6) VALUE 0.
      *> One row per channel: 1 mail, 2 phone, 3 email.
       01 WS-CHANNEL-TABLE.
           05 WS-CN-ROW OCCURS 3.
               10 WS-CN-ON-FILE PIC 9(6) VALUE 0.
               10 WS-CN-YES PIC 9(6) VALUE 0.
               10 WS-CN-NO PIC 9(6) VALUE 0.
               10 WS-CN-UNKNOWN PIC 9(6) VALUE 0.
               10 WS-CN-USABLE PIC 9(6) VALUE 0.
       01 WS-CN-SUB PIC 9.
      *> One channel of the record in hand, loaded before the
      *> shared counting paragraph.
       01 WS-CN-UNDELIV PIC X(8).
       01 WS-CN-FLAG PIC X.
       01 WS-CN-DATE PIC X(8).
       01 WS-CN-CONTACT PIC X(40).
       01 WS-CN-NAME PIC X(6).
      *> Consent per channel in a change-history before image.
       01 WS-BEFORE-CONSENT.
           05 WS-BF-ADDR-CONSENT PIC X.
           05 WS-BF-PHONE-CONSENT PIC X.
           05 WS-BF-EMAIL-CONSENT PIC X.
       COPY "custmas.cpy".
       01 HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE "CHANNEL".
           05 FILLER PIC X(10) VALUE "ON FILE".
           05 FILLER PIC X(10) VALUE "OPTED IN".
           05 FILLER PIC X(10) VALUE "USABLE".
           05 FILLER PIC X(12) VALUE "NO CONSENT".
           05 FILLER PIC X(10) VALUE "NOT ASKED".
       01 COUNT-LINE.
           05 CT-CHANNEL PIC X(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 CT-ON-FILE PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CT-YES PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CT-USABLE PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CT-NO PIC ZZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 CT-UNKNOWN PIC ZZZZZ9.
       01 HEADING-LINE-3.
           05 FILLER PIC X(10) VALUE "REG NUMBER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "NAME".
           05 FILLER PIC X(8) VALUE "CHANNEL".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(40) VALUE "CONTACT".
       01 RECENT-LINE.
           05 RL-REG PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RL-NAME PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-CHANNEL PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-CONTACT PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Unable to open CUSTMAST.DAT - no data to "
                   "report."
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-HEADING-PARA.
           PERFORM SCAN-CHANGHST-PARA.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ CUSTMAST-FILE NEXT RECORD INTO CUSTMAST-RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM CHECK-RECORD-PARA
               END-READ
           END-PERFORM.
           CLOSE CUSTMAST-FILE.
           PERFORM PRINT-COUNTS-PARA.
           CLOSE REPORT-FILE.
           DISPLAY "Consent summary complete. " WS-RECENT-COUNT
               " recent withdrawal(s) listed on CNSRPT.RPT.".
           GOBACK.

       SCAN-CHANGHST-PARA.
      *> No history file yet simply means no withdrawals.
           OPEN INPUT CHGHST-FILE.
           IF WS-CH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ CHGHST-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF CH-ACTION = "CONSENT-WDRN"
                           PERFORM CHECK-WITHDRAWAL-PARA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHGHST-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

       CHECK-WITHDRAWAL-PARA.
           IF CH-TIMESTAMP(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE CH-TIMESTAMP(1:8) TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-DATE-INT > WS-TODAY-INT
               MOVE 0 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DATE-INT
           END-IF.
           IF WS-AGE-DAYS > WS-RECENT-DAYS
               EXIT PARAGRAPH
           END-IF.
      *> The entry can change more than one channel; a channel
      *> counts as withdrawn when the after image says "N" and
      *> the before image did not.
           MOVE CH-BEFORE-IMAGE TO CUSTMAST-RECORD.
           MOVE CM-ADDR-CONSENT TO WS-BF-ADDR-CONSENT.
           MOVE CM-PHONE-CONSENT TO WS-BF-PHONE-CONSENT.
           MOVE CM-EMAIL-CONSENT TO WS-BF-EMAIL-CONSENT.
           MOVE CH-AFTER-IMAGE TO CUSTMAST-RECORD.
           IF CM-ADDR-CONSENT = "N" AND WS-BF-ADDR-CONSENT NOT = "N"
               MOVE "MAIL" TO WS-CN-NAME
               MOVE CM-ADDR-CONS-DATE TO WS-CN-DATE
               MOVE CM-ADDR TO WS-CN-CONTACT
               PERFORM LIST-WITHDRAWAL-PARA
           END-IF.
           IF CM-PHONE-CONSENT = "N" AND
              WS-BF-PHONE-CONSENT NOT = "N"
               MOVE "PHONE" TO WS-CN-NAME
               MOVE CM-PHONE-CONS-DATE TO WS-CN-DATE
               MOVE CM-PHONE TO WS-CN-CONTACT
               PERFORM LIST-WITHDRAWAL-PARA
           END-IF.
           IF CM-EMAIL-CONSENT = "N" AND
              WS-BF-EMAIL-CONSENT NOT = "N"
               MOVE "EMAIL" TO WS-CN-NAME
               MOVE CM-EMAIL-CONS-DATE TO WS-CN-DATE
               MOVE CM-EMAIL TO WS-CN-CONTACT
               PERFORM LIST-WITHDRAWAL-PARA
           END-IF.

       LIST-WITHDRAWAL-PARA.
           MOVE CH-REG-NUM TO RL-REG.
           MOVE CM-NAME TO RL-NAME.
           MOVE WS-CN-NAME TO RL-CHANNEL.
           MOVE WS-CN-DATE TO RL-DATE.
           MOVE WS-CN-CONTACT TO RL-CONTACT.
           MOVE RECENT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-RECENT-COUNT.

       CHECK-RECORD-PARA.
      *> Deactivated records are never contacted, so their
      *> consent does not matter to outreach.
           IF CM-STATUS = "I"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE 1 TO WS-CN-SUB.
           MOVE CM-ADDR TO WS-CN-CONTACT.
           MOVE CM-ADDR-UNDELIV TO WS-CN-UNDELIV.
           MOVE CM-ADDR-CONSENT TO WS-CN-FLAG.
           PERFORM COUNT-CHANNEL-PARA.
           MOVE 2 TO WS-CN-SUB.
           MOVE CM-PHONE TO WS-CN-CONTACT.
           MOVE CM-PHONE-UNDELIV TO WS-CN-UNDELIV.
           MOVE CM-PHONE-CONSENT TO WS-CN-FLAG.
           PERFORM COUNT-CHANNEL-PARA.
           MOVE 3 TO WS-CN-SUB.
           MOVE CM-EMAIL TO WS-CN-CONTACT.
           MOVE CM-EMAIL-UNDELIV TO WS-CN-UNDELIV.
           MOVE CM-EMAIL-CONSENT TO WS-CN-FLAG.
           PERFORM COUNT-CHANNEL-PARA.

       COUNT-CHANNEL-PARA.
           IF WS-CN-CONTACT = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CN-ON-FILE(WS-CN-SUB).
           EVALUATE WS-CN-FLAG
               WHEN "Y"
                   ADD 1 TO WS-CN-YES(WS-CN-SUB)
                   IF WS-CN-UNDELIV = SPACES
                       ADD 1 TO WS-CN-USABLE(WS-CN-SUB)
                   END-IF
               WHEN "N"
                   ADD 1 TO WS-CN-NO(WS-CN-SUB)
               WHEN OTHER
                   ADD 1 TO WS-CN-UNKNOWN(WS-CN-SUB)
           END-EVALUATE.

       PRINT-HEADING-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONTACT CONSENT SUMMARY  RUN DATE "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONSENT WITHDRAWN IN THE LAST "
                  WS-RECENT-DAYS " DAYS (CHANGHST.DAT)"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-COUNTS-PARA.
           IF WS-RECENT-COUNT = 0
               MOVE "NO RECENT WITHDRAWALS" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONSENT BY CHANNEL - ACTIVE REGISTRATIONS: "
                  WS-RECORD-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 1 TO WS-CN-SUB.
           MOVE "MAIL" TO CT-CHANNEL.
           PERFORM PRINT-COUNT-LINE-PARA.
           MOVE 2 TO WS-CN-SUB.
           MOVE "PHONE" TO CT-CHANNEL.
           PERFORM PRINT-COUNT-LINE-PARA.
           MOVE 3 TO WS-CN-SUB.
           MOVE "EMAIL" TO CT-CHANNEL.
           PERFORM PRINT-COUNT-LINE-PARA.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "USABLE = OPTED IN AND NOT FLAGGED UNDELIVERABLE"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "NO CONSENT = REFUSED AT REGISTRATION OR WITHDRAWN"
               TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-COUNT-LINE-PARA.
           MOVE WS-CN-ON-FILE(WS-CN-SUB) TO CT-ON-FILE.
           MOVE WS-CN-YES(WS-CN-SUB) TO CT-YES.
           MOVE WS-CN-USABLE(WS-CN-SUB) TO CT-USABLE.
           MOVE WS-CN-NO(WS-CN-SUB) TO CT-NO.
           MOVE WS-CN-UNKNOWN(WS-CN-SUB) TO CT-UNKNOWN.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
