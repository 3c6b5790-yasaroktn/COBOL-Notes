       IDENTIFICATION DIVISION.
       PROGRAM-ID.  csvedit.
      *> Front-end edit for the partner registration feeds: reads
      *> each partner's CSV in PARTNERS.DAT order (LAST,FIRST,MI,
      *> AGE, an optional fifth DOB column in YYYYMMDD, and
      *> optional ADDRESS, PHONE and EMAIL columns six through
      *> eight, and optional MAIL, PHONE and EMAIL consent flags
      *> Y or N in columns nine through eleven), writes the rows
      *> that pass every edit to TRANSACT.DAT in TRANS-RECORD
      *> layout for batchin - one
      *> header/detail/trailer section per partner, the partner
      *> code on the header and trailer - and lists every
      *> rejected row with its partner, line number and reason
      *> on CSVEDIT.RPT so the file can go back to the partner
      *> the same day. A partner with no feed tonight is noted
      *> on the report and gets no section.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> ASSIGN USING so each partner's feed is opened under the
      *> name PARTNERS.DAT gives it.
           SELECT PARTNER-FILE ASSIGN USING WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANSACT.DAT"
           SELECT ACK-FILE ASSIGN TO "ACKWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AK-STATUS.
           SELECT PARTNERS-FILE ASSIGN TO "PARTNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-FILE.
       01  REPORT-LINE PIC X(80).
       FD  ACK-FILE.
       COPY "ackrec.cpy".
       FD  PARTNERS-FILE.
       COPY "ptnrec.cpy".
       WORKING-STORAGE SECTION.
       01 WS-PC-STATUS PIC X(2).
       01 WS-TR-STATUS PIC X(2).
       01 WS-LINE-NUM PIC 9(6) VALUE 0.
       01 WS-ACCEPT-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(6) VALUE 0.
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-PTN-ACCEPT PIC 9(6).
       01 WS-PTN-REJECT PIC 9(6).
       01 WS-FEED-COUNT PIC 9(2) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(2) VALUE 0.
       01 WS-FEED-NAME PIC X(20).
       01 WS-PARTNER-CODE PIC X(4).
       01 WS-FIELD-COUNT PIC 9(2).
       01 WS-REASON PIC X(40).
       01 WS-AGE-NUM PIC 9(3).
           05 WS-F-ADDR PIC X(60).
           05 WS-F-PHONE PIC X(40).
           05 WS-F-EMAIL PIC X(50).
           05 WS-F-MAIL-OK PIC X(40).
           05 WS-F-PHONE-OK PIC X(40).
           05 WS-F-EMAIL-OK PIC X(40).
           05 WS-F-EXTRA PIC X(40).
       01 WS-BATCH-DATE PIC X(8).
       COPY "trctl.cpy".
       01 REJECT-LINE.
           05 RJ-PARTNER PIC X(4).
           05 FILLER PIC X(6) VALUE " LINE ".
           05 RJ-LINE-NUM PIC ZZZZZ9.
           05 FILLER PIC X(11) VALUE " REJECTED: ".
           05 RJ-REASON PIC X(40).
       COPY "dobws.cpy".
       COPY "ptnws.cpy".
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-PARTNERS-PARA.
      *> Nothing is replaced unless at least one feed arrived, so
      *> a night with no files leaves the last TRANSACT.DAT and
      *> ACKWORK.DAT as they were.
           PERFORM COUNT-FEEDS-PARA.
           IF WS-FEED-COUNT = 0
               DISPLAY "No partner feed found - nothing to edit."
      *> GOBACK with a bad code, not STOP RUN: under the night-run
      *> driver this must stop the chain, not kill the run unit.
               MOVE 8 TO RETURN-CODE
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT ACK-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BATCH-DATE.
           PERFORM PRINT-HEADING-PARA.
           MOVE 1 TO WS-PTN-IX.
           PERFORM UNTIL WS-PTN-IX > WS-PTN-COUNT
               PERFORM EDIT-PARTNER-PARA
               ADD 1 TO WS-PTN-IX
           END-PERFORM.
           CLOSE TRANS-FILE.
           CLOSE ACK-FILE.
           PERFORM PRINT-TOTALS-PARA.
           CLOSE REPORT-FILE.
           DISPLAY "Partner CSV edit complete. Feeds: " WS-FEED-COUNT
               " Accepted: " WS-ACCEPT-COUNT
               " Rejected: " WS-REJECT-COUNT " (see CSVEDIT.RPT).".
           IF WS-MISSING-COUNT > 0
               DISPLAY WS-MISSING-COUNT " partner(s) sent no feed "
                   "tonight."
           END-IF.
           GOBACK.

       COUNT-FEEDS-PARA.
           MOVE 1 TO WS-PTN-IX.
           PERFORM UNTIL WS-PTN-IX > WS-PTN-COUNT
               MOVE WS-PTN-FEED(WS-PTN-IX) TO WS-FEED-NAME
               OPEN INPUT PARTNER-FILE
               IF WS-PC-STATUS = "00"
                   ADD 1 TO WS-FEED-COUNT
                   CLOSE PARTNER-FILE
               END-IF
               ADD 1 TO WS-PTN-IX
           END-PERFORM.

       EDIT-PARTNER-PARA.
      *> One partner's feed, bracketed by its own header and
      *> trailer. Line numbers on the report and the
      *> acknowledgment restart at 1 for each partner - they are
      *> the partner's own row numbers - while the detail
      *> sequence runs on across the whole of TRANSACT.DAT.
           MOVE WS-PTN-FEED(WS-PTN-IX) TO WS-FEED-NAME.
           MOVE WS-PTN-CODE(WS-PTN-IX) TO WS-PARTNER-CODE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PARTNER " WS-PARTNER-CODE " "
                  WS-PTN-NAME(WS-PTN-IX) " " WS-FEED-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT PARTNER-FILE.
           IF WS-PC-STATUS NOT = "00"
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "PARTNER " WS-PARTNER-CODE
                      " NO FEED RECEIVED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LINE-NUM.
           MOVE 0 TO WS-PTN-ACCEPT.
           MOVE 0 TO WS-PTN-REJECT.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM WRITE-TRANS-HEADER-PARA.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ PARTNER-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
           END-PERFORM.
           CLOSE PARTNER-FILE.
           PERFORM WRITE-TRANS-TRAILER-PARA.
           ADD WS-LINE-NUM TO WS-READ-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "PARTNER " WS-PARTNER-CODE
                  " LINES READ: " WS-LINE-NUM
                  "  ACCEPTED: " WS-PTN-ACCEPT
                  "  REJECTED: " WS-PTN-REJECT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       EDIT-LINE-PARA.
           IF PARTNER-LINE = SPACES
           UNSTRING PARTNER-LINE DELIMITED BY ","
               INTO WS-F-LAST WS-F-FIRST WS-F-MI WS-F-AGE
                    WS-F-DOB WS-F-ADDR WS-F-PHONE WS-F-EMAIL
                    WS-F-MAIL-OK WS-F-PHONE-OK WS-F-EMAIL-OK
                    WS-F-EXTRA
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.

       VALIDATE-FIELDS-PARA.
           MOVE SPACES TO WS-REASON.
      *> Partners send the consent flags in either case.
           MOVE FUNCTION UPPER-CASE(WS-F-MAIL-OK) TO WS-F-MAIL-OK.
           MOVE FUNCTION UPPER-CASE(WS-F-PHONE-OK) TO WS-F-PHONE-OK.
           MOVE FUNCTION UPPER-CASE(WS-F-EMAIL-OK) TO WS-F-EMAIL-OK.
           EVALUATE TRUE
               WHEN WS-FIELD-COUNT < 4 OR WS-FIELD-COUNT > 11
                   MOVE "MUST HAVE 4 TO 11 FIELDS" TO WS-REASON
               WHEN WS-F-LAST = SPACES
                   MOVE "LAST NAME MISSING" TO WS-REASON
               WHEN WS-F-LAST(16:25) NOT = SPACES
                   MOVE "PHONE LONGER THAN 12" TO WS-REASON
               WHEN WS-F-EMAIL(31:20) NOT = SPACES
                   MOVE "EMAIL LONGER THAN 30" TO WS-REASON
               WHEN (WS-F-MAIL-OK NOT = SPACES AND
                     WS-F-MAIL-OK NOT = "Y" AND
                     WS-F-MAIL-OK NOT = "N") OR
                    (WS-F-PHONE-OK NOT = SPACES AND
                     WS-F-PHONE-OK NOT = "Y" AND
                     WS-F-PHONE-OK NOT = "N") OR
                    (WS-F-EMAIL-OK NOT = SPACES AND
                     WS-F-EMAIL-OK NOT = "Y" AND
                     WS-F-EMAIL-OK NOT = "N")
                   MOVE "CONSENT MUST BE Y, N OR BLANK" TO WS-REASON
               WHEN OTHER
                   MOVE FUNCTION TRIM(WS-F-AGE) TO WS-AGE-NUM
                   IF WS-AGE-NUM > 99
           MOVE WS-F-ADDR(1:40) TO TR-ADDR.
           MOVE WS-F-PHONE(1:12) TO TR-PHONE.
           MOVE WS-F-EMAIL(1:30) TO TR-EMAIL.
           MOVE WS-F-MAIL-OK(1:1) TO TR-ADDR-CONSENT.
           MOVE WS-F-PHONE-OK(1:1) TO TR-PHONE-CONSENT.
           MOVE WS-F-EMAIL-OK(1:1) TO TR-EMAIL-CONSENT.
           WRITE TRANS-RECORD.
           ADD 1 TO WS-ACCEPT-COUNT.
           ADD 1 TO WS-PTN-ACCEPT.
      *> The accepted row's sequence in TRANSACT.DAT is the join
      *> key the acknowledgment build uses to pick up batchin's
      *> disposition for it.
           MOVE "ACCEPTED" TO AK-STATUS.
           MOVE WS-ACCEPT-COUNT TO AK-TRANS-SEQ.
           MOVE SPACES TO AK-REASON.
           MOVE WS-PARTNER-CODE TO AK-PARTNER.
           WRITE ACKWORK-RECORD.

       REJECT-LINE-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           ADD 1 TO WS-PTN-REJECT.
           MOVE WS-PARTNER-CODE TO RJ-PARTNER.
           MOVE WS-LINE-NUM TO RJ-LINE-NUM.
           MOVE WS-REASON TO RJ-REASON.
           MOVE REJECT-LINE TO REPORT-LINE.
           MOVE "REJECTED" TO AK-STATUS.
           MOVE 0 TO AK-TRANS-SEQ.
           MOVE WS-REASON TO AK-REASON.
           MOVE WS-PARTNER-CODE TO AK-PARTNER.
           WRITE ACKWORK-RECORD.

       WRITE-TRANS-HEADER-PARA.
           MOVE "HDR" TO TC-TYPE.
           MOVE 0 TO TC-COUNT.
           MOVE WS-BATCH-DATE TO TC-DATE.
           MOVE WS-PARTNER-CODE TO TC-PARTNER.
           MOVE SPACES TO TRANS-RECORD.
           MOVE TRANS-CTL-RECORD TO TRANS-RECORD(1:22).
           WRITE TRANS-RECORD.

       WRITE-TRANS-TRAILER-PARA.
           MOVE "," TO TC-MARKER.
           MOVE "TRL" TO TC-TYPE.
           MOVE WS-PTN-ACCEPT TO TC-COUNT.
           MOVE WS-BATCH-DATE TO TC-DATE.
           MOVE WS-PARTNER-CODE TO TC-PARTNER.
           MOVE SPACES TO TRANS-RECORD.
           MOVE TRANS-CTL-RECORD TO TRANS-RECORD(1:22).
           WRITE TRANS-RECORD.

       PRINT-HEADING-PARA.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LINES READ: " WS-READ-COUNT
                  "  ACCEPTED: " WS-ACCEPT-COUNT
                  "  REJECTED: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       COPY "dobpro.cpy".
       COPY "ptnpro.cpy".
