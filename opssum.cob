       IDENTIFICATION DIVISION.
       PROGRAM-ID.  opssum.
      *> Morning operations summary. One page, OPSSUM.RPT, built
      *> from the night's outputs so nobody has to open them one at
      *> a time: every step of the last night run and how it ended
      *> (NIGHTRUN.LOG), each partner's lines accepted and rejected
      *> (CSVEDIT.RPT), the batch control totals (BATCHCTL.DAT) and
      *> whether recon balanced, the exceptions waiting for review
      *> and the age of the oldest (EXCEPT.DAT), any master lock
      *> still held (MASTLOCK.DAT), a failed-step resume pending
      *> (NIGHTCTL.DAT) and the newest master snapshot on disk
      *> (GENCTL.DAT). Anything that needs somebody's attention is
      *> listed first, at the top of the page. Runs as the last
      *> night-run step and from the console; it only reads, and
      *> always ends with return code 0 so it can never stop the
      *> chain it is reporting on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO "NIGHTRUN.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-STATUS.
           SELECT EDIT-FILE ASSIGN TO "CSVEDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ED-STATUS.
           SELECT CTL-FILE ASSIGN TO "BATCHCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BC-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-STATUS.
           SELECT MASTLOCK-FILE ASSIGN TO "MASTLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LK-STATUS.
           SELECT NIGHTCTL-FILE ASSIGN TO "NIGHTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-STATUS.
           SELECT GENCTL-FILE ASSIGN TO "GENCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GC-STATUS.
      *> Opened only to prove the snapshot GENCTL names is really
      *> on disk; same ASSIGN USING name batchin writes it under.
           SELECT GEN-FILE ASSIGN USING WS-GEN-NAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OPSSUM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-LINE.
           05  LG-DATE             PIC X(8).
           05  FILLER              PIC X.
           05  LG-TIME             PIC X(6).
           05  FILLER              PIC X(2).
           05  LG-STEP             PIC X(8).
           05  FILLER              PIC X(2).
           05  LG-TEXT             PIC X(40).
           05  FILLER              PIC X(13).
       FD  EDIT-FILE.
       01  EDIT-LINE PIC X(132).
       FD  CTL-FILE.
       COPY "ctlrec.cpy".
       FD  EXCEPT-FILE.
       COPY "excrec.cpy".
       FD  MASTLOCK-FILE.
       COPY "lockrec.cpy".
       FD  NIGHTCTL-FILE.
       COPY "nightctl.cpy".
       FD  GENCTL-FILE.
       COPY "genctl.cpy".
       FD  GEN-FILE.
       01  GEN-RECORD PIC X(256).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-LG-STATUS PIC X(2).
       01 WS-ED-STATUS PIC X(2).
       01 WS-BC-STATUS PIC X(2).
       01 WS-EX-STATUS PIC X(2).
       01 WS-NC-STATUS PIC X(2).
       01 WS-GC-STATUS PIC X(2).
       01 WS-GN-STATUS PIC X(2).
       01 WS-RP-STATUS PIC X(2).
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME PIC X(6).
       01 WS-TODAY-INT PIC 9(7).
       01 WS-DATE-INT PIC 9(7).
       01 WS-DATE-NUM PIC 9(8).
       01 WS-AGE-DAYS PIC 9(5).
      *> Exceptions waiting longer than this many days are flagged.
       01 WS-EXC-AGE-LIMIT PIC 9(3) VALUE 7.
       01 WS-TEXT PIC X(80).
      *> Last night run, from its NIGHT RUN STARTED line on. A
      *> resumed run keeps the steps the failed run got through
      *> and replaces the rest.
       01 WS-NR-FOUND-SW PIC X VALUE "N".
       01 WS-NR-RESET-SW PIC X VALUE "N".
       01 WS-NR-DATE PIC X(8) VALUE SPACES.
       01 WS-NR-TIME PIC X(6) VALUE SPACES.
       01 WS-NR-END PIC X(40) VALUE SPACES.
       01 WS-NR-RESUMED PIC X(8) VALUE SPACES.
       01 WS-NR-LAST-STARTED PIC X(8) VALUE SPACES.
       01 WS-RECON-SW PIC X VALUE "N".
       01 WS-STEP-COUNT PIC 9(2) VALUE 0.
       01 WS-STEP-IX PIC 9(2).
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 20.
               10 WS-ST-NAME PIC X(8).
               10 WS-ST-RESULT PIC X(40).
               10 WS-ST-BAD-SW PIC X.
       01 WS-PTN-LINE-COUNT PIC 9(2) VALUE 0.
       01 WS-PTN-IX PIC 9(2).
       01 WS-PTN-LINES.
           05 WS-PTN-LINE PIC X(80) OCCURS 21.
       01 WS-ED-TOTAL-LINE PIC X(80) VALUE SPACES.
       01 WS-ED-REJECTS PIC 9(6).
       01 WS-BC-FOUND-SW PIC X VALUE "N".
       01 WS-EX-COUNT PIC 9(6) VALUE 0.
       01 WS-EX-UNDATED PIC 9(6) VALUE 0.
       01 WS-EX-OLDEST PIC X(8) VALUE SPACES.
       01 WS-NC-PENDING-SW PIC X VALUE "N".
       01 WS-GC-FOUND-SW PIC X VALUE "N".
       01 WS-GEN-NAME.
           05 FILLER PIC X(10) VALUE "CUSTMAST.G".
           05 WS-GEN-NUM PIC 9(4).
       01 WS-ATTN-COUNT PIC 9(2) VALUE 0.
       01 WS-ATTN-IX PIC 9(2).
       01 WS-ATTN-TABLE.
           05 WS-ATTN-LINE PIC X(76) OCCURS 30.
       COPY "lockws.cpy".
       COPY "signon.cpy".
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           PERFORM SCAN-LOG-PARA.
           PERFORM SCAN-EDIT-PARA.
           PERFORM READ-BATCHCTL-PARA.
           PERFORM SCAN-EXCEPT-PARA.
           PERFORM CHECK-MASTER-LOCK-PARA.
           PERFORM READ-NIGHTCTL-PARA.
           PERFORM READ-GENCTL-PARA.
           PERFORM SET-ATTENTION-PARA.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-HEADING-PARA.
           PERFORM PRINT-ATTENTION-PARA.
           PERFORM PRINT-STEPS-PARA.
           PERFORM PRINT-PARTNERS-PARA.
           PERFORM PRINT-BATCH-PARA.
           PERFORM PRINT-STATE-PARA.
           CLOSE REPORT-FILE.
           DISPLAY "Morning summary written to OPSSUM.RPT - "
               WS-ATTN-COUNT " item(s) need attention.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       SCAN-LOG-PARA.
           OPEN INPUT LOG-FILE.
           IF WS-LG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ LOG-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM LOG-LINE-PARA
               END-READ
           END-PERFORM.
           CLOSE LOG-FILE.

       LOG-LINE-PARA.
      *> The step list is cleared on the line after NIGHT RUN
      *> STARTED unless that line says the run is a resume.
           IF WS-NR-RESET-SW = "Y"
               MOVE "N" TO WS-NR-RESET-SW
               IF LG-TEXT = "RESUMING FROM FAILED STEP"
                   MOVE LG-STEP TO WS-NR-RESUMED
                   PERFORM DROP-FROM-RESUMED-PARA
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-STEP-COUNT
               MOVE "N" TO WS-RECON-SW
           END-IF.
           IF LG-TEXT = "NIGHT RUN STARTED"
               MOVE "Y" TO WS-NR-FOUND-SW
               MOVE "Y" TO WS-NR-RESET-SW
               MOVE LG-DATE TO WS-NR-DATE
               MOVE LG-TIME TO WS-NR-TIME
               MOVE SPACES TO WS-NR-END
               MOVE SPACES TO WS-NR-RESUMED
               MOVE SPACES TO WS-NR-LAST-STARTED
               EXIT PARAGRAPH
           END-IF.
           IF LG-TEXT(1:10) = "NIGHT RUN "
               MOVE LG-TEXT TO WS-NR-END
               EXIT PARAGRAPH
           END-IF.
      *> This program's own entries say nothing about the night.
           IF LG-STEP = SPACES OR LG-STEP = "opssum"
               IF LG-TEXT = "STARTED"
                   MOVE LG-STEP TO WS-NR-LAST-STARTED
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF LG-TEXT = "STARTED"
               MOVE LG-STEP TO WS-NR-LAST-STARTED
               IF WS-STEP-COUNT < 20
                   ADD 1 TO WS-STEP-COUNT
                   MOVE LG-STEP TO WS-ST-NAME(WS-STEP-COUNT)
                   MOVE "STARTED - NO END LOGGED"
                       TO WS-ST-RESULT(WS-STEP-COUNT)
                   MOVE "Y" TO WS-ST-BAD-SW(WS-STEP-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF LG-TEXT(1:8) = "ENDED - " AND WS-STEP-COUNT > 0
               IF LG-STEP = WS-ST-NAME(WS-STEP-COUNT)
                   MOVE LG-TEXT TO WS-ST-RESULT(WS-STEP-COUNT)
                   IF LG-TEXT = "ENDED - RETURN CODE 0"
                       MOVE "N" TO WS-ST-BAD-SW(WS-STEP-COUNT)
                   END-IF
               END-IF
           END-IF.

       DROP-FROM-RESUMED-PARA.
      *> Steps from the resumed one on run again in this segment;
      *> the failed run's entries for them are dropped.
           MOVE 1 TO WS-STEP-IX.
           PERFORM UNTIL WS-STEP-IX > WS-STEP-COUNT
               IF WS-ST-NAME(WS-STEP-IX) = WS-NR-RESUMED
                   COMPUTE WS-STEP-COUNT = WS-STEP-IX - 1
               ELSE
                   ADD 1 TO WS-STEP-IX
               END-IF
           END-PERFORM.

       SCAN-EDIT-PARA.
      *> Only the per-partner count lines and the overall line are
      *> lifted; the reject detail stays on CSVEDIT.RPT.
           OPEN INPUT EDIT-FILE.
           IF WS-ED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ EDIT-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM EDIT-LINE-PARA
               END-READ
           END-PERFORM.
           CLOSE EDIT-FILE.

       EDIT-LINE-PARA.
           IF EDIT-LINE(1:12) = "LINES READ: "
               MOVE EDIT-LINE TO WS-ED-TOTAL-LINE
               EXIT PARAGRAPH
           END-IF.
           IF EDIT-LINE(1:8) NOT = "PARTNER "
               EXIT PARAGRAPH
           END-IF.
           IF EDIT-LINE(13:13) NOT = " LINES READ: " AND
              EDIT-LINE(13:17) NOT = " NO FEED RECEIVED"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PTN-LINE-COUNT < 21
               ADD 1 TO WS-PTN-LINE-COUNT
               MOVE EDIT-LINE TO WS-PTN-LINE(WS-PTN-LINE-COUNT)
           END-IF.

       READ-BATCHCTL-PARA.
           OPEN INPUT CTL-FILE.
           IF WS-BC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ CTL-FILE
               NOT AT END MOVE "Y" TO WS-BC-FOUND-SW
           END-READ.
           CLOSE CTL-FILE.

       SCAN-EXCEPT-PARA.
           OPEN INPUT EXCEPT-FILE.
           IF WS-EX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ EXCEPT-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM EXCEPT-LINE-PARA
               END-READ
           END-PERFORM.
           CLOSE EXCEPT-FILE.

       EXCEPT-LINE-PARA.
      *> Entries from before exceptions were dated carry no
      *> EX-DATE; they are counted apart rather than guessed at.
           ADD 1 TO WS-EX-COUNT.
           IF EX-DATE IS NOT NUMERIC
               ADD 1 TO WS-EX-UNDATED
               EXIT PARAGRAPH
           END-IF.
           IF WS-EX-OLDEST = SPACES OR EX-DATE < WS-EX-OLDEST
               MOVE EX-DATE TO WS-EX-OLDEST
           END-IF.

       READ-NIGHTCTL-PARA.
      *> Same test nightrun makes: a record naming a real step
      *> means the next night run will offer to resume there.
           OPEN INPUT NIGHTCTL-FILE.
           IF WS-NC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ NIGHTCTL-FILE
               NOT AT END
                   IF NC-FAIL-STEP IS NUMERIC AND NC-FAIL-STEP > 0
                       MOVE "Y" TO WS-NC-PENDING-SW
                   END-IF
           END-READ.
           CLOSE NIGHTCTL-FILE.

       READ-GENCTL-PARA.
           OPEN INPUT GENCTL-FILE.
           IF WS-GC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ GENCTL-FILE
               NOT AT END
                   IF GC-LAST-GEN IS NUMERIC AND GC-LAST-GEN > 0
                       MOVE "Y" TO WS-GC-FOUND-SW
                       MOVE GC-LAST-GEN TO WS-GEN-NUM
                   END-IF
           END-READ.
           CLOSE GENCTL-FILE.
           IF WS-GC-FOUND-SW = "Y"
               OPEN INPUT GEN-FILE
               IF WS-GN-STATUS = "00"
                   CLOSE GEN-FILE
               END-IF
           END-IF.

       SET-ATTENTION-PARA.
      *> Everything somebody has to act on, in page order.
           IF WS-NR-FOUND-SW NOT = "Y"
               MOVE "NO NIGHT RUN FOUND ON NIGHTRUN.LOG" TO WS-TEXT
               PERFORM ADD-ATTENTION-PARA
           ELSE
               PERFORM ATTENTION-NIGHT-RUN-PARA
           END-IF.
           MOVE 1 TO WS-PTN-IX.
           PERFORM UNTIL WS-PTN-IX > WS-PTN-LINE-COUNT
               PERFORM ATTENTION-PARTNER-PARA
               ADD 1 TO WS-PTN-IX
           END-PERFORM.
           IF WS-ED-STATUS NOT = "00"
               MOVE "CSVEDIT.RPT NOT FOUND - PARTNER FEEDS NOT EDITED"
                   TO WS-TEXT
               PERFORM ADD-ATTENTION-PARA
           END-IF.
           IF WS-BC-FOUND-SW NOT = "Y"
               MOVE "BATCHCTL.DAT MISSING OR EMPTY - NO BATCH TOTALS"
                   TO WS-TEXT
               PERFORM ADD-ATTENTION-PARA
           ELSE
               IF WS-NR-FOUND-SW = "Y" AND BC-RUN-DATE < WS-NR-DATE
                   MOVE SPACES TO WS-TEXT
                   STRING "NO BATCH POSTED THIS NIGHT - BATCHCTL IS "
                          "FROM " BC-RUN-DATE
                       DELIMITED BY SIZE INTO WS-TEXT
                   PERFORM ADD-ATTENTION-PARA
               END-IF
           END-IF.
           PERFORM ATTENTION-EXCEPT-PARA.
           PERFORM ATTENTION-LOCK-PARA.
           IF WS-NC-PENDING-SW = "Y"
               MOVE SPACES TO WS-TEXT
               STRING "RESUME PENDING - " NC-RUN-DATE " RUN FAILED "
                      "AT STEP " NC-FAIL-STEP " (" NC-FAIL-NAME ")"
                   DELIMITED BY SIZE INTO WS-TEXT
               PERFORM ADD-ATTENTION-PARA
           END-IF.
           IF WS-GC-FOUND-SW NOT = "Y"
               MOVE "NO MASTER SNAPSHOT RECORDED ON GENCTL.DAT"
                   TO WS-TEXT
               PERFORM ADD-ATTENTION-PARA
           ELSE
               IF WS-GN-STATUS NOT = "00"
                   MOVE SPACES TO WS-TEXT
                   STRING "NEWEST SNAPSHOT " WS-GEN-NAME
                          " IS NOT ON DISK"
                       DELIMITED BY SIZE INTO WS-TEXT
                   PERFORM ADD-ATTENTION-PARA
               END-IF
           END-IF.

       ATTENTION-NIGHT-RUN-PARA.
      *> A run that started before yesterday means last night's
      *> never happened.
           MOVE WS-NR-DATE TO WS-DATE-NUM.
           IF WS-NR-DATE IS NUMERIC
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-TODAY-INT - WS-DATE-INT > 1
                   MOVE SPACES TO WS-TEXT
                   STRING "LAST NIGHT RUN STARTED " WS-NR-DATE
                          " - NOTHING RAN LAST NIGHT"
                       DELIMITED BY SIZE INTO WS-TEXT
                   PERFORM ADD-ATTENTION-PARA
               END-IF
           END-IF.
           MOVE 1 TO WS-STEP-IX.
           PERFORM UNTIL WS-STEP-IX > WS-STEP-COUNT
               IF WS-ST-BAD-SW(WS-STEP-IX) = "Y"
                   MOVE SPACES TO WS-TEXT
                   STRING "STEP " WS-ST-NAME(WS-STEP-IX) " "
                          WS-ST-RESULT(WS-STEP-IX)
                       DELIMITED BY SIZE INTO WS-TEXT
                   PERFORM ADD-ATTENTION-PARA
               END-IF
               IF WS-ST-NAME(WS-STEP-IX) = "recon"
                   MOVE "Y" TO WS-RECON-SW
               END-IF
               ADD 1 TO WS-STEP-IX
           END-PERFORM.
           IF WS-RECON-SW NOT = "Y"
               MOVE "RECON DID NOT RUN IN THE LAST NIGHT RUN"
                   TO WS-TEXT
               PERFORM ADD-ATTENTION-PARA
           END-IF.
      *> Under nightrun this program is the step in progress, so
      *> no end line is expected yet.
           IF WS-NR-END = SPACES AND WS-NR-LAST-STARTED NOT = "opssum"
               MOVE "NIGHT RUN DID NOT FINISH - NO END ON THE LOG"
                   TO WS-TEXT
               PERFORM ADD-ATTENTION-PARA
           END-IF.

       ATTENTION-PARTNER-PARA.
           IF WS-PTN-LINE(WS-PTN-IX)(13:17) = " NO FEED RECEIVED"
               MOVE SPACES TO WS-TEXT
               STRING "PARTNER " WS-PTN-LINE(WS-PTN-IX)(9:4)
                      " SENT NO FEED"
                   DELIMITED BY SIZE INTO WS-TEXT
               PERFORM ADD-ATTENTION-PARA
               EXIT PARAGRAPH
           END-IF.
           IF WS-PTN-LINE(WS-PTN-IX)(62:6) IS NUMERIC
               MOVE WS-PTN-LINE(WS-PTN-IX)(62:6) TO WS-ED-REJECTS
               IF WS-ED-REJECTS > 0
                   MOVE SPACES TO WS-TEXT
                   STRING "PARTNER " WS-PTN-LINE(WS-PTN-IX)(9:4)
                          " - " WS-ED-REJECTS
                          " LINE(S) REJECTED, SEE CSVEDIT.RPT"
                       DELIMITED BY SIZE INTO WS-TEXT
                   PERFORM ADD-ATTENTION-PARA
               END-IF
           END-IF.

       ATTENTION-EXCEPT-PARA.
           IF WS-EX-UNDATED > 0
               MOVE SPACES TO WS-TEXT
               STRING WS-EX-UNDATED " UNDATED EXCEPTION(S) STILL "
                      "WAITING FOR REVIEW"
                   DELIMITED BY SIZE INTO WS-TEXT
               PERFORM ADD-ATTENTION-PARA
           END-IF.
           IF WS-EX-OLDEST = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EX-OLDEST TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-DATE-INT > WS-TODAY-INT
               MOVE 0 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DATE-INT
           END-IF.
           IF WS-AGE-DAYS > WS-EXC-AGE-LIMIT
               MOVE SPACES TO WS-TEXT
               STRING "OLDEST EXCEPTION WAITING " WS-AGE-DAYS
                      " DAYS (SINCE " WS-EX-OLDEST ") - RUN EXCREV"
                   DELIMITED BY SIZE INTO WS-TEXT
               PERFORM ADD-ATTENTION-PARA
           END-IF.

       ATTENTION-LOCK-PARA.
      *> Run from the console the session's own lock is expected.
           IF WS-LK-HELD-SW NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF LK-TYPE = "CONSOLE" AND LK-HOLDER = SIGNON-OPERATOR-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TEXT.
           STRING "MASTER LOCK HELD BY " LK-HOLDER " (" LK-TYPE
                  ") SINCE " LK-TIMESTAMP(1:8) " "
                  LK-TIMESTAMP(9:6)
               DELIMITED BY SIZE INTO WS-TEXT.
           PERFORM ADD-ATTENTION-PARA.

       ADD-ATTENTION-PARA.
           IF WS-ATTN-COUNT < 30
               ADD 1 TO WS-ATTN-COUNT
               MOVE WS-TEXT TO WS-ATTN-LINE(WS-ATTN-COUNT)
           END-IF.

       PRINT-HEADING-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "MORNING OPERATIONS SUMMARY   " WS-RUN-DATE " "
                  WS-RUN-TIME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-ATTENTION-PARA.
           IF WS-ATTN-COUNT = 0
               MOVE "NOTHING NEEDS ATTENTION" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-ATTN-COUNT
                      " ITEM(S) NEED ATTENTION ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 1 TO WS-ATTN-IX
               PERFORM UNTIL WS-ATTN-IX > WS-ATTN-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ** " WS-ATTN-LINE(WS-ATTN-IX)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO WS-ATTN-IX
               END-PERFORM
           END-IF.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-STEPS-PARA.
           MOVE SPACES TO REPORT-LINE.
           IF WS-NR-FOUND-SW = "Y"
               STRING "NIGHT RUN STARTED " WS-NR-DATE " " WS-NR-TIME
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE "NIGHT RUN - NONE ON THE LOG" TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           IF WS-NR-RESUMED NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "  RESUMED FROM STEP " WS-NR-RESUMED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE 1 TO WS-STEP-IX.
           PERFORM UNTIL WS-STEP-IX > WS-STEP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-ST-NAME(WS-STEP-IX) "  "
                      WS-ST-RESULT(WS-STEP-IX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-STEP-IX
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           IF WS-NR-END NOT = SPACES
               STRING "  " WS-NR-END DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-NR-LAST-STARTED = "opssum"
                   STRING "  NIGHT RUN STILL RUNNING - THIS SUMMARY "
                          "IS ITS LAST STEP"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       PRINT-PARTNERS-PARA.
           MOVE "PARTNER FEEDS (CSVEDIT.RPT)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PTN-LINE-COUNT = 0 AND WS-ED-TOTAL-LINE = SPACES
               MOVE "  NO PARTNER EDIT REPORT" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-PTN-IX.
           PERFORM UNTIL WS-PTN-IX > WS-PTN-LINE-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-PTN-LINE(WS-PTN-IX)(9:59)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-PTN-IX
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ALL  " WS-ED-TOTAL-LINE(1:60)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-BATCH-PARA.
      *> recon's verdict is its return code: 0 in balance, 8 out
      *> of balance (or nothing to reconcile).
           MOVE "BATCH INTAKE (BATCHCTL.DAT)" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-BC-FOUND-SW NOT = "Y"
               MOVE "  NO BATCH CONTROL RECORD" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RUN " BC-RUN-DATE "  BATCH DATE " BC-BATCH-DATE
                  "  TRANSACTIONS " BC-TRANS-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  WRITTEN " BC-WRITTEN-COUNT
                  "  DUPLICATE " BC-DUP-COUNT
                  "  SKIPPED " BC-SKIPPED-COUNT
                  "  RESTART " BC-RESTART-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  MASTER " BC-MAST-BEFORE " -> " BC-MAST-AFTER
                  "  EXCEPTIONS BEFORE " BC-EXCEPT-BEFORE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "  RECON: NOT RUN" TO REPORT-LINE.
           MOVE 1 TO WS-STEP-IX.
           PERFORM UNTIL WS-STEP-IX > WS-STEP-COUNT
               IF WS-ST-NAME(WS-STEP-IX) = "recon"
                   IF WS-ST-BAD-SW(WS-STEP-IX) = "Y"
                       MOVE SPACES TO REPORT-LINE
                       STRING "  RECON: NOT IN BALANCE, STEP "
                              WS-ST-RESULT(WS-STEP-IX)
                           DELIMITED BY SIZE INTO REPORT-LINE
                   ELSE
                       MOVE "  RECON: IN BALANCE" TO REPORT-LINE
                   END-IF
               END-IF
               ADD 1 TO WS-STEP-IX
           END-PERFORM.
           WRITE REPORT-LINE.

       PRINT-STATE-PARA.
           MOVE "OUTSTANDING THIS MORNING" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-EX-COUNT = 0
               MOVE "  EXCEPTIONS: NONE WAITING FOR REVIEW"
                   TO REPORT-LINE
           ELSE
               IF WS-EX-OLDEST = SPACES
                   STRING "  EXCEPTIONS: " WS-EX-COUNT
                          " WAITING, ALL UNDATED"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   MOVE WS-EX-OLDEST TO WS-DATE-NUM
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   IF WS-DATE-INT > WS-TODAY-INT
                       MOVE 0 TO WS-AGE-DAYS
                   ELSE
                       COMPUTE WS-AGE-DAYS =
                           WS-TODAY-INT - WS-DATE-INT
                   END-IF
                   STRING "  EXCEPTIONS: " WS-EX-COUNT
                          " WAITING, OLDEST " WS-EX-OLDEST
                          " (" WS-AGE-DAYS " DAYS)"
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-LK-HELD-SW = "Y"
               STRING "  MASTER LOCK: HELD BY " LK-HOLDER " ("
                      LK-TYPE ") SINCE " LK-TIMESTAMP(1:8) " "
                      LK-TIMESTAMP(9:6)
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE "  MASTER LOCK: FREE" TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-NC-PENDING-SW = "Y"
               STRING "  RESUME: PENDING FROM STEP " NC-FAIL-STEP
                      " (" NC-FAIL-NAME ") OF " NC-RUN-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE "  RESUME: NONE PENDING" TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-GC-FOUND-SW = "Y"
               IF WS-GN-STATUS = "00"
                   STRING "  NEWEST SNAPSHOT: " WS-GEN-NAME
                          " TAKEN " GC-SNAP-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "  NEWEST SNAPSHOT: " WS-GEN-NAME
                          " TAKEN " GC-SNAP-DATE " - NOT ON DISK"
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           ELSE
               MOVE "  NEWEST SNAPSHOT: NONE RECORDED" TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       COPY "lockpro.cpy".
