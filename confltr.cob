       IDENTIFICATION DIVISION.
       PROGRAM-ID.  confltr.
      *> Registration confirmation letters. Nobody used to be told
      *> the permanent registration number they were given, so
      *> this run picks up every registration written since the
      *> last letter run - by batchin, by a clerk through hello,
      *> or by an exception resubmitted through excrev - and
      *> prints one confirmation letter per registration, a page
      *> each, to CONFLTR.RPT: name, CM-REG-NUM, the date of birth
      *> on file and the mailing address, all read fresh from
      *> CUSTMAST.DAT so a correction made since intake is what
      *> goes out. The WRITTEN entries on AUDIT.DAT name the
      *> registrations (every intake program writes one with the
      *> number it gave); the WRITTEN dispositions on TRANDISP.DAT
      *> are counted against the batch share of them, so a batch
      *> registration missing from the trail shows up on the
      *> companion list instead of silently getting no letter.
      *> Registrations with no mailing address - or only one the
      *> returned-mail post has flagged undeliverable, or that the
      *> registrant refused or withdrew consent for - get no
      *> letter; they go on the companion list CONFLIST.RPT with
      *> their phone and email, to be phoned instead. Being about
      *> the registration itself rather than outreach, a letter
      *> does not wait for an explicit opt-in. LETRCTL.DAT
      *> holds the timestamp of the newest entry lettered, so a
      *> rerun picks up nothing already printed and leaves the
      *> last letter file alone.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
           SELECT DISP-FILE ASSIGN TO "TRANDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-REG-NUM
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT LETRCTL-FILE ASSIGN TO "LETRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT LETTER-FILE ASSIGN TO "CONFLTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CONFLIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY "audrec.cpy".
       FD  DISP-FILE.
       COPY "disprec.cpy".
       FD  CUSTMAST-FILE.
       COPY "custmas.cpy".
       FD  LETRCTL-FILE.
       COPY "letrctl.cpy".
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-REG-NUM          PIC 9(8).
           05  SR-OPERATOR         PIC X(10).
       FD  LETTER-FILE.
       01  LETTER-LINE PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-AU-STATUS PIC X(2).
       01 WS-TD-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-LC-STATUS PIC X(2).
       01 WS-LT-STATUS PIC X(2).
       01 WS-RP-STATUS PIC X(2).
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-SORT-EOF PIC X VALUE "N".
       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-DAY-INT PIC 9(7).
       01 WS-FROM-DATE PIC 9(8).
      *> Entries after WS-LAST-TS and not after WS-HIGH-TS are this
      *> run's; WS-HIGH-TS is fixed by the counting pass, so an
      *> entry a console session appends mid-run waits for the
      *> next run instead of being half-handled by this one.
       01 WS-LAST-TS PIC X(16).
       01 WS-HIGH-TS PIC X(16).
       01 WS-PREV-REG PIC 9(8) VALUE 0.
       01 WS-PAGE-NUM PIC 9(4) VALUE 0.
       01 WS-NEW-COUNT PIC 9(6) VALUE 0.
       01 WS-LETTER-COUNT PIC 9(6) VALUE 0.
       01 WS-PHONE-COUNT PIC 9(6) VALUE 0.
       01 WS-SKIP-COUNT PIC 9(6) VALUE 0.
       01 WS-BATCH-AUDIT-COUNT PIC 9(6) VALUE 0.
       01 WS-BATCH-DISP-COUNT PIC 9(6) VALUE 0.
       01 WS-DOB-LINE PIC X(80).
       COPY "contws.cpy".
       01 LETTER-HEAD.
           05 FILLER PIC X(50) VALUE "REGISTRATION OFFICE".
           05 FILLER PIC X(5) VALUE "DATE ".
           05 LH-DATE PIC X(8).
           05 FILLER PIC X(8) VALUE "   PAGE ".
           05 LH-PAGE PIC ZZZ9.
       01 HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE "REG NUMBER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "NAME".
           05 FILLER PIC X(14) VALUE "PHONE".
           05 FILLER PIC X(30) VALUE "EMAIL".
       01 LIST-LINE.
           05 LL-REG PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 LL-NAME PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LL-PHONE PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LL-EMAIL PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM READ-LETRCTL-PARA.
           PERFORM COUNT-NEW-PARA.
           IF WS-NEW-COUNT = 0
               DISPLAY "No registrations written since the last "
                   "letter run (" WS-LAST-TS(1:8) " "
                   WS-LAST-TS(9:6) ") - no letters printed."
               GOBACK
           END-IF.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Unable to open CUSTMAST.DAT - no letters "
                   "printed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COUNT-DISPOSITIONS-PARA.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-LIST-HEADING-PARA.
           SORT SORT-FILE
               ON ASCENDING KEY SR-REG-NUM
               INPUT PROCEDURE IS RELEASE-NEW-PARA
               OUTPUT PROCEDURE IS PRINT-LETTERS-PARA.
           PERFORM PRINT-LIST-TRAILER-PARA.
           CLOSE LETTER-FILE.
           CLOSE REPORT-FILE.
           CLOSE CUSTMAST-FILE.
      *> The control record moves only once both print files are
      *> closed: a run that dies part way leaves it where it was,
      *> and the rerun prints the whole set again from scratch.
           PERFORM WRITE-LETRCTL-PARA.
           DISPLAY "Confirmation letters complete. Letters: "
               WS-LETTER-COUNT " (CONFLTR.RPT)  To phone: "
               WS-PHONE-COUNT "  Not printed: " WS-SKIP-COUNT
               " (CONFLIST.RPT).".
           GOBACK.

       READ-LETRCTL-PARA.
      *> The very first run has no control record: it takes
      *> registrations from the start of yesterday, which covers
      *> the night just run without lettering the whole history
      *> of the audit trail.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 1.
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           MOVE SPACES TO WS-LAST-TS.
           STRING WS-FROM-DATE "00000000" DELIMITED BY SIZE
               INTO WS-LAST-TS.
           OPEN INPUT LETRCTL-FILE.
           IF WS-LC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ LETRCTL-FILE
               NOT AT END
                   IF LC-LAST-AUDIT-TS IS NUMERIC
                       MOVE LC-LAST-AUDIT-TS TO WS-LAST-TS
                   END-IF
           END-READ.
           CLOSE LETRCTL-FILE.

       COUNT-NEW-PARA.
      *> First pass: how many WRITTEN entries are new, and the
      *> timestamp of the newest, which bounds the second pass and
      *> becomes the next run's starting point.
           MOVE WS-LAST-TS TO WS-HIGH-TS.
           OPEN INPUT AUDIT-FILE.
           IF WS-AU-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ AUDIT-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF AU-RESULT = "WRITTEN" AND
                          AU-REG-NUM IS NUMERIC AND
                          AU-REG-NUM > 0 AND
                          AU-TIMESTAMP(1:16) > WS-LAST-TS
                           ADD 1 TO WS-NEW-COUNT
                           IF AU-TIMESTAMP(1:16) > WS-HIGH-TS
                               MOVE AU-TIMESTAMP(1:16) TO WS-HIGH-TS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       COUNT-DISPOSITIONS-PARA.
      *> TRANDISP.DAT covers the last batch night only; it is
      *> compared with the batch entries picked up below when
      *> there are any, so a night already lettered is not
      *> reported as a mismatch when this is rerun by hand.
           OPEN INPUT DISP-FILE.
           IF WS-TD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ DISP-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF TD-RESULT = "WRITTEN"
                           ADD 1 TO WS-BATCH-DISP-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DISP-FILE.

       RELEASE-NEW-PARA.
           OPEN INPUT AUDIT-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ AUDIT-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF AU-RESULT = "WRITTEN" AND
                          AU-REG-NUM IS NUMERIC AND
                          AU-REG-NUM > 0 AND
                          AU-TIMESTAMP(1:16) > WS-LAST-TS AND
                          AU-TIMESTAMP(1:16) NOT > WS-HIGH-TS
                           MOVE AU-REG-NUM TO SR-REG-NUM
                           MOVE AU-OPERATOR TO SR-OPERATOR
                           IF AU-OPERATOR = "BATCH"
                               ADD 1 TO WS-BATCH-AUDIT-COUNT
                           END-IF
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       PRINT-LETTERS-PARA.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-FILE
                   AT END MOVE "Y" TO WS-SORT-EOF
                   NOT AT END PERFORM ONE-REGISTRATION-PARA
               END-RETURN
           END-PERFORM.

       ONE-REGISTRATION-PARA.
           IF SR-REG-NUM = WS-PREV-REG
               EXIT PARAGRAPH
           END-IF.
           MOVE SR-REG-NUM TO WS-PREV-REG.
           MOVE SR-REG-NUM TO CM-REG-NUM.
      *> A registration merged away or purged since it was written
      *> has nobody left to write to; say so rather than drop it.
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE SPACES TO CM-NAME
                   MOVE "NOT ON MASTER FILE - NO LETTER" TO
                       WS-DOB-LINE
                   PERFORM LIST-SKIPPED-PARA
                   EXIT PARAGRAPH
           END-READ.
           IF CM-STATUS = "I"
               MOVE "DEACTIVATED SINCE WRITTEN - NO LETTER" TO
                   WS-DOB-LINE
               PERFORM LIST-SKIPPED-PARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM SET-USABLE-CONTACTS-PARA.
           IF WS-USE-ADDR = SPACES
               PERFORM LIST-PHONE-PARA
           ELSE
               PERFORM PRINT-LETTER-PARA
           END-IF.

       PRINT-LETTER-PARA.
           ADD 1 TO WS-PAGE-NUM.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE WS-RUN-DATE TO LH-DATE.
           MOVE WS-PAGE-NUM TO LH-PAGE.
           MOVE LETTER-HEAD TO LETTER-LINE.
           IF WS-PAGE-NUM > 1
               WRITE LETTER-LINE AFTER ADVANCING PAGE
           ELSE
               WRITE LETTER-LINE
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE.
           STRING FUNCTION TRIM(CM-NAME-FIRST) " "
                  FUNCTION TRIM(CM-NAME-MI) " "
                  FUNCTION TRIM(CM-NAME-LAST)
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-USE-ADDR TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           WRITE LETTER-LINE.
           STRING "REGISTRATION NUMBER: " CM-REG-NUM
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           STRING "Dear " FUNCTION TRIM(CM-NAME-FIRST) " "
                  FUNCTION TRIM(CM-NAME-LAST) ","
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "This letter confirms that your registration has "
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING "been recorded. Your permanent registration number "
                  "is " CM-REG-NUM "."
               DELIMITED BY SIZE INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "Please quote it whenever you contact this office."
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           PERFORM SET-DOB-LINE-PARA.
           MOVE WS-DOB-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           IF CM-DOB-EST = "Y"
               MOVE "(estimated from the age given - please send us "
                   TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "your date of birth so the record can be corrected)"
                   TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "If any of these details are wrong, please contact "
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "the registration office quoting your registration "
               TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "number." TO LETTER-LINE.
           WRITE LETTER-LINE.

       SET-DOB-LINE-PARA.
      *> A record never DOB-converted holds zero - the letter says
      *> none is on file rather than printing a date of zeros.
           MOVE SPACES TO WS-DOB-LINE.
           IF CM-DOB IS NUMERIC AND CM-DOB > 0
               STRING "Date of birth on file: " CM-DOB(1:4) "-"
                      CM-DOB(5:2) "-" CM-DOB(7:2)
                   DELIMITED BY SIZE INTO WS-DOB-LINE
           ELSE
               MOVE "Date of birth on file: none recorded"
                   TO WS-DOB-LINE
           END-IF.

       LIST-PHONE-PARA.
      *> No address a letter can go to: the clerks phone instead,
      *> on whatever usable number or email the record still has.
           ADD 1 TO WS-PHONE-COUNT.
           MOVE CM-REG-NUM TO LL-REG.
           MOVE CM-NAME TO LL-NAME.
           MOVE WS-USE-PHONE TO LL-PHONE.
           MOVE WS-USE-EMAIL TO LL-EMAIL.
           IF WS-USE-COUNT = 0
               MOVE "NONE" TO LL-PHONE
               MOVE "NO USABLE CONTACT - SEE UNDLIST" TO LL-EMAIL
           END-IF.
           MOVE LIST-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       LIST-SKIPPED-PARA.
           ADD 1 TO WS-SKIP-COUNT.
           MOVE SR-REG-NUM TO LL-REG.
           MOVE CM-NAME TO LL-NAME.
           MOVE SPACES TO LL-PHONE.
           MOVE SPACES TO LL-EMAIL.
           MOVE LIST-LINE TO REPORT-LINE.
           MOVE WS-DOB-LINE(1:40) TO REPORT-LINE(55:40).
           WRITE REPORT-LINE.

       PRINT-LIST-HEADING-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONFIRMATION LETTERS - REGISTRATIONS TO PHONE  "
                  "RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "WRITTEN AFTER " WS-LAST-TS(1:8) " "
                  WS-LAST-TS(9:6) " UP TO " WS-HIGH-TS(1:8) " "
                  WS-HIGH-TS(9:6)
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-LIST-TRAILER-PARA.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PHONE-COUNT = 0 AND WS-SKIP-COUNT = 0
               MOVE "EVERY NEW REGISTRATION HAS A MAILING ADDRESS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "LETTERS PRINTED: " WS-LETTER-COUNT
                  "   TO PHONE: " WS-PHONE-COUNT
                  "   NOT PRINTED: " WS-SKIP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-BATCH-AUDIT-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "BATCH WRITTEN DISPOSITIONS (TRANDISP): "
                      WS-BATCH-DISP-COUNT
                      "   BATCH WRITTEN AUDIT ENTRIES: "
                      WS-BATCH-AUDIT-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-BATCH-AUDIT-COUNT NOT = WS-BATCH-DISP-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "*** BATCH COUNTS DIFFER - CHECK RECON ON "
                          "OPSSUM.RPT BEFORE MAILING ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       WRITE-LETRCTL-PARA.
           MOVE WS-HIGH-TS TO LC-LAST-AUDIT-TS.
           MOVE WS-RUN-DATE TO LC-RUN-DATE.
           MOVE WS-LETTER-COUNT TO LC-LETTER-COUNT.
           MOVE WS-PHONE-COUNT TO LC-PHONE-COUNT.
           OPEN OUTPUT LETRCTL-FILE.
           WRITE LETRCTL-RECORD.
           CLOSE LETRCTL-FILE.

       COPY "contpro.cpy".
