       IDENTIFICATION DIVISION.
       PROGRAM-ID.  retain.
      *> Retention-period anonymization. Personal details may be
      *> kept only for RT-RETAIN-YEARS (RETNCTL.DAT, 7 when the
      *> file has never been set up) after a registration was
      *> withdrawn or an exception written off. Past that point:
      *>   CUSTARCH.DAT   - entries purged before the cutoff have
      *>                    the name masked and address, phone
      *>                    and email blanked; the registration
      *>                    number, DOB and purge date stay.
      *>   WRITEOFF.DAT   - entries written off before the cutoff
      *>                    have the name masked. Entries from
      *>                    before the write-off date was kept are
      *>                    left alone and counted for review.
      *>   AUDIT.Ayyyymm  - archive entries for a registration
      *>                    whose archive entry has expired, and
      *>                    entries with no registration number
      *>                    older than the cutoff, have the name
      *>                    masked. AUDIT.DAT is the live month
      *>                    and is never touched.
      *>   CHANGHST.DAT   - every change-history entry for a
      *>                    registration whose archive entry has
      *>                    expired has the name masked and the
      *>                    address, phone and email blanked in
      *>                    both images.
      *> Each file is rewritten through RETAIN.TMP, and only when
      *> something in it changed. Run after the month-end audit
      *> rollover: RETNCTL.DAT records the newest archive period
      *> covered and a second run against the same one is
      *> refused. Supervisor only: run from the console under the
      *> signed-on supervisor, or standalone by an id that is an
      *> active supervisor on OPERATOR.DAT. Counts go to
      *> RETAIN.RPT and the run to the audit trail.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO "CUSTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT WRITEOFF-FILE ASSIGN TO "WRITEOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
      *> Audit archives are named at run time from AUDARCH.DAT,
      *> the same way audrpt reads them.
           SELECT ARCH-FILE ASSIGN USING WS-ARC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AA-STATUS.
           SELECT ARCHCTL-FILE ASSIGN TO "AUDARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
           SELECT RETNCTL-FILE ASSIGN TO "RETNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.
      *> Registration numbers whose archive entry has expired,
      *> keyed so the audit archive pass can look each numbered
      *> entry up without holding the list in storage.
           SELECT RETNWK-FILE ASSIGN TO "RETNWK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-REG-NUM
               FILE STATUS IS WS-RW-STATUS.
           SELECT CHGHST-FILE ASSIGN TO "CHANGHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT TEMP-FILE ASSIGN TO "RETAIN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TP-STATUS.
           SELECT MASTLOCK-FILE ASSIGN TO "MASTLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LK-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RETAIN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       COPY "archrec.cpy".
       FD  WRITEOFF-FILE.
       COPY "wofrec.cpy".
       FD  ARCH-FILE.
      *> Image of one AUDIT-RECORD, as in audrpt.
       01  ARCH-RECORD PIC X(91).
       FD  ARCHCTL-FILE.
       COPY "audarc.cpy".
       FD  AUDIT-FILE.
       COPY "audrec.cpy".
       FD  RETNCTL-FILE.
       COPY "retnctl.cpy".
       FD  RETNWK-FILE.
       01  RETNWK-RECORD.
           05  RW-REG-NUM          PIC 9(8).
           05  RW-PURGE-DATE       PIC X(8).
       FD  CHGHST-FILE.
       COPY "chgrec.cpy".
       FD  TEMP-FILE.
      *> Holds one line of whichever file is being rewritten -
      *> sized for the change history, the longest of them.
       01  TEMP-RECORD PIC X(563).
       FD  MASTLOCK-FILE.
       COPY "lockrec.cpy".
       FD  OPERATOR-FILE.
       COPY "oprec.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-AR-STATUS PIC X(2).
       01 WS-WO-STATUS PIC X(2).
       01 WS-AA-STATUS PIC X(2).
       01 WS-AC-STATUS PIC X(2).
       01 WS-AU-STATUS PIC X(2).
       01 WS-RT-STATUS PIC X(2).
       01 WS-RW-STATUS PIC X(2).
       01 WS-TP-STATUS PIC X(2).
       01 WS-OP-STATUS PIC X(2).
       01 WS-RP-STATUS PIC X(2).
       01 WS-CH-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-RUN-DATE PIC X(8).
       01 WS-RETAIN-YEARS PIC 9(2) VALUE 7.
       01 WS-LAST-GEN PIC 9(6) VALUE 0.
       01 WS-LAST-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-THIS-GEN PIC 9(6) VALUE 0.
       01 WS-CUTOFF-DATE.
           05 WS-CUTOFF-YYYY PIC 9(4).
           05 WS-CUTOFF-MMDD PIC X(4).
       01 WS-MASK-NAME PIC X(26) VALUE ALL "*".
       01 WS-EXPIRED-SW PIC X.
       01 WS-ANY-MASKED-SW PIC X.
       01 WS-FILE-CHANGED PIC 9(6).
       01 WS-ARC-NAME.
           05 FILLER PIC X(7) VALUE "AUDIT.A".
           05 WS-ARC-YYYYMM PIC 9(6).
       01 WS-ARC-SUB PIC 9(3).
       01 WS-ARC-TABLE.
           05 WS-ARC-COUNT PIC 9(3) VALUE 0.
           05 WS-ARCT-YYYYMM PIC 9(6) OCCURS 120.
      *> Counts by file for the run report: lines read, masked
      *> by this run, and already masked by an earlier one.
       01 WS-AR-READ PIC 9(6) VALUE 0.
       01 WS-AR-MASKED PIC 9(6) VALUE 0.
       01 WS-AR-DONE PIC 9(6) VALUE 0.
       01 WS-WO-READ PIC 9(6) VALUE 0.
       01 WS-WO-MASKED PIC 9(6) VALUE 0.
       01 WS-WO-DONE PIC 9(6) VALUE 0.
       01 WS-WO-UNDATED PIC 9(6) VALUE 0.
       01 WS-AA-READ PIC 9(6) VALUE 0.
       01 WS-AA-MASKED PIC 9(6) VALUE 0.
       01 WS-AA-DONE PIC 9(6) VALUE 0.
       01 WS-AA-FILES PIC 9(3) VALUE 0.
       01 WS-AA-MISSING PIC 9(3) VALUE 0.
       01 WS-CH-READ PIC 9(6) VALUE 0.
       01 WS-CH-MASKED PIC 9(6) VALUE 0.
       01 WS-CH-DONE PIC 9(6) VALUE 0.
      *> Decode area for the change-history images.
       COPY "custmas.cpy".
       COPY "lockws.cpy".
       COPY "authws.cpy".
       COPY "signon.cpy".
       01 COUNT-LINE.
           05 CT-FILE PIC X(16).
           05 FILLER PIC X(6) VALUE "READ  ".
           05 CT-READ PIC ZZZZZ9.
           05 FILLER PIC X(10) VALUE "   MASKED ".
           05 CT-MASKED PIC ZZZZZ9.
           05 FILLER PIC X(19) VALUE "   ALREADY MASKED  ".
           05 CT-DONE PIC ZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-OPERATOR-PARA.
           MOVE "S" TO WS-AUTH-NEED.
           PERFORM CHECK-AUTHORITY-PARA.
           IF WS-AUTH-OK-SW NOT = "Y"
               DISPLAY WS-OPERATOR-ID " is not an active supervisor "
                   "- retention run refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-RETNCTL-PARA.
           PERFORM LOAD-ARCHCTL-PARA.
           IF WS-LAST-RUN-DATE NOT = SPACES AND
              WS-LAST-GEN = WS-THIS-GEN
               DISPLAY "Retention already run on " WS-LAST-RUN-DATE
                   " for audit archive generation " WS-THIS-GEN
                   " - run again after the next month-end rollover."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM GET-SESSION-LOCK-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:4) TO WS-CUTOFF-YYYY.
           SUBTRACT WS-RETAIN-YEARS FROM WS-CUTOFF-YYYY.
           MOVE WS-RUN-DATE(5:4) TO WS-CUTOFF-MMDD.
           OPEN OUTPUT RETNWK-FILE.
           PERFORM SCAN-CUSTARCH-PARA.
           CLOSE RETNWK-FILE.
           PERFORM SCAN-WRITEOFF-PARA.
           OPEN INPUT RETNWK-FILE.
           MOVE 0 TO WS-ARC-SUB.
           PERFORM UNTIL WS-ARC-SUB = WS-ARC-COUNT
               ADD 1 TO WS-ARC-SUB
               PERFORM SCAN-ONE-ARCHIVE-PARA
           END-PERFORM.
           PERFORM SCAN-CHANGHST-PARA.
           CLOSE RETNWK-FILE.
           PERFORM WRITE-RETNCTL-PARA.
           PERFORM PRINT-REPORT-PARA.
           PERFORM WRITE-AUDIT-PARA.
           PERFORM DROP-SESSION-LOCK-PARA.
           DISPLAY "Retention run complete (cutoff " WS-CUTOFF-DATE
               "). Masked - CUSTARCH: " WS-AR-MASKED
               " WRITEOFF: " WS-WO-MASKED
               " audit archives: " WS-AA-MASKED
               " CHANGHST: " WS-CH-MASKED
               ". See RETAIN.RPT.".
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

       GET-SESSION-LOCK-PARA.
      *> Purge and excrev append to the files this job rewrites,
      *> and both run under the master lock - holding it here
      *> keeps them out until the rewrite is finished.
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

       READ-RETNCTL-PARA.
      *> No control record yet (first run) or a period keyed as
      *> zero keeps the default period.
           OPEN INPUT RETNCTL-FILE.
           IF WS-RT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ RETNCTL-FILE
               AT END CONTINUE
               NOT AT END
                   IF RT-RETAIN-YEARS IS NUMERIC AND
                      RT-RETAIN-YEARS > 0
                       MOVE RT-RETAIN-YEARS TO WS-RETAIN-YEARS
                   END-IF
                   IF RT-LAST-GEN IS NUMERIC
                       MOVE RT-LAST-GEN TO WS-LAST-GEN
                   END-IF
                   MOVE RT-RUN-DATE TO WS-LAST-RUN-DATE
           END-READ.
           CLOSE RETNCTL-FILE.

       LOAD-ARCHCTL-PARA.
      *> The newest period on AUDARCH.DAT is this run's archive
      *> generation; zero when the trail has never been rolled.
           OPEN INPUT ARCHCTL-FILE.
           IF WS-AC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ ARCHCTL-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF AC-YYYYMM > WS-THIS-GEN
                           MOVE AC-YYYYMM TO WS-THIS-GEN
                       END-IF
                       IF WS-ARC-COUNT = 120
                           DISPLAY "AUDARCH.DAT names more than 120 "
                               "archives - raise the table; the "
                               "newest beyond it are skipped."
                       ELSE
                           ADD 1 TO WS-ARC-COUNT
                           MOVE AC-YYYYMM TO
                               WS-ARCT-YYYYMM(WS-ARC-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHCTL-FILE.

       SCAN-CUSTARCH-PARA.
      *> Every expired entry - masked now or on an earlier run -
      *> goes on the work file, so the audit archives are masked
      *> for it even when they were rolled after its own entry.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-AR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TEMP-FILE.
           MOVE 0 TO WS-FILE-CHANGED.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ ARCHIVE-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM AGE-ARCHIVE-ENTRY-PARA
               END-READ
           END-PERFORM.
           CLOSE TEMP-FILE.
           CLOSE ARCHIVE-FILE.
           IF WS-FILE-CHANGED > 0
               PERFORM COPY-BACK-CUSTARCH-PARA
           END-IF.

       AGE-ARCHIVE-ENTRY-PARA.
           ADD 1 TO WS-AR-READ.
           IF AR-PURGE-DATE < WS-CUTOFF-DATE
               IF AR-NAME = WS-MASK-NAME
                   ADD 1 TO WS-AR-DONE
               ELSE
                   MOVE WS-MASK-NAME TO AR-NAME
                   MOVE SPACES TO AR-ADDR
                   MOVE SPACES TO AR-PHONE
                   MOVE SPACES TO AR-EMAIL
                   ADD 1 TO WS-AR-MASKED
                   ADD 1 TO WS-FILE-CHANGED
               END-IF
               IF AR-REG-NUM IS NUMERIC
                   MOVE AR-REG-NUM TO RW-REG-NUM
                   MOVE AR-PURGE-DATE TO RW-PURGE-DATE
      *> A number purged twice is already on the work file.
                   WRITE RETNWK-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
           END-IF.
           MOVE ARCHIVE-RECORD TO TEMP-RECORD.
           WRITE TEMP-RECORD.

       COPY-BACK-CUSTARCH-PARA.
           OPEN INPUT TEMP-FILE.
           OPEN OUTPUT ARCHIVE-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ TEMP-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE TEMP-RECORD TO ARCHIVE-RECORD
                       WRITE ARCHIVE-RECORD
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.
           CLOSE TEMP-FILE.

       SCAN-WRITEOFF-PARA.
           OPEN INPUT WRITEOFF-FILE.
           IF WS-WO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TEMP-FILE.
           MOVE 0 TO WS-FILE-CHANGED.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ WRITEOFF-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM AGE-WRITEOFF-ENTRY-PARA
               END-READ
           END-PERFORM.
           CLOSE TEMP-FILE.
           CLOSE WRITEOFF-FILE.
           IF WS-FILE-CHANGED > 0
               PERFORM COPY-BACK-WRITEOFF-PARA
           END-IF.

       AGE-WRITEOFF-ENTRY-PARA.
           ADD 1 TO WS-WO-READ.
           EVALUATE TRUE
               WHEN WO-NAME = WS-MASK-NAME
                   ADD 1 TO WS-WO-DONE
               WHEN WO-WRITEOFF-DATE = SPACES
                   ADD 1 TO WS-WO-UNDATED
               WHEN WO-WRITEOFF-DATE < WS-CUTOFF-DATE
                   MOVE WS-MASK-NAME TO WO-NAME
                   ADD 1 TO WS-WO-MASKED
                   ADD 1 TO WS-FILE-CHANGED
           END-EVALUATE.
           MOVE WRITEOFF-RECORD TO TEMP-RECORD.
           WRITE TEMP-RECORD.

       COPY-BACK-WRITEOFF-PARA.
           OPEN INPUT TEMP-FILE.
           OPEN OUTPUT WRITEOFF-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ TEMP-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE TEMP-RECORD TO WRITEOFF-RECORD
                       WRITE WRITEOFF-RECORD
               END-READ
           END-PERFORM.
           CLOSE WRITEOFF-FILE.
           CLOSE TEMP-FILE.

       SCAN-ONE-ARCHIVE-PARA.
           MOVE WS-ARCT-YYYYMM(WS-ARC-SUB) TO WS-ARC-YYYYMM.
           OPEN INPUT ARCH-FILE.
           IF WS-AA-STATUS NOT = "00"
               DISPLAY "Archive " WS-ARC-NAME " named on "
                   "AUDARCH.DAT is missing - skipped."
               ADD 1 TO WS-AA-MISSING
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AA-FILES.
           OPEN OUTPUT TEMP-FILE.
           MOVE 0 TO WS-FILE-CHANGED.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ ARCH-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE ARCH-RECORD TO AUDIT-RECORD
                       PERFORM AGE-AUDIT-ENTRY-PARA
               END-READ
           END-PERFORM.
           CLOSE TEMP-FILE.
           CLOSE ARCH-FILE.
           IF WS-FILE-CHANGED > 0
               PERFORM COPY-BACK-ARCHIVE-PARA
           END-IF.

       AGE-AUDIT-ENTRY-PARA.
      *> A numbered entry expires with its registration's archive
      *> entry; an unnumbered one (rejects, skips, and everything
      *> older than the field) has only its own date to go by.
      *> Entries about operators, the lock, rollbacks and these
      *> runs name no registrant and are left as written.
           ADD 1 TO WS-AA-READ.
           MOVE "N" TO WS-EXPIRED-SW.
           IF AU-RESULT(1:9) = "OPERATOR-" OR
              AU-RESULT = "LOCK-CLEARED" OR
              AU-RESULT = "ROLLED-BACK" OR
              AU-RESULT = "RETENTION-RUN"
               MOVE AUDIT-RECORD TO TEMP-RECORD
               WRITE TEMP-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF AU-REG-NUM IS NUMERIC AND AU-REG-NUM NOT = 0
               MOVE AU-REG-NUM TO RW-REG-NUM
               READ RETNWK-FILE
                   KEY IS RW-REG-NUM
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-EXPIRED-SW
               END-READ
           ELSE
               IF AU-TIMESTAMP(1:8) < WS-CUTOFF-DATE
                   MOVE "Y" TO WS-EXPIRED-SW
               END-IF
           END-IF.
           IF WS-EXPIRED-SW = "Y"
               IF AU-NAME = WS-MASK-NAME
                   ADD 1 TO WS-AA-DONE
               ELSE
                   MOVE WS-MASK-NAME TO AU-NAME
                   ADD 1 TO WS-AA-MASKED
                   ADD 1 TO WS-FILE-CHANGED
               END-IF
           END-IF.
           MOVE AUDIT-RECORD TO TEMP-RECORD.
           WRITE TEMP-RECORD.

       COPY-BACK-ARCHIVE-PARA.
           OPEN INPUT TEMP-FILE.
           OPEN OUTPUT ARCH-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ TEMP-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE TEMP-RECORD TO ARCH-RECORD
                       WRITE ARCH-RECORD
               END-READ
           END-PERFORM.
           CLOSE ARCH-FILE.
           CLOSE TEMP-FILE.

       SCAN-CHANGHST-PARA.
           OPEN INPUT CHGHST-FILE.
           IF WS-CH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TEMP-FILE.
           MOVE 0 TO WS-FILE-CHANGED.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ CHGHST-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM AGE-CHANGE-ENTRY-PARA
               END-READ
           END-PERFORM.
           CLOSE TEMP-FILE.
           CLOSE CHGHST-FILE.
           IF WS-FILE-CHANGED > 0
               PERFORM COPY-BACK-CHANGHST-PARA
           END-IF.

       AGE-CHANGE-ENTRY-PARA.
      *> Every entry for an expired registration goes, whatever
      *> the action - a correction carries the same details as
      *> the purge. The number, dates and action stay.
           ADD 1 TO WS-CH-READ.
           MOVE "N" TO WS-EXPIRED-SW.
           IF CH-REG-NUM IS NUMERIC AND CH-REG-NUM NOT = 0
               MOVE CH-REG-NUM TO RW-REG-NUM
               READ RETNWK-FILE
                   KEY IS RW-REG-NUM
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-EXPIRED-SW
               END-READ
           END-IF.
           IF WS-EXPIRED-SW = "Y"
               MOVE "N" TO WS-ANY-MASKED-SW
               MOVE CH-BEFORE-IMAGE TO CUSTMAST-RECORD
               PERFORM MASK-IMAGE-PARA
               MOVE CUSTMAST-RECORD TO CH-BEFORE-IMAGE
               MOVE CH-AFTER-IMAGE TO CUSTMAST-RECORD
               PERFORM MASK-IMAGE-PARA
               MOVE CUSTMAST-RECORD TO CH-AFTER-IMAGE
               IF WS-ANY-MASKED-SW = "Y"
                   ADD 1 TO WS-CH-MASKED
                   ADD 1 TO WS-FILE-CHANGED
               ELSE
                   ADD 1 TO WS-CH-DONE
               END-IF
           END-IF.
           MOVE CHANGE-HIST-RECORD TO TEMP-RECORD.
           WRITE TEMP-RECORD.

       MASK-IMAGE-PARA.
      *> An empty image (the after side of a deleted record, or
      *> no index entry before a reindex) stays empty.
           IF CUSTMAST-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF CM-NAME = WS-MASK-NAME AND CM-ADDR = SPACES AND
              CM-PHONE = SPACES AND CM-EMAIL = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MASK-NAME TO CM-NAME.
           MOVE SPACES TO CM-ADDR.
           MOVE SPACES TO CM-PHONE.
           MOVE SPACES TO CM-EMAIL.
           MOVE "Y" TO WS-ANY-MASKED-SW.

       COPY-BACK-CHANGHST-PARA.
           OPEN INPUT TEMP-FILE.
           OPEN OUTPUT CHGHST-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ TEMP-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE TEMP-RECORD TO CHANGE-HIST-RECORD
                       WRITE CHANGE-HIST-RECORD
               END-READ
           END-PERFORM.
           CLOSE CHGHST-FILE.
           CLOSE TEMP-FILE.

       WRITE-RETNCTL-PARA.
           MOVE WS-RETAIN-YEARS TO RT-RETAIN-YEARS.
           MOVE WS-THIS-GEN TO RT-LAST-GEN.
           MOVE WS-RUN-DATE TO RT-RUN-DATE.
           MOVE WS-CUTOFF-DATE TO RT-CUTOFF-DATE.
           OPEN OUTPUT RETNCTL-FILE.
           WRITE RETNCTL-RECORD.
           CLOSE RETNCTL-FILE.

       PRINT-REPORT-PARA.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RETENTION RUN " WS-RUN-DATE "  BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RETENTION " WS-RETAIN-YEARS " YEARS - DETAILS "
               "DATED BEFORE " WS-CUTOFF-DATE " MASKED"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "AUDIT ARCHIVE GENERATION " WS-THIS-GEN
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CUSTARCH.DAT" TO CT-FILE.
           MOVE WS-AR-READ TO CT-READ.
           MOVE WS-AR-MASKED TO CT-MASKED.
           MOVE WS-AR-DONE TO CT-DONE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "WRITEOFF.DAT" TO CT-FILE.
           MOVE WS-WO-READ TO CT-READ.
           MOVE WS-WO-MASKED TO CT-MASKED.
           MOVE WS-WO-DONE TO CT-DONE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "AUDIT ARCHIVES" TO CT-FILE.
           MOVE WS-AA-READ TO CT-READ.
           MOVE WS-AA-MASKED TO CT-MASKED.
           MOVE WS-AA-DONE TO CT-DONE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CHANGHST.DAT" TO CT-FILE.
           MOVE WS-CH-READ TO CT-READ.
           MOVE WS-CH-MASKED TO CT-MASKED.
           MOVE WS-CH-DONE TO CT-DONE.
           MOVE COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "AUDIT ARCHIVES READ . . . . . . . . . " WS-AA-FILES
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-AA-MISSING > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** ARCHIVES ON AUDARCH.DAT NOT FOUND  "
                   WS-AA-MISSING
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-WO-UNDATED > 0
               MOVE SPACES TO REPORT-LINE
               STRING "*** WRITE-OFFS WITH NO DATE, KEPT  . . "
                   WS-WO-UNDATED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

       WRITE-AUDIT-PARA.
      *> One entry for the run, naming the generation it covered.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AU-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AU-OPERATOR.
           MOVE SPACES TO AU-NAME.
           STRING "GENERATION " WS-THIS-GEN
               DELIMITED BY SIZE INTO AU-NAME.
           MOVE 0 TO AU-AGE.
           MOVE "RETENTION-RUN" TO AU-RESULT.
           MOVE 0 TO AU-REG-NUM.
           MOVE SPACES TO AU-PARTNER.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       COPY "lockpro.cpy".
       COPY "authpro.cpy".
