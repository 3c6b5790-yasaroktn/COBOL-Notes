               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-REG-NUM
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT CKPT-FILE ASSIGN TO "BATCHCKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CK-STATUS.
       COPY "tranrec.cpy".
       FD  CUSTMAST-FILE.
       COPY "custmas.cpy".
       FD  CKPT-FILE.
       COPY "ckptrec.cpy".
       FD  EXCEPT-FILE.
      *> Image of one CUSTMAST-RECORD; written as a plain byte
      *> string because custmas.cpy is already copied under the
      *> CUSTMAST-FILE FD and its names can only appear once.
      *> Written in registration number order, which is what lets
      *> restore match it against the live master a record at a
      *> time.
       01  GEN-RECORD PIC X(256).
       FD  GENCTL-FILE.
       COPY "genctl.cpy".
       FD  AUDIT-FILE.
           05 WS-GEN-NUM PIC 9(4).
       01 WS-LAST-GEN PIC 9(4) VALUE 0.
       01 WS-GEN-EOF-SW PIC X.
       01 WS-MAST-AFTER PIC 9(6) VALUE 0.
       01 WS-TRANS-EOF PIC X VALUE "N".
       01 WS-DUP-FOUND-SW PIC X VALUE "N".
       01 WS-AGE-NUM PIC 9(3).
       01 WS-VFY-LINE PIC 9(6).
       01 WS-VFY-DETAILS PIC 9(6).
       01 WS-VFY-TRL-COUNT PIC 9(6).
       01 WS-VFY-SECTIONS PIC 9(2).
       01 WS-VFY-OPEN-SW PIC X.
       01 WS-VFY-EOF-SW PIC X.
       01 WS-VFY-PARTNER PIC X(4).
      *> Partner code from the header of the section being
      *> posted - spaces for a file cut before partner codes.
       01 WS-PARTNER-CODE PIC X(4) VALUE SPACES.
       COPY "trctl.cpy".
       COPY "nidxws.cpy".
       COPY "dobws.cpy".
       MAIN-PARA.
      *> The master is locked for the whole batch window: a
      *> console session mid-correction and a running batch used
      *> to interleave writes over each other's stale picture of
      *> the file.
           MOVE "BATCH" TO WS-LK-TYPE.
           MOVE "BATCH" TO WS-LK-HOLDER.
           PERFORM ACQUIRE-MASTER-LOCK-PARA.
           MOVE "Y" TO WS-LK-OWNED-SW.
           PERFORM OPEN-CUSTMAST-PARA.
           PERFORM READ-CHECKPOINT-PARA.
      *> The starting EXCEPT.DAT depth (and the master record
      *> count, taken by the snapshot pass below) go on the control
      *> record the reconciliation run checks against. On a
      *> restart both counts (and the control totals) were
      *> restored from the checkpoint: they must describe the
      *> whole logical batch, not the restarted portion.
           IF WS-LAST-COMMITTED = 0
               PERFORM COUNT-EXCEPT-PARA
           END-IF.
           OPEN INPUT TRANS-FILE.
           PERFORM UNTIL WS-TRANS-EOF = "Y"
               READ TRANS-FILE
                   AT END MOVE "Y" TO WS-TRANS-EOF
                   NOT AT END PERFORM POST-LINE-PARA
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.
           PERFORM COUNT-MASTER-PARA.
           CLOSE CUSTMAST-FILE.
      *> Reaching AT END means every transaction in this window was
      *> read and dispositioned, so the checkpoint's job is done -
      *> clear it now. Otherwise a checkpoint left over from a
               " Skipped: " WS-SKIPPED-COUNT.
           GOBACK.

       POST-LINE-PARA.
      *> Control lines bracket the details and are not
      *> transactions - the counts, checkpoints and dispositions
      *> all run on detail lines only. The leading comma cannot
      *> open a detail line (it is the CSV delimiter), so no
      *> surname can mimic a control line. Each header names the
      *> partner whose details follow; a restart rereads the
      *> headers too, so the code is right from the first line.
           EVALUATE TRUE
               WHEN TRANS-RECORD(1:4) = ",HDR"
                   MOVE TRANS-RECORD(1:22) TO TRANS-CTL-RECORD
                   MOVE TC-PARTNER TO WS-PARTNER-CODE
               WHEN TRANS-RECORD(1:4) = ",TRL"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-TRANS-COUNT
                   PERFORM PROCESS-TRANS-PARA
           END-EVALUATE.

       PROCESS-TRANS-PARA.
           IF WS-TRANS-COUNT <= WS-LAST-COMMITTED
      *> already committed to CUSTMAST on a prior run - skip so a
                       ADD 1 TO WS-DUP-COUNT
                       MOVE "DUPLICATE-REJECTED" TO WS-AU-RESULT
                   ELSE
                       MOVE SPACES TO CUSTMAST-RECORD
                       MOVE TR-NAME TO CM-NAME
                       MOVE WS-AGE-NUM TO CM-AGE
                       MOVE "A" TO CM-STATUS
                       MOVE WS-DOB-NUM TO CM-DOB
                       MOVE WS-TRAN-EST-SW TO CM-DOB-EST
                       MOVE TR-ADDR TO CM-ADDR
                       MOVE TR-PHONE TO CM-PHONE
                       MOVE TR-EMAIL TO CM-EMAIL
                       MOVE WS-PARTNER-CODE TO CM-PARTNER
                       PERFORM SET-CONSENT-PARA
                       PERFORM WRITE-NEW-MASTER-PARA
                       IF WS-RG-WRITTEN-SW NOT = "Y"
                           PERFORM MASTER-WRITE-FAIL-PARA
                       END-IF
                       ADD 1 TO WS-WRITTEN-COUNT
                       MOVE "WRITTEN" TO WS-AU-RESULT
                   END-IF
           END-IF.

       CHECK-DUPLICATE-PARA.
      *> Keyed probe on the CM-NAME alternate key - replaces the
      *> full master scan this paragraph used to do on every
      *> transaction, which was eating the batch window.
           MOVE TR-NAME TO WS-NX-PROBE-NAME.
           PERFORM PROBE-NAMEIDX-PARA.
           MOVE TR-ADDR TO EX-ADDR.
           MOVE TR-PHONE TO EX-PHONE.
           MOVE TR-EMAIL TO EX-EMAIL.
           MOVE WS-PARTNER-CODE TO EX-PARTNER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EX-DATE.
           MOVE TR-ADDR-CONSENT TO EX-ADDR-CONSENT.
           MOVE TR-PHONE-CONSENT TO EX-PHONE-CONSENT.
           MOVE TR-EMAIL-CONSENT TO EX-EMAIL-CONSENT.
           MOVE WS-BATCH-DATE TO EX-CONSENT-DATE.
           WRITE EXCEPT-RECORD.
           CLOSE EXCEPT-FILE.

       SET-CONSENT-PARA.
      *> Consent flags from the partner feed, dated with the batch
      *> date on the section header - the day the partner took
      *> the registration. A blank flag (not asked, or a feed cut
      *> before the columns existed) leaves the channel unknown.
           IF TR-ADDR-CONSENT = "Y" OR TR-ADDR-CONSENT = "N"
               MOVE TR-ADDR-CONSENT TO CM-ADDR-CONSENT
               MOVE WS-BATCH-DATE TO CM-ADDR-CONS-DATE
           END-IF.
           IF TR-PHONE-CONSENT = "Y" OR TR-PHONE-CONSENT = "N"
               MOVE TR-PHONE-CONSENT TO CM-PHONE-CONSENT
               MOVE WS-BATCH-DATE TO CM-PHONE-CONS-DATE
           END-IF.
           IF TR-EMAIL-CONSENT = "Y" OR TR-EMAIL-CONSENT = "N"
               MOVE TR-EMAIL-CONSENT TO CM-EMAIL-CONSENT
               MOVE WS-BATCH-DATE TO CM-EMAIL-CONS-DATE
           END-IF.

       WRITE-AUDIT-PARA.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AU-STATUS NOT = "00"
           MOVE TR-NAME TO AU-NAME.
           MOVE WS-AUDIT-AGE TO AU-AGE.
           MOVE WS-AU-RESULT TO AU-RESULT.
           IF WS-AU-RESULT = "WRITTEN"
               MOVE WS-REG-NUM TO AU-REG-NUM
           ELSE
               MOVE 0 TO AU-REG-NUM
           END-IF.
           MOVE WS-PARTNER-CODE TO AU-PARTNER.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       VERIFY-TRANS-FEED-PARA.
      *> The file is one header/detail/trailer section per
      *> partner feed. Every section must be closed by its
      *> trailer and hold the detail count the trailer claims,
      *> and every header must carry the same batch date.
           MOVE 0 TO WS-VFY-LINE.
           MOVE 0 TO WS-VFY-DETAILS.
           MOVE 0 TO WS-VFY-SECTIONS.
           MOVE "N" TO WS-VFY-OPEN-SW.
           MOVE "N" TO WS-VFY-EOF-SW.
           MOVE SPACES TO WS-BATCH-DATE.
           PERFORM UNTIL WS-VFY-EOF-SW = "Y"
                   NOT AT END PERFORM VERIFY-ONE-LINE-PARA
               END-READ
           END-PERFORM.
           IF WS-VFY-SECTIONS = 0
               DISPLAY "TRANSACT.DAT carries no header record - "
                   "rerun csvedit to cut a complete feed."
               PERFORM VERIFY-FAIL-PARA
           END-IF.
           IF WS-VFY-OPEN-SW = "Y"
               DISPLAY "TRANSACT.DAT section for partner "
                   WS-VFY-PARTNER " carries no trailer record - "
                   "the transfer looks truncated. Nothing was "
                   "written to the master."
               PERFORM VERIFY-FAIL-PARA
           END-IF.
           PERFORM CHECK-REPEAT-FEED-PARA.

       VERIFY-ONE-LINE-PARA.
           ADD 1 TO WS-VFY-LINE.
           MOVE TRANS-RECORD(1:22) TO TRANS-CTL-RECORD.
      *> Only the "," marker makes a line a control line - the
      *> CSV delimiter can never start a surname, so a registrant
      *> named TRLICA or HDRICK stays an ordinary detail.
           END-IF.
           EVALUATE TC-TYPE
               WHEN "HDR"
                   PERFORM VERIFY-HEADER-PARA
               WHEN "TRL"
                   PERFORM VERIFY-TRAILER-PARA
               WHEN OTHER
                   IF WS-VFY-OPEN-SW NOT = "Y"
                       IF WS-VFY-SECTIONS = 0
                           DISPLAY "TRANSACT.DAT header is not the "
                               "first record - file is malformed."
                       ELSE
                           DISPLAY "TRANSACT.DAT has detail lines "
                               "after the trailer - file is "
                               "malformed."
                       END-IF
                       PERFORM VERIFY-FAIL-PARA
                   END-IF
                   ADD 1 TO WS-VFY-DETAILS
           END-EVALUATE.

       VERIFY-HEADER-PARA.
           IF WS-VFY-OPEN-SW = "Y"
               DISPLAY "TRANSACT.DAT section for partner "
                   WS-VFY-PARTNER " carries no trailer record - "
                   "the transfer looks truncated. Nothing was "
                   "written to the master."
               PERFORM VERIFY-FAIL-PARA
           END-IF.
           IF WS-VFY-SECTIONS = 0
               MOVE TC-DATE TO WS-BATCH-DATE
           ELSE
               IF TC-DATE NOT = WS-BATCH-DATE
                   DISPLAY "TRANSACT.DAT section for partner "
                       TC-PARTNER " carries batch date " TC-DATE
                       " but the file began " WS-BATCH-DATE
                       " - file is malformed."
                   PERFORM VERIFY-FAIL-PARA
               END-IF
           END-IF.
           ADD 1 TO WS-VFY-SECTIONS.
           MOVE "Y" TO WS-VFY-OPEN-SW.
           MOVE TC-PARTNER TO WS-VFY-PARTNER.
           MOVE 0 TO WS-VFY-DETAILS.

       VERIFY-TRAILER-PARA.
           IF WS-VFY-OPEN-SW NOT = "Y"
               DISPLAY "TRANSACT.DAT has a trailer with no header "
                   "before it - file is malformed."
               PERFORM VERIFY-FAIL-PARA
           END-IF.
           MOVE "N" TO WS-VFY-OPEN-SW.
           MOVE 0 TO WS-VFY-TRL-COUNT.
           IF TC-COUNT IS NUMERIC
               MOVE TC-COUNT TO WS-VFY-TRL-COUNT
           END-IF.
           IF WS-VFY-TRL-COUNT NOT = WS-VFY-DETAILS
               DISPLAY "TRANSACT.DAT trailer for partner "
                   WS-VFY-PARTNER " says " WS-VFY-TRL-COUNT
                   " detail lines but the section holds "
                   WS-VFY-DETAILS ". Nothing was written to the "
                   "master."
               PERFORM VERIFY-FAIL-PARA
           END-IF.

       CHECK-REPEAT-FEED-PARA.
      *> A completed run stamps its batch date on BATCHCTL.DAT;
      *> the same date arriving again means the same feed is
           END-IF.
           MOVE WS-TRANS-COUNT TO TD-TRANS-SEQ.
           MOVE WS-AU-RESULT TO TD-RESULT.
           MOVE WS-PARTNER-CODE TO TD-PARTNER.
           WRITE TRANDISP-RECORD.
           CLOSE DISP-FILE.

       MASTER-WRITE-FAIL-PARA.
      *> The master refused the new record for a reason other than
      *> a number already in use (file full or damaged). Abort:
      *> the checkpoint still names the prior transaction, so the
      *> restart reruns this one through a fresh duplicate check
      *> once the file is fixed.
           DISPLAY "CUSTMAST.DAT write failed, status " WS-CM-STATUS
               " - rerun the batch to resume from the checkpoint."
           CLOSE TRANS-FILE.
           CLOSE CUSTMAST-FILE.
      *> The lock comes off even on an abort: the checkpoint is
           MOVE WS-SKIPPED-COUNT TO BC-SKIPPED-COUNT.
           MOVE WS-RESTART-COUNT TO BC-RESTART-COUNT.
           MOVE WS-MAST-BEFORE TO BC-MAST-BEFORE.
           MOVE WS-MAST-AFTER TO BC-MAST-AFTER.
           MOVE WS-EXCEPT-BEFORE TO BC-EXCEPT-BEFORE.
           MOVE WS-BATCH-DATE TO BC-BATCH-DATE.
           OPEN OUTPUT CTL-FILE.
           END-IF.
           COMPUTE WS-GEN-NUM = FUNCTION MOD(WS-LAST-GEN, 5) + 1.
           OPEN OUTPUT GEN-FILE.
      *> The pass doubles as the starting record count for the
      *> control record - there is no slot arithmetic to take it
      *> from on an indexed file.
           MOVE 0 TO WS-MAST-BEFORE.
           MOVE 0 TO CM-REG-NUM.
           MOVE "N" TO WS-GEN-EOF-SW.
           START CUSTMAST-FILE KEY IS NOT LESS THAN CM-REG-NUM
               INVALID KEY MOVE "Y" TO WS-GEN-EOF-SW
           END-START.
           PERFORM UNTIL WS-GEN-EOF-SW = "Y"
                   NOT AT END
                       MOVE CUSTMAST-RECORD TO GEN-RECORD
                       WRITE GEN-RECORD
                       ADD 1 TO WS-MAST-BEFORE
               END-READ
           END-PERFORM.
           CLOSE GEN-FILE.
           OPEN OUTPUT CKPT-FILE.
           CLOSE CKPT-FILE.

       COUNT-MASTER-PARA.
      *> Closing record count for the control record, read off the
      *> file itself so the reconciliation's growth check still
      *> catches a write the totals missed.
           MOVE 0 TO WS-MAST-AFTER.
           MOVE 0 TO CM-REG-NUM.
           MOVE "N" TO WS-GEN-EOF-SW.
           START CUSTMAST-FILE KEY IS NOT LESS THAN CM-REG-NUM
               INVALID KEY MOVE "Y" TO WS-GEN-EOF-SW
           END-START.
           PERFORM UNTIL WS-GEN-EOF-SW = "Y"
               READ CUSTMAST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-GEN-EOF-SW
                   NOT AT END ADD 1 TO WS-MAST-AFTER
               END-READ
           END-PERFORM.

       OPEN-CUSTMAST-PARA.
           OPEN I-O CUSTMAST-FILE.
           IF WS-CM-STATUS NOT = "00"
