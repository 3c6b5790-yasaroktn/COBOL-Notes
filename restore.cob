       IDENTIFICATION DIVISION.
       PROGRAM-ID.  restore.
      *> Rolls the customer master back to a pre-batch generation
      *> snapshot (CUSTMAST.G0001-G0005, written by batchin, and
      *> by mastver before it reloads a damaged master).
      *> Before touching anything it reports every record on the
      *> live master that the rollback will remove, each with the
      *> latest WRITTEN audit entry for that name so the run and
      *> operator that loaded it are on the page, then asks for
      *> confirmation. The rollback reloads CUSTMAST.DAT from the
      *> generation by key and clears the batch checkpoint. A
      *> supervisor function: run from the console under the
      *> signed-on supervisor, or standalone by an operator id
      *> that is an active supervisor. Every record the rollback
      *> removes, restores or changes is written to the change
      *> history under that id, and the run to the audit trail.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GN-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-REG-NUM
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RESTORE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
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
       FD  GEN-FILE.
           05  GEN-ADDR            PIC X(40).
           05  GEN-PHONE           PIC X(12).
           05  GEN-EMAIL           PIC X(30).
           05  FILLER              PIC X(128).
       FD  CUSTMAST-FILE.
       COPY "custmas.cpy".
       FD  AUDIT-FILE.
       COPY "audrec.cpy".
       FD  CKPT-FILE.
       COPY "genctl.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(90).
       FD  CHGHST-FILE.
       COPY "chgrec.cpy".
       FD  MASTLOCK-FILE.
       COPY "lockrec.cpy".
       FD  OPERATOR-FILE.
       COPY "oprec.cpy".
       WORKING-STORAGE SECTION.
       01 WS-OP-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-GEN-BAD-SW PIC X VALUE "N".
       01 WS-HIST-COUNT PIC 9(6) VALUE 0.
       01 WS-DROP-REG PIC 9(8).
       01 WS-GN-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-AU-STATUS PIC X(2).
       01 WS-CK-STATUS PIC X(2).
       01 WS-GC-STATUS PIC X(2).
       01 WS-RP-STATUS PIC X(2).
       01 WS-EOF-SWITCH PIC X.
       01 WS-GEN-EOF-SW PIC X.
       01 WS-LAST-GEN-REG PIC 9(8).
       01 WS-GEN-NAME.
           05 FILLER PIC X(10) VALUE "CUSTMAST.G".
           05 WS-GEN-NUM PIC 9(4).
       01 WS-CUR-COUNT PIC 9(6) VALUE 0.
       01 WS-REMOVED-COUNT PIC 9(4) VALUE 0.
       01 WS-SUB PIC 9(6).
       01 WS-ANSWER PIC X.
       01 WS-REMOVED-TABLE.
           05 WS-RM-ENTRY OCCURS 1000.
               10 WS-RM-RECORD PIC X(256).
               10 WS-RM-TIMESTAMP PIC X(21).
               10 WS-RM-OPERATOR PIC X(10).
       01 RM-DETAIL-LINE.
           05 RM-DL-TIME PIC X(6).
           05 FILLER PIC X(5) VALUE " BY: ".
           05 RM-DL-OPERATOR PIC X(10).
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
                   "- rollback refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM GET-SESSION-LOCK-PARA.
           PERFORM PICK-GENERATION-PARA.
           PERFORM COMPARE-MASTER-PARA.
           IF WS-GEN-BAD-SW = "Y"
               DISPLAY WS-GEN-NAME " is not in registration "
                   "number order - it predates the indexed "
                   "master and cannot be restored."
               PERFORM ABANDON-RESTORE-PARA
           END-IF.
           PERFORM MATCH-AUDIT-PARA.
           PERFORM PRINT-REPORT-PARA.
           DISPLAY "Rollback removes " WS-REMOVED-COUNT
               "? (Y/N) :".
           ACCEPT WS-ANSWER.
           IF FUNCTION UPPER-CASE(WS-ANSWER) = "Y"
               PERFORM HISTORY-ROLLBACK-PARA
               PERFORM REBUILD-MASTER-PARA
               PERFORM CLEAR-CHECKPOINT-PARA
               PERFORM WRITE-AUDIT-PARA
               DISPLAY "Master rolled back to " WS-GEN-NAME ": "
                   WS-GEN-COUNT " record(s) on file, " WS-HIST-COUNT
                   " change(s) written to CHANGHST.DAT."
           ELSE
               DISPLAY "No changes made."
           END-IF.
           PERFORM DROP-SESSION-LOCK-PARA.
           GOBACK.

       ABANDON-RESTORE-PARA.
           PERFORM DROP-SESSION-LOCK-PARA.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       PICK-GENERATION-PARA.
      *> The slots cycle, so slot 1 is not necessarily newest -
           IF WS-PICK-INPUT(1:1) < "1" OR WS-PICK-INPUT(1:1) > "5"
               OR WS-PICK-INPUT(2:3) NOT = SPACES
               DISPLAY "Generation must be 1 through 5."
               PERFORM ABANDON-RESTORE-PARA
           END-IF.
           MOVE WS-PICK-INPUT(1:1) TO WS-GEN-NUM.

       COMPARE-MASTER-PARA.
      *> The snapshot and the live master both run in registration
      *> number order, so one matched pass over the two finds every
      *> live record the snapshot does not hold - those are the
      *> records the rollback takes away. Snapshot records no
      *> longer live (purged since) are simply passed over.
           OPEN INPUT GEN-FILE.
           IF WS-GN-STATUS NOT = "00"
               DISPLAY WS-GEN-NAME " not found - nothing to restore."
               PERFORM ABANDON-RESTORE-PARA
           END-IF.
           MOVE 0 TO WS-LAST-GEN-REG.
           MOVE "N" TO WS-GEN-EOF-SW.
           PERFORM READ-GEN-PARA.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "CUSTMAST.DAT not found - restoring into an "
                   "empty master."
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-LIVE-PARA
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               EVALUATE TRUE
                   WHEN WS-GEN-EOF-SW = "Y"
                       PERFORM CHECK-REMOVED-PARA
                       PERFORM READ-LIVE-PARA
                   WHEN GEN-REG-NUM > CM-REG-NUM
                       PERFORM CHECK-REMOVED-PARA
                       PERFORM READ-LIVE-PARA
                   WHEN GEN-REG-NUM = CM-REG-NUM
                       PERFORM READ-LIVE-PARA
                       PERFORM READ-GEN-PARA
                   WHEN OTHER
                       PERFORM READ-GEN-PARA
               END-EVALUATE
           END-PERFORM.
           IF WS-CM-STATUS = "00" OR WS-CM-STATUS = "10"
               CLOSE CUSTMAST-FILE
           END-IF.
      *> Run the snapshot out to the end for its record count.
           PERFORM UNTIL WS-GEN-EOF-SW = "Y"
               PERFORM READ-GEN-PARA
           END-PERFORM.
           CLOSE GEN-FILE.

       READ-LIVE-PARA.
           READ CUSTMAST-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END ADD 1 TO WS-CUR-COUNT
           END-READ.

       READ-GEN-PARA.
      *> A snapshot out of registration number order was cut from
      *> the relative master before the indexed reorganization;
      *> it cannot be matched or reloaded by key. The read is
      *> treated as the end of the snapshot and the run is
      *> abandoned once the comparison has closed its files,
      *> before anything is touched.
           READ GEN-FILE
               AT END MOVE "Y" TO WS-GEN-EOF-SW
               NOT AT END
                   IF GEN-REG-NUM IS NOT NUMERIC OR
                      GEN-REG-NUM NOT > WS-LAST-GEN-REG
                       MOVE "Y" TO WS-GEN-BAD-SW
                       MOVE "Y" TO WS-GEN-EOF-SW
                   ELSE
                       MOVE GEN-REG-NUM TO WS-LAST-GEN-REG
                       ADD 1 TO WS-GEN-COUNT
                   END-IF
           END-READ.

       CHECK-REMOVED-PARA.
           IF WS-REMOVED-COUNT = 1000
               DISPLAY "More than 1000 records to remove - "
                   "report truncated."
           ELSE
               ADD 1 TO WS-REMOVED-COUNT
               MOVE CUSTMAST-RECORD TO
                   WS-RM-RECORD(WS-REMOVED-COUNT)
               MOVE SPACES TO WS-RM-TIMESTAMP(WS-REMOVED-COUNT)
               MOVE SPACES TO WS-RM-OPERATOR(WS-REMOVED-COUNT)
           END-IF.

       MATCH-AUDIT-PARA.
           END-PERFORM.
           CLOSE REPORT-FILE.

       HISTORY-ROLLBACK-PARA.
      *> Same matched pass as the comparison, run just before the
      *> reload so the change history holds every record the
      *> rollback alters: live records the snapshot lacks are
      *> removed, snapshot records no longer live come back, and
      *> records on both whose images differ go back to the
      *> snapshot's version.
           OPEN INPUT GEN-FILE.
           MOVE 0 TO WS-LAST-GEN-REG.
           MOVE "N" TO WS-GEN-EOF-SW.
           PERFORM READ-GEN-PARA.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CM-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM READ-LIVE-PARA
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = "Y" AND WS-GEN-EOF-SW = "Y"
               EVALUATE TRUE
                   WHEN WS-EOF-SWITCH = "Y"
                       PERFORM HIST-RESTORED-PARA
                       PERFORM READ-GEN-PARA
                   WHEN WS-GEN-EOF-SW = "Y"
                       PERFORM HIST-REMOVED-PARA
                       PERFORM READ-LIVE-PARA
                   WHEN GEN-REG-NUM > CM-REG-NUM
                       PERFORM HIST-REMOVED-PARA
                       PERFORM READ-LIVE-PARA
                   WHEN GEN-REG-NUM = CM-REG-NUM
                       IF GEN-RECORD NOT = CUSTMAST-RECORD
                           MOVE CUSTMAST-RECORD TO WS-CH-BEFORE
                           MOVE GEN-RECORD TO CUSTMAST-RECORD
                           MOVE "ROLLED-BACK" TO WS-CH-ACTION
                           PERFORM WRITE-HIST-PARA
                       END-IF
                       PERFORM READ-LIVE-PARA
                       PERFORM READ-GEN-PARA
                   WHEN OTHER
                       PERFORM HIST-RESTORED-PARA
                       PERFORM READ-GEN-PARA
               END-EVALUATE
           END-PERFORM.
           IF WS-CM-STATUS = "00" OR WS-CM-STATUS = "10"
               CLOSE CUSTMAST-FILE
           END-IF.
           CLOSE GEN-FILE.

       HIST-REMOVED-PARA.
      *> The after image is empty but for the number - the record
      *> is no longer on the master once the reload is done.
           MOVE CUSTMAST-RECORD TO WS-CH-BEFORE.
           MOVE CM-REG-NUM TO WS-DROP-REG.
           MOVE SPACES TO CUSTMAST-RECORD.
           MOVE WS-DROP-REG TO CM-REG-NUM.
           MOVE "ROLLBACK-DEL" TO WS-CH-ACTION.
           PERFORM WRITE-HIST-PARA.

       HIST-RESTORED-PARA.
           MOVE SPACES TO WS-CH-BEFORE.
           MOVE GEN-RECORD TO CUSTMAST-RECORD.
           MOVE "ROLLBACK-ADD" TO WS-CH-ACTION.
           PERFORM WRITE-HIST-PARA.

       WRITE-HIST-PARA.
           PERFORM WRITE-CHANGE-HIST-PARA.
           ADD 1 TO WS-HIST-COUNT.

       REBUILD-MASTER-PARA.
      *> OPEN OUTPUT empties the live master; the snapshot records
      *> go back under their own registration numbers, which
      *> rebuilds the name key along with them.
           OPEN OUTPUT CUSTMAST-FILE.
           OPEN INPUT GEN-FILE.
           MOVE 0 TO WS-GEN-COUNT.
           MOVE 0 TO WS-LAST-GEN-REG.
           MOVE "N" TO WS-GEN-EOF-SW.
           PERFORM READ-GEN-PARA.
           PERFORM UNTIL WS-GEN-EOF-SW = "Y"
               MOVE GEN-RECORD TO CUSTMAST-RECORD
               WRITE CUSTMAST-RECORD
                   INVALID KEY
                       DISPLAY "Registration " CM-REG-NUM
                           " not restored - status " WS-CM-STATUS
               END-WRITE
               PERFORM READ-GEN-PARA
           END-PERFORM.
           CLOSE GEN-FILE.
           CLOSE CUSTMAST-FILE.

       CLEAR-CHECKPOINT-PARA.
      *> A checkpoint left by an aborted run refers to work the
      *> rollback just undid - clearing it makes the next batchin
           OPEN OUTPUT CKPT-FILE.
           CLOSE CKPT-FILE.

       WRITE-AUDIT-PARA.
      *> One entry for the run, naming the generation restored in
      *> the name field; the record-level detail is on the change
      *> history.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AU-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AU-OPERATOR.
           MOVE WS-GEN-NAME TO AU-NAME.
           MOVE 0 TO AU-AGE.
           MOVE "ROLLED-BACK" TO AU-RESULT.
           MOVE 0 TO AU-REG-NUM.
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
      *> its own so the batch cannot start mid-rollback.
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
