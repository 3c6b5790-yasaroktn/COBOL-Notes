       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ackout.
      *> Nightly acknowledgment build for the partner feeds.
      *> Joins csvedit's per-line acknowledgment work file
      *> (ACKWORK.DAT) with batchin's per-transaction disposition
      *> file (TRANDISP.DAT) and each partner's original feed,
      *> and writes that partner's acknowledgment file named on
      *> PARTNERS.DAT - one line per partner row with its final
      *> disposition, a reason where there is one, and the
      *> original row text - so the partner stops rekeying the
      *> same rejected rows week after week. Run after batchin;
      *> rows whose batch disposition is missing (the batch has
      *> not run yet, or died before reaching them) go out as
      *> UNPROCESSED. One file per partner that sent a feed,
      *> replaced each night.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISP-FILE ASSIGN TO "TRANDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.
      *> Both named at run time from the partner's PARTNERS.DAT
      *> entry as the work file moves from partner to partner.
           SELECT PARTNER-FILE ASSIGN USING WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT PARTNACK-FILE ASSIGN USING WS-ACK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.
           SELECT PARTNERS-FILE ASSIGN TO "PARTNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
       01  PARTNER-LINE PIC X(200).
       FD  PARTNACK-FILE.
       01  PARTNACK-LINE PIC X(280).
       FD  PARTNERS-FILE.
       COPY "ptnrec.cpy".
      *> Dispositions in detail-sequence order. A checkpoint
      *> restart can disposition the same sequence twice; the
      *> arrival number sorts the latest entry to the front of
      *> its sequence, matching what the rerun decided.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-TRANS-SEQ        PIC 9(6).
           05  SR-ARRIVAL          PIC 9(8).
           05  SR-RESULT           PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-AK-STATUS PIC X(2).
       01 WS-TD-STATUS PIC X(2).
       01 WS-LINE-NUM PIC 9(6).
       01 WS-DISPOSITION PIC X(20).
       01 WS-REASON PIC X(40).
       01 WS-SORT-EOF PIC X VALUE "N".
       01 WS-ARRIVAL PIC 9(8) VALUE 0.
       01 WS-FEED-NAME PIC X(20).
       01 WS-ACK-NAME PIC X(20).
       01 WS-CUR-PARTNER PIC X(4).
       01 WS-PARTNER-OPEN-SW PIC X VALUE "N".
       01 WS-PARTNER-SKIP-SW PIC X VALUE "N".
       01 WS-PTN-ACK-COUNT PIC 9(6).
       01 WS-FILE-COUNT PIC 9(2) VALUE 0.
       COPY "ptnws.cpy".
       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT ACK-FILE.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-PARTNERS-PARA.
      *> Impossible first value, so the first work entry always
      *> opens its partner's files.
           MOVE HIGH-VALUES TO WS-CUR-PARTNER.
           SORT SORT-FILE
               ON ASCENDING KEY SR-TRANS-SEQ
                  DESCENDING KEY SR-ARRIVAL
               INPUT PROCEDURE IS RELEASE-DISP-PARA
               OUTPUT PROCEDURE IS BUILD-ACK-PARA.
           CLOSE ACK-FILE.
           PERFORM CLOSE-PARTNER-PARA.
           DISPLAY "Acknowledgment build complete. " WS-ACK-COUNT
               " rows written to " WS-FILE-COUNT
               " partner acknowledgment file(s).".
           GOBACK.

       RELEASE-DISP-PARA.
      *> A missing TRANDISP.DAT is not fatal - every accepted row
      *> simply goes out UNPROCESSED, which is the truth when the
      *> batch never ran.
           OPEN INPUT DISP-FILE.
           IF WS-TD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ DISP-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ARRIVAL
                       MOVE TD-TRANS-SEQ TO SR-TRANS-SEQ
                       MOVE WS-ARRIVAL TO SR-ARRIVAL
                       MOVE TD-RESULT TO SR-RESULT
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM.
           CLOSE DISP-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

       BUILD-ACK-PARA.
      *> ACCEPTED entries carry ascending detail sequences, so the
      *> join to the sorted dispositions is one forward match.
           PERFORM RETURN-DISP-PARA.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ ACK-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM BUILD-ACK-LINE-PARA
               END-READ
           END-PERFORM.

       RETURN-DISP-PARA.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF
                   MOVE 999999 TO SR-TRANS-SEQ
           END-RETURN.

       BUILD-ACK-LINE-PARA.
           IF AK-PARTNER NOT = WS-CUR-PARTNER
               PERFORM CLOSE-PARTNER-PARA
               PERFORM OPEN-PARTNER-PARA
           END-IF.
           IF WS-PARTNER-SKIP-SW = "Y"
               EXIT PARAGRAPH
           END-IF.
      *> The work file holds one entry per feed line in order,
      *> partner by partner, so the matching original row is
      *> simply the next line of the current partner's feed.
           READ PARTNER-FILE
               AT END MOVE SPACES TO PARTNER-LINE
           END-READ.
               DELIMITED BY SIZE INTO PARTNACK-LINE.
           WRITE PARTNACK-LINE.
           ADD 1 TO WS-ACK-COUNT.
           ADD 1 TO WS-PTN-ACK-COUNT.

       OPEN-PARTNER-PARA.
      *> Work entries from before partner codes carry spaces and
      *> belong to the original single feed. A code that is no
      *> longer on PARTNERS.DAT, or a feed gone since the edit,
      *> cannot be acknowledged: its rows are passed over and the
      *> run ends with a bad code.
           MOVE AK-PARTNER TO WS-CUR-PARTNER.
           MOVE "N" TO WS-PARTNER-SKIP-SW.
           MOVE 0 TO WS-PTN-ACK-COUNT.
           IF AK-PARTNER = SPACES
               MOVE "PARTNER.CSV" TO WS-FEED-NAME
               MOVE "PARTNACK.CSV" TO WS-ACK-NAME
           ELSE
               MOVE AK-PARTNER TO WS-PTN-PROBE
               PERFORM FIND-PARTNER-PARA
               IF WS-PTN-IX = 0
                   DISPLAY "Partner " AK-PARTNER " is not on "
                       "PARTNERS.DAT - its rows were not "
                       "acknowledged."
                   MOVE "Y" TO WS-PARTNER-SKIP-SW
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PTN-FEED(WS-PTN-IX) TO WS-FEED-NAME
               MOVE WS-PTN-ACK(WS-PTN-IX) TO WS-ACK-NAME
           END-IF.
           OPEN INPUT PARTNER-FILE.
           IF WS-PC-STATUS NOT = "00"
               DISPLAY WS-FEED-NAME " not found - the "
                   "acknowledgment echoes the original rows and "
                   "needs the feed."
               MOVE "Y" TO WS-PARTNER-SKIP-SW
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PARTNACK-FILE.
           MOVE "Y" TO WS-PARTNER-OPEN-SW.
           ADD 1 TO WS-FILE-COUNT.

       CLOSE-PARTNER-PARA.
           IF WS-PARTNER-OPEN-SW = "Y"
               CLOSE PARTNER-FILE
               CLOSE PARTNACK-FILE
               MOVE "N" TO WS-PARTNER-OPEN-SW
               DISPLAY "  " WS-CUR-PARTNER ": " WS-PTN-ACK-COUNT
                   " rows written to " WS-ACK-NAME
           END-IF.

       SET-BATCH-DISP-PARA.
           PERFORM UNTIL WS-SORT-EOF = "Y" OR
                         SR-TRANS-SEQ >= AK-TRANS-SEQ
               PERFORM RETURN-DISP-PARA
           END-PERFORM.
           IF WS-SORT-EOF = "Y" OR SR-TRANS-SEQ NOT = AK-TRANS-SEQ
              OR SR-RESULT = SPACES
               MOVE "UNPROCESSED" TO WS-DISPOSITION
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN SR-RESULT = "WRITTEN"
                   MOVE "WRITTEN" TO WS-DISPOSITION
               WHEN SR-RESULT = "DUPLICATE-REJECTED"
                   MOVE "REJECTED-DUPLICATE" TO WS-DISPOSITION
                   MOVE "ALREADY ON MASTER FILE" TO WS-REASON
               WHEN SR-RESULT(1:8) = "SKIPPED-"
                   MOVE "SKIPPED" TO WS-DISPOSITION
                   MOVE SR-RESULT TO WS-REASON
               WHEN OTHER
                   MOVE SR-RESULT TO WS-DISPOSITION
           END-EVALUATE.

       COPY "ptnpro.cpy".
