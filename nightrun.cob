       IDENTIFICATION DIVISION.
       PROGRAM-ID.  nightrun.
      *> Overnight driver: runs the batch steps in their fixed
      *> order - csvedit, batchin, ackout, recon, retpost,
      *> mastver, confltr, csvexpt, roster, then the opssum
      *> morning summary - stopping the chain the moment a step
      *> comes back with a bad return code, so nobody ships a CSV
      *> export (or posts letters) on top of an OUT OF BALANCE
      *> reconciliation again, or on top of a master file mastver
      *> finds damaged. mastver's return code 4 (bad content in
      *> otherwise sound files - a bad DOB or status) is only
      *> logged as a warning; the night stops on its 8 or more.
      *> A night that stops still gets its morning summary: opssum
      *> is called after the stop so OPSSUM.RPT never shows the
      *> night before.
      *> Every step's result goes to NIGHTRUN.LOG; a failure is
      *> noted on NIGHTCTL.DAT and the next invocation offers to
      *> resume from the failed step instead of rerunning the
      *> whole night (a rerun of completed steps is refused work
      *> anyway - batchin rejects an already-posted batch date).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-LG-STATUS PIC X(2).
       01 WS-START-STEP PIC 9(2) VALUE 1.
       01 WS-STEP PIC 9(2).
       01 WS-STEP-COUNT PIC 9(2) VALUE 10.
       01 WS-STEP-NAME PIC X(8).
       01 WS-STEP-RC PIC 9(4).
       01 WS-FAILED-SW PIC X VALUE "N".
           05 FILLER PIC X(8) VALUE "batchin".
           05 FILLER PIC X(8) VALUE "ackout".
           05 FILLER PIC X(8) VALUE "recon".
           05 FILLER PIC X(8) VALUE "retpost".
           05 FILLER PIC X(8) VALUE "mastver".
           05 FILLER PIC X(8) VALUE "confltr".
           05 FILLER PIC X(8) VALUE "csvexpt".
           05 FILLER PIC X(8) VALUE "roster".
           05 FILLER PIC X(8) VALUE "opssum".
       01 WS-STEP-NAMES REDEFINES WS-STEP-TABLE.
           05 WS-STEP-ENTRY PIC X(8) OCCURS 10.
       01 LOG-DETAIL-LINE.
           05 LD-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           MOVE SPACES TO LD-STEP.
           PERFORM WRITE-LOG-PARA.
           MOVE WS-START-STEP TO WS-STEP.
           PERFORM UNTIL WS-STEP > WS-STEP-COUNT OR WS-FAILED-SW = "Y"
               MOVE WS-STEP-ENTRY(WS-STEP) TO WS-STEP-NAME
               PERFORM RUN-STEP-PARA
               ADD 1 TO WS-STEP
                   TO LD-TEXT
               MOVE SPACES TO LD-STEP
               PERFORM WRITE-LOG-PARA
               IF WS-STEP-NAME NOT = "opssum"
                   PERFORM STOPPED-SUMMARY-PARA
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "NIGHT RUN COMPLETE" TO LD-TEXT
                   EXIT PARAGRAPH
           END-READ.
           CLOSE NIGHTCTL-FILE.
           IF NC-FAIL-STEP < 1 OR NC-FAIL-STEP > WS-STEP-COUNT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "The " NC-RUN-DATE " night run failed at step "
                   CALL "recon"
                   CANCEL "recon"
               WHEN 5
                   CALL "retpost"
                   CANCEL "retpost"
               WHEN 6
                   CALL "mastver"
                   CANCEL "mastver"
               WHEN 7
                   CALL "confltr"
                   CANCEL "confltr"
               WHEN 8
                   CALL "csvexpt"
                   CANCEL "csvexpt"
               WHEN 9
                   CALL "roster"
                   CANCEL "roster"
               WHEN 10
                   CALL "opssum"
                   CANCEL "opssum"
           END-EVALUATE.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE 0 TO RETURN-CODE.
               MOVE "ENDED - RETURN CODE 0" TO LD-TEXT
               MOVE WS-STEP-NAME TO LD-STEP
               PERFORM WRITE-LOG-PARA
               EXIT PARAGRAPH
           END-IF.
      *> mastver returns 4 for records with bad content in files
      *> that are themselves sound, and 8 or more for damage.
      *> Only damage stops the night; the warning goes on the
      *> log (and so onto the morning summary).
           IF WS-STEP-NAME = "mastver" AND WS-STEP-RC < 8
               MOVE SPACES TO LD-TEXT
               STRING "ENDED - WARNING RETURN CODE " WS-STEP-RC
                   DELIMITED BY SIZE INTO LD-TEXT
               MOVE WS-STEP-NAME TO LD-STEP
               PERFORM WRITE-LOG-PARA
               DISPLAY "Step mastver ended with return code "
                   WS-STEP-RC " - content warnings only, see "
                   "MASTVER.RPT. Night run continues."
           ELSE
               MOVE SPACES TO LD-TEXT
               STRING "ENDED - BAD RETURN CODE " WS-STEP-RC
                   "next nightrun offers to resume here."
           END-IF.

       STOPPED-SUMMARY-PARA.
      *> The morning summary step never came round, so it is run
      *> here on its own. The failure already on NIGHTCTL.DAT is
      *> left exactly as it is - the resume point stays the step
      *> that failed.
           MOVE "STARTED" TO LD-TEXT.
           MOVE "opssum" TO LD-STEP.
           PERFORM WRITE-LOG-PARA.
           MOVE 0 TO RETURN-CODE.
           CALL "opssum".
           CANCEL "opssum".
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE 0 TO RETURN-CODE.
           IF WS-STEP-RC = 0
               MOVE "ENDED - RETURN CODE 0" TO LD-TEXT
           ELSE
               MOVE SPACES TO LD-TEXT
               STRING "ENDED - BAD RETURN CODE " WS-STEP-RC
                   DELIMITED BY SIZE INTO LD-TEXT
           END-IF.
           MOVE "opssum" TO LD-STEP.
           PERFORM WRITE-LOG-PARA.

       WRITE-NIGHTCTL-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO NC-RUN-DATE.
           MOVE WS-STEP TO NC-FAIL-STEP.
