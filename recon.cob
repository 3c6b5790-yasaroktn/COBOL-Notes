               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-REG-NUM
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       01 WS-EXCEPT-GROWTH PIC 9(6) VALUE 0.
       01 WS-OOB-COUNT PIC 9(2) VALUE 0.
       01 WS-VERDICT PIC X(14).
      *> One entry per partner section of TRANSACT.DAT, in file
      *> order: the section's detail lines and trailer count, and
      *> this run's audit results for the partner's code.
       01 WS-SEC-COUNT PIC 9(2) VALUE 0.
       01 WS-SEC-IX PIC 9(2).
       01 WS-SEC-FOUND PIC 9(2).
       01 WS-SEC-TOTAL PIC 9(6).
       01 WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 20.
               10 WS-SEC-PARTNER PIC X(4).
               10 WS-SEC-DETAILS PIC 9(6).
               10 WS-SEC-TRAILER PIC 9(6).
               10 WS-SEC-WRITTEN PIC 9(6).
               10 WS-SEC-DUP PIC 9(6).
               10 WS-SEC-SKIPPED PIC 9(6).
       COPY "trctl.cpy".
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CONTROL-PARA.
               READ TRANS-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM COUNT-TRANS-LINE-PARA
               END-READ
           END-PERFORM.
           IF WS-TR-STATUS = "00" OR WS-TR-STATUS = "10"
               CLOSE TRANS-FILE
           END-IF.

       COUNT-TRANS-LINE-PARA.
      *> The header and trailer csvedit wraps around each partner
      *> feed are not transactions - the control totals count
      *> details only. The leading comma cannot open a detail
      *> line (it is the CSV delimiter), so no surname can mimic
      *> a control line. Each header opens the next partner's
      *> entry; its details and trailer count land there.
           EVALUATE TRUE
               WHEN TRANS-RECORD(1:4) = ",HDR"
                   MOVE TRANS-RECORD(1:22) TO TRANS-CTL-RECORD
                   IF WS-SEC-COUNT < 20
                       ADD 1 TO WS-SEC-COUNT
                       MOVE TC-PARTNER TO
                           WS-SEC-PARTNER(WS-SEC-COUNT)
                       MOVE 0 TO WS-SEC-DETAILS(WS-SEC-COUNT)
                       MOVE 0 TO WS-SEC-TRAILER(WS-SEC-COUNT)
                       MOVE 0 TO WS-SEC-WRITTEN(WS-SEC-COUNT)
                       MOVE 0 TO WS-SEC-DUP(WS-SEC-COUNT)
                       MOVE 0 TO WS-SEC-SKIPPED(WS-SEC-COUNT)
                   END-IF
               WHEN TRANS-RECORD(1:4) = ",TRL"
                   MOVE TRANS-RECORD(1:22) TO TRANS-CTL-RECORD
                   IF WS-SEC-COUNT > 0 AND TC-COUNT IS NUMERIC
                       MOVE TC-COUNT TO WS-SEC-TRAILER(WS-SEC-COUNT)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TRANS-LINES
                   IF WS-SEC-COUNT > 0
                       ADD 1 TO WS-SEC-DETAILS(WS-SEC-COUNT)
                   END-IF
           END-EVALUATE.

       COUNT-MASTER-PARA.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CUSTMAST-FILE.
       TALLY-AUDIT-PARA.
           IF AU-TIMESTAMP(1:8) = BC-RUN-DATE AND
              AU-OPERATOR = "BATCH"
               PERFORM FIND-SECTION-PARA
               EVALUATE TRUE
                   WHEN AU-RESULT = "WRITTEN"
                       ADD 1 TO WS-AU-WRITTEN
                       IF WS-SEC-FOUND > 0
                           ADD 1 TO WS-SEC-WRITTEN(WS-SEC-FOUND)
                       END-IF
                   WHEN AU-RESULT = "DUPLICATE-REJECTED"
                       ADD 1 TO WS-AU-DUP
                       IF WS-SEC-FOUND > 0
                           ADD 1 TO WS-SEC-DUP(WS-SEC-FOUND)
                       END-IF
                   WHEN AU-RESULT(1:8) = "SKIPPED-"
                       ADD 1 TO WS-AU-SKIPPED
                       IF WS-SEC-FOUND > 0
                           ADD 1 TO WS-SEC-SKIPPED(WS-SEC-FOUND)
                       END-IF
               END-EVALUATE
           END-IF.

       FIND-SECTION-PARA.
      *> Entries written before the partner code read back as
      *> spaces, which is also the code on a single-section file
      *> cut before partner codes - so those still pair up.
           MOVE 0 TO WS-SEC-FOUND.
           MOVE 1 TO WS-SEC-IX.
           PERFORM UNTIL WS-SEC-IX > WS-SEC-COUNT OR
                         WS-SEC-FOUND > 0
               IF WS-SEC-PARTNER(WS-SEC-IX) = AU-PARTNER
                   MOVE WS-SEC-IX TO WS-SEC-FOUND
               END-IF
               ADD 1 TO WS-SEC-IX
           END-PERFORM.

       PRINT-REPORT-PARA.
      *> The control totals resume across a checkpoint restart
      *> (the checkpoint carries them), so written + duplicates
           PERFORM CHECK5-PARA.
           PERFORM CHECK6-PARA.
           DISPLAY "--------------------------------------------------".
           DISPLAY "    Ptnr   trailer  details  written      dup  "
               "skipped".
           MOVE 1 TO WS-SEC-IX.
           PERFORM UNTIL WS-SEC-IX > WS-SEC-COUNT
               PERFORM CHECK-PARTNER-PARA
               ADD 1 TO WS-SEC-IX
           END-PERFORM.
           DISPLAY "--------------------------------------------------".
           IF WS-OOB-COUNT = 0
               MOVE "IN BALANCE" TO WS-VERDICT
           ELSE
               DISPLAY "OUT SKIPPED audit " WS-AU-SKIPPED
                   " vs control skipped " BC-SKIPPED-COUNT
           END-IF.

       CHECK-PARTNER-PARA.
      *> Each partner's trailer is balanced on its own: the
      *> section must hold the lines its trailer promised, and
      *> the partner's written, duplicate and skipped audit
      *> entries must account for every one of them - so one
      *> partner's short file cannot hide behind another's.
           COMPUTE WS-SEC-TOTAL = WS-SEC-WRITTEN(WS-SEC-IX)
               + WS-SEC-DUP(WS-SEC-IX) + WS-SEC-SKIPPED(WS-SEC-IX).
           IF WS-SEC-DETAILS(WS-SEC-IX) = WS-SEC-TRAILER(WS-SEC-IX)
              AND WS-SEC-TOTAL = WS-SEC-TRAILER(WS-SEC-IX)
               DISPLAY "OK  " WS-SEC-PARTNER(WS-SEC-IX) "    "
                   WS-SEC-TRAILER(WS-SEC-IX) "   "
                   WS-SEC-DETAILS(WS-SEC-IX) "   "
                   WS-SEC-WRITTEN(WS-SEC-IX) "   "
                   WS-SEC-DUP(WS-SEC-IX) "   "
                   WS-SEC-SKIPPED(WS-SEC-IX)
           ELSE
               ADD 1 TO WS-OOB-COUNT
               DISPLAY "OUT " WS-SEC-PARTNER(WS-SEC-IX) "    "
                   WS-SEC-TRAILER(WS-SEC-IX) "   "
                   WS-SEC-DETAILS(WS-SEC-IX) "   "
                   WS-SEC-WRITTEN(WS-SEC-IX) "   "
                   WS-SEC-DUP(WS-SEC-IX) "   "
                   WS-SEC-SKIPPED(WS-SEC-IX)
           END-IF.
