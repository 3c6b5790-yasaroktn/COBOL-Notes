       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-REG-NUM
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT REPORT-FILE ASSIGN TO "DUPSCAN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY "custmas.cpy".
      *> One sort entry per active master record, ordered on the
      *> match key so colliding records come back together and
      *> the report pass is a single adjacent sweep.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-MATCH-KEY.
               10  SR-SDX          PIC X(4).
               10  SR-FIRST        PIC X(15).
           05  SR-NAME             PIC X(26).
           05  SR-REG-NUM          PIC 9(8).
           05  SR-DOB              PIC 9(8).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-SCAN-COUNT PIC 9(6) VALUE 0.
       01 WS-GROUP-COUNT PIC 9(4) VALUE 0.
       01 WS-SORT-EOF PIC X VALUE "N".
       01 WS-GRP-SIZE PIC 9(5) VALUE 0.
      *> Name normalization work area: only the letters survive,
      *> upper-cased and left-packed, so case, punctuation and
      *> embedded spaces cannot keep two spellings apart.
           05 WS-SDX-PREV PIC X.
           05 WS-SDX-I PIC 9(2).
           05 WS-SDX-O PIC 9(2).
      *> First record of the current match-key group, held back
      *> until a second record shows the group is worth printing.
       01 WS-HOLD-ENTRY.
           05 WS-HOLD-MATCH-KEY PIC X(19).
           05 WS-HOLD-NAME PIC X(26).
           05 WS-HOLD-REG PIC 9(8).
           05 WS-HOLD-DOB PIC 9(8).
       01 GROUP-HEAD-LINE.
           05 FILLER PIC X(15) VALUE "SUSPECT GROUP ".
           05 GH-NUM PIC ZZZ9.
                   "scan."
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE "SUSPECTED DUPLICATE REGISTRATIONS FOR REVIEW"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           SORT SORT-FILE
               ON ASCENDING KEY SR-MATCH-KEY SR-REG-NUM
               INPUT PROCEDURE IS RELEASE-MASTER-PARA
               OUTPUT PROCEDURE IS PRINT-REPORT-PARA.
           IF WS-GROUP-COUNT = 0
               MOVE "NO SUSPECTED DUPLICATES FOUND" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE CUSTMAST-FILE.
           DISPLAY "Duplicate scan complete. " WS-SCAN-COUNT
               " active records scanned, " WS-GROUP-COUNT
               " suspect group(s) on DUPSCAN.RPT.".
           GOBACK.

       RELEASE-MASTER-PARA.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ CUSTMAST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM RELEASE-RECORD-PARA
               END-READ
           END-PERFORM.

       RELEASE-RECORD-PARA.
      *> Deactivated records cannot collect a second registration
      *> and must not pad the suspect list.
           IF CM-STATUS = "I"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SCAN-COUNT.
           MOVE CM-NAME-LAST TO WS-SDX-IN.
           PERFORM SOUNDEX-PARA.
           MOVE WS-SDX-OUT TO SR-SDX.
           MOVE CM-NAME-FIRST TO WS-NORM-IN.
           PERFORM NORMALIZE-PARA.
           MOVE WS-NORM-OUT TO SR-FIRST.
           MOVE CM-NAME TO SR-NAME.
           IF CM-REG-NUM IS NUMERIC
               MOVE CM-REG-NUM TO SR-REG-NUM
           ELSE
               MOVE 0 TO SR-REG-NUM
           END-IF.
           IF CM-DOB IS NUMERIC
               MOVE CM-DOB TO SR-DOB
           ELSE
               MOVE 0 TO SR-DOB
           END-IF.
           RELEASE SORT-RECORD.

       NORMALIZE-PARA.
           MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-IN.
           END-EVALUATE.

       PRINT-REPORT-PARA.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-FILE
                   AT END MOVE "Y" TO WS-SORT-EOF
                   NOT AT END PERFORM GROUP-ENTRY-PARA
               END-RETURN
           END-PERFORM.
           IF WS-GRP-SIZE > 1
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       GROUP-ENTRY-PARA.
      *> A record on the held record's key extends the group - the
      *> second one opens it on the report with the held record
      *> ahead of it. A new key closes the group and is held in
      *> turn; singletons never reach the report.
           IF WS-GRP-SIZE > 0 AND SR-MATCH-KEY = WS-HOLD-MATCH-KEY
               IF WS-GRP-SIZE = 1
                   PERFORM PRINT-GROUP-HEAD-PARA
               END-IF
               MOVE SR-REG-NUM TO DL-REG
               MOVE SR-NAME TO DL-NAME
               MOVE SR-DOB TO DL-DOB
               MOVE DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-GRP-SIZE
           ELSE
               IF WS-GRP-SIZE > 1
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               MOVE SR-MATCH-KEY TO WS-HOLD-MATCH-KEY
               MOVE SR-NAME TO WS-HOLD-NAME
               MOVE SR-REG-NUM TO WS-HOLD-REG
               MOVE SR-DOB TO WS-HOLD-DOB
               MOVE 1 TO WS-GRP-SIZE
           END-IF.

       PRINT-GROUP-HEAD-PARA.
           ADD 1 TO WS-GROUP-COUNT.
           MOVE WS-GROUP-COUNT TO GH-NUM.
           MOVE WS-HOLD-MATCH-KEY TO GH-KEY.
           MOVE GROUP-HEAD-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HOLD-REG TO DL-REG.
           MOVE WS-HOLD-NAME TO DL-NAME.
           MOVE WS-HOLD-DOB TO DL-DOB.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
