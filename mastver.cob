       IDENTIFICATION DIVISION.
       PROGRAM-ID.  mastver.
      *> Master file integrity verifier. recon proves one night's
      *> totals landed; this proves CUSTMAST.DAT still agrees with
      *> itself and with REGCTL.DAT. The master is read twice -
      *> once down the prime key (CM-REG-NUM) and once down the
      *> name index (the CM-NAME alternate key that replaced
      *> NAMEIDX.DAT) - and the two passes are sorted together by
      *> registration number, so every record should turn up once
      *> from each side with the same name and status. Reported
      *> on MASTVER.RPT:
      *>   - an index entry with no master record behind it, or a
      *>     master record the index does not reach
      *>   - an index entry whose name or status differs from the
      *>     master record
      *>   - the same registration number on two records
      *>   - a number above RG-LAST-REG-NUM on REGCTL.DAT
      *>   - records never numbered
      *>   - a non-numeric or impossible CM-DOB
      *>   - a CM-STATUS other than space, "A" or "I"
      *> Return code 8 when the files disagree (any of the first
      *> five), 4 when only record content is bad, 0 when clean;
      *> nightrun runs this ahead of csvexpt and stops on 8, and
      *> only logs a 4 as a warning.
      *> Run from the console by a supervisor, a damaged file can
      *> be repaired on the spot: the master is first copied to
      *> the next generation snapshot (the same GENCTL.DAT slots
      *> batchin uses, so restore can roll a failed repair back),
      *> then reloaded from the verified images (which rebuilds
      *> both keys), REGCTL.DAT
      *> is moved past the highest number on file, and unnumbered
      *> and duplicate-numbered records get new numbers. Every
      *> repair is written to the change history. Bad DOBs and
      *> statuses are left for correction through maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-REG-NUM
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
      *> The verified images, one per registration number, in
      *> number order - what a repair reloads the master from.
           SELECT LOAD-FILE ASSIGN TO "MASTVER.LOD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LD-STATUS.
      *> Records that cannot keep the number they carry, held
      *> for the numbering pass of a repair.
           SELECT HOLD-FILE ASSIGN TO "MASTVER.HLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HD-STATUS.
      *> ASSIGN USING so the snapshot slot name comes from
      *> WS-GEN-NAME at run time, as in batchin.
           SELECT GEN-FILE ASSIGN USING WS-GEN-NAME
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GN-STATUS.
           SELECT GENCTL-FILE ASSIGN TO "GENCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GC-STATUS.
           SELECT REGCTL-FILE ASSIGN TO "REGCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-STATUS.
           SELECT CHGHST-FILE ASSIGN TO "CHANGHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MASTVER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY "custmas.cpy".
       SD  SORT-FILE.
      *> SR-SOURCE "M" from the prime-key pass, "X" from the name
      *> index pass; "M" sorts first within a number.
       01  SORT-RECORD.
           05  SR-REG-KEY          PIC X(8).
           05  SR-SOURCE           PIC X.
           05  SR-IMAGE            PIC X(256).
       FD  LOAD-FILE.
      *> LD-BEFORE is the record as the name index saw it (spaces
      *> when the index had no entry) - the before image for the
      *> change history when the reload has to reindex it.
       01  LOAD-RECORD.
           05  LD-ACTION           PIC X(12).
           05  LD-IMAGE            PIC X(256).
           05  LD-BEFORE           PIC X(256).
       FD  HOLD-FILE.
       01  HOLD-RECORD             PIC X(256).
       FD  GEN-FILE.
      *> Image of one CUSTMAST-RECORD in registration number
      *> order, the layout restore reads back.
       01  GEN-RECORD              PIC X(256).
       FD  GENCTL-FILE.
       COPY "genctl.cpy".
       FD  REGCTL-FILE.
       COPY "regctl.cpy".
       FD  CHGHST-FILE.
       COPY "chgrec.cpy".
       FD  AUDIT-FILE.
       COPY "audrec.cpy".
       FD  OPERATOR-FILE.
       COPY "oprec.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-CM-STATUS PIC X(2).
       01 WS-LD-STATUS PIC X(2).
       01 WS-HD-STATUS PIC X(2).
       01 WS-AU-STATUS PIC X(2).
       01 WS-OP-STATUS PIC X(2).
       01 WS-RP-STATUS PIC X(2).
       01 WS-GN-STATUS PIC X(2).
       01 WS-GC-STATUS PIC X(2).
       01 WS-GEN-NAME.
           05 FILLER PIC X(10) VALUE "CUSTMAST.G".
           05 WS-GEN-NUM PIC 9(4).
       01 WS-LAST-GEN PIC 9(4) VALUE 0.
       01 WS-GEN-EOF-SW PIC X.
       01 WS-SNAP-OK-SW PIC X.
       01 WS-RELOAD-OK-SW PIC X.
       01 WS-OPERATOR-ID PIC X(10) VALUE "MASTVER".
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-SORT-EOF PIC X VALUE "N".
       01 WS-REPAIR-AVAIL-SW PIC X VALUE "N".
       01 WS-ANSWER PIC X.
       01 WS-RUN-DATE PIC X(8).
       01 WS-CTL-REG PIC 9(8) VALUE 0.
       01 WS-HIGH-REG PIC 9(8) VALUE 0.
       01 WS-OLD-REG PIC 9(8).
       01 WS-KEY-REG PIC 9(8).
      *> The registration number group being checked.
       01 WS-GRP-ACTIVE-SW PIC X VALUE "N".
       01 WS-GRP-KEY PIC X(8).
       01 WS-GRP-UNNUM-SW PIC X.
       01 WS-GRP-M-COUNT PIC 9(4).
       01 WS-GRP-X-COUNT PIC 9(4).
       01 WS-GRP-M-IMAGE PIC X(256).
       01 WS-GRP-X-IMAGE PIC X(256).
       01 WS-GRP-X-NAME PIC X(26).
       01 WS-GRP-X-STATUS PIC X.
       01 WS-GRP-ACTION PIC X(12).
       01 WS-PROBLEM PIC X(40).
       01 WS-MAST-COUNT PIC 9(6) VALUE 0.
       01 WS-INDEX-COUNT PIC 9(6) VALUE 0.
       01 WS-ORPHAN-IDX PIC 9(6) VALUE 0.
       01 WS-ORPHAN-MAST PIC 9(6) VALUE 0.
       01 WS-MISMATCH PIC 9(6) VALUE 0.
       01 WS-DUP-COUNT PIC 9(6) VALUE 0.
       01 WS-ABOVE-COUNT PIC 9(6) VALUE 0.
       01 WS-UNNUM-COUNT PIC 9(6) VALUE 0.
       01 WS-BAD-DOB PIC 9(6) VALUE 0.
       01 WS-BAD-STATUS PIC 9(6) VALUE 0.
       01 WS-DAMAGE-COUNT PIC 9(6) VALUE 0.
       01 WS-CONTENT-COUNT PIC 9(6) VALUE 0.
       01 WS-HOLD-COUNT PIC 9(6) VALUE 0.
       01 WS-RELOAD-COUNT PIC 9(6) VALUE 0.
       01 WS-REINDEX-COUNT PIC 9(6) VALUE 0.
       01 WS-NUMBERED-COUNT PIC 9(6) VALUE 0.
       01 WS-RENUM-COUNT PIC 9(6) VALUE 0.
       COPY "dobws.cpy".
       COPY "regws.cpy".
       COPY "chgws.cpy".
       COPY "authws.cpy".
       COPY "signon.cpy".
       01 PROBLEM-LINE.
           05 PL-REG PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-NAME PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PL-PROBLEM PIC X(40).
       01 RENUM-LINE.
           05 RL-ACTION PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-NAME PIC X(26).
           05 FILLER PIC X(6) VALUE " WAS: ".
           05 RL-OLD-REG PIC 9(8).
           05 FILLER PIC X(6) VALUE " NOW: ".
           05 RL-NEW-REG PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM SET-MODE-PARA.
           PERFORM READ-REGCTL-PARA.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CM-STATUS = "35"
               DISPLAY "CUSTMAST.DAT not found - nothing to verify."
               GOBACK
           END-IF.
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "CUSTMAST.DAT will not open, status "
                   WS-CM-STATUS " - verification abandoned."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE CUSTMAST-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-HEADING-PARA.
           OPEN OUTPUT LOAD-FILE.
           OPEN OUTPUT HOLD-FILE.
           SORT SORT-FILE
               ON ASCENDING KEY SR-REG-KEY SR-SOURCE
               INPUT PROCEDURE IS RELEASE-MASTER-PARA
               OUTPUT PROCEDURE IS CHECK-GROUPS-PARA.
           CLOSE LOAD-FILE.
           CLOSE HOLD-FILE.
           COMPUTE WS-DAMAGE-COUNT = WS-ORPHAN-IDX + WS-ORPHAN-MAST
               + WS-MISMATCH + WS-DUP-COUNT + WS-ABOVE-COUNT
               + WS-UNNUM-COUNT.
           COMPUTE WS-CONTENT-COUNT = WS-BAD-DOB + WS-BAD-STATUS.
           PERFORM PRINT-TOTALS-PARA.
           EVALUATE TRUE
               WHEN WS-DAMAGE-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONTENT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           DISPLAY "Master verification complete. " WS-MAST-COUNT
               " records, " WS-DAMAGE-COUNT " file problems, "
               WS-CONTENT-COUNT " content problems (see "
               "MASTVER.RPT).".
           IF WS-DAMAGE-COUNT > 0 AND WS-REPAIR-AVAIL-SW = "Y"
               PERFORM OFFER-REPAIR-PARA
           END-IF.
           CLOSE REPORT-FILE.
           GOBACK.

       SET-MODE-PARA.
      *> Run by nightrun or from the command line this only
      *> verifies and never stops for an answer. Under the console
      *> the signed-on id is used, and a supervisor is offered the
      *> repair.
           IF SIGNON-OPERATOR-ID = SPACES OR
              SIGNON-OPERATOR-ID = LOW-VALUE
               EXIT PARAGRAPH
           END-IF.
           MOVE SIGNON-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE "S" TO WS-AUTH-NEED.
           PERFORM CHECK-AUTHORITY-PARA.
           MOVE WS-AUTH-OK-SW TO WS-REPAIR-AVAIL-SW.

       READ-REGCTL-PARA.
      *> A missing control record leaves zero, so every number on
      *> file is reported above it - which is the damage.
           OPEN INPUT REGCTL-FILE.
           IF WS-RG-STATUS = "00"
               READ REGCTL-FILE
                   NOT AT END
                       IF RG-LAST-REG-NUM IS NUMERIC
                           MOVE RG-LAST-REG-NUM TO WS-CTL-REG
                       END-IF
               END-READ
               CLOSE REGCTL-FILE
           END-IF.

       PRINT-HEADING-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "MASTER FILE INTEGRITY CHECK  RUN DATE " WS-RUN-DATE
               "  REGCTL LAST NUMBER " WS-CTL-REG
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "REG NUM" TO REPORT-LINE(1:7).
           MOVE "NAME" TO REPORT-LINE(11:4).
           MOVE "PROBLEM" TO REPORT-LINE(39:7).
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

       RELEASE-MASTER-PARA.
      *> Both passes over the same file: first in prime-key order,
      *> then from the lowest name down the alternate key.
           OPEN INPUT CUSTMAST-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ CUSTMAST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-MAST-COUNT
                       MOVE "M" TO SR-SOURCE
                       PERFORM RELEASE-IMAGE-PARA
               END-READ
           END-PERFORM.
           CLOSE CUSTMAST-FILE.
           OPEN INPUT CUSTMAST-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO CM-NAME.
           START CUSTMAST-FILE KEY IS NOT LESS THAN CM-NAME
               INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ CUSTMAST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-INDEX-COUNT
                       MOVE "X" TO SR-SOURCE
                       PERFORM RELEASE-IMAGE-PARA
               END-READ
           END-PERFORM.
           CLOSE CUSTMAST-FILE.

       RELEASE-IMAGE-PARA.
      *> An unnumbered record reads the field back as spaces or
      *> zero; both sort to the front as one group.
           IF CM-REG-NUM IS NUMERIC
               MOVE CM-REG-NUM TO SR-REG-KEY
           ELSE
               MOVE SPACES TO SR-REG-KEY
           END-IF.
           MOVE CUSTMAST-RECORD TO SR-IMAGE.
           RELEASE SORT-RECORD.

       CHECK-GROUPS-PARA.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-FILE
                   AT END MOVE "Y" TO WS-SORT-EOF
                   NOT AT END PERFORM GROUP-ENTRY-PARA
               END-RETURN
           END-PERFORM.
           IF WS-GRP-ACTIVE-SW = "Y"
               PERFORM END-GROUP-PARA
           END-IF.

       GROUP-ENTRY-PARA.
           IF WS-GRP-ACTIVE-SW = "Y" AND SR-REG-KEY NOT = WS-GRP-KEY
               PERFORM END-GROUP-PARA
           END-IF.
           IF WS-GRP-ACTIVE-SW NOT = "Y"
               PERFORM START-GROUP-PARA
           END-IF.
           MOVE SR-IMAGE TO CUSTMAST-RECORD.
           IF SR-SOURCE = "M"
               ADD 1 TO WS-GRP-M-COUNT
               PERFORM CHECK-CONTENT-PARA
               EVALUATE TRUE
                   WHEN WS-GRP-UNNUM-SW = "Y"
                       MOVE "RECORD NEVER NUMBERED" TO WS-PROBLEM
                       PERFORM REPORT-PROBLEM-PARA
                       ADD 1 TO WS-UNNUM-COUNT
                       PERFORM HOLD-IMAGE-PARA
                   WHEN WS-GRP-M-COUNT = 1
                       MOVE SR-IMAGE TO WS-GRP-M-IMAGE
                   WHEN OTHER
                       MOVE "REGISTRATION NUMBER ON TWO RECORDS"
                           TO WS-PROBLEM
                       PERFORM REPORT-PROBLEM-PARA
                       ADD 1 TO WS-DUP-COUNT
                       PERFORM HOLD-IMAGE-PARA
               END-EVALUATE
           ELSE
               ADD 1 TO WS-GRP-X-COUNT
               IF WS-GRP-X-COUNT = 1
                   MOVE SR-IMAGE TO WS-GRP-X-IMAGE
                   MOVE CM-NAME TO WS-GRP-X-NAME
                   MOVE CM-STATUS TO WS-GRP-X-STATUS
               END-IF
      *> "M" sorts first, so an index entry arriving with no
      *> master record counted is reachable only through the
      *> index. Unnumbered and extra ones are handled here; the
      *> first numbered one at the end of the group.
               IF WS-GRP-M-COUNT = 0
                   EVALUATE TRUE
                       WHEN WS-GRP-UNNUM-SW = "Y"
                           PERFORM CHECK-CONTENT-PARA
                           MOVE "NEVER NUMBERED, REACHED BY INDEX ONLY"
                               TO WS-PROBLEM
                           PERFORM REPORT-PROBLEM-PARA
                           ADD 1 TO WS-UNNUM-COUNT
                           PERFORM HOLD-IMAGE-PARA
                       WHEN WS-GRP-X-COUNT > 1
                           PERFORM CHECK-CONTENT-PARA
                           MOVE "NUMBER ON TWO RECORDS, INDEX ONLY"
                               TO WS-PROBLEM
                           PERFORM REPORT-PROBLEM-PARA
                           ADD 1 TO WS-DUP-COUNT
                           PERFORM HOLD-IMAGE-PARA
                   END-EVALUATE
               END-IF
           END-IF.

       START-GROUP-PARA.
           MOVE "Y" TO WS-GRP-ACTIVE-SW.
           MOVE SR-REG-KEY TO WS-GRP-KEY.
           MOVE 0 TO WS-GRP-M-COUNT.
           MOVE 0 TO WS-GRP-X-COUNT.
           IF SR-REG-KEY IS NUMERIC AND SR-REG-KEY NOT = "00000000"
               MOVE "N" TO WS-GRP-UNNUM-SW
           ELSE
               MOVE "Y" TO WS-GRP-UNNUM-SW
           END-IF.

       END-GROUP-PARA.
      *> One numbered registration: exactly one master record and
      *> one index entry, agreeing, is the only clean outcome.
      *> Whatever survives goes on the load file for a repair,
      *> tagged with the change-history action if it needed one.
           MOVE "N" TO WS-GRP-ACTIVE-SW.
           IF WS-GRP-UNNUM-SW = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-GRP-ACTION.
           IF WS-GRP-M-COUNT = 0
               MOVE WS-GRP-X-IMAGE TO CUSTMAST-RECORD
               PERFORM CHECK-CONTENT-PARA
               MOVE "INDEX ENTRY WITH NO MASTER RECORD" TO WS-PROBLEM
               PERFORM REPORT-PROBLEM-PARA
               ADD 1 TO WS-ORPHAN-IDX
               MOVE "REINDEXED" TO WS-GRP-ACTION
           ELSE
               MOVE WS-GRP-M-IMAGE TO CUSTMAST-RECORD
               EVALUATE TRUE
                   WHEN WS-GRP-X-COUNT = 0
                       MOVE "MASTER RECORD WITH NO INDEX ENTRY"
                           TO WS-PROBLEM
                       PERFORM REPORT-PROBLEM-PARA
                       ADD 1 TO WS-ORPHAN-MAST
                       MOVE "REINDEXED" TO WS-GRP-ACTION
                   WHEN WS-GRP-X-NAME NOT = CM-NAME OR
                        WS-GRP-X-STATUS NOT = CM-STATUS
                       MOVE "INDEX NAME/STATUS DIFFERS FROM MASTER"
                           TO WS-PROBLEM
                       PERFORM REPORT-PROBLEM-PARA
                       ADD 1 TO WS-MISMATCH
                       MOVE "REINDEXED" TO WS-GRP-ACTION
               END-EVALUATE
           END-IF.
           MOVE CM-REG-NUM TO WS-KEY-REG.
           IF WS-KEY-REG > WS-CTL-REG
               MOVE "NUMBER ABOVE REGCTL LAST NUMBER" TO WS-PROBLEM
               PERFORM REPORT-PROBLEM-PARA
               ADD 1 TO WS-ABOVE-COUNT
           END-IF.
           IF WS-KEY-REG > WS-HIGH-REG
               MOVE WS-KEY-REG TO WS-HIGH-REG
           END-IF.
           MOVE WS-GRP-ACTION TO LD-ACTION.
           MOVE CUSTMAST-RECORD TO LD-IMAGE.
           IF WS-GRP-X-COUNT > 0
               MOVE WS-GRP-X-IMAGE TO LD-BEFORE
           ELSE
               MOVE SPACES TO LD-BEFORE
           END-IF.
           WRITE LOAD-RECORD.

       CHECK-CONTENT-PARA.
      *> Record content only - the image is in CUSTMAST-RECORD.
      *> A zero DOB is a record the DOB conversion never reached.
           IF CM-DOB IS NOT NUMERIC
               MOVE "DATE OF BIRTH NOT NUMERIC" TO WS-PROBLEM
               PERFORM REPORT-PROBLEM-PARA
               ADD 1 TO WS-BAD-DOB
           ELSE
               MOVE CM-DOB TO WS-DOB-TEXT
               PERFORM VALIDATE-DOB-PARA
               IF WS-DOB-VALID-SW NOT = "Y"
                   MOVE "DATE OF BIRTH NOT A POSSIBLE DATE"
                       TO WS-PROBLEM
                   PERFORM REPORT-PROBLEM-PARA
                   ADD 1 TO WS-BAD-DOB
               END-IF
           END-IF.
      *> Intake writes "A"; records from before the status field
      *> carry a space.
           IF CM-STATUS NOT = SPACE AND CM-STATUS NOT = "A" AND
              CM-STATUS NOT = "I"
               MOVE SPACES TO WS-PROBLEM
               STRING "STATUS """ CM-STATUS """ NOT SPACE, A OR I"
                   DELIMITED BY SIZE INTO WS-PROBLEM
               PERFORM REPORT-PROBLEM-PARA
               ADD 1 TO WS-BAD-STATUS
           END-IF.

       REPORT-PROBLEM-PARA.
           MOVE WS-GRP-KEY TO PL-REG.
           MOVE CM-NAME TO PL-NAME.
           MOVE WS-PROBLEM TO PL-PROBLEM.
           MOVE PROBLEM-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       HOLD-IMAGE-PARA.
           MOVE CUSTMAST-RECORD TO HOLD-RECORD.
           WRITE HOLD-RECORD.
           ADD 1 TO WS-HOLD-COUNT.

       PRINT-TOTALS-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECORDS BY REGISTRATION NUMBER  . . . " WS-MAST-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECORDS BY NAME INDEX . . . . . . . . "
               WS-INDEX-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "INDEX ENTRIES WITH NO MASTER RECORD . " WS-ORPHAN-IDX
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MASTER RECORDS WITH NO INDEX ENTRY  . "
               WS-ORPHAN-MAST
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "INDEX NAME/STATUS DIFFERS . . . . . . " WS-MISMATCH
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DUPLICATE REGISTRATION NUMBERS  . . . " WS-DUP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "NUMBERS ABOVE REGCTL  . . . . . . . . "
               WS-ABOVE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECORDS NEVER NUMBERED  . . . . . . . "
               WS-UNNUM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BAD DATES OF BIRTH  . . . . . . . . . " WS-BAD-DOB
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BAD STATUS VALUES . . . . . . . . . . " WS-BAD-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-DAMAGE-COUNT > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING "*** FILES DAMAGED - DO NOT EXPORT UNTIL "
                          "REPAIRED ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN WS-CONTENT-COUNT > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING "*** RECORD CONTENT ERRORS - CORRECT "
                          "THROUGH MAINT ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   MOVE "MASTER FILE CONSISTENT" TO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.

       OFFER-REPAIR-PARA.
           DISPLAY "The master file is damaged. Repair it now? The "
               "master is reloaded from the verified images. (Y/N) :".
           ACCEPT WS-ANSWER.
           IF FUNCTION UPPER-CASE(WS-ANSWER) NOT = "Y"
               DISPLAY "No repair made."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REPAIR BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM RELOAD-MASTER-PARA.
           IF WS-RELOAD-OK-SW NOT = "Y"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUMP-REGCTL-PARA.
           PERFORM NUMBER-HELD-PARA.
           PERFORM WRITE-AUDIT-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "RELOADED " WS-RELOAD-COUNT "  REINDEXED "
               WS-REINDEX-COUNT "  NUMBERED " WS-NUMBERED-COUNT
               "  RENUMBERED " WS-RENUM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
      *> What is left is content for maint to correct.
           IF WS-CONTENT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY "Master repaired. " WS-RELOAD-COUNT " reloaded, "
               WS-NUMBERED-COUNT " numbered, " WS-RENUM-COUNT
               " renumbered (see MASTVER.RPT).".

       RELOAD-MASTER-PARA.
      *> Writing the file afresh builds both keys from the records
      *> themselves, which means emptying the live master - so
      *> it is copied to a snapshot slot first, and nothing is
      *> touched if the copy fails. A reload that stops part way
      *> leaves a half-loaded master: roll it back from the
      *> snapshot with restore before verifying again.
           MOVE "N" TO WS-RELOAD-OK-SW.
           PERFORM SNAPSHOT-MASTER-PARA.
           IF WS-SNAP-OK-SW NOT = "Y"
               DISPLAY "Snapshot " WS-GEN-NAME " could not be "
                   "written, status " WS-GN-STATUS
                   " - no repair made."
               MOVE SPACES TO REPORT-LINE
               STRING "REPAIR ABANDONED - SNAPSHOT " WS-GEN-NAME
                      " NOT WRITTEN, MASTER UNCHANGED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "MASTER COPIED TO SNAPSHOT " WS-GEN-NAME
                  " BEFORE RELOAD"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "Y" TO WS-RELOAD-OK-SW.
           OPEN OUTPUT CUSTMAST-FILE.
           CLOSE CUSTMAST-FILE.
           OPEN I-O CUSTMAST-FILE.
           OPEN INPUT LOAD-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ LOAD-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM RELOAD-RECORD-PARA
               END-READ
           END-PERFORM.
           CLOSE LOAD-FILE.
           CLOSE CUSTMAST-FILE.

       RELOAD-RECORD-PARA.
           MOVE LD-IMAGE TO CUSTMAST-RECORD.
           WRITE CUSTMAST-RECORD
               INVALID KEY
                   PERFORM RELOAD-FAIL-PARA
               NOT INVALID KEY
                   ADD 1 TO WS-RELOAD-COUNT
                   IF LD-ACTION NOT = SPACES
                       MOVE LD-BEFORE TO WS-CH-BEFORE
                       MOVE LD-ACTION TO WS-CH-ACTION
                       PERFORM WRITE-CHANGE-HIST-PARA
                       ADD 1 TO WS-REINDEX-COUNT
                   END-IF
           END-WRITE.

       RELOAD-FAIL-PARA.
      *> The master is now part loaded; stop here rather than
      *> carry on renumbering on top of it.
           MOVE "N" TO WS-RELOAD-OK-SW.
           MOVE "Y" TO WS-EOF-SWITCH.
           DISPLAY "Registration " CM-REG-NUM " would not reload, "
               "status " WS-CM-STATUS " - repair stopped. Roll the "
               "master back from " WS-GEN-NAME " with restore.".
           MOVE SPACES TO REPORT-LINE.
           STRING "RELOAD STOPPED AT " CM-REG-NUM " STATUS "
                  WS-CM-STATUS " - RESTORE FROM " WS-GEN-NAME
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       SNAPSHOT-MASTER-PARA.
      *> Same slot cycle and GENCTL.DAT record as batchin's
      *> pre-batch snapshot; the prime-key pass is what restore
      *> reloads from.
           MOVE "N" TO WS-SNAP-OK-SW.
           MOVE 0 TO WS-LAST-GEN.
           OPEN INPUT GENCTL-FILE.
           IF WS-GC-STATUS = "00"
               READ GENCTL-FILE
                   NOT AT END MOVE GC-LAST-GEN TO WS-LAST-GEN
               END-READ
               CLOSE GENCTL-FILE
           END-IF.
           COMPUTE WS-GEN-NUM = FUNCTION MOD(WS-LAST-GEN, 5) + 1.
           OPEN OUTPUT GEN-FILE.
           IF WS-GN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CM-STATUS NOT = "00"
               CLOSE GEN-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-SNAP-OK-SW.
           MOVE "N" TO WS-GEN-EOF-SW.
           PERFORM UNTIL WS-GEN-EOF-SW = "Y"
               READ CUSTMAST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-GEN-EOF-SW
                   NOT AT END
                       MOVE CUSTMAST-RECORD TO GEN-RECORD
                       WRITE GEN-RECORD
                       IF WS-GN-STATUS NOT = "00"
                           MOVE "N" TO WS-SNAP-OK-SW
                           MOVE "Y" TO WS-GEN-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTMAST-FILE.
           CLOSE GEN-FILE.
           IF WS-SNAP-OK-SW NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GEN-NUM TO GC-LAST-GEN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO GC-SNAP-DATE.
           OPEN OUTPUT GENCTL-FILE.
           IF WS-GC-STATUS NOT = "00"
               MOVE "N" TO WS-SNAP-OK-SW
               EXIT PARAGRAPH
           END-IF.
           WRITE GENCTL-RECORD.
           CLOSE GENCTL-FILE.
           DISPLAY "Master snapshot written to " WS-GEN-NAME.

       BUMP-REGCTL-PARA.
      *> Numbers drawn from here on must clear every number on
      *> file; the move goes on the history of the registration
      *> that forced it.
           IF WS-HIGH-REG NOT > WS-CTL-REG
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REGCTL-FILE.
           MOVE WS-HIGH-REG TO RG-LAST-REG-NUM.
           WRITE REGCTL-RECORD.
           CLOSE REGCTL-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REGCTL.DAT MOVED FROM " WS-CTL-REG " TO "
               WS-HIGH-REG " - HIGHEST NUMBER ON FILE"
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT CUSTMAST-FILE.
           MOVE WS-HIGH-REG TO CM-REG-NUM.
           READ CUSTMAST-FILE
               KEY IS CM-REG-NUM
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CUSTMAST-RECORD TO WS-CH-BEFORE
                   MOVE "REGCTL-BUMP" TO WS-CH-ACTION
                   PERFORM WRITE-CHANGE-HIST-PARA
           END-READ.
           CLOSE CUSTMAST-FILE.

       NUMBER-HELD-PARA.
           IF WS-HOLD-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O CUSTMAST-FILE.
           OPEN INPUT HOLD-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ HOLD-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM NUMBER-RECORD-PARA
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.
           CLOSE CUSTMAST-FILE.

       NUMBER-RECORD-PARA.
           MOVE HOLD-RECORD TO CUSTMAST-RECORD.
           MOVE CUSTMAST-RECORD TO WS-CH-BEFORE.
           IF CM-REG-NUM IS NUMERIC
               MOVE CM-REG-NUM TO WS-OLD-REG
           ELSE
               MOVE 0 TO WS-OLD-REG
           END-IF.
           PERFORM WRITE-NEW-MASTER-PARA.
           IF WS-RG-WRITTEN-SW NOT = "Y"
               DISPLAY "CUSTMAST.DAT write failed, status "
                   WS-CM-STATUS " for " CM-NAME
                   " - image is on MASTVER.HLD."
               EXIT PARAGRAPH
           END-IF.
           IF WS-OLD-REG = 0
               MOVE "NUMBERED" TO WS-CH-ACTION
               ADD 1 TO WS-NUMBERED-COUNT
           ELSE
               MOVE "RENUMBERED" TO WS-CH-ACTION
               ADD 1 TO WS-RENUM-COUNT
           END-IF.
           PERFORM WRITE-CHANGE-HIST-PARA.
           MOVE WS-CH-ACTION TO RL-ACTION.
           MOVE CM-NAME TO RL-NAME.
           MOVE WS-OLD-REG TO RL-OLD-REG.
           MOVE CM-REG-NUM TO RL-NEW-REG.
           MOVE RENUM-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-AUDIT-PARA.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AU-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AU-OPERATOR.
           MOVE "CUSTMAST.DAT" TO AU-NAME.
           MOVE 0 TO AU-AGE.
           MOVE "MASTER-REPAIRED" TO AU-RESULT.
           MOVE 0 TO AU-REG-NUM.
           MOVE SPACES TO AU-PARTNER.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       COPY "dobpro.cpy".
       COPY "regpro.cpy".
       COPY "chgpro.cpy".
       COPY "authpro.cpy".
