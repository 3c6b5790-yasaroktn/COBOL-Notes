       IDENTIFICATION DIVISION.
       PROGRAM-ID.  idxconv.
      *> One-time load of the customer master from the relative
      *> file into the indexed CUSTMAST.DAT (prime key CM-REG-NUM,
      *> alternate key CM-NAME). Copy the relative master to
      *> CUSTMAST.OLD and move it out of the way first; this
      *> program writes the indexed file from it, gives a number
      *> to every record the relative master carried without one
      *> (and to the later of two records sharing a number, which
      *> the prime key cannot hold twice), moves REGCTL.DAT past
      *> the highest number on file, and then reads the retired
      *> NAMEIDX.DAT entry by entry against the new file so any
      *> entry the index and the master disagreed on is on paper
      *> before the index file is thrown away. CHANGHST.DAT is
      *> carried over too: its before and after images were the
      *> 128-byte relative slot, and every entry is rewritten
      *> through IDXCONV.TMP with both images padded to the
      *> 256-byte record, before this load adds entries of its
      *> own. Everything is listed on IDXCONV.RPT; each number
      *> handed out is written to the change history.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDMAST-FILE ASSIGN TO "CUSTMAST.OLD"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OM-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-REG-NUM
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
      *> Records that could not go in under the number they
      *> carried, held for the numbering pass.
           SELECT HOLD-FILE ASSIGN TO "IDXHOLD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HD-STATUS.
           SELECT NAMEIDX-FILE ASSIGN TO "NAMEIDX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NX-STATUS.
           SELECT REGCTL-FILE ASSIGN TO "REGCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-STATUS.
           SELECT CHGHST-FILE ASSIGN TO "CHANGHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
      *> The same file as CHGHST-FILE, read in the layout it had
      *> beside the relative master.
           SELECT OLDHST-FILE ASSIGN TO "CHANGHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OH-STATUS.
           SELECT TEMP-FILE ASSIGN TO "IDXCONV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "IDXCONV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> Relative-master slot: the first 128 bytes of the current
      *> layout, before the reserved area was added.
       FD  OLDMAST-FILE.
       01  OLDMAST-RECORD.
           05  OM-NAME             PIC X(26).
           05  OM-AGE              PIC X(2).
           05  FILLER              PIC X(10).
           05  OM-REG-NUM          PIC 9(8).
           05  FILLER              PIC X(82).
       FD  CUSTMAST-FILE.
       COPY "custmas.cpy".
       FD  HOLD-FILE.
       01  HOLD-RECORD             PIC X(128).
       FD  NAMEIDX-FILE.
       COPY "nidxrec.cpy".
       FD  REGCTL-FILE.
       COPY "regctl.cpy".
       FD  CHGHST-FILE.
       COPY "chgrec.cpy".
      *> Change-history entry with the 128-byte slot images.
       FD  OLDHST-FILE.
       01  OLDHST-RECORD.
           05  OH-TIMESTAMP        PIC X(21).
           05  OH-OPERATOR         PIC X(10).
           05  OH-REG-NUM          PIC 9(8).
           05  OH-ACTION           PIC X(12).
           05  OH-BEFORE-IMAGE     PIC X(128).
           05  OH-AFTER-IMAGE      PIC X(128).
       FD  TEMP-FILE.
       01  TEMP-RECORD PIC X(563).
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-OM-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-HD-STATUS PIC X(2).
       01 WS-NX-STATUS PIC X(2).
       01 WS-RP-STATUS PIC X(2).
       01 WS-OH-STATUS PIC X(2).
       01 WS-TP-STATUS PIC X(2).
       01 WS-CH-CONV-COUNT PIC 9(6) VALUE 0.
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-OPERATOR-ID PIC X(10) VALUE "IDXCONV".
       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-LOAD-COUNT PIC 9(6) VALUE 0.
       01 WS-HOLD-COUNT PIC 9(6) VALUE 0.
       01 WS-NUMBERED-COUNT PIC 9(6) VALUE 0.
       01 WS-RENUM-COUNT PIC 9(6) VALUE 0.
       01 WS-HIGH-REG PIC 9(8) VALUE 0.
       01 WS-CTL-REG PIC 9(8) VALUE 0.
       01 WS-OLD-REG PIC 9(8).
       01 WS-NX-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-NX-AGREE-COUNT PIC 9(6) VALUE 0.
       01 WS-NX-DIFF-COUNT PIC 9(6) VALUE 0.
       01 WS-NX-REASON PIC X(40).
       01 WS-NX-DONE PIC X.
       01 WS-NX-HIT PIC X.
       01 WS-SHOW-REG PIC 9(8).
       COPY "regws.cpy".
       COPY "chgws.cpy".
       01 RENUM-LINE.
           05 RL-ACTION PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-NAME PIC X(26).
           05 FILLER PIC X(6) VALUE " WAS: ".
           05 RL-OLD-REG PIC 9(8).
           05 FILLER PIC X(6) VALUE " NOW: ".
           05 RL-NEW-REG PIC 9(8).
       01 INDEX-LINE.
           05 FILLER PIC X(6) VALUE "INDEX ".
           05 IL-NAME PIC X(26).
           05 FILLER PIC X(5) VALUE " REG ".
           05 IL-REG PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IL-REASON PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM CHECK-NOT-CONVERTED-PARA.
           OPEN INPUT OLDMAST-FILE.
           IF WS-OM-STATUS NOT = "00"
               DISPLAY "CUSTMAST.OLD not found - copy the relative "
                   "master to CUSTMAST.OLD before converting."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE "CUSTOMER MASTER LOAD TO INDEXED FILE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN OUTPUT CUSTMAST-FILE.
           OPEN OUTPUT HOLD-FILE.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ OLDMAST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM LOAD-RECORD-PARA
               END-READ
           END-PERFORM.
           CLOSE OLDMAST-FILE.
           CLOSE HOLD-FILE.
           CLOSE CUSTMAST-FILE.
           PERFORM CONVERT-CHANGHST-PARA.
           PERFORM SEED-REGCTL-PARA.
           PERFORM NUMBER-HELD-PARA.
           PERFORM CHECK-NAMEIDX-PARA.
           PERFORM PRINT-TOTALS-PARA.
           CLOSE REPORT-FILE.
           DISPLAY "Indexed load complete. " WS-LOAD-COUNT
               " loaded under their own numbers, "
               WS-NUMBERED-COUNT " numbered, " WS-RENUM-COUNT
               " renumbered (see IDXCONV.RPT).".
           IF WS-NX-DIFF-COUNT > 0
               DISPLAY WS-NX-DIFF-COUNT " NAMEIDX.DAT entries "
                   "disagreed with the master - review IDXCONV.RPT."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       CHECK-NOT-CONVERTED-PARA.
      *> Refuse a rerun over a loaded file: OPEN OUTPUT would
      *> empty it, and every registration taken since the load
      *> would go with it. A relative CUSTMAST.DAT still in place
      *> will not open as indexed and is overwritten, which is why
      *> the copy to CUSTMAST.OLD comes first.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ CUSTMAST-FILE NEXT RECORD
               AT END
                   CLOSE CUSTMAST-FILE
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CUSTMAST-FILE.
           DISPLAY "CUSTMAST.DAT is already an indexed file with "
               "records on it - conversion abandoned."
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       LOAD-RECORD-PARA.
           ADD 1 TO WS-READ-COUNT.
      *> Same content check as the earlier conversions: a slot of
      *> the wrong size reads back status 00 with the fields
      *> misaligned, and a non-numeric age shows it at once.
           IF OM-AGE IS NOT NUMERIC
               DISPLAY "CUSTMAST.OLD does not carry the relative "
                   "master layout (record " WS-READ-COUNT ") - "
                   "conversion abandoned."
               CLOSE OLDMAST-FILE
               CLOSE HOLD-FILE
               CLOSE CUSTMAST-FILE
               CLOSE REPORT-FILE
      *> Truncate the partial output so the already-converted
      *> check does not refuse the corrected rerun.
               OPEN OUTPUT CUSTMAST-FILE
               CLOSE CUSTMAST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> Unnumbered records wait for the numbering pass, so no
      *> number is drawn until every numbered record is on file
      *> and REGCTL.DAT has been moved past the highest of them.
           IF OM-REG-NUM IS NOT NUMERIC OR OM-REG-NUM = 0
               MOVE OLDMAST-RECORD TO HOLD-RECORD
               WRITE HOLD-RECORD
               ADD 1 TO WS-HOLD-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CUSTMAST-RECORD.
           MOVE OLDMAST-RECORD TO CUSTMAST-RECORD(1:128).
           WRITE CUSTMAST-RECORD
               INVALID KEY
                   IF WS-CM-STATUS = "22"
      *> Second record under a number already loaded - the first
      *> keeps it, this one is held for a new number.
                       MOVE OLDMAST-RECORD TO HOLD-RECORD
                       WRITE HOLD-RECORD
                       ADD 1 TO WS-HOLD-COUNT
                   ELSE
                       DISPLAY "CUSTMAST.DAT write failed, status "
                           WS-CM-STATUS " - conversion abandoned."
                       CLOSE OLDMAST-FILE
                       CLOSE HOLD-FILE
                       CLOSE CUSTMAST-FILE
                       CLOSE REPORT-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
                   IF CM-REG-NUM > WS-HIGH-REG
                       MOVE CM-REG-NUM TO WS-HIGH-REG
                   END-IF
           END-WRITE.

       CONVERT-CHANGHST-PARA.
      *> Runs only once the master has loaded cleanly, so a load
      *> abandoned on a bad CUSTMAST.OLD leaves the history in
      *> its old layout for the corrected rerun to convert.
           OPEN INPUT OLDHST-FILE.
           IF WS-OH-STATUS NOT = "00"
               MOVE "CHANGHST.DAT NOT FOUND - NO HISTORY CONVERTED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TEMP-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ OLDHST-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM CONVERT-CHANGE-ENTRY-PARA
               END-READ
           END-PERFORM.
           CLOSE OLDHST-FILE.
           CLOSE TEMP-FILE.
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

       CONVERT-CHANGE-ENTRY-PARA.
           MOVE SPACES TO CHANGE-HIST-RECORD.
           MOVE OH-TIMESTAMP TO CH-TIMESTAMP.
           MOVE OH-OPERATOR TO CH-OPERATOR.
           MOVE OH-REG-NUM TO CH-REG-NUM.
           MOVE OH-ACTION TO CH-ACTION.
           MOVE OH-BEFORE-IMAGE TO CH-BEFORE-IMAGE.
           MOVE OH-AFTER-IMAGE TO CH-AFTER-IMAGE.
           MOVE CHANGE-HIST-RECORD TO TEMP-RECORD.
           WRITE TEMP-RECORD.
           ADD 1 TO WS-CH-CONV-COUNT.

       SEED-REGCTL-PARA.
      *> Numbers drawn from here on must clear every number the
      *> relative master already carried.
           OPEN INPUT REGCTL-FILE.
           IF WS-RG-STATUS = "00"
               READ REGCTL-FILE
                   NOT AT END MOVE RG-LAST-REG-NUM TO WS-CTL-REG
               END-READ
               CLOSE REGCTL-FILE
           END-IF.
           IF WS-HIGH-REG > WS-CTL-REG
               MOVE WS-HIGH-REG TO RG-LAST-REG-NUM
               OPEN OUTPUT REGCTL-FILE
               WRITE REGCTL-RECORD
               CLOSE REGCTL-FILE
               MOVE SPACES TO REPORT-LINE
               STRING "REGCTL.DAT MOVED FROM " WS-CTL-REG " TO "
                      WS-HIGH-REG " - HIGHEST NUMBER ON FILE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

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
      *> Emptied once every held record is on the master.
           OPEN OUTPUT HOLD-FILE.
           CLOSE HOLD-FILE.

       NUMBER-RECORD-PARA.
           MOVE SPACES TO CUSTMAST-RECORD.
           MOVE HOLD-RECORD TO CUSTMAST-RECORD(1:128).
           MOVE CUSTMAST-RECORD TO WS-CH-BEFORE.
           IF CM-REG-NUM IS NUMERIC
               MOVE CM-REG-NUM TO WS-OLD-REG
           ELSE
               MOVE 0 TO WS-OLD-REG
           END-IF.
           PERFORM WRITE-NEW-MASTER-PARA.
           IF WS-RG-WRITTEN-SW NOT = "Y"
               DISPLAY "CUSTMAST.DAT write failed, status "
                   WS-CM-STATUS " - the records still held are on "
                   "IDXHOLD.DAT."
               CLOSE HOLD-FILE
               CLOSE CUSTMAST-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
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

       CHECK-NAMEIDX-PARA.
      *> The alternate key is built by the load itself; the old
      *> index is only read to put on paper any entry it and the
      *> master disagreed on, since those are the records the
      *> intake duplicate check was getting wrong.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT NAMEIDX-FILE.
           IF WS-NX-STATUS NOT = "00"
               MOVE "NAMEIDX.DAT NOT FOUND - NO INDEX ENTRIES CHECKED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUSTMAST-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ NAMEIDX-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM CHECK-INDEX-ENTRY-PARA
               END-READ
           END-PERFORM.
           CLOSE NAMEIDX-FILE.
           CLOSE CUSTMAST-FILE.

       CHECK-INDEX-ENTRY-PARA.
           ADD 1 TO WS-NX-READ-COUNT.
           MOVE SPACES TO WS-NX-REASON.
           IF NX-REG-NUM IS NUMERIC AND NX-REG-NUM > 0
               MOVE NX-REG-NUM TO WS-SHOW-REG
               MOVE NX-REG-NUM TO CM-REG-NUM
               READ CUSTMAST-FILE
                   INVALID KEY
                       MOVE "NO MASTER RECORD UNDER THIS NUMBER"
                           TO WS-NX-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CM-NAME NOT = NX-NAME
                               MOVE "MASTER CARRIES ANOTHER NAME"
                                   TO WS-NX-REASON
                           WHEN CM-STATUS NOT = NX-STATUS
                               MOVE "STATUS DIFFERS FROM MASTER"
                                   TO WS-NX-REASON
                       END-EVALUATE
               END-READ
           ELSE
               MOVE 0 TO WS-SHOW-REG
               PERFORM FIND-BY-NAME-PARA
           END-IF.
           IF WS-NX-REASON = SPACES
               ADD 1 TO WS-NX-AGREE-COUNT
           ELSE
               ADD 1 TO WS-NX-DIFF-COUNT
               MOVE NX-NAME TO IL-NAME
               MOVE WS-SHOW-REG TO IL-REG
               MOVE WS-NX-REASON TO IL-REASON
               MOVE INDEX-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       FIND-BY-NAME-PARA.
      *> An unnumbered entry can only be matched by name; the
      *> record behind it was numbered by this load.
           MOVE "N" TO WS-NX-HIT.
           MOVE "N" TO WS-NX-DONE.
           MOVE NX-NAME TO CM-NAME.
           START CUSTMAST-FILE KEY IS EQUAL TO CM-NAME
               INVALID KEY MOVE "Y" TO WS-NX-DONE
           END-START.
           PERFORM UNTIL WS-NX-DONE = "Y"
               READ CUSTMAST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-NX-DONE
                   NOT AT END
                       IF CM-NAME NOT = NX-NAME
                           MOVE "Y" TO WS-NX-DONE
                       ELSE
                           IF CM-STATUS = NX-STATUS
                               MOVE "Y" TO WS-NX-HIT
                               MOVE "Y" TO WS-NX-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NX-HIT NOT = "Y"
               MOVE "NO MASTER RECORD UNDER THIS NAME"
                   TO WS-NX-REASON
           END-IF.

       PRINT-TOTALS-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RECORDS READ FROM CUSTMAST.OLD . . " WS-READ-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LOADED UNDER THEIR OWN NUMBER  . . " WS-LOAD-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "NUMBERED (HAD NO NUMBER) . . . . . "
                  WS-NUMBERED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RENUMBERED (NUMBER ALREADY USED) . " WS-RENUM-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHANGHST.DAT ENTRIES CONVERTED . . "
                  WS-CH-CONV-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "NAMEIDX.DAT ENTRIES READ . . . . . "
                  WS-NX-READ-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  AGREEING WITH THE MASTER . . . . "
                  WS-NX-AGREE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  DISAGREEING (LISTED ABOVE) . . . "
                  WS-NX-DIFF-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       COPY "regpro.cpy".
       COPY "chgpro.cpy".
