       IDENTIFICATION DIVISION.
       PROGRAM-ID.  reginq.
      *> Registration inquiry: everything held on one person,
      *> by registration number, in one report (REGINQ.RPT) -
      *> the master image (or the CUSTARCH.DAT copy once the
      *> record has been purged), every change-history entry
      *> with its before and after images, every audit entry
      *> across AUDIT.DAT and the monthly archives named on
      *> AUDARCH.DAT, and any exception or write-off under a
      *> name the registration has carried. Audit entries are
      *> matched on AU-REG-NUM; entries with no number (rejects,
      *> and everything written before the field existed) are
      *> matched on those names instead. Supervisor only, and
      *> the inquiry itself goes on the audit trail under the
      *> number looked up, so it shows who looked at whose data.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-REG-NUM
               ALTERNATE RECORD KEY IS MK-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "CUSTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT CHGHST-FILE ASSIGN TO "CHANGHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
      *> Audit archives are named at run time from AUDARCH.DAT,
      *> the same way audrpt reads them.
           SELECT ARCH-FILE ASSIGN USING WS-ARC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AA-STATUS.
           SELECT ARCHCTL-FILE ASSIGN TO "AUDARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-STATUS.
           SELECT WRITEOFF-FILE ASSIGN TO "WRITEOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "REGINQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
      *> Key view only - the record is read INTO the working
      *> storage copy of custmas.cpy, which doubles as the decode
      *> area for the archive and change-history images. The keys
      *> sit where custmas.cpy puts CM-NAME and CM-REG-NUM.
       01  MASTER-KEY-VIEW.
           05  MK-NAME             PIC X(26).
           05  FILLER              PIC X(12).
           05  MK-REG-NUM          PIC 9(8).
           05  FILLER              PIC X(210).
       FD  ARCHIVE-FILE.
       COPY "archrec.cpy".
       FD  CHGHST-FILE.
       COPY "chgrec.cpy".
       FD  AUDIT-FILE.
       COPY "audrec.cpy".
       FD  ARCH-FILE.
      *> Image of one AUDIT-RECORD, as in audrpt.
       01  ARCH-RECORD PIC X(91).
       FD  ARCHCTL-FILE.
       COPY "audarc.cpy".
       FD  EXCEPT-FILE.
       COPY "excrec.cpy".
       FD  WRITEOFF-FILE.
       COPY "wofrec.cpy".
       FD  OPERATOR-FILE.
       COPY "oprec.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(142).
       WORKING-STORAGE SECTION.
       01 WS-CM-STATUS PIC X(2).
       01 WS-AR-STATUS PIC X(2).
       01 WS-CH-STATUS PIC X(2).
       01 WS-AU-STATUS PIC X(2).
       01 WS-AA-STATUS PIC X(2).
       01 WS-AC-STATUS PIC X(2).
       01 WS-EX-STATUS PIC X(2).
       01 WS-WO-STATUS PIC X(2).
       01 WS-OP-STATUS PIC X(2).
       01 WS-RP-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-REG-INPUT PIC X(10).
       01 WS-PICK-REG PIC 9(8).
       01 WS-RUN-DATE PIC X(8).
      *> Where the master image came from: M = on CUSTMAST.DAT,
      *> A = purged (CUSTARCH.DAT), N = on neither file.
       01 WS-IMAGE-SOURCE PIC X VALUE "N".
       01 WS-HOLD-IMAGE PIC X(256).
       01 WS-HOLD-NAME PIC X(26) VALUE SPACES.
       01 WS-HOLD-PURGE-DATE PIC X(8).
       01 WS-IMAGE-TAG PIC X(8).
       01 WS-SOURCE-NAME PIC X(13).
       01 WS-MATCH-SW PIC X.
       01 WS-CHG-COUNT PIC 9(5) VALUE 0.
       01 WS-AUD-COUNT PIC 9(5) VALUE 0.
       01 WS-EXC-COUNT PIC 9(5) VALUE 0.
       01 WS-WOF-COUNT PIC 9(5) VALUE 0.
       01 WS-ARC-NAME.
           05 FILLER PIC X(7) VALUE "AUDIT.A".
           05 WS-ARC-YYYYMM PIC 9(6).
       01 WS-ARC-SUB PIC 9(3).
       01 WS-ARC-TABLE.
           05 WS-ARC-COUNT PIC 9(3) VALUE 0.
           05 WS-ARCT-YYYYMM PIC 9(6) OCCURS 120.
      *> Every name this registration has carried - the master or
      *> archive image plus each name seen in its change history -
      *> so a rejected duplicate or an entry from before a name
      *> correction is still found.
       01 WS-NAME-TABLE.
           05 WS-NAME-COUNT PIC 9(3) VALUE 0.
           05 WS-NAME-ENTRY PIC X(26) OCCURS 50.
       01 WS-NAME-SUB PIC 9(3).
       01 WS-PROBE-NAME PIC X(26).
      *> The master layout doubles as a decode area for the
      *> images, as in chgrpt.
       COPY "custmas.cpy".
       COPY "authws.cpy".
       COPY "signon.cpy".
       01 IMAGE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 IL-TAG PIC X(8).
           05 IL-NAME PIC X(26).
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(4) VALUE "DOB ".
           05 IL-DOB PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 IL-DOB-EST PIC X.
           05 FILLER PIC X(5) VALUE " STAT".
           05 IL-STATUS PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 IL-ADDR PIC X(40).
           05 FILLER PIC X VALUE SPACE.
           05 IL-PHONE PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 IL-EMAIL PIC X(30).
      *> Second line of an image: where it came from, the
      *> returned-mail dates and the contact consent per channel
      *> (M mail, P phone, E email).
       01 IMAGE-LINE-2.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PARTNER ".
           05 IL-PARTNER PIC X(4).
           05 FILLER PIC X(13) VALUE "  UNDELIV M ".
           05 IL-ADDR-UNDELIV PIC X(8).
           05 FILLER PIC X(3) VALUE " P ".
           05 IL-PHONE-UNDELIV PIC X(8).
           05 FILLER PIC X(3) VALUE " E ".
           05 IL-EMAIL-UNDELIV PIC X(8).
           05 FILLER PIC X(13) VALUE "  CONSENT M ".
           05 IL-ADDR-CONSENT PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 IL-ADDR-CONS-DATE PIC X(8).
           05 FILLER PIC X(3) VALUE " P ".
           05 IL-PHONE-CONSENT PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 IL-PHONE-CONS-DATE PIC X(8).
           05 FILLER PIC X(3) VALUE " E ".
           05 IL-EMAIL-CONSENT PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 IL-EMAIL-CONS-DATE PIC X(8).
       01 CHANGE-LINE.
           05 CL-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 CL-TIME PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-OPERATOR PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-ACTION PIC X(12).
       01 AUDIT-LINE.
           05 AL-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 AL-TIME PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-OPERATOR PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-NAME PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-AGE PIC 9(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-RESULT PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AL-SOURCE PIC X(13).
       01 EXCEPT-LINE.
           05 XL-NAME PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 XL-AGE PIC 9(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 XL-DOB PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 XL-REASON PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 XL-DISP-REASON PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM GET-OPERATOR-PARA.
           MOVE "S" TO WS-AUTH-NEED.
           PERFORM CHECK-AUTHORITY-PARA.
           IF WS-AUTH-OK-SW NOT = "Y"
               DISPLAY WS-OPERATOR-ID " is not an active supervisor "
                   "- registration inquiry refused."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Registration number to inquire on :"
           ACCEPT WS-REG-INPUT.
           IF FUNCTION TRIM(WS-REG-INPUT) IS NOT NUMERIC
               DISPLAY "Registration number must be numeric."
               GOBACK
           END-IF.
           MOVE FUNCTION NUMVAL(WS-REG-INPUT) TO WS-PICK-REG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM FIND-MASTER-PARA.
           IF WS-IMAGE-SOURCE = "N"
               PERFORM FIND-ARCHIVE-PARA
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-HEADING-PARA.
           PERFORM PRINT-MASTER-PARA.
      *> History goes before the audit and exception sections -
      *> the names it turns up widen what those sections match.
           PERFORM PRINT-HISTORY-PARA.
           PERFORM PRINT-AUDIT-PARA.
           PERFORM PRINT-EXCEPTIONS-PARA.
           PERFORM PRINT-TRAILER-PARA.
           CLOSE REPORT-FILE.
           PERFORM WRITE-AUDIT-PARA.
           DISPLAY "Registration inquiry complete for " WS-PICK-REG
               " - report written to REGINQ.RPT.".
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

       FIND-MASTER-PARA.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PICK-REG TO MK-REG-NUM.
           READ CUSTMAST-FILE INTO CUSTMAST-RECORD
               KEY IS MK-REG-NUM
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "M" TO WS-IMAGE-SOURCE
                   MOVE CUSTMAST-RECORD TO WS-HOLD-IMAGE
                   MOVE CM-NAME TO WS-HOLD-NAME
           END-READ.
           CLOSE CUSTMAST-FILE.

       FIND-ARCHIVE-PARA.
      *> A number purged, restored and purged again has more than
      *> one archive entry - the last one on the file is the
      *> latest purge.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-AR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ ARCHIVE-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF AR-REG-NUM IS NUMERIC AND
                          AR-REG-NUM = WS-PICK-REG
                           PERFORM HOLD-ARCHIVE-IMAGE-PARA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

       HOLD-ARCHIVE-IMAGE-PARA.
           MOVE "A" TO WS-IMAGE-SOURCE.
           MOVE SPACES TO CUSTMAST-RECORD.
           MOVE AR-NAME TO CM-NAME.
           MOVE AR-AGE TO CM-AGE.
           MOVE "I" TO CM-STATUS.
           MOVE AR-DOB TO CM-DOB.
           MOVE AR-DOB-EST TO CM-DOB-EST.
           MOVE AR-REG-NUM TO CM-REG-NUM.
           MOVE AR-ADDR TO CM-ADDR.
           MOVE AR-PHONE TO CM-PHONE.
           MOVE AR-EMAIL TO CM-EMAIL.
           MOVE CUSTMAST-RECORD TO WS-HOLD-IMAGE.
           MOVE CM-NAME TO WS-HOLD-NAME.
           MOVE AR-PURGE-DATE TO WS-HOLD-PURGE-DATE.

       PRINT-HEADING-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "REGISTRATION INQUIRY FOR NUMBER " WS-PICK-REG
               "   RUN DATE " WS-RUN-DATE "   BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-SECTION-PARA.
      *> Caller leaves the section title in REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-MASTER-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MASTER RECORD" TO REPORT-LINE.
           PERFORM PRINT-SECTION-PARA.
           EVALUATE WS-IMAGE-SOURCE
               WHEN "M"
                   MOVE "ON CUSTMAST.DAT" TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN "A"
                   MOVE SPACES TO REPORT-LINE
                   STRING "PURGED " WS-HOLD-PURGE-DATE
                       " - IMAGE FROM CUSTARCH.DAT"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   MOVE "NOT ON CUSTMAST.DAT OR CUSTARCH.DAT"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE WS-HOLD-IMAGE TO CUSTMAST-RECORD.
           MOVE "IMAGE : " TO WS-IMAGE-TAG.
           PERFORM PRINT-IMAGE-PARA.
           MOVE CM-NAME TO WS-PROBE-NAME.
           PERFORM ADD-NAME-PARA.

       PRINT-HISTORY-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CHANGE HISTORY (CHANGHST.DAT)" TO REPORT-LINE.
           PERFORM PRINT-SECTION-PARA.
           OPEN INPUT CHGHST-FILE.
           IF WS-CH-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ CHGHST-FILE
                       AT END MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF CH-REG-NUM = WS-PICK-REG
                               PERFORM PRINT-CHANGE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHGHST-FILE
           END-IF.
           IF WS-CHG-COUNT = 0
               MOVE "NO CHANGE HISTORY ON FILE FOR THIS NUMBER"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PRINT-CHANGE-PARA.
           ADD 1 TO WS-CHG-COUNT.
           MOVE CH-TIMESTAMP(1:8) TO CL-DATE.
           MOVE CH-TIMESTAMP(9:6) TO CL-TIME.
           MOVE CH-OPERATOR TO CL-OPERATOR.
           MOVE CH-ACTION TO CL-ACTION.
           MOVE CHANGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CH-BEFORE-IMAGE TO CUSTMAST-RECORD.
           MOVE "BEFORE: " TO WS-IMAGE-TAG.
           PERFORM PRINT-IMAGE-PARA.
           MOVE CM-NAME TO WS-PROBE-NAME.
           PERFORM ADD-NAME-PARA.
           MOVE CH-AFTER-IMAGE TO CUSTMAST-RECORD.
           MOVE "AFTER : " TO WS-IMAGE-TAG.
           PERFORM PRINT-IMAGE-PARA.
           MOVE CM-NAME TO WS-PROBE-NAME.
           PERFORM ADD-NAME-PARA.

       PRINT-IMAGE-PARA.
           MOVE WS-IMAGE-TAG TO IL-TAG.
           MOVE CM-NAME TO IL-NAME.
      *> Images of records written before the DOB conversion can
      *> carry spaces in the numeric fields - print zero rather
      *> than abend on a data exception.
           IF CM-DOB IS NUMERIC
               MOVE CM-DOB TO IL-DOB
           ELSE
               MOVE 0 TO IL-DOB
           END-IF.
           MOVE CM-DOB-EST TO IL-DOB-EST.
           MOVE CM-STATUS TO IL-STATUS.
           MOVE CM-ADDR TO IL-ADDR.
           MOVE CM-PHONE TO IL-PHONE.
           MOVE CM-EMAIL TO IL-EMAIL.
           MOVE IMAGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CM-PARTNER TO IL-PARTNER.
           MOVE CM-ADDR-UNDELIV TO IL-ADDR-UNDELIV.
           MOVE CM-PHONE-UNDELIV TO IL-PHONE-UNDELIV.
           MOVE CM-EMAIL-UNDELIV TO IL-EMAIL-UNDELIV.
           MOVE CM-ADDR-CONSENT TO IL-ADDR-CONSENT.
           MOVE CM-ADDR-CONS-DATE TO IL-ADDR-CONS-DATE.
           MOVE CM-PHONE-CONSENT TO IL-PHONE-CONSENT.
           MOVE CM-PHONE-CONS-DATE TO IL-PHONE-CONS-DATE.
           MOVE CM-EMAIL-CONSENT TO IL-EMAIL-CONSENT.
           MOVE CM-EMAIL-CONS-DATE TO IL-EMAIL-CONS-DATE.
           MOVE IMAGE-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

       ADD-NAME-PARA.
      *> Blank names (the after image of a deleted record) and
      *> names already held are skipped.
           IF WS-PROBE-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-NAME-PARA.
           IF WS-MATCH-SW = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-NAME-COUNT = 50
               DISPLAY "More than 50 names in the history - the "
                   "audit and exception sections may be incomplete."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NAME-COUNT.
           MOVE WS-PROBE-NAME TO WS-NAME-ENTRY(WS-NAME-COUNT).

       FIND-NAME-PARA.
           MOVE "N" TO WS-MATCH-SW.
           MOVE 0 TO WS-NAME-SUB.
           PERFORM UNTIL WS-NAME-SUB = WS-NAME-COUNT OR
                         WS-MATCH-SW = "Y"
               ADD 1 TO WS-NAME-SUB
               IF WS-NAME-ENTRY(WS-NAME-SUB) = WS-PROBE-NAME
                   MOVE "Y" TO WS-MATCH-SW
               END-IF
           END-PERFORM.

       PRINT-AUDIT-PARA.
      *> Every archive on AUDARCH.DAT is read regardless of its
      *> date range - the inquiry covers the person's whole
      *> history - oldest first, then the current file.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "AUDIT TRAIL (AUDIT.DAT AND ARCHIVES)" TO REPORT-LINE.
           PERFORM PRINT-SECTION-PARA.
           MOVE SPACES TO REPORT-LINE.
           MOVE "DATE" TO REPORT-LINE(1:4).
           MOVE "TIME" TO REPORT-LINE(10:4).
           MOVE "OPERATOR" TO REPORT-LINE(18:8).
           MOVE "NAME" TO REPORT-LINE(30:4).
           MOVE "AGE" TO REPORT-LINE(58:3).
           MOVE "RESULT" TO REPORT-LINE(62:6).
           MOVE "FILE" TO REPORT-LINE(84:4).
           WRITE REPORT-LINE.
           PERFORM LOAD-ARCHCTL-PARA.
           MOVE 0 TO WS-ARC-SUB.
           PERFORM UNTIL WS-ARC-SUB = WS-ARC-COUNT
               ADD 1 TO WS-ARC-SUB
               PERFORM SCAN-ONE-ARCHIVE-PARA
           END-PERFORM.
           PERFORM SCAN-CURRENT-PARA.
           IF WS-AUD-COUNT = 0
               MOVE "NO AUDIT ENTRIES ON FILE FOR THIS NUMBER"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       LOAD-ARCHCTL-PARA.
      *> A missing AUDARCH.DAT just means the trail has never
      *> been rolled - everything is still on AUDIT.DAT.
           OPEN INPUT ARCHCTL-FILE.
           IF WS-AC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ ARCHCTL-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
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

       SCAN-ONE-ARCHIVE-PARA.
           MOVE WS-ARCT-YYYYMM(WS-ARC-SUB) TO WS-ARC-YYYYMM.
           OPEN INPUT ARCH-FILE.
           IF WS-AA-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               STRING "*** ARCHIVE " WS-ARC-NAME " NAMED ON "
                   "AUDARCH.DAT IS MISSING - SECTION INCOMPLETE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ARC-NAME TO WS-SOURCE-NAME.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ ARCH-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE ARCH-RECORD TO AUDIT-RECORD
                       PERFORM SELECT-AUDIT-PARA
               END-READ
           END-PERFORM.
           CLOSE ARCH-FILE.

       SCAN-CURRENT-PARA.
           OPEN INPUT AUDIT-FILE.
           IF WS-AU-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "AUDIT.DAT" TO WS-SOURCE-NAME.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ AUDIT-FILE
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM SELECT-AUDIT-PARA
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       SELECT-AUDIT-PARA.
      *> A numbered entry belongs to exactly that registration; an
      *> unnumbered one (zero, or spaces on entries older than the
      *> field) is taken on the names the registration has held.
           IF AU-REG-NUM IS NUMERIC AND AU-REG-NUM NOT = 0
               IF AU-REG-NUM NOT = WS-PICK-REG
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE AU-NAME TO WS-PROBE-NAME
               PERFORM FIND-NAME-PARA
               IF WS-MATCH-SW NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-AUD-COUNT.
           MOVE AU-TIMESTAMP(1:8) TO AL-DATE.
           MOVE AU-TIMESTAMP(9:6) TO AL-TIME.
           MOVE AU-OPERATOR TO AL-OPERATOR.
           MOVE AU-NAME TO AL-NAME.
           IF AU-AGE IS NUMERIC
               MOVE AU-AGE TO AL-AGE
           ELSE
               MOVE 0 TO AL-AGE
           END-IF.
           MOVE AU-RESULT TO AL-RESULT.
           MOVE WS-SOURCE-NAME TO AL-SOURCE.
           MOVE AUDIT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-EXCEPTIONS-PARA.
      *> Exceptions and write-offs carry no registration number -
      *> they are the registrations that never got one - so they
      *> are matched on name alone.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "EXCEPTIONS AND WRITE-OFFS UNDER THE SAME NAME"
               TO REPORT-LINE.
           PERFORM PRINT-SECTION-PARA.
           OPEN INPUT EXCEPT-FILE.
           IF WS-EX-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ EXCEPT-FILE
                       AT END MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END PERFORM SELECT-EXCEPTION-PARA
                   END-READ
               END-PERFORM
               CLOSE EXCEPT-FILE
           END-IF.
           OPEN INPUT WRITEOFF-FILE.
           IF WS-WO-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "Y"
                   READ WRITEOFF-FILE
                       AT END MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END PERFORM SELECT-WRITEOFF-PARA
                   END-READ
               END-PERFORM
               CLOSE WRITEOFF-FILE
           END-IF.
           IF WS-EXC-COUNT = 0 AND WS-WOF-COUNT = 0
               MOVE "NO EXCEPTIONS OR WRITE-OFFS UNDER THESE NAMES"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       SELECT-EXCEPTION-PARA.
           MOVE EX-NAME TO WS-PROBE-NAME.
           PERFORM FIND-NAME-PARA.
           IF WS-MATCH-SW NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EXC-COUNT.
           MOVE SPACES TO EXCEPT-LINE.
           MOVE EX-NAME TO XL-NAME.
           MOVE EX-AGE TO XL-AGE.
      *> legacy entries written before the DOB fields existed
           IF EX-DOB IS NUMERIC
               MOVE EX-DOB TO XL-DOB
           ELSE
               MOVE 0 TO XL-DOB
           END-IF.
           MOVE EX-REASON TO XL-REASON.
           MOVE "OPEN ON EXCEPT.DAT" TO XL-DISP-REASON.
           MOVE EXCEPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF EX-ADDR NOT = SPACES OR EX-PHONE NOT = SPACES OR
              EX-EMAIL NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "      CONTACT: " EX-ADDR " " EX-PHONE " "
                   EX-EMAIL DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       SELECT-WRITEOFF-PARA.
           MOVE WO-NAME TO WS-PROBE-NAME.
           PERFORM FIND-NAME-PARA.
           IF WS-MATCH-SW NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-WOF-COUNT.
           MOVE SPACES TO EXCEPT-LINE.
           MOVE WO-NAME TO XL-NAME.
           MOVE WO-AGE TO XL-AGE.
           MOVE WO-DOB TO XL-DOB.
           MOVE WO-ORIG-REASON TO XL-REASON.
           MOVE WO-DISP-REASON TO XL-DISP-REASON.
           MOVE EXCEPT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-TRAILER-PARA.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHANGE HISTORY ENTRIES  . . . " WS-CHG-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "AUDIT ENTRIES . . . . . . . . " WS-AUD-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPEN EXCEPTIONS . . . . . . . " WS-EXC-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "WRITE-OFFS  . . . . . . . . . " WS-WOF-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-AUDIT-PARA.
      *> The lookup itself is on the trail under the number asked
      *> for - including a number nothing was found for.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AU-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AU-OPERATOR.
           MOVE WS-HOLD-NAME TO AU-NAME.
           MOVE 0 TO AU-AGE.
           MOVE "INQUIRY" TO AU-RESULT.
           MOVE WS-PICK-REG TO AU-REG-NUM.
           MOVE SPACES TO AU-PARTNER.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       COPY "authpro.cpy".
