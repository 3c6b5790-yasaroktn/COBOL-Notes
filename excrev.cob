               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-REG-NUM
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.
       COPY "excrec.cpy".
       FD  CUSTMAST-FILE.
       COPY "custmas.cpy".
       FD  AUDIT-FILE.
       COPY "audrec.cpy".
       FD  WRITEOFF-FILE.
       COPY "wofrec.cpy".
       FD  REGCTL-FILE.
       COPY "regctl.cpy".
       FD  MASTLOCK-FILE.
       01 WS-CM-STATUS PIC X(2).
       01 WS-AU-STATUS PIC X(2).
       01 WS-WO-STATUS PIC X(2).
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-DUP-FOUND-SW PIC X VALUE "N".
       01 WS-OPERATOR-ID PIC X(10).
      *> entries the operator left open.
       01 WS-EXCEPT-TABLE.
           05 WS-EX-ENTRY OCCURS 1000.
               10 WS-EXT-RECORD PIC X(172).
               10 WS-EXT-OPEN-SW PIC X.
       01 RESUB-HOLDER.
           COPY "nameflds.cpy"
       01 RESUB-ADDR PIC X(40).
       01 RESUB-PHONE PIC X(12).
       01 RESUB-EMAIL PIC X(30).
       01 RESUB-PARTNER PIC X(4).
       01 RESUB-CONSENT.
           05 RESUB-ADDR-CONSENT PIC X.
           05 RESUB-PHONE-CONSENT PIC X.
           05 RESUB-EMAIL-CONSENT PIC X.
           05 RESUB-CONSENT-DATE PIC X(8).
       COPY "nidxws.cpy".
       COPY "dobws.cpy".
       COPY "regws.cpy".
           PERFORM GET-OPERATOR-PARA.
           PERFORM GET-SESSION-LOCK-PARA.
           PERFORM OPEN-CUSTMAST-PARA.
           MOVE 0 TO WS-EX-SUB.
           PERFORM UNTIL WS-EX-SUB = WS-EX-COUNT
               ADD 1 TO WS-EX-SUB
               PERFORM REVIEW-ONE-PARA
           END-PERFORM.
           CLOSE CUSTMAST-FILE.
           PERFORM REWRITE-EXCEPTIONS-PARA.
           PERFORM DROP-SESSION-LOCK-PARA.
           DISPLAY "Exception review complete. Cleared: "
               " Still open: " WS-OPEN-COUNT.
           GOBACK.

       MASTER-WRITE-FAIL-PARA.
      *> The master refused the new record for a reason other than
      *> a number already in use (file full or damaged). End the
      *> session without rewriting EXCEPT.DAT: every entry stays
      *> on file and the review can be rerun once the file is
      *> fixed.
           DISPLAY "CUSTMAST.DAT write failed, status " WS-CM-STATUS
               " - rerun the exception review once it is fixed."
           CLOSE CUSTMAST-FILE.
           PERFORM DROP-SESSION-LOCK-PARA.
           MOVE 8 TO RETURN-CODE.
           MOVE EX-ADDR TO RESUB-ADDR.
           MOVE EX-PHONE TO RESUB-PHONE.
           MOVE EX-EMAIL TO RESUB-EMAIL.
           MOVE EX-PARTNER TO RESUB-PARTNER.
      *> Consent as given with the rejected registration travels
      *> the same way; an entry from before consent was captured
      *> leaves every channel unknown.
           MOVE EX-ADDR-CONSENT TO RESUB-ADDR-CONSENT.
           MOVE EX-PHONE-CONSENT TO RESUB-PHONE-CONSENT.
           MOVE EX-EMAIL-CONSENT TO RESUB-EMAIL-CONSENT.
           MOVE EX-CONSENT-DATE TO RESUB-CONSENT-DATE.

       RESUBMIT-PARA.
      *> Same duplicate gate and audit trail as a fresh registration
               PERFORM WRITE-AUDIT-PARA
               ADD 1 TO WS-OPEN-COUNT
           ELSE
               MOVE SPACES TO CUSTMAST-RECORD
               MOVE RESUB-NAME TO CM-NAME
               MOVE RESUB-AGE TO CM-AGE
               MOVE "A" TO CM-STATUS
               MOVE RESUB-DOB TO CM-DOB
               MOVE RESUB-DOB-EST TO CM-DOB-EST
               MOVE RESUB-ADDR TO CM-ADDR
               MOVE RESUB-PHONE TO CM-PHONE
               MOVE RESUB-EMAIL TO CM-EMAIL
               MOVE RESUB-PARTNER TO CM-PARTNER
               PERFORM SET-RESUB-CONSENT-PARA
               PERFORM WRITE-NEW-MASTER-PARA
               IF WS-RG-WRITTEN-SW NOT = "Y"
                   PERFORM MASTER-WRITE-FAIL-PARA
               END-IF
               MOVE "WRITTEN" TO WS-AU-RESULT
               PERFORM WRITE-AUDIT-PARA
               MOVE "N" TO WS-EXT-OPEN-SW(WS-EX-SUB)
                   "registration number " WS-REG-NUM "."
           END-IF.

       SET-RESUB-CONSENT-PARA.
           IF RESUB-ADDR-CONSENT = "Y" OR RESUB-ADDR-CONSENT = "N"
               MOVE RESUB-ADDR-CONSENT TO CM-ADDR-CONSENT
               MOVE RESUB-CONSENT-DATE TO CM-ADDR-CONS-DATE
           END-IF.
           IF RESUB-PHONE-CONSENT = "Y" OR RESUB-PHONE-CONSENT = "N"
               MOVE RESUB-PHONE-CONSENT TO CM-PHONE-CONSENT
               MOVE RESUB-CONSENT-DATE TO CM-PHONE-CONS-DATE
           END-IF.
           IF RESUB-EMAIL-CONSENT = "Y" OR RESUB-EMAIL-CONSENT = "N"
               MOVE RESUB-EMAIL-CONSENT TO CM-EMAIL-CONSENT
               MOVE RESUB-CONSENT-DATE TO CM-EMAIL-CONS-DATE
           END-IF.

       WRITE-OFF-PARA.
           DISPLAY "Enter write-off reason :"
           ACCEPT WS-DISP-REASON.
           MOVE EX-DOB-EST TO WO-DOB-EST.
           MOVE EX-REASON TO WO-ORIG-REASON.
           MOVE WS-DISP-REASON TO WO-DISP-REASON.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WO-WRITEOFF-DATE.
           WRITE WRITEOFF-RECORD.
           CLOSE WRITEOFF-FILE.
           MOVE EX-NAME TO RESUB-NAME.
           MOVE EX-AGE TO RESUB-AGE.
           MOVE EX-PARTNER TO RESUB-PARTNER.
           MOVE "WRITTEN-OFF" TO WS-AU-RESULT.
           PERFORM WRITE-AUDIT-PARA.
           MOVE "N" TO WS-EXT-OPEN-SW(WS-EX-SUB).
           MOVE RESUB-NAME TO AU-NAME.
           MOVE RESUB-AGE TO AU-AGE.
           MOVE WS-AU-RESULT TO AU-RESULT.
           IF WS-AU-RESULT = "WRITTEN"
               MOVE WS-REG-NUM TO AU-REG-NUM
           ELSE
               MOVE 0 TO AU-REG-NUM
           END-IF.
           MOVE RESUB-PARTNER TO AU-PARTNER.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

           END-IF.

       CHECK-DUPLICATE-PARA.
      *> Keyed probe on the CM-NAME alternate key - same probe
      *> batchin's CHECK-DUPLICATE-PARA uses.
           MOVE RESUB-NAME TO WS-NX-PROBE-NAME.
           PERFORM PROBE-NAMEIDX-PARA.
           MOVE WS-NX-FOUND-SW TO WS-DUP-FOUND-SW.
