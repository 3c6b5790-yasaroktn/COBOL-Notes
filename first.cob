       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-REG-NUM
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-STATUS.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY "custmas.cpy".
       FD  EXCEPT-FILE.
       COPY "excrec.cpy".
       FD  AUDIT-FILE.
                         NAME-GROUP-FIRST BY NAME-FIRST
                         NAME-GROUP-MI BY NAME-MI
                         NAME-GROUP BY NAME.
       01 WS-CM-STATUS PIC X(2).
       01 WS-EX-STATUS PIC X(2).
       01 WS-AU-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(10).
           05 WS-CT-ADDR PIC X(40).
           05 WS-CT-PHONE PIC X(12).
           05 WS-CT-EMAIL PIC X(30).
           05 WS-CT-ADDR-OK PIC X.
           05 WS-CT-PHONE-OK PIC X.
           05 WS-CT-EMAIL-OK PIC X.
           05 WS-CT-CONS-DATE PIC X(8).
       COPY "nidxws.cpy".
       COPY "dobws.cpy".
       COPY "regws.cpy".
           ACCEPT NAME-MI.
           PERFORM GET-DOB-PARA.
           PERFORM GET-CONTACT-PARA.
           PERFORM GET-CONSENT-PARA.
           PERFORM CALC-AGE-PARA.
           IF WS-DOB-AGE > 99
               MOVE 99 TO AGE
           END-IF.
           DISPLAY "Hello " NAME "Your age " AGE.
           PERFORM OPEN-CUSTMAST-PARA.
           MOVE NAME TO WS-NX-PROBE-NAME.
           PERFORM PROBE-NAMEIDX-PARA.
           IF WS-NX-FOUND-SW = "Y"
               MOVE "DUPLICATE-REJECTED" TO WS-AU-RESULT
               PERFORM WRITE-AUDIT-PARA
           ELSE
               MOVE SPACES TO CUSTMAST-RECORD
               MOVE NAME TO CM-NAME
               MOVE AGE TO CM-AGE
               MOVE "A" TO CM-STATUS
               MOVE WS-DOB-NUM TO CM-DOB
               MOVE "N" TO CM-DOB-EST
               MOVE WS-CT-ADDR TO CM-ADDR
               MOVE WS-CT-PHONE TO CM-PHONE
               MOVE WS-CT-EMAIL TO CM-EMAIL
               PERFORM SET-CONSENT-PARA
               PERFORM WRITE-NEW-MASTER-PARA
               IF WS-RG-WRITTEN-SW NOT = "Y"
                   PERFORM MASTER-WRITE-FAIL-PARA
               END-IF
               CLOSE CUSTMAST-FILE
               MOVE "WRITTEN" TO WS-AU-RESULT
               PERFORM WRITE-AUDIT-PARA
               DISPLAY "Registered as number " WS-REG-NUM
                   " - quote this number on correspondence."
           END-IF.
           PERFORM DROP-SESSION-LOCK-PARA.
           GOBACK.

       MASTER-WRITE-FAIL-PARA.
      *> The master refused the new record for a reason other than
      *> a number already in use (file full, damaged, opened by
      *> something else). Nothing was written, so end the run and
      *> let the registration be rekeyed once the file is fixed.
           DISPLAY "CUSTMAST.DAT write failed, status " WS-CM-STATUS
               " - registration not saved; please rekey it later."
           CLOSE CUSTMAST-FILE.
           PERFORM DROP-SESSION-LOCK-PARA.
           MOVE 8 TO RETURN-CODE.
           MOVE WS-CT-ADDR TO EX-ADDR.
           MOVE WS-CT-PHONE TO EX-PHONE.
           MOVE WS-CT-EMAIL TO EX-EMAIL.
           MOVE SPACES TO EX-PARTNER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EX-DATE.
           MOVE WS-CT-ADDR-OK TO EX-ADDR-CONSENT.
           MOVE WS-CT-PHONE-OK TO EX-PHONE-CONSENT.
           MOVE WS-CT-EMAIL-OK TO EX-EMAIL-CONSENT.
           MOVE WS-CT-CONS-DATE TO EX-CONSENT-DATE.
           WRITE EXCEPT-RECORD.
           CLOSE EXCEPT-FILE.

           MOVE NAME TO AU-NAME.
           MOVE AGE TO AU-AGE.
           MOVE WS-AU-RESULT TO AU-RESULT.
           IF WS-AU-RESULT = "WRITTEN"
               MOVE WS-REG-NUM TO AU-REG-NUM
           ELSE
               MOVE 0 TO AU-REG-NUM
           END-IF.
           MOVE SPACES TO AU-PARTNER.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

       OPEN-CUSTMAST-PARA.
      *> The master is indexed on the registration number with the
      *> name as an alternate key, so the duplicate check and the
      *> new write are both keyed. A missing file is created empty
      *> on the first registration.
           OPEN I-O CUSTMAST-FILE.
           IF WS-CM-STATUS NOT = "00"
               OPEN OUTPUT CUSTMAST-FILE
           DISPLAY "Enter email (blank if none) :"
           ACCEPT WS-CT-EMAIL.

       GET-CONSENT-PARA.
      *> Consent is asked for each contact actually given, and must
      *> be answered Y or N - outreach will not use a channel
      *> without a "Y". A channel left blank is not asked about.
           MOVE SPACES TO WS-CT-ADDR-OK.
           MOVE SPACES TO WS-CT-PHONE-OK.
           MOVE SPACES TO WS-CT-EMAIL-OK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CT-CONS-DATE.
           IF WS-CT-ADDR NOT = SPACES
               PERFORM UNTIL WS-CT-ADDR-OK = "Y" OR
                             WS-CT-ADDR-OK = "N"
                   DISPLAY "Agrees to be contacted by mail? (Y/N) :"
                   ACCEPT WS-CT-ADDR-OK
                   MOVE FUNCTION UPPER-CASE(WS-CT-ADDR-OK)
                       TO WS-CT-ADDR-OK
               END-PERFORM
           END-IF.
           IF WS-CT-PHONE NOT = SPACES
               PERFORM UNTIL WS-CT-PHONE-OK = "Y" OR
                             WS-CT-PHONE-OK = "N"
                   DISPLAY "Agrees to be contacted by phone? (Y/N) :"
                   ACCEPT WS-CT-PHONE-OK
                   MOVE FUNCTION UPPER-CASE(WS-CT-PHONE-OK)
                       TO WS-CT-PHONE-OK
               END-PERFORM
           END-IF.
           IF WS-CT-EMAIL NOT = SPACES
               PERFORM UNTIL WS-CT-EMAIL-OK = "Y" OR
                             WS-CT-EMAIL-OK = "N"
                   DISPLAY "Agrees to be contacted by email? (Y/N) :"
                   ACCEPT WS-CT-EMAIL-OK
                   MOVE FUNCTION UPPER-CASE(WS-CT-EMAIL-OK)
                       TO WS-CT-EMAIL-OK
               END-PERFORM
           END-IF.

       SET-CONSENT-PARA.
           IF WS-CT-ADDR-OK NOT = SPACES
               MOVE WS-CT-ADDR-OK TO CM-ADDR-CONSENT
               MOVE WS-CT-CONS-DATE TO CM-ADDR-CONS-DATE
           END-IF.
           IF WS-CT-PHONE-OK NOT = SPACES
               MOVE WS-CT-PHONE-OK TO CM-PHONE-CONSENT
               MOVE WS-CT-CONS-DATE TO CM-PHONE-CONS-DATE
           END-IF.
           IF WS-CT-EMAIL-OK NOT = SPACES
               MOVE WS-CT-EMAIL-OK TO CM-EMAIL-CONSENT
               MOVE WS-CT-CONS-DATE TO CM-EMAIL-CONS-DATE
           END-IF.

       GET-SESSION-LOCK-PARA.
      *> Under the console the session already holds the master
      *> lock taken at sign-on; standalone this function takes
