       IDENTIFICATION DIVISION.
       PROGRAM-ID.  undlist.
      *> Undeliverable-contact worklist for the clerks. Lists
      *> every active master record carrying a returned-mail flag
      *> set by retpost: registration number and name, then one
      *> line per flagged channel with the date it came back and
      *> the detail that failed, and how many usable contacts
      *> the registrant still has. The clerks work down the list
      *> chasing corrected details and key them through maint,
      *> which clears the flag - so a registration drops off the
      *> next run of this list once it has been put right.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-REG-NUM
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "UNDLIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       COPY "custmas.cpy".
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-CM-STATUS PIC X(2).
       01 WS-RP-STATUS PIC X(2).
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-RUN-DATE PIC X(8).
       01 WS-LISTED-COUNT PIC 9(6) VALUE 0.
       01 WS-MAIL-COUNT PIC 9(6) VALUE 0.
       01 WS-PHONE-COUNT PIC 9(6) VALUE 0.
       01 WS-EMAIL-COUNT PIC 9(6) VALUE 0.
       01 WS-NONE-LEFT-COUNT PIC 9(6) VALUE 0.
       COPY "contws.cpy".
       01 HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE "REG NUMBER".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "NAME".
           05 FILLER PIC X(30) VALUE "USABLE CONTACTS LEFT".
       01 REG-LINE.
           05 RL-REG PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 RL-NAME PIC X(26).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RL-LEFT PIC 9.
           05 RL-LEFT-TAG PIC X(40).
       01 FLAG-LINE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FL-CHANNEL PIC X(6).
           05 FILLER PIC X(10) VALUE "RETURNED ".
           05 FL-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FL-CONTACT PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Unable to open CUSTMAST.DAT - no data to "
                   "report."
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-HEADING-PARA.
           PERFORM UNTIL WS-EOF-SWITCH = "Y"
               READ CUSTMAST-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END PERFORM CHECK-RECORD-PARA
               END-READ
           END-PERFORM.
           CLOSE CUSTMAST-FILE.
           PERFORM PRINT-TRAILER-PARA.
           CLOSE REPORT-FILE.
           DISPLAY "Undeliverable worklist complete. "
               WS-LISTED-COUNT " registration(s) written to "
               "UNDLIST.RPT.".
           GOBACK.

       CHECK-RECORD-PARA.
      *> Deactivated records are not chased - nothing goes out
      *> to them whatever their contacts say.
           IF CM-STATUS = "I"
               EXIT PARAGRAPH
           END-IF.
           IF CM-ADDR-UNDELIV = SPACES AND
              CM-PHONE-UNDELIV = SPACES AND
              CM-EMAIL-UNDELIV = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM SET-USABLE-CONTACTS-PARA.
           MOVE CM-REG-NUM TO RL-REG.
           MOVE CM-NAME TO RL-NAME.
           MOVE WS-USE-COUNT TO RL-LEFT.
           IF WS-USE-COUNT = 0
               MOVE "  - NO WAY TO REACH THIS REGISTRANT"
                   TO RL-LEFT-TAG
               ADD 1 TO WS-NONE-LEFT-COUNT
           ELSE
               MOVE SPACES TO RL-LEFT-TAG
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE REG-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LISTED-COUNT.
           IF CM-ADDR-UNDELIV NOT = SPACES
               MOVE "MAIL" TO FL-CHANNEL
               MOVE CM-ADDR-UNDELIV TO FL-DATE
               MOVE CM-ADDR TO FL-CONTACT
               MOVE FLAG-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-MAIL-COUNT
           END-IF.
           IF CM-PHONE-UNDELIV NOT = SPACES
               MOVE "PHONE" TO FL-CHANNEL
               MOVE CM-PHONE-UNDELIV TO FL-DATE
               MOVE CM-PHONE TO FL-CONTACT
               MOVE FLAG-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-PHONE-COUNT
           END-IF.
           IF CM-EMAIL-UNDELIV NOT = SPACES
               MOVE "EMAIL" TO FL-CHANNEL
               MOVE CM-EMAIL-UNDELIV TO FL-DATE
               MOVE CM-EMAIL TO FL-CONTACT
               MOVE FLAG-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-EMAIL-COUNT
           END-IF.

       PRINT-HEADING-PARA.
           MOVE SPACES TO REPORT-LINE.
           STRING "UNDELIVERABLE CONTACT WORKLIST  RUN DATE "
                  WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-TRAILER-PARA.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-LISTED-COUNT = 0
               MOVE "NO UNDELIVERABLE CONTACTS ON ACTIVE RECORDS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "REGISTRATIONS: " WS-LISTED-COUNT
                  "   MAIL: " WS-MAIL-COUNT
                  "   PHONE: " WS-PHONE-COUNT
                  "   EMAIL: " WS-EMAIL-COUNT
                  "   NONE LEFT: " WS-NONE-LEFT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       COPY "contpro.cpy".
