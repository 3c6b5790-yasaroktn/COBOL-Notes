      *> registration number, DOB, the exact transition date, and
      *> a flag when the DOB is estimated (CM-DOB-EST "Y") so
      *> outreach knows the date is soft. A February 29 birthday
      *> in a non-leap transition year crosses on March 1. Each
      *> crossing is followed by the contacts outreach can use;
      *> any the returned-mail post has flagged undeliverable,
      *> and any the registrant has not consented to, are left
      *> off.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-REG-NUM
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BRKTRN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
       01 WS-T18-COUNT PIC 9(5) VALUE 0.
       01 WS-T65-COUNT PIC 9(5) VALUE 0.
       COPY "dobws.cpy".
       COPY "contws.cpy".
       01 HEADING-LINE-1.
           05 FILLER PIC X(38)
               VALUE "AGE BRACKET TRANSITIONS FOR MONTH     ".
           05 FILLER PIC X(4) VALUE SPACES.
           05 DL-CROSSING PIC X(9).
           05 DL-EST-TAG PIC X(16).
       01 CONTACT-LINE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 CL-ADDR PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-PHONE PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-EMAIL PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "Y" TO WS-USE-OPT-IN-SW.
           PERFORM GET-TARGET-MONTH-PARA.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CM-STATUS NOT = "00"
           END-IF.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM SET-USABLE-CONTACTS-PARA.
           IF WS-USE-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE "NO CONSENTED DELIVERABLE CONTACT"
                   TO REPORT-LINE(13:32)
           ELSE
               MOVE WS-USE-ADDR TO CL-ADDR
               MOVE WS-USE-PHONE TO CL-PHONE
               MOVE WS-USE-EMAIL TO CL-EMAIL
               MOVE CONTACT-LINE TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LISTED-COUNT.

       PRINT-HEADING-PARA.
                  "   TOTAL: " WS-LISTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       COPY "contpro.cpy".
