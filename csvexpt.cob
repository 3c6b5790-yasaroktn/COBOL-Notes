       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-REG-NUM
               ALTERNATE RECORD KEY IS CM-NAME WITH DUPLICATES
               FILE STATUS IS WS-CM-STATUS.
           SELECT CSV-FILE ASSIGN TO "CUSTEXPT.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
       01 WS-CSV-AGE PIC 9(2).
       01 WS-CSV-REG PIC 9(8).
       COPY "dobws.cpy".
       COPY "contws.cpy".
       PROCEDURE DIVISION.
       MAIN-PARA.
      *> The analytics extract feeds mailings, so a contact goes
      *> out only where the registrant opted in to that channel.
           MOVE "Y" TO WS-USE-OPT-IN-SW.
           OPEN INPUT CUSTMAST-FILE.
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Unable to open CUSTMAST.DAT - nothing to "
           ELSE
               MOVE 0 TO WS-CSV-REG
           END-IF.
      *> Contacts the returned-mail post has flagged undeliverable,
      *> and any without the registrant's consent, go out empty,
      *> the same as a contact never given.
           PERFORM SET-USABLE-CONTACTS-PARA.
           MOVE SPACES TO CSV-LINE-OUT.
           STRING WS-CSV-REG ","
                  FUNCTION TRIM(CM-NAME-FIRST) " "
                  FUNCTION TRIM(CM-NAME-MI) " "
                  FUNCTION TRIM(CM-NAME-LAST) ","
                  WS-CSV-AGE ","
                  FUNCTION TRIM(WS-USE-ADDR) ","
                  FUNCTION TRIM(WS-USE-PHONE) ","
                  FUNCTION TRIM(WS-USE-EMAIL)
                  DELIMITED BY SIZE INTO CSV-LINE-OUT.
           WRITE CSV-LINE-OUT.
           ADD 1 TO WS-EXPORT-COUNT.

       COPY "dobpro.cpy".
       COPY "contpro.cpy".
