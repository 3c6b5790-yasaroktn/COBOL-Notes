      *> carrying a date of birth. Copy the live master to
      *> CUSTMAST.OLD first; this program rewrites CUSTMAST.DAT
      *> from it with a DOB estimated from the age on file (Jan 1
      *> of the birth year, flagged estimated). Existing
      *> registrants cannot be re-registered, so the estimate is
      *> corrected record by record through maint as real dates
      *> come in.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CM-KEY
               FILE STATUS IS WS-CM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLDMAST-FILE.
           05  OM-NAME             PIC X(26).
           05  OM-AGE              PIC 9(2).
       FD  CUSTMAST-FILE.
      *> Relative-master slot: the first 128 bytes of the current
      *> layout, before the reserved area was added. Declared here
      *> rather than copied so the slot stays 128 bytes whatever
      *> is later carved out of custmas.cpy.
       01  CUSTMAST-RECORD.
           05  CM-NAME             PIC X(26).
           05  CM-AGE              PIC 9(2).
           05  CM-STATUS           PIC X.
           05  CM-DOB              PIC 9(8).
           05  CM-DOB-EST          PIC X.
           05  CM-REG-NUM          PIC 9(8).
           05  CM-ADDR             PIC X(40).
           05  CM-PHONE            PIC X(12).
           05  CM-EMAIL            PIC X(30).
       WORKING-STORAGE SECTION.
       01 WS-OM-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-CM-KEY PIC 9(6).
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-CONV-COUNT PIC 9(6) VALUE 0.
       COPY "dobws.cpy".
       PROCEDURE DIVISION.
       MAIN-PARA.
           END-PERFORM.
           CLOSE OLDMAST-FILE.
           CLOSE CUSTMAST-FILE.
           DISPLAY "Conversion complete. " WS-CONV-COUNT
               " records written with estimated dates of birth.".
           STOP RUN.
           MOVE SPACES TO CM-EMAIL.
           WRITE CUSTMAST-RECORD.

       COPY "dobpro.cpy".
