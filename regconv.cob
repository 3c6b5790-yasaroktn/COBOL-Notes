      *> master to CUSTMAST.OLD first; this program rewrites
      *> CUSTMAST.DAT from it with the numbers 1..n assigned in
      *> file order, seeds REGCTL.DAT with the highest number
      *> handed out so the intake programs continue the series.
      *> Unlike the relative key, these numbers are permanent -
      *> the one on a letter or quote finds the same person next
      *> month - and they became the prime key when the idxconv
      *> load moved the master to an indexed file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CM-KEY
               FILE STATUS IS WS-CM-STATUS.
           SELECT REGCTL-FILE ASSIGN TO "REGCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-STATUS.
           05  OM-DOB              PIC 9(8).
           05  OM-DOB-EST          PIC X.
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
       FD  REGCTL-FILE.
       COPY "regctl.cpy".
       WORKING-STORAGE SECTION.
       01 WS-OM-STATUS PIC X(2).
       01 WS-CM-STATUS PIC X(2).
       01 WS-CM-KEY PIC 9(6).
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-CONV-COUNT PIC 9(6) VALUE 0.
       COPY "regws.cpy".
       PROCEDURE DIVISION.
       MAIN-PARA.
           CLOSE OLDMAST-FILE.
           CLOSE CUSTMAST-FILE.
           PERFORM SEED-REGCTL-PARA.
           DISPLAY "Conversion complete. " WS-CONV-COUNT
               " records assigned registration numbers 1 through "
               WS-REG-NUM ".".
           OPEN OUTPUT REGCTL-FILE.
           WRITE REGCTL-RECORD.
           CLOSE REGCTL-FILE.
