      *> Image of one AUDIT-RECORD; read as a plain byte string
      *> because audrec.cpy is already copied under the
      *> AUDIT-FILE FD and its names can only appear once.
       01  ARCH-RECORD PIC X(91).
       FD  ARCHCTL-FILE.
       COPY "audarc.cpy".
       FD  REPORT-FILE.
