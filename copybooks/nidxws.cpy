      *> Working storage for the name index probe in nidxpro.cpy.
      *> The name index is the CM-NAME alternate key on the indexed
      *> CUSTMAST.DAT, so a duplicate check is a START and a short
      *> READ NEXT over one equal-name group instead of a table
      *> held for the run. The including program must SELECT
      *> CUSTMAST-FILE with ACCESS MODE DYNAMIC.
       01  NAMEIDX-WORK-AREA.
           05  WS-NX-DONE-SW       PIC X.
           05  WS-NX-FOUND-SW      PIC X.
           05  WS-NX-PROBE-NAME    PIC X(26).
           05  WS-NX-MATCH-REG     PIC 9(8).
