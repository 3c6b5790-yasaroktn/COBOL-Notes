      *> Name index record of the retired NAMEIDX.DAT - the sorted
      *> name-to-relative-key cross reference that was kept beside
      *> the relative CUSTMAST.DAT. The indexed master's CM-NAME
      *> alternate key replaces it; only the idxconv load still
      *> reads the file, to carry its entries over and report any
      *> that disagree with the master.
       01  NAMEIDX-RECORD.
           COPY "nameflds.cpy"
               REPLACING NAME-GROUP-LAST BY NX-NAME-LAST
                         NAME-GROUP BY NX-NAME.
           05  NX-KEY              PIC 9(6).
           05  NX-STATUS           PIC X.
      *> Permanent registration number of the master record. Zero
      *> (or spaces, on files written before the field existed)
      *> for records the regconv run had not numbered.
           05  NX-REG-NUM          PIC 9(8).
