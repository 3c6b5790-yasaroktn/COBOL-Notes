      *> Transaction feed control line layout - the header and
      *> trailer records csvedit wraps around TRANSACT.DAT so
      *> batchin can prove the file arrived whole before a single
      *> master write. Both are 22 bytes at the front of an
      *> ordinary TRANS-RECORD line: the "," marker, then "HDR",
      *> zeros and the batch date on the header, or "TRL", the
      *> detail row count and the same batch date on the trailer,
      *> then the partner code on both. Each partner's feed is
      *> its own header/detail/trailer section, one after the
      *> other in PARTNERS.DAT order; files cut before the code
      *> was added carry one section with it as spaces.
      *> The leading comma is the field delimiter of the partner
      *> CSV, so UNSTRING can never leave one at the start of
      *> TR-NAME-LAST - a registrant surnamed TRLICA or HDRICK
      *> cannot mimic a control line. Declared at the 01 level
      *> for WORKING-STORAGE - build it here and move it to the
      *> record, or move the record's first 22 bytes in.
       01  TRANS-CTL-RECORD.
           05  TC-MARKER           PIC X.
           05  TC-TYPE             PIC X(3).
           05  TC-COUNT            PIC 9(6).
           05  TC-DATE             PIC X(8).
           05  TC-PARTNER          PIC X(4).
