      *> Referral partner list (PARTNERS.DAT) - one line per
      *> partner that sends a registration feed, in the order the
      *> night run edits them. PT-CODE is the short code carried
      *> from the feed through the TRANSACT.DAT header, the
      *> disposition and audit records and onto the master
      *> record; PT-FEED-FILE is the CSV the partner sends and
      *> PT-ACK-FILE the acknowledgment built back for them.
       01  PARTNER-LIST-RECORD.
           05  PT-CODE             PIC X(4).
           05  PT-FEED-FILE        PIC X(20).
           05  PT-ACK-FILE         PIC X(20).
           05  PT-NAME             PIC X(30).
