      *> Customer master record layout - shared by hello, batchin,
      *> agerpt, maint and csvexpt so the file layout only lives here.
      *> CUSTMAST.DAT is an indexed file: RECORD KEY CM-REG-NUM,
      *> ALTERNATE RECORD KEY CM-NAME WITH DUPLICATES. Every program
      *> that opens it must declare both keys the same way.
       01  CUSTMAST-RECORD.
           COPY "nameflds.cpy"
               REPLACING NAME-GROUP-LAST BY CM-NAME-LAST
           05  CM-DOB              PIC 9(8).
           05  CM-DOB-EST          PIC X.
      *> Permanent registration number, assigned once at intake
      *> from REGCTL.DAT (see regpro.cpy) and never reused. This
      *> is the prime record key and the number printed on letters
      *> and extracts; the idxconv load numbered any record the
      *> relative master still carried without one.
           05  CM-REG-NUM          PIC 9(8).
      *> Mailing and contact details, captured at registration
      *> and maintained through maint's correction flow. All
           05  CM-ADDR             PIC X(40).
           05  CM-PHONE            PIC X(12).
           05  CM-EMAIL            PIC X(30).
      *> Partner code (PT-CODE on PARTNERS.DAT) of the feed that
      *> brought the registration in; spaces for registrations
      *> keyed at the desk and for records from before the
      *> partner list existed.
           05  CM-PARTNER          PIC X(4).
      *> Date (YYYYMMDD) each contact was reported undeliverable
      *> by the returned-mail post - a letter back from CM-ADDR,
      *> a dead CM-PHONE, a bounced CM-EMAIL. Spaces means the
      *> contact is good. maint clears a date when the detail is
      *> corrected; exports and outreach output leave a flagged
      *> contact out (see contpro.cpy).
           05  CM-ADDR-UNDELIV     PIC X(8).
           05  CM-PHONE-UNDELIV    PIC X(8).
           05  CM-EMAIL-UNDELIV    PIC X(8).
      *> Contact consent per channel - "Y" the registrant agreed
      *> to be contacted that way, "N" refused or later withdrew,
      *> space never asked (records from before consent was
      *> captured). The date (YYYYMMDD) is when consent was given
      *> or withdrawn. Exports and outreach lists use a channel
      *> only on "Y"; letters about the registration itself
      *> honor an "N" (see contpro.cpy).
           05  CM-ADDR-CONSENT     PIC X.
           05  CM-ADDR-CONS-DATE   PIC X(8).
           05  CM-PHONE-CONSENT    PIC X.
           05  CM-PHONE-CONS-DATE  PIC X(8).
           05  CM-EMAIL-CONSENT    PIC X.
           05  CM-EMAIL-CONS-DATE  PIC X(8).
      *> Room for fields added after the indexed reorganization,
      *> so a new field is carved out of this area instead of
      *> forcing another unload and reload of the file. Written as
      *> spaces, which is what a new field must treat as "not set".
           05  FILLER              PIC X(73).
