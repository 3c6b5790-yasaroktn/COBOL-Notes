      *> Working storage for the usable-contact paragraph in
      *> contpro.cpy - the contact details an export or outreach
      *> list may actually use for the record in CUSTMAST-RECORD.
       01  CONTACT-WORK-AREA.
           05  WS-USE-ADDR         PIC X(40).
           05  WS-USE-PHONE        PIC X(12).
           05  WS-USE-EMAIL        PIC X(30).
           05  WS-USE-COUNT        PIC 9.
      *> "Y" when the caller may only use a channel the
      *> registrant opted in to (exports, outreach mailings);
      *> left "N", only a refused or withdrawn consent drops the
      *> contact (letters about the registration itself).
           05  WS-USE-OPT-IN-SW    PIC X VALUE "N".
