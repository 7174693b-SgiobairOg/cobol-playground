      ******************************************************************
      * Copybook:  NTFYLOG.cpy
      * Purpose:   One line of the append-only NOTIFLOG delivery log -
      *            the proof of who was told about a page and when,
      *            and when somebody owned up to it. ONCNOTFY writes
      *            it and reads it back to know how far each page has
      *            gone:
      *              P - put on the notification queue for the
      *                  contact on call (the primary, or the backup
      *                  when the primary is not a known contact)
      *              B - escalated to the backup on call, nobody
      *                  having acknowledged in time
      *              U - nobody could be told: no roster slot covers
      *                  the moment, or its contact is not on file
      *              A - acknowledged (or closed) at INCDMNT or
      *                  ERRWATCH - NL-CONTACT-ID is who, NL-TEXT
      *                  when
      *            NL-INCIDENT-ID is the INCDREG incident the page
      *            belongs to. NL-ROSTER-DATE and NL-SHIFT name the
      *            roster slot the contact was taken from (date zero
      *            is the standing cover). COPY into the FILE SECTION
      *            under a NOTIFY-LOG select with NOTIFY-LOG-STATUS
      *            and the NOTIFY-LOG-OK status pattern.
      ******************************************************************
       01  NOTIFY-LOG-REC.
           05  NL-EVENT            PIC X(01).
               88  NL-EVENT-PRIMARY      VALUE "P".
               88  NL-EVENT-BACKUP       VALUE "B".
               88  NL-EVENT-NOBODY       VALUE "U".
               88  NL-EVENT-ACKED        VALUE "A".
           05  FILLER              PIC X(01).
           05  NL-LOG-DATE         PIC 9(08).
           05  FILLER              PIC X(01).
           05  NL-LOG-TIME         PIC 99B99B99B99.
           05  FILLER              PIC X(01).
           05  NL-INCIDENT-ID.
               10  NL-ERR-DATE     PIC 9(08).
               10  NL-ERR-TIME     PIC 99B99B99B99.
               10  NL-PROGRAM-ID   PIC X(15).
           05  FILLER              PIC X(01).
           05  NL-CONTACT-ID       PIC X(08).
           05  FILLER              PIC X(01).
           05  NL-CHANNEL          PIC X(01).
           05  FILLER              PIC X(01).
           05  NL-ADDRESS          PIC X(60).
           05  FILLER              PIC X(01).
           05  NL-ROSTER-DATE      PIC 9(08).
           05  FILLER              PIC X(01).
           05  NL-SHIFT            PIC 9(01).
           05  FILLER              PIC X(01).
           05  NL-TEXT             PIC X(60).
