      ******************************************************************
      * Copybook:  ONCALL.cpy
      * Purpose:   One record of the maintained ONCALL roster file -
      *            who is told when something pages. Two record
      *            types:
      *              C - one contact: an ID (the person's OPRMAST
      *                  operator ID, so the acknowledgment they key
      *                  at INCDMNT or ERRWATCH is theirs), a name,
      *                  the channel the gateway reaches them on
      *                  (S text message, M mail) and the number or
      *                  address.
      *              R - one roster slot: a date and a shift with a
      *                  primary and a backup contact. Shift 1 to 3
      *                  starts at the matching SHOPPARM shift-change
      *                  time and runs to the next one, so shift 3
      *                  runs past midnight and belongs to the date
      *                  it started on; shift 0 covers the whole day
      *                  where no shift of its own is rostered, and
      *                  date zero is the standing cover for any slot
      *                  nobody has been rostered to.
      *            Maintained at the ONCMNT console, read by the
      *            ONCNOTFY notification sweep. COPY into the FILE
      *            SECTION with an ONCALL-FILE select and
      *            ONCALL-STATUS/ONCALL-OK status pattern, alongside
      *            ONCALL-TBL (working storage) and ONCALL-LOAD
      *            (procedure division).
      ******************************************************************
       01  ONCALL-REC.
           05  OC-REC-TYPE         PIC X(01).
               88  OC-TYPE-CONTACT       VALUE "C".
               88  OC-TYPE-ROSTER        VALUE "R".
           05  FILLER              PIC X(01).
           05  OC-DETAIL.
               10  OC-CONTACT-ID   PIC X(08).
               10  FILLER          PIC X(01).
               10  OC-CONTACT-NAME PIC X(30).
               10  FILLER          PIC X(01).
               10  OC-CHANNEL      PIC X(01).
                   88  OC-CHANNEL-TEXT   VALUE "S".
                   88  OC-CHANNEL-MAIL   VALUE "M".
               10  FILLER          PIC X(01).
               10  OC-ADDRESS      PIC X(60).
           05  OC-ROSTER-DETAIL REDEFINES OC-DETAIL.
               10  OC-ROSTER-DATE  PIC 9(08).
               10  FILLER          PIC X(01).
               10  OC-SHIFT        PIC 9(01).
               10  FILLER          PIC X(01).
               10  OC-PRIMARY-ID   PIC X(08).
               10  FILLER          PIC X(01).
               10  OC-BACKUP-ID    PIC X(08).
               10  FILLER          PIC X(74).
