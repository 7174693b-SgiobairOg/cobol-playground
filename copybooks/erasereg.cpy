      ******************************************************************
      * Copybook:  ERASEREG.cpy
      * Purpose:   One entry of the ERASEREG erasure register - the
      *            proof that a right-to-erasure request was carried
      *            out, when, by which supervisor, and how far it
      *            reached. USRERASE appends one entry per erasure.
      *            The register deliberately holds no personal data:
      *            the USER-IDs and the counts of what was overwritten
      *            in each store are the whole of it, so the register
      *            itself never needs erasing. COPY into the FILE
      *            SECTION with an ERASE-REGISTER select and
      *            ERASE-REGISTER-STATUS/ERASE-REGISTER-OK pattern.
      *
      *            EG-USER-ID is the ID the erasure was asked for;
      *            EG-SURVIVOR-ID the end of its USRXREF chain, and
      *            EG-IDS-COVERED how many IDs (the survivor and
      *            every ID merged into it) were erased together.
      *            The referral, exception and notice counts are lines
      *            dropped; the report counts are archived copies
      *            rewritten and lines masked in them; the
      *            screening count is SCRNCASE events whose screened
      *            name was overwritten.
      ******************************************************************
       01  ERASE-REGISTER-REC.
           05  EG-DATE             PIC 9(08).
           05  FILLER              PIC X(01).
           05  EG-TIME             PIC 99B99B99B99.
           05  FILLER              PIC X(01).
           05  EG-USER-ID          PIC 9(05).
           05  FILLER              PIC X(01).
           05  EG-SURVIVOR-ID      PIC 9(05).
           05  FILLER              PIC X(01).
           05  EG-IDS-COVERED      PIC 9(02).
           05  FILLER              PIC X(01).
           05  EG-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  EG-ROWS             PIC 9(03).
           05  FILLER              PIC X(01).
           05  EG-JOURNAL-IMAGES   PIC 9(07).
           05  FILLER              PIC X(01).
           05  EG-KEYED-IMAGES     PIC 9(07).
           05  FILLER              PIC X(01).
           05  EG-NOTE-LINES       PIC 9(05).
           05  FILLER              PIC X(01).
           05  EG-PENDING-IMAGES   PIC 9(05).
           05  FILLER              PIC X(01).
           05  EG-BACKUP-IMAGES    PIC 9(05).
           05  FILLER              PIC X(01).
           05  EG-ARCHIVE-IMAGES   PIC 9(05).
           05  FILLER              PIC X(01).
           05  EG-GENERATIONS      PIC 9(05).
           05  FILLER              PIC X(01).
           05  EG-DOSSIERS         PIC 9(02).
           05  FILLER              PIC X(01).
           05  EG-SCHEDULED-IMAGES PIC 9(05).
           05  FILLER              PIC X(01).
           05  EG-ADDRESS-ENTRIES  PIC 9(05).
           05  FILLER              PIC X(01).
           05  EG-REFERRALS        PIC 9(05).
           05  FILLER              PIC X(01).
           05  EG-PHONE-EXCEPTIONS PIC 9(05).
           05  FILLER              PIC X(01).
           05  EG-LOC-EXCEPTIONS   PIC 9(05).
           05  FILLER              PIC X(01).
           05  EG-DORM-NOTICES     PIC 9(05).
           05  FILLER              PIC X(01).
           05  EG-REPORT-COPIES    PIC 9(05).
           05  FILLER              PIC X(01).
           05  EG-REPORT-LINES     PIC 9(07).
           05  FILLER              PIC X(01).
           05  EG-SCREEN-CASES     PIC 9(05).
