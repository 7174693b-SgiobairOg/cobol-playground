      ******************************************************************
      * Copybook:  WATCHLST.cpy
      * Purpose:   One record of the WATCHLST sanctions and watchlist
      *            file as compliance delivers it. The first record is
      *            a header (type H) naming the list version and the
      *            date it was issued, with the number of entries that
      *            follow; every other record is one listed party
      *            (type D): the list's own entry ID, the listed name,
      *            the country it is listed against and, where the
      *            list has them, a date of birth, the date the entry
      *            came into force and the date it was lifted, plus
      *            the programme that lists it. Blank country and
      *            dates mean the list does not say. A new version is
      *            a new file with a new version in its header - that
      *            is what sends USRSCRN through the whole base again.
      *            COPY into the FILE SECTION under a WATCH-LIST-FILE
      *            select with WATCH-LIST-STATUS.
      ******************************************************************
       01  WATCH-LIST-REC.
           05  WL-REC-TYPE         PIC X(01).
               88  WL-HEADER             VALUE "H".
               88  WL-ENTRY              VALUE "D".
           05  FILLER              PIC X(01).
           05  WL-ENTRY-DATA.
               10  WL-ENTRY-ID     PIC X(10).
               10  FILLER          PIC X(01).
               10  WL-NAME         PIC X(40).
               10  FILLER          PIC X(01).
               10  WL-COUNTRY      PIC X(02).
               10  FILLER          PIC X(01).
               10  WL-BIRTH-DATE   PIC X(08).
               10  FILLER          PIC X(01).
               10  WL-LISTED-DATE  PIC X(08).
               10  FILLER          PIC X(01).
               10  WL-LIFTED-DATE  PIC X(08).
               10  FILLER          PIC X(01).
               10  WL-PROGRAMME    PIC X(10).
           05  WL-HEADER-DATA REDEFINES WL-ENTRY-DATA.
               10  WL-VERSION      PIC X(10).
               10  FILLER          PIC X(01).
               10  WL-ISSUE-DATE   PIC X(08).
               10  FILLER          PIC X(01).
               10  WL-ENTRY-COUNT  PIC X(07).
               10  FILLER          PIC X(65).
