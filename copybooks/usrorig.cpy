      ******************************************************************
      * Copybook:  USRORIG.cpy
      * Purpose:   One customer's acquisition record on the append-only
      *            USRORIG register - the channel the customer first
      *            came to us through and the date they did. USRHIST
      *            cannot say: the nightly load journals fixed-feed
      *            and web-signup inserts alike under HELLO-DATA. The
      *            program that first inserts the customer's row
      *            appends the record:
      *              F  branch feed         HELLO-DATA, fixed feed
      *              W  web signup          HELLO-DATA, web phase (or
      *                                     a web reject recycled)
      *              R  USER-ID reservation USRIDREQ
      *              M  batch maintenance   USRBMNT add
      *              C  CRM-originated      reserved - CRMINTAK turns
      *                                     an unknown USER-ID away
      *                                     NOTFOUND, so no customer
      *                                     reaches us this way yet
      *              U  undetermined        ORIGFILL backfill only
      *            ORIGFILL backfills customers inserted before the
      *            register existed from their first journal insert,
      *            with OG-RECORDED B; a date of zero means no insert
      *            is left on the journal. The first record for a
      *            customer is the one that counts - a reload or a
      *            recovery reinserting a row is not an acquisition
      *            and writes nothing. COPY into the FILE SECTION
      *            under a CUST-ORIGIN-FILE select with the
      *            CUST-ORIGIN-STATUS/CUST-ORIGIN-OK pattern, with
      *            USRORIG-WRITE for programs that append and
      *            USRORIG-TBL/USRORIG-LOAD for programs that read.
      ******************************************************************
       01  CUST-ORIGIN-REC.
           05  OG-USER-ID          PIC 9(05).
           05  FILLER              PIC X(01).
           05  OG-CHANNEL          PIC X(01).
               88  OG-CH-FEED            VALUE "F".
               88  OG-CH-WEB             VALUE "W".
               88  OG-CH-RESERVATION     VALUE "R".
               88  OG-CH-MAINTENANCE     VALUE "M".
               88  OG-CH-CRM             VALUE "C".
               88  OG-CH-UNDETERMINED    VALUE "U".
           05  FILLER              PIC X(01).
           05  OG-ORIGIN-DATE      PIC 9(08).
           05  FILLER              PIC X(01).
           05  OG-COUNTRY          PIC X(02).
           05  FILLER              PIC X(01).
           05  OG-RECORDED         PIC X(01).
               88  OG-AT-INSERT          VALUE "I".
               88  OG-BACKFILLED         VALUE "B".
           05  FILLER              PIC X(01).
           05  OG-PROGRAM-ID       PIC X(15).
