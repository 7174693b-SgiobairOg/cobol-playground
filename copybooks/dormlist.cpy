      ******************************************************************
      * Copybook:  DORMLIST.cpy
      * Purpose:   One record of the DORMLIST dormancy register kept
      *            by the monthly USRDORM pass - one record per
      *            customer who has ever been put on pre-dormancy
      *            notice, in USER-ID order, holding IDs and dates
      *            only. DM-STATE says where the customer has got to:
      *              N - on notice since DM-NOTICE-DATE; still no
      *                  activity, and the grace period is running
      *              I - moved to INACTIVE on DM-CLOSED-DATE after the
      *                  grace period ran out
      *              W - woke up: activity arrived before the grace
      *                  period ran out, so the notice was withdrawn
      *              X - left ACTIVE some other way while on notice
      *                  (an operator changed the status, or the row
      *                  went), so the notice lapsed
      *            DM-LAST-ACTIVITY is the latest activity the pass
      *            saw when the record was last touched, and
      *            DM-LAST-SOURCE where it came from - H a USRHIST
      *            journal entry, B the BILLACT billing feed. A
      *            customer noticed again later starts a fresh
      *            record over the old one. COPY into the FILE
      *            SECTION under a DORM-FILE select with the
      *            DORM-STATUS/DORM-OK pattern.
      ******************************************************************
       01  DORMANT-REC.
           05  DM-USER-ID          PIC 9(05).
           05  FILLER              PIC X(01).
           05  DM-STATE            PIC X(01).
               88  DM-STATE-NOTICE       VALUE "N".
               88  DM-STATE-INACTIVE     VALUE "I".
               88  DM-STATE-WOKE         VALUE "W".
               88  DM-STATE-LAPSED       VALUE "X".
           05  FILLER              PIC X(01).
           05  DM-NOTICE-DATE      PIC 9(08).
           05  FILLER              PIC X(01).
           05  DM-LAST-ACTIVITY    PIC 9(08).
           05  FILLER              PIC X(01).
           05  DM-LAST-SOURCE      PIC X(01).
               88  DM-SOURCE-JOURNAL     VALUE "H".
               88  DM-SOURCE-BILLING     VALUE "B".
           05  FILLER              PIC X(01).
           05  DM-CLOSED-DATE      PIC 9(08).
