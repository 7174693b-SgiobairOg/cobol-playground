      ******************************************************************
      * Copybook:  SCRNCASE.cpy
      * Purpose:   One event of the SCRNCASE screening case register -
      *            the review queue and decision journal for possible
      *            watchlist hits. USRSCRN appends an O (opened) event
      *            when a customer's name scores as a possible match
      *            for a WATCHLST entry and holds the customer at
      *            PENDING; SCRNMNT appends the supervisor's decision:
      *            F (false positive) or C (confirmed match), and R
      *            (released) when compliance lets a confirmed match
      *            go. Nothing is rewritten - the register is the
      *            journal of every decision, with who made it, when
      *            and why. Readers net the events through
      *            SCRNCASE-LOAD. COPY into the FILE SECTION under a
      *            SCREEN-CASE-FILE select with SCREEN-CASE-STATUS and
      *            the SCREEN-CASE-OK status pattern, alongside
      *            SCRNCASE-WRITE in the PROCEDURE DIVISION.
      *
      *            A case is one customer against one watchlist entry.
      *            The O event carries what was screened and what it
      *            scored against, the status the customer had before
      *            the hold (so a cleared case can put it back), and
      *            where the screening came from: N a new customer, C
      *            a changed name or country, R a rescreen of the base
      *            against a new list version. SC-TEXT is the entry's
      *            listing programme on an O event and the
      *            supervisor's reason on a decision.
      ******************************************************************
       01  SCREEN-CASE-REC.
           05  SC-EVENT            PIC X(01).
               88  SC-EVENT-OPENED       VALUE "O".
               88  SC-EVENT-FALSE-POS    VALUE "F".
               88  SC-EVENT-CONFIRMED    VALUE "C".
               88  SC-EVENT-RELEASED     VALUE "R".
           05  FILLER              PIC X(01).
           05  SC-CASE-ID.
               10  SC-USER-ID      PIC 9(05).
               10  FILLER          PIC X(01).
               10  SC-WATCH-ID     PIC X(10).
           05  FILLER              PIC X(01).
           05  SC-EVENT-DATE       PIC 9(08).
           05  FILLER              PIC X(01).
           05  SC-EVENT-TIME       PIC 99B99B99B99.
           05  FILLER              PIC X(01).
           05  SC-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  SC-SCORE            PIC 9(03).
           05  FILLER              PIC X(01).
           05  SC-ORIGIN           PIC X(01).
               88  SC-ORIGIN-NEW         VALUE "N".
               88  SC-ORIGIN-CHANGE      VALUE "C".
               88  SC-ORIGIN-RESCREEN    VALUE "R".
           05  FILLER              PIC X(01).
           05  SC-PRIOR-STATUS     PIC X(01).
           05  FILLER              PIC X(01).
           05  SC-LIST-VERSION     PIC X(10).
           05  FILLER              PIC X(01).
           05  SC-CUST-NAME        PIC X(25).
           05  FILLER              PIC X(01).
           05  SC-CUST-COUNTRY     PIC X(02).
           05  FILLER              PIC X(01).
           05  SC-WATCH-NAME       PIC X(40).
           05  FILLER              PIC X(01).
           05  SC-WATCH-COUNTRY    PIC X(02).
           05  FILLER              PIC X(01).
           05  SC-WATCH-BIRTH      PIC X(08).
           05  FILLER              PIC X(01).
           05  SC-TEXT             PIC X(60).
