      ******************************************************************
      * Copybook:  USRADDR.cpy
      * Purpose:   One record of the USRADDR customer address file -
      *            an address a customer uses for a purpose of its
      *            own, beside the single main address on the USER
      *            row. UA-ADDR-TYPE says what it is for:
      *              M - mailing: post goes here, not to the main
      *                  address
      *              B - billing: invoices and statements go here
      *              T - temporary: post goes here for the dates
      *                  given (abroad for the winter), then reverts
      *            UA-FROM-DATE is the first day the address is used
      *            and UA-TO-DATE the last (zero for open-ended, which
      *            a temporary address never is); an address is in
      *            force on any day between the two. Records are
      *            never deleted - ending one puts a last day on it
      *            and says why in UA-STATUS:
      *              space - in use
      *              E     - ended at the console (ADDRMNT), or
      *                      replaced by a newer one of its type
      *              L     - lapsed: a temporary address past its
      *                      last day (ADDRLAPS, nightly)
      *              R     - mail came back from it (MAILRET)
      *            Which address serves which purpose on which day is
      *            worked out by RESOLVE-ADDRESS in USRADDR-LOAD, so
      *            every program answers the question the same way.
      *            COPY this into the FILE SECTION alongside
      *            USRADDR-TBL (working storage) and USRADDR-LOAD
      *            (procedure division) per the pattern in
      *            CNTRYREF.cpy. The file select is CUST-ADDR-FILE
      *            with the CUST-ADDR-STATUS/CUST-ADDR-OK status
      *            pattern.
      *
      *            Every change is journaled to USRHIST under program
      *            USRADDR, keyed by UA-USER-ID, with the address
      *            record in the first 98 bytes of each image (the
      *            street in bytes 9-33). These are not USER rows -
      *            the journal readers that replay row images pass
      *            them by.
      ******************************************************************
       01  CUST-ADDR-REC.
           05  UA-USER-ID          PIC 9(05).
           05  FILLER              PIC X(01).
           05  UA-ADDR-TYPE        PIC X(01).
               88  UA-MAILING            VALUE "M".
               88  UA-BILLING            VALUE "B".
               88  UA-TEMPORARY          VALUE "T".
           05  FILLER              PIC X(01).
           05  UA-STREET           PIC X(25).
           05  UA-CITY             PIC X(15).
           05  UA-POSTCODE         PIC X(10).
           05  UA-COUNTRY          PIC X(02).
           05  FILLER              PIC X(01).
           05  UA-FROM-DATE        PIC 9(08).
           05  FILLER              PIC X(01).
           05  UA-TO-DATE          PIC 9(08).
           05  FILLER              PIC X(01).
           05  UA-STATUS           PIC X(01).
               88  UA-IN-USE             VALUE SPACE.
               88  UA-ENDED              VALUE "E".
               88  UA-LAPSED             VALUE "L".
               88  UA-RETURNED           VALUE "R".
           05  FILLER              PIC X(01).
           05  UA-ENTERED-DATE     PIC 9(08).
           05  FILLER              PIC X(01).
           05  UA-OPERATOR         PIC X(08).
