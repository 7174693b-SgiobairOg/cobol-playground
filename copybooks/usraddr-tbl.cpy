      ******************************************************************
      * Copybook:  USRADDR-TBL.cpy
      * Purpose:   Working-storage side of the customer address file -
      *            the in-core copy of USRADDR in file order, each
      *            customer's entries chained together from a slot
      *            keyed on the USER-ID's 4-digit base (the ADDRFLAG
      *            slotting), plus the fields the shared paragraphs
      *            talk through. COPY alongside USRADDR (file section)
      *            and USRADDR-LOAD (procedure division).
      *              RESOLVE-ADDRESS        - the caller moves the main
      *                                       address off the USER row
      *                                       into AD-STREET, AD-CITY,
      *                                       AD-POSTCODE, AD-COUNTRY
      *                                       and sets AD-IN-ID,
      *                                       AD-PURPOSE and AD-AS-OF;
      *                                       the address in force for
      *                                       that purpose on that day
      *                                       comes back in the same
      *                                       fields, AD-SOURCE says
      *                                       where it came from and
      *                                       AD-IX points at the entry
      *                                       (zero for the main one)
      *              TEST-ADDRESS-IN-FORCE  - entry UT-IX on AD-AS-OF,
      *                                       answers AD-IN-FORCE
      *              CHAIN-ADDRESS-ENTRY    - hooks entry UT-IX onto
      *                                       the end of its
      *                                       customer's chain after
      *                                       an add
      *              END-ADDRESS-ENTRY      - entry UT-IX gets
      *                                       AD-LAST-DAY as its last
      *                                       day and AD-END-REASON as
      *                                       its status
      *              DAY-BEFORE-DATE        - AD-DATE-IN less one day
      *                                       into AD-DATE-OUT
      *              BUILD-ADDRESS-REC      - entry UT-IX into
      *                                       CUST-ADDR-REC
      *              SAVE-ADDRESS-TABLE     - rewrites the file once,
      *                                       only when UT-DIRTY
      *            To walk one customer's entries, COMPUTE UT-SLOT-IX =
      *            the USER-ID / 10 + 1, start UT-IX at UT-FIRST
      *            (UT-SLOT-IX) and follow UT-NEXT until it is zero,
      *            skipping any entry whose UT-USER-ID is not the one
      *            wanted. Mail goes to an in-force temporary address,
      *            else an in-force mailing address, else the main
      *            one; billing goes to an in-force billing address,
      *            else wherever mail goes. Where two of a type are in
      *            force the later-starting one wins. The table holds
      *            three entries for every customer slot; ended and
      *            lapsed entries stay on the file and count against
      *            it. A file bigger than the table sets UT-OVERFLOW:
      *            the caller must not work from the part that was
      *            loaded, and the file is never rewritten, so nothing
      *            past the table can be lost.
      ******************************************************************
       01  ADDRESS-TABLE.
           05  UT-ENTRY OCCURS 30000 TIMES.
               10  UT-USER-ID      PIC 9(05).
               10  UT-ADDR-TYPE    PIC X(01).
               10  UT-STREET       PIC X(25).
               10  UT-CITY         PIC X(15).
               10  UT-POSTCODE     PIC X(10).
               10  UT-COUNTRY      PIC X(02).
               10  UT-FROM-DATE    PIC 9(08).
               10  UT-TO-DATE      PIC 9(08).
               10  UT-STATUS       PIC X(01).
               10  UT-ENTERED-DATE PIC 9(08).
               10  UT-OPERATOR     PIC X(08).
               10  UT-NEXT         PIC 9(05) COMP.
       01  ADDRESS-SLOTS.
           05  UT-SLOT OCCURS 10000 TIMES.
               10  UT-FIRST        PIC 9(05) COMP.
               10  UT-LAST         PIC 9(05) COMP.
       01  UT-COUNT                PIC 9(05) COMP VALUE 0.
       01  UT-IX                   PIC 9(05) COMP VALUE 0.
       01  UT-MAX                  PIC 9(05) COMP VALUE 30000.
       01  UT-SLOT-IX              PIC 9(05) COMP VALUE 0.

       01  UT-LOADED-SW            PIC X(01) VALUE "N".
           88  UT-LOADED                 VALUE "Y".
       01  UT-EOF-SW               PIC X(01) VALUE "N".
           88  UT-EOF                    VALUE "Y".
       01  UT-DIRTY-SW             PIC X(01) VALUE "N".
           88  UT-DIRTY                  VALUE "Y".
       01  UT-OVERFLOW-SW          PIC X(01) VALUE "N".
           88  UT-OVERFLOW               VALUE "Y".

       01  AD-IN-ID                PIC 9(05) VALUE 0.
       01  AD-PURPOSE              PIC X(01) VALUE "M".
           88  AD-FOR-MAIL               VALUE "M".
           88  AD-FOR-BILL               VALUE "B".
       01  AD-AS-OF                PIC 9(08) VALUE 0.
       01  AD-STREET               PIC X(25) VALUE SPACES.
       01  AD-CITY                 PIC X(15) VALUE SPACES.
       01  AD-POSTCODE             PIC X(10) VALUE SPACES.
       01  AD-COUNTRY              PIC X(02) VALUE SPACES.
       01  AD-SOURCE               PIC X(01) VALUE SPACE.
           88  AD-FROM-MAIN              VALUE SPACE.
           88  AD-FROM-MAILING           VALUE "M".
           88  AD-FROM-BILLING           VALUE "B".
           88  AD-FROM-TEMPORARY         VALUE "T".
       01  AD-IX                   PIC 9(05) COMP VALUE 0.
       01  AD-IN-FORCE-SW          PIC X(01) VALUE "N".
           88  AD-IN-FORCE               VALUE "Y".
       01  AD-LAST-DAY             PIC 9(08) VALUE 0.
       01  AD-END-REASON           PIC X(01) VALUE SPACE.
       01  AD-DATE-IN              PIC 9(08) VALUE 0.
       01  AD-DATE-OUT             PIC 9(08) VALUE 0.
       01  AD-DAY-NUMBER           PIC 9(07) VALUE 0.

       01  AD-WALK-IX              PIC 9(05) COMP VALUE 0.
       01  AD-BEST-T               PIC 9(05) COMP VALUE 0.
       01  AD-BEST-M               PIC 9(05) COMP VALUE 0.
       01  AD-BEST-B               PIC 9(05) COMP VALUE 0.
       01  AD-WALK-SW              PIC X(01) VALUE "N".
           88  AD-WALK-IN-FORCE          VALUE "Y".
