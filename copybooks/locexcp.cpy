      ******************************************************************
      * Copybook:  LOCEXCP.cpy
      * Purpose:   One entry on the shared locality exception file -
      *            a customer whose city contradicts the locality the
      *            LOCALREF reference gives for their postcode. The
      *            city is never overwritten in that case; the record
      *            is loaded as keyed and listed here for data entry
      *            to settle with the customer. LX-SOURCE names the
      *            channel (FEED, WEB) and LX-PROGRAM-ID the program
      *            that found it. COPY this into the FILE SECTION of
      *            any program that also COPYs LOCEXCP-WRITE into its
      *            PROCEDURE DIVISION, with a LOC-EXCEPTIONS select
      *            and LOC-EXCEPTIONS-STATUS/LOC-EXCEPTIONS-OK status
      *            pattern.
      ******************************************************************
       01  LOC-EXCEPTION-REC.
           05  LX-DATE             PIC 9(08).
           05  FILLER              PIC X(01).
           05  LX-TIME             PIC 99B99B99B99.
           05  FILLER              PIC X(01).
           05  LX-PROGRAM-ID       PIC X(10).
           05  FILLER              PIC X(01).
           05  LX-SOURCE           PIC X(04).
           05  FILLER              PIC X(01).
           05  LX-USER-ID          PIC X(05).
           05  FILLER              PIC X(01).
           05  LX-USER-NAME        PIC X(25).
           05  FILLER              PIC X(01).
           05  LX-COUNTRY          PIC X(02).
           05  FILLER              PIC X(01).
           05  LX-POSTCODE         PIC X(10).
           05  FILLER              PIC X(01).
           05  LX-CITY-GIVEN       PIC X(15).
           05  FILLER              PIC X(01).
           05  LX-CITY-EXPECTED    PIC X(15).
