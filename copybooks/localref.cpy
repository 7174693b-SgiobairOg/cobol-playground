      ******************************************************************
      * Copybook:  LOCALREF.cpy
      * Purpose:   One record of the maintained locality reference
      *            file - a country plus postcode range and the
      *            correct spelling of the city that range belongs
      *            to. Ranges are compared as plain text against the
      *            postcode the same way TERRREF ranges are; the first
      *            range a postcode falls inside wins, so broader
      *            catch-all rows belong last. LC-CITY is kept exactly
      *            as it should print on a label. COPY into the FILE
      *            SECTION with a LOCALITY-FILE select and
      *            LOCALITY-STATUS/LOCALITY-OK status pattern,
      *            alongside LOCALREF-TBL (working storage) and
      *            LOCALREF-LOAD (procedure division) per the CNTRYREF
      *            pattern.
      ******************************************************************
       01  LOCALITY-REC.
           05  LC-COUNTRY          PIC X(02).
           05  FILLER              PIC X(01).
           05  LC-PC-LO            PIC X(10).
           05  FILLER              PIC X(01).
           05  LC-PC-HI            PIC X(10).
           05  FILLER              PIC X(01).
           05  LC-CITY             PIC X(15).
