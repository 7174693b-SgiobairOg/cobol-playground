      *            into. Ranges are compared as plain text against
      *            USER-POSTCODE; the first range a postcode falls
      *            inside wins, so broader catch-all rows belong
      *            last - REFMNT refuses overlapping ranges, so a
      *            file it maintains has no catch-all rows to order.
      *            TR-STATUS R marks a retired range that no longer
      *            matches anything; blank is active. COPY into the
      *            FILE SECTION with a TERR-REF-FILE select and
      *            TERR-REF-STATUS/TERR-REF-OK status pattern,
      *            alongside TERRREF-TBL (working storage) and
      *            TERRREF-LOAD (procedure division) per the CNTRYREF
      *            pattern.
      ******************************************************************
       01  TERR-REF-REC.
           05  TR-COUNTRY          PIC X(02).
           05  TR-TERR-CODE        PIC X(04).
           05  FILLER              PIC X(01).
           05  TR-TERR-NAME        PIC X(20).
           05  FILLER              PIC X(01).
           05  TR-STATUS           PIC X(01).
               88  TR-RETIRED            VALUE "R".
