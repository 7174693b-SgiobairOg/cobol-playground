      ******************************************************************
      * Copybook:  TRNREGN.cpy
      * Purpose:   The TRNREGN training-region marker, as TRNSEED
      *            writes it into the TRAINING directory - one line
      *            saying when the region was seeded from live and by
      *            whom. CHECK-REGION only opens it to see whether it
      *            is there. COPY into the FILE SECTION with a
      *            REGION-MARKER select assigned to "TRNREGN" and the
      *            RG-MARKER-STATUS status in REGION.
      ******************************************************************
       01  REGION-MARKER-REC       PIC X(60).
