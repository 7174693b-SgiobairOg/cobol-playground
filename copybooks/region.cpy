      ******************************************************************
      * Copybook:  REGION.cpy
      * Purpose:   Working-storage side of the live/training region
      *            check. A training region is the TRAINING directory
      *            TRNSEED builds beside the live files - masked
      *            copies of the customer files and a TRNREGN marker
      *            - and OPRMENU moves a training session into it at
      *            sign-on, so every file a console opens by its usual
      *            name is the training copy. COPY into
      *            WORKING-STORAGE alongside REGION-CHECK (procedure
      *            division), with the REGION-MARKER file declared
      *            as TRNREGN describes. After PERFORM CHECK-REGION
      *            the program tests RG-TRAINING: a console shows the
      *            banner and works the TRAINING copy of the USER
      *            table, a feed to the outside world refuses to run.
      ******************************************************************
       01  RG-REGION               PIC X(08) VALUE "LIVE".
           88  RG-LIVE                   VALUE "LIVE".
           88  RG-TRAINING               VALUE "TRAINING".
       01  RG-TRAINING-DIR         PIC X(08) VALUE "TRAINING".
       01  RG-MARKER-NAME          PIC X(08) VALUE "TRNREGN".
       01  RG-MARKER-STATUS        PIC X(02) VALUE SPACES.
           88  RG-MARKER-OK              VALUE "00".
           88  RG-MARKER-NOT-FOUND       VALUE "35".
