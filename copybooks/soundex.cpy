      ******************************************************************
      * Copybook:  SOUNDEX.cpy
      * Purpose:   Working-storage side of the shared Soundex code -
      *            the same sounds-like key USRFIND's (S)earch uses:
      *            first letter kept, consonants coded 1-6, vowels
      *            and H/W/Y skipped, runs collapsed, padded with
      *            zeros to four positions, over the first word of
      *            the name only. COPY into WORKING-STORAGE alongside
      *            SOUNDEX-CALC (procedure division). The caller moves
      *            the name to SX-IN, PERFORMs COMPUTE-SOUNDEX and
      *            takes SX-OUT. Case does not matter - the name is
      *            upper-cased on the way in.
      ******************************************************************
       01  SX-IN                   PIC X(25) VALUE SPACES.
       01  SX-OUT                  PIC X(04) VALUE SPACES.
       01  SX-IX                   PIC 9(02) COMP VALUE 0.
       01  SX-OUT-IX               PIC 9(02) COMP VALUE 0.
       01  SX-CHAR                 PIC X(01) VALUE SPACE.
       01  SX-CODE                 PIC X(01) VALUE SPACE.
       01  SX-PREV                 PIC X(01) VALUE SPACE.
