      ******************************************************************
      * Copybook:  LOCALREF-TBL.cpy
      * Purpose:   Working-storage side of the locality reference
      *            table - the in-core copy of LOCALREF plus the
      *            fields the shared city paragraph talks through.
      *            COPY alongside LOCALREF (file section),
      *            LOCALREF-LOAD (procedure division) and the ADDRABBR
      *            trio, whose STANDARDIZE-TEXT it leans on. A caller
      *            sets LL-IN-COUNTRY, LL-IN-POSTCODE and LL-IN-CITY,
      *            PERFORMs STANDARDIZE-CITY, then takes LL-CITY and
      *            may test LL-CHANGED and LL-CONFLICT. LL-CONFLICT
      *            means the given city does not agree with the
      *            postcode's locality - LL-CITY is then the given
      *            city exactly as keyed, never the locality's, and
      *            LL-LOCALITY-CITY says what the postcode expects.
      ******************************************************************
       01  LOCALITY-TABLE.
           05  LT-ENTRY OCCURS 2000 TIMES.
               10  LT-COUNTRY      PIC X(02).
               10  LT-PC-LO        PIC X(10).
               10  LT-PC-HI        PIC X(10).
               10  LT-CITY         PIC X(15).
       01  LT-COUNT                PIC 9(04) COMP VALUE 0.
       01  LT-IX                   PIC 9(04) COMP VALUE 0.

       01  LT-LOADED-SW            PIC X(01) VALUE "N".
           88  LT-LOADED                 VALUE "Y".
       01  LT-EOF-SW               PIC X(01) VALUE "N".
           88  LT-EOF                    VALUE "Y".

       01  LL-IN-COUNTRY           PIC X(02) VALUE SPACES.
       01  LL-IN-POSTCODE          PIC X(10) VALUE SPACES.
       01  LL-IN-CITY              PIC X(15) VALUE SPACES.
       01  LL-CITY                 PIC X(15) VALUE SPACES.
       01  LL-LOCALITY-CITY        PIC X(15) VALUE SPACES.
       01  LL-GIVEN-KEY            PIC X(25) VALUE SPACES.
       01  LL-FOUND-SW             PIC X(01) VALUE "N".
           88  LL-FOUND                  VALUE "Y".
       01  LL-CHANGED-SW           PIC X(01) VALUE "N".
           88  LL-CHANGED                VALUE "Y".
       01  LL-CONFLICT-SW          PIC X(01) VALUE "N".
           88  LL-CONFLICT               VALUE "Y".
