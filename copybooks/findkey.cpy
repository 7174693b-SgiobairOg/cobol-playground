      ******************************************************************
      * Copybook:  FINDKEY.cpy
      * Purpose:   Working-storage side of the customer search keys -
      *            a USER row's phone, email, postcode and name boiled
      *            down the way USRFIND compares them and the USRFINDX
      *            search index holds them. COPY into WORKING-STORAGE
      *            alongside FINDKEY-BUILD (procedure division), with
      *            SOUNDEX and SOUNDEX-CALC beside them. The caller
      *            has the row in the USER host variables, PERFORMs
      *            BUILD-SEARCH-KEYS and takes:
      *              FK-PHONE-DIGITS  - the digits of the phone, in
      *                                 order, everything else dropped
      *              FK-EMAIL-LOWER   - the email in lower case
      *              FK-POSTCODE-UP   - the postcode in upper case
      *              FK-SOUNDEX       - the Soundex of the name's
      *                                 first word
      *              FK-NAME-UP       - the name in upper case
      ******************************************************************
       01  FK-SEARCH-KEYS.
           05  FK-PHONE-DIGITS     PIC X(15) VALUE SPACES.
           05  FK-EMAIL-LOWER      PIC X(40) VALUE SPACES.
           05  FK-POSTCODE-UP      PIC X(10) VALUE SPACES.
           05  FK-SOUNDEX          PIC X(04) VALUE SPACES.
           05  FK-NAME-UP          PIC X(25) VALUE SPACES.
       01  FK-IX                   PIC 9(02) COMP VALUE 0.
       01  FK-OUT-IX               PIC 9(02) COMP VALUE 0.
       01  FK-CHAR                 PIC X(01) VALUE SPACE.
