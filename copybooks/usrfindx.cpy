      ******************************************************************
      * Copybook:  USRFINDX.cpy
      * Purpose:   One entry of the USRFINDX customer search index -
      *            the search keys USRFIND works on, already boiled
      *            down the way the console compares them, so the
      *            phone desk starts straight at its matches instead
      *            of pulling the whole USER table into core. The
      *            primary key is USER-ID; every search key is an
      *            alternate key WITH DUPLICATES: the phone digits
      *            only, the email in lower case, the postcode in
      *            upper case, the Soundex of the name ahead of the
      *            upper-case name (so a sounds-like list comes back
      *            in name order), and the upper-case name on its own
      *            for a prefix search. The keys come from
      *            BUILD-SEARCH-KEYS (FINDKEY-BUILD), so the builder,
      *            the load and the console all agree on them.
      *            FINDXBLD rebuilds the file every night from the
      *            USER table; HELLO-DATA adds the customers it loads
      *            between builds. The index only says where to look -
      *            USRFIND re-reads the live row before showing a hit.
      *            COPY into the FILE SECTION under an FD for a select
      *            like:
      *
      *              SELECT SEARCH-INDEX ASSIGN TO "USRFINDX"
      *                  ORGANIZATION IS INDEXED
      *                  ACCESS MODE IS DYNAMIC
      *                  RECORD KEY IS FX-USER-ID
      *                  ALTERNATE RECORD KEY IS FX-PHONE-KEY
      *                      WITH DUPLICATES
      *                  ALTERNATE RECORD KEY IS FX-EMAIL-KEY
      *                      WITH DUPLICATES
      *                  ALTERNATE RECORD KEY IS FX-POSTCODE-KEY
      *                      WITH DUPLICATES
      *                  ALTERNATE RECORD KEY IS FX-SOUNDS-KEY
      *                      WITH DUPLICATES
      *                  ALTERNATE RECORD KEY IS FX-NAME-KEY
      *                      WITH DUPLICATES
      *                  FILE STATUS IS SEARCH-INDEX-STATUS.
      ******************************************************************
       01  SEARCH-INDEX-REC.
           05  FX-USER-ID          PIC 9(05).
           05  FX-PHONE-KEY        PIC X(15).
           05  FX-EMAIL-KEY        PIC X(40).
           05  FX-POSTCODE-KEY     PIC X(10).
           05  FX-SOUNDS-KEY.
               10  FX-SOUNDEX      PIC X(04).
               10  FX-SOUNDS-NAME  PIC X(25).
           05  FX-NAME-KEY         PIC X(25).
           05  FX-INDEXED-DATE     PIC 9(08).
           05  FX-INDEXED-BY       PIC X(10).
