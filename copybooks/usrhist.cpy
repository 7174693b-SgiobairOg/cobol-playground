      *            back blank. The consoles stamp the signed-on
      *            operator so "who keyed this on the 14th" has an
      *            answer on file.
      *
      *            HJ-ACTION E is USRERASE's right-to-erasure entry:
      *            both images carry the pseudonymized row (or a text
      *            note when the customer had no row left), so every
      *            subscriber hears the erasure as an event of its own.
      ******************************************************************
       01  HIST-JOURNAL-REC.
           05  HJ-DATE             PIC 9(08).
               88  HJ-ACTION-INSERT      VALUE "I".
               88  HJ-ACTION-UPDATE      VALUE "U".
               88  HJ-ACTION-DELETE      VALUE "D".
               88  HJ-ACTION-ERASE       VALUE "E".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  HJ-USER-ID          PIC 9(05).
           05  FILLER              PIC X(01) VALUE SPACE.
