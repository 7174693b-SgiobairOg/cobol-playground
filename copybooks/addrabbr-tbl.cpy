      ******************************************************************
      * Copybook:  ADDRABBR-TBL.cpy
      * Purpose:   Working-storage side of the address abbreviation
      *            table - the in-core copy of ADDRABBR plus the
      *            fields the shared standardizing paragraph talks
      *            through. COPY alongside ADDRABBR (file section)
      *            and ADDRABBR-LOAD (procedure division). A caller
      *            sets AS-COUNTRY and AS-TEXT, PERFORMs
      *            STANDARDIZE-TEXT, then takes AS-TEXT back and may
      *            test AS-CHANGED. AS-KEY is the same text with the
      *            spaces squeezed out, for comparing two spellings.
      ******************************************************************
       01  ABBREV-TABLE.
           05  AT-ENTRY OCCURS 500 TIMES.
               10  AT-COUNTRY      PIC X(02).
               10  AT-WORD         PIC X(15).
               10  AT-STANDARD     PIC X(15).
       01  AT-COUNT                PIC 9(03) COMP VALUE 0.
       01  AT-IX                   PIC 9(03) COMP VALUE 0.

       01  AT-LOADED-SW            PIC X(01) VALUE "N".
           88  AT-LOADED                 VALUE "Y".
       01  AT-EOF-SW               PIC X(01) VALUE "N".
           88  AT-EOF                    VALUE "Y".

       01  AS-COUNTRY              PIC X(02) VALUE SPACES.
       01  AS-TEXT                 PIC X(25) VALUE SPACES.
       01  AS-KEY                  PIC X(25) VALUE SPACES.
       01  AS-CHANGED-SW           PIC X(01) VALUE "N".
           88  AS-CHANGED                VALUE "Y".

       01  AS-ORIGINAL             PIC X(25) VALUE SPACES.
       01  AS-RESULT               PIC X(25) VALUE SPACES.
       01  AS-WORD-TABLE.
           05  AS-WORD             PIC X(25) OCCURS 13 TIMES.
       01  AS-WORD-COUNT           PIC 9(02) COMP VALUE 0.
       01  AS-WORD-IX              PIC 9(02) COMP VALUE 0.
       01  AS-WORD-LEN             PIC 9(02) COMP VALUE 0.
       01  AS-CHAR-IX              PIC 9(02) COMP VALUE 0.
       01  AS-POINTER              PIC 9(02) COMP VALUE 0.
       01  AS-KEY-POINTER          PIC 9(02) COMP VALUE 0.
       01  AS-MATCH-COUNTRY        PIC X(02) VALUE SPACES.
       01  AS-IN-WORD-SW           PIC X(01) VALUE "N".
           88  AS-IN-WORD                VALUE "Y".
       01  AS-FOUND-SW             PIC X(01) VALUE "N".
           88  AS-FOUND                  VALUE "Y".
       01  AS-OVERFLOW-SW          PIC X(01) VALUE "N".
           88  AS-OVERFLOW               VALUE "Y".
