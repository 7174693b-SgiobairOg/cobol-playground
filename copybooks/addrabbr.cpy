      ******************************************************************
      * Copybook:  ADDRABBR.cpy
      * Purpose:   One record of the maintained address abbreviation
      *            file - a word as it arrives in a street or city
      *            ("STREET", "RD", "SAINT") and the one standard
      *            form we keep it as ("ST", "ROAD", "ST"). Rows are
      *            per country; AB-COUNTRY "**" applies to every
      *            country and is consulted only when the customer's
      *            own country has no row for the word. Both words
      *            are single words, compared in upper case. COPY
      *            into the FILE SECTION with an ADDR-ABBR-FILE
      *            select and ADDR-ABBR-STATUS/ADDR-ABBR-OK status
      *            pattern, alongside ADDRABBR-TBL (working storage)
      *            and ADDRABBR-LOAD (procedure division) per the
      *            CNTRYREF pattern.
      ******************************************************************
       01  ADDR-ABBR-REC.
           05  AB-COUNTRY          PIC X(02).
           05  FILLER              PIC X(01).
           05  AB-WORD             PIC X(15).
           05  FILLER              PIC X(01).
           05  AB-STANDARD         PIC X(15).
