      ******************************************************************
      * Copybook:  ONCALL-TBL.cpy
      * Purpose:   Working-storage side of the ONCALL roster - the
      *            in-core contacts and roster slots, the shift-change
      *            times the slots hang off, and the fields the shared
      *            paragraphs talk through. COPY alongside ONCALL (file
      *            section) and ONCALL-LOAD (procedure division).
      *              LOAD-ONCALL-TABLE    - the whole roster into core
      *              FIND-ON-CALL         - ON-IN-DATE and ON-IN-TIME
      *                                     (HHMM), answers the slot
      *                                     that covers that moment,
      *                                     its primary and backup,
      *                                     and ON-SLOT-FOUND
      *              FIND-ONCALL-CONTACT  - ON-IN-CONTACT, answers
      *                                     ON-CONTACT-FOUND and
      *                                     ON-CT-IX
      *            The shift-change times start as the shop defaults;
      *            a caller that reads SHOPPARM moves its
      *            SP-SHIFT-CHANGE-TIME values over them.
      ******************************************************************
       01  ON-CONTACT-TABLE.
           05  ON-CONTACT OCCURS 100 TIMES.
               10  ON-CT-ID        PIC X(08).
               10  ON-CT-NAME      PIC X(30).
               10  ON-CT-CHANNEL   PIC X(01).
               10  ON-CT-ADDRESS   PIC X(60).
       01  ON-CT-COUNT             PIC 9(03) COMP VALUE 0.
       01  ON-CT-IX                PIC 9(03) COMP VALUE 0.

       01  ON-ROSTER-TABLE.
           05  ON-SLOT OCCURS 2000 TIMES.
               10  ON-RS-DATE      PIC 9(08).
               10  ON-RS-SHIFT     PIC 9(01).
               10  ON-RS-PRIMARY   PIC X(08).
               10  ON-RS-BACKUP    PIC X(08).
       01  ON-RS-COUNT             PIC 9(04) COMP VALUE 0.
       01  ON-RS-IX                PIC 9(04) COMP VALUE 0.
       01  ON-RS-MAX               PIC 9(04) COMP VALUE 2000.

       01  ON-SHIFT-DEFAULTS.
           05  FILLER              PIC 9(04) VALUE 0600.
           05  FILLER              PIC 9(04) VALUE 1400.
           05  FILLER              PIC 9(04) VALUE 2200.
       01  ON-SHIFT-TIMES REDEFINES ON-SHIFT-DEFAULTS.
           05  ON-SHIFT-TIME       PIC 9(04) OCCURS 3 TIMES.

       01  ON-LOADED-SW            PIC X(01) VALUE "N".
           88  ON-LOADED                 VALUE "Y".
       01  ON-EOF-SW               PIC X(01) VALUE "N".
           88  ON-EOF                    VALUE "Y".
       01  ON-OVERFLOW-SW          PIC X(01) VALUE "N".
           88  ON-OVERFLOW               VALUE "Y".

       01  ON-IN-DATE              PIC 9(08) VALUE 0.
       01  ON-IN-TIME              PIC 9(04) VALUE 0.
       01  ON-SLOT-DATE            PIC 9(08) VALUE 0.
       01  ON-SLOT-SHIFT           PIC 9(01) VALUE 0.
       01  ON-PRIMARY-ID           PIC X(08) VALUE SPACES.
       01  ON-BACKUP-ID            PIC X(08) VALUE SPACES.
       01  ON-SLOT-FOUND-SW        PIC X(01) VALUE "N".
           88  ON-SLOT-FOUND             VALUE "Y".
       01  ON-WANT-DATE            PIC 9(08) VALUE 0.
       01  ON-WANT-SHIFT           PIC 9(01) VALUE 0.
       01  ON-DAY-NUMBER           PIC 9(07) VALUE 0.

       01  ON-IN-CONTACT           PIC X(08) VALUE SPACES.
       01  ON-CONTACT-FOUND-SW     PIC X(01) VALUE "N".
           88  ON-CONTACT-FOUND          VALUE "Y".
