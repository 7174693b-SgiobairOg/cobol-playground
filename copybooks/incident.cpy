      ******************************************************************
      * Copybook:  INCIDENT.cpy
      * Purpose:   One event of the INCDREG incident register - the
      *            durable trail that follows every severe or fatal
      *            ERRLOG entry, and every entry the ERRROUTE rules
      *            send to page, from the moment it is seen until
      *            somebody closes it with a resolution. INCDOPEN
      *            appends an O (opened) event the first time it sees
      *            such an entry, ERRWATCH or INCDMNT an
      *            A (acknowledged) event when an operator owns up to
      *            it, and INCDMNT a C (closed) event carrying the
      *            resolution note. Readers net the events through
      *            INCIDENT-LOAD. COPY into the FILE SECTION under an
      *            INCIDENT-FILE select with INCIDENT-STATUS and the
      *            INCIDENT-OK status pattern, alongside
      *            INCIDENT-WRITE in the PROCEDURE DIVISION.
      *
      *            IR-INCIDENT-ID is the ERRLOG entry's own date, time
      *            and program - ERRLOG is rolled to a generation
      *            every night, so its position is no identity, but
      *            the entry's stamp survives the roll. IR-TEXT is the
      *            ERRLOG message on an O event and the resolution on
      *            a C event. LOGARCH moves incidents closed more
      *            than a week ago, every event of each, off to dated
      *            INCDREG.Gyyyymmdd generations it catalogues with
      *            the logs.
      ******************************************************************
       01  INCIDENT-REC.
           05  IR-EVENT            PIC X(01).
               88  IR-EVENT-OPENED       VALUE "O".
               88  IR-EVENT-ACKED        VALUE "A".
               88  IR-EVENT-CLOSED       VALUE "C".
           05  FILLER              PIC X(01).
           05  IR-INCIDENT-ID.
               10  IR-ERR-DATE     PIC 9(08).
               10  IR-ERR-TIME     PIC 99B99B99B99.
               10  IR-PROGRAM-ID   PIC X(15).
           05  FILLER              PIC X(01).
           05  IR-EVENT-DATE       PIC 9(08).
           05  FILLER              PIC X(01).
           05  IR-EVENT-TIME       PIC 99B99B99B99.
           05  FILLER              PIC X(01).
           05  IR-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  IR-SEVERITY         PIC X(01).
           05  FILLER              PIC X(01).
           05  IR-ROUTE            PIC X(01).
           05  FILLER              PIC X(01).
           05  IR-PARAGRAPH        PIC X(20).
           05  FILLER              PIC X(01).
           05  IR-CODE             PIC X(08).
           05  FILLER              PIC X(01).
           05  IR-TEXT             PIC X(60).
