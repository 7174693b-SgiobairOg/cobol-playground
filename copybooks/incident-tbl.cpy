      ******************************************************************
      * Copybook:  INCIDENT-TBL.cpy
      * Purpose:   Working-storage side of the INCDREG incident
      *            register - the events netted to one entry per
      *            incident with where it stands, who acknowledged and
      *            closed it and when, plus the fields the shared
      *            paragraphs talk through. COPY alongside INCIDENT
      *            (file section) and INCIDENT-LOAD (procedure
      *            division).
      *              LOAD-INCIDENT-TABLE   - the whole register into
      *                                      core, netted
      *              FIND-INCIDENT         - IT-IN-ID, answers
      *                                      IT-FOUND and IT-IX
      *              APPLY-INCIDENT-EVENT  - INCIDENT-REC onto the
      *                                      table, so a program that
      *                                      writes an event keeps its
      *                                      copy in step
      *            LOGARCH rolls incidents closed more than a week
      *            off to INCDREG generations, so the register holds
      *            what is open or recently closed. A register bigger
      *            than the table still sets IT-OVERFLOW; INCDOPEN then
      *            refuses to open anything, since it could no longer
      *            tell a new incident from one already on file, and
      *            ONCNOTFY stops rather than work a partial register.
      ******************************************************************
       01  INCIDENT-TABLE.
           05  IT-ENTRY OCCURS 5000 TIMES.
               10  IT-INCIDENT-ID.
                   15  IT-ERR-DATE     PIC 9(08).
                   15  IT-ERR-TIME     PIC 99B99B99B99.
                   15  IT-PROGRAM-ID   PIC X(15).
               10  IT-STATE            PIC X(01).
                   88  IT-STATE-OPEN         VALUE "O".
                   88  IT-STATE-ACKED        VALUE "A".
                   88  IT-STATE-CLOSED       VALUE "C".
               10  IT-SEVERITY         PIC X(01).
               10  IT-ROUTE            PIC X(01).
               10  IT-PARAGRAPH        PIC X(20).
               10  IT-CODE             PIC X(08).
               10  IT-MESSAGE          PIC X(60).
               10  IT-OPEN-DATE        PIC 9(08).
               10  IT-OPEN-TIME        PIC 99B99B99B99.
               10  IT-ACK-BY           PIC X(08).
               10  IT-ACK-DATE         PIC 9(08).
               10  IT-ACK-TIME         PIC 99B99B99B99.
               10  IT-CLOSE-BY         PIC X(08).
               10  IT-CLOSE-DATE       PIC 9(08).
               10  IT-CLOSE-TIME       PIC 99B99B99B99.
               10  IT-RESOLUTION       PIC X(60).
       01  IT-COUNT                PIC 9(04) COMP VALUE 0.
       01  IT-IX                   PIC 9(04) COMP VALUE 0.
       01  IT-MAX                  PIC 9(04) COMP VALUE 5000.

       01  IT-LOADED-SW            PIC X(01) VALUE "N".
           88  IT-LOADED                 VALUE "Y".
       01  IT-EOF-SW               PIC X(01) VALUE "N".
           88  IT-EOF                    VALUE "Y".
       01  IT-OVERFLOW-SW          PIC X(01) VALUE "N".
           88  IT-OVERFLOW               VALUE "Y".
       01  IT-FOUND-SW             PIC X(01) VALUE "N".
           88  IT-FOUND                  VALUE "Y".

       01  IT-IN-ID                PIC X(34) VALUE SPACES.
