      ******************************************************************
      * Copybook:  PGOPARM.cpy
      * Purpose:   Parameter area of the PAGEOUT service - the LINKAGE
      *            SECTION of PAGEOUT itself and the WORKING-STORAGE of
      *            every program whose alert must reach a person, not
      *            just a return code. The caller writes its alert to
      *            ERRLOG as it always has, then PERFORMs PAGE-ON-CALL
      *            from PAGEOUT-CALL, which hands PAGEOUT that entry -
      *            its date, time and program name the incident, the
      *            same identity INCDOPEN gives it. PGO-STATUS comes
      *            back 0 paged (a page incident opened and the on-call
      *            contact queued), 2 already paging (an earlier page
      *            for the same program, code and message is not yet
      *            closed, so this alert is part of it) or 8 failed -
      *            the incident register could not be read or
      *            written.
      ******************************************************************
       01  PGO-PARM-AREA.
           05  PGO-INCIDENT-ID.
               10  PGO-ERR-DATE    PIC 9(08).
               10  PGO-ERR-TIME    PIC 99B99B99B99.
               10  PGO-PROGRAM-ID  PIC X(15).
           05  PGO-PARAGRAPH       PIC X(20).
           05  PGO-CODE            PIC X(08).
           05  PGO-MESSAGE         PIC X(60).
           05  PGO-STATUS          PIC X(01).
               88  PGO-PAGED             VALUE "0".
               88  PGO-ALREADY-PAGING    VALUE "2".
               88  PGO-FAILED            VALUE "8".
      * The caller's own return code, held across the CALL - a CALL
      * hands back the called program's, and the page must not
      * change what the step ends with.
       01  PGO-CALLER-RC           PIC S9(04) COMP.
