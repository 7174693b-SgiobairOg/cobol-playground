      ******************************************************************
      * Copybook:  RPTKEEP-TBL.cpy
      * Purpose:   Working-storage side of the report archive
      *            retention rules - the in-core copy of RPTKEEP plus
      *            the fields the shared lookup paragraph talks
      *            through. COPY alongside RPTKEEP (file section) and
      *            RPTKEEP-LOAD (procedure division). A caller sets
      *            KP-IN-REPORT and KP-IN-BUSINESS-DATE, PERFORMs
      *            FIND-REPORT-KEEP, and gets back KP-KEEP-DAYS and
      *            KP-KEEP-UNTIL - the last day the run is kept, or
      *            zero when it is kept for good (KP-KEEP-FOREVER).
      *            Four hundred days - a year and a month, so last
      *            year's same month is always still there to compare
      *            with - is the keep for a report with no rule.
      ******************************************************************
       01  KEEP-TABLE.
           05  KP-ENTRY OCCURS 100 TIMES.
               10  KP-REPORT-NAME  PIC X(12).
               10  KP-RULE-DAYS    PIC 9(05).
       01  KP-COUNT                PIC 9(03) COMP VALUE 0.
       01  KP-IX                   PIC 9(03) COMP VALUE 0.

       01  KP-LOADED-SW            PIC X(01) VALUE "N".
           88  KP-LOADED                 VALUE "Y".
       01  KP-EOF-SW               PIC X(01) VALUE "N".
           88  KP-EOF                    VALUE "Y".

       01  KP-DEFAULT-DAYS         PIC 9(05) VALUE 400.
       01  KP-IN-REPORT            PIC X(12) VALUE SPACES.
       01  KP-IN-BUSINESS-DATE     PIC 9(08) VALUE 0.
       01  KP-KEEP-DAYS            PIC 9(05) VALUE 0.
           88  KP-KEEP-FOREVER           VALUE 0.
       01  KP-KEEP-UNTIL           PIC 9(08) VALUE 0.
       01  KP-FOUND-SW             PIC X(01) VALUE "N".
           88  KP-RULE-FOUND             VALUE "Y".
