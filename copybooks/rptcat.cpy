      ******************************************************************
      * Copybook:  RPTCAT.cpy
      * Purpose:   One entry of the RPTARC.CAT report archive catalog -
      *            a report run filed away by RPTFILE instead of being
      *            lost when the next run overwrites its print file.
      *            The report name is the print file's own name
      *            (USRRPT.OUT, ROLLFWD.RPT ...) and is the report
      *            type the retention on RPTKEEP is kept by. The
      *            business date is the batch window's run date for
      *            a report a window step produced, else the day it
      *            was run; the step is the BATCHSTP step key, or
      *            ONDEMAND for a report run by hand or from a
      *            console. The archived copy itself is the file
      *            named in RK-ARCHIVE-NAME - the print file's name
      *            with .A and the run date and time behind it.
      *            Entries are appended in run order by RPTFILE and
      *            dropped, with their archived copy, by RPTRETN when
      *            their retention runs out; RPTINQ lists, searches
      *            and reprints them. COPY into the FILE SECTION with
      *            a CATALOG-FILE select and RPT-CATALOG-STATUS/
      *            RPT-CATALOG-OK status pattern.
      ******************************************************************
       01  RPT-CATALOG-REC.
           05  RK-REPORT-NAME      PIC X(12).
           05  FILLER              PIC X(01).
           05  RK-BUSINESS-DATE    PIC 9(08).
           05  FILLER              PIC X(01).
           05  RK-RUN-DATE         PIC 9(08).
           05  FILLER              PIC X(01).
           05  RK-RUN-TIME         PIC 9(06).
           05  FILLER              PIC X(01).
           05  RK-PAGE-COUNT       PIC 9(05).
           05  FILLER              PIC X(01).
           05  RK-LINE-COUNT       PIC 9(07).
           05  FILLER              PIC X(01).
           05  RK-STEP-NAME        PIC X(08).
           05  FILLER              PIC X(01).
           05  RK-PROGRAM-ID       PIC X(08).
           05  FILLER              PIC X(01).
           05  RK-ARCHIVE-NAME     PIC X(30).
