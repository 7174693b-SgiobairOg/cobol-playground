      ******************************************************************
      * Copybook:  RPTKEEP.cpy
      * Purpose:   One rule of the maintained RPTKEEP file - how long
      *            the report archive keeps one report type, counted
      *            in days from the business date of each filed run.
      *            The report type is the print file's name as it
      *            stands on the RPTARC.CAT catalog; a keep of zero
      *            days keeps that report for good. A report with no
      *            rule is kept for the built-in default in
      *            RPTKEEP-TBL. COPY into the FILE SECTION with a
      *            RPT-KEEP-FILE select and RPT-KEEP-STATUS/
      *            RPT-KEEP-OK status pattern, alongside RPTKEEP-TBL
      *            (working storage) and RPTKEEP-LOAD (procedure
      *            division).
      ******************************************************************
       01  RPT-KEEP-REC.
           05  KR-REPORT-NAME      PIC X(12).
           05  FILLER              PIC X(01).
           05  KR-KEEP-DAYS        PIC 9(05).
           05  FILLER              PIC X(01).
           05  KR-DESCRIPTION      PIC X(40).
