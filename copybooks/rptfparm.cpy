      ******************************************************************
      * Copybook:  RPTFPARM.cpy
      * Purpose:   Parameter area of the RPTFILE report filing
      *            service - the LINKAGE SECTION of RPTFILE itself and
      *            the WORKING-STORAGE of every report program that
      *            files its print file into the report archive. The
      *            caller fills in the print file's name, its own
      *            PROGRAM-ID, the business date the report is for
      *            (zero lets RPTFILE take the batch window's run
      *            date, or today outside the window) and its page
      *            count (zero for a report that does not paginate -
      *            RPTFILE then counts sixty lines to the page), and
      *            PERFORMs FILE-REPORT-ARCHIVE from RPTFILE-CALL.
      *            RFP-ARCHIVE-NAME comes back with the archived
      *            copy's name and RFP-STATUS with 0 filed, 4 nothing
      *            to file (no print file, or an empty one) or 8
      *            failed - logged to ERRLOG by RPTFILE.
      ******************************************************************
       01  RFP-PARM-AREA.
           05  RFP-REPORT-NAME     PIC X(12).
           05  RFP-PROGRAM-ID      PIC X(08).
           05  RFP-BUSINESS-DATE   PIC 9(08).
           05  RFP-PAGE-COUNT      PIC 9(05).
           05  RFP-ARCHIVE-NAME    PIC X(30).
           05  RFP-STATUS          PIC X(01).
               88  RFP-FILED             VALUE "0".
               88  RFP-NOTHING           VALUE "4".
               88  RFP-FAILED            VALUE "8".
      * The caller's own return code, held across the CALL - a CALL
      * hands back the called program's, and filing a report must
      * not change what the step ends with.
       01  RFP-CALLER-RC           PIC S9(04) COMP.
