      ******************************************************************
      * Copybook:  RPTFILE-CALL.cpy
      * Purpose:   Common PROCEDURE DIVISION paragraph that files a
      *            finished print file into the report archive through
      *            the RPTFILE service and says so on the console. COPY
      *            into any report program that also COPYs RPTFPARM
      *            into WORKING-STORAGE. The caller closes its print
      *            file, fills in RFP-REPORT-NAME, RFP-PROGRAM-ID,
      *            RFP-BUSINESS-DATE and RFP-PAGE-COUNT, then does
      *            PERFORM FILE-REPORT-ARCHIVE. A report that could
      *            not be filed is still on disk under its own name
      *            and the step's return code is left alone - the
      *            archive must never be the reason a report run
      *            fails; RPTFILE has logged why to ERRLOG.
      ******************************************************************
       FILE-REPORT-ARCHIVE.
           MOVE SPACES TO RFP-ARCHIVE-NAME
           MOVE "8" TO RFP-STATUS
           MOVE RETURN-CODE TO RFP-CALLER-RC
           CALL "RPTFILE" USING RFP-PARM-AREA
           MOVE RFP-CALLER-RC TO RETURN-CODE
           EVALUATE TRUE
               WHEN RFP-FILED
                   DISPLAY RFP-REPORT-NAME " FILED TO THE REPORT "
                       "ARCHIVE AS " RFP-ARCHIVE-NAME
               WHEN RFP-NOTHING
                   DISPLAY RFP-REPORT-NAME " IS EMPTY - NOTHING FILED "
                       "TO THE REPORT ARCHIVE"
               WHEN OTHER
                   DISPLAY "*** " RFP-REPORT-NAME " NOT FILED TO THE "
                       "REPORT ARCHIVE - SEE ERRLOG"
           END-EVALUATE
           .
