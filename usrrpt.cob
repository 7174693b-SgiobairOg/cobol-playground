      *   Territory selection - cols 46-49 of the RPTPARM card name
      *   a territory code, and only customers the USRTERR pass
      *   stamped with it (on USRTERRF) are listed.
      *   Report archive - USRRPT.OUT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               "TOTAL CUSTOMERS: ".
           05  RPT-TRL-COUNT           PIC ZZZ,ZZ9.

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE WS-CUSTOMER-COUNT TO RPT-TRL-COUNT
           WRITE REPORT-OUT-REC FROM RPT-TRAILER-LINE
           CLOSE REPORT-OUT
           MOVE "USRRPT.OUT" TO RFP-REPORT-NAME
           MOVE "USRRPT" TO RFP-PROGRAM-ID
           MOVE 0 TO RFP-BUSINESS-DATE
           MOVE WS-PAGE-NUMBER TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE
           DISPLAY "USRRPT COMPLETE - " WS-CUSTOMER-COUNT
               " CUSTOMERS LISTED"
           .
           COPY errorlog-write.

           COPY usrterrf-load.

           COPY rptfile-call.
