      *          defaults to today; pass YYYYMMDD on the command line
      *          to re-issue a past morning's report.
      * Tectonics: cobc
      *
      * Modification History:
      *   Report archive - REJAGE.OUT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           WRITE AGING-REPORT-REC FROM AGE-TOTAL-LINE

           CLOSE AGING-REPORT
           MOVE "REJAGE.OUT" TO RFP-REPORT-NAME
           MOVE "REJAGE" TO RFP-PROGRAM-ID
           MOVE WS-RUN-DATE TO RFP-BUSINESS-DATE
           MOVE WS-PAGE-NUMBER TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE
           DISPLAY "REJAGE COMPLETE - " WS-OUTSTANDING
               " OUTSTANDING, " WS-BAND-OVER-7 " OVER 7 DAYS"


       9999-EXIT.
           STOP RUN.

           COPY rptfile-call.
