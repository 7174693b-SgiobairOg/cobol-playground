      *   Territory break - when the USRTERRF assignment file the
      *   USRTERR pass writes is present, a BY TERRITORY section
      *   with per-territory subtotals follows the grand total.
      *   Report archive - USRSUMM.OUT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-BLANK-LINE               PIC X(70) VALUE SPACES.

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
       8000-TERMINATE.
           EXEC SQL CLOSE GEO-CURSOR END-EXEC
           CLOSE SUMMARY-OUT
           MOVE "USRSUMM.OUT" TO RFP-REPORT-NAME
           MOVE "USRSUMM" TO RFP-PROGRAM-ID
           MOVE 0 TO RFP-BUSINESS-DATE
           MOVE WS-PAGE-NUMBER TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE
           DISPLAY "USRSUMM COMPLETE - " WS-GRAND-COUNT
               " CUSTOMERS SUMMARIZED"
           .
           COPY household-load.

           COPY usrterrf-load.

           COPY rptfile-call.
