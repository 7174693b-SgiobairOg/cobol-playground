      *          the old and new codes, so sales can see exactly who
      *          moved.
      * Tectonics: cobc
      *
      * Modification History:
      *   Report archive - USRTERR.RPT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-NW-CODE      PIC X(04).
       01  WS-NEW-IX               PIC 9(05) COMP VALUE 0.

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
       8000-TERMINATE.
           EXEC SQL CLOSE TERR-CURSOR END-EXEC
           CLOSE MOVE-REPORT
           MOVE "USRTERR.RPT" TO RFP-REPORT-NAME
           MOVE "USRTERR" TO RFP-PROGRAM-ID
           MOVE 0 TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE
           DISPLAY "=============================================="
           DISPLAY "USRTERR ASSIGNMENT TOTALS"
           DISPLAY "  CUSTOMERS STAMPED  : " WS-ROWS-STAMPED
           COPY terrref-load.

           COPY usrterrf-load.

           COPY rptfile-call.
