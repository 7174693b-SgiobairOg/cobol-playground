      *          The day count defaults to 28; pass a number on the
      *          command line to widen or narrow the window.
      * Tectonics: cobc
      *
      * Modification History:
      *   Report archive - VOLTREND.RPT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TRD-DTL-AVG         PIC ZZZZZZ9.

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               VARYING WS-HIST-IX FROM WS-FIRST-IX BY 1
               UNTIL WS-HIST-IX > WS-HIST-COUNT
           CLOSE TREND-REPORT
           MOVE "VOLTREND.RPT" TO RFP-REPORT-NAME
           MOVE "VOLTREND" TO RFP-PROGRAM-ID
           MOVE 0 TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE

           DISPLAY "VOLTREND COMPLETE - " WS-NIGHTS-LISTED
               " NIGHTS LISTED"

       9999-EXIT.
           STOP RUN.

           COPY rptfile-call.
