      *          Entries written before SHIFTLOG carried a date come
      *          back blank-dated and only appear on an unranged run.
      * Tectonics: cobc
      *
      * Modification History:
      *   Report archive - SHIFTRPT.OUT is filed to the report archive
      *   through RPTFILE as soon as a completed run closes it, so
      *   every run is kept for reprint and audit instead of being
      *   overwritten by the next one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-HEADER-LINE          PIC X(100) VALUE SPACES.

           COPY rptfparm.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               CLOSE SHIFT-LOG
           END-IF
           CLOSE COVERAGE-OUT
           MOVE "SHIFTRPT.OUT" TO RFP-REPORT-NAME
           MOVE "SHIFTRPT" TO RFP-PROGRAM-ID
           MOVE 0 TO RFP-BUSINESS-DATE
           MOVE 0 TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE
           DISPLAY "SHIFTRPT COMPLETE - " WS-SHIFT-COUNT
               " SHIFTS PAIRED, " WS-NO-SIGNOFF-COUNT
               " WITHOUT SIGN-OFF, " WS-NO-SIGNON-COUNT

       9999-EXIT.
           STOP RUN.

           COPY rptfile-call.
