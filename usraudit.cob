      *   Returned mail - customers whose address the mailroom
      *   bounced (flagged on ADDRFLAG by MAILRET) are listed as
      *   their own exception class with the return reason.
      *   Report archive - USRAUDIT.OUT is filed to the report archive
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
           WRITE AUDIT-REPORT-REC FROM AUD-TOTAL-LINE

           CLOSE AUDIT-REPORT
           MOVE "USRAUDIT.OUT" TO RFP-REPORT-NAME
           MOVE "USRAUDIT" TO RFP-PROGRAM-ID
           MOVE 0 TO RFP-BUSINESS-DATE
           MOVE WS-PAGE-NUMBER TO RFP-PAGE-COUNT
           PERFORM FILE-REPORT-ARCHIVE
           DISPLAY "USRAUDIT COMPLETE - " WS-ROWS-SCANNED
               " ROWS SCANNED, " WS-EXCEPTION-COUNT " EXCEPTIONS"

           COPY cntryref-load.

           COPY addrflag-load.

           COPY rptfile-call.
